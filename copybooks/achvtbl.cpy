      *> the badges a player can earn, in the order they are shown:
      *> the code on ACHV-FILE, a short label for the game-over
      *> screen, and the name the reports print. a new badge goes on
      *> the end and bdg-max goes up with it.
       01 bdg-values.
        05 filler pic x(40) value
         "CL05LVL5  FIRST CLEAR OF LEVEL 5        ".
        05 filler pic x(40) value
         "CL10LVL10 FIRST CLEAR OF LEVEL 10       ".
        05 filler pic x(40) value
         "CL20LVL20 FIRST CLEAR OF LEVEL 20       ".
        05 filler pic x(40) value
         "CLNBCLEAN BOARD CLEARED WITHOUT A LOSS  ".
        05 filler pic x(40) value
         "CMB5COMBO 5-BRICK COMBO IN ONE FRAME    ".
        05 filler pic x(40) value
         "DUALDOUBLEBOTH POWER-UPS AT ONCE        ".
        05 filler pic x(40) value
         "TOURTOURN FIRST TOURNAMENT ENTRY        ".
       01 bdg-tbl redefines bdg-values.
        05 bdg-ent occurs 7 times.
         10 bdg-code  pic x(4).  *> code on ACHV-FILE
         10 bdg-label pic x(6).  *> game-over screen label
         10 bdg-name  pic x(30). *> report name
       78 bdg-max value 7. *> badges in the table
