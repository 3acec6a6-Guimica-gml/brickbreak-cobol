         10 mon-games  usage binary-long. *> games vended
         10 mon-conts  usage binary-long. *> continues bought
         10 mon-srvc   usage binary-long. *> service credits
         10 mon-loyl   usage binary-long. *> loyalty credits
         10 mon-coins  usage binary-long. *> coins in
         10 mon-cents  usage binary-long. *> coin value, cents
         10 mon-bricks usage binary-long. *> bricks broken
       01 tot-games  usage binary-long value 0.
       01 tot-conts  usage binary-long value 0.
       01 tot-srvc   usage binary-long value 0.
       01 tot-loyl   usage binary-long value 0.
       01 tot-coins  usage binary-long value 0.
       01 tot-cents  usage binary-long value 0.
       01 tot-bricks usage binary-long value 0.
       01 games-disp pic zzzz9.
       01 conts-disp pic zzzz9.
       01 srvc-disp  pic zzzz9.
       01 loyl-disp  pic zzzz9.
       01 coins-disp pic zzzz9.
       01 brk-disp   pic zzzzzz9.
       01 rev-disp   pic z(6)9.99.
         move mon-games(mi) to games-disp
         move mon-conts(mi) to conts-disp
         move mon-srvc(mi) to srvc-disp
         move mon-loyl(mi) to loyl-disp
         move mon-coins(mi) to coins-disp
         move mon-bricks(mi) to brk-disp
         compute rev = mon-cents(mi) / 100
          "  GAMES: " games-disp
          "  CONTINUES: " conts-disp
          "  SVC: " srvc-disp
          "  LOYL: " loyl-disp
          "  COINS: " coins-disp
          "  REVENUE: " rev-disp
          "  BRICKS: " brk-disp
        move tot-games to games-disp.
        move tot-conts to conts-disp.
        move tot-srvc to srvc-disp.
        move tot-loyl to loyl-disp.
        move tot-coins to coins-disp.
        move tot-bricks to brk-disp.
        compute rev = tot-cents / 100.
        display "TOTAL GAMES: " games-disp
         "  CONTINUES: " conts-disp
         "  SVC: " srvc-disp
         "  LOYL: " loyl-disp
         "  COINS: " coins-disp
         "  REVENUE: " rev-disp
         "  BRICKS: " brk-disp.
          move 0 to mon-games(mi)
          move 0 to mon-conts(mi)
          move 0 to mon-srvc(mi)
          move 0 to mon-loyl(mi)
          move 0 to mon-coins(mi)
          move 0 to mon-cents(mi)
          move 0 to mon-bricks(mi)
        exit section.

       post-bucket section.
        *> days closed before the loyalty scheme carry no count
        if dsm-loyl is not numeric then
         move 0 to dsm-loyl
        end-if.
        add 1 to mon-days(mi).
        add dsm-games to mon-games(mi).
        add dsm-conts to mon-conts(mi).
        add dsm-srvc to mon-srvc(mi).
        add dsm-loyl to mon-loyl(mi).
        add dsm-coins to mon-coins(mi).
        add dsm-cents to mon-cents(mi).
        add dsm-bricks to mon-bricks(mi).
        add dsm-games to tot-games.
        add dsm-conts to tot-conts.
        add dsm-srvc to tot-srvc.
        add dsm-loyl to tot-loyl.
        add dsm-coins to tot-coins.
        add dsm-cents to tot-cents.
        add dsm-bricks to tot-bricks.
