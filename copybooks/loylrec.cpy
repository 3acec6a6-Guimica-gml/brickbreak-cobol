      *> loyalty ledger (LOYL-FILE, line sequential, append-only):
      *> one record each time a set of initials earns free credits
      *> (EARN, written by update-player as the game is banked) and
      *> each time they are taken up (REDM, written when the
      *> initials are next entered, alongside one CASHFIL "LOYL"
      *> record per credit). earned less redeemed is what a player
      *> is still owed. written by brickbreak, read by brickbreak
      *> and loyalrpt, rewritten by playmaint when a set of initials
      *> is merged into another or deleted.
       01 loyl-record.
        05 lyl-dt    pic 9(14). *> event timestamp, yyyymmddhhmmss
        05 lyl-type  pic x(4).  *> EARN or REDM
        05 lyl-inits pic x(3).  *> player initials
        05 lyl-cnt   pic 9(2).  *> free credits earned or taken
        05 lyl-skey  pic 9(14). *> session it happened in
        05 lyl-cab   pic x(2).  *> cabinet that wrote it
