        05 cash-dt   pic 9(14). *> event timestamp, yyyymmddhhmmss
        05 cash-type pic x(4).  *> COIN coin-in, GAME game vended,
                                *> CONT continue, SRVC service credit,
                                *> LOYL loyalty free credit taken up,
                                *> BAL  balance snapshot at a close
        05 cash-amt  pic 9(4).  *> BAL only: credits on hand
        05 cash-cab  pic x(2).  *> cabinet that wrote it
