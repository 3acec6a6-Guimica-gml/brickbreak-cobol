      *> player achievements master (ACHV-FILE, indexed on initials
      *> plus badge code): one record per badge a set of initials
      *> has earned, written the first time it falls and never
      *> again, so the date and session are those of the first time.
      *> the badge codes and their names are in achvtbl. written by
      *> brickbreak, read by brickbreak and achvrpt, merged and
      *> deleted with the player by playmaint.
       01 achv-record.
        05 achv-key.
         10 achv-inits pic x(3).  *> player initials
         10 achv-code  pic x(4).  *> badge code, see achvtbl
        05 achv-dt    pic 9(14). *> earned at, yyyymmddhhmmss
        05 achv-skey  pic 9(14). *> session score-key it fell in
        05 achv-cab   pic x(2).  *> cabinet it was earned on
