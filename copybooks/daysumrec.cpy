      *> from the detail ledgers -- so month-end reporting reads a
      *> season of days instead of a season of detail, and so a
      *> business date can be proven already closed before anyone
      *> cuts it twice. written by dayclose, read by monthrpt and by
      *> the general-ledger export (glexport).
       01 daysum-record.
        05 dsm-date   pic 9(8). *> business date closed, yyyymmdd
        05 dsm-games  pic 9(6). *> games vended that date
        05 dsm-cents  pic 9(9). *> coin value that date, in cents
        05 dsm-bricks pic 9(8). *> bricks broken that date
        05 dsm-bal    pic 9(4). *> credits on hand at the close
        05 dsm-cab    pic x(2). *> cabinet closed, "01" when blank
        05 dsm-loyl   pic 9(6). *> loyalty free credits taken up
