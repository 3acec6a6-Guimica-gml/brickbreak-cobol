      *> never count more bricks than the score ledger banked -- and
      *> prints an exception report of the orphans, so a "my score
      *> vanished" or "the till is short" claim gets a line item
      *> instead of a shrug. ends with return code 0 when every
      *> ledger reconciles, 4 when there are exceptions to read, 8
      *> when a ledger could not be read at all.
       identification division.
       program-id. ledgeraud.
       environment division.
        perform sweep-scores.
        perform sweep-stats.
        perform print-report.
        *> exceptions are findings for the morning, not a failed run
        if xtot is greater than 0 or ovf is equal to 1 then
         move 4 to return-code
        end-if.
        stop run.

       *> rebuild the session windows off the event trail: a start
        if efs is not equal to "00" then
         if efs is not equal to "35" then
          display "COULD NOT OPEN EVENT-FILE, STATUS " efs
          move 8 to return-code
          stop run
         end-if
         exit section
        if hfs is not equal to "00" then
         if hfs is not equal to "35" then
          display "COULD NOT OPEN CASH-FILE, STATUS " hfs
          move 8 to return-code
          stop run
         end-if
         exit section
        if sfs is not equal to "00" then
         if sfs is not equal to "35" then
          display "COULD NOT OPEN SCORE-FILE, STATUS " sfs
          move 8 to return-code
          stop run
         end-if
         exit section
        if tfs is not equal to "00" then
         if tfs is not equal to "35" then
          display "COULD NOT OPEN STAT-FILE, STATUS " tfs
          move 8 to return-code
          stop run
         end-if
         exit section
