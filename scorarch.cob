      *> only rewritten after the archive and retained copies have
      *> been read back from disk and proven to add up; if anything
      *> fails to balance the run refuses to delete a single record.
      *> ends with return code 0 when the archive is cut, 4 when this
      *> cutoff's archive is already on disk and the live file holds
      *> nothing older (the archive has already happened), 8 on any
      *> failure.
       identification division.
       program-id. scorarch.
       environment division.
        compute cutoff = function numval(ans).
        if cutoff is less than 19000101 then
         display "BAD CUTOFF DATE, NOTHING DONE"
         move 8 to return-code
         stop run
        end-if.
        move spaces to arc-name.

       *> opening the archive for output would truncate any archive
       *> already written under this name, so a rerun with the same
       *> cutoff refuses rather than destroy the earlier run's records.
       *> if the live file has nothing older than the cutoff left, that
       *> earlier run finished and this one is only a repeat
        open input arch-file.
        if afs is equal to "00" then
         close arch-file
         display "ARCHIVE " arc-name " ALREADY EXISTS, NOTHING DONE"
         perform count-old
         if rcnt is equal to 0 then
          display "NO LIVE SCORES DATED BEFORE " cutoff
           ", ALREADY ARCHIVED"
          move 4 to return-code
         else
          move 8 to return-code
         end-if
         stop run
        end-if.

        open input score-file.
        if sfs is not equal to "00" then
         display "COULD NOT OPEN SCORE-FILE, STATUS " sfs
         move 8 to return-code
         stop run
        end-if.
        open output arch-file.
        if afs is not equal to "00" or tfs is not equal to "00" then
         display "COULD NOT OPEN WORK FILES, STATUS " afs " " tfs
         close score-file
         move 8 to return-code
         stop run
        end-if.

         perform print-report
         display "** CONTROL TOTALS DO NOT BALANCE **"
         display "** LIVE FILE LEFT UNTOUCHED **"
         move 8 to return-code
         stop run
        end-if.

        display "RECORDS WRITTEN BACK LIVE: " cnt-disp.
        stop run.

       *> live records still dated before the cutoff, into rcnt
       count-old section.
        move 0 to rcnt.
        open input score-file.
        if sfs is not equal to "00" then
         move 1 to rcnt
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read score-file next record
          at end
           move 1 to eof
          not at end
           if score-date is less than cutoff then
            add 1 to rcnt
           end-if
         end-read
        end-perform.
        close score-file.
        exit section.

       *> pass 1: every live record lands in exactly one of the two
       *> work files, and the control counters tally both paths
       split-pass section.
        open output score-file.
        if sfs is not equal to "00" then
         display "COULD NOT REWRITE SCORE-FILE, STATUS " sfs
         move 8 to return-code
         stop run
        end-if.
        open input temp-file.
        if tfs is not equal to "00" then
         display "COULD NOT REOPEN RETAINED COPY, STATUS " tfs
         display "RETAINED RECORDS ARE STILL ON SCORTEMP"
         move 8 to return-code
         stop run
        end-if.
        move 0 to eof.
