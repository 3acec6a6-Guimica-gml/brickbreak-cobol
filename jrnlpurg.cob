      *> retention run for the journal library: every live session
      *> leaves its own input journal (member JRNL plus the session
      *> key) listed on the library index (JRNLIDX), and nothing ever
      *> removed them. this batch splits the index at a cutoff date,
      *> deletes the members of every session dated before it, keeps
      *> the index entries for the rest, and prints a control report
      *> (index entries on both sides, members deleted and members
      *> that were already gone). the split is read back from disk
      *> and proven to balance before a single member is deleted; the
      *> members go before the index is rewritten, so a run cut short
      *> part-way is simply run again with the same cutoff -- the
      *> members already gone count as not found, nothing else moves.
       identification division.
       program-id. jrnlpurg.
       environment division.
       input-output section.
       file-control.
        select jidx-file assign to "JRNLIDX"
         organization is line sequential
         file status is ifs.
        select keep-file assign to "JIDXTEMP"
         organization is line sequential
         file status is kfs.
        select purg-file assign to "JIDXPURG"
         organization is line sequential
         file status is gfs.

       data division.
       file section.
       fd  jidx-file.
       copy jidxrec.
       fd  keep-file.
       copy jidxrec replacing leading ==jidx== by ==keep==
                              leading ==jix== by ==kix==.
       fd  purg-file.
       copy jidxrec replacing leading ==jidx== by ==purg==
                              leading ==jix== by ==gix==.

       working-storage section.
       01 ifs pic xx. *> library index status
       01 kfs pic xx. *> retained-entries work file status
       01 gfs pic xx. *> purged-entries work file status

       01 ans    pic x(8). *> console answer, the cutoff date
       01 cutoff pic 9(8). *> keep journals dated on or after this
       01 today  pic 9(8). *> run date, yyyymmdd
       01 now-dt pic x(21). *> run time, CURRENT-DATE

       01 eof usage binary-char. *> end of current input file

       *> the member being deleted, named the way brickbreak names it
       01 jnl-name pic x(18).
       01 del-rc   usage binary-long. *> delete routine's answer

       *> split counters, straight off the live index
       01 rcnt usage binary-long value 0. *> index entries read
       01 pcnt usage binary-long value 0. *> entries to purge
       01 kcnt usage binary-long value 0. *> entries retained

       *> read-back counters, off the work copies on disk
       01 vpcnt usage binary-long value 0. *> purge list on disk
       01 vkcnt usage binary-long value 0. *> retained copy on disk

       01 dcnt usage binary-long value 0. *> members deleted
       01 ncnt usage binary-long value 0. *> members not found
       01 wcnt usage binary-long value 0. *> entries written back

       01 bal usage binary-char. *> do the control totals balance

       01 cnt-disp pic zzzzz9.

       procedure division.
        display "PURGE JOURNALS DATED BEFORE (YYYYMMDD)?".
        accept ans.
        compute cutoff = function numval(ans).
        if cutoff is less than 19000101 then
         display "BAD CUTOFF DATE, NOTHING DONE"
         stop run
        end-if.
        *> a cutoff past today would purge sessions still being
        *> played -- and still open to dispute
        move function current-date to now-dt.
        move now-dt(1:8) to today.
        if cutoff is greater than today then
         display "CUTOFF " cutoff " IS AFTER TODAY, NOTHING DONE"
         stop run
        end-if.

        open input jidx-file.
        if ifs is not equal to "00" then
         if ifs is equal to "35" then
          display "NO JOURNAL LIBRARY INDEX ON FILE, NOTHING DONE"
         else
          display "COULD NOT OPEN JRNLIDX, STATUS " ifs
         end-if
         stop run
        end-if.
        open output keep-file.
        open output purg-file.
        if kfs is not equal to "00" or gfs is not equal to "00" then
         display "COULD NOT OPEN WORK FILES, STATUS " kfs " " gfs
         close jidx-file
         stop run
        end-if.

        perform split-pass.
        close jidx-file.
        close keep-file.
        close purg-file.

        perform verify-pass.
        perform check-balance.
        if bal is not equal to 1 then
         perform print-report
         display "** CONTROL TOTALS DO NOT BALANCE **"
         display "** LIBRARY AND INDEX LEFT UNTOUCHED **"
         stop run
        end-if.

        perform delete-pass.
        perform rewrite-pass.
        perform print-report.
        stop run.

       *> pass 1: every index entry lands in exactly one work file
       split-pass section.
        move 0 to eof.
        perform until eof is equal to 1
         read jidx-file
          at end
           move 1 to eof
          not at end
           add 1 to rcnt
           if jix-date is less than cutoff then
            write purg-record from jidx-record
            add 1 to pcnt
           else
            write keep-record from jidx-record
            add 1 to kcnt
           end-if
         end-read
        end-perform.
        exit section.

       *> read both copies back off disk: only what actually landed
       *> counts towards the balance check
       verify-pass section.
        open input purg-file.
        if gfs is equal to "00" then
         move 0 to eof
         perform until eof is equal to 1
          read purg-file
           at end
            move 1 to eof
           not at end
            add 1 to vpcnt
          end-read
         end-perform
         close purg-file
        end-if.
        open input keep-file.
        if kfs is equal to "00" then
         move 0 to eof
         perform until eof is equal to 1
          read keep-file
           at end
            move 1 to eof
           not at end
            add 1 to vkcnt
          end-read
         end-perform
         close keep-file
        end-if.
        exit section.

       check-balance section.
        move 1 to bal.
        if rcnt is not equal to pcnt + kcnt then
         move 0 to bal
        end-if.
        if vpcnt is not equal to pcnt or vkcnt is not equal to kcnt
        then
         move 0 to bal
        end-if.
        exit section.

       *> pass 2: delete the member of every purged session; one that
       *> is already gone (an earlier run cut short, or a session that
       *> never got its journal open) is counted, not fatal
       delete-pass section.
        open input purg-file.
        if gfs is not equal to "00" then
         display "COULD NOT REOPEN PURGE LIST, STATUS " gfs
         display "NO JOURNALS DELETED, INDEX LEFT UNTOUCHED"
         stop run
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read purg-file
          at end
           move 1 to eof
          not at end
           move spaces to jnl-name
           string "JRNL" delimited by size
                  gix-key delimited by size
             into jnl-name
           call "CBL_DELETE_FILE" using jnl-name returning del-rc
           if del-rc is equal to 0 then
            add 1 to dcnt
           else
            add 1 to ncnt
            display "MEMBER " jnl-name " NOT FOUND, NOT DELETED"
           end-if
         end-read
        end-perform.
        close purg-file.
        exit section.

       *> pass 3: the retained copy becomes the live index, in the
       *> same order the cabinet appended it
       rewrite-pass section.
        open output jidx-file.
        if ifs is not equal to "00" then
         display "COULD NOT REWRITE JRNLIDX, STATUS " ifs
         display "RETAINED ENTRIES ARE STILL ON JIDXTEMP"
         stop run
        end-if.
        open input keep-file.
        if kfs is not equal to "00" then
         display "COULD NOT REOPEN RETAINED COPY, STATUS " kfs
         display "RETAINED ENTRIES ARE STILL ON JIDXTEMP"
         close jidx-file
         stop run
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read keep-file
          at end
           move 1 to eof
          not at end
           write jidx-record from keep-record
           add 1 to wcnt
         end-read
        end-perform.
        close keep-file.
        close jidx-file.
        exit section.

       print-report section.
        display "JOURNAL LIBRARY RETENTION CONTROL REPORT".
        display "CUTOFF DATE: " cutoff.
        move rcnt to cnt-disp.
        display "INDEX ENTRIES READ:    " cnt-disp.
        move pcnt to cnt-disp.
        display "ENTRIES TO PURGE:      " cnt-disp.
        move kcnt to cnt-disp.
        display "ENTRIES RETAINED:      " cnt-disp.
        move vpcnt to cnt-disp.
        display "PURGE LIST ON DISK:    " cnt-disp.
        move vkcnt to cnt-disp.
        display "RETAINED ON DISK:      " cnt-disp.
        move dcnt to cnt-disp.
        display "MEMBERS DELETED:       " cnt-disp.
        move ncnt to cnt-disp.
        display "MEMBERS NOT FOUND:     " cnt-disp.
        move wcnt to cnt-disp.
        display "ENTRIES WRITTEN BACK:  " cnt-disp.
        exit section.
