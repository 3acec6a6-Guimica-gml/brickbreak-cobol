      *> backup utility for the indexed files -- the score ledger
      *> (SCOREFIL), the lifetime-stats master (PLAYRFIL), the board
      *> layouts (LEVELFIL) and the achievements master (ACHVFIL) --
      *> which nothing else copies:
      *>   U)NLOAD  each file, or all four, to its own dated
      *>            sequential backup (BK, the file's code, the
      *>            stamp) with a trailer of record count and hash
      *>            totals, read back and proven before the run says
      *>            it is good
      *>   V)ERIFY  a named backup: header first, trailer last, keys
      *>            in order, and the count and hash totals recomputed
      *>            from the data agree with the trailer
      *>   R)ELOAD  an indexed file from a named backup: the backup
      *>            is verified first and nothing is touched if it
      *>            does not balance; the file as it stands is
      *>            unloaded to a safety copy if it can still be read;
      *>            the rebuilt file is read back and balanced against
      *>            the backup's trailer
      *> ends with return code 0 when everything balanced, 4 when a
      *> file to unload was not there, 8 on any failure.
       identification division.
       program-id. idxbkup.
       environment division.
       input-output section.
       file-control.
        select score-file assign to "SCOREFIL"
         organization is indexed
         access mode is dynamic
         record key is score-key
         file status is sfs.
        select player-file assign to "PLAYRFIL"
         organization is indexed
         access mode is dynamic
         record key is play-inits
         file status is pfs.
        select level-file assign to "LEVELFIL"
         organization is indexed
         access mode is dynamic
         record key is level-num
         file status is lfs.
        select achv-file assign to "ACHVFIL"
         organization is indexed
         access mode is dynamic
         record key is achv-key
         file status is afs.
        select bkup-file assign to dynamic bk-name
         organization is line sequential
         file status is kfs.

       data division.
       file section.
       fd  score-file.
       copy scorerec.
       fd  player-file.
       copy playerrec.
       fd  level-file.
       copy levelrec.
       fd  achv-file.
       copy achvrec.
       fd  bkup-file.
       copy bkuprec.

       working-storage section.
       01 sfs pic xx. *> score-file status
       01 pfs pic xx. *> player-file status
       01 lfs pic xx. *> level-file status
       01 afs pic xx. *> achievements status
       01 kfs pic xx. *> backup-file status
       01 xfs pic xx. *> status of the indexed file in hand

       01 cho pic x(1).  *> mode or file choice
       01 ans pic x(24). *> console answer
       01 eof usage binary-char. *> end of current input file
       01 now-dt pic x(21). *> CURRENT-DATE

       *> the indexed file being worked: its two-letter code (the
       *> backup name carries it), its name and its key length
       01 cur-code pic x(2).
       01 cur-file pic x(8).
       01 klen usage binary-long.
       01 bk-name pic x(24). *> backup being written or read
       01 rl-name pic x(24) value spaces. *> backup being reloaded
       01 stamp   pic 9(14). *> unload stamp

       *> one record image, and the four layouts it is hashed by
       01 img pic x(100).
       01 prev-key pic x(14).
       copy scorerec replacing leading ==score== by ==hsc==.
       copy playerrec replacing leading ==player== by ==hpr==
                                leading ==play== by ==hp==.
       copy levelrec replacing leading ==level== by ==hlv==.
       copy achvrec replacing leading ==achv== by ==hac==.
       01 ci usage binary-long. *> level cell index
       01 hnum pic 9(8). *> one achievements field, taken as a number

       *> totals computed from the records in hand
       01 cnt pic 9(9).
       01 h1  pic 9(18).
       01 h2  pic 9(18).
       01 h3  pic 9(18).
       *> totals as written on an unload
       01 u-cnt pic 9(9).
       01 u-h1  pic 9(18).
       01 u-h2  pic 9(18).
       01 u-h3  pic 9(18).
       *> totals off a backup's trailer
       01 t-cnt pic 9(9).
       01 t-h1  pic 9(18).
       01 t-h2  pic 9(18).
       01 t-h3  pic 9(18).
       *> the backup's trailer, held while a safety copy is taken
       01 r-cnt pic 9(9).
       01 r-h1  pic 9(18).
       01 r-h2  pic 9(18).
       01 r-h3  pic 9(18).

       01 bk-ok   usage binary-char. *> does the backup prove out
       01 hdr-ok  usage binary-char. *> header seen first
       01 trl-ok  usage binary-char. *> trailer seen, and last
       01 ord-bad usage binary-long. *> keys out of order
       01 oth-bad usage binary-long. *> records of no known type
       01 rd-bad  usage binary-char. *> indexed read failed
       01 un-ok   usage binary-char. *> did the unload prove out
       01 dup-cnt usage binary-long. *> records the reload refused
       01 worst   usage binary-long value 0. *> return code so far

       01 cnt-disp  pic zzz,zzz,zz9.
       01 hash-disp pic zzz,zzz,zzz,zzz,zzz,zz9.

       procedure division.
        display "IDXBKUP - U)NLOAD R)ELOAD V)ERIFY?".
        move spaces to ans.
        accept ans.
        move function upper-case(ans(1:1)) to cho.
        evaluate cho
         when "U" perform unload-mode
         when "R" perform reload-mode
         when "V" perform verify-mode
         when other
          display "UNKNOWN MODE, NOTHING DONE"
          move 8 to worst
        end-evaluate.
        move worst to return-code.
        stop run.

       unload-mode section.
        display "FILE - S)COREFIL P)LAYRFIL L)EVELFIL B)ADGES (ACHVFIL)"
         " A)LL?".
        move spaces to ans.
        accept ans.
        move function upper-case(ans(1:1)) to cho.
        evaluate cho
         when "S"
          move "SC" to cur-code
          perform unload-one
         when "P"
          move "PL" to cur-code
          perform unload-one
         when "L"
          move "LV" to cur-code
          perform unload-one
         when "B"
          move "AC" to cur-code
          perform unload-one
         when "A"
          move "SC" to cur-code
          perform unload-one
          move "PL" to cur-code
          perform unload-one
          move "LV" to cur-code
          perform unload-one
          move "AC" to cur-code
          perform unload-one
         when other
          display "UNKNOWN FILE, NOTHING DONE"
          move 8 to worst
        end-evaluate.
        exit section.

       verify-mode section.
        display "BACKUP FILE NAME?".
        move spaces to ans.
        accept ans.
        move function upper-case(ans) to bk-name.
        perform check-backup.
        perform print-check.
        if bk-ok is not equal to 1 then
         move 8 to worst
        end-if.
        exit section.

       *> the file's name and key length for cur-code
       name-file section.
        evaluate cur-code
         when "SC"
          move "SCOREFIL" to cur-file
          move 14 to klen
         when "PL"
          move "PLAYRFIL" to cur-file
          move 3 to klen
         when "LV"
          move "LEVELFIL" to cur-file
          move 4 to klen
         when "AC"
          move "ACHVFIL" to cur-file
          move 7 to klen
         when other
          move spaces to cur-file
          move 0 to klen
        end-evaluate.
        exit section.

       *> one indexed file out to a fresh dated backup, then the
       *> backup read back and held against what was written
       unload-one section.
        move 0 to un-ok.
        perform name-file.
        move function current-date to now-dt.
        move now-dt(1:14) to stamp.
        move spaces to bk-name.
        string "BK" delimited by size
               cur-code delimited by size
               stamp delimited by size
          into bk-name.
        *> never write over the backup a reload is reading
        if bk-name is equal to rl-name then
         display "** " function trim(bk-name)
          " IS THE BACKUP BEING RELOADED; RUN AGAIN **"
         move 8 to worst
         exit section
        end-if.
        perform open-source.
        if xfs is equal to "35" then
         display function trim(cur-file)
          " NOT ON FILE, NOTHING TO UNLOAD"
         if worst is less than 4 then
          move 4 to worst
         end-if
         exit section
        end-if.
        if xfs is not equal to "00" then
         display "COULD NOT OPEN " function trim(cur-file)
          ", STATUS " xfs
         move 8 to worst
         exit section
        end-if.
        open output bkup-file.
        if kfs is not equal to "00" then
         display "COULD NOT OPEN " function trim(bk-name)
          ", STATUS " kfs
         perform close-source
         move 8 to worst
         exit section
        end-if.
        move spaces to bkup-record.
        move "H" to bkp-type.
        move cur-file to bkh-file.
        move stamp to bkh-stamp.
        write bkup-record.
        perform zero-totals.
        move 0 to rd-bad.
        move 0 to eof.
        perform until eof is equal to 1
         perform read-source
         if eof is equal to 0 then
          perform add-hash
          move spaces to bkup-record
          move "D" to bkp-type
          move img to bkd-rec
          write bkup-record
         end-if
        end-perform.
        move spaces to bkup-record.
        move "T" to bkp-type.
        move cur-file to bkt-file.
        move cnt to bkt-count.
        move h1 to bkt-hash1.
        move h2 to bkt-hash2.
        move h3 to bkt-hash3.
        write bkup-record.
        close bkup-file.
        perform close-source.
        move cnt to u-cnt.
        move h1 to u-h1.
        move h2 to u-h2.
        move h3 to u-h3.

        display " ".
        display "UNLOAD OF " function trim(cur-file)
         " TO " function trim(bk-name).
        if rd-bad is equal to 1 then
         display "** " function trim(cur-file)
          " COULD NOT BE READ TO THE END,"
          " STATUS " xfs "; THE BACKUP IS SHORT **"
        end-if.
        perform check-backup.
        perform print-check.
        if bk-ok is equal to 1 and t-cnt is equal to u-cnt
           and t-h1 is equal to u-h1 and t-h2 is equal to u-h2
           and t-h3 is equal to u-h3 and rd-bad is equal to 0 then
         move 1 to un-ok
         display "UNLOAD PROVEN"
        else
         display "** UNLOAD NOT PROVEN, DO NOT RELY ON "
          function trim(bk-name)
         " **"
         move 8 to worst
        end-if.
        exit section.

       *> rebuild an indexed file from a backup that proves out; the
       *> file as it stands goes to a safety copy first if it can
       reload-mode section.
        display "BACKUP FILE NAME?".
        move spaces to ans.
        accept ans.
        move function upper-case(ans) to bk-name.
        move bk-name to rl-name.
        perform check-backup.
        perform print-check.
        if bk-ok is not equal to 1 then
         display "** BACKUP DOES NOT PROVE OUT, NOTHING RELOADED **"
         move 8 to worst
         exit section
        end-if.
        move t-cnt to r-cnt.
        move t-h1 to r-h1.
        move t-h2 to r-h2.
        move t-h3 to r-h3.
        move t-cnt to hash-disp.
        display "REBUILD " function trim(cur-file)
         " FROM " function trim(rl-name)
         ", " function trim(hash-disp) " RECORDS (Y TO GO ON)?".
        move spaces to ans.
        accept ans.
        move function upper-case(ans(1:1)) to cho.
        if cho is not equal to "Y" then
         display "NOTHING CHANGED"
         exit section
        end-if.

        perform unload-one.
        if bk-name is equal to rl-name then
         exit section
        end-if.
        if un-ok is equal to 1 then
         display "SAFETY COPY OF THE OLD FILE: " function trim(bk-name)
        else
         display "NO PROVEN SAFETY COPY OF THE OLD FILE"
        end-if.
        *> the safety copy's verdict is not the reload's; start the
        *> return code again from the reload itself
        move 0 to worst.

        move rl-name to bk-name.
        perform open-target.
        if xfs is not equal to "00" then
         display "COULD NOT REBUILD " function trim(cur-file)
          ", STATUS " xfs
         move 8 to worst
         exit section
        end-if.
        open input bkup-file.
        if kfs is not equal to "00" then
         display "COULD NOT REOPEN " function trim(bk-name)
          ", STATUS " kfs
         perform close-source
         move 8 to worst
         exit section
        end-if.
        move 0 to dup-cnt.
        move 0 to eof.
        perform until eof is equal to 1
         read bkup-file
          at end
           move 1 to eof
          not at end
           if bkp-type is equal to "D" then
            move bkd-rec to img
            perform write-target
           end-if
         end-read
        end-perform.
        close bkup-file.
        perform close-source.

        *> read the rebuilt file back and balance it to the trailer
        perform open-source.
        perform zero-totals.
        move 0 to rd-bad.
        if xfs is equal to "00" then
         move 0 to eof
         perform until eof is equal to 1
          perform read-source
          if eof is equal to 0 then
           perform add-hash
          end-if
         end-perform
         perform close-source
        else
         move 1 to rd-bad
        end-if.
        display " ".
        move r-cnt to t-cnt.
        move r-h1 to t-h1.
        move r-h2 to t-h2.
        move r-h3 to t-h3.
        display "RELOAD OF " function trim(cur-file)
         " FROM " function trim(rl-name).
        move dup-cnt to cnt-disp.
        display "RECORDS REFUSED:    " cnt-disp.
        perform print-totals.
        if rd-bad is equal to 0 and dup-cnt is equal to 0
           and cnt is equal to t-cnt and h1 is equal to t-h1
           and h2 is equal to t-h2 and h3 is equal to t-h3 then
         display "RELOAD BALANCES TO THE BACKUP"
        else
         display "** RELOADED " cur-file
          " DOES NOT BALANCE TO THE BACKUP **"
         move 8 to worst
        end-if.
        exit section.

       *> read the backup in bk-name end to end: header first,
       *> trailer last, keys rising, and the recomputed totals equal
       *> to the trailer's. cur-code comes from the header
       check-backup section.
        move 0 to bk-ok.
        move 0 to hdr-ok.
        move 0 to trl-ok.
        move 0 to ord-bad.
        move 0 to oth-bad.
        move 0 to t-cnt.
        move 0 to t-h1.
        move 0 to t-h2.
        move 0 to t-h3.
        perform zero-totals.
        open input bkup-file.
        if kfs is not equal to "00" then
         display "COULD NOT OPEN " function trim(bk-name)
          ", STATUS " kfs
         exit section
        end-if.
        move low-values to prev-key.
        move 0 to eof.
        perform until eof is equal to 1
         read bkup-file
          at end
           move 1 to eof
          not at end
           perform check-record
         end-read
        end-perform.
        close bkup-file.
        if hdr-ok is equal to 1 and trl-ok is equal to 1
           and ord-bad is equal to 0 and oth-bad is equal to 0
           and cnt is equal to t-cnt and h1 is equal to t-h1
           and h2 is equal to t-h2 and h3 is equal to t-h3 then
         move 1 to bk-ok
        end-if.
        exit section.

       check-record section.
        *> anything after the trailer means the trailer is not last
        if trl-ok is equal to 1 then
         move 0 to trl-ok
         add 1 to oth-bad
         exit section
        end-if.
        evaluate bkp-type
         when "H"
          if hdr-ok is equal to 0 and cnt is equal to 0 then
           move 1 to hdr-ok
           evaluate bkh-file
            when "SCOREFIL" move "SC" to cur-code
            when "PLAYRFIL" move "PL" to cur-code
            when "LEVELFIL" move "LV" to cur-code
            when "ACHVFIL"  move "AC" to cur-code
            when other      move spaces to cur-code
           end-evaluate
           perform name-file
           if klen is equal to 0 then
            move 0 to hdr-ok
           end-if
          else
           add 1 to oth-bad
          end-if
         when "D"
          if hdr-ok is equal to 0 then
           add 1 to oth-bad
          else
           move bkd-rec to img
           if img(1:klen) is not greater than prev-key(1:klen) then
            add 1 to ord-bad
           end-if
           move img(1:klen) to prev-key
           perform add-hash
          end-if
         when "T"
          move 1 to trl-ok
          if bkt-file is not equal to cur-file then
           add 1 to oth-bad
          end-if
          move bkt-count to t-cnt
          move bkt-hash1 to t-h1
          move bkt-hash2 to t-h2
          move bkt-hash3 to t-h3
         when other
          add 1 to oth-bad
        end-evaluate.
        exit section.

       print-check section.
        display " ".
        display "BACKUP " function trim(bk-name) " OF "
         function trim(cur-file).
        if hdr-ok is equal to 0 then
         display "** NO USABLE HEADER RECORD **"
        end-if.
        if trl-ok is equal to 0 then
         display "** NO TRAILER, OR THE TRAILER IS NOT LAST **"
        end-if.
        if ord-bad is greater than 0 then
         move ord-bad to cnt-disp
         display "** KEYS OUT OF ORDER OR REPEATED:" cnt-disp " **"
        end-if.
        if oth-bad is greater than 0 then
         move oth-bad to cnt-disp
         display "** RECORDS OUT OF PLACE:" cnt-disp " **"
        end-if.
        perform print-totals.
        if bk-ok is equal to 1 then
         display "BACKUP READS BACK AND BALANCES"
        else
         display "** BACKUP DOES NOT BALANCE **"
        end-if.
        exit section.

       *> recomputed totals beside the trailer's
       print-totals section.
        display "                          RECOMPUTED"
         "                 TRAILER".
        move cnt to hash-disp.
        display "RECORDS:     " hash-disp " " with no advancing.
        move t-cnt to hash-disp.
        display hash-disp.
        move h1 to hash-disp.
        display "HASH 1:      " hash-disp " " with no advancing.
        move t-h1 to hash-disp.
        display hash-disp.
        move h2 to hash-disp.
        display "HASH 2:      " hash-disp " " with no advancing.
        move t-h2 to hash-disp.
        display hash-disp.
        move h3 to hash-disp.
        display "HASH 3:      " hash-disp " " with no advancing.
        move t-h3 to hash-disp.
        display hash-disp.
        exit section.

       zero-totals section.
        move 0 to cnt.
        move 0 to h1.
        move 0 to h2.
        move 0 to h3.
        exit section.

       *> count one record image and fold it into the hash totals
       add-hash section.
        add 1 to cnt.
        evaluate cur-code
         when "SC"
          move img to hsc-record
          if hsc-points is numeric then
           add hsc-points to h1
          end-if
          if hsc-bricks is numeric then
           add hsc-bricks to h2
          end-if
          if hsc-length is numeric then
           add hsc-length to h3
          end-if
         when "PL"
          move img to hpr-record
          if hp-best is numeric then
           add hp-best to h1
          end-if
          if hp-bricks is numeric then
           add hp-bricks to h2
          end-if
          if hp-games is numeric then
           add hp-games to h3
          end-if
         when "LV"
          move img to hlv-record
          perform varying ci from 1 by 1 until ci > 40
           if hlv-cell-v(ci) is numeric then
            add hlv-cell-v(ci) to h1
           end-if
           if hlv-cell-type(ci) is numeric then
            add hlv-cell-type(ci) to h2
           end-if
          end-perform
          if hlv-dw is numeric and hlv-dh is numeric then
           compute h3 = h3 + hlv-dw * hlv-dh
          end-if
         when "AC"
          *> dates earned, session times of day, and cabinets
          move img to hac-record
          if hac-dt is numeric then
           move hac-dt(1:8) to hnum
           add hnum to h1
          end-if
          if hac-skey is numeric then
           move hac-skey(9:6) to hnum
           add hnum to h2
          end-if
          if hac-cab is numeric then
           move hac-cab to hnum
           add hnum to h3
          end-if
        end-evaluate.
        exit section.

       open-source section.
        evaluate cur-code
         when "SC"
          open input score-file
          move sfs to xfs
         when "PL"
          open input player-file
          move pfs to xfs
         when "LV"
          open input level-file
          move lfs to xfs
         when "AC"
          open input achv-file
          move afs to xfs
        end-evaluate.
        exit section.

       open-target section.
        evaluate cur-code
         when "SC"
          open output score-file
          move sfs to xfs
         when "PL"
          open output player-file
          move pfs to xfs
         when "LV"
          open output level-file
          move lfs to xfs
         when "AC"
          open output achv-file
          move afs to xfs
        end-evaluate.
        exit section.

       close-source section.
        evaluate cur-code
         when "SC"
          close score-file
         when "PL"
          close player-file
         when "LV"
          close level-file
         when "AC"
          close achv-file
        end-evaluate.
        exit section.

       *> next record in key order into img; a read that fails
       *> other than at the end stops the pass and is flagged
       read-source section.
        move spaces to img.
        evaluate cur-code
         when "SC"
          read score-file next record
           at end
            move 1 to eof
           not at end
            move score-record to img
          end-read
          move sfs to xfs
         when "PL"
          read player-file next record
           at end
            move 1 to eof
           not at end
            move player-record to img
          end-read
          move pfs to xfs
         when "LV"
          read level-file next record
           at end
            move 1 to eof
           not at end
            move level-record to img
          end-read
          move lfs to xfs
         when "AC"
          read achv-file next record
           at end
            move 1 to eof
           not at end
            move achv-record to img
          end-read
          move afs to xfs
        end-evaluate.
        if xfs is not equal to "00" and xfs is not equal to "10"
           and xfs is not equal to "02" then
         move 1 to rd-bad
         move 1 to eof
        end-if.
        exit section.

       write-target section.
        evaluate cur-code
         when "SC"
          move img to score-record
          write score-record
           invalid key
            add 1 to dup-cnt
          end-write
         when "PL"
          move img to player-record
          write player-record
           invalid key
            add 1 to dup-cnt
          end-write
         when "LV"
          move img to level-record
          write level-record
           invalid key
            add 1 to dup-cnt
          end-write
         when "AC"
          move img to achv-record
          write achv-record
           invalid key
            add 1 to dup-cnt
          end-write
        end-evaluate.
        exit section.
