      *> weekly speed tuning: judges every level on its recent play
      *> detail (STATSFIL) against the operator's target bands
      *> (TUNEFIL) -- clear rate, average clear time, lives lost per
      *> clear -- and moves the level's ball-speed adjustment on
      *> SPEEDFIL one step slower when it plays like a wall, one step
      *> faster when it is cleared quickly and easily, and leaves it
      *> alone otherwise. a level moves at most one step a run and
      *> never past the adjustment limit either way, and only play
      *> since its last change is counted, so a level has to earn its
      *> next step on evidence at the new speed. tournament sessions
      *> (SCOREFIL) are left out: they play at their own locked
      *> settings. the board layouts are never touched. every level
      *> judged is printed with its figures, what was done and why.
       identification division.
       program-id. speedtune.
       environment division.
       input-output section.
       file-control.
        select stat-file assign to "STATSFIL"
         organization is line sequential
         file status is tfs.
        select score-file assign to "SCOREFIL"
         organization is indexed
         access mode is sequential
         record key is score-key
         file status is sfs.
        select speed-file assign to "SPEEDFIL"
         organization is line sequential
         file status is gfs.
        select tune-file assign to "TUNEFIL"
         organization is line sequential
         file status is ufs.

       data division.
       file section.
       fd  stat-file.
       copy statrec.
       fd  score-file.
       copy scorerec.
       fd  speed-file.
       copy speedrec.
       fd  tune-file.
       copy tunerec.

       working-storage section.
       01 tfs pic xx. *> stat-file status
       01 sfs pic xx. *> score-file status
       01 gfs pic xx. *> speed-file status
       01 ufs pic xx. *> tune-file status
       01 eof usage binary-char. *> end of current input file

       *> the targets in force: TUNEFIL's record, or these defaults
       01 tg-days    usage binary-long value 28.
       01 tg-min     usage binary-long value 20.
       01 tg-clr-lo  usage binary-long value 40.
       01 tg-clr-hi  usage binary-long value 90.
       01 tg-secs-lo usage binary-long value 30.
       01 tg-secs-hi usage binary-long value 240.
       01 tg-loss-hi usage binary-long value 20.
       01 tg-max     usage binary-long value 3.
       01 tg-have    usage binary-char value 0. *> TUNEFIL read

       01 today  pic 9(8).  *> run date, yyyymmdd
       01 cut-dt pic 9(8).  *> oldest play date counted
       01 now-dt pic x(21). *> run time, CURRENT-DATE
       01 run-stamp pic 9(14). *> stamp the changes take effect at

       *> one entry per level seen on SPEEDFIL or in the detail
       01 lvls-tbl.
        05 lv-ent occurs 200 times.
         10 lv-num  pic 9(4).          *> level number
         10 lv-eff  pic 9(14).         *> its adjustment's stamp
         10 lv-adj  usage binary-long. *> adjustment in force
         10 lv-new  usage binary-long. *> adjustment after this run
         10 lv-att  usage binary-long. *> attempts counted
         10 lv-clr  usage binary-long. *> attempts that cleared it
         10 lv-lost usage binary-long. *> lives lost on it
         10 lv-secs usage binary-long. *> seconds, cleared runs only
         10 lv-act  pic x(6).          *> SLOWER, FASTER, HELD
         10 lv-why  pic x(24).         *> why
       01 lcnt usage binary-long value 0. *> entries in use
       01 li   usage binary-long.         *> entry index
       01 lj   usage binary-long.         *> entry index, sort pass
       01 hit  usage binary-char.         *> did the level match
       01 ovf  usage binary-char value 0. *> ran out of entries
       01 swp  usage binary-char.         *> did the sort pass swap
       01 hold-ent pic x(72).             *> one entry, held aside

       *> tournament sessions, by score-key; a second player's key
       *> is the session start plus one
       01 trn-tbl.
        05 trn-key occurs 2000 times pic 9(14).
       01 tcnt usage binary-long value 0. *> keys held
       01 ti   usage binary-long.         *> key index
       01 tovf usage binary-char value 0. *> ran out of keys
       01 trn-hit usage binary-char.      *> is the detail tournament
       01 nkey pic 9(14).                 *> stat-key plus one

       01 rate usage binary-long. *> clear rate, whole percent
       01 avgs usage binary-long. *> average seconds to clear
       01 lpc  usage binary-long. *> lives lost per clear, tenths
       01 dir  usage binary-long. *> step wanted, -1, 0 or +1

       01 n-slow usage binary-long value 0. *> levels slowed
       01 n-fast usage binary-long value 0. *> levels quickened
       01 n-held usage binary-long value 0. *> levels left alone
       01 n-wrt  usage binary-long value 0. *> records written
       01 n-back usage binary-long value 0. *> records read back

       01 rpt-title pic x(40) value "LEVEL SPEED TUNING".
       01 rpt-none  pic x(40) value "NO LEVELS TO JUDGE".

       01 att-disp  pic zzzz9.
       01 rate-disp pic zz9.
       01 avgs-disp pic zzzz9.
       01 lpc-disp  pic zz9.9.
       01 lpc-num   pic 999v9.
       01 adj-disp  pic +9.
       01 new-disp  pic +9.
       01 cnt-disp  pic zzzz9.
       01 day-disp  pic zz9.

       procedure division.
        move function current-date to now-dt.
        move now-dt(1:8) to today.
        move now-dt(1:14) to run-stamp.
        perform load-targets.
        move 0 to cut-dt.
        if tg-days is greater than 0 then
         compute cut-dt = function date-of-integer
          (function integer-of-date(today) - tg-days)
        end-if.
        perform load-speeds.
        perform load-tourneys.

        open input stat-file.
        if tfs is not equal to "00" then
         display "COULD NOT OPEN STAT-FILE, STATUS " tfs
         stop run
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read stat-file
          at end
           move 1 to eof
          not at end
           perform post-detail
         end-read
        end-perform.
        close stat-file.

        display rpt-title.
        perform show-targets.
        if lcnt is equal to 0 then
         display rpt-none
         stop run
        end-if.
        perform sort-levels.
        perform varying li from 1 by 1 until li > lcnt
         perform judge-level
        end-perform.
        perform print-levels.
        perform write-changes.
        perform print-totals.
        stop run.

       *> the operator's bands; a missing or unreadable record runs
       *> on the defaults above, and the report says so
       load-targets section.
        open input tune-file.
        if ufs is not equal to "00" then
         exit section
        end-if.
        read tune-file
         not at end
          if tune-record is numeric then
           move tun-days    to tg-days
           move tun-min     to tg-min
           move tun-clr-lo  to tg-clr-lo
           move tun-clr-hi  to tg-clr-hi
           move tun-secs-lo to tg-secs-lo
           move tun-secs-hi to tg-secs-hi
           move tun-loss-hi to tg-loss-hi
           move tun-max     to tg-max
           move 1 to tg-have
          end-if
        end-read.
        close tune-file.
        exit section.

       show-targets section.
        if tg-have is equal to 1 then
         display "TARGETS FROM TUNEFIL"
        else
         display "NO USABLE TUNEFIL, DEFAULT TARGETS"
        end-if.
        if tg-days is greater than 0 then
         move tg-days to day-disp
         display "  PLAY SINCE:       " cut-dt " (" day-disp " DAYS)"
        else
         display "  PLAY SINCE:       ALL HISTORY"
        end-if.
        move tg-min to cnt-disp.
        display "  MINIMUM ATTEMPTS: " cnt-disp.
        move tg-clr-lo to rate-disp.
        display "  CLEAR RATE FROM:  " rate-disp "%".
        move tg-clr-hi to rate-disp.
        display "  CLEAR RATE TO:    " rate-disp "%".
        move tg-secs-lo to avgs-disp.
        display "  CLEAR SECS FROM:  " avgs-disp.
        move tg-secs-hi to avgs-disp.
        display "  CLEAR SECS TO:    " avgs-disp.
        compute lpc-num = tg-loss-hi / 10.
        move lpc-num to lpc-disp.
        display "  LIVES PER CLEAR:  " lpc-disp " AT MOST".
        move tg-max to adj-disp.
        display "  ADJUSTMENT LIMIT: " adj-disp " EITHER WAY".
        exit section.

       *> the adjustment in force per level is its newest record
       load-speeds section.
        open input speed-file.
        if gfs is not equal to "00" then
         if gfs is not equal to "35" then
          display "COULD NOT OPEN SPEEDFIL, STATUS " gfs
          stop run
         end-if
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read speed-file
          at end
           move 1 to eof
          not at end
           if spd-eff is numeric and spd-lvl is numeric
              and spd-adj is numeric then
            move spd-lvl to stat-lvl
            perform find-level
            if hit is equal to 1
               and spd-eff is not less than lv-eff(li) then
             move spd-eff to lv-eff(li)
             move spd-adj to lv-adj(li)
             move spd-adj to lv-new(li)
            end-if
           end-if
         end-read
        end-perform.
        close speed-file.
        exit section.

       load-tourneys section.
        open input score-file.
        if sfs is not equal to "00" then
         if sfs is not equal to "35" then
          display "COULD NOT OPEN SCORE-FILE, STATUS " sfs
          stop run
         end-if
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read score-file next record
          at end
           move 1 to eof
          not at end
           if score-tourn is equal to "T" then
            if tcnt is less than 2000 then
             add 1 to tcnt
             move score-key to trn-key(tcnt)
            else
             move 1 to tovf
            end-if
           end-if
         end-read
        end-perform.
        close score-file.
        exit section.

       *> find stat-lvl's entry, opening one if it is new; hit says
       *> whether li now points at it
       find-level section.
        move 0 to hit.
        perform varying li from 1 by 1 until li > lcnt
         if lv-num(li) is equal to stat-lvl then
          move 1 to hit
          exit perform
         end-if
        end-perform.
        if hit is equal to 1 then
         exit section
        end-if.
        if lcnt is not less than 200 then
         move 1 to ovf
         exit section
        end-if.
        add 1 to lcnt.
        move lcnt to li.
        move stat-lvl to lv-num(li).
        move 0 to lv-eff(li).
        move 0 to lv-adj(li).
        move 0 to lv-new(li).
        move 0 to lv-att(li).
        move 0 to lv-clr(li).
        move 0 to lv-lost(li).
        move 0 to lv-secs(li).
        move spaces to lv-act(li).
        move spaces to lv-why(li).
        move 1 to hit.
        exit section.

       *> count one detail record: inside the window, played since
       *> the level's last change, and not in a tournament
       post-detail section.
        if stat-key(1:8) is less than cut-dt then
         exit section
        end-if.
        move 0 to trn-hit.
        compute nkey = stat-key + 1.
        perform varying ti from 1 by 1 until ti > tcnt
         if trn-key(ti) is equal to stat-key
            or trn-key(ti) is equal to nkey then
          move 1 to trn-hit
          exit perform
         end-if
        end-perform.
        if trn-hit is equal to 1 then
         exit section
        end-if.
        perform find-level.
        if hit is equal to 0 then
         exit section
        end-if.
        if stat-key is less than lv-eff(li) then
         exit section
        end-if.
        add 1 to lv-att(li).
        if stat-clear is equal to "Y" then
         add 1 to lv-clr(li)
         add stat-secs to lv-secs(li)
        else
         add 1 to lv-lost(li)
        end-if.
        exit section.

       *> plain exchange sort on the level table, the same as levelrpt
       sort-levels section.
        move 1 to swp.
        perform until swp is equal to 0
         move 0 to swp
         perform varying lj from 1 by 1 until lj >= lcnt
          if lv-num(lj) is greater than lv-num(lj + 1) then
           move lv-ent(lj) to hold-ent
           move lv-ent(lj + 1) to lv-ent(lj)
           move hold-ent to lv-ent(lj + 1)
           move 1 to swp
          end-if
         end-perform
        end-perform.
        exit section.

       *> the hard signals are checked first: a level that is both
       *> quick and deadly is still a wall
       judge-level section.
        perform level-figures.
        move lv-adj(li) to lv-new(li).
        move 0 to dir.
        if lv-att(li) is less than tg-min then
         move "TOO FEW ATTEMPTS" to lv-why(li)
        else
         evaluate true
          when rate is less than tg-clr-lo
           move -1 to dir
           move "CLEAR RATE BELOW BAND" to lv-why(li)
          when lpc is greater than tg-loss-hi
           move -1 to dir
           move "LIVES LOST ABOVE BAND" to lv-why(li)
          when avgs is greater than tg-secs-hi
           move -1 to dir
           move "CLEAR TIME ABOVE BAND" to lv-why(li)
          when rate is greater than tg-clr-hi
               and avgs is less than tg-secs-lo
           move 1 to dir
           move "CLEARED FAST AND EASILY" to lv-why(li)
          when other
           move "WITHIN TARGETS" to lv-why(li)
         end-evaluate
        end-if.
        if dir is equal to -1 then
         if lv-adj(li) is greater than 0 - tg-max then
          compute lv-new(li) = lv-adj(li) - 1
          move "SLOWER" to lv-act(li)
          add 1 to n-slow
         else
          move "LIMIT" to lv-act(li)
          add 1 to n-held
         end-if
         exit section
        end-if.
        if dir is equal to 1 then
         if lv-adj(li) is less than tg-max then
          compute lv-new(li) = lv-adj(li) + 1
          move "FASTER" to lv-act(li)
          add 1 to n-fast
         else
          move "LIMIT" to lv-act(li)
          add 1 to n-held
         end-if
         exit section
        end-if.
        move "HELD" to lv-act(li).
        add 1 to n-held.
        exit section.

       level-figures section.
        move 0 to rate.
        move 0 to avgs.
        move 999 to lpc.
        if lv-att(li) is greater than 0 then
         compute rate = lv-clr(li) * 100 / lv-att(li)
        end-if.
        if lv-clr(li) is greater than 0 then
         compute avgs = lv-secs(li) / lv-clr(li)
         compute lpc = lv-lost(li) * 10 / lv-clr(li)
        end-if.
        if lpc is greater than 999 then
         move 999 to lpc
        end-if.
        exit section.

       print-levels section.
        display " ".
        display "LEVEL  ATTEMPTS  CLEAR%  AVG SECS  LIVES/CLR"
         "  ADJ  NEW  ACTION  WHY".
        perform varying li from 1 by 1 until li > lcnt
         perform level-figures
         move lv-att(li) to att-disp
         move rate to rate-disp
         move avgs to avgs-disp
         compute lpc-num = lpc / 10
         move lpc-num to lpc-disp
         move lv-adj(li) to adj-disp
         move lv-new(li) to new-disp
         display lv-num(li) "      " att-disp "     " rate-disp
          "     " avgs-disp "      " lpc-disp "   " adj-disp
          "   " new-disp "  " lv-act(li) "  " lv-why(li)
        end-perform.
        exit section.

       *> only the levels that moved get a record; the rest carry on
       *> under the record they already have
       write-changes section.
        if n-slow is equal to 0 and n-fast is equal to 0 then
         exit section
        end-if.
        open extend speed-file.
        if gfs is equal to "35" then
         open output speed-file
        end-if.
        if gfs is not equal to "00" then
         display "COULD NOT OPEN SPEEDFIL, STATUS " gfs
         display "** NO CHANGES WRITTEN **"
         stop run
        end-if.
        perform varying li from 1 by 1 until li > lcnt
         if lv-new(li) is not equal to lv-adj(li) then
          move run-stamp to spd-eff
          move lv-num(li) to spd-lvl
          move lv-new(li) to spd-adj
          move lv-why(li) to spd-why
          write speed-record
          if gfs is equal to "00" then
           add 1 to n-wrt
          else
           display "COULD NOT WRITE SPEEDFIL, STATUS " gfs
          end-if
         end-if
        end-perform.
        close speed-file.
        perform verify-changes.
        exit section.

       *> read the file back and count this run's records
       verify-changes section.
        open input speed-file.
        if gfs is not equal to "00" then
         display "COULD NOT REREAD SPEEDFIL, STATUS " gfs
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read speed-file
          at end
           move 1 to eof
          not at end
           if spd-eff is equal to run-stamp then
            add 1 to n-back
           end-if
         end-read
        end-perform.
        close speed-file.
        exit section.

       print-totals section.
        display " ".
        move n-slow to cnt-disp.
        display "LEVELS SLOWED:      " cnt-disp.
        move n-fast to cnt-disp.
        display "LEVELS QUICKENED:   " cnt-disp.
        move n-held to cnt-disp.
        display "LEVELS LEFT ALONE:  " cnt-disp.
        move n-wrt to cnt-disp.
        display "CHANGES WRITTEN:    " cnt-disp.
        if n-wrt is greater than 0 then
         display "EFFECTIVE FROM:     " run-stamp
         if n-back is equal to n-wrt then
          display "SPEEDFIL READ BACK AND AGREES"
         else
          move n-back to cnt-disp
          display "** SPEEDFIL READ BACK " cnt-disp
           " RECORDS FOR THIS RUN **"
         end-if
        end-if.
        if ovf is equal to 1 then
         display "** MORE LEVELS ON FILE THAN THE RUN HOLDS **"
        end-if.
        if tovf is equal to 1 then
         display "** MORE TOURNAMENT SESSIONS THAN THE RUN HOLDS;"
          " SOME TOURNAMENT PLAY WAS COUNTED **"
        end-if.
        exit section.
