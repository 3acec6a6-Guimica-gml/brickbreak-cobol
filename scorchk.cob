      *> score plausibility exception report: the leaderboard and the
      *> tournament payouts come straight off SCOREFIL, and nothing
      *> checked that a score could actually have been earned. this
      *> batch tests every score-record against what the other files
      *> say about its session and prints the ones that do not hold
      *> together --
      *>   points above the most the combo rules could pay for its
      *>     bricks, or below the ten-a-brick floor
      *>   a stat cut (STATSFIL) counting more bricks on a level than
      *>     the visible cells of that level's LEVELFIL board
      *>   a session shorter than the seconds its own stat cuts add
      *>     up to, or a board cleared in no time at all
      *>   a score with no SESSION-START / SESSION-END pair around it
      *>     on the event trail (EVENTFIL)
      *> tournament entries (score-tourn "T") are printed first, so
      *> the standings can be held until every one is cleared.
       identification division.
       program-id. scorchk.
       environment division.
       input-output section.
       file-control.
        select score-file assign to "SCOREFIL"
         organization is indexed
         access mode is sequential
         record key is score-key
         file status is sfs.
        select stat-file assign to "STATSFIL"
         organization is line sequential
         file status is tfs.
        select level-file assign to "LEVELFIL"
         organization is indexed
         access mode is dynamic
         record key is level-num
         file status is lfs.
        select event-file assign to "EVENTFIL"
         organization is line sequential
         file status is efs.

       data division.
       file section.
       fd  score-file.
       copy scorerec.
       fd  stat-file.
       copy statrec.
       fd  level-file.
       copy levelrec.
       fd  event-file.
       copy evtrec.

       working-storage section.
       01 sfs pic xx. *> score-file status
       01 tfs pic xx. *> stat-file status
       01 lfs pic xx. *> level-file status
       01 efs pic xx. *> event-file status

       *> same grid bounds as the bricks table in the game itself; a
       *> board missing from LEVELFIL, or out of bounds, plays as the
       *> full default grid
       78 max-dw value 8. *> max brick columns a level can use
       78 max-dh value 5. *> max brick rows a level can use
       *> the combo rules: the nth brick broken in one frame pays ten
       *> times n. a ball can touch at most the four bricks round a
       *> corner in one frame, and the multi-ball power-up makes two
       *> balls, so no frame has ever paid a combo past eight
       78 cbo-max value 8.
       *> a cleared board recorded at zero whole seconds was cleared
       *> in under one second of play
       78 min-clr-secs value 1.

       01 ans  pic x(8). *> console answer, the from date
       01 fromdt pic 9(8) value 0. *> check sessions from this date
       01 windt  pic 9(8) value 0. *> keep windows from this date
       01 eof usage binary-char. *> end of current input file
       01 lv-have usage binary-char value 0. *> LEVELFIL readable

       *> session windows off the event trail, the same way the
       *> cross-ledger audit rebuilds them
       01 ses-tbl.
        05 ses-ent occurs 2000 times.
         10 ses-start pic 9(14). *> SESSION-START stamp
         10 ses-end   pic 9(14). *> SESSION-END, 0 = never
       01 scnt usage binary-long value 0. *> windows held
       01 si   usage binary-long.         *> window index
       01 sj   usage binary-long.         *> window matched, 0 none
       01 skey pic 9(14).                 *> timestamp being matched
       01 sovf usage binary-char value 0. *> ran out of window slots

       *> the stat cuts, summed per session and player
       01 agg-tbl.
        05 agg-ent occurs 2000 times.
         10 ag-key   pic 9(14).          *> stat-key, session start
         10 ag-inits pic x(3).           *> player initials
         10 ag-clr   usage binary-long.  *> levels cleared
         10 ag-fast  usage binary-long.  *> clears under the floor
         10 ag-secs  usage binary-long.  *> seconds the cuts add to
         10 ag-over  usage binary-long.  *> cuts past the board
         10 ag-olvl  pic 9(4).           *> first such level
         10 ag-obrk  pic 9(6).           *> bricks that cut claimed
         10 ag-ocell usage binary-long.  *> cells that board has
       01 acnt usage binary-long value 0. *> aggregates in use
       01 ai   usage binary-long.         *> aggregate index
       01 aj   usage binary-long.         *> aggregate matched
       01 akey pic 9(14).                 *> key being matched
       01 aovf usage binary-char value 0. *> ran out of aggregates

       01 cells usage binary-long. *> visible cells on the board
       01 i usage binary-long.     *> used in for loops
       01 j usage binary-long.     *> used in for loops
       01 k usage binary-long.     *> used to index level-cells

       *> combo ceiling for the score in hand
       01 cq   usage binary-long.
       01 cr   usage binary-long.
       01 ceil usage binary-long.
       01 flr  usage binary-long.

       *> the exceptions, gathered then sorted tournament first
       01 exc-tbl.
        05 exc-ent occurs 1000 times.
         10 exc-tord pic 9.       *> 0 tournament, 1 other
         10 exc-key  pic 9(14).   *> score-key
         10 exc-why  pic 9.       *> check that failed
         10 exc-inits pic x(3).
         10 exc-pts  pic 9(6).
         10 exc-brk  pic 9(6).
         10 exc-text pic x(44).
       01 ecnt usage binary-long value 0. *> exceptions gathered
       01 ei   usage binary-long.         *> exception index
       01 eovf usage binary-char value 0. *> ran out of slots
       01 swp  usage binary-char.         *> did the sort pass swap
       01 hold-ent pic x(75).             *> one entry, held aside
       01 why  pic 9.                     *> check being posted
       01 txt  pic x(44).                 *> its explanation
       01 sflag usage binary-char.        *> this score flagged yet

       *> the report's bottom line
       01 rd-cnt usage binary-long value 0. *> scores checked
       01 fl-cnt usage binary-long value 0. *> scores flagged
       01 ft-cnt usage binary-long value 0. *> tournament flagged
       01 why-tbl.
        05 why-cnt occurs 6 times usage binary-long.

       01 cnt-disp pic zzzzz9.
       01 n1-disp pic zzzzz9.
       01 n2-disp pic zzzzz9.
       01 lvl-disp pic zzz9.

       01 rpt-title pic x(40) value "SCORE PLAUSIBILITY EXCEPTIONS".
       01 rpt-clean pic x(40) value "EVERY SCORE HOLDS TOGETHER".

       procedure division.
        display "CHECK SESSIONS FROM (YYYYMMDD, BLANK = ALL)?".
        move spaces to ans.
        accept ans.
        if ans is not equal to spaces then
         compute fromdt = function numval(ans)
         if fromdt is less than 19000101 then
          display "BAD FROM DATE, NOTHING DONE"
          stop run
         end-if
         *> a session that started the evening before can still own
         *> a score keyed after midnight; keep its window too
         compute windt = function date-of-integer
          (function integer-of-date(fromdt) - 1)
        end-if.

        perform load-sessions.
        perform open-levels.
        perform sweep-stats.
        if lv-have is equal to 1 then
         close level-file
        end-if.
        perform sweep-scores.
        perform sort-exceptions.
        perform print-report.
        stop run.

       *> rebuild the session windows off the event trail: a start
       *> opens an entry, the next end closes the newest open one
       load-sessions section.
        open input event-file.
        if efs is not equal to "00" then
         if efs is not equal to "35" then
          display "COULD NOT OPEN EVENT-FILE, STATUS " efs
          stop run
         end-if
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read event-file
          at end
           move 1 to eof
          not at end
           perform post-event
         end-read
        end-perform.
        close event-file.
        exit section.

       post-event section.
        if evt-kind is equal to "SESSION-START"
           and evt-dt(1:8) is not less than windt then
         if scnt is less than 2000 then
          add 1 to scnt
          move evt-dt to ses-start(scnt)
          move 0 to ses-end(scnt)
         else
          move 1 to sovf
         end-if
        end-if.
        if evt-kind is equal to "SESSION-END" then
         if scnt is greater than 0
            and ses-end(scnt) is equal to 0 then
          move evt-dt to ses-end(scnt)
         end-if
        end-if.
        exit section.

       *> the window holding skey; a crashed window that is not the
       *> last is capped at the next one's start, the same rule the
       *> cross-ledger audit uses
       find-session section.
        move 0 to sj.
        perform varying si from 1 by 1 until si > scnt
         or sj is not equal to 0
         if skey is not less than ses-start(si) then
          if ses-end(si) is not equal to 0 then
           if skey is not greater than ses-end(si) then
            move si to sj
           end-if
          else
           if si is less than scnt then
            if skey is less than ses-start(si + 1) then
             move si to sj
            end-if
           else
            move si to sj
           end-if
          end-if
         end-if
        end-perform.
        exit section.

       open-levels section.
        open input level-file.
        if lfs is equal to "00" then
         move 1 to lv-have
        else
         display "LEVELFIL NOT READABLE, STATUS " lfs
          "; EVERY BOARD TAKEN AS THE FULL DEFAULT GRID"
        end-if.
        exit section.

       *> visible cells on level stat-lvl's board, into cells
       board-cells section.
        compute cells = max-dw * max-dh.
        if lv-have is equal to 0 then
         exit section
        end-if.
        move stat-lvl to level-num.
        read level-file key is level-num
         invalid key
          exit section
        end-read.
        if level-dw is less than 1 or level-dw is greater than max-dw
           or level-dh is less than 1
           or level-dh is greater than max-dh then
         exit section
        end-if.
        move 0 to cells.
        perform varying i from 1 by 1 until i > level-dw
         perform varying j from 1 by 1 until j > level-dh
          compute k = (i - 1) * max-dh + j
          if level-cell-v(k) is equal to 1 then
           add 1 to cells
          end-if
         end-perform
        end-perform.
        exit section.

       *> sum the cuts per session and player, and hold each cut up
       *> against the board it was played on
       sweep-stats section.
        open input stat-file.
        if tfs is not equal to "00" then
         if tfs is not equal to "35" then
          display "COULD NOT OPEN STAT-FILE, STATUS " tfs
          stop run
         end-if
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read stat-file
          at end
           move 1 to eof
          not at end
           if stat-key(1:8) is not less than fromdt then
            perform post-stat
           end-if
         end-read
        end-perform.
        close stat-file.
        exit section.

       post-stat section.
        move stat-key to akey.
        move stat-inits to txt(1:3).
        perform find-agg.
        if aj is equal to 0 then
         if acnt is less than 2000 then
          add 1 to acnt
          move acnt to aj
          move stat-key to ag-key(aj)
          move stat-inits to ag-inits(aj)
          move 0 to ag-clr(aj)
          move 0 to ag-fast(aj)
          move 0 to ag-secs(aj)
          move 0 to ag-over(aj)
          move 0 to ag-olvl(aj)
          move 0 to ag-obrk(aj)
          move 0 to ag-ocell(aj)
         else
          move 1 to aovf
          exit section
         end-if
        end-if.
        add stat-secs to ag-secs(aj).
        if stat-clear is equal to "Y" then
         add 1 to ag-clr(aj)
         if stat-secs is less than min-clr-secs then
          add 1 to ag-fast(aj)
         end-if
        end-if.
        perform board-cells.
        if stat-bricks is greater than cells then
         if ag-over(aj) is equal to 0 then
          move stat-lvl to ag-olvl(aj)
          move stat-bricks to ag-obrk(aj)
          move cells to ag-ocell(aj)
         end-if
         add 1 to ag-over(aj)
        end-if.
        exit section.

       *> the aggregate for session akey and the initials held in
       *> txt(1:3); the detail file is appended in time order, so
       *> the search runs from the newest end
       find-agg section.
        move 0 to aj.
        perform varying ai from acnt by -1 until ai < 1
         or aj is not equal to 0
         if ag-key(ai) is equal to akey
            and ag-inits(ai) is equal to txt(1:3) then
          move ai to aj
         end-if
        end-perform.
        exit section.

       sweep-scores section.
        open input score-file.
        if sfs is not equal to "00" then
         display "COULD NOT OPEN SCORE-FILE, STATUS " sfs
         stop run
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read score-file next record
          at end
           move 1 to eof
          not at end
           if score-date is not less than fromdt then
            add 1 to rd-cnt
            perform check-score
           end-if
         end-read
        end-perform.
        close score-file.
        exit section.

       *> every test against one score-record; each failure is its
       *> own exception line
       check-score section.
        move 0 to sflag.
        *> the combo ceiling: bricks broken in frames of cbo-max,
        *> each frame paying 10 + 20 + ... for its bricks
        divide score-bricks by cbo-max giving cq remainder cr.
        compute ceil = 10 * (cq * cbo-max * (cbo-max + 1) / 2
         + cr * (cr + 1) / 2).
        compute flr = 10 * score-bricks.
        if score-points is greater than ceil then
         move ceil to n1-disp
         move spaces to txt
         string "POINTS ABOVE COMBO CEILING OF " delimited by size
                n1-disp delimited by size
           into txt
         move 1 to why
         perform post-exception
        end-if.
        if score-points is less than flr then
         move flr to n1-disp
         move spaces to txt
         string "POINTS BELOW TEN-A-BRICK FLOOR OF " delimited by size
                n1-disp delimited by size
           into txt
         move 1 to why
         perform post-exception
        end-if.

        *> the session's own stat cuts; a second player's key is
        *> the session start nudged by one
        move score-key to akey.
        move score-inits to txt(1:3).
        perform find-agg.
        if aj is equal to 0 then
         compute akey = score-key - 1
         move score-inits to txt(1:3)
         perform find-agg
        end-if.
        if aj is greater than 0 then
         perform check-cuts
        end-if.

        move score-key to skey.
        perform find-session.
        if sj is equal to 0 then
         move "NO SESSION-START ON EVENTFIL" to txt
         move 4 to why
         perform post-exception
        else
         if ses-end(sj) is equal to 0 then
          move "NO SESSION-END ON EVENTFIL" to txt
          move 4 to why
          perform post-exception
         end-if
        end-if.

        if sflag is equal to 1 then
         add 1 to fl-cnt
         if score-tourn is equal to "T" then
          add 1 to ft-cnt
         end-if
        end-if.
        exit section.

       check-cuts section.
        if ag-over(aj) is greater than 0 then
         move ag-olvl(aj) to lvl-disp
         move ag-obrk(aj) to n1-disp
         move ag-ocell(aj) to n2-disp
         move spaces to txt
         string "LEVEL " delimited by size
                lvl-disp delimited by size
                " CUT" delimited by size
                n1-disp delimited by size
                " BRICKS, BOARD HAS" delimited by size
                n2-disp delimited by size
           into txt
         move 2 to why
         perform post-exception
        end-if.
        if score-length is less than ag-secs(aj) then
         move score-length to n1-disp
         move ag-secs(aj) to n2-disp
         move spaces to txt
         string "LASTED" delimited by size
                n1-disp delimited by size
                " SECS, CUTS ADD TO" delimited by size
                n2-disp delimited by size
           into txt
         move 3 to why
         perform post-exception
        end-if.
        if ag-fast(aj) is greater than 0 then
         move ag-fast(aj) to n1-disp
         move ag-clr(aj) to n2-disp
         move spaces to txt
         string n1-disp delimited by size
                " OF" delimited by size
                n2-disp delimited by size
                " CLEARS IN UNDER A SECOND" delimited by size
           into txt
         move 3 to why
         perform post-exception
        end-if.
        exit section.

       *> one exception line for the score-record in hand: the check
       *> number in why, the explanation in txt
       post-exception section.
        move 1 to sflag.
        add 1 to why-cnt(why).
        if ecnt is not less than 1000 then
         move 1 to eovf
         exit section
        end-if.
        add 1 to ecnt.
        if score-tourn is equal to "T" then
         move 0 to exc-tord(ecnt)
        else
         move 1 to exc-tord(ecnt)
        end-if.
        move score-key to exc-key(ecnt).
        move why to exc-why(ecnt).
        move score-inits to exc-inits(ecnt).
        move score-points to exc-pts(ecnt).
        move score-bricks to exc-brk(ecnt).
        move txt to exc-text(ecnt).
        exit section.

       *> plain exchange sort: tournament entries first, then by
       *> session key and check, so one session's lines stay together
       sort-exceptions section.
        move 1 to swp.
        perform until swp is equal to 0
         move 0 to swp
         perform varying ei from 1 by 1 until ei >= ecnt
          if exc-ent(ei)(1:16) is greater than exc-ent(ei + 1)(1:16)
          then
           move exc-ent(ei) to hold-ent
           move exc-ent(ei + 1) to exc-ent(ei)
           move hold-ent to exc-ent(ei + 1)
           move 1 to swp
          end-if
         end-perform
        end-perform.
        exit section.

       print-report section.
        display rpt-title.
        if fromdt is greater than 0 then
         display "SESSIONS FROM: " fromdt
        end-if.
        if ecnt is greater than 0 and exc-tord(1) is equal to 0 then
         display " "
         display "TOURNAMENT ENTRIES - HOLD STANDINGS UNTIL CLEARED:"
        end-if.
        perform varying ei from 1 by 1 until ei > ecnt
         if exc-tord(ei) is equal to 1
            and (ei is equal to 1 or exc-tord(ei - 1) is equal to 0)
         then
          display " "
          display "OTHER SESSIONS:"
         end-if
         move exc-pts(ei) to n1-disp
         move exc-brk(ei) to n2-disp
         display "  " exc-key(ei) " " exc-inits(ei)
          " PTS" n1-disp " BRK" n2-disp
          "  " exc-text(ei)
        end-perform.
        display " ".
        move rd-cnt to cnt-disp.
        display "SCORES CHECKED:            " cnt-disp.
        move fl-cnt to cnt-disp.
        display "SCORES FLAGGED:            " cnt-disp.
        move ft-cnt to cnt-disp.
        display "TOURNAMENT ENTRIES FLAGGED:" cnt-disp.
        move why-cnt(1) to cnt-disp.
        display "  POINTS VS BRICKS:        " cnt-disp.
        move why-cnt(2) to cnt-disp.
        display "  BRICKS VS BOARD:         " cnt-disp.
        move why-cnt(3) to cnt-disp.
        display "  TIME VS LEVELS CLEARED:  " cnt-disp.
        move why-cnt(4) to cnt-disp.
        display "  NO SESSION PAIR:         " cnt-disp.
        if fl-cnt is equal to 0 then
         display rpt-clean
        end-if.
        if sovf is equal to 1 then
         display "** MORE SESSIONS ON THE TRAIL THAN THE CHECK HOLDS;"
          " NARROW THE FROM DATE **"
        end-if.
        if aovf is equal to 1 then
         display "** MORE STAT DETAIL THAN THE CHECK HOLDS;"
          " NARROW THE FROM DATE **"
        end-if.
        if eovf is equal to 1 then
         display "** MORE EXCEPTIONS THAN THE REPORT HOLDS **"
        end-if.
        exit section.
