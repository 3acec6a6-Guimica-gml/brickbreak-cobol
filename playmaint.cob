      *> operator-facing maintenance utility for the lifetime-stats
      *> master (PLAYRFIL), the sibling of leveledit and confmaint:
      *> lists every player-record, merges a fat-fingered set of
      *> initials into the right one (the lifetime totals, the
      *> initials on that player's SCOREFIL and STATSFIL history,
      *> their loyalty ledger (LOYLFIL) and their badges on the
      *> achievements master, ACHVFIL, so the two never split again),
      *> deletes a record outright along with its badges and loyalty
      *> ledger, keeps the blocked-initials list (BLOCKFIL) that the
      *> game refuses on the initials screen and leaves off the
      *> attract-mode leaderboard, and rebuilds the whole master from
      *> SCOREFIL and STATSFIL when it is suspect (badges are not
      *> rebuilt). the rebuild is gathered and shown before anything
      *> is written, and read back after.
       identification division.
       program-id. playmaint.
       environment division.
       input-output section.
       file-control.
        select player-file assign to "PLAYRFIL"
         organization is indexed
         access mode is dynamic
         record key is play-inits
         file status is pfs.
        select score-file assign to "SCOREFIL"
         organization is indexed
         access mode is dynamic
         record key is score-key
         file status is sfs.
        select stat-file assign to "STATSFIL"
         organization is line sequential
         file status is tfs.
        select stmp-file assign to "STATTEMP"
         organization is line sequential
         file status is wfs.
        select block-file assign to "BLOCKFIL"
         organization is line sequential
         file status is bfs.
        select loyl-file assign to "LOYLFIL"
         organization is line sequential
         file status is yfs.
        select ltmp-file assign to "LOYLTEMP"
         organization is line sequential
         file status is zfs.
        select achv-file assign to "ACHVFIL"
         organization is indexed
         access mode is dynamic
         record key is achv-key
         file status is afs.

       data division.
       file section.
       fd  player-file.
       copy playerrec.
       fd  score-file.
       copy scorerec.
       fd  stat-file.
       copy statrec.
       fd  stmp-file.
       copy statrec replacing leading ==stat== by ==stmp==.
       fd  block-file.
       copy blockrec.
       fd  loyl-file.
       copy loylrec.
       fd  ltmp-file.
       copy loylrec replacing leading ==loyl== by ==ltmp==
                              leading ==lyl== by ==ltm==.
       fd  achv-file.
       copy achvrec.

       working-storage section.
       01 pfs pic xx. *> player-file status
       01 sfs pic xx. *> score-file status
       01 tfs pic xx. *> stat-file status
       01 wfs pic xx. *> stat work-file status
       01 bfs pic xx. *> block-file status
       01 yfs pic xx. *> loyalty ledger status
       01 zfs pic xx. *> loyalty work-file status
       01 afs pic xx. *> achievements status

       01 cho pic x(1).  *> menu choice
       01 ans pic x(12). *> console answer
       01 yn  pic x(1).  *> answer to a Y/N confirmation
       01 eof usage binary-char. *> end of current input file
       01 ok  usage binary-char. *> are the initials usable
       01 today  pic 9(8).  *> run date, yyyymmdd
       01 now-dt pic x(21). *> run time, CURRENT-DATE

       *> the initials being worked on; a merge has two
       01 ini  pic x(3). *> initials just asked for
       01 frm-ini pic x(3). *> merge source, the typo
       01 to-ini  pic x(3). *> merge target, the right ones
       01 to-have usage binary-char. *> target already on file
       *> both records of a merge, held outside the FD area
       copy playerrec replacing leading ==player== by ==mfp==
                                leading ==play== by ==mf==.
       copy playerrec replacing leading ==player== by ==mtp==
                                leading ==play== by ==mt==.

       *> the loyalty ledger pass: whose records, and whether they
       *> move to to-ini (a merge) or are left out (a delete)
       01 lm-ini  pic x(3). *> initials whose records are changed
       01 lm-drop usage binary-char. *> 1 leaves them out
       01 wcnt usage binary-long. *> records written to the work file

       *> the typo's badges, gathered before the file is changed
       *> under them, and the one being moved
       01 bg-tbl.
        05 bg-rec occurs 50 times pic x(37).
       01 bg-cnt usage binary-long. *> badges gathered
       01 bg-ovf usage binary-char. *> more than the table holds
       copy achvrec replacing leading ==achv== by ==mfa==.

       *> the blocked-initials list, held whole and written back whole
       01 blk-tbl.
        05 blk-ent occurs 200 times.
         10 bl-inits pic x(3). *> initials refused
         10 bl-added pic 9(8). *> date blocked
       01 blk-cnt usage binary-long value 0. *> entries held
       01 blk-ovf usage binary-char value 0. *> file had more
       01 bj usage binary-long. *> list entry matched, 0 none

       *> rebuild accumulators, one entry per set of initials
       01 rb-tbl.
        05 rb-ent occurs 2000 times.
         10 rb-inits pic x(3).
         10 rb-games usage binary-long.
         10 rb-brk   usage binary-long.
         10 rb-best  usage binary-long.
         10 rb-hilvl usage binary-long.
       01 rb-cnt usage binary-long value 0. *> players gathered
       01 rb-ovf usage binary-char value 0. *> ran out of entries
       01 rj usage binary-long. *> entry matched, 0 none
       01 reach usage binary-long. *> level a cut proves reached

       *> control counters
       01 scnt usage binary-long. *> score-records read
       01 ccnt usage binary-long. *> stat cuts read
       01 xcnt usage binary-long. *> records skipped, blocked
       01 ucnt usage binary-long. *> records changed
       01 vcnt usage binary-long. *> records read back
       01 gtot usage binary-long. *> games, all players
       01 vgtot usage binary-long. *> games, read back
       01 ocnt usage binary-long. *> players on the old master
       01 ogtot usage binary-long. *> games on the old master

       01 i usage binary-long. *> used in for loops

       01 cnt-disp pic zzzzz9.
       01 brk-disp pic zzzzzzz9.
       01 lvl-disp pic zzz9.

       procedure division.
        move function current-date to now-dt.
        move now-dt(1:8) to today.
        perform until cho is equal to "Q"
         display " "
         display "PLAYMAINT - L)IST M)ERGE D)ELETE B)LOCK U)NBLOCK"
          " R)EBUILD Q)UIT"
         accept cho
         move function upper-case(cho) to cho
         evaluate cho
          when "L" perform list-players
          when "M" perform merge-player
          when "D" perform delete-player
          when "B" perform block-inits
          when "U" perform unblock-inits
          when "R" perform rebuild-master
          when "Q" continue
          when other display "UNKNOWN COMMAND"
         end-evaluate
        end-perform.
        stop run.

       *> every player-record in initials order, then the block list
       list-players section.
        move 0 to vcnt.
        open input player-file.
        if pfs is not equal to "00" then
         display "PLAYRFIL NOT READABLE, STATUS " pfs
        else
         display "INI   GAMES    BRICKS   BEST HILVL"
         move 0 to eof
         perform until eof is equal to 1
          read player-file next record
           at end
            move 1 to eof
           not at end
            add 1 to vcnt
            perform show-player
          end-read
         end-perform
         close player-file
         move vcnt to cnt-disp
         display "PLAYERS ON FILE: " cnt-disp
        end-if.
        perform load-blocked.
        if blk-cnt is equal to 0 then
         display "NO INITIALS BLOCKED"
        else
         display "BLOCKED INITIALS:"
         perform varying i from 1 by 1 until i > blk-cnt
          display "  " bl-inits(i) "  SINCE " bl-added(i)
         end-perform
        end-if.
        exit section.

       show-player section.
        move play-games to cnt-disp.
        move play-bricks to brk-disp.
        move play-hilvl to lvl-disp.
        display play-inits " " cnt-disp "  " brk-disp
         " " play-best " " lvl-disp.
        exit section.

       *> three letters A to Z, the only initials the game can enter
       ask-inits section.
        move 0 to ok.
        move spaces to ans.
        accept ans.
        move function upper-case(ans(1:3)) to ini.
        if ini is alphabetic-upper
           and ini(1:1) is not equal to space
           and ini(2:1) is not equal to space
           and ini(3:1) is not equal to space
           and ans(4:9) is equal to spaces then
         move 1 to ok
        else
         display "INITIALS ARE THREE LETTERS A TO Z"
        end-if.
        exit section.

       ask-yes section.
        move spaces to ans.
        accept ans.
        move function upper-case(ans(1:1)) to yn.
        if yn is not equal to "Y" then
         display "NOTHING CHANGED"
        end-if.
        exit section.

       *> fold the typo's lifetime totals into the right initials,
       *> move the typo's score and stat history across, and drop the
       *> typo's record. the history goes first and the master last,
       *> so a merge cut short is simply run again
       merge-player section.
        display "MERGE FROM (THE WRONG INITIALS)?".
        perform ask-inits.
        if ok is equal to 0 then
         exit section
        end-if.
        move ini to frm-ini.
        display "MERGE INTO (THE RIGHT INITIALS)?".
        perform ask-inits.
        if ok is equal to 0 then
         exit section
        end-if.
        move ini to to-ini.
        if to-ini is equal to frm-ini then
         display "BOTH INITIALS THE SAME, NOTHING TO MERGE"
         exit section
        end-if.
        open input player-file.
        if pfs is not equal to "00" then
         display "PLAYRFIL NOT READABLE, STATUS " pfs
         exit section
        end-if.
        move frm-ini to play-inits.
        read player-file key is play-inits
         invalid key
          display frm-ini " NOT ON PLAYRFIL"
          close player-file
          exit section
        end-read.
        move player-record to mfp-record.
        move 0 to to-have.
        move to-ini to play-inits.
        read player-file key is play-inits
         invalid key
          move to-ini to mt-inits
          move 0 to mt-games
          move 0 to mt-bricks
          move 0 to mt-best
          move 0 to mt-hilvl
         not invalid key
          move player-record to mtp-record
          move 1 to to-have
        end-read.
        close player-file.
        display "INI   GAMES    BRICKS   BEST HILVL".
        move mfp-record to player-record.
        perform show-player.
        if to-have is equal to 1 then
         move mtp-record to player-record
         perform show-player
        else
         display to-ini " NOT ON FILE, " frm-ini " IS RENAMED"
        end-if.
        add mf-games to mt-games.
        add mf-bricks to mt-bricks.
        if mf-best is greater than mt-best then
         move mf-best to mt-best
        end-if.
        if mf-hilvl is greater than mt-hilvl then
         move mf-hilvl to mt-hilvl
        end-if.
        display "MERGED:".
        move mtp-record to player-record.
        perform show-player.
        display "MERGE " frm-ini " INTO " to-ini " (Y/N)?".
        perform ask-yes.
        if yn is not equal to "Y" then
         exit section
        end-if.

        perform merge-stats.
        if ok is equal to 0 then
         exit section
        end-if.
        perform merge-scores.
        if ok is equal to 0 then
         exit section
        end-if.
        perform merge-badges.
        if ok is equal to 0 then
         exit section
        end-if.
        move frm-ini to lm-ini.
        move 0 to lm-drop.
        perform pass-loyalty.
        if ok is equal to 0 then
         exit section
        end-if.

        open i-o player-file.
        if pfs is not equal to "00" then
         display "COULD NOT OPEN PLAYRFIL, STATUS " pfs
         display "HISTORY MOVED, RUN THE MERGE AGAIN"
         exit section
        end-if.
        move mtp-record to player-record.
        if to-have is equal to 1 then
         rewrite player-record
        else
         write player-record
        end-if.
        if pfs is not equal to "00" then
         display "COULD NOT WRITE " to-ini ", STATUS " pfs
         close player-file
         exit section
        end-if.
        move frm-ini to play-inits.
        delete player-file record
         invalid key
          display "COULD NOT DELETE " frm-ini ", STATUS " pfs
        end-delete.
        close player-file.
        display "MERGED " frm-ini " INTO " to-ini.
        exit section.

       *> the stat detail is line sequential: copy it through the
       *> work file with the initials changed, prove the copy is
       *> whole, then copy it back
       merge-stats section.
        move 1 to ok.
        move 0 to ccnt.
        move 0 to ucnt.
        move 0 to vcnt.
        open input stat-file.
        if tfs is not equal to "00" then
         if tfs is not equal to "35" then
          display "COULD NOT OPEN STATSFIL, STATUS " tfs
          move 0 to ok
         end-if
         exit section
        end-if.
        open output stmp-file.
        if wfs is not equal to "00" then
         display "COULD NOT OPEN STATTEMP, STATUS " wfs
         close stat-file
         move 0 to ok
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read stat-file
          at end
           move 1 to eof
          not at end
           add 1 to ccnt
           move stat-record to stmp-record
           if stmp-inits is equal to frm-ini then
            move to-ini to stmp-inits
            add 1 to ucnt
           end-if
           write stmp-record
         end-read
        end-perform.
        close stat-file.
        close stmp-file.
        if ucnt is equal to 0 then
         display "STATSFIL: NO CUTS UNDER " frm-ini
         exit section
        end-if.
        open input stmp-file.
        if wfs is not equal to "00" then
         display "COULD NOT REOPEN STATTEMP, STATUS " wfs
         display "STATSFIL UNTOUCHED"
         move 0 to ok
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read stmp-file
          at end
           move 1 to eof
          not at end
           add 1 to vcnt
         end-read
        end-perform.
        close stmp-file.
        if vcnt is not equal to ccnt then
         display "** STATTEMP DOES NOT BALANCE, STATSFIL UNTOUCHED **"
         move 0 to ok
         exit section
        end-if.
        open input stmp-file.
        if wfs is not equal to "00" then
         display "COULD NOT REOPEN STATTEMP, STATUS " wfs
         display "THE CHANGED COPY IS STILL ON STATTEMP"
         move 0 to ok
         exit section
        end-if.
        open output stat-file.
        if tfs is not equal to "00" then
         display "COULD NOT REWRITE STATSFIL, STATUS " tfs
         display "THE CHANGED COPY IS STILL ON STATTEMP"
         close stmp-file
         move 0 to ok
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read stmp-file
          at end
           move 1 to eof
          not at end
           write stat-record from stmp-record
         end-read
        end-perform.
        close stmp-file.
        close stat-file.
        move ucnt to cnt-disp.
        display "STATSFIL: " cnt-disp " CUTS MOVED TO " to-ini.
        exit section.

       merge-scores section.
        move 1 to ok.
        move 0 to ucnt.
        open i-o score-file.
        if sfs is not equal to "00" then
         if sfs is not equal to "35" then
          display "COULD NOT OPEN SCOREFIL, STATUS " sfs
          move 0 to ok
         end-if
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read score-file next record
          at end
           move 1 to eof
          not at end
           if score-inits is equal to frm-ini then
            move to-ini to score-inits
            rewrite score-record
            if sfs is equal to "00" then
             add 1 to ucnt
            else
             display "COULD NOT REWRITE " score-key ", STATUS " sfs
             move 0 to ok
            end-if
           end-if
         end-read
        end-perform.
        close score-file.
        move ucnt to cnt-disp.
        display "SCOREFIL: " cnt-disp " SESSIONS MOVED TO " to-ini.
        if ok is equal to 0 then
         display "** SCOREFIL PART MOVED, RUN THE MERGE AGAIN **"
        end-if.
        exit section.

       *> the typo's badges go over to the right initials; where both
       *> hold a badge the earlier one stands. each is in place under
       *> the right initials before the typo's is deleted, so a merge
       *> cut short is simply run again
       merge-badges section.
        move 1 to ok.
        move 0 to ucnt.
        open i-o achv-file.
        if afs is not equal to "00" then
         if afs is not equal to "35" then
          display "COULD NOT OPEN ACHVFIL, STATUS " afs
          move 0 to ok
         end-if
         exit section
        end-if.
        move 0 to bg-cnt.
        move 0 to bg-ovf.
        move frm-ini to achv-inits.
        move low-values to achv-code.
        move 0 to eof.
        start achv-file key is not less than achv-key
         invalid key
          move 1 to eof
        end-start.
        perform until eof is equal to 1
         read achv-file next record
          at end
           move 1 to eof
          not at end
           if achv-inits is not equal to frm-ini then
            move 1 to eof
           else
            if bg-cnt is less than 50 then
             add 1 to bg-cnt
             move achv-record to bg-rec(bg-cnt)
            else
             move 1 to bg-ovf
             move 1 to eof
            end-if
           end-if
         end-read
        end-perform.
        if bg-ovf is equal to 1 then
         display "** MORE BADGES UNDER " frm-ini
          " THAN THE MERGE HOLDS, ACHVFIL UNTOUCHED **"
         close achv-file
         move 0 to ok
         exit section
        end-if.
        perform varying i from 1 by 1 until i > bg-cnt
         move bg-rec(i) to mfa-record
         move to-ini to achv-inits
         move mfa-code to achv-code
         read achv-file key is achv-key
          invalid key
           move mfa-record to achv-record
           move to-ini to achv-inits
           write achv-record
          not invalid key
           if mfa-dt is less than achv-dt then
            move mfa-dt to achv-dt
            move mfa-skey to achv-skey
            move mfa-cab to achv-cab
            rewrite achv-record
           end-if
         end-read
         if afs is not equal to "00" then
          display "COULD NOT MOVE BADGE " mfa-code ", STATUS " afs
          move 0 to ok
          exit perform
         end-if
         move mfa-key to achv-key
         delete achv-file record
          invalid key
           display "COULD NOT DELETE " frm-ini " BADGE " mfa-code
            ", STATUS " afs
           move 0 to ok
           exit perform
         end-delete
         add 1 to ucnt
        end-perform.
        close achv-file.
        move ucnt to cnt-disp.
        display "ACHVFIL: " cnt-disp " BADGES MOVED TO " to-ini.
        if ok is equal to 0 then
         display "** ACHVFIL PART MOVED, RUN THE MERGE AGAIN **"
        end-if.
        exit section.

       *> drop one player-record and their badges; their SCOREFIL
       *> history stays, so a rebuild would bring the record back
       *> (without the badges) unless they are also blocked
       delete-player section.
        display "DELETE WHICH INITIALS?".
        perform ask-inits.
        if ok is equal to 0 then
         exit section
        end-if.
        open i-o player-file.
        if pfs is not equal to "00" then
         display "PLAYRFIL NOT READABLE, STATUS " pfs
         exit section
        end-if.
        move ini to play-inits.
        read player-file key is play-inits
         invalid key
          display ini " NOT ON PLAYRFIL"
          close player-file
          exit section
        end-read.
        display "INI   GAMES    BRICKS   BEST HILVL".
        perform show-player.
        display "DELETE " ini " (Y/N)?".
        perform ask-yes.
        move 0 to ok.
        if yn is equal to "Y" then
         delete player-file record
          invalid key
           display "COULD NOT DELETE " ini ", STATUS " pfs
          not invalid key
           display ini " DELETED; SCOREFIL HISTORY KEPT"
           move 1 to ok
        end-delete
        end-if.
        close player-file.
        if ok is equal to 1 then
         perform drop-badges
         move ini to lm-ini
         move 1 to lm-drop
         perform pass-loyalty
        end-if.
        exit section.

       *> the loyalty ledger is line sequential too: copy it through
       *> its work file with lm-ini's records moved to to-ini or left
       *> out, prove the copy is whole, then copy it back -- so
       *> credits owed follow a merge, and deleted initials are never
       *> paid out again
       pass-loyalty section.
        move 1 to ok.
        move 0 to ccnt.
        move 0 to ucnt.
        move 0 to wcnt.
        move 0 to vcnt.
        open input loyl-file.
        if yfs is not equal to "00" then
         if yfs is not equal to "35" then
          display "COULD NOT OPEN LOYLFIL, STATUS " yfs
          move 0 to ok
         end-if
         exit section
        end-if.
        open output ltmp-file.
        if zfs is not equal to "00" then
         display "COULD NOT OPEN LOYLTEMP, STATUS " zfs
         close loyl-file
         move 0 to ok
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read loyl-file
          at end
           move 1 to eof
          not at end
           add 1 to ccnt
           move loyl-record to ltmp-record
           if ltm-inits is equal to lm-ini then
            add 1 to ucnt
            if lm-drop is equal to 0 then
             move to-ini to ltm-inits
             write ltmp-record
             add 1 to wcnt
            end-if
           else
            write ltmp-record
            add 1 to wcnt
           end-if
         end-read
        end-perform.
        close loyl-file.
        close ltmp-file.
        if ucnt is equal to 0 then
         display "LOYLFIL: NO RECORDS UNDER " lm-ini
         exit section
        end-if.
        open input ltmp-file.
        if zfs is not equal to "00" then
         display "COULD NOT REOPEN LOYLTEMP, STATUS " zfs
         display "LOYLFIL UNTOUCHED"
         move 0 to ok
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read ltmp-file
          at end
           move 1 to eof
          not at end
           add 1 to vcnt
         end-read
        end-perform.
        close ltmp-file.
        if vcnt is not equal to wcnt then
         display "** LOYLTEMP DOES NOT BALANCE, LOYLFIL UNTOUCHED **"
         move 0 to ok
         exit section
        end-if.
        open input ltmp-file.
        if zfs is not equal to "00" then
         display "COULD NOT REOPEN LOYLTEMP, STATUS " zfs
         display "THE CHANGED COPY IS STILL ON LOYLTEMP"
         move 0 to ok
         exit section
        end-if.
        open output loyl-file.
        if yfs is not equal to "00" then
         display "COULD NOT REWRITE LOYLFIL, STATUS " yfs
         display "THE CHANGED COPY IS STILL ON LOYLTEMP"
         close ltmp-file
         move 0 to ok
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read ltmp-file
          at end
           move 1 to eof
          not at end
           write loyl-record from ltmp-record
         end-read
        end-perform.
        close ltmp-file.
        close loyl-file.
        move ucnt to cnt-disp.
        if lm-drop is equal to 1 then
         display "LOYLFIL: " cnt-disp " RECORDS DROPPED FOR " lm-ini
        else
         display "LOYLFIL: " cnt-disp " RECORDS MOVED TO " to-ini
        end-if.
        exit section.

       drop-badges section.
        move 0 to ucnt.
        open i-o achv-file.
        if afs is not equal to "00" then
         if afs is not equal to "35" then
          display "COULD NOT OPEN ACHVFIL, STATUS " afs
          display ini " BADGES NOT DELETED"
         end-if
         exit section
        end-if.
        move ini to achv-inits.
        move low-values to achv-code.
        move 0 to eof.
        start achv-file key is not less than achv-key
         invalid key
          move 1 to eof
        end-start.
        perform until eof is equal to 1
         read achv-file next record
          at end
           move 1 to eof
          not at end
           if achv-inits is not equal to ini then
            move 1 to eof
           else
            delete achv-file record
             invalid key
              display "COULD NOT DELETE BADGE " achv-code
               ", STATUS " afs
             not invalid key
              add 1 to ucnt
            end-delete
           end-if
         end-read
        end-perform.
        close achv-file.
        move ucnt to cnt-disp.
        display "ACHVFIL: " cnt-disp " BADGES DELETED FOR " ini.
        exit section.

       load-blocked section.
        move 0 to blk-cnt.
        move 0 to blk-ovf.
        open input block-file.
        if bfs is not equal to "00" then
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read block-file
          at end
           move 1 to eof
          not at end
           if blk-cnt is less than 200 then
            add 1 to blk-cnt
            move blk-inits to bl-inits(blk-cnt)
            move blk-added to bl-added(blk-cnt)
           else
            move 1 to blk-ovf
           end-if
         end-read
        end-perform.
        close block-file.
        if blk-ovf is equal to 1 then
         display "** MORE BLOCKED INITIALS THAN THE LIST HOLDS **"
        end-if.
        exit section.

       save-blocked section.
        open output block-file.
        if bfs is not equal to "00" then
         display "COULD NOT REWRITE BLOCKFIL, STATUS " bfs
         exit section
        end-if.
        perform varying i from 1 by 1 until i > blk-cnt
         move bl-inits(i) to blk-inits
         move bl-added(i) to blk-added
         write block-record
        end-perform.
        close block-file.
        display "BLOCKFIL SAVED".
        exit section.

       find-blocked section.
        move 0 to bj.
        perform varying i from 1 by 1 until i > blk-cnt
         or bj is not equal to 0
         if bl-inits(i) is equal to ini then
          move i to bj
         end-if
        end-perform.
        exit section.

       block-inits section.
        display "BLOCK WHICH INITIALS?".
        perform ask-inits.
        if ok is equal to 0 then
         exit section
        end-if.
        perform load-blocked.
        if blk-ovf is equal to 1 then
         display "BLOCKFIL NOT SAVED, IT WOULD LOSE ENTRIES"
         exit section
        end-if.
        perform find-blocked.
        if bj is not equal to 0 then
         display ini " ALREADY BLOCKED SINCE " bl-added(bj)
         exit section
        end-if.
        if blk-cnt is not less than 200 then
         display "BLOCK LIST IS FULL"
         exit section
        end-if.
        add 1 to blk-cnt.
        move ini to bl-inits(blk-cnt).
        move today to bl-added(blk-cnt).
        perform save-blocked.
        display ini " BLOCKED; D)ELETE REMOVES ANY PLAYER-RECORD".
        exit section.

       unblock-inits section.
        display "UNBLOCK WHICH INITIALS?".
        perform ask-inits.
        if ok is equal to 0 then
         exit section
        end-if.
        perform load-blocked.
        if blk-ovf is equal to 1 then
         display "BLOCKFIL NOT SAVED, IT WOULD LOSE ENTRIES"
         exit section
        end-if.
        perform find-blocked.
        if bj is equal to 0 then
         display ini " IS NOT BLOCKED"
         exit section
        end-if.
        perform varying i from bj by 1 until i not less than blk-cnt
         move blk-ent(i + 1) to blk-ent(i)
        end-perform.
        subtract 1 from blk-cnt.
        perform save-blocked.
        display ini " UNBLOCKED".
        exit section.

       *> rebuild the master from the ledgers: a score-record is one
       *> game banked, its bricks and points fold into the totals, and
       *> the stat cuts prove the levels reached (a clear reaches the
       *> board after it). blocked initials are left off. sessions
       *> scorarch has already archived are no longer on SCOREFIL and
       *> do not count, which the confirmation says out loud
       rebuild-master section.
        perform load-blocked.
        move 0 to rb-cnt.
        move 0 to rb-ovf.
        move 0 to scnt.
        move 0 to ccnt.
        move 0 to xcnt.
        open input score-file.
        if sfs is not equal to "00" then
         display "COULD NOT OPEN SCOREFIL, STATUS " sfs
         display "NOTHING REBUILT"
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read score-file next record
          at end
           move 1 to eof
          not at end
           add 1 to scnt
           move score-inits to ini
           perform find-blocked
           if bj is not equal to 0 then
            add 1 to xcnt
           else
            perform post-score
           end-if
         end-read
        end-perform.
        close score-file.
        open input stat-file.
        if tfs is equal to "00" then
         move 0 to eof
         perform until eof is equal to 1
          read stat-file
           at end
            move 1 to eof
           not at end
            add 1 to ccnt
            perform post-cut
          end-read
         end-perform
         close stat-file
        end-if.
        if rb-ovf is equal to 1 then
         display "** MORE PLAYERS THAN THE REBUILD HOLDS,"
          " NOTHING REBUILT **"
         exit section
        end-if.

        perform count-master.
        move 0 to gtot.
        perform varying i from 1 by 1 until i > rb-cnt
         add rb-games(i) to gtot
        end-perform.
        display "REBUILD FROM THE LEDGERS".
        move scnt to cnt-disp.
        display "SCORE-RECORDS READ:       " cnt-disp.
        move xcnt to cnt-disp.
        display "  OF WHICH BLOCKED:       " cnt-disp.
        move ccnt to cnt-disp.
        display "STAT CUTS READ:           " cnt-disp.
        move ocnt to cnt-disp.
        display "PLAYERS ON MASTER NOW:    " cnt-disp.
        move ogtot to cnt-disp.
        display "GAMES ON MASTER NOW:      " cnt-disp.
        move rb-cnt to cnt-disp.
        display "PLAYERS REBUILT:          " cnt-disp.
        move gtot to cnt-disp.
        display "GAMES REBUILT:            " cnt-disp.
        display "SESSIONS ALREADY ARCHIVED OFF SCOREFIL ARE NOT COUNTED".
        display "BADGES ON ACHVFIL ARE KEPT AS THEY ARE".
        display "REPLACE PLAYRFIL WITH THE REBUILD (Y/N)?".
        perform ask-yes.
        if yn is not equal to "Y" then
         exit section
        end-if.

        open output player-file.
        if pfs is not equal to "00" then
         display "COULD NOT REWRITE PLAYRFIL, STATUS " pfs
         exit section
        end-if.
        perform varying i from 1 by 1 until i > rb-cnt
         move rb-inits(i) to play-inits
         move rb-games(i) to play-games
         move rb-brk(i) to play-bricks
         move rb-best(i) to play-best
         move rb-hilvl(i) to play-hilvl
         write player-record
          invalid key
           display "COULD NOT WRITE " play-inits ", STATUS " pfs
         end-write
        end-perform.
        close player-file.

        perform count-master.
        move ocnt to vcnt.
        move ogtot to vgtot.
        move vcnt to cnt-disp.
        display "PLAYERS READ BACK:        " cnt-disp.
        move vgtot to cnt-disp.
        display "GAMES READ BACK:          " cnt-disp.
        if vcnt is equal to rb-cnt and vgtot is equal to gtot then
         display "PLAYRFIL REBUILT AND BALANCED"
        else
         display "** PLAYRFIL DOES NOT BALANCE WITH THE REBUILD **"
        end-if.
        exit section.

       *> players and games on the master as it stands
       count-master section.
        move 0 to ocnt.
        move 0 to ogtot.
        open input player-file.
        if pfs is not equal to "00" then
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read player-file next record
          at end
           move 1 to eof
          not at end
           add 1 to ocnt
           add play-games to ogtot
         end-read
        end-perform.
        close player-file.
        exit section.

       find-rebuilt section.
        move 0 to rj.
        perform varying i from 1 by 1 until i > rb-cnt
         or rj is not equal to 0
         if rb-inits(i) is equal to ini then
          move i to rj
         end-if
        end-perform.
        exit section.

       post-score section.
        perform find-rebuilt.
        if rj is equal to 0 then
         if rb-cnt is not less than 2000 then
          move 1 to rb-ovf
          exit section
         end-if
         add 1 to rb-cnt
         move rb-cnt to rj
         move ini to rb-inits(rj)
         move 0 to rb-games(rj)
         move 0 to rb-brk(rj)
         move 0 to rb-best(rj)
         move 1 to rb-hilvl(rj)
        end-if.
        add 1 to rb-games(rj).
        add score-bricks to rb-brk(rj).
        if score-points is greater than rb-best(rj) then
         move score-points to rb-best(rj)
        end-if.
        exit section.

       *> a cut only proves a level for a player who banked a game;
       *> a session that never reached save-score never did either
       post-cut section.
        move stat-inits to ini.
        perform find-rebuilt.
        if rj is equal to 0 then
         exit section
        end-if.
        move stat-lvl to reach.
        if stat-clear is equal to "Y" then
         add 1 to reach
        end-if.
        if reach is greater than rb-hilvl(rj) then
         move reach to rb-hilvl(rj)
        end-if.
        exit section.
