      *>   PLAYRIN -> PLAYRMST  (lifetime totals summed when the
      *>     same initials played more than one machine)
      *> a control report counts both sides so a short merge shows.
      *> every file is proven openable before the first record moves,
      *> so a run that stops on a file does so with nothing merged and
      *> can simply be run again. ends with return code 0 clean, 4
      *> when records failed to land (counted on the report; running
      *> again would double the ones that did), 8 when nothing was
      *> merged.
       identification division.
       program-id. consol.
       environment division.
        move function upper-case(ans) to cab.
        if cab is equal to spaces then
         display "NO CABINET ID, NOTHING DONE"
         move 8 to return-code
         stop run
        end-if.

        perform check-files.
        perform merge-scores.
        perform merge-cash.
        perform merge-stats.
        perform merge-players.
        perform print-report.
        if sx-cnt is greater than 0 or cx-cnt is greater than 0
           or tx-cnt is greater than 0 then
         move 4 to return-code
        end-if.
        stop run.

       *> try every input and master before anything is merged; a
       *> file not there yet is fine, the merges below allow for it
       check-files section.
        open input sin-file.
        if ifs is equal to "00" then
         close sin-file
        end-if.
        open input score-file.
        if sfs is equal to "00" then
         close score-file
        end-if.
        open input cin-file.
        if cfs is equal to "00" then
         close cin-file
        end-if.
        open input cash-file.
        if hfs is equal to "00" then
         close cash-file
        end-if.
        open input tin-file.
        if dfs is equal to "00" then
         close tin-file
        end-if.
        open input stat-file.
        if tfs is equal to "00" then
         close stat-file
        end-if.
        open input pin-file.
        if gfs is equal to "00" then
         close pin-file
        end-if.
        open input player-file.
        if pfs is equal to "00" then
         close player-file
        end-if.
        if (ifs is not equal to "00" and ifs is not equal to "35")
           or (sfs is not equal to "00" and sfs is not equal to "35")
           or (cfs is not equal to "00" and cfs is not equal to "35")
           or (hfs is not equal to "00" and hfs is not equal to "35")
           or (dfs is not equal to "00" and dfs is not equal to "35")
           or (tfs is not equal to "00" and tfs is not equal to "35")
           or (gfs is not equal to "00" and gfs is not equal to "35")
           or (pfs is not equal to "00" and pfs is not equal to "35")
        then
         display "COULD NOT OPEN EVERY FILE, STATUS " ifs " " sfs
          " " cfs " " hfs " " dfs " " tfs " " gfs " " pfs
         display "NOTHING MERGED"
         move 8 to return-code
         stop run
        end-if.
        exit section.

       merge-scores section.
        open input sin-file.
        if ifs is not equal to "00" then
         if ifs is not equal to "35" then
          display "COULD NOT OPEN SCOREIN, STATUS " ifs
          move 8 to return-code
          stop run
         end-if
         exit section
        end-if.
        if sfs is not equal to "00" then
         display "COULD NOT OPEN SCOREMST, STATUS " sfs
         move 8 to return-code
         stop run
        end-if.
        move 0 to eof.
        if cfs is not equal to "00" then
         if cfs is not equal to "35" then
          display "COULD NOT OPEN CASHIN, STATUS " cfs
          move 8 to return-code
          stop run
         end-if
         exit section
        end-if.
        if hfs is not equal to "00" then
         display "COULD NOT OPEN CASHMST, STATUS " hfs
         move 8 to return-code
         stop run
        end-if.
        move 0 to eof.
        if dfs is not equal to "00" then
         if dfs is not equal to "35" then
          display "COULD NOT OPEN STATIN, STATUS " dfs
          move 8 to return-code
          stop run
         end-if
         exit section
        end-if.
        if tfs is not equal to "00" then
         display "COULD NOT OPEN STATMST, STATUS " tfs
         move 8 to return-code
         stop run
        end-if.
        move 0 to eof.
        if gfs is not equal to "00" then
         if gfs is not equal to "35" then
          display "COULD NOT OPEN PLAYRIN, STATUS " gfs
          move 8 to return-code
          stop run
         end-if
         exit section
        end-if.
        if pfs is not equal to "00" then
         display "COULD NOT OPEN PLAYRMST, STATUS " pfs
         move 8 to return-code
         stop run
        end-if.
        move 0 to eof.
