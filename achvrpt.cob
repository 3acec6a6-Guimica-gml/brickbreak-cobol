      *> achievements report, off the achievements master (ACHVFIL):
      *> one line per set of initials with the badges they hold and
      *> the date of their latest, then one line per badge with how
      *> many hold it, who was first to it, and how rare it is -- the
      *> share of the players on the lifetime master (PLAYRFIL) who
      *> have it, rarest first, so the operator can see which goals
      *> the regulars are still chasing. codes on the master that
      *> the badge table no longer knows are counted, not dropped.
       identification division.
       program-id. achvrpt.
       environment division.
       input-output section.
       file-control.
        select achv-file assign to "ACHVFIL"
         organization is indexed
         access mode is dynamic
         record key is achv-key
         file status is afs.
        select player-file assign to "PLAYRFIL"
         organization is indexed
         access mode is dynamic
         record key is play-inits
         file status is pfs.

       data division.
       file section.
       fd  achv-file.
       copy achvrec.
       fd  player-file.
       copy playerrec.

       working-storage section.
       01 afs pic xx. *> achievements status
       01 pfs pic xx. *> player-file status
       01 eof usage binary-char. *> end of current input file

       copy achvtbl.

       *> per badge, in bdg-tbl order, and the order they print in
       01 bs-tbl.
        05 bs-ent occurs bdg-max times.
         10 bs-held  usage binary-long. *> players holding it
         10 bs-first pic 9(14).         *> earliest earned
         10 bs-who   pic x(3).          *> who earned it first
       01 ord-tbl.
        05 ord-ix occurs bdg-max times usage binary-long.
       01 bi   usage binary-long. *> badge index
       01 bj   usage binary-long. *> badge matched, 0 none
       01 oi   usage binary-long. *> print order index
       01 swp  usage binary-char. *> did the sort pass swap
       01 hold-ix usage binary-long. *> one order entry, held aside

       *> the player being gathered off the master
       01 cur-inits pic x(3) value spaces.
       01 cur-cnt   usage binary-long value 0. *> their badges
       01 cur-last  pic 9(14) value 0.         *> their latest
       01 cur-line  pic x(60).                 *> their labels
       01 cur-ptr   usage binary-long.         *> string pointer

       01 tot-rec  usage binary-long value 0. *> badge records read
       01 tot-ply  usage binary-long value 0. *> players holding any
       01 tot-odd  usage binary-long value 0. *> codes not in table
       01 tot-mast usage binary-long value 0. *> players on PLAYRFIL
       01 base     usage binary-long.         *> players, for rarity
       01 pct      pic 9(3)v9.                *> share holding a badge

       01 rpt-title pic x(40) value "ACHIEVEMENTS REPORT".
       01 rpt-none  pic x(40) value "NO BADGES ON FILE".

       01 cnt-disp  pic zzzzz9.
       01 held-disp pic zzzzz9.
       01 pct-disp  pic zz9.9.

       procedure division.
        perform count-master.
        display rpt-title.
        open input achv-file.
        if afs is not equal to "00" then
         if afs is not equal to "35" then
          display "COULD NOT OPEN ACHVFIL, STATUS " afs
          stop run
         end-if
        end-if.
        perform varying bi from 1 by 1 until bi > bdg-max
         move 0 to bs-held(bi)
         move 0 to bs-first(bi)
         move spaces to bs-who(bi)
         move bi to ord-ix(bi)
        end-perform.
        if afs is equal to "00" then
         display " "
         display "INITS  BADGES  LATEST    HELD"
         move 0 to eof
         perform until eof is equal to 1
          read achv-file next record
           at end
            move 1 to eof
           not at end
            perform post-badge
          end-read
         end-perform
         perform print-player
         close achv-file
        end-if.
        if tot-rec is equal to 0 then
         display rpt-none
        end-if.
        perform print-badges.
        perform print-totals.
        stop run.

       *> players on the lifetime master, the base the rarity is
       *> taken over; with no master it is the players holding any
       count-master section.
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
           add 1 to tot-mast
         end-read
        end-perform.
        close player-file.
        exit section.

       *> one badge record; the master comes in initials order, so a
       *> change of initials closes the line for the one before
       post-badge section.
        add 1 to tot-rec.
        if achv-inits is not equal to cur-inits then
         perform print-player
         move achv-inits to cur-inits
         move 0 to cur-cnt
         move 0 to cur-last
         move spaces to cur-line
         move 1 to cur-ptr
        end-if.
        move 0 to bj.
        perform varying bi from 1 by 1 until bi > bdg-max
         or bj is not equal to 0
         if bdg-code(bi) is equal to achv-code then
          move bi to bj
         end-if
        end-perform.
        if bj is equal to 0 then
         add 1 to tot-odd
         exit section
        end-if.
        add 1 to cur-cnt.
        if achv-dt is greater than cur-last then
         move achv-dt to cur-last
        end-if.
        string bdg-label(bj) delimited by space
               " " delimited by size
          into cur-line with pointer cur-ptr.
        add 1 to bs-held(bj).
        if bs-first(bj) is equal to 0
           or achv-dt is less than bs-first(bj) then
         move achv-dt to bs-first(bj)
         move achv-inits to bs-who(bj)
        end-if.
        exit section.

       print-player section.
        if cur-cnt is equal to 0 then
         exit section
        end-if.
        add 1 to tot-ply.
        move cur-cnt to cnt-disp.
        display cur-inits "    " cnt-disp "  " cur-last(1:8)
         "  " cur-line.
        exit section.

       *> one line per badge, the fewest holders first; a badge
       *> nobody holds yet tops the list
       print-badges section.
        move 1 to swp.
        perform until swp is equal to 0
         move 0 to swp
         perform varying oi from 1 by 1 until oi >= bdg-max
          if bs-held(ord-ix(oi)) is greater than
             bs-held(ord-ix(oi + 1)) then
           move ord-ix(oi) to hold-ix
           move ord-ix(oi + 1) to ord-ix(oi)
           move hold-ix to ord-ix(oi + 1)
           move 1 to swp
          end-if
         end-perform
        end-perform.
        move tot-mast to base.
        if base is less than tot-ply then
         move tot-ply to base
        end-if.
        display " ".
        display "BADGE                                 HELD"
         "  PLAYERS  FIRST     BY".
        perform varying oi from 1 by 1 until oi > bdg-max
         move ord-ix(oi) to bi
         move bs-held(bi) to held-disp
         move 0 to pct
         if base is greater than 0 then
          compute pct rounded = bs-held(bi) * 100 / base
         end-if
         move pct to pct-disp
         if bs-held(bi) is equal to 0 then
          display bdg-code(bi) " " bdg-name(bi) "  " held-disp
           "   " pct-disp "%  NOT YET EARNED"
         else
          display bdg-code(bi) " " bdg-name(bi) "  " held-disp
           "   " pct-disp "%  " bs-first(bi)(1:8) "  " bs-who(bi)
         end-if
        end-perform.
        exit section.

       print-totals section.
        display " ".
        move tot-rec to cnt-disp.
        display "BADGES ON FILE:         " cnt-disp.
        move tot-ply to cnt-disp.
        display "PLAYERS HOLDING ANY:    " cnt-disp.
        move tot-mast to cnt-disp.
        display "PLAYERS ON PLAYRFIL:    " cnt-disp.
        if tot-odd is greater than 0 then
         move tot-odd to cnt-disp
         display "** BADGE CODES NOT KNOWN:" cnt-disp " **"
        end-if.
        exit section.
