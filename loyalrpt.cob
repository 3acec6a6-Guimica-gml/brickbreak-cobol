      *> loyalty credits report: one line per set of initials on the
      *> loyalty ledger (LOYLFIL) with the free credits earned, the
      *> credits taken up and what is still owed, alongside the
      *> lifetime games banked on the master (PLAYRFIL) and how many
      *> more games earn the next award under the scheme in force
      *> (LOYLPRM). totals close the report, and the credits taken
      *> up are proven against the till ledger (CASHFIL), which
      *> carries one "LOYL" record per credit handed over -- so a
      *> free credit that reached the count without reaching the
      *> ledger, or the other way round, is caught here.
       identification division.
       program-id. loyalrpt.
       environment division.
       input-output section.
       file-control.
        select loyl-file assign to "LOYLFIL"
         organization is line sequential
         file status is yfs.
        select loyprm-file assign to "LOYLPRM"
         organization is line sequential
         file status is ofs.
        select player-file assign to "PLAYRFIL"
         organization is indexed
         access mode is dynamic
         record key is play-inits
         file status is pfs.
        select cash-file assign to "CASHFIL"
         organization is line sequential
         file status is hfs.

       data division.
       file section.
       fd  loyl-file.
       copy loylrec.
       fd  loyprm-file.
       copy loyprmrec.
       fd  player-file.
       copy playerrec.
       fd  cash-file.
       copy cashrec.

       working-storage section.
       01 yfs pic xx. *> loyalty ledger status
       01 ofs pic xx. *> loyalty parameters status
       01 pfs pic xx. *> player-file status
       01 hfs pic xx. *> cash-file status
       01 eof usage binary-char. *> end of current input file

       *> the scheme in force; none on file means no more awards
       01 ly-every  usage binary-long value 0. *> games per award
       01 ly-reward usage binary-long value 0. *> credits per award

       *> one entry per set of initials seen on the ledger
       01 ply-tbl.
        05 ply-ent occurs 1000 times.
         10 py-inits pic x(3).          *> initials
         10 py-earn  usage binary-long. *> credits earned
         10 py-redm  usage binary-long. *> credits taken up
         10 py-last  pic 9(8).          *> last ledger date
       01 pcnt usage binary-long value 0. *> entries in use
       01 pi   usage binary-long.         *> entry index
       01 hit  usage binary-char.         *> initials already held
       01 ovf  usage binary-char value 0. *> ran out of entries
       01 swp  usage binary-char.         *> did the sort pass swap
       01 hold-ent pic x(19).             *> one entry, held aside

       01 pgames usage binary-long. *> lifetime games, the master
       01 pnext  usage binary-long. *> games to the next award
       01 pout   usage binary-long. *> credits still owed

       01 tot-earn usage binary-long value 0.
       01 tot-redm usage binary-long value 0.
       01 tot-out  usage binary-long value 0.
       01 tot-owed usage binary-long value 0. *> players still owed
       01 csh-loyl usage binary-long value 0. *> LOYL on the till

       01 rpt-title pic x(40) value "LOYALTY CREDITS REPORT".
       01 rpt-none  pic x(40) value "NO LOYALTY CREDITS ON FILE".

       01 every-disp pic zzz9.
       01 rew-disp   pic z9.
       01 games-disp pic zzzzz9.
       01 next-disp  pic zzzzz9.
       01 earn-disp  pic zzzzz9.
       01 redm-disp  pic zzzzz9.
       01 out-disp   pic -zzzzz9.
       01 cnt-disp   pic zzzzz9.

       procedure division.
        perform load-scheme.
        open input loyl-file.
        if yfs is not equal to "00" then
         if yfs is not equal to "35" then
          display "COULD NOT OPEN LOYLFIL, STATUS " yfs
          stop run
         end-if
        end-if.
        if yfs is equal to "00" then
         move 0 to eof
         perform until eof is equal to 1
          read loyl-file
           at end
            move 1 to eof
           not at end
            perform post-ledger
          end-read
         end-perform
         close loyl-file
        end-if.
        perform count-till.

        display rpt-title.
        if ly-every is greater than 0 then
         move ly-every to every-disp
         move ly-reward to rew-disp
         display "SCHEME: " rew-disp " FREE CREDIT(S) EVERY " every-disp
          " GAMES BANKED"
        else
         display "SCHEME: SWITCHED OFF, NO FURTHER AWARDS"
        end-if.
        if pcnt is equal to 0 then
         display rpt-none
        else
         perform sort-players
         open input player-file
         display "INITS  GAMES    NEXT  EARNED   TAKEN"
          "    OWED  LAST"
         perform varying pi from 1 by 1 until pi > pcnt
          perform print-player
         end-perform
         if pfs is equal to "00" then
          close player-file
         end-if
        end-if.
        perform print-totals.
        stop run.

       load-scheme section.
        open input loyprm-file.
        if ofs is not equal to "00" then
         exit section
        end-if.
        read loyprm-file
         not at end
          if lpm-every is numeric and lpm-reward is numeric then
           move lpm-every to ly-every
           move lpm-reward to ly-reward
          end-if
        end-read.
        close loyprm-file.
        exit section.

       *> tally one ledger record against its initials, opening a
       *> fresh entry the first time a set of initials shows up
       post-ledger section.
        move 0 to hit.
        perform varying pi from 1 by 1 until pi > pcnt
         if py-inits(pi) is equal to lyl-inits then
          move 1 to hit
          exit perform
         end-if
        end-perform.
        if hit is equal to 0 then
         if pcnt is less than 1000 then
          add 1 to pcnt
          move pcnt to pi
          move lyl-inits to py-inits(pi)
          move 0 to py-earn(pi)
          move 0 to py-redm(pi)
          move 0 to py-last(pi)
         else
          move 1 to ovf
          exit section
         end-if
        end-if.
        if lyl-type is equal to "EARN" then
         add lyl-cnt to py-earn(pi)
        end-if.
        if lyl-type is equal to "REDM" then
         add lyl-cnt to py-redm(pi)
        end-if.
        move lyl-dt(1:8) to py-last(pi).
        exit section.

       *> the till's own count of loyalty credits handed over
       count-till section.
        open input cash-file.
        if hfs is not equal to "00" then
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read cash-file
          at end
           move 1 to eof
          not at end
           if cash-type is equal to "LOYL" then
            add 1 to csh-loyl
           end-if
         end-read
        end-perform.
        close cash-file.
        exit section.

       sort-players section.
        move 1 to swp.
        perform until swp is equal to 0
         move 0 to swp
         perform varying pi from 1 by 1 until pi >= pcnt
          if py-inits(pi) is greater than py-inits(pi + 1) then
           move ply-ent(pi) to hold-ent
           move ply-ent(pi + 1) to ply-ent(pi)
           move hold-ent to ply-ent(pi + 1)
           move 1 to swp
          end-if
         end-perform
        end-perform.
        exit section.

       print-player section.
        move 0 to pgames.
        if pfs is equal to "00" then
         move py-inits(pi) to play-inits
         read player-file key is play-inits
          invalid key
           move 0 to pgames
          not invalid key
           move play-games to pgames
         end-read
        end-if.
        move 0 to pnext.
        if ly-every is greater than 0 then
         compute pnext = ly-every - function mod(pgames, ly-every)
        end-if.
        compute pout = py-earn(pi) - py-redm(pi).
        add py-earn(pi) to tot-earn.
        add py-redm(pi) to tot-redm.
        add pout to tot-out.
        if pout is greater than 0 then
         add 1 to tot-owed
        end-if.
        move pgames to games-disp.
        move pnext to next-disp.
        move py-earn(pi) to earn-disp.
        move py-redm(pi) to redm-disp.
        move pout to out-disp.
        display py-inits(pi) "   " games-disp "  " next-disp
         "  " earn-disp "  " redm-disp "  " out-disp
         "  " py-last(pi).
        exit section.

       print-totals section.
        move tot-earn to earn-disp.
        move tot-redm to redm-disp.
        move tot-out to out-disp.
        display "TOTAL EARNED:       " earn-disp.
        display "TOTAL TAKEN UP:     " redm-disp.
        display "TOTAL OUTSTANDING: " out-disp.
        move tot-owed to cnt-disp.
        display "PLAYERS STILL OWED: " cnt-disp.
        move csh-loyl to cnt-disp.
        display "LOYL ON CASHFIL:    " cnt-disp.
        if csh-loyl is equal to tot-redm then
         display "TILL AGREES WITH THE LOYALTY LEDGER"
        else
         display "** TILL DOES NOT AGREE WITH THE LOYALTY LEDGER **"
        end-if.
        if ovf is equal to 1 then
         display "** MORE PLAYERS ON FILE THAN THE REPORT HOLDS **"
        end-if.
        exit section.
