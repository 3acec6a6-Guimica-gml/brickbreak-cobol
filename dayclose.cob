      *> end-of-day close: establishes a business date, cuts one
      *> summary record for it to the daily summary file (DAYSUM) --
      *> games, continues, service credits, loyalty credits, coins,
      *> coin value and bricks -- and appends a credit balance
      *> snapshot ("BAL ") to the till ledger, so the cabinet's
      *> power-up replay starts from the last close instead of
      *> pricing an ever-growing ledger from the top. a date already
      *> on DAYSUM refuses to close again, so a fat-fingered rerun
      *> cannot double a day's figures. month-end reporting comes off
      *> DAYSUM via monthrpt. ends with return code 0 when the date
      *> is closed, 4 when it was already closed, 8 on any failure
      *> before the summary is cut, 12 when the summary is cut but no
      *> balance snapshot could be posted behind it.
       identification division.
       program-id. dayclose.
       environment division.
        select tariff-file assign to "TARIFFIL"
         organization is line sequential
         file status is ffs.
        select config-file assign to "CONFIGFIL"
         organization is line sequential
         file status is cfs.

       data division.
       file section.
       copy daysumrec.
       fd  tariff-file.
       copy tariffrec.
       fd  config-file.
       copy configrec.

       working-storage section.
       01 hfs pic xx. *> cash-file status
       01 sfs pic xx. *> score-file status
       01 ufs pic xx. *> daysum-file status
       01 ffs pic xx. *> tariff-file status
       01 cfs pic xx. *> config-file status

       01 cab pic x(2) value "01". *> this cabinet's id, CONFIG-FILE

       78 coin-price value 25. *> cents a coin is worth, no tariff

       01 cl-games  usage binary-long value 0. *> games vended
       01 cl-conts  usage binary-long value 0. *> continues bought
       01 cl-srvc   usage binary-long value 0. *> service credits
       01 cl-loyl   usage binary-long value 0. *> loyalty credits
       01 cl-coins  usage binary-long value 0. *> coins in
       01 cl-cents  usage binary-long value 0. *> coin value, cents
       01 cl-bricks usage binary-long value 0. *> bricks broken
        compute bizdt = function numval(ans).
        if bizdt is less than 19000101 then
         display "BAD BUSINESS DATE, NOTHING DONE"
         move 8 to return-code
         stop run
        end-if.
        *> a date still being traded cannot close: the duplicate
        move now-dt(1:8) to today.
        if bizdt is not less than today then
         display "DATE " bizdt " HAS NOT ENDED YET, NOTHING DONE"
         move 8 to return-code
         stop run
        end-if.

        perform check-not-closed.
        if dup is equal to 1 then
         display "DATE " bizdt " IS ALREADY CLOSED, NOTHING DONE"
         *> the close itself has happened: a warning, not a failure,
         *> so a rerun of the night carries on past it
         move 4 to return-code
         stop run
        end-if.

        perform load-cabinet.
        perform load-tariffs.
        perform sweep-cash.
        perform sweep-scores.
        if hfs is not equal to "00" then
         if hfs is not equal to "35" then
          display "COULD NOT OPEN CASH-FILE, STATUS " hfs
          move 8 to return-code
          stop run
         end-if
         exit section
          add 1 to cl-srvc
         end-if
        end-if.
        if cash-type is equal to "LOYL" then
         add 1 to bal
         if cash-dt(1:8) is equal to bizdt then
          add 1 to cl-loyl
         end-if
        end-if.
        if cash-type is equal to "BAL " then
         move cash-amt to bal
         move 0 to trun
        if sfs is not equal to "00" then
         if sfs is not equal to "35" then
          display "COULD NOT OPEN SCORE-FILE, STATUS " sfs
          move 8 to return-code
          stop run
         end-if
         exit section
        move cl-games to dsm-games.
        move cl-conts to dsm-conts.
        move cl-srvc to dsm-srvc.
        move cl-loyl to dsm-loyl.
        move cl-coins to dsm-coins.
        move cl-cents to dsm-cents.
        move cl-bricks to dsm-bricks.
        move bal to dsm-bal.
        move cab to dsm-cab.
        open extend daysum-file.
        if ufs is equal to "35" then
         open output daysum-file
        end-if.
        if ufs is not equal to "00" then
         display "COULD NOT OPEN DAYSUM, STATUS " ufs
         move 8 to return-code
         stop run
        end-if.
        write daysum-record.
        if ufs is not equal to "00" then
         display "COULD NOT WRITE DAYSUM, STATUS " ufs
         move 8 to return-code
         stop run
        end-if.
        close daysum-file.
        if hfs is not equal to "00" then
         display "COULD NOT OPEN CASH-FILE, STATUS " hfs
         display "SUMMARY IS CUT BUT NO BALANCE WAS POSTED"
         move 12 to return-code
         stop run
        end-if.
        write cash-record.
        if hfs is not equal to "00" then
         display "COULD NOT WRITE BALANCE, STATUS " hfs
         display "SUMMARY IS CUT BUT NO BALANCE WAS POSTED"
         move 12 to return-code
        end-if.
        close cash-file.
        exit section.
       print-report section.
        display "END-OF-DAY CLOSE".
        display "BUSINESS DATE: " bizdt.
        display "CABINET:       " cab.
        move cl-games to cnt-disp.
        display "GAMES VENDED:    " cnt-disp.
        move cl-conts to cnt-disp.
        display "CONTINUES:       " cnt-disp.
        move cl-srvc to cnt-disp.
        display "SERVICE CREDITS: " cnt-disp.
        move cl-loyl to cnt-disp.
        display "LOYALTY CREDITS: " cnt-disp.
        move cl-coins to cnt-disp.
        display "COINS IN:        " cnt-disp.
        compute rev = cl-cents / 100.
        display "CLOSE COMPLETE".
        exit section.

       *> the summary is stamped with the cabinet it closed, the same
       *> id the game stamps its own records with; no config record
       *> means the game's default cabinet
       load-cabinet section.
        open input config-file.
        if cfs is not equal to "00" then
         exit section
        end-if.
        read config-file
         not at end
          if cfg-cab is not equal to spaces then
           move cfg-cab to cab
          end-if
        end-read.
        close config-file.
        exit section.

       *> read the whole tariff history into the table; a missing
       *> file just means every coin values at the classic quarter
       load-tariffs section.
