      *> level in its sequence is proven on LEVELFIL -- and has a
      *> preflight mode that validates both files and reports
      *> pass/fail before anyone trusts them on a friday night.
      *> it also keeps the loyalty scheme's one-record parameter
      *> file (LOYLPRM): how many banked games earn a reward and how
      *> many free credits the reward is, and the speed-tuning
      *> target bands (TUNEFIL) the weekly speedtune run judges each
      *> level against.
       identification division.
       program-id. confmaint.
       environment division.
        select tourn-file assign to "TOURNFIL"
         organization is line sequential
         file status is nfs.
        select loyprm-file assign to "LOYLPRM"
         organization is line sequential
         file status is ofs.
        select tune-file assign to "TUNEFIL"
         organization is line sequential
         file status is ufs.
        select level-file assign to "LEVELFIL"
         organization is indexed
         access mode is dynamic
       copy configrec.
       fd  tourn-file.
       copy tournrec.
       fd  loyprm-file.
       copy loyprmrec.
       fd  tune-file.
       copy tunerec.
       fd  level-file.
       copy levelrec.

       working-storage section.
       01 cfs pic xx. *> config-file status
       01 nfs pic xx. *> tournament-file status
       01 ofs pic xx. *> loyalty parameters status
       01 ufs pic xx. *> tune-file status
       01 lfs pic xx. *> level-file status

       *> same grid bounds as the bricks table in the game itself;
                                leading ==config== by ==wcfg==.
       copy tournrec replacing leading ==trn== by ==tc==
                               leading ==tourn== by ==tctl==.
       01 lpm-have usage binary-char value 0. *> loyalty on file
       copy loyprmrec replacing leading ==lpm== by ==wl==
                                leading ==loyprm== by ==wlpm==.
       01 tun-have usage binary-char value 0. *> targets on file
       copy tunerec replacing leading ==tune== by ==wtun==
                              leading ==tun== by ==wt==.

       *> the numeric prompt helper's contract: caller loads prompt,
       *> range and current value, gets a validated answer back
        perform until cho is equal to "Q"
         display " "
         display "CONFMAINT - L)IST C)ONFIG T)OURNAMENT"
          " R)EWARDS S)PEED TARGETS P)REFLIGHT Q)UIT"
         accept cho
         move function upper-case(cho) to cho
         evaluate cho
          when "L" perform list-both
          when "C" perform edit-config
          when "T" perform edit-tourn
          when "R" perform edit-loyalty
          when "S" perform edit-tune
          when "P" perform preflight
          when "Q" continue
          when other display "UNKNOWN COMMAND"
       list-both section.
        perform load-config-rec.
        perform load-tourn-rec.
        perform load-loyalty-rec.
        perform load-tune-rec.
        perform show-config.
        perform show-tourn.
        perform show-loyalty.
        perform show-tune.
        exit section.

       *> read CONFIGFIL into the working copy; a cabinet without
        close tourn-file.
        exit section.

       *> no LOYLPRM record means the scheme is off
       load-loyalty-rec section.
        move 0 to lpm-have.
        open input loyprm-file.
        if ofs is equal to "00" then
         read loyprm-file
          at end
           continue
          not at end
           move loyprm-record to wlpm-record
           move 1 to lpm-have
         end-read
         close loyprm-file
        end-if.
        if lpm-have is equal to 0 then
         move zeros to wlpm-record
        end-if.
        exit section.

       save-loyalty-rec section.
        move wlpm-record to loyprm-record.
        open output loyprm-file.
        if ofs is not equal to "00" then
         display "COULD NOT REWRITE LOYLPRM, STATUS " ofs
         exit section
        end-if.
        write loyprm-record.
        if ofs is not equal to "00" then
         display "COULD NOT WRITE LOYLPRM, STATUS " ofs
        else
         display "LOYLPRM SAVED"
        end-if.
        close loyprm-file.
        exit section.

       show-loyalty section.
        if lpm-have is equal to 1 then
         display "LOYLPRM:"
        else
         display "LOYLPRM: NOT ON FILE, NO LOYALTY SCHEME"
         exit section
        end-if.
        display "  GAMES PER AWARD " wl-every.
        display "  CREDITS AWARDED " wl-reward.
        if wl-every is equal to 0 then
         display "  SCHEME IS SWITCHED OFF"
        end-if.
        exit section.

       *> no TUNEFIL record means speedtune runs on its own defaults;
       *> the same defaults are offered here as the starting point
       load-tune-rec section.
        move 0 to tun-have.
        open input tune-file.
        if ufs is equal to "00" then
         read tune-file
          at end
           continue
          not at end
           move tune-record to wtun-record
           move 1 to tun-have
         end-read
         close tune-file
        end-if.
        if tun-have is equal to 0 then
         move 028 to wt-days
         move 020 to wt-min
         move 040 to wt-clr-lo
         move 090 to wt-clr-hi
         move 0030 to wt-secs-lo
         move 0240 to wt-secs-hi
         move 020 to wt-loss-hi
         move 3 to wt-max
        end-if.
        exit section.

       save-tune-rec section.
        move wtun-record to tune-record.
        open output tune-file.
        if ufs is not equal to "00" then
         display "COULD NOT REWRITE TUNEFIL, STATUS " ufs
         exit section
        end-if.
        write tune-record.
        if ufs is not equal to "00" then
         display "COULD NOT WRITE TUNEFIL, STATUS " ufs
        else
         display "TUNEFIL SAVED"
        end-if.
        close tune-file.
        exit section.

       show-tune section.
        if tun-have is equal to 1 then
         display "TUNEFIL:"
        else
         display "TUNEFIL: NOT ON FILE, SPEEDTUNE DEFAULTS SHOWN"
        end-if.
        display "  DAYS LOOKED AT  " wt-days.
        display "  MIN ATTEMPTS    " wt-min.
        display "  CLEAR RATE FROM " wt-clr-lo.
        display "  CLEAR RATE TO   " wt-clr-hi.
        display "  CLEAR SECS FROM " wt-secs-lo.
        display "  CLEAR SECS TO   " wt-secs-hi.
        display "  LIVES PER CLEAR " wt-loss-hi " TENTHS".
        display "  ADJUST LIMIT    " wt-max.
        exit section.

       show-config section.
        if cfg-have is equal to 1 then
         display "CONFIGFIL:"
        end-if.
        exit section.

       *> games per award of 0 switches the scheme off without
       *> losing what is already owed on the ledger
       edit-loyalty section.
        perform load-loyalty-rec.
        move "GAMES PER AWARD" to ask-prm.
        move 0 to ask-lo.
        move 9999 to ask-hi.
        move wl-every to ask-cur.
        perform ask-num.
        move ask-val to wl-every.
        move "CREDITS AWARDED" to ask-prm.
        move 1 to ask-lo.
        move 99 to ask-hi.
        move wl-reward to ask-cur.
        if ask-cur is equal to 0 then
         move 1 to ask-cur
        end-if.
        perform ask-num.
        move ask-val to wl-reward.
        move 1 to lpm-have.
        perform validate-loyalty.
        if ok is equal to 1 then
         perform save-loyalty-rec
        else
         display "RECORD FAILS VALIDATION, NOT SAVED"
        end-if.
        exit section.

       edit-tune section.
        perform load-tune-rec.
        move "DAYS LOOKED AT, 0 ALL" to ask-prm.
        move 0 to ask-lo.
        move 999 to ask-hi.
        move wt-days to ask-cur.
        perform ask-num.
        move ask-val to wt-days.
        move "MINIMUM ATTEMPTS" to ask-prm.
        move 1 to ask-lo.
        move 999 to ask-hi.
        move wt-min to ask-cur.
        perform ask-num.
        move ask-val to wt-min.
        move "CLEAR RATE FROM, PCT" to ask-prm.
        move 0 to ask-lo.
        move 100 to ask-hi.
        move wt-clr-lo to ask-cur.
        perform ask-num.
        move ask-val to wt-clr-lo.
        move "CLEAR RATE TO, PCT" to ask-prm.
        move wt-clr-lo to ask-lo.
        move 100 to ask-hi.
        move wt-clr-hi to ask-cur.
        if ask-cur is less than ask-lo then
         move ask-lo to ask-cur
        end-if.
        perform ask-num.
        move ask-val to wt-clr-hi.
        move "CLEAR SECS FROM" to ask-prm.
        move 0 to ask-lo.
        move 9999 to ask-hi.
        move wt-secs-lo to ask-cur.
        perform ask-num.
        move ask-val to wt-secs-lo.
        move "CLEAR SECS TO" to ask-prm.
        move wt-secs-lo to ask-lo.
        move 9999 to ask-hi.
        move wt-secs-hi to ask-cur.
        if ask-cur is less than ask-lo then
         move ask-lo to ask-cur
        end-if.
        perform ask-num.
        move ask-val to wt-secs-hi.
        move "LIVES PER CLEAR, TENTHS" to ask-prm.
        move 1 to ask-lo.
        move 999 to ask-hi.
        move wt-loss-hi to ask-cur.
        perform ask-num.
        move ask-val to wt-loss-hi.
        move "ADJUSTMENT LIMIT" to ask-prm.
        move 1 to ask-lo.
        move 9 to ask-hi.
        move wt-max to ask-cur.
        if ask-cur is equal to 0 then
         move 1 to ask-cur
        end-if.
        perform ask-num.
        move ask-val to wt-max.
        move 1 to tun-have.
        perform validate-tune.
        if ok is equal to 1 then
         perform save-tune-rec
        else
         display "RECORD FAILS VALIDATION, NOT SAVED"
        end-if.
        exit section.

       *> one numeric field: show the range and the current value,
       *> insist on an answer inside the range, keep the current
       *> value on a blank line
        perform check-seq-levels.
        exit section.

       validate-loyalty section.
        move 1 to ok.
        if lpm-have is equal to 0 then
         exit section
        end-if.
        if wl-every is not numeric or wl-reward is not numeric then
         display "  LOYALTY RECORD IS NOT NUMERIC"
         move 0 to ok
         exit section
        end-if.
        if wl-every is greater than 0 and wl-reward is equal to 0 then
         display "  LOYALTY SCHEME ON WITH A ZERO REWARD"
         move 0 to ok
        end-if.
        exit section.

       *> a band that is upside down would move every level it saw
       validate-tune section.
        move 1 to ok.
        if tun-have is equal to 0 then
         exit section
        end-if.
        if wtun-record is not numeric then
         display "  SPEED TARGETS RECORD IS NOT NUMERIC"
         move 0 to ok
         exit section
        end-if.
        if wt-min is equal to 0 then
         display "  MINIMUM ATTEMPTS IS ZERO"
         move 0 to ok
        end-if.
        if wt-clr-lo is greater than wt-clr-hi
           or wt-clr-hi is greater than 100 then
         display "  CLEAR RATE BAND IS NOT ORDERED: " wt-clr-lo
          " TO " wt-clr-hi
         move 0 to ok
        end-if.
        if wt-secs-lo is greater than wt-secs-hi then
         display "  CLEAR TIME BAND IS NOT ORDERED: " wt-secs-lo
          " TO " wt-secs-hi
         move 0 to ok
        end-if.
        if wt-loss-hi is equal to 0 then
         display "  LIVES PER CLEAR CEILING IS ZERO"
         move 0 to ok
        end-if.
        if wt-max is equal to 0 then
         display "  ADJUSTMENT LIMIT IS ZERO"
         move 0 to ok
        end-if.
        exit section.

       *> every level in the sequence must actually be on LEVELFIL;
       *> a tournament pointing at a missing board would fall back
       *> to the uniform default grid mid-event
        if ok is equal to 0 then
         add 1 to bad
        end-if.
        perform load-loyalty-rec.
        if lpm-have is equal to 0 then
         display "LOYLPRM NOT ON FILE, NO LOYALTY SCHEME"
        end-if.
        perform validate-loyalty.
        if ok is equal to 0 then
         add 1 to bad
        end-if.
        perform load-tune-rec.
        if tun-have is equal to 0 then
         display "TUNEFIL NOT ON FILE, SPEEDTUNE WILL USE DEFAULTS"
        end-if.
        perform validate-tune.
        if ok is equal to 0 then
         add 1 to bad
        end-if.
        if bad is equal to 0 then
         display "PREFLIGHT: PASS"
        else
