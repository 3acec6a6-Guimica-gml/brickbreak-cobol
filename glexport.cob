      *> general-ledger interface, run after the end-of-day close:
      *> every business date and cabinet on the daily summary file
      *> (DAYSUM) that has not been exported yet becomes one balanced
      *> set of entries in a fixed-format interface file (GL plus
      *> the run stamp) for the accounting package --
      *>   coin value         debit CASH, credit REV
      *>   service credits    debit PROM, credit REV
      *>   loyalty credits    debit LOYL, credit REV
      *>   change in credits
      *>   on hand (dsm-bal)  between REV and DEFR, whichever way
      *>                      the balance moved since the last close
      *> credits are valued at the base price of a credit in the
      *> tariff in force on the day. the ledger accounts come from
      *> the bookkeeper's mapping file (GLMAPFIL), never from here;
      *> a code with no account stops the run before anything is
      *> written. the file is read back and proven to balance
      *> against its own trailer before its dates go on the export
      *> log (GLDONE), and a date on the log is never exported again.
      *> ends with return code 0 when the file is written or there is
      *> nothing new to export, 8 when nothing could be exported (any
      *> file already written is deleted first), 12 when the file
      *> went out but the export log took only part of its dates.
       identification division.
       program-id. glexport.
       environment division.
       input-output section.
       file-control.
        select daysum-file assign to "DAYSUM"
         organization is line sequential
         file status is ufs.
        select glmap-file assign to "GLMAPFIL"
         organization is line sequential
         file status is gfs.
        select done-file assign to "GLDONE"
         organization is line sequential
         file status is dfs.
        select gl-file assign to dynamic gl-name
         organization is line sequential
         file status is lfs.
        select tariff-file assign to "TARIFFIL"
         organization is line sequential
         file status is ffs.

       data division.
       file section.
       fd  daysum-file.
       copy daysumrec.
       fd  glmap-file.
       copy glmaprec.
       *> the export log: one record per business date and cabinet
       *> already sent to the ledger, and the file it went out in
       fd  done-file.
       01 done-record.
        05 gdn-date  pic 9(8).  *> business date exported
        05 gdn-cab   pic x(2).  *> cabinet exported
        05 gdn-file  pic x(16). *> interface file it went out in
        05 gdn-stamp pic 9(14). *> export run, yyyymmddhhmmss
       fd  gl-file.
       copy glrec.
       fd  tariff-file.
       copy tariffrec.

       working-storage section.
       01 ufs pic xx. *> daysum-file status
       01 gfs pic xx. *> glmap-file status
       01 dfs pic xx. *> done-file status
       01 lfs pic xx. *> gl-file status
       01 ffs pic xx. *> tariff-file status

       78 coin-price value 25. *> cents a coin is worth, no tariff

       01 eof usage binary-char. *> end of current input file
       01 now-dt pic x(21).      *> run time, CURRENT-DATE
       01 stamp  pic 9(14).      *> export run stamp
       01 gl-name pic x(16).     *> this run's file, GLstamp
       01 del-rc usage binary-long. *> delete routine's answer

       *> the mapping, held whole
       01 map-tbl.
        05 map-ent occurs 40 times.
         10 mp-code pic x(4).
         10 mp-cab  pic x(2).
         10 mp-acct pic x(10).
       01 mcnt usage binary-long value 0. *> mappings held
       01 mi   usage binary-long.         *> mapping index
       01 mj   usage binary-long.         *> mapping picked
       01 miss usage binary-long value 0. *> entries with no account

       *> the export log, held whole
       01 done-tbl.
        05 dn-key occurs 3000 times pic x(10). *> date and cabinet
       01 dncnt usage binary-long value 0. *> log entries held
       01 dnovf usage binary-char value 0. *> log too big to hold
       01 di    usage binary-long.         *> log index
       01 dkey  pic x(10).                 *> date and cabinet looked up
       01 dhit  usage binary-char.         *> already exported

       *> each cabinet's balance at its previous close, in the order
       *> the closes were cut
       01 cb-tbl.
        05 cb-ent occurs 20 times.
         10 cb-cab pic x(2).
         10 cb-bal usage binary-long.
       01 cbcnt usage binary-long value 0. *> cabinets seen
       01 ci    usage binary-long.         *> cabinet index
       01 cj    usage binary-long.         *> cabinet picked
       01 cbovf usage binary-char value 0. *> too many cabinets

       *> the sets and entries this run exports
       01 set-tbl.
        05 set-ent occurs 500 times.
         10 st-key  pic x(10).          *> date and cabinet
         10 st-cents usage binary-long. *> debits in the set, cents
       01 stcnt usage binary-long value 0. *> sets this run
       01 stovf usage binary-char value 0. *> more sets than held
       01 ent-tbl.
        05 ent-ent occurs 3000 times.
         10 en-date  pic 9(8).
         10 en-cab   pic x(2).
         10 en-acct  pic x(10).
         10 en-dc    pic x(1).
         10 en-cents usage binary-long.
         10 en-code  pic x(4).
         10 en-memo  pic x(24).
       01 encnt usage binary-long value 0. *> entries this run
       01 ei    usage binary-long.         *> entry index
       01 enovf usage binary-char value 0. *> more entries than held

       *> the close being turned into entries
       01 cab    pic x(2).              *> its cabinet
       01 prev   usage binary-long.     *> balance at the close before
       01 cval   usage binary-long.     *> cents one credit is worth
       01 delta  usage binary-long.     *> balance change, cents
       01 p-code pic x(4).              *> entry being posted: code
       01 p-dc   pic x(1).              *> debit or credit
       01 p-cents usage binary-long.    *> amount, cents
       01 p-memo pic x(24).             *> what it is for
       01 lo-dt  pic 9(8).              *> earliest date exported
       01 hi-dt  pic 9(8).              *> latest date exported
       01 dcnt   usage binary-long value 0. *> closes read
       01 skcnt  usage binary-long value 0. *> closes already exported

       *> control totals: as built, and as read back off disk
       01 dr-tot pic 9(11)v99 value 0.
       01 cr-tot pic 9(11)v99 value 0.
       01 amt    pic 9(9)v99.
       01 vcnt   usage binary-long value 0.
       01 vsets  usage binary-long value 0.
       01 vdr    pic 9(11)v99 value 0.
       01 vcr    pic 9(11)v99 value 0.
       01 vhd    usage binary-long value 0. *> headers read back
       01 vtr    usage binary-long value 0. *> trailers read back
       01 tr-sets pic 9(6).       *> trailer's own set count
       01 tr-cnt pic 9(6).        *> trailer's own count
       01 esets  usage binary-long. *> sets built with any entry
       01 tr-dr  pic 9(11)v99.    *> trailer's own debits
       01 tr-cr  pic 9(11)v99.    *> trailer's own credits
       01 bal usage binary-char.  *> does the file balance

       *> the tariff history, so each day's credits value at the
       *> record in force on that day
       01 trf-have usage binary-char.        *> usable tariff selected
       01 trf-tbl.
        05 trf-ent occurs 20 times pic x(48). *> tariffs as read
       01 trf-cnt usage binary-long value 0. *> tariffs on file
       01 trf-ovf usage binary-char value 0. *> table crowded out
       01 ti usage binary-long.              *> tariff index
       01 tj usage binary-long.              *> tariff picked
       01 tsel-dt  pic 9(8).                 *> date being priced
       01 tsel-eff pic 9(8).                 *> best effective date
       copy tariffrec replacing leading ==trf== by ==tf==
                                leading ==tariff== by ==tfc==.

       01 cnt-disp pic zzzzz9.
       01 amt-disp pic z(10)9.99.

       procedure division.
        move function current-date to now-dt.
        move now-dt(1:14) to stamp.
        move spaces to gl-name.
        string "GL" delimited by size
               stamp delimited by size
          into gl-name.

        perform load-map.
        perform load-done.
        if dnovf is equal to 1 then
         display "** EXPORT LOG LONGER THAN THE RUN HOLDS,"
          " NOTHING EXPORTED **"
         move 8 to return-code
         stop run
        end-if.
        perform load-tariffs.
        perform sweep-closes.
        if cbovf is equal to 1 or stovf is equal to 1
           or enovf is equal to 1 then
         display "** MORE CLOSES THAN ONE RUN HOLDS,"
          " NOTHING EXPORTED **"
         move 8 to return-code
         stop run
        end-if.
        if miss is greater than 0 then
         display "** ENTRIES WITH NO LEDGER ACCOUNT ON GLMAPFIL,"
          " NOTHING EXPORTED **"
         move 8 to return-code
         stop run
        end-if.
        if stcnt is equal to 0 then
         perform print-report
         display "NOTHING TO EXPORT"
         stop run
        end-if.

        *> a second run inside the same second would reuse the name
        open input gl-file.
        if lfs is equal to "00" then
         close gl-file
         display "FILE " gl-name " ALREADY EXISTS, NOTHING EXPORTED"
         move 8 to return-code
         stop run
        end-if.
        perform write-file.
        perform verify-file.
        if bal is not equal to 1 then
         call "CBL_DELETE_FILE" using gl-name returning del-rc
         perform print-report
         display "** " gl-name " DOES NOT BALANCE, DELETED;"
          " NOTHING MARKED EXPORTED **"
         move 8 to return-code
         stop run
        end-if.
        perform log-done.
        perform print-report.
        stop run.

       load-map section.
        open input glmap-file.
        if gfs is not equal to "00" then
         display "COULD NOT OPEN GLMAPFIL, STATUS " gfs
         display "NOTHING EXPORTED"
         move 8 to return-code
         stop run
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read glmap-file
          at end
           move 1 to eof
          not at end
           if mcnt is less than 40 then
            add 1 to mcnt
            move function upper-case(glm-code) to mp-code(mcnt)
            move glm-cab to mp-cab(mcnt)
            move glm-acct to mp-acct(mcnt)
           else
            display "** MORE MAPPINGS THAN THE RUN HOLDS,"
             " NOTHING EXPORTED **"
            close glmap-file
            move 8 to return-code
            stop run
           end-if
         end-read
        end-perform.
        close glmap-file.
        exit section.

       load-done section.
        open input done-file.
        if dfs is not equal to "00" then
         if dfs is not equal to "35" then
          display "COULD NOT OPEN GLDONE, STATUS " dfs
          display "NOTHING EXPORTED"
          move 8 to return-code
          stop run
         end-if
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read done-file
          at end
           move 1 to eof
          not at end
           if dncnt is less than 3000 then
            add 1 to dncnt
            move done-record(1:10) to dn-key(dncnt)
           else
            move 1 to dnovf
           end-if
         end-read
        end-perform.
        close done-file.
        exit section.

       *> every close on file moves its cabinet's running balance;
       *> only the ones not yet on the export log make entries
       sweep-closes section.
        open input daysum-file.
        if ufs is not equal to "00" then
         display "COULD NOT OPEN DAYSUM, STATUS " ufs
         display "NOTHING EXPORTED"
         move 8 to return-code
         stop run
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read daysum-file
          at end
           move 1 to eof
          not at end
           add 1 to dcnt
           perform post-close
         end-read
        end-perform.
        close daysum-file.
        exit section.

       post-close section.
        move dsm-cab to cab.
        if cab is equal to spaces then
         move "01" to cab
        end-if.
        if dsm-bal is not numeric then
         move 0 to dsm-bal
        end-if.
        *> this cabinet's balance at its previous close
        move 0 to cj.
        perform varying ci from 1 by 1 until ci > cbcnt
         or cj is not equal to 0
         if cb-cab(ci) is equal to cab then
          move ci to cj
         end-if
        end-perform.
        if cj is equal to 0 then
         if cbcnt is not less than 20 then
          move 1 to cbovf
          exit section
         end-if
         add 1 to cbcnt
         move cbcnt to cj
         move cab to cb-cab(cj)
         move 0 to cb-bal(cj)
        end-if.
        move cb-bal(cj) to prev.
        move dsm-bal to cb-bal(cj).

        move dsm-date to dkey(1:8).
        move cab to dkey(9:2).
        perform find-done.
        if dhit is equal to 1 then
         add 1 to skcnt
         exit section
        end-if.
        perform varying di from 1 by 1 until di > stcnt
         or dhit is equal to 1
         if st-key(di) is equal to dkey then
          move 1 to dhit
         end-if
        end-perform.
        if dhit is equal to 1 then
         display "DUPLICATE CLOSE " dsm-date " CABINET " cab
          " LEFT OUT"
         exit section
        end-if.
        if stcnt is not less than 500 then
         move 1 to stovf
         exit section
        end-if.
        add 1 to stcnt.
        move dkey to st-key(stcnt).
        move 0 to st-cents(stcnt).
        if stcnt is equal to 1 or dsm-date is less than lo-dt then
         move dsm-date to lo-dt
        end-if.
        if dsm-date is greater than hi-dt then
         move dsm-date to hi-dt
        end-if.

        *> a credit is worth its base price on the day
        move dsm-date to tsel-dt.
        perform select-tariff.
        if trf-have is equal to 1 then
         compute cval = tf-cents * tf-cpc
        else
         move coin-price to cval
        end-if.

        if dsm-cents is not numeric then
         move 0 to dsm-cents
        end-if.
        if dsm-srvc is not numeric then
         move 0 to dsm-srvc
        end-if.
        if dsm-loyl is not numeric then
         move 0 to dsm-loyl
        end-if.
        move dsm-cents to p-cents.
        move "COIN TAKINGS" to p-memo.
        move "CASH" to p-code.
        move "D" to p-dc.
        perform post-entry.
        move "REV " to p-code.
        move "C" to p-dc.
        perform post-entry.

        compute p-cents = dsm-srvc * cval.
        move "SERVICE CREDITS GIVEN" to p-memo.
        move "PROM" to p-code.
        move "D" to p-dc.
        perform post-entry.
        move "REV " to p-code.
        move "C" to p-dc.
        perform post-entry.

        compute p-cents = dsm-loyl * cval.
        move "LOYALTY CREDITS TAKEN UP" to p-memo.
        move "LOYL" to p-code.
        move "D" to p-dc.
        perform post-entry.
        move "REV " to p-code.
        move "C" to p-dc.
        perform post-entry.

        compute delta = (dsm-bal - prev) * cval.
        if delta is greater than 0 then
         move delta to p-cents
         move "CREDITS SOLD NOT PLAYED" to p-memo
         move "REV " to p-code
         move "D" to p-dc
         perform post-entry
         move "DEFR" to p-code
         move "C" to p-dc
         perform post-entry
        end-if.
        if delta is less than 0 then
         compute p-cents = 0 - delta
         move "DEFERRED CREDITS PLAYED" to p-memo
         move "DEFR" to p-code
         move "D" to p-dc
         perform post-entry
         move "REV " to p-code
         move "C" to p-dc
         perform post-entry
        end-if.
        exit section.

       find-done section.
        move 0 to dhit.
        perform varying di from 1 by 1 until di > dncnt
         or dhit is equal to 1
         if dn-key(di) is equal to dkey then
          move 1 to dhit
         end-if
        end-perform.
        exit section.

       *> one entry for the close in hand; a zero amount makes no
       *> line, and the account is the cabinet's own mapping if it
       *> has one, else the all-cabinets mapping
       post-entry section.
        if p-cents is equal to 0 then
         exit section
        end-if.
        move 0 to mj.
        perform varying mi from 1 by 1 until mi > mcnt
         or mj is not equal to 0
         if mp-code(mi) is equal to p-code
            and mp-cab(mi) is equal to cab then
          move mi to mj
         end-if
        end-perform.
        perform varying mi from 1 by 1 until mi > mcnt
         or mj is not equal to 0
         if mp-code(mi) is equal to p-code
            and mp-cab(mi) is equal to spaces then
          move mi to mj
         end-if
        end-perform.
        if mj is equal to 0 then
         add 1 to miss
         display "NO ACCOUNT FOR " p-code " CABINET " cab
          " ON " dsm-date
         exit section
        end-if.
        if encnt is not less than 3000 then
         move 1 to enovf
         exit section
        end-if.
        add 1 to encnt.
        move dsm-date to en-date(encnt).
        move cab to en-cab(encnt).
        move mp-acct(mj) to en-acct(encnt).
        move p-dc to en-dc(encnt).
        move p-cents to en-cents(encnt).
        move p-code to en-code(encnt).
        move p-memo to en-memo(encnt).
        compute amt = p-cents / 100.
        if p-dc is equal to "D" then
         add amt to dr-tot
         add p-cents to st-cents(stcnt)
        else
         add amt to cr-tot
        end-if.
        exit section.

       write-file section.
        open output gl-file.
        if lfs is not equal to "00" then
         display "COULD NOT OPEN " gl-name ", STATUS " lfs
         display "NOTHING EXPORTED"
         move 8 to return-code
         stop run
        end-if.
        move spaces to gl-head.
        move "H" to glh-type.
        move stamp to glh-stamp.
        move gl-name to glh-file.
        move lo-dt to glh-from.
        move hi-dt to glh-to.
        write gl-head.
        perform varying ei from 1 by 1 until ei > encnt
         move spaces to gl-detail
         move "D" to gld-type
         move en-date(ei) to gld-date
         move en-cab(ei) to gld-cab
         move en-acct(ei) to gld-acct
         move en-dc(ei) to gld-dc
         compute gld-amt = en-cents(ei) / 100
         move en-code(ei) to gld-code
         move en-memo(ei) to gld-memo
         write gl-detail
        end-perform.
        move spaces to gl-trail.
        move "T" to glt-type.
        move stcnt to glt-sets.
        move encnt to glt-cnt.
        move dr-tot to glt-dr.
        move cr-tot to glt-cr.
        write gl-trail.
        close gl-file.
        exit section.

       *> read the file back off disk: it balances only if the
       *> details add up to the trailer, the trailer matches what
       *> was built, and the debits equal the credits
       verify-file section.
        move 0 to bal.
        open input gl-file.
        if lfs is not equal to "00" then
         exit section
        end-if.
        move spaces to dkey.
        move 0 to eof.
        perform until eof is equal to 1
         read gl-file
          at end
           move 1 to eof
          not at end
           evaluate glh-type
            when "H"
             add 1 to vhd
            when "D"
             add 1 to vcnt
             if gld-dc is equal to "D" then
              add gld-amt to vdr
             else
              add gld-amt to vcr
             end-if
             if gld-date is not equal to dkey(1:8)
                or gld-cab is not equal to dkey(9:2) then
              add 1 to vsets
              move gld-date to dkey(1:8)
              move gld-cab to dkey(9:2)
             end-if
            when "T"
             add 1 to vtr
             move glt-sets to tr-sets
             move glt-cnt to tr-cnt
             move glt-dr to tr-dr
             move glt-cr to tr-cr
           end-evaluate
         end-read
        end-perform.
        close gl-file.
        move 1 to bal.
        if vhd is not equal to 1 or vtr is not equal to 1 then
         move 0 to bal
        end-if.
        if vcnt is not equal to encnt or tr-cnt is not equal to vcnt
        then
         move 0 to bal
        end-if.
        if vdr is not equal to dr-tot or vcr is not equal to cr-tot
           or tr-dr is not equal to vdr or tr-cr is not equal to vcr
        then
         move 0 to bal
        end-if.
        if vdr is not equal to vcr then
         move 0 to bal
        end-if.
        *> every set must be there whole: a close with nothing to
        *> post (no coins, no credits, no change) makes no lines, so
        *> it is only the sets that made entries that are looked for
        move 0 to esets.
        perform varying di from 1 by 1 until di > stcnt
         if st-cents(di) is greater than 0 then
          add 1 to esets
         end-if
        end-perform.
        if vsets is not equal to esets or tr-sets is not equal to stcnt
        then
         move 0 to bal
        end-if.
        exit section.

       *> only a file proven whole puts its dates on the export log.
       *> a file whose dates cannot be logged is taken back, so the
       *> next run exports them once and not twice; one the log took
       *> only part of is kept, as its logged dates went out in it
       log-done section.
        open extend done-file.
        if dfs is equal to "35" then
         open output done-file
        end-if.
        if dfs is not equal to "00" then
         display "COULD NOT OPEN GLDONE, STATUS " dfs
         call "CBL_DELETE_FILE" using gl-name returning del-rc
         display "** " gl-name " DELETED; NOTHING MARKED EXPORTED **"
         move 8 to return-code
         stop run
        end-if.
        perform varying di from 1 by 1 until di > stcnt
         move st-key(di)(1:8) to gdn-date
         move st-key(di)(9:2) to gdn-cab
         move gl-name to gdn-file
         move stamp to gdn-stamp
         write done-record
         if dfs is not equal to "00" then
          display "COULD NOT WRITE GLDONE, STATUS " dfs
          close done-file
          if di is equal to 1 then
           call "CBL_DELETE_FILE" using gl-name returning del-rc
           display "** " gl-name " DELETED; NOTHING MARKED"
            " EXPORTED **"
           move 8 to return-code
          else
           compute di = di - 1
           move di to cnt-disp
           display "** GLDONE TOOK ONLY" cnt-disp " OF THE SETS IN "
            gl-name "; THE FILE IS KEPT. MATCH GLDONE TO IT BEFORE"
            " THE NEXT RUN **"
           move 12 to return-code
          end-if
          stop run
         end-if
        end-perform.
        close done-file.
        exit section.

       print-report section.
        display "GENERAL-LEDGER EXPORT".
        display "RUN: " stamp "  FILE: " gl-name.
        move dcnt to cnt-disp.
        display "CLOSES ON DAYSUM:        " cnt-disp.
        move skcnt to cnt-disp.
        display "ALREADY EXPORTED:        " cnt-disp.
        move stcnt to cnt-disp.
        display "DATE/CABINET SETS:       " cnt-disp.
        perform varying di from 1 by 1 until di > stcnt
         compute amt = st-cents(di) / 100
         move amt to amt-disp
         display "  " st-key(di)(1:8) " CAB " st-key(di)(9:2)
          "  DEBITS " amt-disp
        end-perform.
        move encnt to cnt-disp.
        display "ENTRIES BUILT:           " cnt-disp.
        move vcnt to cnt-disp.
        display "ENTRIES READ BACK:       " cnt-disp.
        move dr-tot to amt-disp.
        display "DEBITS:           " amt-disp.
        move cr-tot to amt-disp.
        display "CREDITS:          " amt-disp.
        move vdr to amt-disp.
        display "DEBITS ON DISK:   " amt-disp.
        move vcr to amt-disp.
        display "CREDITS ON DISK:  " amt-disp.
        if trf-ovf is equal to 1 then
         display "** MORE TARIFFS ON FILE THAN THE TABLE HOLDS;"
          " OLDEST RATES FELL BACK TO THE CLASSIC QUARTER **"
        end-if.
        exit section.

       *> read the whole tariff history into the table; a missing
       *> file just means a credit is worth the classic quarter
       load-tariffs section.
        open input tariff-file.
        if ffs is not equal to "00" then
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read tariff-file
          at end
           move 1 to eof
          not at end
           if trf-cnt is less than 20 then
            add 1 to trf-cnt
            move tariff-record to trf-ent(trf-cnt)
           else
            perform crowd-tariff
           end-if
         end-read
        end-perform.
        close tariff-file.
        exit section.

       *> put the tariff in force on tsel-dt into the working copy:
       *> the latest record whose effective date is not after it
       select-tariff section.
        move 0 to tj.
        move 0 to tsel-eff.
        perform varying ti from 1 by 1 until ti > trf-cnt
         move trf-ent(ti) to tfc-record
         if tf-eff is not greater than tsel-dt
            and (tj is equal to 0
                 or tf-eff is not less than tsel-eff) then
          move ti to tj
          move tf-eff to tsel-eff
         end-if
        end-perform.
        if tj is greater than 0 then
         move trf-ent(tj) to tfc-record
         move 1 to trf-have
        else
         move 0 to trf-have
        end-if.
        exit section.

       *> the tariff table is full: evict the oldest record so the
       *> newest stay -- the rate in force today must never be the
       *> one dropped
       crowd-tariff section.
        move trf-ent(1) to tfc-record.
        move tf-eff to tsel-eff.
        move 1 to tj.
        perform varying ti from 2 by 1 until ti > trf-cnt
         move trf-ent(ti) to tfc-record
         if tf-eff is less than tsel-eff then
          move tf-eff to tsel-eff
          move ti to tj
         end-if
        end-perform.
        move tariff-record to tfc-record.
        if tf-eff is greater than tsel-eff then
         move tariff-record to trf-ent(tj)
        end-if.
        move 1 to trf-ovf.
        exit section.
