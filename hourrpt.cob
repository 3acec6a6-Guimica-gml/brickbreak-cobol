      *> hourly utilization report: buckets a date range by hour of
      *> day and day of week, so the tariff's time-of-day bands can
      *> be set from when the cabinet is actually busy instead of by
      *> guesswork. each bucket carries sessions started and minutes
      *> played (off the score ledger, SCOREFIL, at the session's
      *> start hour) and coins dropped, credits vended and revenue
      *> (off the till ledger, CASHFIL, at each coin's cash-dt). the
      *> credits are replayed over the whole ledger the same way the
      *> cabinet prices coins -- bonus runs, bands and close
      *> snapshots included -- and revenue is valued at the tariff
      *> in force on each coin's own day. every hour is marked with
      *> the band the tariff in force on the last day of the range
      *> puts it in, and a band summary sets each band's takings per
      *> open hour beside the base rate's, so a happy hour that only
      *> gave money away shows up as one.
       identification division.
       program-id. hourrpt.
       environment division.
       input-output section.
       file-control.
        select score-file assign to "SCOREFIL"
         organization is indexed
         access mode is sequential
         record key is score-key
         file status is sfs.
        select cash-file assign to "CASHFIL"
         organization is line sequential
         file status is hfs.
        select tariff-file assign to "TARIFFIL"
         organization is line sequential
         file status is ffs.

       data division.
       file section.
       fd  score-file.
       copy scorerec.
       fd  cash-file.
       copy cashrec.
       fd  tariff-file.
       copy tariffrec.

       working-storage section.
       01 sfs pic xx. *> score-file status
       01 hfs pic xx. *> cash-file status
       01 ffs pic xx. *> tariff-file status

       78 coin-price value 25. *> cents a coin is worth, no tariff

       01 ans    pic x(8).  *> console answer
       01 fromdt pic 9(8).  *> first day reported
       01 todt   pic 9(8).  *> last day reported
       01 ndays  usage binary-long. *> days in the range
       01 eof usage binary-char. *> end of current input file

       *> the buckets: seven days (monday first) by 24 hours
       01 bk-tbl.
        05 bk-day occurs 7 times.
         10 bk-hr occurs 24 times.
          15 bk-sess  usage binary-long. *> sessions started
          15 bk-secs  usage binary-long. *> seconds played
          15 bk-coins usage binary-long. *> coins dropped
          15 bk-creds usage binary-long. *> credits vended
          15 bk-cents usage binary-long. *> coin value, cents
       01 dw usage binary-long. *> day of week index, 1 = monday
       01 hr usage binary-long. *> hour index, 1 = midnight hour
       01 d  usage binary-long. *> used in for loops
       01 i  usage binary-long. *> used in for loops
       01 prv-key pic 9(14) value 0. *> last score-key read

       *> roll-ups for printing
       01 sm-sess  usage binary-long.
       01 sm-secs  usage binary-long.
       01 sm-coins usage binary-long.
       01 sm-creds usage binary-long.
       01 sm-cents usage binary-long.
       01 tot-sess  usage binary-long value 0.
       01 tot-secs  usage binary-long value 0.
       01 tot-coins usage binary-long value 0.
       01 tot-creds usage binary-long value 0.
       01 tot-cents usage binary-long value 0.

       *> the band each hour falls in, 0 = base rate, with the
       *> coins-per-credit that hour sells at
       01 hb-tbl.
        05 hb-ent occurs 24 times.
         10 hb-band usage binary-long.
         10 hb-cpc  usage binary-long.
       01 hm-open usage binary-long. *> hour's first minute, hhmm
       01 hm-end  usage binary-long. *> hour's last minute, hhmm
       *> band summary: base rate plus up to three bands
       01 bs-tbl.
        05 bs-ent occurs 4 times.
         10 bs-hrs   usage binary-long.
         10 bs-sess  usage binary-long.
         10 bs-coins usage binary-long.
         10 bs-creds usage binary-long.
         10 bs-cents usage binary-long.
       01 bi usage binary-long. *> band summary index
       01 mix usage binary-char value 0. *> tariff changed in range
       01 fst-eff pic 9(8). *> tariff in force on the first day

       *> the credit replay, the cabinet's own coin pricing
       01 vend  usage binary-long. *> credits this coin vended
       01 trun  usage binary-long value 0. *> coins in the bonus run
       01 tgot  usage binary-long value 0. *> credits vended this run
       01 tpart usage binary-long value 0. *> coins toward a credit
       01 tcpc  usage binary-long.         *> coins per credit now
       01 textra usage binary-long.        *> bonus credits owed
       01 tnow  pic 9(4).                  *> time being priced, hhmm
       01 cents usage binary-long.         *> this coin's value

       *> the tariff history, so each coin prices at the record in
       *> force on its own day
       01 trf-have usage binary-char.        *> usable tariff selected
       01 trf-tbl.
        05 trf-ent occurs 20 times pic x(48). *> tariffs as read
       01 trf-cnt usage binary-long value 0. *> tariffs on file
       01 trf-ovf usage binary-char value 0. *> table crowded out
       01 ti usage binary-long.              *> tariff index
       01 tj usage binary-long.              *> tariff picked
       01 tsel-dt  pic 9(8).                 *> date being priced
       01 tsel-eff pic 9(8).                 *> best effective date
       *> working copy of the tariff picked, same pattern as the
       *> game's own startup copy
       copy tariffrec replacing leading ==trf== by ==tf==
                                leading ==tariff== by ==tfc==.

       01 day-names pic x(21) value "MONTUEWEDTHUFRISATSUN".
       01 band-txt pic x(10).
       01 hr-disp  pic 99.
       01 cpc-disp pic z9.
       01 bnd-disp pic 9.
       01 sess-disp  pic zzzzz9.
       01 mins-disp  pic zzzzzz9.
       01 coins-disp pic zzzzz9.
       01 creds-disp pic zzzzz9.
       01 rev        pic 9(7)v99.
       01 rev-disp   pic z(5)9.99.
       01 avg        pic 9(5)v99.
       01 avg-disp   pic zzzz9.99.
       01 ravg-disp  pic zzzz9.99.
       01 cavg-disp  pic zzzz9.99.

       procedure division.
        display "REPORT FROM DATE (YYYYMMDD)?".
        move spaces to ans.
        accept ans.
        compute fromdt = function numval(ans).
        display "REPORT TO DATE (YYYYMMDD)?".
        move spaces to ans.
        accept ans.
        compute todt = function numval(ans).
        if fromdt is less than 19000101 or todt is less than fromdt
        then
         display "BAD DATE RANGE, NOTHING DONE"
         stop run
        end-if.
        compute ndays = function integer-of-date(todt)
         - function integer-of-date(fromdt) + 1.

        initialize bk-tbl.
        initialize bs-tbl.
        perform load-tariffs.
        perform mark-bands.
        perform sweep-scores.
        perform sweep-cash.
        perform print-report.
        stop run.

       *> which band each hour sits in under the tariff in force on
       *> the last day of the range; an hour the band only partly
       *> covers is marked with it too
       mark-bands section.
        move fromdt to tsel-dt.
        perform select-tariff.
        move tsel-eff to fst-eff.
        move todt to tsel-dt.
        perform select-tariff.
        if tsel-eff is not equal to fst-eff then
         move 1 to mix
        end-if.
        perform varying hr from 1 by 1 until hr > 24
         move 0 to hb-band(hr)
         move 1 to hb-cpc(hr)
         if trf-have is equal to 1 then
          move tf-cpc to hb-cpc(hr)
          compute hm-open = (hr - 1) * 100
          compute hm-end = hm-open + 59
          perform varying ti from 1 by 1 until ti > tf-bands
           or hb-band(hr) is not equal to 0
           if tf-b-open(ti) is not greater than hm-end
              and tf-b-close(ti) is not less than hm-open then
            move ti to hb-band(hr)
            move tf-b-cpc(ti) to hb-cpc(hr)
           end-if
          end-perform
         end-if
         compute bi = hb-band(hr) + 1
         add ndays to bs-hrs(bi)
        end-perform.
        exit section.

       *> a session lands in the hour it started; a second player's
       *> record sits one second after the first under the same
       *> session, so it adds minutes but not a second session
       sweep-scores section.
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
           if score-date is not less than fromdt
              and score-date is not greater than todt
              and score-key(9:2) is numeric
              and score-key(9:2) is less than "24" then
            move score-date to tsel-dt
            perform week-day
            compute hr = function numval(score-key(9:2)) + 1
            if score-key is not equal to prv-key + 1 then
             add 1 to bk-sess(dw, hr)
            end-if
            add score-length to bk-secs(dw, hr)
           end-if
           move score-key to prv-key
         end-read
        end-perform.
        close score-file.
        exit section.

       *> every coin on the ledger is replayed, so the bonus runs
       *> stand where the cabinet had them; only the range's coins
       *> land in the buckets
       sweep-cash section.
        open input cash-file.
        if hfs is not equal to "00" then
         if hfs is not equal to "35" then
          display "COULD NOT OPEN CASH-FILE, STATUS " hfs
          stop run
         end-if
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read cash-file
          at end
           move 1 to eof
          not at end
           perform post-cash
         end-read
        end-perform.
        close cash-file.
        exit section.

       post-cash section.
        if cash-type is equal to "BAL " then
         move 0 to trun
         move 0 to tgot
         move 0 to tpart
         exit section
        end-if.
        if cash-type is not equal to "COIN" then
         exit section
        end-if.
        perform price-coin.
        if cash-dt(1:8) is less than fromdt
           or cash-dt(1:8) is greater than todt
           or cash-dt(9:2) is not numeric
           or cash-dt(9:2) is not less than "24" then
         exit section
        end-if.
        move cash-dt(1:8) to tsel-dt.
        perform week-day.
        compute hr = function numval(cash-dt(9:2)) + 1.
        add 1 to bk-coins(dw, hr).
        add vend to bk-creds(dw, hr).
        add cents to bk-cents(dw, hr).
        exit section.

       *> price one replayed coin at the tariff in force when it
       *> dropped; mirrors the game's own coin pricing, with the
       *> credits it vended left in vend and its value in cents
       price-coin section.
        move 0 to vend.
        move cash-dt(1:8) to tsel-dt.
        perform select-tariff.
        move cash-dt(9:4) to tnow.
        if trf-have is equal to 0 then
         move 1 to vend
         move coin-price to cents
         exit section
        end-if.
        move tf-cents to cents.
        move tf-cpc to tcpc.
        perform varying ti from 1 by 1 until ti > tf-bands
         if tnow is not less than tf-b-open(ti)
            and tnow is not greater than tf-b-close(ti) then
          move tf-b-cpc(ti) to tcpc
         end-if
        end-perform.
        if tcpc is less than 1 then
         move 1 to tcpc
        end-if.
        add 1 to tpart.
        add 1 to trun.
        if tpart is not less than tcpc then
         move 0 to tpart
         add 1 to vend
         add 1 to tgot
        end-if.
        if tf-bon-v is greater than 0
           and trun is not less than tf-bon-c then
         compute textra = tf-bon-v - tgot
         if textra is greater than 0 then
          add textra to vend
         end-if
         move 0 to trun
         move 0 to tgot
         move 0 to tpart
        end-if.
        exit section.

       *> day of week of tsel-dt into dw, monday = 1; day one of the
       *> integer calendar, 1601-01-01, was a monday
       week-day section.
        compute dw = function mod
         (function integer-of-date(tsel-dt) - 1, 7) + 1.
        exit section.

       print-report section.
        display "HOURLY UTILIZATION REPORT".
        display "FROM " fromdt " TO " todt.
        move todt to tsel-dt.
        perform select-tariff.
        if trf-have is equal to 1 then
         display "BANDS AS OF THE TARIFF EFFECTIVE " tf-eff
        else
         display "NO TARIFF IN FORCE, ONE COIN ONE CREDIT AT $0.25"
        end-if.
        if mix is equal to 1 then
         display "** THE TARIFF CHANGED INSIDE THE RANGE; BANDS SHOWN"
          " ARE THE LATER ONE'S **"
        end-if.

        display " ".
        display "BY HOUR OF DAY:".
        display "HR BAND       "
         "  SESS MINUTES  COINS  CREDS   REVENUE".
        perform varying hr from 1 by 1 until hr > 24
         move 0 to sm-sess
         move 0 to sm-secs
         move 0 to sm-coins
         move 0 to sm-creds
         move 0 to sm-cents
         perform varying d from 1 by 1 until d > 7
          add bk-sess(d, hr) to sm-sess
          add bk-secs(d, hr) to sm-secs
          add bk-coins(d, hr) to sm-coins
          add bk-creds(d, hr) to sm-creds
          add bk-cents(d, hr) to sm-cents
         end-perform
         compute bi = hb-band(hr) + 1
         add sm-sess to bs-sess(bi)
         add sm-coins to bs-coins(bi)
         add sm-creds to bs-creds(bi)
         add sm-cents to bs-cents(bi)
         add sm-sess to tot-sess
         add sm-secs to tot-secs
         add sm-coins to tot-coins
         add sm-creds to tot-creds
         add sm-cents to tot-cents
         perform band-label
         compute hr-disp = hr - 1
         perform show-sums
         display hr-disp " " band-txt " " sess-disp " " mins-disp
          " " coins-disp " " creds-disp " " rev-disp
        end-perform.

        display " ".
        display "BY DAY OF WEEK:".
        display "DAY           "
         "  SESS MINUTES  COINS  CREDS   REVENUE".
        perform varying d from 1 by 1 until d > 7
         move 0 to sm-sess
         move 0 to sm-secs
         move 0 to sm-coins
         move 0 to sm-creds
         move 0 to sm-cents
         perform varying hr from 1 by 1 until hr > 24
          add bk-sess(d, hr) to sm-sess
          add bk-secs(d, hr) to sm-secs
          add bk-coins(d, hr) to sm-coins
          add bk-creds(d, hr) to sm-creds
          add bk-cents(d, hr) to sm-cents
         end-perform
         perform show-sums
         display day-names((d - 1) * 3 + 1:3) "           " sess-disp
          " " mins-disp " " coins-disp " " creds-disp " " rev-disp
        end-perform.
        move tot-sess to sm-sess.
        move tot-secs to sm-secs.
        move tot-coins to sm-coins.
        move tot-creds to sm-creds.
        move tot-cents to sm-cents.
        perform show-sums.
        display "TOTAL         " sess-disp " " mins-disp
         " " coins-disp " " creds-disp " " rev-disp.

        *> takings per open hour: a band has to bring in enough
        *> extra play to make up for the cheaper credits
        display " ".
        display "BY TARIFF BAND, PER HOUR OPEN:".
        display "BAND    HOURS   SESS/HR  COINS/HR    REV/HR"
         "   CREDS/CN".
        perform varying bi from 1 by 1 until bi > 4
         if bs-hrs(bi) is greater than 0 then
          if bi is equal to 1 then
           move "BASE" to band-txt
          else
           move spaces to band-txt
           compute bnd-disp = bi - 1
           string "BAND " delimited by size
                  bnd-disp delimited by size
             into band-txt
          end-if
          move bs-hrs(bi) to sess-disp
          compute avg rounded = bs-sess(bi) / bs-hrs(bi)
          move avg to avg-disp
          compute avg rounded = bs-coins(bi) / bs-hrs(bi)
          move avg to ravg-disp
          compute rev rounded = bs-cents(bi) / bs-hrs(bi) / 100
          move rev to rev-disp
          move 0 to avg
          if bs-coins(bi) is greater than 0 then
           compute avg rounded = bs-creds(bi) / bs-coins(bi)
          end-if
          move avg to cavg-disp
          display band-txt(1:6) " " sess-disp "  " avg-disp "  "
           ravg-disp " " rev-disp "   " cavg-disp
         end-if
        end-perform.

        display " ".
        display "HOUR BY DAY DETAIL, BUSY BUCKETS ONLY:".
        display "DAY HR BAND       "
         "  SESS MINUTES  COINS  CREDS   REVENUE".
        perform varying d from 1 by 1 until d > 7
         perform varying hr from 1 by 1 until hr > 24
          if bk-sess(d, hr) is greater than 0
             or bk-coins(d, hr) is greater than 0 then
           move bk-sess(d, hr) to sm-sess
           move bk-secs(d, hr) to sm-secs
           move bk-coins(d, hr) to sm-coins
           move bk-creds(d, hr) to sm-creds
           move bk-cents(d, hr) to sm-cents
           perform band-label
           compute hr-disp = hr - 1
           perform show-sums
           display day-names((d - 1) * 3 + 1:3) " " hr-disp " "
            band-txt " " sess-disp " " mins-disp " " coins-disp " "
            creds-disp " " rev-disp
          end-if
         end-perform
        end-perform.
        if trf-ovf is equal to 1 then
         display "** MORE TARIFFS ON FILE THAN THE TABLE HOLDS;"
          " OLDEST RATES FELL BACK TO THE CLASSIC QUARTER **"
        end-if.
        exit section.

       *> hour hr's band marker: BASE or Bn, with its coins a credit
       band-label section.
        move hb-cpc(hr) to cpc-disp.
        move spaces to band-txt.
        if hb-band(hr) is equal to 0 then
         string "BASE " delimited by size
                cpc-disp delimited by size
                "/CR" delimited by size
           into band-txt
        else
         move hb-band(hr) to bnd-disp
         string "B" delimited by size
                bnd-disp delimited by size
                "   " delimited by size
                cpc-disp delimited by size
                "/CR" delimited by size
           into band-txt
        end-if.
        exit section.

       *> the sm- roll-up into the display fields, minutes rounded
       show-sums section.
        move sm-sess to sess-disp.
        compute mins-disp rounded = sm-secs / 60.
        move sm-coins to coins-disp.
        move sm-creds to creds-disp.
        compute rev = sm-cents / 100.
        move rev to rev-disp.
        exit section.

       *> read the whole tariff history into the table; a missing
       *> file just means every coin values at the classic quarter
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
       *> one dropped. coins older than the oldest kept record fall
       *> back to the classic rate, and the crowding is called out
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
