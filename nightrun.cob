      *> unattended nightly close: runs the night's batch steps in
      *> order -- dayclose, glexport, ledgeraud, scorarch, then
      *> consol once per cabinet -- with the answers each would have
      *> ACCEPTed at the terminal taken from the run parameters
      *> (RUNPARM) and fed to it on its standard input. every step's
      *> start, end and return code go on the run-control file
      *> (RUNCTL) as they happen, and the run stops at the first step
      *> that fails (return code above 4). run again for the same
      *> business date, it skips every step already DONE, WARNed or
      *> SKIPped and resumes at the one that failed or was cut off;
      *> the steps' own guards -- dayclose's already-closed refusal,
      *> scorarch's existing-archive check, glexport's export log --
      *> still stand behind that. a step that is not safe to repeat
      *> once it has got part way -- dayclose or glexport cut off,
      *> killed or ending above 8, and consol cut off or failed at
      *> all -- is not run again: it is held, recorded FAIL, and the
      *> run stops until the operator has checked its printout and
      *> released it with an RSET record on RUNCTL. a RUNPARM that
      *> names more cabinets than a run holds, or a cabinet with no
      *> id or no directory, runs nothing. each step's printout goes
      *> to its own file (NL, the date, a dot and the step number)
      *> and the run ends with a one-page run log. return code 0
      *> when every step ran clean, 4 when any warned, 8 when the
      *> run stopped or never started.
       identification division.
       program-id. nightrun.
       environment division.
       input-output section.
       file-control.
        select runprm-file assign to "RUNPARM"
         organization is line sequential
         file status is rfs.
        select runctl-file assign to "RUNCTL"
         organization is line sequential
         file status is cfs.
        select ans-file assign to "NIGHTANS"
         organization is line sequential
         file status is afs.

       data division.
       file section.
       fd  runprm-file.
       copy runprmrec.
       fd  runctl-file.
       copy runctlrec.
       fd  ans-file.
       01 ans-record pic x(20). *> one step's console answer

       working-storage section.
       01 rfs pic xx. *> run-parameter status
       01 cfs pic xx. *> run-control status
       01 afs pic xx. *> answer-file status
       01 eof usage binary-char. *> end of current input file

       01 now-dt pic x(21). *> CURRENT-DATE
       01 today  pic 9(8).  *> run date, yyyymmdd
       01 run-at pic 9(14). *> run started
       01 bizdt  pic 9(8).  *> business date being closed
       01 cut-in pic 9(8) value 0. *> CUT as given, date or days
       01 cutoff pic 9(8) value 0. *> archive cutoff, 0 = none
       01 bin-dir pic x(60) value ".". *> where the programs live

       *> the night's steps, built from the parameters
       01 stp-tbl.
        05 stp-ent occurs 12 times.
         10 st-name  pic x(10). *> step name on RUNCTL
         10 st-prog  pic x(10). *> program run
         10 st-ans   pic x(20). *> its console answer
         10 st-cab   pic x(2).  *> consol: cabinet id
         10 st-dir   pic x(57). *> consol: cabinet's drop directory
         10 st-prev  pic x(4).  *> state on RUNCTL before tonight
         10 st-stat  pic x(4).  *> state after tonight
         10 st-rc    pic 9(4).  *> return code
         10 st-start pic 9(14). *> started
         10 st-end   pic 9(14). *> ended
         10 st-log   pic x(16). *> printout file
         10 st-new   pic x(1).  *> Y = run tonight
       01 scnt usage binary-long value 0. *> steps in the run
       01 si   usage binary-long.         *> step index
       01 ccnt usage binary-long value 0. *> cabinets given
       01 covf usage binary-char value 0. *> more cabinets than steps
       01 cbad usage binary-long value 0. *> CAB records left blank
       01 hold usage binary-char value 0. *> step stopped at was held
       01 stop-at usage binary-long value 0. *> step that failed
       01 warns   usage binary-long value 0. *> steps that warned
       01 ran     usage binary-long value 0. *> steps run tonight

       01 cmd pic x(200).               *> shell command for a step
       01 sys-rc usage binary-long.     *> wait status it came back with
       01 step-d pic 99.                *> step number, for names
       01 rc-disp pic zzz9.
       01 mark    pic x(1).             *> * = state from an earlier run

       *> staging a cabinet's files under consol's IN names
       01 stg-tbl.
        05 stg-ent occurs 4 times.
         10 stg-from pic x(8).  *> name in the cabinet's directory
         10 stg-to   pic x(8).  *> name consol reads
       01 stg-i   usage binary-long.
       01 stg-src pic x(80).
       01 stg-dst pic x(80).
       01 stg-rc  usage binary-long.
       01 stg-bad usage binary-char.
       01 stg-cnt usage binary-long. *> files found and staged
       01 stg-info pic x(16). *> CBL_CHECK_FILE_EXIST details

       procedure division.
        move function current-date to now-dt.
        move now-dt(1:8) to today.
        move now-dt(1:14) to run-at.
        perform load-parms.
        if covf is equal to 1 then
         display "** MORE CABINETS ON RUNPARM THAN A RUN HOLDS (8) **"
        end-if.
        if cbad is greater than 0 then
         move cbad to rc-disp
         display "** " rc-disp " CAB RECORDS ON RUNPARM WITH NO"
          " CABINET ID OR NO DIRECTORY **"
        end-if.
        if covf is equal to 1 or cbad is greater than 0 then
         display "NOTHING RUN"
         move 8 to return-code
         stop run
        end-if.
        perform build-steps.
        perform load-control.
        perform varying si from 1 by 1 until si > scnt
         or stop-at is not equal to 0
         if st-prev(si) is equal to "DONE"
            or st-prev(si) is equal to "WARN"
            or st-prev(si) is equal to "SKIP" then
          move st-prev(si) to st-stat(si)
          if st-prev(si) is equal to "WARN" then
           add 1 to warns
          end-if
         else
          perform check-hold
          if hold is equal to 1 then
           perform hold-step
          else
           perform run-step
          end-if
         end-if
        end-perform.
        perform print-log.
        if stop-at is not equal to 0 then
         move 8 to return-code
        else
         if warns is greater than 0 then
          move 4 to return-code
         end-if
        end-if.
        stop run.

       *> the answers; the business date defaults to yesterday, and
       *> a CUT under a plausible date is a count of days to keep
       load-parms section.
        move 0 to bizdt.
        open input runprm-file.
        if rfs is not equal to "00" then
         display "COULD NOT OPEN RUNPARM, STATUS " rfs
         display "NOTHING RUN"
         move 8 to return-code
         stop run
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read runprm-file
          at end
           move 1 to eof
          not at end
           perform post-parm
         end-read
        end-perform.
        close runprm-file.
        if bizdt is equal to 0 then
         compute bizdt = function date-of-integer
          (function integer-of-date(today) - 1)
        end-if.
        if cut-in is greater than 0 then
         if cut-in is less than 19000101 then
          compute cutoff = function date-of-integer
           (function integer-of-date(bizdt) - cut-in)
         else
          move cut-in to cutoff
         end-if
        end-if.
        if bin-dir is equal to spaces then
         move "." to bin-dir
        end-if.
        exit section.

       post-parm section.
        move function upper-case(rpm-type) to rpm-type.
        evaluate rpm-type
         when "DATE"
          compute bizdt = function numval(rpm-value(1:8))
         when "CUT "
          compute cut-in = function numval(rpm-value(1:8))
         when "BIN "
          move rpm-value to bin-dir
         when "CAB "
          if rpm-cab is equal to spaces or rpm-dir is equal to spaces
          then
           add 1 to cbad
           exit section
          end-if
          if ccnt is less than 8 then
           add 1 to ccnt
           move function upper-case(rpm-cab) to st-cab(ccnt)
           move rpm-dir to st-dir(ccnt)
          else
           move 1 to covf
          end-if
        end-evaluate.
        exit section.

       *> the fixed steps go in first; the cabinets were parked at
       *> the front of the table by post-parm and are moved up behind
       build-steps section.
        perform varying si from ccnt by -1 until si < 1
         move st-cab(si) to st-cab(si + 4)
         move st-dir(si) to st-dir(si + 4)
        end-perform.
        move "DAYCLOSE" to st-name(1).
        move "dayclose" to st-prog(1).
        move bizdt to st-ans(1).
        move "GLEXPORT" to st-name(2).
        move "glexport" to st-prog(2).
        move spaces to st-ans(2).
        move "LEDGERAUD" to st-name(3).
        move "ledgeraud" to st-prog(3).
        move spaces to st-ans(3).
        move "SCORARCH" to st-name(4).
        move "scorarch" to st-prog(4).
        move spaces to st-ans(4).
        if cutoff is greater than 0 then
         move cutoff to st-ans(4)
        end-if.
        perform varying si from 1 by 1 until si > 4
         move spaces to st-cab(si)
         move spaces to st-dir(si)
        end-perform.
        compute scnt = 4 + ccnt.
        perform varying si from 5 by 1 until si > scnt
         move spaces to st-name(si)
         string "CONSOL " delimited by size
                st-cab(si) delimited by size
           into st-name(si)
         move "consol" to st-prog(si)
         move st-cab(si) to st-ans(si)
        end-perform.
        perform varying si from 1 by 1 until si > scnt
         move spaces to st-prev(si)
         move "N" to st-new(si)
         move spaces to st-stat(si)
         move 0 to st-rc(si)
         move 0 to st-start(si)
         move 0 to st-end(si)
         move si to step-d
         move spaces to st-log(si)
         string "NL" delimited by size
                bizdt delimited by size
                "." delimited by size
                step-d delimited by size
           into st-log(si)
        end-perform.
        exit section.

       *> the newest record per step for this business date; a step
       *> whose name no longer matches (the cabinets changed between
       *> runs) starts afresh
       load-control section.
        open input runctl-file.
        if cfs is not equal to "00" then
         if cfs is not equal to "35" then
          display "COULD NOT OPEN RUNCTL, STATUS " cfs
          display "NOTHING RUN"
          move 8 to return-code
          stop run
         end-if
         exit section
        end-if.
        move 0 to eof.
        perform until eof is equal to 1
         read runctl-file
          at end
           move 1 to eof
          not at end
           if rcl-date is equal to bizdt
              and rcl-step is greater than 0
              and rcl-step is not greater than scnt then
            move rcl-step to si
            if rcl-name is equal to st-name(si) then
             move function upper-case(rcl-stat) to st-prev(si)
             move rcl-rc to st-rc(si)
             move rcl-start to st-start(si)
             move rcl-end to st-end(si)
             *> a record the operator added may carry only the step
             if rcl-rc is not numeric then
              move 0 to st-rc(si)
             end-if
             if rcl-start is not numeric then
              move 0 to st-start(si)
             end-if
             if rcl-end is not numeric then
              move 0 to st-end(si)
             end-if
            end-if
           end-if
         end-read
        end-perform.
        close runctl-file.
        exit section.

       *> a step left STRT was cut off part way, and one that came
       *> back above 8 was killed or said itself it stopped part
       *> way; consol cannot tell what an earlier run already merged
       *> from any failure. those are not run blind a second time
       check-hold section.
        move 0 to hold.
        evaluate true
         when st-prev(si) is equal to "STRT"
          if st-prog(si) is equal to "dayclose"
             or st-prog(si) is equal to "glexport"
             or st-prog(si) is equal to "consol" then
           move 1 to hold
          end-if
         when st-prev(si) is equal to "FAIL"
          if st-prog(si) is equal to "consol" then
           move 1 to hold
          end-if
          if (st-prog(si) is equal to "dayclose"
              or st-prog(si) is equal to "glexport")
             and st-rc(si) is greater than 8 then
           move 1 to hold
          end-if
        end-evaluate.
        exit section.

       *> record the held step FAIL, return code 16, so it stays held
       *> on every rerun until an RSET record releases it
       hold-step section.
        move "Y" to st-new(si).
        move function current-date to now-dt.
        move now-dt(1:14) to st-start(si).
        move st-start(si) to st-end(si).
        move 16 to st-rc(si).
        move "FAIL" to st-stat(si).
        move si to stop-at.
        display "STEP " st-name(si) " INTERRUPTED, CHECK"
         " " st-log(si)(1:13) " BEFORE RESUMING".
        perform put-control.
        exit section.

       *> one step: STRT on the control file, its answer on the
       *> answer file, the program run with its printout to the
       *> step's file, then the ending record. no cutoff means no
       *> archive tonight, which is a skip and not a failure
       run-step section.
        move "Y" to st-new(si).
        move function current-date to now-dt.
        move now-dt(1:14) to st-start(si).
        move 0 to st-end(si).
        move 0 to st-rc(si).
        if st-prog(si) is equal to "scorarch"
           and st-ans(si) is equal to spaces then
         move "SKIP" to st-stat(si)
         move st-start(si) to st-end(si)
         move spaces to st-log(si)
         perform put-control
         exit section
        end-if.
        move "STRT" to st-stat(si).
        perform put-control.
        add 1 to ran.

        open output ans-file.
        if afs is not equal to "00" then
         display "COULD NOT OPEN NIGHTANS, STATUS " afs
         move 8 to st-rc(si)
         perform end-step
         exit section
        end-if.
        move st-ans(si) to ans-record.
        write ans-record.
        close ans-file.

        if st-prog(si) is equal to "consol" then
         perform stage-cabinet
         if stg-bad is equal to 1 then
          move 8 to st-rc(si)
          perform end-step
          exit section
         end-if
         *> nothing dropped: there is nothing to consolidate, and
         *> the cabinet must not show as DONE
         if stg-cnt is equal to 0 then
          display "NO FILES IN " st-dir(si)
          move spaces to st-log(si)
          move 4 to st-rc(si)
          perform end-step
          exit section
         end-if
        end-if.

        move spaces to cmd.
        string bin-dir delimited by space
               "/" delimited by size
               st-prog(si) delimited by space
               " < NIGHTANS > " delimited by size
               st-log(si) delimited by space
               " 2>&1" delimited by size
               low-value delimited by size
          into cmd.
        call "SYSTEM" using cmd returning sys-rc.
        *> the shell hands back a wait status: the exit code sits
        *> in the high byte, and anything in the low byte means the
        *> step was killed rather than ending on its own
        evaluate true
         when sys-rc is equal to 0
          move 0 to st-rc(si)
         when sys-rc is not less than 256
          compute st-rc(si) = sys-rc / 256
         when other
          move 16 to st-rc(si)
        end-evaluate.
        perform end-step.
        exit section.

       end-step section.
        move function current-date to now-dt.
        move now-dt(1:14) to st-end(si).
        evaluate true
         when st-rc(si) is equal to 0
          move "DONE" to st-stat(si)
         when st-rc(si) is not greater than 4
          move "WARN" to st-stat(si)
          add 1 to warns
         when other
          move "FAIL" to st-stat(si)
          move si to stop-at
        end-evaluate.
        perform put-control.
        exit section.

       *> a step that cannot be recorded cannot be safely restarted,
       *> so a control file that will not take a record ends the run
       put-control section.
        move bizdt to rcl-date.
        move si to rcl-step.
        move st-name(si) to rcl-name.
        move st-stat(si) to rcl-stat.
        move st-rc(si) to rcl-rc.
        move st-start(si) to rcl-start.
        move st-end(si) to rcl-end.
        move st-log(si) to rcl-log.
        open extend runctl-file.
        if cfs is equal to "35" then
         open output runctl-file
        end-if.
        if cfs is equal to "00" then
         write runctl-record
         close runctl-file
        end-if.
        if cfs is not equal to "00" then
         display "COULD NOT RECORD STEP " st-name(si)
          " ON RUNCTL, STATUS " cfs
         move si to stop-at
         move "FAIL" to st-stat(si)
         perform print-log
         move 8 to return-code
         stop run
        end-if.
        exit section.

       *> put the cabinet's collected files under the names consol
       *> reads. the old copies go first, so a file this cabinet did
       *> not send cannot be merged again from the last cabinet's drop
       stage-cabinet section.
        move 0 to stg-bad.
        move 0 to stg-cnt.
        move "SCOREFIL" to stg-from(1).
        move "SCOREIN"  to stg-to(1).
        move "CASHFIL"  to stg-from(2).
        move "CASHIN"   to stg-to(2).
        move "STATSFIL" to stg-from(3).
        move "STATIN"   to stg-to(3).
        move "PLAYRFIL" to stg-from(4).
        move "PLAYRIN"  to stg-to(4).
        perform varying stg-i from 1 by 1 until stg-i > 4
         move stg-to(stg-i) to stg-dst
         call "CBL_DELETE_FILE" using stg-dst returning stg-rc
         move spaces to stg-src
         string st-dir(si) delimited by space
                "/" delimited by size
                stg-from(stg-i) delimited by space
           into stg-src
         call "CBL_CHECK_FILE_EXIST" using stg-src stg-info
          returning stg-rc
         if stg-rc is equal to 0 then
          call "CBL_COPY_FILE" using stg-src stg-dst
           returning stg-rc
          if stg-rc is not equal to 0 then
           display "COULD NOT STAGE " stg-src
           move 1 to stg-bad
          else
           add 1 to stg-cnt
          end-if
         end-if
        end-perform.
        exit section.

       *> the one-page run log
       print-log section.
        display "NIGHTLY CLOSE RUN LOG".
        display "BUSINESS DATE: " bizdt "   RUN AT: " run-at.
        if cutoff is greater than 0 then
         display "SCORE ARCHIVE CUTOFF: " cutoff
        else
         display "SCORE ARCHIVE CUTOFF: NONE, NO ARCHIVE"
        end-if.
        display " ".
        display "STEP  NAME        STATE     RC  STARTED"
         "         ENDED           PRINTOUT".
        perform varying si from 1 by 1 until si > scnt
         perform print-step
        end-perform.
        display "(* = STATE LEFT BY AN EARLIER RUN, NOT RUN AGAIN)".
        display " ".
        move ran to rc-disp.
        display "STEPS RUN THIS TIME: " rc-disp.
        if stop-at is not equal to 0 then
         move stop-at to step-d
         display "** RUN STOPPED AT STEP " step-d " " st-name(stop-at)
          " **"
         if hold is equal to 1 then
          display "** INTERRUPTED, CHECK " st-log(stop-at)(1:13)
           " BEFORE RESUMING; WHEN IT IS PUT RIGHT, **"
          display "** RELEASE IT WITH AN RSET RECORD ON RUNCTL **"
         else
          display "** SEE " st-log(stop-at)(1:13)
           ", PUT IT RIGHT AND RUN AGAIN TO RESUME **"
         end-if
        else
         if warns is greater than 0 then
          display "RUN COMPLETE WITH WARNINGS, READ THE PRINTOUTS"
         else
          display "RUN COMPLETE"
         end-if
        end-if.
        exit section.

       print-step section.
        move si to step-d.
        move st-rc(si) to rc-disp.
        move space to mark.
        if st-new(si) is equal to "N" then
         move "*" to mark
        end-if.
        if st-stat(si) is equal to spaces then
         display " " step-d "   " st-name(si) "  NOT RUN"
        else
         display " " step-d "   " st-name(si) "  " st-stat(si) mark
          "  " rc-disp "  " st-start(si) "  " st-end(si)
          "  " st-log(si)
        end-if.
        exit section.
