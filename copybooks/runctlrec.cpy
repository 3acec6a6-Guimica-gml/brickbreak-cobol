      *> nightly run control (RUNCTL-FILE, line sequential,
      *> append-only): nightrun writes a STRT record as each step of a
      *> business date's close begins and a DONE, WARN, FAIL or SKIP
      *> record with the step's return code when it ends. the newest
      *> record for a date and step is that step's state, so a rerun
      *> resumes at the first step not DONE, WARN or SKIP, and a STRT
      *> with no ending record marks a step that was cut off. a step
      *> not safe to repeat part way (see nightrun) is held instead:
      *> nightrun records it FAIL with return code 16 and stops. the
      *> operator, once the step's printout is checked and the files
      *> are put right, releases it by adding a record of their own
      *> with the date, the step number, the step name as nightrun
      *> wrote it and the state RSET (the rest may be left blank);
      *> the next run then runs that step afresh. a step finished by
      *> hand can be marked DONE the same way. written by nightrun,
      *> and by the operator for a release; read by nightrun.
       01 runctl-record.
        05 rcl-date  pic 9(8).  *> business date being closed
        05 rcl-step  pic 9(2).  *> step number in the run
        05 rcl-name  pic x(10). *> step, e.g. DAYCLOSE, CONSOL 02
        05 rcl-stat  pic x(4).  *> STRT DONE WARN FAIL SKIP or RSET
        05 rcl-rc    pic 9(4).  *> the step's return code
        05 rcl-start pic 9(14). *> step started, yyyymmddhhmmss
        05 rcl-end   pic 9(14). *> step ended, zero while running
        05 rcl-log   pic x(16). *> file holding the step's output
