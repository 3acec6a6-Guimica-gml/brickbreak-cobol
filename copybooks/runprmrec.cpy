      *> nightly run parameters (RUNPARM-FILE, line sequential), kept
      *> by the operator: the answers the close programs would
      *> otherwise ACCEPT at the terminal, one record per answer --
      *>   DATE  business date to close, yyyymmdd; none or zero
      *>         closes yesterday
      *>   CUT   score archive cutoff: a yyyymmdd date, or a number
      *>         of days of score history to keep before the
      *>         business date; none means no archive tonight
      *>   BIN   directory the batch programs run from, "." if none
      *>   CAB   a cabinet to consolidate: its id, a space, and the
      *>         directory its collected files were dropped in; one
      *>         record per cabinet, consolidated in file order, at
      *>         most 8; both the id and the directory must be given,
      *>         or nightrun runs nothing
      *> read by nightrun.
       01 runprm-record.
        05 rpm-type  pic x(4).  *> DATE, CUT, BIN or CAB
        05 rpm-value pic x(60). *> the answer, by type below
        05 rpm-date redefines rpm-value.
         10 rpm-dt   pic 9(8).  *> DATE, CUT: yyyymmdd or days
         10 filler   pic x(52).
        05 rpm-cabv redefines rpm-value.
         10 rpm-cab  pic x(2).  *> CAB: cabinet id
         10 filler   pic x(1).
         10 rpm-dir  pic x(57). *> CAB: where its files were dropped
