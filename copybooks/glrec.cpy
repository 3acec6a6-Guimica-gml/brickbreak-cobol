      *> general-ledger interface file (GL-FILE, line sequential,
      *> one file per export run, named GL plus the run stamp): a
      *> header, one balanced set of detail entries per closed
      *> business date and cabinet, and a trailer carrying the
      *> record count and the debit and credit totals, so the
      *> accounting import can refuse a short or unbalanced file.
      *> amounts carry two implied decimals. written by glexport.
       01 gl-head.
        05 glh-type  pic x(1).  *> H
        05 glh-stamp pic 9(14). *> export run, yyyymmddhhmmss
        05 glh-file  pic x(16). *> this file's name
        05 glh-from  pic 9(8).  *> earliest business date in it
        05 glh-to    pic 9(8).  *> latest business date in it
        05 filler    pic x(33).
       01 gl-detail.
        05 gld-type  pic x(1).     *> D
        05 gld-date  pic 9(8).     *> business date, yyyymmdd
        05 gld-cab   pic x(2).     *> cabinet
        05 gld-acct  pic x(10).    *> ledger account, off GLMAPFIL
        05 gld-dc    pic x(1).     *> D = debit, C = credit
        05 gld-amt   pic 9(9)v99.  *> amount
        05 gld-code  pic x(4).     *> mapping code: CASH REV PROM DEFR
        05 gld-memo  pic x(24).    *> what the entry is for
        05 filler    pic x(19).
       01 gl-trail.
        05 glt-type  pic x(1).     *> T
        05 glt-sets  pic 9(6).     *> date and cabinet sets
        05 glt-cnt   pic 9(6).     *> detail records
        05 glt-dr    pic 9(11)v99. *> debits, total
        05 glt-cr    pic 9(11)v99. *> credits, total
        05 filler    pic x(41).
