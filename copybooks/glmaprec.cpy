      *> general-ledger account mapping (GLMAP-FILE, line
      *> sequential), kept by the bookkeeper: one record per mapping
      *> code, optionally per cabinet, naming the ledger account the
      *> export posts that code to. a record with a blank cabinet
      *> covers every cabinet without one of its own. codes:
      *>   CASH  coin cash taken from the box
      *>   REV   game revenue
      *>   PROM  promotional expense, service credits given away
      *>   LOYL  loyalty expense, free credits earned and taken up
      *>   DEFR  deferred credits, sold and not yet played
      *> read by glexport.
       01 glmap-record.
        05 glm-code pic x(4).  *> mapping code
        05 glm-cab  pic x(2).  *> cabinet, blank = all cabinets
        05 glm-acct pic x(10). *> ledger account number
        05 glm-desc pic x(30). *> account name, for the report
