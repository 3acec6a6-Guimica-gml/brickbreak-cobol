      *> indexed-file backup (BACKUP-FILE, line sequential, one per
      *> unload, named BK, the file's code and the unload stamp): a
      *> header naming the file it came from, one data record per
      *> record image in key order, and a trailer carrying the record
      *> count and three hash totals, so a backup can be proven to
      *> read back and balance before anyone reloads from it. the
      *> hash totals by file --
      *>   SCOREFIL  points, bricks, session seconds
      *>   PLAYRFIL  best scores, lifetime bricks, lifetime games
      *>   LEVELFIL  visible cells, cell types, grid cells
      *>   ACHVFIL   dates earned, session times of day, cabinets
      *> written and read by idxbkup.
       01 bkup-record.
        05 bkp-type pic x(1).     *> H header, D data, T trailer
        05 bkp-body pic x(100).
        05 bkp-head redefines bkp-body.
         10 bkh-file   pic x(8).  *> indexed file unloaded
         10 bkh-stamp  pic 9(14). *> unloaded at, yyyymmddhhmmss
         10 filler     pic x(78).
        05 bkp-data redefines bkp-body.
         10 bkd-rec    pic x(100). *> the record image
        05 bkp-trail redefines bkp-body.
         10 bkt-file   pic x(8).  *> indexed file unloaded
         10 bkt-count  pic 9(9).  *> data records
         10 bkt-hash1  pic 9(18). *> first hash total
         10 bkt-hash2  pic 9(18). *> second hash total
         10 bkt-hash3  pic 9(18). *> third hash total
         10 filler     pic x(29).
