      *> blocked-initials list (BLOCK-FILE, line sequential): one
      *> record per set of initials the operator will not have on a
      *> customer-facing screen. brickbreak refuses them on the
      *> initials screen and leaves them off the attract-mode
      *> leaderboard. maintained by playmaint, read by brickbreak.
       01 block-record.
        05 blk-inits pic x(3). *> initials refused
        05 blk-added pic 9(8). *> date blocked, yyyymmdd
