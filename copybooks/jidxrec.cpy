      *> journal library index (JRNLIDX-FILE, line sequential): every
      *> live session's input journal is kept as its own library
      *> member, named JRNL plus the session key, and gets one index
      *> record here when the journal is opened -- so a replay can be
      *> asked for by score-key days after the fact, and so the
      *> retention batch (jrnlpurg) knows which members exist without
      *> a directory listing. written by brickbreak, read by
      *> brickbreak's replay, sessrpt and jrnlpurg.
       01 jidx-record.
        05 jix-key  pic 9(14). *> session start, yyyymmddhhmmss
        05 jix-date pic 9(8).  *> session start date, yyyymmdd
        05 jix-pc   pic 9.     *> player count, from the header
        05 jix-ini  pic x(6).  *> both players' initials
        05 jix-cab  pic x(2).  *> cabinet that wrote it
