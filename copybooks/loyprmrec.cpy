      *> loyalty scheme parameters (LOYLPRM-FILE, line sequential),
      *> one record kept by the operator through confmaint: every
      *> so many games a set of initials banks on the lifetime
      *> master earns that many free credits. no file, or a zero
      *> game count, means the scheme is off. kept by confmaint,
      *> read by brickbreak.
       01 loyprm-record.
        05 lpm-every  pic 9(4). *> games banked per award, 0 = off
        05 lpm-reward pic 9(2). *> free credits per award
