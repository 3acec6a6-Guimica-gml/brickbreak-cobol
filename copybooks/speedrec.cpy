      *> per-level ball-speed adjustments (SPEED-FILE, line
      *> sequential, append-only): one record each time the weekly
      *> speed tuning (speedtune) moves a level, carrying the level's
      *> whole adjustment from that stamp onward until a later record
      *> for the same level takes over -- so a change is a new record,
      *> not an edit, and a replayed session serves at the speeds in
      *> force when it was played. the adjustment is added to the
      *> ball's base speed magnitude at every serve on that level;
      *> tournaments and the attract demo ignore it. a level with no
      *> record plays at the base speed. written by speedtune, read by
      *> brickbreak and speedtune.
       01 speed-record.
        05 spd-eff pic 9(14). *> effective from, yyyymmddhhmmss
        05 spd-lvl pic 9(4).  *> level number
        05 spd-adj pic s9(1) sign is leading separate.
                              *> steps added to the speed magnitude
        05 spd-why pic x(24). *> why speedtune moved it
