      *> speed-tuning target bands (TUNE-FILE, line sequential), one
      *> record kept by the operator through confmaint: how much
      *> recent play a level needs before it is judged, the bands a
      *> level's clear rate, average clear time and lives lost per
      *> clear should sit inside, and how far either way the tuning
      *> may ever take a level. without the file, speedtune runs on
      *> its built-in defaults. read by speedtune.
       01 tune-record.
        05 tun-days    pic 9(3). *> days of play looked at, 0 = all
        05 tun-min     pic 9(3). *> attempts before a level is judged
        05 tun-clr-lo  pic 9(3). *> clear rate floor, whole percent
        05 tun-clr-hi  pic 9(3). *> clear rate ceiling, whole percent
        05 tun-secs-lo pic 9(4). *> average clear time floor, seconds
        05 tun-secs-hi pic 9(4). *> average clear time ceiling
        05 tun-loss-hi pic 9(3). *> lives lost per clear, tenths
        05 tun-max     pic 9(1). *> adjustment limit, either way
