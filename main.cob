        select tourn-file assign to "TOURNFIL"
         organization is line sequential
         file status is nfs.
        select journl-file assign to dynamic jnl-name
         organization is sequential
         file status is jfs.
        select jidx-file assign to "JRNLIDX"
         organization is line sequential
         file status is ifs.
        select demo-file assign to "DEMOJRNL"
         organization is sequential
         file status is mfs.
        select jtmp-file assign to "JRNLTEMP"
         organization is sequential
         file status is wfs.
        select block-file assign to "BLOCKFIL"
         organization is line sequential
         file status is bfs.
        select loyl-file assign to "LOYLFIL"
         organization is line sequential
         file status is yfs.
        select loyprm-file assign to "LOYLPRM"
         organization is line sequential
         file status is ofs.
        select speed-file assign to "SPEEDFIL"
         organization is line sequential
         file status is gfs.
        select achv-file assign to "ACHVFIL"
         organization is indexed
         access mode is dynamic
         record key is achv-key
         file status is afs.

       data division.
       file section.
       copy tournrec.
       fd  journl-file.
       copy jrnlrec.
       fd  jidx-file.
       copy jidxrec.
       fd  demo-file.
       copy jrnlrec replacing leading ==jrn== by ==dmo==.
       fd  jtmp-file.
       copy jrnlrec replacing leading ==jrn== by ==tjn==.
       fd  block-file.
       copy blockrec.
       fd  loyl-file.
       copy loylrec.
       fd  loyprm-file.
       copy loyprmrec.
       fd  speed-file.
       copy speedrec.
       fd  achv-file.
       copy achvrec.

       working-storage section.
       01 w    usage binary-long value 640.       *> window width, loaded from CONFIG-FILE
       01 ini-col usage binary-long.     *> letter draw color
       01 ini-x   usage binary-long.     *> letter x position
       01 ini-y   usage binary-long.     *> letter y position
       *> blocked-initials list (BLOCK-FILE), kept by playmaint: the
       *> initials screen refuses these and the attract leaderboard
       *> never shows them
       01 bfs     pic xx.               *> block-file status
       01 blk-tbl.
        05 blk-ent occurs 200 times pic x(3). *> initials refused
       01 blk-cnt usage binary-long value 0. *> entries loaded
       01 blk-chk pic x(3).              *> initials being checked
       01 blk-hit usage binary-char.     *> are they blocked
       01 blk-eof usage binary-char.     *> end of block file
       01 blk-frm usage binary-long value 0. *> refusal frames left
       78 blk-show value 120. *> how long a refusal shows, in frames
       01 blk-txt pic x(20) value z"NOT ALLOWED".

       *> two-player alternating-turn mode: one set of live game
       *> fields; the waiting player's run sits parked in plr-slot and
          15 pl-cell-type usage binary-long. *> bt-normal/bt-grow/bt-multi
       01 go2-l1 pic x(22). *> game-over line, player 1
       01 go2-l2 pic x(22). *> game-over line, player 2
       *> loyalty free credits (LOYL-FILE): every ly-every games a set
       *> of initials banks earns ly-reward credits, announced on the
       *> game-over screen and handed over as credits the next time
       *> those initials are entered; the scheme's parameters come
       *> from the operator's LOYLPRM-FILE record
       01 yfs pic xx.                        *> loyalty ledger status
       01 ofs pic xx.                        *> loyalty parameters status
       01 ly-every  usage binary-long value 0. *> games per award, 0 off
       01 ly-reward usage binary-long value 0. *> credits per award
       01 ly-tbl.
        05 ly-earn occurs 2 times usage binary-long. *> earned tonight
       01 ly-new usage binary-char.          *> was a game banked
       01 ly-out usage binary-long.          *> credits still owed
       01 ly-n   usage binary-long.          *> credits being handed over
       01 ly-eof usage binary-char.          *> end of loyalty ledger
       01 ly-d   pic z9.                     *> credits, displayable
       01 ly-l1 pic x(32). *> game-over loyalty line, player 1
       01 ly-l2 pic x(32). *> game-over loyalty line, player 2
       *> per-level ball-speed adjustments (SPEED-FILE): the whole
       *> history is held, so a replay serves at the speeds that were
       *> in force when its session was played, not today's
       01 gfs pic xx.                        *> speed-file status
       01 spd-tbl.
        05 spd-ent occurs 2000 times.
         10 sd-eff pic 9(14).                *> effective from
         10 sd-lvl pic 9(4).                 *> level number
         10 sd-adj usage binary-long.        *> steps either way
       01 spd-cnt  usage binary-long value 0. *> entries held
       01 spd-i    usage binary-long.         *> entry index
       01 spd-eof  usage binary-char.         *> end of speed-file
       01 spd-at   pic 9(14).                 *> session being served
       01 spd-best pic 9(14).                 *> newest stamp found
       01 lad  usage binary-long value 0.     *> this level's adjustment
       01 lmag usage binary-long.             *> serve speed magnitude
       01 lbas usage binary-long.             *> base speed magnitude
       *> player achievements (ACHV-FILE): the badges each player
       *> already holds are looked up once the initials are in, play
       *> marks a badge the moment it falls, and the new ones post to
       *> the master at the same safe points the trails drain, so a
       *> frame never waits on the file. the game-over screen lists
       *> the ones that fell this session
       01 afs pic xx.                        *> achievements status
       copy achvtbl.
       01 ach-tbl.
        05 ach-ply occurs 2 times.
         10 ach-st occurs bdg-max times pic 9. *> 0 not held, 1 held
                                               *> before, 2 new, 3 new
                                               *> and posted
       01 ach-lost-tbl.
        05 ach-lost occurs 2 times usage binary-char. *> a life went
                                                      *> on this board
       01 ach-code pic x(4).                  *> badge being earned
       01 ach-b    usage binary-long.         *> its place in bdg-tbl
       01 ach-i    usage binary-long.         *> badge index
       01 ach-p    usage binary-long.         *> player index
       01 ach-pend usage binary-char value 0. *> new badges to post
       01 ach-eof  usage binary-char.         *> past one player's badges
       01 ach-new  usage binary-long.         *> new badges in a line
       01 ach-ptr  usage binary-long.         *> string pointer
       01 ach-line pic x(72).                 *> line being built
       01 ach-l1 pic x(72). *> game-over badge line, player 1
       01 ach-l2 pic x(72). *> game-over badge line, player 2
       *> what this session already posted to the lifetime master,
       *> per player: a continued run retires twice, and the second
       *> pass must post only the difference -- the same reason the
         10 pp-brc   usage binary-long. *> bricks already posted

       *> input journal, replay playback and attract mode: every live
       *> frame's inputs land in the session's own journal, a library
       *> member named JRNL plus the session key and listed on the
       *> library index (JRNLIDX); "REPLAY <score-key>" on the command
       *> line re-runs that session's journal on screen ("REPLAY"
       *> alone takes the newest), and an idle cabinet loops the
       *> designated DEMO-FILE journal the same way
       01 jfs  pic xx.                      *> journal-file status
       01 ifs  pic xx.                      *> journal index status
       01 jnl-name pic x(18).               *> library member, JRNLkey
       01 jnl-key  pic 9(14).               *> session key of the member
       01 rq-key   pic 9(14) value 0.       *> replay asked for, 0 newest
       01 jok  usage binary-char.           *> replay journal opened
       01 ix-eof usage binary-char.         *> end of the library index
       01 cmd-verb pic x(8).                *> command line, first word
       01 cmd-arg  pic x(24).               *> command line, the key
       01 wfs  pic xx.                      *> journal work-file status
       01 jtend usage binary-char.          *> end of journal trim pass
       01 mfs  pic xx.                      *> demo-file status
       01 atr-txt pic x(5) value z"DEMO".
       *> attract-cycle leaderboard: between demo passes the idle
       *> cabinet shows the top ten, rotating between today's best
       *> off the score ledger, all-time best per player off the
       *> lifetime master and the most badges held off the
       *> achievements master -- so the regulars can see whose name
       *> they are paying to knock off
       01 lb-view usage binary-long value 1. *> 1 today, 2 all-time,
                                             *> 3 most badges
       01 lb-tbl.
        05 lb-ent occurs 10 times.
         10 lb-inits pic x(3).           *> entry's initials
       01 lb-t1 pic x(16) value z"BEST TODAY".
       01 lb-t2 pic x(16) value z"ALL-TIME BEST".
       01 lb-t0 pic x(16) value z"NO SCORES YET".
       01 lb-t3 pic x(16) value z"MOST BADGES".
       01 lb-t4 pic x(16) value z"NO BADGES YET".

       *> config base ball speeds, kept so an attract game can hand a
       *> fresh cabinet back after the demo escalated the live speeds
       01 sv-games usage binary-long value 0. *> games vended, lifetime
       01 sv-conts usage binary-long value 0. *> continues, lifetime
       01 sv-srvc  usage binary-long value 0. *> service credits posted
       01 sv-loyl  usage binary-long value 0. *> loyalty credits taken
       01 sv-sess  usage binary-long value 0. *> sessions on SCOREFIL
       01 sv-last  usage binary-long value 0. *> last key, input test
       01 sv-num  pic zzzzz9.    *> one counter, displayable
       procedure division.
        move function current-date to ws-start-dt.
        accept cmdl from command-line.
        move spaces to cmd-verb.
        move spaces to cmd-arg.
        unstring cmdl delimited by all spaces
         into cmd-verb cmd-arg.
        if cmd-verb is equal to "REPLAY" then
         move 1 to ply
         if cmd-arg(1:14) is numeric then
          move cmd-arg(1:14) to rq-key
         end-if
        end-if.
        perform load-config.
        perform load-tariff.
        move ixs to cixs.
        move iys to ciys.
        perform load-credits.
        perform load-blocked.
        perform load-loyalty.
        perform load-speeds.

        move "SESSION-START" to evt-kind.
        move "mainline" to evt-para.
         perform try-restore
         if rsf is equal to 1 then
          perform restore-state
          perform load-badges
          *> whether a life already went on the restored boards is
          *> not on the checkpoint; take it that one did
          move 1 to ach-lost(1)
          move 1 to ach-lost(2)
         else
          compute px = w / 2 - pw / 2
          compute py = h - phe - 15
          perform load-level
          perform serve-speed
          perform choose-players
          perform varying p from 1 by 1 until p > plcnt
           perform reset-initials
           perform enter-initials
           move inits to pinits(p)
           if inidone is equal to 1 then
            perform redeem-loyalty
           end-if
          end-perform
          move pinits(1) to inits
          perform init-players
          perform load-badges
         end-if
         perform start-journal
        end-if.
                go-score-disp delimited by size
                low-value delimited by size
           into go2-l2
         perform loyalty-lines
         perform badge-lines
         compute go-x = w / 2 - 100
         call "WindowShouldClose" returning clo
         perform until clo is equal to 1
            by value go-x by value go-y
            by value 20 by value pco
          end-if
          compute go-y = h / 2 + 50
          if ly-earn(1) is greater than 0 then
           call "DrawText" using
            by reference ly-l1
            by value go-x by value go-y
            by value 20 by value sc
           compute go-y = go-y + 30
          end-if
          if ly-earn(2) is greater than 0 then
           call "DrawText" using
            by reference ly-l2
            by value go-x by value go-y
            by value 20 by value sc
           compute go-y = go-y + 30
          end-if
          *> the badge lines run long, so they start at the margin
          if ach-l1 is not equal to spaces then
           call "DrawText" using
            by reference ach-l1
            by value 20 by value go-y
            by value 20 by value sc
           compute go-y = go-y + 30
          end-if
          if ach-l2 is not equal to spaces then
           call "DrawText" using
            by reference ach-l2
            by value 20 by value go-y
            by value 20 by value sc
          end-if
          call "EndDrawing"
          call "WindowShouldClose" returning clo
         end-perform
        move 0 to pgt.
        move bpw to pw.
        move 0 to sf2.
        move 0 to ach-lost(curpl).
        perform load-level.
        compute px = w / 2 - pw / 2.
        compute py = h - phe - 15.
        perform serve-speed.
        move 1 to sf.
        exit section.


          *> reset ball (square) if it goes offscreen
          if sy + sys is greater than h + (ss * 3) then
           perform serve-speed
           move 1 to sf
           *> losing a life ends the current serve outright, so any
           *> in-flight multi-ball power-up ends with it, same as when
           *> would sit frozen on screen while sf = 1 waits for a re-serve
           move 0 to sf2
           compute lvs = lvs - 1
           move 1 to ach-lost(curpl)
           move "LIFE-LOST" to evt-kind
           move "game-frame" to evt-para
           move curpl to pnum-d
           perform move-ball2
          end-if

          *> five or more bricks down in the one frame, either ball
          if cbo is not less than 5 then
           move "CMB5" to ach-code
           perform earn-badge
          end-if

          *> win condition: has this level's brick grid been cleared?
          move 0 to blft
          perform varying i from 1 by 1 until i > dw
          end-if
         end-if
        end-if.
        if ach-pend is equal to 1 then
         perform post-badges
        end-if.
        exit section.

       *> the credit count survives power cycles because it is never
            add 1 to crd
            add 1 to sv-srvc
           end-if
           if cash-type is equal to "LOYL" then
            add 1 to crd
            add 1 to sv-loyl
           end-if
           *> a balance snapshot from the end-of-day close: the
           *> replay restarts from it, so only the detail appended
           *> since the last close actually moves the count. the
               low-value delimited by size
          into sv-line.
        perform sv-say.
        move sv-loyl to sv-num.
        move spaces to sv-line.
        string "LOYALTY CREDITS  " delimited by size
               sv-num delimited by size
               low-value delimited by size
          into sv-line.
        perform sv-say.
        move sv-sess to sv-num.
        move spaces to sv-line.
        string "SESSIONS ON FILE " delimited by size
         move 1 to pl-tidx(p)
         move 0 to pp-games(p)
         move 0 to pp-brc(p)
         move 0 to ly-earn(p)
         move 0 to ach-lost(p)
         if trn-on is equal to 1 then
          move tc-seq(1) to pl-lvl(p)
         end-if
        perform load-level.
        compute px = w / 2 - pw / 2.
        compute py = h - phe - 15.
        perform serve-speed.
        move 1 to sf.
        exit section.

         move spaces to lb-inits(lb-i)
         move 0 to lb-pts(lb-i)
        end-perform.
        evaluate lb-view
         when 1 perform lb-gather-today
         when 2 perform lb-gather-best
         when other perform lb-gather-badges
        end-evaluate.
        move 0 to lb-frm.
        move 0 to kp.
        call "WindowShouldClose" returning clo.
        perform leaderboard-frame until clo is equal to 1
         or kp is not equal to 0
         or lb-frm is not less than lb-show.
        if lb-view is less than 3 then
         add 1 to lb-view
        else
         move 1 to lb-view
        end-if.
        call "ClearBackground" using by value bg.
        compute ini-x = w / 2 - 90.
        if lb-cnt is equal to 0 then
         if lb-view is equal to 3 then
          call "DrawText" using
           by reference lb-t4
           by value ini-x by value 60
           by value 20 by value sc
         else
          call "DrawText" using
           by reference lb-t0
           by value ini-x by value 60
           by value 20 by value sc
         end-if
        else
         evaluate lb-view
          when 1
           call "DrawText" using
            by reference lb-t1
            by value ini-x by value 60
            by value 20 by value sc
          when 2
           call "DrawText" using
            by reference lb-t2
            by value ini-x by value 60
            by value 20 by value sc
          when other
           call "DrawText" using
            by reference lb-t3
            by value ini-x by value 60
            by value 20 by value sc
         end-evaluate
        end-if.
        perform varying lb-i from 1 by 1 until lb-i > lb-cnt
         move lb-i to lb-rank
           move 1 to lb-eof
          not at end
           if score-date is equal to lb-today then
            move score-inits to blk-chk
            perform check-blocked
            if blk-hit is equal to 0 then
             move score-inits to lb-hold-inits
             move score-points to lb-hold-pts
             perform lb-post
            end-if
           end-if
         end-read
        end-perform.
          at end
           move 1 to lb-eof
          not at end
           move play-inits to blk-chk
           perform check-blocked
           if blk-hit is equal to 0 then
            move play-inits to lb-hold-inits
            move play-best to lb-hold-pts
            perform lb-post
           end-if
         end-read
        end-perform.
        close player-file.
        exit section.

       *> most badges: one candidate per player, the number of
       *> badges they hold off the achievements master, which comes
       *> in initials order
       lb-gather-badges section.
        open input achv-file.
        if afs is not equal to "00" then
         exit section
        end-if.
        move spaces to lb-hold-inits.
        move 0 to lb-hold-pts.
        move 0 to lb-eof.
        perform until lb-eof is equal to 1
         read achv-file next record
          at end
           move 1 to lb-eof
          not at end
           if achv-inits is not equal to lb-hold-inits then
            perform lb-post-badges
            move achv-inits to lb-hold-inits
            move 0 to lb-hold-pts
           end-if
           add 1 to lb-hold-pts
         end-read
        end-perform.
        perform lb-post-badges.
        close achv-file.
        exit section.

       lb-post-badges section.
        if lb-hold-pts is equal to 0 then
         exit section
        end-if.
        move lb-hold-inits to blk-chk.
        perform check-blocked.
        if blk-hit is equal to 0 then
         perform lb-post
        end-if.
        exit section.

       *> slot one candidate into the top-ten table, highest points
       *> first; the bottom name falls off when the table is full
       lb-post section.
        exit section.

       *> pre-serve initials screen: left/right picks a slot, up/down
       *> cycles that slot's letter, space locks the three in --
       *> unless they are on the blocked list, which says so and
       *> leaves the screen up for another try
       enter-initials section.
        move 0 to inidone.
        move 0 to blk-frm.
        call "WindowShouldClose" returning clo.
        perform until clo is equal to 1 or inidone is equal to 1
         perform poll-coin
         perform varying i from 1 by 1 until i > 3
          move alpha(ini-ix(i):1) to inits(i:1)
         end-perform
         if inidone is equal to 1 then
          move inits to blk-chk
          perform check-blocked
          if blk-hit is equal to 1 then
           move 0 to inidone
           move blk-show to blk-frm
          end-if
         end-if

         call "BeginDrawing"
         call "ClearBackground" using by value bg
           by value ini-x by value ini-y
           by value 40 by value ini-col
         end-perform
         if blk-frm is greater than 0 then
          subtract 1 from blk-frm
          compute ini-x = w / 2 - 60
          compute ini-y = h / 2 + 50
          call "DrawText" using
           by reference blk-txt
           by value ini-x by value ini-y
           by value 20 by value sc
         end-if
         call "EndDrawing"
         call "WindowShouldClose" returning clo
        end-perform.
        exit section.

       *> the blocked-initials list, read once at power-up; no file
       *> means nothing is blocked
       load-blocked section.
        move 0 to blk-cnt.
        open input block-file.
        if bfs is not equal to "00" then
         if bfs is not equal to "35" then
          move "FILE-STATUS" to evt-kind
          move "load-blocked" to evt-para
          move spaces to evt-data
          string "BLOCKFIL " delimited by size
                 bfs delimited by size
            into evt-data
          perform log-event
         end-if
         exit section
        end-if.
        move 0 to blk-eof.
        perform until blk-eof is equal to 1
         read block-file
          at end
           move 1 to blk-eof
          not at end
           if blk-cnt is less than 200 then
            add 1 to blk-cnt
            move blk-inits to blk-ent(blk-cnt)
           end-if
         end-read
        end-perform.
        close block-file.
        exit section.

       *> is blk-chk on the blocked list
       check-blocked section.
        move 0 to blk-hit.
        perform varying i from 1 by 1 until i > blk-cnt
         or blk-hit is equal to 1
         if blk-ent(i) is equal to blk-chk then
          move 1 to blk-hit
         end-if
        end-perform.
        exit section.

       try-restore section.
        open input restart-file.
        if rfs is equal to "00" then
        exit section.

       *> open the session journal for recording: a brand-new session
       *> starts a fresh library member with a header record and lists
       *> it on the library index, a restored one keeps appending to
       *> the member it already has -- the restored session start
       *> names the same member the crashed run was writing
       start-journal section.
        move ws-start-dt(1:14) to jnl-key.
        perform name-journal.
        if rsf is equal to 1 then
         perform trim-journal
         open extend journl-file
         move plcnt to jrn-pc
         move allinits to jrn-ini
         write jrn-record
         perform index-journal
        end-if.
        move 1 to jon.
        exit section.

       *> the library member for the session key in jnl-key
       name-journal section.
        move spaces to jnl-name.
        string "JRNL" delimited by size
               jnl-key delimited by size
          into jnl-name.
        exit section.

       *> list a freshly opened member on the library index, so the
       *> retention batch and the replay can find it later
       index-journal section.
        move jnl-key to jix-key.
        move jnl-key(1:8) to jix-date.
        move plcnt to jix-pc.
        move allinits to jix-ini.
        move cab to jix-cab.
        open extend jidx-file.
        if ifs is equal to "35" then
         open output jidx-file
        end-if.
        if ifs is equal to "00" then
         write jidx-record
        end-if.
        if ifs is not equal to "00" then
         move "FILE-STATUS" to evt-kind
         move "index-journal" to evt-para
         move spaces to evt-data
         string "JRNLIDX " delimited by size
                ifs delimited by size
           into evt-data
         perform log-event
        end-if.
        close jidx-file.
        exit section.

       *> a crash leaves up to ckp-every frames of inputs on the
       *> journal PAST the frame the checkpoint rewinds to; resuming
       *> straight into extend would leave that stale tail in place
        close journl-file.
        exit section.

       *> "REPLAY <score-key>" on the command line: re-run that
       *> session's journal on screen instead of taking the cabinet's
       *> keys; nothing is scored, checkpointed or journaled during a
       *> replay. a second player's score-key is the session start
       *> nudged by one (see save-score), so a key with no member of
       *> its own falls back to the one before it -- but only onto a
       *> two-player journal, never onto somebody else's session
       start-replay section.
        if rq-key is equal to 0 then
         perform latest-journal
        end-if.
        move rq-key to jnl-key.
        perform open-replay.
        if jok is equal to 0 and rq-key is greater than 0 then
         compute jnl-key = rq-key - 1
         perform open-replay
         if jok is equal to 1 and jrn-pc is not equal to 2 then
          close journl-file
          move 0 to jok
         end-if
        end-if.
        if jok is equal to 0 then
         move 1 to jend
         move 1 to gof
         exit section
        end-if.
        move jrn-pc to plcnt.
        move jrn-ini to allinits.
        perform fresh-game.
        exit section.

       *> open the member for jnl-key and read its header; jok says
       *> whether a usable journal is now open on journl-file
       open-replay section.
        move 0 to jok.
        if jnl-key is equal to 0 then
         exit section
        end-if.
        perform name-journal.
        open input journl-file.
        if jfs is not equal to "00" then
         exit section
        end-if.
        read journl-file
         at end
          close journl-file
         not at end
          if jrn-frm is equal to 0 then
           move 1 to jok
          else
           close journl-file
          end-if
        end-read.
        exit section.

       *> "REPLAY" with no key: the newest member on the index
       latest-journal section.
        open input jidx-file.
        if ifs is not equal to "00" then
         exit section
        end-if.
        move 0 to ix-eof.
        perform until ix-eof is equal to 1
         read jidx-file
          at end
           move 1 to ix-eof
          not at end
           if jix-key is greater than rq-key then
            move jix-key to rq-key
           end-if
         end-read
        end-perform.
        close jidx-file.
        exit section.

       save-score section.
        move scr to score-points.
        if trn-on is equal to 1 then
         move "T" to score-tourn
         move "TOUR" to ach-code
         perform earn-badge
        else
         move " " to score-tourn
        end-if.
         close player-file
         open i-o player-file
        end-if.
        move 0 to ly-new.
        move inits to play-inits.
        read player-file key is play-inits
         invalid key
          move 1 to ly-new
          move inits to play-inits
          move 1   to play-games
          move brc to play-bricks
          *> session has not yet banked moves the lifetime totals
          if pp-games(curpl) is equal to 0 then
           add 1 to play-games
           move 1 to ly-new
          end-if
          compute play-bricks = play-bricks + brc - pp-brc(curpl)
          if scr is greater than play-best then
         perform log-event
        end-if.
        close player-file.
        if ly-new is equal to 1 then
         perform earn-loyalty
        end-if.
        exit section.

       *> the game just banked may be a loyalty milestone: every
       *> ly-every-th game on the lifetime master earns ly-reward
       *> free credits, on the ledger straight away
       earn-loyalty section.
        if ly-every is less than 1 or ly-reward is less than 1 then
         exit section
        end-if.
        if function mod(play-games, ly-every) is not equal to 0 then
         exit section
        end-if.
        move function current-date to now-dt.
        move now-dt(1:14) to lyl-dt.
        move "EARN" to lyl-type.
        move inits to lyl-inits.
        move ly-reward to lyl-cnt.
        move score-key to lyl-skey.
        move cab to lyl-cab.
        perform write-loyalty.
        if yfs is equal to "00" then
         add ly-reward to ly-earn(curpl)
         move "LOYALTY-EARN" to evt-kind
         move "earn-loyalty" to evt-para
         move spaces to evt-data
         move ly-reward to ly-d
         string inits delimited by size
                " " delimited by size
                ly-d delimited by size
           into evt-data
         perform log-event
        end-if.
        exit section.

       *> append one record to the loyalty ledger right away, the
       *> same rule as the till: an earned credit is owed money
       write-loyalty section.
        open extend loyl-file.
        if yfs is equal to "35" then
         open output loyl-file
        end-if.
        if yfs is equal to "00" then
         write loyl-record
         close loyl-file
        end-if.
        if yfs is not equal to "00" then
         move "FILE-STATUS" to evt-kind
         move "write-loyalty" to evt-para
         move spaces to evt-data
         string "LOYLFIL " delimited by size
                yfs delimited by size
           into evt-data
         perform log-event
        end-if.
        exit section.

       *> initials just entered: whatever the ledger says they are
       *> still owed is handed over now, as credits on the count and
       *> one LOYL record apiece on the till ledger
       redeem-loyalty section.
        move 0 to ly-out.
        open input loyl-file.
        if yfs is not equal to "00" then
         exit section
        end-if.
        move 0 to ly-eof.
        perform until ly-eof is equal to 1
         read loyl-file
          at end
           move 1 to ly-eof
          not at end
           if lyl-inits is equal to inits then
            if lyl-type is equal to "EARN" then
             add lyl-cnt to ly-out
            end-if
            if lyl-type is equal to "REDM" then
             subtract lyl-cnt from ly-out
            end-if
           end-if
         end-read
        end-perform.
        close loyl-file.
        if ly-out is less than 1 then
         exit section
        end-if.
        *> lyl-cnt holds two digits; anything owed past that goes
        *> over on the next visit
        if ly-out is greater than 99 then
         move 99 to ly-out
        end-if.
        move function current-date to now-dt.
        move now-dt(1:14) to lyl-dt.
        move "REDM" to lyl-type.
        move inits to lyl-inits.
        move ly-out to lyl-cnt.
        move ws-start-dt(1:14) to lyl-skey.
        move cab to lyl-cab.
        perform write-loyalty.
        if yfs is not equal to "00" then
         exit section
        end-if.
        perform varying ly-n from 1 by 1 until ly-n > ly-out
         add 1 to crd
         add 1 to sv-loyl
         move "LOYL" to cash-type
         perform log-cash
        end-perform.
        move "LOYALTY-REDEEM" to evt-kind.
        move "redeem-loyalty" to evt-para.
        move spaces to evt-data.
        move ly-out to ly-d.
        string inits delimited by size
               " " delimited by size
               ly-d delimited by size
          into evt-data.
        perform log-event.
        exit section.

       *> the per-level speed adjustment history, read once at
       *> power-up; no file means every level plays at the base speed.
       *> the file is append-only, so a full table has lost the newest
       *> changes -- that is logged, and the levels concerned simply
       *> play as they did before
       load-speeds section.
        move 0 to spd-cnt.
        open input speed-file.
        if gfs is not equal to "00" then
         exit section
        end-if.
        move 0 to spd-eof.
        perform until spd-eof is equal to 1
         read speed-file
          at end
           move 1 to spd-eof
          not at end
           if spd-cnt is less than 2000 then
            if spd-eff is numeric and spd-lvl is numeric
               and spd-adj is numeric then
             add 1 to spd-cnt
             move spd-eff to sd-eff(spd-cnt)
             move spd-lvl to sd-lvl(spd-cnt)
             move spd-adj to sd-adj(spd-cnt)
            end-if
           else
            move 1 to spd-eof
            move "FILE-STATUS" to evt-kind
            move "load-speeds" to evt-para
            move "SPEEDFIL TABLE FULL" to evt-data
            perform log-event
           end-if
         end-read
        end-perform.
        close speed-file.
        exit section.

       *> the adjustment in force for this level when this session
       *> started -- a replay goes by its journal's session key. a
       *> tournament keeps its locked settings and the attract demo
       *> must serve exactly as it was recorded, so both get none
       level-speed section.
        move 0 to lad.
        if trn-on is equal to 1 or ply is equal to 2 then
         exit section
        end-if.
        if ply is equal to 1 then
         move jnl-key to spd-at
        else
         move ws-start-dt(1:14) to spd-at
        end-if.
        move 0 to spd-best.
        perform varying spd-i from 1 by 1 until spd-i > spd-cnt
         if sd-lvl(spd-i) is equal to lvl
            and sd-eff(spd-i) is not greater than spd-at
            and sd-eff(spd-i) is not less than spd-best then
          move sd-eff(spd-i) to spd-best
          move sd-adj(spd-i) to lad
         end-if
        end-perform.
        exit section.

       *> put the ball back on its serve: the base speed the level
       *> has reached, with the level's adjustment added to each
       *> component's magnitude. a slowed ball never stops, and a
       *> quickened one is never taken past the paddle speed -- the
       *> stuck-ball limit -- though a base already beyond it stays
       serve-speed section.
        perform level-speed.
        move ixs to sxs.
        move iys to sys.
        if lad is equal to 0 then
         exit section
        end-if.
        if ixs is less than 0 then
         compute lbas = 0 - ixs
        else
         move ixs to lbas
        end-if.
        perform bend-speed.
        if ixs is less than 0 then
         compute sxs = 0 - lmag
        else
         move lmag to sxs
        end-if.
        if iys is less than 0 then
         compute lbas = 0 - iys
        else
         move iys to lbas
        end-if.
        perform bend-speed.
        if iys is less than 0 then
         compute sys = 0 - lmag
        else
         move lmag to sys
        end-if.
        exit section.

       bend-speed section.
        compute lmag = lbas + lad.
        if lmag is less than 1 then
         move 1 to lmag
        end-if.
        if lad is greater than 0 and lmag is greater than ps then
         if lbas is greater than ps then
          move lbas to lmag
         else
          move ps to lmag
         end-if
        end-if.
        exit section.

       *> the loyalty scheme's parameters, read once at power-up; no
       *> record means no scheme
       load-loyalty section.
        move 0 to ly-every.
        move 0 to ly-reward.
        open input loyprm-file.
        if ofs is not equal to "00" then
         exit section
        end-if.
        read loyprm-file
         not at end
          if lpm-every is numeric and lpm-reward is numeric then
           move lpm-every to ly-every
           move lpm-reward to ly-reward
          end-if
        end-read.
        close loyprm-file.
        exit section.

       *> the game-over screen's loyalty lines, one per player who
       *> earned free credits this session
       loyalty-lines section.
        move spaces to ly-l1.
        move spaces to ly-l2.
        if ly-earn(1) is greater than 0 then
         move ly-earn(1) to ly-d
         string pinits(1) delimited by size
                " EARNED" delimited by size
                ly-d delimited by size
                " FREE CREDIT" delimited by size
                low-value delimited by size
           into ly-l1
        end-if.
        if ly-earn(2) is greater than 0 then
         move ly-earn(2) to ly-d
         string pinits(2) delimited by size
                " EARNED" delimited by size
                ly-d delimited by size
                " FREE CREDIT" delimited by size
                low-value delimited by size
           into ly-l2
        end-if.
        exit section.

       *> the game-over screen's badge lines, one per player who
       *> earned any this session, by their short labels
       badge-lines section.
        move spaces to ach-l1.
        move spaces to ach-l2.
        perform varying ach-p from 1 by 1 until ach-p > plcnt
         move spaces to ach-line
         move 1 to ach-ptr
         move 0 to ach-new
         perform varying ach-i from 1 by 1 until ach-i > bdg-max
          if ach-st(ach-p, ach-i) is greater than 1 then
           if ach-new is equal to 0 then
            string pinits(ach-p) delimited by size
                   " NEW BADGES:" delimited by size
              into ach-line with pointer ach-ptr
           end-if
           add 1 to ach-new
           string " " delimited by size
                  bdg-label(ach-i) delimited by space
             into ach-line with pointer ach-ptr
          end-if
         end-perform
         if ach-new is greater than 0 then
          string low-value delimited by size
            into ach-line with pointer ach-ptr
         end-if
         if ach-p is equal to 1 then
          move ach-line to ach-l1
         else
          move ach-line to ach-l2
         end-if
        end-perform.
        exit section.

       *> the badges each player in this game already holds, so play
       *> only marks the ones that are new to them
       load-badges section.
        move 0 to ach-pend.
        perform varying ach-p from 1 by 1 until ach-p > 2
         perform varying ach-i from 1 by 1 until ach-i > bdg-max
          move 0 to ach-st(ach-p, ach-i)
         end-perform
        end-perform.
        open input achv-file.
        if afs is not equal to "00" then
         exit section
        end-if.
        perform varying ach-p from 1 by 1 until ach-p > plcnt
         move pinits(ach-p) to achv-inits
         move low-values to achv-code
         move 0 to ach-eof
         start achv-file key is not less than achv-key
          invalid key
           move 1 to ach-eof
         end-start
         perform until ach-eof is equal to 1
          read achv-file next record
           at end
            move 1 to ach-eof
           not at end
            if achv-inits is not equal to pinits(ach-p) then
             move 1 to ach-eof
            else
             move achv-code to ach-code
             perform find-badge
             if ach-b is greater than 0 then
              move 1 to ach-st(ach-p, ach-b)
             end-if
            end-if
          end-read
         end-perform
        end-perform.
        close achv-file.
        exit section.

       *> ach-code's place in the badge table, 0 when it has none
       find-badge section.
        move 0 to ach-b.
        perform varying ach-i from 1 by 1 until ach-i > bdg-max
         or ach-b is not equal to 0
         if bdg-code(ach-i) is equal to ach-code then
          move ach-i to ach-b
         end-if
        end-perform.
        exit section.

       *> the player at the paddle earns ach-code unless they hold it
       *> already; it posts at the next safe point. replays and the
       *> attract demo earn nothing
       earn-badge section.
        if ply is not equal to 0 then
         exit section
        end-if.
        perform find-badge.
        if ach-b is equal to 0 then
         exit section
        end-if.
        if ach-st(curpl, ach-b) is not equal to 0 then
         exit section
        end-if.
        move 2 to ach-st(curpl, ach-b).
        move 1 to ach-pend.
        move "BADGE" to evt-kind.
        move "earn-badge" to evt-para.
        move spaces to evt-data.
        string inits delimited by size
               " " delimited by size
               ach-code delimited by size
          into evt-data.
        perform log-event.
        exit section.

       *> the board just cleared: the first clear of level 5, 10 or
       *> 20 is a badge, and so is any board cleared without the
       *> player losing a life on it
       clear-badges section.
        evaluate lvl
         when 5
          move "CL05" to ach-code
          perform earn-badge
         when 10
          move "CL10" to ach-code
          perform earn-badge
         when 20
          move "CL20" to ach-code
          perform earn-badge
        end-evaluate.
        if ach-lost(curpl) is equal to 0 then
         move "CLNB" to ach-code
         perform earn-badge
        end-if.
        move 0 to ach-lost(curpl).
        exit section.

       *> write the new badges to the master; one already there from
       *> an earlier post is left as it was. a failed open keeps them
       *> for the next safe point, with one FILE-STATUS line queued
       *> inline for the same reason as flush-trails' own
       post-badges section.
        open i-o achv-file.
        if afs is equal to "35" then
         open output achv-file
         close achv-file
         open i-o achv-file
        end-if.
        if afs is not equal to "00" then
         if evb-cnt is less than evb-max then
          move function current-date to now-dt
          move now-dt(1:14) to evt-dt
          move "FILE-STATUS" to evt-kind
          move "post-badges" to evt-para
          move spaces to evt-data
          string "ACHVFIL " delimited by size
                 afs delimited by size
            into evt-data
          move cab to evt-cab
          add 1 to evb-cnt
          move event-record to evb-rec(evb-cnt)
         end-if
         exit section
        end-if.
        move 0 to ach-pend.
        move function current-date to now-dt.
        perform varying ach-p from 1 by 1 until ach-p > plcnt
         perform varying ach-i from 1 by 1 until ach-i > bdg-max
          if ach-st(ach-p, ach-i) is equal to 2 then
           move pinits(ach-p) to achv-inits
           move bdg-code(ach-i) to achv-code
           move now-dt(1:14) to achv-dt
           *> the session key, nudged per player as save-score does
           move ws-start-dt(1:14) to achv-skey
           compute achv-skey = achv-skey + ach-p - 1
           move cab to achv-cab
           write achv-record
            invalid key
             continue
           end-write
           if afs is equal to "00" or afs is equal to "22" then
            move 3 to ach-st(ach-p, ach-i)
           else
            move 1 to ach-pend
           end-if
          end-if
         end-perform
        end-perform.
        close achv-file.
        exit section.

       load-level section.
       advance-level section.
        move "Y" to stat-clear.
        perform cut-level-stat.
        perform clear-badges.
        *> in a tournament the boards come from the fixed sequence,
        *> and clearing the last one ends the run right there; a
        *> normal game just moves up one level forever
         compute iys = iys + 1
        end-if.

        perform serve-speed.
        move 1 to sf.
        move 0 to sf2.
        compute px = w / 2 - pw / 2.
        else
         perform load-level
        end-if.
        perform serve-speed.
        move 1 to sf.
        move 0 to sf2.
        compute px = w / 2 - pw / 2.
        move "trigger-paddle-g" to evt-para.
        move "GROW" to evt-data.
        perform log-event.
        if sf2 is equal to 1 then
         move "DUAL" to ach-code
         perform earn-badge
        end-if.
        exit section.

       trigger-multiball section.
         move "trigger-multibal" to evt-para
         move "MULTI" to evt-data
         perform log-event
         if pgt is greater than 0 then
          move "DUAL" to ach-code
          perform earn-badge
         end-if
        end-if.
        exit section.

