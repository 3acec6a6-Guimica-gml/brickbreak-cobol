      *> yyyymmddhhmmss session start) and it assembles the whole
      *> story on one report -- the score-record(s), every event
      *> trail line inside that session's window in order, the
      *> per-level stat cuts, and whether the session's own journal
      *> is in the journal library for a replay. one session, one
      *> page, instead of three files and a calculator when a dispute
      *> comes in.
       identification division.
       program-id. sessrpt.
       environment division.
        select stat-file assign to "STATSFIL"
         organization is line sequential
         file status is tfs.
        select journl-file assign to dynamic jnl-name
         organization is sequential
         file status is jfs.

       01 ans  pic x(14). *> console answer, the session key
       01 qkey pic 9(14). *> session being investigated

       *> the journal library member, named the way brickbreak names
       *> it: JRNL plus the session start
       01 jnl-name pic x(18).
       01 jnl-key  pic 9(14).          *> session key of the member
       01 jnl-have usage binary-char.  *> member found and opened

       *> the session's window, rebuilt off the event trail the same
       *> way the cross-ledger audit does it; an open end means the
       *> session never wrote its SESSION-END
        end-if.
        exit section.

       *> every live session keeps its own journal in the library;
       *> say whether this one's is on file and whose header it
       *> carries, so the investigator knows if a replay is possible.
       *> a second player's key is the session start plus one, so a
       *> key with no member of its own is tried one second earlier,
       *> but only a two-player header there can be this session's
       show-journal section.
        display " ".
        display "JOURNAL:".
        move 0 to jnl-have.
        move qkey to jnl-key.
        perform open-journal.
        if jnl-have is equal to 0 then
         compute jnl-key = qkey - 1
         perform open-journal
         if jnl-have is equal to 1 and jrn-pc is not equal to 2 then
          close journl-file
          move 0 to jnl-have
         end-if
        end-if.
        if jnl-have is equal to 0 then
         display "  NO JOURNAL IN THE LIBRARY, REPLAY NOT AVAILABLE"
         exit section
        end-if.
        display "  MEMBER " jnl-name.
        display "  HEADER: " jrn-pc " PLAYER(S), INITIALS " jrn-ini.
        move 1 to jrn-cnt.
        move 0 to eof.
        perform until eof is equal to 1
         read journl-file
           move 1 to eof
          not at end
           add 1 to jrn-cnt
         end-read
        end-perform.
        close journl-file.
        move jrn-cnt to cnt-disp.
        display "  JOURNAL ON FILE, " cnt-disp
         " RECORD(S); REPLAY WITH: REPLAY " jnl-key.
        exit section.

       *> open the member for jnl-key and read its header record
       open-journal section.
        move 0 to jnl-have.
        move spaces to jnl-name.
        string "JRNL" delimited by size
               jnl-key delimited by size
          into jnl-name.
        open input journl-file.
        if jfs is not equal to "00" then
         exit section
        end-if.
        read journl-file
         at end
          close journl-file
         not at end
          if jrn-frm is equal to 0 then
           move 1 to jnl-have
          else
           close journl-file
          end-if
        end-read.
        exit section.
