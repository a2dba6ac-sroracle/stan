               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS log-STA.

      *    Key=value health summary for outside monitoring,
      *    rewritten whole about once a minute.
           SELECT heartbeat-FC
               ASSIGN TO hb-tmp-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS heartbeat-STA.

      *    Which of two instances sharing the data directory is the
      *    connected one - read, and rewritten whole, by whichever
      *    path lease-path-TXT holds.
           SELECT lease-FC
               ASSIGN TO lease-path-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lease-STA.

      *    Raw protocol capture, one file per UTC day, written only
      *    while switched on from the operator console.
           SELECT wire-FC
               ASSIGN TO wire-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wire-STA.

           SELECT seen-FC
               ASSIGN TO seen-filename-TXT
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS spool-STA.

      *    The spool in reverse - one line appended per notable event
      *    for external jobs to pick up.
           SELECT outbox-FC
               ASSIGN TO outbox-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS outbox-STA.

      *    The transcript keyword index stan-index builds nightly -
      *    read-only here, opened per "%lastlog" search.
           SELECT logidx-FC
               RECORD KEY IS idx-key
               FILE STATUS IS logidx-STA.

      *    Hour-of-week activity profiles stan-usual builds nightly -
      *    read-only here, opened per "%usual".
           SELECT usual-FC
               ASSIGN TO usual-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usual-nick-TXT
               FILE STATUS IS usual-STA.

           SELECT oncall-FC
               ASSIGN TO oncall-filename-TXT
               ORGANIZATION IS INDEXED
               RECORD KEY IS oncall-name-TXT
               FILE STATUS IS oncall-STA.

      *    Tickets and their notes - see 461-ticket.
           SELECT ticket-FC
               ASSIGN TO ticket-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ticket-key
               FILE STATUS IS ticket-STA.

      *    Every karma change, who gave it and where - see
      *    474-journal-karma and "%karma why".
           SELECT karmalog-FC
               ASSIGN TO karmalog-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS karmalog-key
               FILE STATUS IS karmalog-STA.

      *    Quotes waiting on a moderator - see 310-quote-add.
           SELECT qpend-FC
               ASSIGN TO qpend-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS qpend-ID-NUM
               FILE STATUS IS qpend-STA.

      *    "%event" calendar and RSVPs - see 501-event.
           SELECT cal-FC
               ASSIGN TO cal-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-key
               FILE STATUS IS cal-STA.

      *    Action items from the meeting minutes, filed by
      *    stan-actions - see 581-actions.
           SELECT action-FC
               ASSIGN TO action-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS action-ID-NUM
               ALTERNATE RECORD KEY IS action-src-key
               ALTERNATE RECORD KEY IS action-owner-TXT WITH DUPLICATES
               FILE STATUS IS action-STA.

      *    Runtime admin-action audit ledger - who toggled POLICE,
      *    who ran %say, who parted which channel.
           SELECT rtaudit-FC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS minutes-STA.

      *    Standup archive - one file per channel per standup day.
           SELECT standup-FC
               ASSIGN TO standup-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS standup-STA.

      *    Message catalog - replies keyed by message id, selected
      *    per channel via "<chan>:catalog" (or the global "catalog")
      *    naming the file to read.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS consout-STA.

      *    Maintenance lock - a batch job's request in, our
      *    acknowledgment out.
           SELECT maint-FC
               ASSIGN TO maint-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS maint-STA.

           SELECT mack-FC
               ASSIGN TO mack-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mack-STA.

      *    Support-channel questions - asked, escalated, answered.
           SELECT quest-FC
               ASSIGN TO quest-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS quest-STA.

      *****************************************************************

      * * * * * * * * * * * * * * * * * * * *
       01 log-REC
           PICTURE IS X(600).

       FD heartbeat-FC.
       01 heartbeat-REC
           PICTURE IS X(200).

       FD lease-FC.
       01 lease-REC
           PICTURE IS X(200).

      *    "YYYYMMDD-HHMMSS <<< line" for a line read from the server,
      *    ">>> line" for one we sent.
       FD wire-FC.
       01 wire-REC
           PICTURE IS X(620).

       FD seen-FC.
       01 seen-REC.
      *    Case-folded so a lookup matches regardless of nick casing.
       01 spool-REC
           PICTURE IS X(500).

      *    "<TYPE> <UTC time> <#channel or -> key=value ...", one event
      *    per line; values have space, "%" and "=" percent-encoded.
      *    The bot only ever appends (one OPEN EXTEND per event), so a
      *    consumer should mv the file aside and work on the copy -
      *    the next event simply starts a fresh file.
       FD outbox-FC.
       01 outbox-REC
           PICTURE IS X(500).

      *    One command per line, exactly as it would be typed after
      *    the prefix ("status", "join #incident-12", "police ON") -
      *    dropped there by an operator or a maintenance script.
       01 consout-REC
           PICTURE IS X(512).

      *    "<job> <stamp>" - one line, written by the batch job that
      *    wants the indexed files to itself. The acknowledgment
      *    carries the same line back once they're closed.
       FD maint-FC.
       01 maint-REC
           PICTURE IS X(200).

       FD mack-FC.
       01 mack-REC
           PICTURE IS X(200).

      *    "<UTC stamp> <kind> <asked stamp> <chan> <nick> <rest>" -
      *    kind ASKED (rest: the question), ESCALATED (rest: who was
      *    paged, "-" for no one) or ANSWERED (rest: who answered and
      *    the seconds it took). The asked stamp, channel and nick
      *    tie the three together for stan-support.
       FD quest-FC.
       01 quest-REC
           PICTURE IS X(500).

       FD minutes-FC.
       01 minutes-REC
           PICTURE IS X(500).

      *    "<UTC stamp> <kind> <nick> <text>", kind one of yesterday,
      *    today, blockers - plus, once the summary has gone out, a
      *    "summary" line and one "missing" line per absentee.
       FD standup-FC.
       01 standup-REC
           PICTURE IS X(500).

      *    On-call rotations - the schedule the wiki page holds and
      *    nobody reads at 2am. One record per rotation: the ordered
      *    nick list, the handoff weekday and time, the channel the
           05 oncall-last-date-NUM
               PICTURE IS 9(8).

      *    "%ticket" work items. Each ticket is a header record (note
      *    number 0) followed by its notes, numbered from 1 in the
      *    order they were added - the notes reuse the header's
      *    setter/time/text fields for who wrote them, when, and what
      *    they said, and leave the header-only fields blank. The ID
      *    is seeded past the highest on disk at startup, the same
      *    idea as quote-ID-NUM.
       FD ticket-FC.
       01 ticket-REC.
           05 ticket-key.
               10 ticket-ID-NUM
                   PICTURE IS 9(9).
               10 ticket-note-NUM
                   PICTURE IS 9(4).
      *    Case-folded channel the ticket was raised for.
           05 ticket-chan-TXT
               PICTURE IS X(65).
           05 ticket-orig-chan-TXT
               PICTURE IS X(65).
           05 ticket-setter-TXT
               PICTURE IS X(65).
           05 ticket-created-TXT
               PICTURE IS X(15).
      *    The title on a header, the note itself on a note.
           05 ticket-text-TXT
               PICTURE IS X(300).
      *    "open", "in-progress", "blocked" or "closed".
           05 ticket-state-TXT
               PICTURE IS X(11).
      *    Blank while nobody has picked it up.
           05 ticket-assignee-TXT
               PICTURE IS X(65).
           05 ticket-updated-TXT
               PICTURE IS X(15).
           05 ticket-updater-TXT
               PICTURE IS X(65).
           05 ticket-note-CNT
               PICTURE IS 9(4).

      *    One record per "++" / "--", keyed by the canonical term the
      *    score landed on and then by time, so a START on the term
      *    walks its history oldest first. The sequence number only
      *    separates two changes to one term in the same second. Read
      *    by stan-karmarep for the gaming report.
       FD karmalog-FC.
       01 karmalog-REC.
           05 karmalog-key.
               10 karmalog-term-TXT
                   PICTURE IS X(65).
               10 karmalog-time-TXT
                   PICTURE IS X(15).
               10 karmalog-seq-NUM
                   PICTURE IS 9(4).
      *    The term as it was typed.
           05 karmalog-orig-term-TXT
               PICTURE IS X(65).
      *    The giver's nick as seen, and its case-folded canonical
      *    form after alias links, so a giver hopping between
      *    spellings still counts as one person.
           05 karmalog-giver-TXT
               PICTURE IS X(65).
           05 karmalog-canon-giver-TXT
               PICTURE IS X(65).
           05 karmalog-delta-NUM
               PICTURE IS S9(1).
      *    Blank when the change came in by private message.
           05 karmalog-chan-TXT
               PICTURE IS X(65).

      *    A quote added where "quote-approval" is on waits here, laid
      *    out like quote-REC, until "%quote approve" moves it into
      *    stan-quote.dat under a real quote-ID-NUM or "%quote reject"
      *    drops it. The pending number is its own sequence, seeded
      *    past the highest on disk at startup.
       FD qpend-FC.
       01 qpend-REC.
           05 qpend-ID-NUM
               PICTURE IS 9(9).
           05 qpend-TXT
               PICTURE IS X(400).
           05 qpend-setter-TXT
               PICTURE IS X(65).
           05 qpend-time-TXT
               PICTURE IS X(15).
           05 qpend-chan-TXT
               PICTURE IS X(65).

      *    One record per "%event" (cal-who-TXT blank) followed, in
      *    key order, by one per person who answered its RSVP (their
      *    folded nick in cal-who-TXT) - the event's own fields are
      *    blank on those, and the answer fields blank on the event.
      *    Events are never deleted once past - "%event cancel" only
      *    changes the state - so the history report has them all.
       FD cal-FC.
       01 cal-REC.
           05 cal-key.
               10 cal-ID-NUM
                   PICTURE IS 9(9).
               10 cal-who-TXT
                   PICTURE IS X(65).
      *    Start time, UTC, "YYYYMMDD-HHMMSS".
           05 cal-start-TXT
               PICTURE IS X(15).
           05 cal-chan-TXT
               PICTURE IS X(65).
           05 cal-title-TXT
               PICTURE IS X(200).
           05 cal-setter-TXT
               PICTURE IS X(65).
           05 cal-created-TXT
               PICTURE IS X(15).
      *    "scheduled" or "cancelled".
           05 cal-state-TXT
               PICTURE IS X(9).
      *    UTC date the morning announcement went out, and whether
      *    the "starting soon" ping has.
           05 cal-announced-TXT
               PICTURE IS X(8).
           05 cal-pinged-CHR
               PICTURE IS X.
      *    "yes", "no" or "maybe".
           05 cal-answer-TXT
               PICTURE IS X(5).
           05 cal-nick-TXT
               PICTURE IS X(65).
           05 cal-answered-TXT
               PICTURE IS X(15).

      *    One record per "#action" line in the minutes, numbered in
      *    the order stan-actions found them. The source key - the
      *    minutes file and the item's place in its action list -
      *    keeps a rerun from filing the same item twice.
       FD action-FC.
       01 action-REC.
           05 action-ID-NUM
               PICTURE IS 9(9).
           05 action-src-key.
               10 action-src-TXT
                   PICTURE IS X(120).
               10 action-seq-NUM
                   PICTURE IS 9(3).
      *    Case-folded canonical owner (through alias-FC), plus the
      *    spelling the minutes used.
           05 action-owner-TXT
               PICTURE IS X(65).
           05 action-orig-owner-TXT
               PICTURE IS X(65).
           05 action-chan-TXT
               PICTURE IS X(65).
           05 action-orig-chan-TXT
               PICTURE IS X(65).
           05 action-title-TXT
               PICTURE IS X(200).
      *    Meeting date, UTC, "YYYYMMDD".
           05 action-date-TXT
               PICTURE IS X(8).
           05 action-text-TXT
               PICTURE IS X(300).
           05 action-state-CHR
               PICTURE IS X.
               88 action-is-open
                   VALUE IS "O".
               88 action-is-done
                   VALUE IS "D".
           05 action-closed-TXT
               PICTURE IS X(15).
           05 action-closer-TXT
               PICTURE IS X(65).
      *    UTC date its owner was last reminded of it.
           05 action-nudged-TXT
               PICTURE IS X(8).

      *    One timestamped line per privileged action: the invoker's
      *    hostmask, the command with its arguments, and the outcome
      *    - plus the enforcement the bot takes on its own (kicks and
           05 idx-line-TXT
               PICTURE IS X(400).

      *    Layout shared with stan-usual.cbl, which writes these.
       FD usual-FC.
       01 usual-REC.
      *    Case-folded canonical nick, plus its display spelling.
           05 usual-nick-TXT
               PICTURE IS X(65).
           05 usual-orig-nick-TXT
               PICTURE IS X(65).
           05 usual-line-CNT
               PICTURE IS 9(9).
      *    First and latest transcript day counted (YYYYMMDD).
           05 usual-first-TXT
               PICTURE IS X(8).
           05 usual-last-TXT
               PICTURE IS X(8).
      *    Lines per UTC hour of the week: Monday 00:00-00:59 is
      *    slot 1, Sunday 23:00-23:59 slot 168.
           05 usual-hour-CNT OCCURS 168 TIMES
               PICTURE IS 9(7).

      *    Privacy opt-outs ("%optout") - one record per user who'd
      *    rather not be recorded. Every recording path checks the
      *    flag 396-check-optout raises in the shared message path.
       78 default-spool-filename-TXT
           VALUE IS "stan-spool.txt".

       78 default-outbox-filename-TXT
           VALUE IS "stan-outbox.txt".

       78 default-optout-filename-TXT
           VALUE IS "stan-optout.dat".

       78 default-logidx-filename-TXT
           VALUE IS "stan-logidx.dat".

       78 default-usual-filename-TXT
           VALUE IS "stan-usual.dat".

       78 default-secrets-filename-TXT
           VALUE IS "stan-secrets.cfg".

       78 default-oncall-filename-TXT
           VALUE IS "stan-oncall.dat".

       78 default-ticket-filename-TXT
           VALUE IS "stan-tickets.dat".

       78 default-karmalog-filename-TXT
           VALUE IS "stan-karmalog.dat".

       78 default-qpend-filename-TXT
           VALUE IS "stan-quotepend.dat".

       78 default-cal-filename-TXT
           VALUE IS "stan-calendar.dat".

       78 default-action-filename-TXT
           VALUE IS "stan-actions.dat".

       78 default-console-filename-TXT
           VALUE IS "stan-console.txt".

       78 default-consout-filename-TXT
           VALUE IS "stan-console-out.txt".

       78 default-wire-prefix-TXT
           VALUE IS "stan-wire".

       78 default-heartbeat-filename-TXT
           VALUE IS "stan-heartbeat.txt".

       78 default-lease-filename-TXT
           VALUE IS "stan-lease.txt".

       78 default-maint-filename-TXT
           VALUE IS "stan-maint.req".

       78 default-mack-filename-TXT
           VALUE IS "stan-maint.ack".

       78 default-quest-filename-TXT
           VALUE IS "stan-questions.log".

      * * * * * * * * * * * * * * * * * * * *
      * Multi-network config selection.      *
      * * * * * * * * * * * * * * * * * * * *
       01 spool-filename-TXT
           PICTURE IS X(255).

       01 outbox-filename-TXT
           PICTURE IS X(255).

       01 optout-filename-TXT
           PICTURE IS X(255).

       01 logidx-filename-TXT
           PICTURE IS X(255).

       01 usual-filename-TXT
           PICTURE IS X(255).

       01 secrets-filename-TXT
           PICTURE IS X(255).

       01 oncall-filename-TXT
           PICTURE IS X(255).

       01 ticket-filename-TXT
           PICTURE IS X(255).

       01 karmalog-filename-TXT
           PICTURE IS X(255).

       01 qpend-filename-TXT
           PICTURE IS X(255).

       01 cal-filename-TXT
           PICTURE IS X(255).

       01 action-filename-TXT
           PICTURE IS X(255).

       01 console-filename-TXT
           PICTURE IS X(255).

       01 consout-filename-TXT
           PICTURE IS X(255).

       01 maint-filename-TXT
           PICTURE IS X(255).

       01 mack-filename-TXT
           PICTURE IS X(255).

       01 quest-filename-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * Structured %status report.           *
      * * * * * * * * * * * * * * * * * * * *
      *    owner 4 > admin 3 > moderator 2 > trusted 1 > nothing 0.
      *    Legacy "admin" entries grant tier 3; "role" entries name
      *    their tier ("[<chan> ]<tier> <hostmask>"), channel-scoped
      *    the way admin entries already could be - either may name
      *    "$a:<account>" for the hostmask; "cmd-role" entries
      *    ("<command> <tier>") override a command's built-in
      *    minimum.
       01 user-role-NUM
       01 cmdrole-ptr-NUM
           PICTURE IS 9(4).

      * * * * * * * * * * * * * * * * * * * *
      * Services-account grants.            *
      * * * * * * * * * * * * * * * * * * * *
      *    An "admin" or "role" pattern of "$a:<account>" grants by
      *    NickServ account instead of hostmask - a spoofed ident on
      *    a cloakless network can't fake one. The account comes from
      *    the IRCv3 account-tag / account-notify / extended-join
      *    capabilities where the server offers them, and from a
      *    WHOIS (330) otherwise.
       78 acct-whois-ttl-NUM
           VALUE IS 900.

       78 acct-off-ttl-NUM
           VALUE IS 120.

       78 acct-whois-wait-NUM
           VALUE IS 30.

       01 acct-tag-CHR
           PICTURE IS X
           VALUE IS "N".
           88 acct-tag-active
               VALUE IS "Y".

       01 acct-notify-CHR
           PICTURE IS X
           VALUE IS "N".
           88 acct-notify-active
               VALUE IS "Y".

       01 ext-join-CHR
           PICTURE IS X
           VALUE IS "N".
           88 ext-join-active
               VALUE IS "Y".

      *    The account-tag on the line in hand, if it had one.
       01 msg-acct-CHR
           PICTURE IS X
           VALUE IS "N".
           88 msg-acct-known
               VALUE IS "Y".

       01 msg-acct-TXT
           PICTURE IS X(65).

      *    The sender as 426-check-user-role sees it: folded nick and
      *    account (blank unknown, "*" not identified).
       01 snd-nick-TXT
           PICTURE IS X(65).

       01 snd-acct-TXT
           PICTURE IS X(65).

      *    The best tier an account grant would have given the sender
      *    had the account checked out, and the reason a privileged
      *    command was refused on account grounds.
       01 acct-want-NUM
           PICTURE IS 9(1).

       01 acct-deny-TXT
           PICTURE IS X(80).

      *    560-acct-entry-match arguments.
       01 acct-pat-TXT
           PICTURE IS X(255).

       01 acct-tier-NUM
           PICTURE IS 9(1).

       01 acct-entry-CHR
           PICTURE IS X.
           88 acct-entry
               VALUE IS "Y".

       01 acct-grant-TXT
           PICTURE IS X(65).

      *    565-acct-store arguments: folded nick, account or "*".
       01 acct-key-TXT
           PICTURE IS X(65).

       01 acct-set-TXT
           PICTURE IS X(65).

       01 acct-nick-TXT
           PICTURE IS X(65).

       01 acct-i-NUM
           PICTURE IS 9(3).

       01 acct-hit-CHR
           PICTURE IS X.
           88 acct-hit
               VALUE IS "Y".

      *    The WHOIS in flight, one at a time.
       01 acct-whois-nick-TXT
           PICTURE IS X(65).

       01 acct-whois-SEC
           PICTURE IS 9(11)
           VALUE IS 0.

       01 acct-whois-got-CHR
           PICTURE IS X.
           88 acct-whois-got
               VALUE IS "Y".

      *    WHOIS answers for nicks we share no channel with - no NICK
      *    or QUIT would reach us to say they went stale, so they're
      *    only good for acct-off-ttl-NUM seconds.
       01 acct-off-TBL.
           05 acct-off-entry OCCURS 20 TIMES.
               10 acct-off-nick-TXT
                   PICTURE IS X(65).
               10 acct-off-name-TXT
                   PICTURE IS X(65).
               10 acct-off-SEC
                   PICTURE IS 9(11).

       01 acct-off-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 acct-off-IDX
           PICTURE IS 9(2).

      * * * * * * * * * * * * * * * * * * * *
      * In-process channel mirroring.       *
      * * * * * * * * * * * * * * * * * * * *
           PICTURE IS ZZZZZZ9.

      * * * * * * * * * * * * * * * * * * * *
      * Support-channel question watch.     *
      * * * * * * * * * * * * * * * * * * * *
      *    "<chan>:escalate-minutes <N>" makes a channel a support
      *    channel: a question there from someone holding no role in
      *    it pages the on-call holder when nobody who does has
      *    spoken in the channel within N minutes. Every question,
      *    escalation and first answer lands in the questions ledger
      *    for stan-support's SLA report.
       01 qsw-TBL.
           05 qsw-entry OCCURS 20 TIMES.
               10 qsw-fold-TXT
                   PICTURE IS X(65).
               10 qsw-min-NUM
                   PICTURE IS 9(4).

       01 qsw-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 qsw-i-NUM
           PICTURE IS 9(2).

       01 qsw-found-IDX
           PICTURE IS 9(2).

      *    The questions still waiting for a first answer. One per
      *    asker per channel - asking again doesn't restart the clock.
      *    A day without an answer and the table lets go; the ledger
      *    already says it went unanswered.
       78 qst-max-NUM
           VALUE IS 50.

       78 qst-keep-SEC
           VALUE IS 86400.

       01 qst-TBL.
           05 qst-entry OCCURS 50 TIMES.
               10 qst-stamp-TXT
                   PICTURE IS X(15).
               10 qst-chan-TXT
                   PICTURE IS X(65).
               10 qst-fold-TXT
                   PICTURE IS X(65).
      *        Folded, and as the asker wrote it.
               10 qst-nick-TXT
                   PICTURE IS X(65).
               10 qst-orig-nick-TXT
                   PICTURE IS X(65).
               10 qst-open-SEC
                   PICTURE IS 9(11).
               10 qst-min-NUM
                   PICTURE IS 9(4).
               10 qst-state-CHR
                   PICTURE IS X.
                   88 qst-is-escalated
                       VALUE IS "E".
      *        Blank for a speaker who opted out of being recorded.
               10 qst-text-TXT
                   PICTURE IS X(200).

       01 qst-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 qst-i-NUM
           PICTURE IS 9(2).

       01 qst-found-IDX
           PICTURE IS 9(2).

       78 qst-sweep-interval-NUM
           VALUE IS 30.

       01 qst-sweep-last-SEC
           PICTURE IS 9(11)
           VALUE IS 0.

       01 qst-last-POS
           PICTURE IS 9(3).

       01 qst-age-NUM
           PICTURE IS 9(7).

       01 qst-age-DISP
           PICTURE IS ZZZZZZ9.

      *    What 575-question-ledger writes after the stamp.
       01 qst-line-TXT
           PICTURE IS X(480).

       01 quest-STA
           PICTURE IS X(2).
           88 quest-STA-OK
               VALUE IS "00".

      * * * * * * * * * * * * * * * * * * * *
      * Channel templates.                  *
      * * * * * * * * * * * * * * * * * * * *
      *    Multi-valued "template" entries, "<name> <option> <value>"
      *    - the overrides a new channel of that kind starts with.
      *    "%join #chan using <name>" (or an accepted invite, under
      *    "invite-template") writes each one for the channel: as a
      *    "<chan>:<option>" key, or for the channel-scoped list
      *    options as an "<option>" entry valued "<chan> <value>".
      *    The channel's "<chan>:template" entry records the name so
      *    stan-cfg's "T" report can compare the two later.
       01 tpl-name-TXT
           PICTURE IS X(30).

       01 tpl-fold-TXT
           PICTURE IS X(30).

       01 tpl-chan-TXT
           PICTURE IS X(65).

       78 tpl-max-NUM
           VALUE IS 40.

       01 tpl-TBL.
           05 tpl-entry OCCURS 40 TIMES.
               10 tpl-opt-TXT
                   PICTURE IS X(80).
               10 tpl-val-TXT
                   PICTURE IS X(255).

       01 tpl-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 tpl-i-NUM
           PICTURE IS 9(2).

       01 tpl-space-POS
           PICTURE IS 9(3).

       01 tpl-rest-TXT
           PICTURE IS X(255).

       01 tpl-want-opt-TXT
           PICTURE IS X(80).

       01 tpl-want-val-TXT
           PICTURE IS X(255).

       01 tpl-have-CHR
           PICTURE IS X.
           88 tpl-already-set
               VALUE IS "Y".

       01 tpl-wrote-CNT
           PICTURE IS 9(3).

       01 tpl-had-CNT
           PICTURE IS 9(3).

       01 tpl-wrote-CNT-DISP
           PICTURE IS ZZ9.

       01 tpl-had-CNT-DISP
           PICTURE IS ZZ9.

       01 tpl-note-TXT
           PICTURE IS X(120).

      * * * * * * * * * * * * * * * * * * * *
      * Action-item register.               *
      * * * * * * * * * * * * * * * * * * * *
       01 action-STA
           PICTURE IS X(2).
           88 action-STA-OK
               VALUE IS "00".
           88 action-STA-NOT-FOUND
               VALUE IS "35".

       78 default-action-nudge-days-TXT
           VALUE IS "7".

       01 act-nudge-days-NUM
           PICTURE IS 9(4).

       01 act-max-ID-NUM
           PICTURE IS 9(9)
           VALUE IS 0.

       01 act-first-ID-NUM
           PICTURE IS 9(9).

      *    Case-folded canonical nick of whoever is asking (or being
      *    reminded).
       01 act-owner-TXT
           PICTURE IS X(65).

       01 act-ID-NUM
           PICTURE IS 9(9).

       01 act-ID-DISP
           PICTURE IS Z(8)9.

       01 act-CNT
           PICTURE IS 9(5).

       01 act-CNT-DISP
           PICTURE IS ZZZZ9.

       01 act-age-NUM
           PICTURE IS S9(9).

       01 act-age-DISP
           PICTURE IS ZZZZ9.

       01 act-today-DAY-NUM
           PICTURE IS 9(9).

       01 act-today-TXT
           PICTURE IS X(8).

       01 act-day-NUM
           PICTURE IS 9(9).

      *    Items listed per "%actions", and per reminder.
       78 act-list-max-NUM
           VALUE IS 10.

       78 act-show-max-NUM
           VALUE IS 5.

       01 act-line-TXT
           PICTURE IS X(450).

      *    Nicks (folded) already looked at for overdue items today
      *    - one look per nick per UTC day, not one per line said.
       78 act-seen-max-NUM
           VALUE IS 200.

       01 act-seen-date-TXT
           PICTURE IS X(8)
           VALUE IS SPACE.

       01 act-seen-TBL-GRP.
           05 act-seen-TBL OCCURS 200 TIMES
               PICTURE IS X(65).

       01 act-seen-CNT
           PICTURE IS 9(3)
           VALUE IS 0.

       01 act-seen-i-NUM
           PICTURE IS 9(3).

      *    The overdue items found, re-read by ID to stamp each one
      *    once the owner scan is done.
       01 act-due-TBL-GRP.
           05 act-due-TBL OCCURS 5 TIMES
               PICTURE IS 9(9).

       01 act-due-CNT
           PICTURE IS 9(5).

       01 act-due-i-NUM
           PICTURE IS 9(5).

      * * * * * * * * * * * * * * * * * * * *
      * On-call rotations.                  *
      * * * * * * * * * * * * * * * * * * * *
       01 oncall-STA
           PICTURE IS X(2).
           88 oncall-STA-OK
               VALUE IS "00".
           88 oncall-STA-NOT-FOUND
               VALUE IS "35".

       78 oncall-sweep-interval-NUM
           VALUE IS 60.

       01 oncall-sweep-last-SEC
           PICTURE IS 9(11)
           VALUE IS 0.

      *    438-oncall-load argument and results - a blank name means
      *    "the first rotation on file".
       01 ocq-name-TXT
           PICTURE IS X(30).

       01 ocq-found-CHR
           PICTURE IS X.
           88 ocq-found
               VALUE IS "Y".

       01 ocq-nick-TXT
           PICTURE IS X(65).

       01 ocq-next-TXT
           PICTURE IS X(65).

       01 oc-local-SEC
           PICTURE IS 9(11).

       01 oc-day-NUM
           PICTURE IS 9(9).

       01 oc-dow-NUM
           PICTURE IS 9(1).

       01 oc-hhmm-NUM
           PICTURE IS 9(4).

       01 oc-date-DISP
           PICTURE IS 9(8).

       01 oc-last-day-NUM
           PICTURE IS 9(9).
       01 rta-outcome-TXT
           PICTURE IS X(10).

       01 rta-ptr-NUM
           PICTURE IS 9(4).

      *    "%audit" read-back ring.
       01 audit-want-CNT
           PICTURE IS 9(2).
       01 watch-i-NUM
           PICTURE IS 9(1).

      *    The alert ID each collected match was opened under, so the
      *    admin notice and the audit line can quote it.
       01 watch-alert-ID-GRP.
           05 watch-alert-ID OCCURS 3 TIMES
               PICTURE IS 9(6).

      * * * * * * * * * * * * * * * * * * * *
      * Watch-alert acknowledgment.         *
      * * * * * * * * * * * * * * * * * * * *
      *    Every watch hit that reaches the admins is an alert with an
      *    ID and a state: open, escalated (re-sent to the pager
      *    holder after "watch-ack-minutes" unacknowledged), or
      *    acknowledged by "%ack <id>". Oldest first; when the table
      *    is full the oldest closed alert makes room (the oldest of
      *    all if every one is still open). The audit ledger carries
      *    the permanent record.
       78 wal-max-NUM
           VALUE IS 50.

       01 wal-TBL-GRP.
           05 wal-entry OCCURS 50 TIMES.
               10 wal-ID-NUM
                   PICTURE IS 9(6).
               10 wal-state-CHR
                   PICTURE IS X.
                   88 wal-is-open
                       VALUE IS "O".
                   88 wal-is-escalated
                       VALUE IS "E".
                   88 wal-is-acked
                       VALUE IS "A".
               10 wal-chan-TXT
                   PICTURE IS X(65).
               10 wal-open-SEC
                   PICTURE IS 9(11).
               10 wal-holder-TXT
                   PICTURE IS X(65).
               10 wal-acker-TXT
                   PICTURE IS X(65).
               10 wal-close-SEC
                   PICTURE IS 9(11).
               10 wal-text-TXT
                   PICTURE IS X(400).

       01 wal-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 wal-last-ID-NUM
           PICTURE IS 9(6)
           VALUE IS 0.

       01 wal-new-ID-NUM
           PICTURE IS 9(6).

       01 wal-want-ID-NUM
           PICTURE IS 9(6).

       01 wal-ID-DISP
           PICTURE IS Z(5)9.

       01 wal-i-NUM
           PICTURE IS 9(2).

       01 wal-j-NUM
           PICTURE IS 9(2).

       01 wal-found-IDX
           PICTURE IS 9(2).

       78 default-watch-ack-minutes-TXT
           VALUE IS "30".

       01 wal-ack-minutes-NUM
           PICTURE IS 9(4).

       78 wal-sweep-interval-NUM
           VALUE IS 60.

       01 wal-sweep-last-SEC
           PICTURE IS 9(11)
           VALUE IS 0.

       01 wal-age-NUM
           PICTURE IS 9(6).

       01 wal-age-DISP
           PICTURE IS Z(5)9.

       78 wal-list-max-NUM
           VALUE IS 8.

       01 wal-shown-CNT
           PICTURE IS 9(2).

       01 wal-all-CHR
           PICTURE IS X.
           88 wal-list-all
               VALUE IS "Y".

       01 wal-reply-PTR
           PICTURE IS 9(3).

       01 wal-state-TXT
           PICTURE IS X(30).

       01 wal-fold-TXT
           PICTURE IS X(65).

      * * * * * * * * * * * * * * * * * * * *
      * "What did I miss" digests.          *
      * * * * * * * * * * * * * * * * * * * *
      *    Someone back after "missed-after-hours" away (their seen
      *    record is at least that old when they next speak or join)
      *    is told privately how many transcript lines mentioned them
      *    since; "%missed" then pages through those lines. A digest
      *    only remembers its window and how far it has been read -
      *    the lines themselves are re-read from the transcripts.
       78 default-missed-after-hours-TXT
           VALUE IS "8".

       01 mis-after-hours-NUM
           PICTURE IS 9(4).

      *    How far back a digest reaches, at most.
       78 mis-max-days-NUM
           VALUE IS 7.

       78 mis-page-NUM
           VALUE IS 5.

       78 mis-max-NUM
           VALUE IS 20.

       01 mis-TBL-GRP.
           05 mis-entry OCCURS 20 TIMES.
      *        Case-folded nick the digest was built for.
               10 mis-nick-TXT
                   PICTURE IS X(65).
               10 mis-since-TXT
                   PICTURE IS X(15).
               10 mis-until-TXT
                   PICTURE IS X(15).
               10 mis-total-CNT
                   PICTURE IS 9(5).
               10 mis-shown-CNT
                   PICTURE IS 9(5).

       01 mis-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 mis-found-IDX
           PICTURE IS 9(2).

       01 mis-i-NUM
           PICTURE IS 9(2).

      *    The seen stamp from before the activity now being stamped -
      *    set by 232-update-seen and 254-stamp-seen-event.
       01 mis-prev-TXT
           PICTURE IS X(15).

       01 mis-fold-TXT
           PICTURE IS X(65).

      *    The nick, its canonical identity, and every alias-FC
      *    spelling linked to it - all case-folded.
       01 mis-name-TBL-GRP.
           05 mis-name-TBL OCCURS 10 TIMES
               PICTURE IS X(65).

       01 mis-name-CNT
           PICTURE IS 9(2).

       01 mis-name-IDX
           PICTURE IS 9(2).

       01 mis-name-LEN
           PICTURE IS 9(3).

      *    The window being scanned: after mis-from-TXT, up to and
      *    including mis-to-TXT.
       01 mis-from-TXT
           PICTURE IS X(15).

       01 mis-to-TXT
           PICTURE IS X(15).

       01 mis-day-NUM
           PICTURE IS 9(7).

       01 mis-end-day-NUM
           PICTURE IS 9(7).

       01 mis-date-DISP
           PICTURE IS 9(8).

       01 mis-chan-IDX
           PICTURE IS 9(3).

       01 mis-dup-IDX
           PICTURE IS 9(3).

       01 mis-hit-CNT
           PICTURE IS 9(5).

       01 mis-skip-CNT
           PICTURE IS 9(5).

       01 mis-out-CNT
           PICTURE IS 9(2).

       01 mis-paging-CHR
           PICTURE IS X.
           88 mis-is-paging
               VALUE IS "Y".

       01 mis-mention-CHR
           PICTURE IS X.
           88 mis-mentioned
               VALUE IS "Y".

       01 mis-text-POS
           PICTURE IS 9(3).

       01 mis-msg-POS
           PICTURE IS 9(3).

       01 mis-len-NUM
           PICTURE IS 9(3).

       01 mis-msg-LEN
           PICTURE IS 9(3).

       01 mis-pos-NUM
           PICTURE IS 9(3).

       01 mis-speaker-TXT
           PICTURE IS X(65).

       01 mis-msg-TXT
           PICTURE IS X(512).

      *    A character that can be part of a (case-folded) nick - a
      *    mention has none of these on either side of it.
       01 mis-edge-CHR
           PICTURE IS X.
           88 mis-edge-is-nick
               VALUE IS "A" THRU "Z" "0" THRU "9"
                   "[" "]" "\" "`" "_" "~" "-" "{" "}" "|" "^".

       01 mis-CNT-DISP
           PICTURE IS Z(4)9.

       01 mis-left-DISP
           PICTURE IS Z(4)9.

       01 mis-hours-DISP
           PICTURE IS Z(3)9.

      * * * * * * * * * * * * * * * * * * * *
      * Maintenance lock.                   *
      * * * * * * * * * * * * * * * * * * * *
      *    A batch job that writes the indexed files drops a request
      *    ("<job> <stamp>") and waits. The per-line poll closes every
      *    indexed file the way 345-snapshot-files does and answers
      *    with an acknowledgment holding the same line. Until the
      *    request is removed, seen updates, stats and karma changes
      *    queue here; commands are turned away and the timed checks
      *    that read or write the files sit it out. Removing the
      *    request reopens the files and plays the queue back.
       01 mnt-held-CHR
           PICTURE IS X
           VALUE IS "N".
           88 maint-held
               VALUE IS "Y".

      *    The request line as last acknowledged, and its job name.
       01 mnt-req-TXT
           PICTURE IS X(200).

       01 mnt-job-TXT
           PICTURE IS X(30).

       01 mnt-since-TXT
           PICTURE IS X(15).

      *    Opt-outs, read before the files close - the privacy gate
      *    has to keep working while optout-FC is shut. A list too
      *    long to hold treats everyone as opted out until release.
       78 mnt-optout-max-NUM
           VALUE IS 500.

       01 mnt-optout-TBL-GRP.
           05 mnt-optout-TBL OCCURS 500 TIMES
               PICTURE IS X(65).

       01 mnt-optout-CNT
           PICTURE IS 9(4)
           VALUE IS 0.

       01 mnt-optout-full-CHR
           PICTURE IS X
           VALUE IS "N".
           88 mnt-optout-full
               VALUE IS "Y".

      *    Seen records as they would have been written - one per
      *    folded nick, the latest activity winning.
       78 mnt-seen-max-NUM
           VALUE IS 300.

       01 mnt-seen-TBL-GRP.
           05 mnt-seen-TBL OCCURS 300 TIMES
               PICTURE IS X(411).

       01 mnt-seen-CNT
           PICTURE IS 9(4)
           VALUE IS 0.

      *    Message counts per folded nick and folded channel (blank
      *    for a private line).
       78 mnt-stats-max-NUM
           VALUE IS 300.

       01 mnt-stats-TBL-GRP.
           05 mnt-stats-entry OCCURS 300 TIMES.
               10 mnt-stats-nick-TXT
                   PICTURE IS X(65).
               10 mnt-stats-orig-nick-TXT
                   PICTURE IS X(65).
               10 mnt-stats-chan-TXT
                   PICTURE IS X(65).
               10 mnt-stats-first-TXT
                   PICTURE IS X(15).
               10 mnt-stats-last-TXT
                   PICTURE IS X(15).
               10 mnt-stats-msg-CNT
                   PICTURE IS 9(7).

       01 mnt-stats-CNT
           PICTURE IS 9(4)
           VALUE IS 0.

      *    Karma changes one by one - each gets its own journal
      *    record on replay. The term is folded but not yet run
      *    through the alias links.
       78 mnt-karma-max-NUM
           VALUE IS 300.

       01 mnt-karma-TBL-GRP.
           05 mnt-karma-entry OCCURS 300 TIMES.
               10 mnt-karma-term-TXT
                   PICTURE IS X(65).
               10 mnt-karma-orig-term-TXT
                   PICTURE IS X(65).
               10 mnt-karma-delta-NUM
                   PICTURE IS S9(1).
               10 mnt-karma-giver-TXT
                   PICTURE IS X(65).
               10 mnt-karma-chan-TXT
                   PICTURE IS X(65).
               10 mnt-karma-time-TXT
                   PICTURE IS X(15).

       01 mnt-karma-CNT
           PICTURE IS 9(4)
           VALUE IS 0.

      *    Updates lost to a full queue.
       01 mnt-drop-CNT
           PICTURE IS 9(6)
           VALUE IS 0.

       01 mnt-i-NUM
           PICTURE IS 9(4).

       01 mnt-found-IDX
           PICTURE IS 9(4).

       01 mnt-fold-TXT
           PICTURE IS X(65).

       01 mnt-chan-TXT
           PICTURE IS X(65).

       01 mnt-CNT-DISP
           PICTURE IS Z(5)9.

       01 mnt-drop-DISP
           PICTURE IS Z(5)9.

      * * * * * * * * * * * * * * * * * * * *
      * mIRC formatting-code stripping.     *
      * * * * * * * * * * * * * * * * * * * *
       01 strip-src-TXT
           PICTURE IS X(512).

       01 strip-dst-TXT
           PICTURE IS X(512).

       01 strip-LEN
           PICTURE IS 9(4).

       01 strip-in-POS
           PICTURE IS 9(4).

       01 strip-out-POS
           PICTURE IS 9(4).

       01 strip-d-NUM
           PICTURE IS 9(1).

      * * * * * * * * * * * * * * * * * * * *
      * Incoming flood detection.           *
      * * * * * * * * * * * * * * * * * * * *
      *    Sliding-window line counts and duplicate-line counts per
      *    hostmask, same table bookkeeping as the command cooldown.
      *    Thresholds come from stan.cfg ("flood-lines",
      *    "flood-window", "flood-repeat"); detection only runs while
      *    POLICE mode is on at all.
       78 default-flood-lines-TXT
           VALUE IS "8".

       78 default-flood-window-TXT
           VALUE IS "10".

       78 default-flood-repeat-TXT
           VALUE IS "4".

       01 flood-lines-NUM
           PICTURE IS 9(4).

       01 flood-window-NUM
           PICTURE IS 9(4).

       01 flood-repeat-NUM
           PICTURE IS 9(4).

       01 flood-TBL.
           05 flood-entry OCCURS 50 TIMES.
               10 flood-mask-TXT
                   PICTURE IS X(200).
               10 flood-start-SEC
                   PICTURE IS 9(11).
               10 flood-line-CNT
                   PICTURE IS 9(4).
               10 flood-last-msg-TXT
                   PICTURE IS X(200).
               10 flood-repeat-CNT
                   PICTURE IS 9(4).

       01 flood-CNT
           PICTURE IS 9(3)
           VALUE IS 0.

       01 flood-i-NUM
           PICTURE IS 9(3).

       01 flood-found-IDX
           PICTURE IS 9(3).

       01 flood-fold-mask-TXT
           PICTURE IS X(200).

       01 flood-fold-msg-TXT
           PICTURE IS X(200).

      * * * * * * * * * * * * * * * * * * * *
      * Transcript logging.                 *
      * * * * * * * * * * * * * * * * * * * *
       01 log-filename-TXT
           PICTURE IS X(80).

       01 log-date-TXT
           PICTURE IS X(21).

       01 log-STA
           PICTURE IS X(2).
           88 log-STA-OK
               VALUE IS "00".

      * * * * * * * * * * * * * * * * * * * *
      * "%report" daily digest.             *
      * * * * * * * * * * * * * * * * * * * *
       01 report-chan-TXT
           PICTURE IS X(65).

       01 rpt-prefix-CHR
           PICTURE IS X.

      *    Transcript-line token walk (the shape 231-log-transcript
      *    writes: "ts status [chan] <nick> msg" / "ts status [chan]
      *    * nick msg").
       01 rpt-t1-TXT
           PICTURE IS X(20).
      *        change); blank when neither source has filled it yet.
               10 roster-userhost-TXT
                   PICTURE IS X(135).
      *        The services account the nick is identified to, "*"
      *        when it's known not to be identified, blank while
      *        nothing has told us - with when it was learned (see
      *        559-sender-account for how long that's trusted).
               10 roster-account-TXT
                   PICTURE IS X(65).
               10 roster-acct-SEC
                   PICTURE IS 9(11).

       01 roster-CNT
           PICTURE IS 9(3)
           PICTURE IS X(512).

       01 cap-req-TXT
           PICTURE IS X(100).

       01 cap-ptr-NUM
           PICTURE IS 9(3).

      * * * * * * * * * * * * * * * * * * * *
      * SASL PLAIN authentication.          *
       01 quote-rand-NUM
           USAGE IS COMP-2.

      *    Quotes held for a moderator's approval, where the
      *    "quote-approval" option (global or "<channel>:...") is on.
      *    A weekly nudge lists the ones that have sat for a while.
       01 qpend-STA
           PICTURE IS X(2).
           88 qpend-STA-OK
               VALUE IS "00".
           88 qpend-STA-NOT-FOUND
               VALUE IS "35".

       01 qpend-max-ID-NUM
           PICTURE IS 9(9)
           VALUE IS 0.

       01 qpend-opt-TXT
           PICTURE IS X(10).

       01 qpend-hold-CHR
           PICTURE IS X
           VALUE IS "N".
           88 qpend-required
               VALUE IS "Y".

       01 qpend-found-CHR
           PICTURE IS X
           VALUE IS "N".
           88 qpend-is-found
               VALUE IS "Y".

       01 qpend-ID-DISP
           PICTURE IS Z(8)9.

       01 qpend-quote-DISP
           PICTURE IS Z(8)9.

       01 qpend-CNT
           PICTURE IS 9(5).

       01 qpend-CNT-DISP
           PICTURE IS Z(4)9.

       01 qpend-shown-CNT
           PICTURE IS 9(2).

       78 qpend-list-max-NUM
           VALUE IS 5.

       01 qpend-excerpt-TXT
           PICTURE IS X(120).

       01 qpend-date-TXT
           PICTURE IS X(10).

      *    Weekly reminder: Monday (day 1) from 09:00 UTC, once a
      *    day at most, about anything pending this many days or more.
       78 qpend-stale-days-NUM
           VALUE IS 3.

       78 qpend-remind-dow-NUM
           VALUE IS 1.

       78 qpend-remind-hhmm-NUM
           VALUE IS 900.

       01 qpend-remind-date-NUM
           PICTURE IS 9(8)
           VALUE IS 0.

       01 qpend-now-date-NUM
           PICTURE IS 9(8).

       01 qpend-now-hhmm-NUM
           PICTURE IS 9(4).

       01 qpend-now-day-NUM
           PICTURE IS 9(7).

       01 qpend-age-NUM
           PICTURE IS S9(7).

       01 qpend-msg-PTR
           PICTURE IS 9(4).

       01 qpend-stale-CNT
           PICTURE IS 9(5).

       01 qpend-mod-CNT
           PICTURE IS 9(2).

       01 qpend-mod-IDX
           PICTURE IS 9(2).

       01 qpend-mod-TBL-GRP.
           05 qpend-mod-TBL OCCURS 20 TIMES
               PICTURE IS X(65).

       01 qpend-mod-dup-CHR
           PICTURE IS X.

       01 qpend-entry-CHR
           PICTURE IS X
           VALUE IS "N".
           88 qpend-entry-is-role
               VALUE IS "Y".

       01 qpend-msg-TXT
           PICTURE IS X(400).

      *    "%quote search" ring of the most recent matches - same
      *    shape as the %lastlog ring.
       01 qse-total-CNT
           PICTURE IS 9(4).

       01 qse-hit-CNT
           PICTURE IS 9(4).

       01 qse-out-CNT
           PICTURE IS 9(1).

       01 qse-slot-NUM
           PICTURE IS 9(1).

       01 qse-i-NUM
           PICTURE IS 9(1).

       01 qse-ring-TBL-GRP.
           05 qse-ring-TBL OCCURS 3 TIMES
               PICTURE IS X(420).

       01 karma-delta-NUM
           PICTURE IS S9(1).

      * * * * * * * * * * * * * * * * * * * *
      * Karma change journal.               *
      * * * * * * * * * * * * * * * * * * * *
       01 karmalog-STA
           PICTURE IS X(2).
           88 karmalog-STA-OK
               VALUE IS "00".
           88 karmalog-STA-NOT-FOUND
               VALUE IS "35".

       01 kj-seq-NUM
           PICTURE IS 9(4)
           VALUE IS 0.

       01 kj-term-TXT
           PICTURE IS X(65).

       01 kj-orig-term-TXT
           PICTURE IS X(65).

      *    "%karma why" lists at most this many of the latest changes.
       78 kj-why-max-NUM
           VALUE IS 5.

       01 kj-match-CNT
           PICTURE IS 9(9).

       01 kj-skip-CNT
           PICTURE IS 9(9).

       01 kj-CNT-DISP
           PICTURE IS Z(8)9.

       01 kj-max-DISP
           PICTURE IS Z9.

       01 kj-reply-PTR
           PICTURE IS 9(4).

      * * * * * * * * * * * * * * * * * * * *
      * "%usual" typical-hours lookup.      *
      * * * * * * * * * * * * * * * * * * * *
       01 usual-STA
           PICTURE IS X(2).
           88 usual-STA-OK
               VALUE IS "00".

       01 usl-canon-TXT
           PICTURE IS X(65).

       01 usl-optout-CHR
           PICTURE IS X.
           88 usl-opted-out
               VALUE IS "Y".

      *    The asker's zone, minutes east of UTC, and its remainder
      *    past the hour - every local hour bucket starts that many
      *    minutes in (":30" for a +05:30 zone).
       01 usl-off-NUM
           PICTURE IS S9(5).

       01 usl-rem-NUM
           PICTURE IS 9(2).

       01 usl-zone-TXT
           PICTURE IS X(10).

      *    The profile folded into the asker's hours of the day and
      *    days of the week.
       01 usl-hod-TBL.
           05 usl-hod-CNT OCCURS 24 TIMES
               PICTURE IS 9(9).

       01 usl-dow-TBL.
           05 usl-dow-CNT OCCURS 7 TIMES
               PICTURE IS 9(9).

       01 usl-max-NUM
           PICTURE IS 9(9).

       01 usl-slot-NUM
           PICTURE IS 9(3).

       01 usl-local-NUM
           PICTURE IS 9(5).

       01 usl-i-NUM
           PICTURE IS 9(3).

       01 usl-h-NUM
           PICTURE IS 9(3).

       01 usl-start-NUM
           PICTURE IS 9(3).

       01 usl-run-CNT
           PICTURE IS 9(2).

      *    Hour ranges listed at most; a scattered profile gets
      *    "and other times" after these.
       78 usl-run-max-NUM
           VALUE IS 4.

       01 usl-act-CHR
           PICTURE IS X.
           88 usl-active
               VALUE IS "Y".

       01 usl-was-CHR
           PICTURE IS X.
           88 usl-was-active
               VALUE IS "Y".

       01 usl-hhmm-NUM
           PICTURE IS 9(5).

       01 usl-hh-NUM
           PICTURE IS 9(2).

       01 usl-mm-NUM
           PICTURE IS 9(2).

       01 usl-CNT-DISP
           PICTURE IS Z(8)9.

       01 usl-reply-PTR
           PICTURE IS 9(4).

      * * * * * * * * * * * * * * * * * * * *
      * Shared-link capture ("%links").     *
      * * * * * * * * * * * * * * * * * * * *
       01 minutes-filename-TXT
           PICTURE IS X(255).

       01 standup-filename-TXT
           PICTURE IS X(255).

       01 standup-STA
           PICTURE IS X(2).
           88 standup-STA-OK
               VALUE IS "00".

       01 minutes-STA
           PICTURE IS X(2).
           88 minutes-STA-OK
           88 consout-STA-OK
               VALUE IS "00".

       01 maint-STA
           PICTURE IS X(2).
           88 maint-STA-OK
               VALUE IS "00".

       01 mack-STA
           PICTURE IS X(2).
           88 mack-STA-OK
               VALUE IS "00".

      * * * * * * * * * * * * * * * * * * * *
      * Wire capture.                       *
      * * * * * * * * * * * * * * * * * * * *
      *    Off at startup; "wire on" / "wire off" from the operator
      *    console switch it. Files older than wire-keep-days-NUM
      *    days are deleted as each new day's file is started.
       01 wire-CHR
           PICTURE IS X
           VALUE IS "N".
           88 wire-on
               VALUE IS "Y".

       78 wire-keep-days-NUM
           VALUE IS 7.

       01 wire-STA
           PICTURE IS X(2).
           88 wire-STA-OK
               VALUE IS "00".

       01 wire-prefix-TXT
           PICTURE IS X(60).

       01 wire-filename-TXT
           PICTURE IS X(80).

      *    Caller sets wire-line-TXT (and, for 483-wire-capture,
      *    wire-dir-TXT: "<<<" in, ">>>" out).
       01 wire-line-TXT
           PICTURE IS X(600).

       01 wire-dir-TXT
           PICTURE IS X(3).

       01 wire-out-TXT
           PICTURE IS X(600).

       01 wire-up-TXT
           PICTURE IS X(600).

       01 wire-ptr-NUM
           PICTURE IS 9(4).

       01 wire-pos-NUM
           PICTURE IS 9(4).

       01 wire-now-TXT
           PICTURE IS X(21).

       01 wire-SEC-NUM
           PICTURE IS 9(11).

       01 wire-day-NUM
           PICTURE IS 9(9).

      *    The UTC day of the last file written, for the age-out.
       01 wire-last-day-NUM
           PICTURE IS 9(9)
           VALUE IS 0.

       01 wire-old-day-NUM
           PICTURE IS 9(9).

       01 wire-rem-NUM
           PICTURE IS 9(11).

       01 wire-date-DISP
           PICTURE IS 9(8).

       01 wire-hh-NUM
           PICTURE IS 9(2).

       01 wire-mm-NUM
           PICTURE IS 9(2).

       01 wire-ss-NUM
           PICTURE IS 9(2).

       01 wire-stamp-TXT
           PICTURE IS X(15).

       01 wire-i-NUM
           PICTURE IS 9(2).

      * * * * * * * * * * * * * * * * * * * *
      * Heartbeat file.                     *
      * * * * * * * * * * * * * * * * * * * *
      *    Written to "<name>.tmp" and renamed over the real name, so
      *    a monitor polling it never reads half a file. Times are
      *    given both as UTC stamps and as Unix seconds.
       01 heartbeat-STA
           PICTURE IS X(2).
           88 heartbeat-STA-OK
               VALUE IS "00".

       01 heartbeat-filename-TXT
           PICTURE IS X(80).

       01 hb-tmp-filename-TXT
           PICTURE IS X(80).

       78 hb-interval-SEC
           VALUE IS 60.

      *    registering, connected, reconnecting, or gave-up.
       01 hb-state-TXT
           PICTURE IS X(12)
           VALUE IS "registering".

      *    none (no password on file), pending, sasl, nickserv, or
      *    unconfirmed (NickServ never acknowledged the identify).
       01 hb-ident-TXT
           PICTURE IS X(12)
           VALUE IS "none".

       01 hb-written-SEC
           PICTURE IS 9(11)
           VALUE IS 0.

       01 hb-line-SEC
           PICTURE IS 9(11)
           VALUE IS 0.

       01 hb-backup-SEC
           PICTURE IS 9(11)
           VALUE IS 0.

       01 hb-epoch-base-SEC
           PICTURE IS 9(11).

       01 hb-epoch-DISP
           PICTURE IS Z(10)9.

       01 hb-CNT-DISP
           PICTURE IS ZZZZ9.

       01 hb-key-TXT
           PICTURE IS X(30).

       01 hb-SEC-NUM
           PICTURE IS 9(11).

       01 hb-chan-state-TXT
           PICTURE IS X(10).

      * * * * * * * * * * * * * * * * * * * *
      * Hot-standby lease.                  *
      * * * * * * * * * * * * * * * * * * * *
      *    Only in play when STAN_INSTANCE names this instance. The
      *    holder rewrites "holder=<name>", "state=held" (or
      *    "released" when it gives up) and "updated=<UTC stamp>"
      *    every hb-interval-SEC; another instance stands by while
      *    that is younger than lease-stale-seconds, then takes over.
       01 lease-STA
           PICTURE IS X(2).
           88 lease-STA-OK
               VALUE IS "00".

       01 lease-filename-TXT
           PICTURE IS X(80).

       01 lease-tmp-filename-TXT
           PICTURE IS X(80).

       01 lease-path-TXT
           PICTURE IS X(80).

       01 lease-me-TXT
           PICTURE IS X(30).

      *    Comfortably longer than the gap between server PINGs, so a
      *    quiet channel isn't mistaken for a dead host.
       78 default-lease-stale-TXT
           VALUE IS "600".

       01 lease-stale-NUM
           PICTURE IS 9(5).

       01 lease-poll-SEC
           PICTURE IS 9(2)
           VALUE IS 30.

      *    How long a fresh claim sits before it's read back - two
      *    standbys claiming at once both see who won.
       01 lease-settle-SEC
           PICTURE IS 9(2)
           VALUE IS 2.

       01 lease-written-SEC
           PICTURE IS 9(11)
           VALUE IS 0.

       01 lease-found-CHR
           PICTURE IS X.
           88 lease-found
               VALUE IS "Y".

       01 lease-holder-TXT
           PICTURE IS X(30).

       01 lease-prev-TXT
           PICTURE IS X(30).

       01 lease-state-TXT
           PICTURE IS X(10).

       01 lease-updated-TXT
           PICTURE IS X(15).

       01 lease-age-SEC
           PICTURE IS S9(11).

       01 lease-age-DISP
           PICTURE IS Z(10)9.

       01 lease-waited-CHR
           PICTURE IS X
           VALUE IS "N".
           88 lease-waited
               VALUE IS "Y".

       01 lease-lost-CHR
           PICTURE IS X
           VALUE IS "N".
           88 lease-lost
               VALUE IS "Y".

      * * * * * * * * * * * * * * * * * * * *
      * Nick identity links ("%alias").     *
      * * * * * * * * * * * * * * * * * * * *
       01 alias-STA
           PICTURE IS X(2).
           88 alias-STA-OK
               VALUE IS "00".
           88 alias-STA-NOT-FOUND
               VALUE IS "35".

      *    380-resolve-alias arguments and result - both already
      *    case-folded; the resolver never folds.
       01 als-in-TXT
           PICTURE IS X(65).

       01 als-out-TXT
           PICTURE IS X(65).

       01 als-orig-out-TXT
           PICTURE IS X(65).

       01 als-found-CHR
           PICTURE IS X.
           88 als-found
               VALUE IS "Y".

      *    "%alias add" parse holds.
       01 alsp-alias-TXT
           PICTURE IS X(65).

       01 alsp-alias-fold-TXT
           PICTURE IS X(65).

       01 alsp-canon-TXT
           PICTURE IS X(65).

       01 alsp-canon-fold-TXT
           PICTURE IS X(65).

       01 als-merge-karma-NUM
           PICTURE IS S9(9).

       01 als-merge-trivia-NUM
           PICTURE IS 9(5).

       01 als-exists-CHR
           PICTURE IS X.
           88 als-exists
               VALUE IS "Y".

      * * * * * * * * * * * * * * * * * * * *
      * Lifetime per-nick statistics.       *
      * * * * * * * * * * * * * * * * * * * *
       01 stats-STA
           PICTURE IS X(2).
           88 stats-STA-OK
               VALUE IS "00".
           88 stats-STA-NOT-FOUND
               VALUE IS "35".

       01 stats-exists-CHR
           PICTURE IS X.
           88 stats-exists
               VALUE IS "Y".

       01 st-chan-fold-TXT
           PICTURE IS X(65).

       01 st-i-NUM
           PICTURE IS 9(1).

       01 st-found-IDX
           PICTURE IS 9(1).

       01 st-max-IDX
           PICTURE IS 9(1).

       01 st-max-VAL
           PICTURE IS 9(9).

       01 stats-CNT-DISP
           PICTURE IS ZZZZZZZZ9.

       01 st-reply-PTR
           PICTURE IS 9(4).

      *    "%stats top" leaderboard working set, same selection-sort
      *    shape as the trivia scores.
       01 stl-TBL.
           05 stl-entry OCCURS 100 TIMES.
               10 stl-nick-TXT
                   PICTURE IS X(65).
               10 stl-msg-CNT
                   PICTURE IS 9(9).

       01 stl-CNT
           PICTURE IS 9(3).

       01 stl-i-NUM
           PICTURE IS 9(3).

       01 stl-top-NUM
           PICTURE IS 9(1).

       01 stl-max-IDX
           PICTURE IS 9(3).

       01 stl-max-VAL
           PICTURE IS 9(9).

      * * * * * * * * * * * * * * * * * * * *
      * Auto-op/voice access list.          *
      * * * * * * * * * * * * * * * * * * * *
      *    Multi-valued "autoop" config entries, "[<chan> ]<o|v>
      *    <hostmask pattern>" - matched against joiners (and against
      *    the roster when stan itself gets opped) and answered with
      *    the MODE +o/+v a human would have sent.
       01 aop-subject-TXT
               PICTURE IS X(3).

      * * * * * * * * * * * * * * * * * * * *
      * Ticket tracker.                     *
      * * * * * * * * * * * * * * * * * * * *
       01 ticket-STA
           PICTURE IS X(2).
           88 ticket-STA-OK
               VALUE IS "00".
           88 ticket-STA-NOT-FOUND
               VALUE IS "35".

       01 ticket-max-ID-NUM
           PICTURE IS 9(9)
           VALUE IS 0.

      *    The header, held while a note record goes through the
      *    same buffer.
       01 tkt-hold-REC
           PICTURE IS X(683).

       01 tkt-note-NUM
           PICTURE IS 9(4).

       01 tkt-ID-NUM
           PICTURE IS 9(9).

       01 tkt-found-CHR
           PICTURE IS X.
           88 tkt-found
               VALUE IS "Y".

       01 tkt-chan-TXT
           PICTURE IS X(65).

      *    "%ticket list" filter: a folded channel or a folded nick.
       01 tkt-want-chan-TXT
           PICTURE IS X(65).

       01 tkt-want-who-TXT
           PICTURE IS X(65).

       01 tkt-fold-TXT
           PICTURE IS X(65).

       01 tkt-state-TXT
           PICTURE IS X(11).

       01 tkt-match-CNT
           PICTURE IS 9(5).

       78 tkt-list-max-NUM
           VALUE IS 5.

       01 tkt-ID-DISP
           PICTURE IS Z(8)9.

       01 tkt-CNT-DISP
           PICTURE IS ZZZZ9.

       01 tkt-reply-PTR
           PICTURE IS 9(4).

      * * * * * * * * * * * * * * * * * * * *
      * Event calendar.                     *
      * * * * * * * * * * * * * * * * * * * *
       01 cal-STA
           PICTURE IS X(2).
           88 cal-STA-OK
               VALUE IS "00".
           88 cal-STA-NOT-FOUND
               VALUE IS "35".

       01 cal-max-ID-NUM
           PICTURE IS 9(9)
           VALUE IS 0.

      *    The event record, held while its RSVP records go through
      *    the same buffer.
       01 evt-hold-REC
           PICTURE IS X(537).

       01 evt-ID-NUM
           PICTURE IS 9(9).

       01 evt-found-CHR
           PICTURE IS X.
           88 evt-found
               VALUE IS "Y".

       01 evt-chan-TXT
           PICTURE IS X(65).

       01 evt-fold-TXT
           PICTURE IS X(65).

       01 evt-want-chan-TXT
           PICTURE IS X(65).

       01 evt-date-TXT
           PICTURE IS X(12).

       01 evt-time-TXT
           PICTURE IS X(6).

       01 evt-date-NUM
           PICTURE IS 9(8).

       01 evt-hh-NUM
           PICTURE IS 9(2).

       01 evt-mm-NUM
           PICTURE IS 9(2).

       01 evt-tz-off-SEC
           PICTURE IS S9(7).

       01 evt-start-SEC
           PICTURE IS S9(11).

       01 evt-answer-TXT
           PICTURE IS X(5).

       01 evt-yes-CNT
           PICTURE IS 9(4).

       01 evt-maybe-CNT
           PICTURE IS 9(4).

       01 evt-no-CNT
           PICTURE IS 9(4).

      *    Who answered what, for "%event show" and the ping.
       01 evt-yes-TXT
           PICTURE IS X(300).

       01 evt-yes-PTR
           PICTURE IS 9(4).

       01 evt-maybe-TXT
           PICTURE IS X(300).

       01 evt-maybe-PTR
           PICTURE IS 9(4).

       01 evt-no-TXT
           PICTURE IS X(300).

       01 evt-no-PTR
           PICTURE IS 9(4).

       01 evt-ID-DISP
           PICTURE IS Z(8)9.

       01 evt-yes-DISP
           PICTURE IS ZZZ9.

       01 evt-maybe-DISP
           PICTURE IS ZZZ9.

       01 evt-no-DISP
           PICTURE IS ZZZ9.

       01 evt-reply-PTR
           PICTURE IS 9(4).

       01 evt-line-TXT
           PICTURE IS X(400).

      *    "%event list": the soonest few upcoming, picked out of up
      *    to evt-cand-max-NUM candidates.
       78 evt-list-max-NUM
           VALUE IS 5.

       78 evt-cand-max-NUM
           VALUE IS 50.

       01 evt-cand-CNT
           PICTURE IS 9(3).

       01 evt-cand-IDX
           PICTURE IS 9(3).

       01 evt-pick-IDX
           PICTURE IS 9(3).

       01 evt-more-CNT
           PICTURE IS 9(5).

       01 evt-shown-CNT
           PICTURE IS 9(2).

       01 evt-cand-TBL-GRP.
           05 evt-cand-entry OCCURS 50 TIMES.
               10 evt-cand-ID-NUM
                   PICTURE IS 9(9).
               10 evt-cand-SEC
                   PICTURE IS 9(11).

      *    Day's events go out in their channel from 08:00 UTC; the
      *    "yes" list is pinged this many minutes before the start.
      *    The file is looked at once a minute at most.
       78 evt-morning-hhmm-NUM
           VALUE IS 800.

       78 evt-ping-min-NUM
           VALUE IS 15.

       01 evt-scan-SEC
           PICTURE IS 9(11)
           VALUE IS 0.

       01 evt-today-NUM
           PICTURE IS 9(8).

       01 evt-now-hhmm-NUM
           PICTURE IS 9(4).

       01 evt-mins-DISP
           PICTURE IS ZZZ9.

       78 evt-due-max-NUM
           VALUE IS 20.

       01 evt-due-CNT
           PICTURE IS 9(2).

       01 evt-due-IDX
           PICTURE IS 9(2).

       01 evt-due-TBL-GRP.
           05 evt-due-entry OCCURS 20 TIMES.
               10 evt-due-ID-NUM
                   PICTURE IS 9(9).
      *            "A" for the morning announcement, "P" for the ping.
               10 evt-due-kind-CHR
                   PICTURE IS X.

      * * * * * * * * * * * * * * * * * * * *
      * Asynchronous standup.               *
      * * * * * * * * * * * * * * * * * * * *
      *    One row per joined channel with a "<chan>:standup-time"
      *    option ("HH:MM", UTC), loaded by 516-load-standups along
      *    with the report times.
       01 stup-TBL-GRP.
           05 stup-entry OCCURS 20 TIMES.
               10 stup-chan-TXT
                   PICTURE IS X(65).
               10 stup-fold-TXT
                   PICTURE IS X(65).
               10 stup-hhmm-NUM
                   PICTURE IS 9(4).
               10 stup-last-date-NUM
                   PICTURE IS 9(8).

       01 stup-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 stup-i-NUM
           PICTURE IS 9(2).

       01 stup-want-IDX
           PICTURE IS 9(2).

       01 stup-hit-CNT
           PICTURE IS 9(2).

       01 stup-now-date-NUM
           PICTURE IS 9(8).

       01 stup-now-hhmm-NUM
           PICTURE IS 9(4).

      *    The standup an answer counts toward: today's until that
      *    channel's summary has gone out, tomorrow's after.
       01 stup-date-NUM
           PICTURE IS 9(8).

       01 stup-date-TXT
           PICTURE IS X(10).

       01 stup-want-chan-TXT
           PICTURE IS X(65).

       01 stup-kind-TXT
           PICTURE IS X(9).

       01 stup-text-TXT
           PICTURE IS X(300).

       01 stup-hhmm-DISP
           PICTURE IS 9(4).

       01 stup-CNT-DISP
           PICTURE IS ZZ9.

      *    One day's archive read back - the last answer of each kind
      *    from each person wins.
       01 stup-rec-PTR
           PICTURE IS 9(4).

       01 stup-t1-TXT
           PICTURE IS X(15).

       01 stup-t2-TXT
           PICTURE IS X(9).

       01 stup-t3-TXT
           PICTURE IS X(65).

       78 stup-ans-max-NUM
           VALUE IS 30.

       01 stup-ans-TBL-GRP.
           05 stup-ans-entry OCCURS 30 TIMES.
               10 stup-ans-fold-TXT
                   PICTURE IS X(65).
               10 stup-ans-nick-TXT
                   PICTURE IS X(65).
               10 stup-ans-yday-TXT
                   PICTURE IS X(300).
               10 stup-ans-today-TXT
                   PICTURE IS X(300).
               10 stup-ans-block-TXT
                   PICTURE IS X(300).

       01 stup-ans-CNT
           PICTURE IS 9(2).

       01 stup-ans-IDX
           PICTURE IS 9(2).

       01 stup-found-IDX
           PICTURE IS 9(2).

      *    Who was expected and hasn't answered: the channel's
      *    "<chan>:standup-members" list when it has one, otherwise
      *    whoever the roster has in the channel.
       01 stup-member-TXT
           PICTURE IS X(65).

       01 stup-member-fold-TXT
           PICTURE IS X(65).

       01 stup-member-PTR
           PICTURE IS 9(4).

       01 stup-members-TXT
           PICTURE IS X(255).

       01 stup-missing-TXT
           PICTURE IS X(400).

       01 stup-missing-PTR
           PICTURE IS 9(4).

       01 stup-missing-CNT
           PICTURE IS 9(3).

       01 stup-missing-TBL-GRP.
           05 stup-missing-TBL OCCURS 50 TIMES
               PICTURE IS X(65).

       01 stup-m-IDX
           PICTURE IS 9(2).

       01 stup-reply-PTR
           PICTURE IS 9(4).

      * * * * * * * * * * * * * * * * * * * *
      * Connection-events ledger.           *
      * * * * * * * * * * * * * * * * * * * *
       01 events-STA
           PICTURE IS X(2).
           88 events-STA-OK
               VALUE IS "00".

      *    Arguments for 298-log-event.
       01 event-kind-TXT
           PICTURE IS X(12).

       01 event-detail-TXT
           PICTURE IS X(200).

       01 event-attempt-DISP
           PICTURE IS ZZ9.

      * * * * * * * * * * * * * * * * * * * *
      * Outbound event outbox.              *
      * * * * * * * * * * * * * * * * * * * *
       01 outbox-STA
           PICTURE IS X(2).
           88 outbox-STA-OK
               VALUE IS "00".

      *    Arguments for 459-write-outbox: a dotted event type, the
      *    channel (blank for network-wide events) and the key=value
      *    pairs 460-outbox-pair has built up since the last write.
       01 obx-type-TXT
           PICTURE IS X(20).

       01 obx-chan-TXT
           PICTURE IS X(65).

       01 obx-detail-TXT
           PICTURE IS X(400)
           VALUE IS SPACE.

       01 obx-detail-PTR
           PICTURE IS 9(4)
           VALUE IS 1.

      *    Arguments for 460-outbox-pair.
       01 obx-key-TXT
           PICTURE IS X(20).

       01 obx-val-TXT
           PICTURE IS X(300).

       01 obx-val-LEN-NUM
           PICTURE IS 9(4).

       01 obx-i-NUM
           PICTURE IS 9(4).

       01 obx-num-DISP
           PICTURE IS Z(8)9.

      *    "%uptime" working set.
       01 upt-month-TXT
           PICTURE IS X(6).

       01 upt-stamp-TXT
           PICTURE IS X(15).

       01 upt-kind-TXT
           PICTURE IS X(12).

       01 upt-ptr-NUM
           PICTURE IS 9(4).

       01 upt-disc-CNT
           PICTURE IS 9(4).

       01 upt-kick-CNT
           PICTURE IS 9(4).

       01 upt-start-SEC
           PICTURE IS 9(11).

       01 upt-streak-SEC
           PICTURE IS 9(11).

       01 upt-max-SEC
           PICTURE IS 9(11).

       01 upt-h-NUM
           PICTURE IS 9(5).

       01 upt-m-NUM
           PICTURE IS 9(2).

       01 upt-CNT-DISP
           PICTURE IS ZZZ9.

       01 upt-h-DISP
           PICTURE IS ZZZZ9.

       01 upt-m-DISP
           PICTURE IS Z9.

       01 upt-reply-PTR
           PICTURE IS 9(4).

      * * * * * * * * * * * * * * * * * * * *
      * Per-channel topic tracking.         *
      * * * * * * * * * * * * * * * * * * * *
       01 topic-STA
           PICTURE IS X(2).
           88 topic-STA-OK
               VALUE IS "00".
           88 topic-STA-NOT-FOUND
               VALUE IS "35".

       01 topic-exists-CHR
           PICTURE IS X
           VALUE IS "N".
           88 topic-exists
               VALUE IS "Y".

      *    Set by 216-capture-topic-reply / 217-process-topic-change
      *    before calling 218-store-topic - RPL_TOPIC doesn't name a
      *    setter, so it's left blank on that path.
       01 topic-setter-arg-TXT
           PICTURE IS X(65)
           VALUE IS SPACE.

      * * * * * * * * * * * * * * * * * * * *
      * Join-time per-channel greetings.    *
      * * * * * * * * * * * * * * * * * * * *
       01 join-chan-CNT
           PICTURE IS 9(3)
           VALUE IS 0.

       01 join-chan-TBL-GRP.
           05 join-chan-TBL OCCURS 50 TIMES
               PICTURE IS X(65).

       01 join-chan-IDX
           USAGE IS INDEX.

       01 quote-ID-DISP
           PICTURE IS ZZZZZZZZ9.

       01 karma-score-DISP
           PICTURE IS -ZZZZZZZZ9.

      * * * * * * * * * * * * * * * * * * * *
      * Line components.                    *
      * * * * * * * * * * * * * * * * * * * *
       01 CHR
           PICTURE IS X.

       REPLACE ALSO ==nick-TXT==
           BY ==line-TXT(nick0 : nick1 - nick0 + 1)==.
       01 nick.
           05 nick0
               USAGE IS INDEX.
           05 nick1
               USAGE IS INDEX.
           05 bang-CHR
               PICTURE IS X.
           88 is-user-BOOL
               VALUE IS "!".
           88 is-server-BOOL
               VALUE IS " ".
       REPLACE ALSO ==user-TXT==
           BY ==line-TXT(user0 : user1 - user0 + 1)==.
       01 user.
           05 user0
               USAGE IS INDEX.
           05 user1
               USAGE IS INDEX.
       REPLACE ALSO ==host-TXT==
           BY ==line-TXT(host0 : host1 - host0 + 1)==.
       01 host.
           05 host0
               USAGE IS INDEX.
           05 host1
               USAGE IS INDEX.
       REPLACE ALSO ==hostmask-TXT==
           BY ==line-TXT(hostmask0 : hostmask1 - hostmask0 + 1)==.
       01 hostmask.
           05 hostmask0
               USAGE IS INDEX.
           05 hostmask1
               USAGE IS INDEX.
       REPLACE ALSO ==category-TXT==
           BY ==line-TXT(category0 : category1 - category0 + 1)==.
       01 category.
           05 category0
               USAGE IS INDEX.
           05 category1
               USAGE IS INDEX.
       REPLACE ALSO ==chan-TXT==
           BY ==line-TXT(chan0 : chan1 - chan0 + 1)==.
       01 chan.
           05 chan0
               USAGE IS INDEX.
           05 chan1
               USAGE IS INDEX.
       REPLACE ALSO ==msg-TXT==
           BY ==TRIM(line-TXT(msg0 : ))==.
       01 msg.
           05 msg0
               USAGE IS INDEX.
       REPLACE ALSO ==cmd-TXT==
           BY ==line-TXT(cmd0 : cmd1 - cmd0 + 1)==.
       01 cmd.
           05 cmd0
               USAGE IS INDEX.
           05 cmd1
               USAGE IS INDEX.
       REPLACE ALSO ==target-TXT==
           BY ==line-TXT(target0 : target1 - target0 + 1)==.
       01 target.
           05 target0
               USAGE IS INDEX.
           05 target1
               USAGE IS INDEX.

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           DISPLAY "Program compiled on " WHEN-COMPILED "." UPON SYSERR

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE default-config-filename-TXT TO config-filename-TXT
               MOVE default-seen-filename-TXT TO seen-filename-TXT
               MOVE default-quote-filename-TXT TO quote-filename-TXT
               MOVE default-karma-filename-TXT TO karma-filename-TXT
               MOVE default-topic-filename-TXT TO topic-filename-TXT
               MOVE default-tell-filename-TXT TO tell-filename-TXT
               MOVE default-remind-filename-TXT TO remind-filename-TXT
               MOVE default-fact-filename-TXT TO fact-filename-TXT
               MOVE default-offense-filename-TXT
                   TO offense-filename-TXT
               MOVE default-link-filename-TXT TO link-filename-TXT
               MOVE default-trivia-filename-TXT
                   TO trivia-filename-TXT
               MOVE default-events-filename-TXT
                   TO events-filename-TXT
               MOVE default-tz-filename-TXT TO tz-filename-TXT
               MOVE default-poll-filename-TXT TO poll-filename-TXT
               MOVE default-vote-filename-TXT TO vote-filename-TXT
               MOVE default-sched-filename-TXT TO sched-filename-TXT
               MOVE default-stats-filename-TXT TO stats-filename-TXT
               MOVE default-alias-filename-TXT TO alias-filename-TXT
               MOVE default-ban-filename-TXT TO ban-filename-TXT
               MOVE default-spool-filename-TXT TO spool-filename-TXT
               MOVE default-outbox-filename-TXT
                   TO outbox-filename-TXT
               MOVE default-optout-filename-TXT
                   TO optout-filename-TXT
               MOVE default-logidx-filename-TXT
                   TO logidx-filename-TXT
               MOVE default-usual-filename-TXT
                   TO usual-filename-TXT
               MOVE default-secrets-filename-TXT
                   TO secrets-filename-TXT
               MOVE default-rtaudit-filename-TXT
                   TO rtaudit-filename-TXT
               MOVE default-oncall-filename-TXT
                   TO oncall-filename-TXT
               MOVE default-ticket-filename-TXT
                   TO ticket-filename-TXT
               MOVE default-karmalog-filename-TXT
                   TO karmalog-filename-TXT
               MOVE default-qpend-filename-TXT
                   TO qpend-filename-TXT
               MOVE default-cal-filename-TXT
                   TO cal-filename-TXT
               MOVE default-action-filename-TXT
                   TO action-filename-TXT
               MOVE default-console-filename-TXT
                   TO console-filename-TXT
               MOVE default-consout-filename-TXT
                   TO consout-filename-TXT
               MOVE default-wire-prefix-TXT TO wire-prefix-TXT
               MOVE default-heartbeat-filename-TXT
                   TO heartbeat-filename-TXT
               MOVE default-lease-filename-TXT TO lease-filename-TXT
               MOVE default-maint-filename-TXT TO maint-filename-TXT
               MOVE default-mack-filename-TXT TO mack-filename-TXT
               MOVE default-quest-filename-TXT TO quest-filename-TXT
           ELSE
               MOVE SPACE TO config-filename-TXT
               STRING
                   "stan-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".cfg" DELIMITED BY SIZE
                   INTO config-filename-TXT
               END-STRING
               MOVE SPACE TO seen-filename-TXT
               STRING
                   "stan-seen-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO seen-filename-TXT
               END-STRING
               MOVE SPACE TO quote-filename-TXT
               STRING
                   "stan-quote-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO quote-filename-TXT
               END-STRING
               MOVE SPACE TO karma-filename-TXT
               STRING
                   "stan-karma-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO karma-filename-TXT
               END-STRING
               MOVE SPACE TO topic-filename-TXT
               STRING
                   "stan-topic-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO topic-filename-TXT
               END-STRING
               MOVE SPACE TO tell-filename-TXT
               STRING
                   "stan-tell-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO tell-filename-TXT
               END-STRING
               MOVE SPACE TO remind-filename-TXT
               STRING
                   "stan-remind-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO remind-filename-TXT
               END-STRING
               MOVE SPACE TO fact-filename-TXT
               STRING
                   "stan-fact-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO fact-filename-TXT
               END-STRING
               MOVE SPACE TO offense-filename-TXT
               STRING
                   "stan-offense-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO offense-filename-TXT
               END-STRING
               MOVE SPACE TO link-filename-TXT
               STRING
                   "stan-links-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO link-filename-TXT
               END-STRING
               MOVE SPACE TO trivia-filename-TXT
               STRING
                   "stan-trivia-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO trivia-filename-TXT
               END-STRING
               MOVE SPACE TO events-filename-TXT
               STRING
                   "stan-events-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO events-filename-TXT
               END-STRING
               MOVE SPACE TO tz-filename-TXT
               STRING
                   "stan-tz-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO tz-filename-TXT
               END-STRING
               MOVE SPACE TO poll-filename-TXT
               STRING
                   "stan-poll-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO poll-filename-TXT
               END-STRING
               MOVE SPACE TO vote-filename-TXT
               STRING
                   "stan-vote-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO vote-filename-TXT
               END-STRING
               MOVE SPACE TO sched-filename-TXT
               STRING
                   "stan-sched-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO sched-filename-TXT
               END-STRING
               MOVE SPACE TO stats-filename-TXT
               STRING
                   "stan-stats-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO stats-filename-TXT
               END-STRING
               MOVE SPACE TO alias-filename-TXT
               STRING
                   "stan-alias-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO alias-filename-TXT
               END-STRING
               MOVE SPACE TO ban-filename-TXT
               STRING
                   "stan-bans-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO ban-filename-TXT
               END-STRING
               MOVE SPACE TO spool-filename-TXT
               STRING
                   "stan-spool-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO spool-filename-TXT
               END-STRING
               MOVE SPACE TO outbox-filename-TXT
               STRING
                   "stan-outbox-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO outbox-filename-TXT
               END-STRING
               MOVE SPACE TO logidx-filename-TXT
               STRING
                   "stan-logidx-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO logidx-filename-TXT
               END-STRING
               MOVE SPACE TO usual-filename-TXT
               STRING
                   "stan-usual-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO usual-filename-TXT
               END-STRING
               MOVE SPACE TO secrets-filename-TXT
               STRING
                   "stan-secrets-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".cfg" DELIMITED BY SIZE
                   INTO secrets-filename-TXT
               END-STRING
               MOVE SPACE TO rtaudit-filename-TXT
               STRING
                   "stan-audit-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".log" DELIMITED BY SIZE
                   INTO rtaudit-filename-TXT
               END-STRING
               MOVE SPACE TO oncall-filename-TXT
               STRING
                   "stan-oncall-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO oncall-filename-TXT
               END-STRING
               MOVE SPACE TO ticket-filename-TXT
               STRING
                   "stan-tickets-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO ticket-filename-TXT
               END-STRING
               MOVE SPACE TO karmalog-filename-TXT
               STRING
                   "stan-karmalog-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO karmalog-filename-TXT
               END-STRING
               MOVE SPACE TO qpend-filename-TXT
               STRING
                   "stan-quotepend-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO qpend-filename-TXT
               END-STRING
               MOVE SPACE TO cal-filename-TXT
               STRING
                   "stan-calendar-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO cal-filename-TXT
               END-STRING
               MOVE SPACE TO action-filename-TXT
               STRING
                   "stan-actions-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO action-filename-TXT
               END-STRING
               MOVE SPACE TO optout-filename-TXT
               STRING
                   "stan-optout-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO optout-filename-TXT
               END-STRING
               MOVE SPACE TO console-filename-TXT
               STRING
                   "stan-console-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO console-filename-TXT
               END-STRING
               MOVE SPACE TO consout-filename-TXT
               STRING
                   "stan-console-out-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO consout-filename-TXT
               END-STRING
               MOVE SPACE TO wire-prefix-TXT
               STRING
                   "stan-wire-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   INTO wire-prefix-TXT
               END-STRING
               MOVE SPACE TO heartbeat-filename-TXT
               STRING
                   "stan-heartbeat-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO heartbeat-filename-TXT
               END-STRING
               MOVE SPACE TO lease-filename-TXT
               STRING
                   "stan-lease-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO lease-filename-TXT
               END-STRING
               MOVE SPACE TO maint-filename-TXT
               STRING
                   "stan-maint-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".req" DELIMITED BY SIZE
                   INTO maint-filename-TXT
               END-STRING
               MOVE SPACE TO mack-filename-TXT
               STRING
                   "stan-maint-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".ack" DELIMITED BY SIZE
                   INTO mack-filename-TXT
               END-STRING
               MOVE SPACE TO quest-filename-TXT
               STRING
                   "stan-questions-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".log" DELIMITED BY SIZE
                   INTO quest-filename-TXT
               END-STRING
           END-IF

           OPEN I-O config-FC
           PERFORM 453-load-config-cache

      *    A second instance holds off here, stan.cfg closed again,
      *    the other data files unopened and nothing sent, until the
      *    connected one's lease goes stale.
           PERFORM 590-lease-standby

           OPEN INPUT SYSIN

           OPEN I-O seen-FC
           IF seen-STA-NOT-FOUND THEN
               OPEN OUTPUT seen-FC
               CLOSE seen-FC
               OPEN I-O seen-FC
           END-IF
      *    Anything else (a status 39 record-attribute conflict means
      *    a stan-seen.dat from before the layout grew its event byte
      *    - run "echo migrate | stan-check") would otherwise leave
      *    us running silently with the file unopened.
           IF NOT seen-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(seen-filename-TXT)
                   " (status " seen-STA ")" UPON SYSERR
           END-IF

           OPEN I-O quote-FC
           IF quote-STA-NOT-FOUND THEN
               OPEN OUTPUT quote-FC
               CLOSE quote-FC
               OPEN I-O quote-FC
           END-IF
      *    See the seen-FC note above - status 39 here means a
      *    stan-quote.dat from before the attribution fields.
           IF NOT quote-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(quote-filename-TXT)
                   " (status " quote-STA ")" UPON SYSERR
           END-IF
           PERFORM 309-seed-quote-max-id

           OPEN I-O karma-FC
           IF karma-STA-NOT-FOUND THEN
               OPEN OUTPUT karma-FC
               CLOSE karma-FC
               OPEN I-O karma-FC
           END-IF
      *    See the seen-FC note above - status 39 here means a
      *    stan-karma.dat from before the touch-time field.
           IF NOT karma-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(karma-filename-TXT)
                   " (status " karma-STA ")" UPON SYSERR
           END-IF

           OPEN I-O topic-FC
           IF topic-STA-NOT-FOUND THEN
               OPEN OUTPUT topic-FC
               CLOSE topic-FC
               OPEN I-O topic-FC
           END-IF

           OPEN I-O tell-FC
           IF tell-STA-NOT-FOUND THEN
               OPEN OUTPUT tell-FC
               CLOSE tell-FC
               OPEN I-O tell-FC
           END-IF

           OPEN I-O remind-FC
           IF remind-STA-NOT-FOUND THEN
               OPEN OUTPUT remind-FC
               CLOSE remind-FC
               OPEN I-O remind-FC
           END-IF
           PERFORM 249-seed-reminders

           OPEN I-O fact-FC
           IF fact-STA-NOT-FOUND THEN
               OPEN OUTPUT fact-FC
               CLOSE fact-FC
               OPEN I-O fact-FC
           END-IF

           OPEN I-O offense-FC
           IF offense-STA-NOT-FOUND THEN
               OPEN OUTPUT offense-FC
               CLOSE offense-FC
               OPEN I-O offense-FC
           END-IF
           PERFORM 287-seed-unbans

           OPEN I-O link-FC
           IF link-STA-NOT-FOUND THEN
               OPEN OUTPUT link-FC
               CLOSE link-FC
               OPEN I-O link-FC
           END-IF
      *    See the seen-FC note above - status 39 here means a
      *    stan-links.dat from before the normalized-URL key.
           IF NOT link-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(link-filename-TXT)
                   " (status " link-STA ")" UPON SYSERR
           END-IF
           PERFORM 293-seed-link-max

           OPEN I-O trivia-FC
           IF trivia-STA-NOT-FOUND THEN
               OPEN OUTPUT trivia-FC
               CLOSE trivia-FC
               OPEN I-O trivia-FC
           END-IF

           OPEN I-O tz-FC
           IF tz-STA-NOT-FOUND THEN
               OPEN OUTPUT tz-FC
               CLOSE tz-FC
               OPEN I-O tz-FC
           END-IF

           OPEN I-O poll-FC
           IF poll-STA-NOT-FOUND THEN
               OPEN OUTPUT poll-FC
               CLOSE poll-FC
               OPEN I-O poll-FC
           END-IF

           OPEN I-O vote-FC
           IF vote-STA-NOT-FOUND THEN
               OPEN OUTPUT vote-FC
               CLOSE vote-FC
               OPEN I-O vote-FC
           END-IF

           OPEN I-O sched-FC
           IF sched-STA-NOT-FOUND THEN
               OPEN OUTPUT sched-FC
               CLOSE sched-FC
               OPEN I-O sched-FC
           END-IF
           PERFORM 358-seed-schedules

           OPEN I-O stats-FC
           IF stats-STA-NOT-FOUND THEN
               OPEN OUTPUT stats-FC
               CLOSE stats-FC
               OPEN I-O stats-FC
           END-IF

           OPEN I-O alias-FC
           IF alias-STA-NOT-FOUND THEN
               OPEN OUTPUT alias-FC
               CLOSE alias-FC
               OPEN I-O alias-FC
           END-IF

           OPEN I-O ban-FC
           IF ban-STA-NOT-FOUND THEN
               OPEN OUTPUT ban-FC
               CLOSE ban-FC
               OPEN I-O ban-FC
           END-IF

           OPEN I-O optout-FC
           IF optout-STA-NOT-FOUND THEN
               OPEN OUTPUT optout-FC
               CLOSE optout-FC
               OPEN I-O optout-FC
           END-IF

           OPEN I-O oncall-FC
           IF oncall-STA-NOT-FOUND THEN
               OPEN OUTPUT oncall-FC
               CLOSE oncall-FC
               OPEN I-O oncall-FC
           END-IF

           OPEN I-O ticket-FC
           IF ticket-STA-NOT-FOUND THEN
               OPEN OUTPUT ticket-FC
               CLOSE ticket-FC
               OPEN I-O ticket-FC
           END-IF
           PERFORM 462-seed-ticket-max-id

           OPEN I-O karmalog-FC
           IF karmalog-STA-NOT-FOUND THEN
               OPEN OUTPUT karmalog-FC
               CLOSE karmalog-FC
               OPEN I-O karmalog-FC
           END-IF

           OPEN I-O qpend-FC
           IF qpend-STA-NOT-FOUND THEN
               OPEN OUTPUT qpend-FC
               CLOSE qpend-FC
               OPEN I-O qpend-FC
           END-IF
           PERFORM 491-seed-qpend-max-id

           OPEN I-O cal-FC
           IF cal-STA-NOT-FOUND THEN
               OPEN OUTPUT cal-FC
               CLOSE cal-FC
               OPEN I-O cal-FC
           END-IF
           PERFORM 502-seed-cal-max-id

           OPEN I-O action-FC
           IF action-STA-NOT-FOUND THEN
               OPEN OUTPUT action-FC
               CLOSE action-FC
               OPEN I-O action-FC
           END-IF
           PERFORM 589-seed-action-max-id

           PERFORM 001-init-state
           PERFORM 200-start-connection

           PERFORM
               UNTIL EXIT
               READ SYSIN
                   AT END
                       PERFORM 260-attempt-reconnect
                       IF reconnect-give-up THEN
                           EXIT PERFORM
                       END-IF
                       EXIT PERFORM CYCLE
               END-READ

               PERFORM 100-process-line

               PERFORM 275-check-watchdog
               IF reconnect-give-up THEN
                   EXIT PERFORM
               END-IF
               IF watchdog-fired THEN
      *            The line in hand predates the reconnect - drop it
      *            rather than replying into the fresh connection.
                   MOVE "N" TO watchdog-fired-CHR
                   EXIT PERFORM CYCLE
               END-IF

               PERFORM 593-check-lease
               IF lease-lost THEN
                   EXIT PERFORM
               END-IF

               PERFORM 276-drain-sendq

      *        Ahead of the timed checks - the ones that read or
      *        write the indexed files sit out a maintenance hold.
               PERFORM 547-check-maint

               PERFORM 236-check-join-timeout
               IF NOT maint-held THEN
                   PERFORM 244-check-reminders
                   PERFORM 359-check-schedules
                   PERFORM 437-check-oncall-handoff
               END-IF
               PERFORM 447-check-chan-silence
               PERFORM 270-check-join-retries
               IF NOT maint-held THEN
                   PERFORM 284-check-unbans
                   PERFORM 389-check-ban-ages
               END-IF
               PERFORM 295-check-autoreport
               IF NOT maint-held THEN
                   PERFORM 411-check-topic-rotation
                   PERFORM 248-check-autobackup
               END-IF
               PERFORM 392-check-spool
               PERFORM 489-check-heartbeat
               IF NOT maint-held THEN
                   PERFORM 497-check-qpend-reminder
                   PERFORM 505-check-events
               END-IF
               PERFORM 517-check-standups
               IF NOT maint-held THEN
                   PERFORM 535-check-alert-escalation
                   PERFORM 573-check-questions
               END-IF

               IF nick-TXT IS EQUAL TO "PING" THEN
                   PERFORM 205-pingpong
                   EXIT PERFORM CYCLE
               END-IF

               IF nick-TXT IS EQUAL TO "AUTHENTICATE" THEN
                   PERFORM 251-process-authenticate
                   EXIT PERFORM CYCLE
               END-IF

               EVALUATE category-TXT
                   WHEN "001"
      *                Welcome message - usually safe to join now
                       PERFORM 210-finish-connection
                   WHEN "005"
      *                RPL_ISUPPORT - the server spelling out its
      *                casemapping, status prefixes, and size limits.
                       PERFORM 404-process-isupport
                   WHEN "PRIVMSG"
                       PERFORM 220-process-privmsg
                   WHEN "NOTICE"
                       PERFORM 214-check-nickserv-ack
                       MOVE 2 TO ignore-NUM
                       PERFORM 220-process-privmsg
                   WHEN "433"
      *                ERR_NICKNAMEINUSE - our configured nick was
      *                taken, so retry registration under an alternate.
                       PERFORM 211-nick-retry
                   WHEN "471"
                   WHEN "473"
                   WHEN "474"
                   WHEN "475"
      *                ERR_CHANNELISFULL / INVITEONLYCHAN / BANNEDFROM-
      *                CHAN / BADCHANNELKEY - a JOIN was refused.
                       PERFORM 268-process-join-failure
                   WHEN "KICK"
                       PERFORM 212-check-kicked
                   WHEN "JOIN"
                       PERFORM 261-process-join
                   WHEN "PART"
                       PERFORM 262-process-part
                   WHEN "QUIT"
                       PERFORM 263-process-quit
                   WHEN "353"
      *                RPL_NAMREPLY - the nick list sent after joining
      *                a channel (and for a NAMES query).
                       PERFORM 264-process-names-reply
                   WHEN "352"
      *                RPL_WHOREPLY - the user@host detail for one
      *                member, answering the WHO we send on join.
                       PERFORM 401-process-who-reply
                   WHEN "MODE"
                       PERFORM 290-process-mode
                   WHEN "332"
      *                RPL_TOPIC - sent on join (and by a bare TOPIC
      *                query) with the channel's current topic.
                       PERFORM 216-capture-topic-reply
                   WHEN "NICK"
                       PERFORM 253-process-nick-change
                   WHEN "INVITE"
                       PERFORM 402-process-invite
                   WHEN "TOPIC"
                       PERFORM 217-process-topic-change
                   WHEN "CAP"
                       PERFORM 250-process-cap
                   WHEN "ACCOUNT"
      *                account-notify - someone logged in or out.
                       PERFORM 566-process-account
                   WHEN "330"
      *                RPL_WHOISACCOUNT - answering our WHOIS.
                       PERFORM 563-process-whois-account
                   WHEN "318"
      *                RPL_ENDOFWHOIS - no 330 before it means no
      *                account.
                       PERFORM 564-process-whois-end
                   WHEN "903"
      *                SASL authentication succeeded
                       MOVE "Y" TO sasl-ok-CHR
                       MOVE "CAP END" TO wire-line-TXT
                       PERFORM 484-send-raw
                   WHEN "904"
      *                SASL authentication failed - give up on SASL and
      *                fall back to plaintext NickServ identify once
      *                registered.
                       DISPLAY "*** SASL authentication failed"
                           UPON SYSERR
                       MOVE "CAP END" TO wire-line-TXT
                       PERFORM 484-send-raw
                   WHEN "905"
                       DISPLAY "*** SASL authentication failed"
                           UPON SYSERR
                       MOVE "CAP END" TO wire-line-TXT
                       PERFORM 484-send-raw
               END-EVALUATE

      *        After the dispatch - running a console command rebuilds
      *        line-TXT, which mustn't happen while the line in hand
      *        still has processing ahead of it.
               PERFORM 395-check-console
           END-PERFORM

      *    260-attempt-reconnect already closed SYSIN on the give-up
      *    path - closing it again here would abort with a "file not
      *    open" status.
           IF NOT reconnect-give-up THEN
               CLOSE SYSIN
           END-IF
      *    Stopping mid-hold - the files are already closed, and
      *    whatever queued behind the hold goes with us.
           IF maint-held THEN
               COMPUTE mnt-CNT-DISP =
                   mnt-seen-CNT + mnt-stats-CNT + mnt-karma-CNT
               DISPLAY "*** Stopping during maintenance for "
                   TRIM(mnt-job-TXT) " - " TRIM(mnt-CNT-DISP)
                   " queued update(s) not written" UPON SYSERR
               CALL "CBL_DELETE_FILE" USING mack-filename-TXT
               END-CALL
               STOP RUN
           END-IF
           CLOSE config-FC
           CLOSE seen-FC
           CLOSE quote-FC
           CLOSE karma-FC
           CLOSE topic-FC
           CLOSE tell-FC
           CLOSE remind-FC
           CLOSE fact-FC
           CLOSE offense-FC
           CLOSE link-FC
           CLOSE trivia-FC
           CLOSE tz-FC
           CLOSE poll-FC
           CLOSE vote-FC
           CLOSE sched-FC
           CLOSE stats-FC
           CLOSE alias-FC
           CLOSE ban-FC
           CLOSE optout-FC
           CLOSE oncall-FC
           CLOSE ticket-FC
           CLOSE karmalog-FC
           CLOSE qpend-FC
           CLOSE cal-FC
           CLOSE action-FC
           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       001-init-state SECTION.

           COPY "config-simple-mem.cpy" REPLACING
               option BY "nick"
               default BY default-nick-TXT.
           MOVE config-val-TXT TO my-nick-TXT

      *    Runtime toggles (currently just POLICE mode) are checkpointed
      *    under a "state:" option so they survive a restart instead of
      *    silently resetting to POLICE:OFF every time we reconnect.
           COPY "config-simple-mem.cpy" REPLACING
               option BY "state:police"
               default BY "0".
           MOVE FUNCTION NUMVAL(config-val-TXT(1 : 1)) TO police-CHR

           PERFORM 457-load-config-knobs

           PERFORM 247-compute-now-sec
           MOVE now-SEC TO watchdog-last-recv-SEC

      *    Until the server's 005 says otherwise: RFC 1459 folding
      *    and the usual status-prefix ladder.
           MOVE "N" TO casemap-CHR
           MOVE 5 TO prefix-CNT
           MOVE "q" TO prefix-mode-CHR(1)
           MOVE "~" TO prefix-sigil-CHR(1)
           MOVE "a" TO prefix-mode-CHR(2)
           MOVE "&" TO prefix-sigil-CHR(2)
           MOVE "o" TO prefix-mode-CHR(3)
           MOVE "@" TO prefix-sigil-CHR(3)
           MOVE "h" TO prefix-mode-CHR(4)
           MOVE "%" TO prefix-sigil-CHR(4)
           MOVE "v" TO prefix-mode-CHR(5)
           MOVE "+" TO prefix-sigil-CHR(5)

           .

      * * * * * * * * * * * * * * * * * * * *

       457-load-config-knobs SECTION.

      *    The numeric knobs derived from config - shared between
      *    001-init-state and 454-rehash, so a stan-cfg edit to, say,
      *    flood-lines actually lands when an admin rehashes instead
      *    of enforcement running on the stale threshold until a
      *    restart. my-nick-TXT deliberately isn't here: it tracks
      *    the live server nick, not the configured one. The command
      *    prefix is pure config, though, so it reloads with the
      *    rest.
           COPY "config-simple-mem.cpy" REPLACING
               option BY "prefix"
               default BY default-cmd-prefix-CHR.
           MOVE config-val-TXT TO my-cmd-prefix-CHR

           COPY "config-simple-mem.cpy" REPLACING
               option BY "watchdog-interval"
               default BY default-watchdog-interval-TXT.
           MOVE FUNCTION NUMVAL(config-val-TXT(1 : 5))
               TO watchdog-interval-NUM

           COPY "config-simple-mem.cpy" REPLACING
               option BY "flood-lines"
               default BY default-flood-lines-TXT.
           MOVE FUNCTION NUMVAL(config-val-TXT(1 : 4))
               TO flood-lines-NUM

           COPY "config-simple-mem.cpy" REPLACING
               option BY "flood-window"
               default BY default-flood-window-TXT.
           MOVE FUNCTION NUMVAL(config-val-TXT(1 : 4))
               TO flood-window-NUM

           COPY "config-simple-mem.cpy" REPLACING
               option BY "flood-repeat"
               default BY default-flood-repeat-TXT.
           MOVE FUNCTION NUMVAL(config-val-TXT(1 : 4))
               TO flood-repeat-NUM

           COPY "config-simple-mem.cpy" REPLACING
               option BY "ban-duration"
               default BY default-ban-duration-TXT.
           MOVE FUNCTION NUMVAL(config-val-TXT(1 : 5))
               TO ban-duration-NUM

           COPY "config-simple-mem.cpy" REPLACING
               option BY "ban-max-age"
               default BY default-ban-max-age-TXT.
           MOVE FUNCTION NUMVAL(config-val-TXT(1 : 8))
               TO ban-max-age-NUM

      *    Minutes a watch alert may sit unacknowledged before it
      *    goes to the pager holder; 0 turns escalation off.
           COPY "config-simple-mem.cpy" REPLACING
               option BY "watch-ack-minutes"
               default BY default-watch-ack-minutes-TXT.
           MOVE FUNCTION NUMVAL(config-val-TXT(1 : 4))
               TO wal-ack-minutes-NUM

      *    Hours away before a returning user is offered a digest of
      *    the lines that mentioned them; 0 turns digests off.
           COPY "config-simple-mem.cpy" REPLACING
               option BY "missed-after-hours"
               default BY default-missed-after-hours-TXT.
           MOVE FUNCTION NUMVAL(config-val-TXT(1 : 4))
               TO mis-after-hours-NUM

      *    Days an action item stays open before its owner is
      *    reminded of it privately (and every that many days after);
      *    0 turns the reminders off.
           COPY "config-simple-mem.cpy" REPLACING
               option BY "action-nudge-days"
               default BY default-action-nudge-days-TXT.
           MOVE FUNCTION NUMVAL(config-val-TXT(1 : 4))
               TO act-nudge-days-NUM

      *    Optional automatic daily snapshot time. A time already
      *    past at startup counts as done for today - a restart at
      *    18:00 shouldn't immediately re-take a 03:00 snapshot.
           MOVE 9999 TO backup-hhmm-NUM
           COPY "config-mem.cpy" REPLACING
               option BY "backup-time"
               missing BY CONTINUE
               available BY ==
                   IF config-val-TXT(3 : 1) IS EQUAL TO ":"
                       COMPUTE backup-hhmm-NUM =
                           FUNCTION NUMVAL(config-val-TXT(1 : 2))
                               * 100
                           + FUNCTION NUMVAL(config-val-TXT(4 : 2))
                   ELSE
                       MOVE FUNCTION NUMVAL(config-val-TXT(1 : 4))
                           TO backup-hhmm-NUM
                   END-IF
               ==.
           MOVE 0 TO backup-last-date-NUM
           IF backup-hhmm-NUM IS NOT EQUAL TO 9999 THEN
               MOVE FUNCTION CURRENT-DATE TO now-TXT
               IF FUNCTION NUMVAL(now-TXT(9 : 4)) IS GREATER THAN OR
                       EQUAL TO backup-hhmm-NUM THEN
                   MOVE FUNCTION NUMVAL(now-TXT(1 : 8))
                       TO backup-last-date-NUM
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       452-cfg-cache-find SECTION.

      *    First cache entry whose option equals cfgm-want-TXT - the
      *    in-memory stand-in for the keyed READ by alternate key.
           MOVE "N" TO cfgm-found-CHR
           PERFORM VARYING cfgm-k-NUM FROM 1 BY 1
                   UNTIL cfgm-k-NUM IS GREATER THAN cfg-cache-CNT
               IF cfg-opt-TBL(cfgm-k-NUM) IS EQUAL TO
                       cfgm-want-TXT THEN
                   MOVE "Y" TO cfgm-found-CHR
                   MOVE cfg-val-TBL(cfgm-k-NUM) TO cfgm-hit-val-TXT
                   EXIT PERFORM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       453-load-config-cache SECTION.

      *    (Re)load the whole config file into the cache table - run
      *    at startup, after every runtime config write, and by
      *    "%rehash" once stan-cfg has edited the file. Entries past
      *    the table's capacity are dropped with a loud note rather
      *    than silently shifting behavior.
           MOVE 0 TO cfg-cache-CNT

           SET config-IDX TO 1
           START config-FC
               KEY IS GREATER THAN OR EQUAL TO config-IDX
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ config-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF cfg-cache-CNT IS LESS THAN 400 THEN
                   ADD 1 TO cfg-cache-CNT
                   MOVE config-opt-TXT
                       TO cfg-opt-TBL(cfg-cache-CNT)
                   MOVE config-val-TXT
                       TO cfg-val-TBL(cfg-cache-CNT)
               ELSE
                   DISPLAY "*** Config cache full (400) - '"
                       TRIM(config-opt-TXT) "' not cached"
                       UPON SYSERR
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       454-rehash SECTION.

      *    "%rehash" (admin) - re-read stan.cfg into the cache, so a
      *    stan-cfg edit lands without waiting for a restart. The
      *    derived numeric knobs and schedule tables reload too;
      *    runtime state (POLICE mode, the live nick) stays put.
           PERFORM 453-load-config-cache
           PERFORM 457-load-config-knobs
           PERFORM 296-load-report-times
           PERFORM 516-load-standups
           PERFORM 410-load-topic-times
           PERFORM 448-load-silence-watch

           MOVE cfg-cache-CNT TO cfg-cache-DISP
           MOVE SPACE TO reply-TXT
           STRING
               "Config reloaded - " DELIMITED BY SIZE
               TRIM(cfg-cache-DISP) DELIMITED BY SIZE
               " option(s) cached." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       010-ltrim-colon SECTION.

           PERFORM
               UNTIL line-TXT(line-IDX : 1) IS NOT EQUAL TO ":"
               ADD 1 TO line-IDX
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       100-process-line SECTION.

      *    Captured before the tags come off - the point of the
      *    capture is the line exactly as the server sent it.
           MOVE "<<<" TO wire-dir-TXT
           MOVE line-TXT TO wire-line-TXT
           PERFORM 483-wire-capture

           PERFORM 455-strip-message-tags

           MOVE 1 TO line-IDX
           MOVE 0 TO ignore-NUM
           MOVE CORRESPONDING zero-IDXs TO nick
           MOVE CORRESPONDING zero-IDXs TO user
           MOVE CORRESPONDING zero-IDXs TO host
           MOVE CORRESPONDING zero-IDXs TO category
           MOVE SPACE TO reply-TXT

           PERFORM 010-ltrim-colon
           PERFORM 110-process-nick

           IF is-user-BOOL THEN
               PERFORM 120-process-user
               PERFORM 130-process-host

               MOVE nick0 TO hostmask0
               MOVE host1 TO hostmask1
           ELSE
               MOVE nick0 TO hostmask0
               MOVE nick1 TO hostmask1
           END-IF

           PERFORM 140-process-category
           PERFORM 101-debug-line

           .

      * * * * * * * * * * * * * * * * * * * *

       101-debug-line SECTION.

      *    Put a no-op here in case the debug lines are elided
           CONTINUE

      D    DISPLAY "hostmask0=" hostmask0 UPON SYSERR
      D    DISPLAY "hostmask1=" hostmask1 UPON SYSERR
      D    DISPLAY "hostmask-TXT=" hostmask-TXT UPON SYSERR
      D    DISPLAY "nick0=" nick0 UPON SYSERR
      D    DISPLAY "nick1=" nick1 UPON SYSERR
      D    DISPLAY "nick-TXT=" nick-TXT UPON SYSERR
      D    DISPLAY "user0=" user0 UPON SYSERR
      D    DISPLAY "user1=" user1 UPON SYSERR
      D    DISPLAY "user-TXT=" user-TXT UPON SYSERR
      D    DISPLAY "host0=" host0 UPON SYSERR
      D    DISPLAY "host1=" host1 UPON SYSERR
      D    DISPLAY "host-TXT=" host-TXT UPON SYSERR
      D    DISPLAY "category0=" category0 UPON SYSERR
      D    DISPLAY "category1=" category1 UPON SYSERR
      D    DISPLAY "category-TXT=" category-TXT UPON SYSERR

           .

      * * * * * * * * * * * * * * * * * * * *

       110-process-nick SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==nick==
               DELIMS BY =="!" OR " "==
      *        Store "!" or " " to determine later if the sender is
      *        a user or a server.
               DELIMSAVE BY ==DELIMITER IN bang-CHR==.

           .

      * * * * * * * * * * * * * * * * * * * *

       120-process-user SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==user==
               DELIMS BY =="@"==
               DELIMSAVE BY ====.

           .

      * * * * * * * * * * * * * * * * * * * *

       130-process-host SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==host==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           .

      * * * * * * * * * * * * * * * * * * * *

       140-process-category SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==category==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           .

      * * * * * * * * * * * * * * * * * * * *

       200-start-connection SECTION.

      *    If we have a NickServ password on file, negotiate SASL
      *    PLAIN before registration completes instead of speaking the
      *    password in plaintext once we're already connected (and
      *    possibly already visible in channels).
           MOVE "N" TO sasl-want-CHR
           MOVE "N" TO sasl-ok-CHR
      *    What the last connection negotiated, and the WHOIS answers
      *    it collected, belong to that connection.
           MOVE "N" TO acct-tag-CHR
           MOVE "N" TO acct-notify-CHR
           MOVE "N" TO ext-join-CHR
           MOVE 0 TO acct-off-CNT
           MOVE SPACE TO acct-whois-nick-TXT
           PERFORM 425-read-password
           IF secret-pass-found THEN
               MOVE "Y" TO sasl-want-CHR
               MOVE secret-pass-TXT TO sasl-pass-TXT
           END-IF

           MOVE "registering" TO hb-state-TXT
           IF sasl-wanted THEN
               MOVE "pending" TO hb-ident-TXT
           ELSE
               MOVE "none" TO hb-ident-TXT
           END-IF

      *    CAP LS goes out regardless of SASL - server-time is worth
      *    negotiating on its own, so transcripts carry the server's
      *    clock instead of ours.
           MOVE "CAP LS" TO wire-line-TXT
           PERFORM 484-send-raw

           MOVE SPACE TO wire-line-TXT
           STRING
               "NICK " DELIMITED BY SIZE
               TRIM(my-nick-TXT) DELIMITED BY SIZE
               INTO wire-line-TXT
           END-STRING
           PERFORM 484-send-raw

           COPY "config-simple-mem.cpy" REPLACING
               option BY "user"
               default BY default-user-TXT.
           MOVE SPACE TO wire-line-TXT
           MOVE 1 TO wire-ptr-NUM
           STRING
               "USER " DELIMITED BY SIZE
               TRIM(config-val-TXT) DELIMITED BY SIZE
               " * * :" DELIMITED BY SIZE
               INTO wire-line-TXT
               WITH POINTER wire-ptr-NUM
           END-STRING

           COPY "config-simple-mem.cpy" REPLACING
               option BY "realname"
               default BY default-realname-TXT.
           STRING
               TRIM(config-val-TXT) DELIMITED BY SIZE
               INTO wire-line-TXT
               WITH POINTER wire-ptr-NUM
           END-STRING
           PERFORM 484-send-raw

           .

      * * * * * * * * * * * * * * * * * * * *

       425-read-password SECTION.

      *    The credential lives in its own restricted file - not in
      *    stan.cfg, where "L" prints it and "E" exports it into
      *    dumps people attach to tickets (one leaked export already
      *    forced a rotation). stan-cfg's "M" action moves an
      *    existing config record over; until that's been run, a
      *    leftover "password" config record still works, with a
      *    nudge to migrate.
           MOVE "N" TO secret-found-CHR
           MOVE SPACE TO secret-pass-TXT

           OPEN INPUT secrets-FC
           IF secrets-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ secrets-FC
                       AT END EXIT PERFORM
                   END-READ
                   IF TRIM(secrets-opt-TXT) IS EQUAL TO "password"
                           THEN
                       MOVE secrets-val-TXT TO secret-pass-TXT
                       MOVE "Y" TO secret-found-CHR
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE secrets-FC
           END-IF

           IF NOT secret-pass-found THEN
               COPY "config-mem.cpy" REPLACING
                   option BY "password"
                   missing BY CONTINUE
                   available BY ==
                       MOVE config-val-TXT TO secret-pass-TXT
                       MOVE "Y" TO secret-found-CHR
                       DISPLAY "*** The password still lives in the "
                           "config file - move it to "
                           TRIM(secrets-filename-TXT)
                           " with stan-cfg's M action" UPON SYSERR
                   ==.
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       205-pingpong SECTION.

      D        DISPLAY "<<< Ping!" UPON SYSERR

               STRING
                   "PONG " category-TXT
                   INTO reply-TXT
               END-STRING

               MOVE reply-TXT TO wire-line-TXT
               PERFORM 484-send-raw
      D        DISPLAY ">>> Pong!" UPON SYSERR

           .

      * * * * * * * * * * * * * * * * * * * *

       210-finish-connection SECTION.

           DISPLAY "*** Connected!" UPON SYSERR

      *    A full registration means the reconnect that got us here (if
      *    any) worked - clear the backoff count so a later drop starts
      *    counting from scratch instead of picking up where this one
      *    left off.
           MOVE 0 TO reconnect-attempt-CNT
           MOVE FUNCTION CURRENT-DATE TO connect-start-TXT

           MOVE "CONNECT" TO event-kind-TXT
           MOVE SPACE TO event-detail-TXT
           PERFORM 298-log-event
           MOVE "connected" TO hb-state-TXT

      *    Only fall back to plaintext NickServ identify if SASL wasn't
      *    used (no password configured) or didn't succeed (network
      *    doesn't support it) - a network that completed SASL has
      *    already authenticated us, so sending the password again as
      *    an ordinary PRIVMSG would be redundant and would mirror it
      *    into our own transcript logging.
      *
      *    When we do have to identify in plaintext, hold off on
      *    joining channels until NickServ confirms it - joining first
      *    can lose us the "is identified" cloak/flags some networks
      *    key channel access off of (214-check-nickserv-ack sends the
      *    JOINs once the confirmation NOTICE arrives).
           MOVE "N" TO join-pending-CHR
           IF sasl-succeeded THEN
               MOVE "sasl" TO hb-ident-TXT
           ELSE
               MOVE "none" TO hb-ident-TXT
               PERFORM 425-read-password
               IF secret-pass-found THEN
                   MOVE "pending" TO hb-ident-TXT
                   MOVE SPACE TO wire-line-TXT
                   STRING
                       "PRIVMSG NickServ identify " DELIMITED BY SIZE
                       TRIM(secret-pass-TXT) DELIMITED BY SIZE
                       INTO wire-line-TXT
                   END-STRING
                   PERFORM 484-send-raw
                   MOVE "Y" TO join-pending-CHR
                   MOVE 0 TO join-wait-LINE-CNT
               END-IF
           END-IF

           IF NOT join-is-pending THEN
               PERFORM 215-join-channels
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       298-log-event SECTION.

      *    One timestamped line per lifecycle event, appended to the
      *    events ledger - these used to vanish into one-line SYSERR
      *    notes, which left nothing to answer "how reliable is the
      *    bot?" with. Caller sets event-kind-TXT and (optionally)
      *    event-detail-TXT.
           OPEN EXTEND events-FC
           IF NOT events-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(events-filename-TXT) UPON SYSERR
               EXIT SECTION
           END-IF

           PERFORM 204-utc-now-stamp
           MOVE SPACE TO events-REC
           STRING
               clk-stamp-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(event-kind-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(event-detail-TXT) DELIMITED BY SIZE
               INTO events-REC
           END-STRING
           WRITE events-REC

           CLOSE events-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       459-write-outbox SECTION.

      *    Appends one event to the outbox for whatever external job
      *    (pager bridge, ticket opener, dashboard) is watching it.
      *    Caller sets obx-type-TXT and obx-chan-TXT and has built
      *    obx-detail-TXT through 460-outbox-pair; the detail is
      *    cleared again here, written or not.
           OPEN EXTEND outbox-FC
           IF NOT outbox-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(outbox-filename-TXT) UPON SYSERR
               MOVE SPACE TO obx-detail-TXT
               MOVE 1 TO obx-detail-PTR
               EXIT SECTION
           END-IF

           IF obx-chan-TXT IS EQUAL TO SPACE THEN
               MOVE "-" TO obx-chan-TXT
           END-IF

           PERFORM 204-utc-now-stamp
           MOVE SPACE TO outbox-REC
           STRING
               TRIM(obx-type-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               clk-stamp-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               clk-stamp-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               clk-stamp-TXT(7 : 2) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               clk-stamp-TXT(10 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               clk-stamp-TXT(12 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               clk-stamp-TXT(14 : 2) DELIMITED BY SIZE
               "Z " DELIMITED BY SIZE
               TRIM(obx-chan-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(obx-detail-TXT) DELIMITED BY SIZE
               INTO outbox-REC
           END-STRING
           WRITE outbox-REC

           CLOSE outbox-FC

           MOVE SPACE TO obx-detail-TXT
           MOVE 1 TO obx-detail-PTR

           .

      * * * * * * * * * * * * * * * * * * * *

       460-outbox-pair SECTION.

      *    Adds "obx-key-TXT=obx-val-TXT" to the pending outbox detail,
      *    percent-encoding the characters that would break a
      *    split-on-space, split-on-"=" reader. A pair that would run
      *    off the end of the detail is cut short rather than dropped.
           IF obx-detail-PTR IS GREATER THAN 1 THEN
               STRING
                   " " DELIMITED BY SIZE
                   INTO obx-detail-TXT
                   WITH POINTER obx-detail-PTR
               END-STRING
           END-IF
           STRING
               TRIM(obx-key-TXT) DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               INTO obx-detail-TXT
               WITH POINTER obx-detail-PTR
           END-STRING

           IF obx-val-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

      *    Callers move values in already trimmed.
           MOVE FUNCTION LENGTH(TRIM(obx-val-TXT)) TO obx-val-LEN-NUM
           PERFORM VARYING obx-i-NUM FROM 1 BY 1
                   UNTIL obx-i-NUM IS GREATER THAN obx-val-LEN-NUM
                   OR obx-detail-PTR IS GREATER THAN
                       LENGTH OF obx-detail-TXT - 3
               EVALUATE obx-val-TXT(obx-i-NUM : 1)
                   WHEN " "
                       STRING
                           "%20" DELIMITED BY SIZE
                           INTO obx-detail-TXT
                           WITH POINTER obx-detail-PTR
                       END-STRING
                   WHEN "%"
                       STRING
                           "%25" DELIMITED BY SIZE
                           INTO obx-detail-TXT
                           WITH POINTER obx-detail-PTR
                       END-STRING
                   WHEN "="
                       STRING
                           "%3D" DELIMITED BY SIZE
                           INTO obx-detail-TXT
                           WITH POINTER obx-detail-PTR
                       END-STRING
                   WHEN OTHER
                       STRING
                           obx-val-TXT(obx-i-NUM : 1)
                               DELIMITED BY SIZE
                           INTO obx-detail-TXT
                           WITH POINTER obx-detail-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       214-check-nickserv-ack SECTION.

      *    Looks for NickServ's "you are now identified" confirmation
      *    NOTICE. Wording varies by network/services package, so key
      *    off the sender being NickServ rather than any exact phrase.
           IF join-is-pending THEN
               MOVE nick-TXT TO cf-src-TXT
               PERFORM 224-casefold
               MOVE cf-dst-TXT TO fold-A-TXT

               MOVE "NickServ" TO cf-src-TXT
               PERFORM 224-casefold
               MOVE cf-dst-TXT TO fold-B-TXT

               IF TRIM(fold-A-TXT) IS EQUAL TO TRIM(fold-B-TXT) THEN
                   MOVE "N" TO join-pending-CHR
                   MOVE "nickserv" TO hb-ident-TXT
                   PERFORM 215-join-channels
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       236-check-join-timeout SECTION.

      *    Bounded wait for 214-check-nickserv-ack's confirmation -
      *    called once per line read. If the ack never arrives (wrong
      *    or stale password, services down, nick not registered, or a
      *    network whose services bot isn't named "NickServ"), give up
      *    waiting after join-wait-max-LINES lines and join anyway
      *    rather than sitting out of every channel for the rest of
      *    the process's life.
           IF join-is-pending THEN
               ADD 1 TO join-wait-LINE-CNT
               IF join-wait-LINE-CNT IS GREATER THAN
                       join-wait-max-LINES THEN
                   DISPLAY "*** NickServ never acknowledged identify - "
                       "joining channels anyway" UPON SYSERR
                   MOVE "N" TO join-pending-CHR
                   MOVE "unconfirmed" TO hb-ident-TXT
                   PERFORM 215-join-channels
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       247-compute-now-sec SECTION.

      *    Samples the wall clock into now-SEC as a day-and-seconds
      *    count - in UTC, so every stored timestamp and schedule
      *    compare shares one unambiguous basis whatever the server's
      *    zone or DST state. CURRENT-DATE carries the local offset in
      *    positions 17-21 ("+HHMM"/"-HHMM"); utc-offset-SEC keeps it
      *    for the few places that need to translate a user's local
      *    wall-clock intent (like "%remind ... at 17:00") back out.
           MOVE FUNCTION CURRENT-DATE TO now-TXT
           COMPUTE now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(now-TXT(13 : 2))

           MOVE 0 TO utc-offset-SEC
           EVALUATE now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE utc-offset-SEC =
                       FUNCTION NUMVAL(now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE utc-offset-SEC =
                       0 - FUNCTION NUMVAL(now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(now-TXT(20 : 2)) * 60
           END-EVALUATE

           COMPUTE now-SEC = now-SEC - utc-offset-SEC

           .

      * * * * * * * * * * * * * * * * * * * *

       204-utc-now-stamp SECTION.

      *    The current moment as a "YYYYMMDD-HHMMSS" stamp in UTC,
      *    left in clk-stamp-TXT - what every data-file timestamp is
      *    written from. When the line in hand carried a server-time
      *    tag, that stamp wins over the local clock: it says when
      *    the thing was said, not when it finally reached us.
           PERFORM 247-compute-now-sec
           IF svtime-valid THEN
               MOVE svtime-stamp-TXT TO clk-stamp-TXT
               PERFORM 286-stamp-to-sec
           ELSE
               MOVE now-SEC TO clk-SEC-NUM
               PERFORM 283-sec-to-stamp
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       455-strip-message-tags SECTION.

      *    IRCv3 message tags ride ahead of the prefix as
      *    "@key=value;key=value " - peel them off before the line
      *    splits, keeping the server-time stamp when one is there.
      *    The flag resets per line, so an untagged line falls back
      *    to the local clock.
           MOVE "N" TO svtime-valid-CHR
           MOVE "N" TO msg-acct-CHR

           IF line-TXT(1 : 1) IS NOT EQUAL TO "@" THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO svt-tags-POS
           INSPECT line-TXT TALLYING svt-tags-POS
               FOR CHARACTERS BEFORE INITIAL " "
           IF svt-tags-POS IS EQUAL TO 0
                   OR svt-tags-POS IS GREATER THAN OR EQUAL TO
                       LENGTH OF line-TXT THEN
               EXIT SECTION
           END-IF

      *    The time tag sits either right after the "@" or after a
      *    ";" separator - "@time=" or ";time=".
           MOVE 0 TO svt-val-POS
           IF line-TXT(1 : 6) IS EQUAL TO "@time=" THEN
               MOVE 7 TO svt-val-POS
           ELSE
               INSPECT line-TXT(1 : svt-tags-POS)
                   TALLYING svt-val-POS
                   FOR CHARACTERS BEFORE INITIAL ";time="
               IF svt-val-POS IS LESS THAN svt-tags-POS THEN
                   COMPUTE svt-val-POS = svt-val-POS + 7
               ELSE
                   MOVE 0 TO svt-val-POS
               END-IF
           END-IF

           IF svt-val-POS IS GREATER THAN 0 THEN
               MOVE SPACE TO svt-iso-TXT
               MOVE line-TXT(svt-val-POS : 24) TO svt-iso-TXT
      *        "YYYY-MM-DDThh:mm:ss.sssZ" into the data files'
      *        "YYYYMMDD-HHMMSS" shape - only if every digit is
      *        where it belongs.
               IF svt-iso-TXT(1 : 4) IS NUMERIC
                       AND svt-iso-TXT(5 : 1) IS EQUAL TO "-"
                       AND svt-iso-TXT(6 : 2) IS NUMERIC
                       AND svt-iso-TXT(8 : 1) IS EQUAL TO "-"
                       AND svt-iso-TXT(9 : 2) IS NUMERIC
                       AND svt-iso-TXT(11 : 1) IS EQUAL TO "T"
                       AND svt-iso-TXT(12 : 2) IS NUMERIC
                       AND svt-iso-TXT(15 : 2) IS NUMERIC
                       AND svt-iso-TXT(18 : 2) IS NUMERIC THEN
                   MOVE SPACE TO svtime-stamp-TXT
                   STRING
                       svt-iso-TXT(1 : 4) DELIMITED BY SIZE
                       svt-iso-TXT(6 : 2) DELIMITED BY SIZE
                       svt-iso-TXT(9 : 2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       svt-iso-TXT(12 : 2) DELIMITED BY SIZE
                       svt-iso-TXT(15 : 2) DELIMITED BY SIZE
                       svt-iso-TXT(18 : 2) DELIMITED BY SIZE
                       INTO svtime-stamp-TXT
                   END-STRING
                   MOVE "Y" TO svtime-valid-CHR
               END-IF
           END-IF

      *    account-tag: the sender's services account, "@account="
      *    or ";account=" like the time tag, vouched for by the server
      *    on this very line.
           MOVE 0 TO svt-val-POS
           IF line-TXT(1 : 9) IS EQUAL TO "@account=" THEN
               MOVE 10 TO svt-val-POS
           ELSE
               INSPECT line-TXT(1 : svt-tags-POS)
                   TALLYING svt-val-POS
                   FOR CHARACTERS BEFORE INITIAL ";account="
               IF svt-val-POS IS LESS THAN svt-tags-POS THEN
                   COMPUTE svt-val-POS = svt-val-POS + 10
               ELSE
                   MOVE 0 TO svt-val-POS
               END-IF
           END-IF
           IF svt-val-POS IS GREATER THAN 0
                   AND svt-val-POS IS LESS THAN OR EQUAL TO
                       svt-tags-POS THEN
               MOVE SPACE TO msg-acct-TXT
               UNSTRING line-TXT(svt-val-POS :
                       svt-tags-POS - svt-val-POS + 1)
                   DELIMITED BY ";"
                   INTO msg-acct-TXT
               END-UNSTRING
               IF msg-acct-TXT IS NOT EQUAL TO SPACE THEN
                   MOVE "Y" TO msg-acct-CHR
               END-IF
           END-IF

      *    Shift the rest of the line left so everything downstream
      *    parses as if the tags were never there.
           MOVE SPACE TO svt-hold-TXT
           MOVE line-TXT(svt-tags-POS + 2 : ) TO svt-hold-TXT
           MOVE svt-hold-TXT TO line-TXT

           .

      * * * * * * * * * * * * * * * * * * * *

       286-stamp-to-sec SECTION.

      *    Converts clk-stamp-TXT ("YYYYMMDD-HHMMSS") into
      *    clk-SEC-NUM, the same day-and-seconds count
      *    247-compute-now-sec produces.
           COMPUTE clk-SEC-NUM =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(clk-stamp-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(clk-stamp-TXT(10 : 2)) * 3600
               + FUNCTION NUMVAL(clk-stamp-TXT(12 : 2)) * 60
               + FUNCTION NUMVAL(clk-stamp-TXT(14 : 2))

           .

      * * * * * * * * * * * * * * * * * * * *

       283-sec-to-stamp SECTION.

      *    The inverse of 286-stamp-to-sec: renders clk-SEC-NUM back
      *    into the "YYYYMMDD-HHMMSS" stamp shape the data files use.
           COMPUTE clk-day-NUM = FUNCTION INTEGER(clk-SEC-NUM / 86400)
           COMPUTE clk-rem-NUM = clk-SEC-NUM - clk-day-NUM * 86400
           MOVE FUNCTION DATE-OF-INTEGER(clk-day-NUM) TO clk-date-DISP
           COMPUTE clk-hh-NUM = FUNCTION INTEGER(clk-rem-NUM / 3600)
           COMPUTE clk-mm-NUM =
               FUNCTION INTEGER(FUNCTION MOD(clk-rem-NUM, 3600) / 60)
           COMPUTE clk-ss-NUM = FUNCTION MOD(clk-rem-NUM, 60)
           MOVE SPACE TO clk-stamp-TXT
           STRING
               clk-date-DISP DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               clk-hh-NUM DELIMITED BY SIZE
               clk-mm-NUM DELIMITED BY SIZE
               clk-ss-NUM DELIMITED BY SIZE
               INTO clk-stamp-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       249-seed-reminders SECTION.

      *    Startup scan of the reminder file: seed the auto-increment
      *    key past the highest one on disk (same idea as
      *    309-seed-quote-max-id), and prime the pending count and
      *    earliest-due time that 244-check-reminders keys off - this
      *    is how reminders survive a restart.
           MOVE 0 TO remind-pending-CNT
           MOVE 0 TO remind-next-due-SEC

           PERFORM
               UNTIL EXIT
               READ remind-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF remind-ID-NUM IS GREATER THAN remind-max-ID-NUM THEN
                   MOVE remind-ID-NUM TO remind-max-ID-NUM
               END-IF

               MOVE remind-due-TXT TO clk-stamp-TXT
               PERFORM 286-stamp-to-sec
               MOVE clk-SEC-NUM TO remind-due-SEC
               ADD 1 TO remind-pending-CNT
               IF remind-next-due-SEC IS EQUAL TO 0
                       OR remind-due-SEC IS LESS THAN
                           remind-next-due-SEC THEN
                   MOVE remind-due-SEC TO remind-next-due-SEC
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       244-check-reminders SECTION.

      *    Called for every line that flows through the 000-main read
      *    loop. The common case (nothing pending, or nothing due yet)
      *    is a pair of numeric compares; only when a reminder has
      *    actually come due does the file get scanned, due ones fired
      *    into their target and deleted, and the earliest-due cache
      *    recomputed.
           IF remind-pending-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           IF now-SEC IS LESS THAN remind-next-due-SEC THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO remind-pending-CNT
           MOVE 0 TO remind-next-due-SEC

           MOVE 0 TO remind-ID-NUM
           START remind-FC
               KEY IS GREATER THAN OR EQUAL TO remind-ID-NUM
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ remind-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               MOVE remind-due-TXT TO clk-stamp-TXT
               PERFORM 286-stamp-to-sec
               MOVE clk-SEC-NUM TO remind-due-SEC
               IF remind-due-SEC IS LESS THAN OR EQUAL TO now-SEC THEN
                   MOVE SPACE TO send-line-TXT
                   STRING
                       "PRIVMSG " DELIMITED BY SIZE
                       TRIM(remind-target-TXT) DELIMITED BY SIZE
                       " :Reminder from " DELIMITED BY SIZE
                       TRIM(remind-setter-TXT) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       TRIM(remind-msg-TXT) DELIMITED BY SIZE
                       INTO send-line-TXT
                   END-STRING
                   PERFORM 240-throttled-send
                   DELETE remind-FC RECORD
               ELSE
                   ADD 1 TO remind-pending-CNT
                   IF remind-next-due-SEC IS EQUAL TO 0
                           OR remind-due-SEC IS LESS THAN
                               remind-next-due-SEC THEN
                       MOVE remind-due-SEC TO remind-next-due-SEC
                   END-IF
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       215-join-channels SECTION.

      *    Collect the channel names while we JOIN them, then walk the
      *    collected list for greetings afterwards - config-multiple.cpy
      *    drives its loop with a sequential READ NEXT against
      *    config-FC, so a keyed lookup (as 219-send-channel-greeting
      *    needs) can't safely happen while that scan is still open.
           MOVE 0 TO join-chan-CNT
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "channel"
               missing BY CONTINUE
               available BY ==
                   PERFORM 267-split-chan-entry
                   IF chanent-key-TXT IS NOT EQUAL TO SPACE THEN
                       MOVE SPACE TO wire-line-TXT
                       STRING
                           "JOIN " DELIMITED BY SIZE
                           TRIM(chanent-chan-TXT) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TRIM(chanent-key-TXT) DELIMITED BY SIZE
                           INTO wire-line-TXT
                       END-STRING
                       PERFORM 484-send-raw
                   ELSE
                       MOVE SPACE TO wire-line-TXT
                       STRING
                           "JOIN " DELIMITED BY SIZE
                           TRIM(chanent-chan-TXT) DELIMITED BY SIZE
                           INTO wire-line-TXT
                       END-STRING
                       PERFORM 484-send-raw
                   END-IF
                   IF join-chan-CNT IS LESS THAN 50 THEN
                       ADD 1 TO join-chan-CNT
                       MOVE TRIM(chanent-chan-TXT)
                           TO join-chan-TBL(join-chan-CNT)
                   END-IF
               ==.

           PERFORM VARYING join-chan-IDX FROM 1 BY 1
                   UNTIL join-chan-IDX IS GREATER THAN join-chan-CNT
               PERFORM 219-send-channel-greeting
           END-PERFORM

           PERFORM 296-load-report-times
           PERFORM 516-load-standups
           PERFORM 410-load-topic-times
           PERFORM 448-load-silence-watch

           .

      * * * * * * * * * * * * * * * * * * * *

       296-load-report-times SECTION.

      *    One keyed "<chan>:report-time" lookup per joined channel,
      *    cached in autorpt-TBL so the per-line check in 000-main is
      *    table compares, not config reads. A channel whose
      *    configured time already passed today starts marked as
      *    posted - rejoining at 18:00 shouldn't re-post a 17:00
      *    digest.
           MOVE FUNCTION CURRENT-DATE TO log-date-TXT
           MOVE FUNCTION NUMVAL(log-date-TXT(1 : 8))
               TO autorpt-now-date-NUM
           MOVE FUNCTION NUMVAL(log-date-TXT(9 : 4))
               TO autorpt-now-hhmm-NUM

           MOVE 0 TO autorpt-CNT
           PERFORM VARYING join-chan-IDX FROM 1 BY 1
                   UNTIL join-chan-IDX IS GREATER THAN join-chan-CNT
               MOVE SPACE TO chan-opt-key-TXT
               STRING
                   TRIM(join-chan-TBL(join-chan-IDX)) DELIMITED BY SIZE
                   ":report-time" DELIMITED BY SIZE
                   INTO chan-opt-key-TXT
               END-STRING

               COPY "config-mem.cpy" REPLACING
                   option BY chan-opt-key-TXT
                   missing BY CONTINUE
                   available BY ==
                       IF autorpt-CNT IS LESS THAN 50 THEN
                           ADD 1 TO autorpt-CNT
                           MOVE join-chan-TBL(join-chan-IDX)
                               TO autorpt-chan-TXT(autorpt-CNT)
                           IF config-val-TXT(3 : 1) IS EQUAL TO ":"
                               COMPUTE autorpt-hhmm-NUM(autorpt-CNT) =
                                   FUNCTION NUMVAL(
                                       config-val-TXT(1 : 2)) * 100
                                   + FUNCTION NUMVAL(
                                       config-val-TXT(4 : 2))
                           ELSE
                               MOVE FUNCTION NUMVAL(
                                   config-val-TXT(1 : 4))
                                   TO autorpt-hhmm-NUM(autorpt-CNT)
                           END-IF
                           IF autorpt-now-hhmm-NUM IS GREATER THAN OR
                                   EQUAL TO
                                   autorpt-hhmm-NUM(autorpt-CNT) THEN
                               MOVE autorpt-now-date-NUM TO
                                   autorpt-last-date-NUM(autorpt-CNT)
                           ELSE
                               MOVE 0 TO
                                   autorpt-last-date-NUM(autorpt-CNT)
                           END-IF
                       END-IF
                   ==.
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       295-check-autoreport SECTION.

      *    Called per line from the 000-main read loop: when a
      *    channel's configured report time comes around (and it
      *    hasn't been posted today), post the digest.
           IF autorpt-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE TO log-date-TXT
           MOVE FUNCTION NUMVAL(log-date-TXT(1 : 8))
               TO autorpt-now-date-NUM
           MOVE FUNCTION NUMVAL(log-date-TXT(9 : 4))
               TO autorpt-now-hhmm-NUM

           PERFORM VARYING autorpt-i-NUM FROM 1 BY 1
                   UNTIL autorpt-i-NUM IS GREATER THAN autorpt-CNT
               IF autorpt-now-hhmm-NUM IS GREATER THAN OR EQUAL TO
                       autorpt-hhmm-NUM(autorpt-i-NUM)
                       AND autorpt-last-date-NUM(autorpt-i-NUM)
                           IS NOT EQUAL TO autorpt-now-date-NUM THEN
      *            During quiet hours the digest isn't marked posted
      *            either - it goes out as soon as the window ends.
                   MOVE SPACE TO qh-chan-TXT
                   MOVE autorpt-chan-TXT(autorpt-i-NUM)
                       TO qh-chan-TXT
                   PERFORM 407-check-quiet-hours
                   IF NOT quiet-now THEN
                       MOVE autorpt-now-date-NUM
                           TO autorpt-last-date-NUM(autorpt-i-NUM)
                       MOVE SPACE TO report-chan-TXT
                       MOVE autorpt-chan-TXT(autorpt-i-NUM)
                           TO report-chan-TXT
                       PERFORM 337-build-report-digest
                   END-IF
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       219-send-channel-greeting SECTION.

      *    Optional per-channel "<channel>:greeting" option, sent as a
      *    PRIVMSG right after joining - e.g. pointing newcomers at
      *    channel rules. With no config entry, the message catalog's
      *    "greeting" id gets a turn; silently does nothing when
      *    neither has one. Quiet hours hold the greeting back
      *    entirely.
           MOVE SPACE TO qh-chan-TXT
           MOVE join-chan-TBL(join-chan-IDX) TO qh-chan-TXT
           PERFORM 407-check-quiet-hours
           IF quiet-now THEN
               EXIT SECTION
           END-IF

           MOVE "N" TO greet-sent-CHR
           MOVE SPACE TO chan-opt-key-TXT
           STRING
               TRIM(join-chan-TBL(join-chan-IDX)) DELIMITED BY SIZE
               ":greeting" DELIMITED BY SIZE
               INTO chan-opt-key-TXT
           END-STRING

           COPY "config-mem.cpy" REPLACING
               option BY chan-opt-key-TXT
               missing BY CONTINUE
               available BY ==
                   MOVE "Y" TO greet-sent-CHR
                   MOVE SPACE TO send-line-TXT
                   STRING
                       "PRIVMSG " DELIMITED BY SIZE
                       TRIM(join-chan-TBL(join-chan-IDX))
                           DELIMITED BY SIZE
                       " :" DELIMITED BY SIZE
                       TRIM(config-val-TXT) DELIMITED BY SIZE
                       INTO send-line-TXT
                   END-STRING
                   PERFORM 240-throttled-send
               ==.

           IF NOT greet-sent THEN
               MOVE SPACE TO cat-chan-TXT
               MOVE join-chan-TBL(join-chan-IDX) TO cat-chan-TXT
               MOVE "greeting" TO cat-id-TXT
               PERFORM 406-catalog-lookup
               IF cat-found THEN
                   MOVE SPACE TO send-line-TXT
                   STRING
                       "PRIVMSG " DELIMITED BY SIZE
                       TRIM(join-chan-TBL(join-chan-IDX))
                           DELIMITED BY SIZE
                       " :" DELIMITED BY SIZE
                       TRIM(cat-out-TXT) DELIMITED BY SIZE
                       INTO send-line-TXT
                   END-STRING
                   PERFORM 240-throttled-send
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       211-nick-retry SECTION.

      *    Our nick was rejected as already in use - append a trailing
      *    underscore (or digit, once we run out of room) and try
      *    again. The server will re-send 433 for each collision until
      *    one sticks.
           ADD 1 TO nick-retry-CNT

           IF FUNCTION LENGTH(TRIM(my-nick-TXT)) IS LESS THAN 65 THEN
               STRING
                   TRIM(my-nick-TXT) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   INTO my-nick-TXT
               END-STRING
           ELSE
               MOVE nick-retry-CNT TO nick-retry-DIGIT
               MOVE nick-retry-DIGIT TO my-nick-TXT(65 : 1)
           END-IF

           MOVE SPACE TO wire-line-TXT
           STRING
               "NICK " DELIMITED BY SIZE
               TRIM(my-nick-TXT) DELIMITED BY SIZE
               INTO wire-line-TXT
           END-STRING
           PERFORM 484-send-raw

           MOVE "NICKRETRY" TO event-kind-TXT
           MOVE SPACE TO event-detail-TXT
           MOVE TRIM(my-nick-TXT) TO event-detail-TXT
           PERFORM 298-log-event

           .

      * * * * * * * * * * * * * * * * * * * *

       212-check-kicked SECTION.

      *    ":kicker!u@h KICK #channel targetnick :reason" - if we're the
      *    target, rejoin after a short delay rather than sitting out
      *    of the channel until someone notices and restarts us.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==target==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           MOVE target-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT

           MOVE TRIM(my-nick-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-B-TXT

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-chan-TXT
           MOVE cf-dst-TXT TO ros-chan-TXT

           IF TRIM(fold-A-TXT) IS EQUAL TO TRIM(fold-B-TXT) THEN
               PERFORM 258-roster-clear-chan
               DISPLAY "*** Kicked from " chan-TXT " - rejoining"
                   UPON SYSERR
               MOVE "KICKED" TO event-kind-TXT
               MOVE SPACE TO event-detail-TXT
               MOVE chan-TXT TO event-detail-TXT
               PERFORM 298-log-event
               CALL "C$SLEEP" USING 5
               PERFORM 213-rejoin-channel
           ELSE
      *        Someone else was kicked - their roster entry goes, and
      *        the kick is their last recorded activity.
               MOVE SPACE TO ros-nick-TXT
               MOVE fold-A-TXT TO ros-nick-TXT
               PERFORM 256-roster-del

               MOVE SPACE TO stamp-nick-TXT
               MOVE target-TXT TO stamp-nick-TXT
               MOVE SPACE TO stamp-chan-TXT
               MOVE chan-TXT TO stamp-chan-TXT
               MOVE SPACE TO stamp-msg-TXT
               MOVE "K" TO stamp-event-CHR
               PERFORM 254-stamp-seen-event
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       213-rejoin-channel SECTION.

      *    Rejoin only if the kicked-from channel is still one of ours,
      *    reusing the same "channel" list read in 210-finish-connection
      *    rather than blindly trusting the KICK line.
           MOVE SPACE TO rejoin-ask-chan-TXT
           MOVE chan-TXT TO rejoin-ask-chan-TXT
           PERFORM 271-rejoin-named

           .

      * * * * * * * * * * * * * * * * * * * *

       267-split-chan-entry SECTION.

      *    Splits the "channel" entry in config-val-TXT into its
      *    channel name and (optional) key.
           MOVE SPACE TO chanent-chan-TXT
           MOVE SPACE TO chanent-key-TXT

           MOVE 0 TO chanent-space-POS
           INSPECT config-val-TXT TALLYING chanent-space-POS
               FOR CHARACTERS BEFORE INITIAL " "

           IF chanent-space-POS IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           MOVE config-val-TXT(1 : chanent-space-POS)
               TO chanent-chan-TXT
           IF chanent-space-POS IS LESS THAN
                   LENGTH OF config-val-TXT THEN
               MOVE TRIM(config-val-TXT(chanent-space-POS + 2 : ))
                   TO chanent-key-TXT
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       271-rejoin-named SECTION.

      *    Joins the channel named in rejoin-ask-chan-TXT - key and
      *    all - by finding its "channel" config entry, so a kicked-
      *    from or join-refused +k channel is rejoined with its key
      *    instead of a bare JOIN that's doomed to bounce.
           MOVE rejoin-ask-chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT

           MOVE "N" TO rejoin-done-CHR
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "channel"
               missing BY CONTINUE
               available BY ==
                   IF rejoin-done THEN
                       EXIT PERFORM
                   END-IF
                   PERFORM 273-try-rejoin-entry
               ==.

           .

      * * * * * * * * * * * * * * * * * * * *

       273-try-rejoin-entry SECTION.

           PERFORM 267-split-chan-entry
           MOVE TRIM(chanent-chan-TXT) TO cf-src-TXT
           PERFORM 224-casefold

           IF TRIM(cf-dst-TXT) IS EQUAL TO TRIM(fold-A-TXT) THEN
               IF chanent-key-TXT IS NOT EQUAL TO SPACE THEN
                   MOVE SPACE TO wire-line-TXT
                   STRING
                       "JOIN " DELIMITED BY SIZE
                       TRIM(chanent-chan-TXT) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(chanent-key-TXT) DELIMITED BY SIZE
                       INTO wire-line-TXT
                   END-STRING
                   PERFORM 484-send-raw
               ELSE
                   MOVE SPACE TO wire-line-TXT
                   STRING
                       "JOIN " DELIMITED BY SIZE
                       TRIM(chanent-chan-TXT) DELIMITED BY SIZE
                       INTO wire-line-TXT
                   END-STRING
                   PERFORM 484-send-raw
               END-IF
               MOVE "Y" TO rejoin-done-CHR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       268-process-join-failure SECTION.

      *    ":server 471 ournick #chan :reason" - also 473 (invite
      *    only), 474 (banned), 475 (bad key). The JOIN we sent didn't
      *    take, and silently not being in the channel is how nobody
      *    finds out until they need us - so log it loudly, tell the
      *    admins, and put the channel on the retry schedule.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==target==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF chan-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           DISPLAY "*** Couldn't join " chan-TXT " (numeric "
               category-TXT ")" UPON SYSERR

           MOVE "JOINFAIL" TO event-kind-TXT
           MOVE SPACE TO event-detail-TXT
           STRING
               TRIM(chan-TXT) DELIMITED BY SIZE
               " numeric " DELIMITED BY SIZE
               category-TXT DELIMITED BY SIZE
               INTO event-detail-TXT
           END-STRING
           PERFORM 298-log-event

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT

           MOVE 0 TO rejoin-found-IDX
           PERFORM VARYING rejoin-i-NUM FROM 1 BY 1
                   UNTIL rejoin-i-NUM IS GREATER THAN rejoin-CNT
               MOVE rejoin-chan-TXT(rejoin-i-NUM) TO cf-src-TXT
               PERFORM 224-casefold
               IF TRIM(cf-dst-TXT) IS EQUAL TO TRIM(fold-A-TXT) THEN
                   MOVE rejoin-i-NUM TO rejoin-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM 247-compute-now-sec

           IF rejoin-found-IDX IS GREATER THAN 0 THEN
               ADD 1 TO rejoin-attempt-CNT(rejoin-found-IDX)
               IF rejoin-attempt-CNT(rejoin-found-IDX) IS GREATER THAN
                       join-retry-max-NUM THEN
                   DISPLAY "*** Giving up on joining " chan-TXT
                       " after repeated refusals" UPON SYSERR
                   MOVE SPACE TO alert-msg-TXT
                   STRING
                       "Giving up on joining " DELIMITED BY SIZE
                       TRIM(rejoin-chan-TXT(rejoin-found-IDX))
                           DELIMITED BY SIZE
                       " - check the key, ban list, or invite."
                           DELIMITED BY SIZE
                       INTO alert-msg-TXT
                   END-STRING
                   PERFORM 269-alert-admins
                   IF rejoin-found-IDX IS LESS THAN rejoin-CNT THEN
                       MOVE rejoin-entry(rejoin-CNT)
                           TO rejoin-entry(rejoin-found-IDX)
                   END-IF
                   SUBTRACT 1 FROM rejoin-CNT
                   EXIT SECTION
               END-IF
               COMPUTE rejoin-due-SEC(rejoin-found-IDX) =
                   now-SEC + join-retry-delay-NUM
               EXIT SECTION
           END-IF

           IF rejoin-CNT IS LESS THAN 20 THEN
               ADD 1 TO rejoin-CNT
               MOVE SPACE TO rejoin-chan-TXT(rejoin-CNT)
               MOVE chan-TXT TO rejoin-chan-TXT(rejoin-CNT)
               COMPUTE rejoin-due-SEC(rejoin-CNT) =
                   now-SEC + join-retry-delay-NUM
               MOVE 1 TO rejoin-attempt-CNT(rejoin-CNT)

               MOVE SPACE TO alert-msg-TXT
               STRING
                   "Couldn't join " DELIMITED BY SIZE
                   TRIM(chan-TXT) DELIMITED BY SIZE
                   " (numeric " DELIMITED BY SIZE
                   category-TXT DELIMITED BY SIZE
                   ") - retrying on a schedule." DELIMITED BY SIZE
                   INTO alert-msg-TXT
               END-STRING
               PERFORM 269-alert-admins
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       270-check-join-retries SECTION.

      *    Called per line from the 000-main read loop, like
      *    244-check-reminders. A due entry gets one fresh JOIN and is
      *    left parked (due-SEC zero) until either our JOIN echo
      *    clears it (272-rejoin-clear) or another failure numeric
      *    re-arms it.
           IF rejoin-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           PERFORM VARYING rejoin-i-NUM FROM 1 BY 1
                   UNTIL rejoin-i-NUM IS GREATER THAN rejoin-CNT
               IF rejoin-due-SEC(rejoin-i-NUM) IS NOT EQUAL TO 0
                       AND rejoin-due-SEC(rejoin-i-NUM) IS LESS THAN
                           OR EQUAL TO now-SEC THEN
                   MOVE 0 TO rejoin-due-SEC(rejoin-i-NUM)
                   MOVE SPACE TO rejoin-ask-chan-TXT
                   MOVE rejoin-chan-TXT(rejoin-i-NUM)
                       TO rejoin-ask-chan-TXT
                   PERFORM 271-rejoin-named
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       272-rejoin-clear SECTION.

      *    Our own JOIN for ros-chan-TXT (already case-folded) came
      *    through - any pending retry entry for it is done.
           PERFORM VARYING rejoin-i-NUM FROM rejoin-CNT BY -1
                   UNTIL rejoin-i-NUM IS EQUAL TO 0
               MOVE rejoin-chan-TXT(rejoin-i-NUM) TO cf-src-TXT
               PERFORM 224-casefold
               IF TRIM(cf-dst-TXT) IS EQUAL TO TRIM(ros-chan-TXT) THEN
                   IF rejoin-i-NUM IS LESS THAN rejoin-CNT THEN
                       MOVE rejoin-entry(rejoin-CNT)
                           TO rejoin-entry(rejoin-i-NUM)
                   END-IF
                   SUBTRACT 1 FROM rejoin-CNT
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       269-alert-admins SECTION.

      *    One private PRIVMSG carrying alert-msg-TXT to each "admin"
      *    entry whose nick part is concrete enough to message.
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "admin"
               missing BY CONTINUE
               available BY ==
                   PERFORM 274-alert-one-admin
               ==.

           .

      * * * * * * * * * * * * * * * * * * * *

       274-alert-one-admin SECTION.

      *    An admin entry is "[<chan> ]<nick!user@host pattern>" - peel
      *    off any channel scope, take the nick part of the pattern,
      *    and skip it if it's wildcarded (nothing concrete to message).
           MOVE config-val-TXT TO alert-entry-TXT

           IF alert-entry-TXT(1 : 1) IS EQUAL TO "#"
                   OR alert-entry-TXT(1 : 1) IS EQUAL TO "&" THEN
               MOVE 0 TO alert-span-POS
               INSPECT alert-entry-TXT TALLYING alert-span-POS
                   FOR CHARACTERS BEFORE INITIAL " "
               IF alert-span-POS IS LESS THAN
                       LENGTH OF alert-entry-TXT THEN
                   MOVE alert-entry-TXT(alert-span-POS + 2 : )
                       TO alert-hold-TXT
                   MOVE alert-hold-TXT TO alert-entry-TXT
               END-IF
           END-IF

           MOVE 0 TO alert-span-POS
           INSPECT alert-entry-TXT TALLYING alert-span-POS
               FOR CHARACTERS BEFORE INITIAL "!"
           MOVE SPACE TO alert-nick-TXT
           IF alert-span-POS IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF
           MOVE alert-entry-TXT(1 : alert-span-POS) TO alert-nick-TXT

           MOVE 0 TO alert-wild-CNT
           INSPECT alert-nick-TXT TALLYING alert-wild-CNT
               FOR ALL "*"
           INSPECT alert-nick-TXT TALLYING alert-wild-CNT
               FOR ALL "?"
           IF alert-wild-CNT IS GREATER THAN 0
                   OR TRIM(alert-nick-TXT) IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO send-line-TXT
           STRING
               "PRIVMSG " DELIMITED BY SIZE
               TRIM(alert-nick-TXT) DELIMITED BY SIZE
               " :" DELIMITED BY SIZE
               TRIM(alert-msg-TXT) DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING
           PERFORM 240-throttled-send

           .

      * * * * * * * * * * * * * * * * * * * *

       253-process-nick-change SECTION.

      *    ":oldnick!u@h NICK :newnick". Two cases matter: when the
      *    renamed party is us (services forcing a nick change),
      *    my-nick-TXT has to follow or 225-is-chan-my-nick stops
      *    recognizing private messages; when it's anyone else, leave
      *    an "A" alias link under the old nick and an arrival record
      *    under the new one so "%seen oldnick" can follow the rename.
           PERFORM 010-ltrim-colon
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==target==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF target-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT

           MOVE TRIM(my-nick-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-B-TXT

           IF TRIM(fold-A-TXT) IS EQUAL TO TRIM(fold-B-TXT) THEN
               MOVE SPACE TO my-nick-TXT
               MOVE target-TXT TO my-nick-TXT
               DISPLAY "*** Now known as " TRIM(my-nick-TXT)
                   UPON SYSERR
      *        Our own roster entries have to follow too, or
      *        288-check-have-op keeps looking up the new nick
      *        against entries still filed under the old one and
      *        enforcement refuses to act until the next rejoin.
               MOVE SPACE TO ros-nick-TXT
               MOVE fold-A-TXT TO ros-nick-TXT
               MOVE target-TXT TO cf-src-TXT
               PERFORM 224-casefold
               MOVE SPACE TO ros-new-nick-TXT
               MOVE cf-dst-TXT TO ros-new-nick-TXT
               MOVE SPACE TO ros-new-orig-nick-TXT
               MOVE target-TXT TO ros-new-orig-nick-TXT
               PERFORM 259-roster-rename
               EXIT SECTION
           END-IF

           MOVE SPACE TO stamp-nick-TXT
           MOVE nick-TXT TO stamp-nick-TXT
           MOVE SPACE TO stamp-chan-TXT
           MOVE SPACE TO stamp-msg-TXT
           MOVE target-TXT TO stamp-msg-TXT
           MOVE "A" TO stamp-event-CHR
           PERFORM 254-stamp-seen-event

           MOVE SPACE TO stamp-nick-TXT
           MOVE target-TXT TO stamp-nick-TXT
           MOVE SPACE TO stamp-chan-TXT
           MOVE SPACE TO stamp-msg-TXT
           MOVE nick-TXT TO stamp-msg-TXT
           MOVE "N" TO stamp-event-CHR
           PERFORM 254-stamp-seen-event

      *    Follow the rename in the channel rosters too - fold-A-TXT
      *    still holds the old nick's folded form.
           MOVE SPACE TO ros-nick-TXT
           MOVE fold-A-TXT TO ros-nick-TXT
           MOVE target-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-new-nick-TXT
           MOVE cf-dst-TXT TO ros-new-nick-TXT
           MOVE SPACE TO ros-new-orig-nick-TXT
           MOVE target-TXT TO ros-new-orig-nick-TXT
           PERFORM 259-roster-rename

           .

      * * * * * * * * * * * * * * * * * * * *

       254-stamp-seen-event SECTION.

      *    Writes (or refreshes) one seen record from the stamp-*
      *    fields - the common tail 232-update-seen and the non-chat
      *    activity events (nick changes, and the channel
      *    join/part/quit traffic) all need.
           MOVE stamp-nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO seen-nick-TXT
           MOVE cf-dst-TXT TO seen-nick-TXT

           MOVE SPACE TO mis-prev-TXT
           IF maint-held THEN
               MOVE "N" TO seen-exists-CHR
           ELSE
               READ seen-FC RECORD
                   INVALID KEY
                       MOVE "N" TO seen-exists-CHR
                   NOT INVALID KEY
                       MOVE "Y" TO seen-exists-CHR
                       MOVE seen-time-TXT TO mis-prev-TXT
               END-READ
           END-IF

           MOVE SPACE TO seen-nick-TXT
           MOVE cf-dst-TXT TO seen-nick-TXT
           MOVE stamp-nick-TXT TO seen-orig-nick-TXT
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO seen-time-TXT
           MOVE stamp-chan-TXT TO seen-chan-TXT
           MOVE stamp-msg-TXT TO seen-msg-TXT
           MOVE stamp-event-CHR TO seen-event-CHR

           IF maint-held THEN
               PERFORM 550-maint-queue-seen
               EXIT SECTION
           END-IF

           IF seen-exists THEN
               REWRITE seen-REC
           ELSE
               WRITE seen-REC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       261-process-join SECTION.

      *    ":nick!u@h JOIN :#chan" (some servers skip the colon). Our
      *    own join wipes any stale roster for the channel - the 353
      *    NAMES burst that follows repopulates it; anyone else gets
      *    added and stamped as activity.
           PERFORM 010-ltrim-colon
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF chan-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-chan-TXT
           MOVE cf-dst-TXT TO ros-chan-TXT
           MOVE SPACE TO ros-orig-chan-TXT
           MOVE chan-TXT TO ros-orig-chan-TXT

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-nick-TXT
           MOVE cf-dst-TXT TO ros-nick-TXT
           MOVE SPACE TO ros-orig-nick-TXT
           MOVE nick-TXT TO ros-orig-nick-TXT
           MOVE "N" TO ros-op-CHR
           MOVE SPACE TO ros-userhost-TXT
           IF is-user-BOOL THEN
               STRING
                   user-TXT DELIMITED BY SIZE
                   "@" DELIMITED BY SIZE
                   host-TXT DELIMITED BY SIZE
                   INTO ros-userhost-TXT
               END-STRING
           END-IF

           MOVE TRIM(my-nick-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           IF TRIM(ros-nick-TXT) IS EQUAL TO TRIM(cf-dst-TXT) THEN
               PERFORM 258-roster-clear-chan
               PERFORM 272-rejoin-clear
      *        The NAMES burst that follows carries nicks only - ask
      *        WHO for the user@host side, so hostmask-based checks
      *        work before anyone has spoken.
               MOVE SPACE TO wire-line-TXT
               STRING
                   "WHO " DELIMITED BY SIZE
                   chan-TXT DELIMITED BY SIZE
                   INTO wire-line-TXT
               END-STRING
               PERFORM 484-send-raw
               EXIT SECTION
           END-IF

           PERFORM 255-roster-add

      *    extended-join puts the joiner's account right after the
      *    channel - "*" when they aren't identified.
           IF ext-join-active
                   AND line-IDX IS LESS THAN LENGTH OF line-TXT THEN
               MOVE SPACE TO acct-set-TXT
               UNSTRING line-TXT(line-IDX : ) DELIMITED BY " "
                   INTO acct-set-TXT
               END-UNSTRING
               IF acct-set-TXT IS NOT EQUAL TO SPACE THEN
                   MOVE ros-nick-TXT TO acct-key-TXT
                   PERFORM 565-acct-store
               END-IF
           END-IF

      *    Someone the split took coming back is a heal, not an
      *    arrival - no "J" seen record for it (their last real
      *    activity stands), though the access-list modes below
      *    still get reapplied.
           PERFORM 435-check-split-return

           IF NOT split-rejoining THEN
               MOVE SPACE TO stamp-nick-TXT
               MOVE nick-TXT TO stamp-nick-TXT
               MOVE SPACE TO stamp-chan-TXT
               MOVE chan-TXT TO stamp-chan-TXT
               MOVE SPACE TO stamp-msg-TXT
               MOVE "J" TO stamp-event-CHR
               PERFORM 254-stamp-seen-event
               PERFORM 540-missed-offer
           END-IF

      *    A joiner during a minuted meeting counts as an attendee.
           IF meeting-open
                   AND TRIM(ros-chan-TXT) IS EQUAL TO
                       TRIM(meet-chan-TXT) THEN
               MOVE SPACE TO meet-tok-TXT
               MOVE nick-TXT TO meet-tok-TXT
               PERFORM 424-meeting-add-attendee
           END-IF

      *    The JOIN line carries the full hostmask, so this is the one
      *    moment a host-specific access entry can match - but only if
      *    we actually hold ops to act on it.
           PERFORM 288-check-have-op
           IF have-op THEN
               MOVE SPACE TO aop-nick-TXT
               MOVE nick-TXT TO aop-nick-TXT
               MOVE SPACE TO aop-subject-TXT
               MOVE hostmask-TXT TO aop-subject-TXT
               PERFORM 368-check-autoop
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       262-process-part SECTION.

      *    ":nick!u@h PART #chan :reason"
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF chan-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-chan-TXT
           MOVE cf-dst-TXT TO ros-chan-TXT

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-nick-TXT
           MOVE cf-dst-TXT TO ros-nick-TXT

           MOVE TRIM(my-nick-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           IF TRIM(ros-nick-TXT) IS EQUAL TO TRIM(cf-dst-TXT) THEN
               PERFORM 258-roster-clear-chan
               EXIT SECTION
           END-IF

           PERFORM 256-roster-del

           MOVE SPACE TO stamp-nick-TXT
           MOVE nick-TXT TO stamp-nick-TXT
           MOVE SPACE TO stamp-chan-TXT
           MOVE chan-TXT TO stamp-chan-TXT
           MOVE SPACE TO stamp-msg-TXT
           MOVE "P" TO stamp-event-CHR
           PERFORM 254-stamp-seen-event

           .

      * * * * * * * * * * * * * * * * * * * *

       263-process-quit SECTION.

      *    ":nick!u@h QUIT :reason" - no channel on the line; drop the
      *    nick from every roster entry and stamp the quit (reason
      *    included) as their last activity.
           PERFORM 010-ltrim-colon
           MOVE line-IDX TO msg0

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-nick-TXT
           MOVE cf-dst-TXT TO ros-nick-TXT

           PERFORM 257-roster-del-all

      *    A quit-storm from a netsplit isn't eighty departures -
      *    mark the user as split instead of writing a "Q" record
      *    that %seen would quote for weeks.
           PERFORM 434-check-netsplit
           IF quit-is-split THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO stamp-nick-TXT
           MOVE nick-TXT TO stamp-nick-TXT
           MOVE SPACE TO stamp-chan-TXT
           MOVE SPACE TO stamp-msg-TXT
           MOVE msg-TXT TO stamp-msg-TXT
           MOVE "Q" TO stamp-event-CHR
           PERFORM 254-stamp-seen-event

           .

      * * * * * * * * * * * * * * * * * * * *

       264-process-names-reply SECTION.

      *    ":server 353 ournick = #chan :@op +voiced plain ..." - the
      *    membership burst. Walk the nick list, strip any status
      *    prefix characters, and add everyone (ourselves included) to
      *    the channel's roster.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==target==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           PERFORM 010-ltrim-colon
           MOVE line-IDX TO msg0

           IF chan-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-chan-TXT
           MOVE cf-dst-TXT TO ros-chan-TXT
           MOVE SPACE TO ros-orig-chan-TXT
           MOVE chan-TXT TO ros-orig-chan-TXT

           MOVE SPACE TO names-msg-TXT
           MOVE msg-TXT TO names-msg-TXT
           MOVE FUNCTION LENGTH(TRIM(names-msg-TXT)) TO names-msg-LEN
           IF TRIM(names-msg-TXT) IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF
           MOVE 1 TO names-ptr-NUM

           PERFORM
               UNTIL names-ptr-NUM IS GREATER THAN names-msg-LEN
               MOVE SPACE TO names-tok-TXT
               UNSTRING names-msg-TXT DELIMITED BY ALL SPACE
                   INTO names-tok-TXT
                   WITH POINTER names-ptr-NUM
               END-UNSTRING

      *        Strip channel-status prefixes off the front of the
      *        nick, remembering whether any of them meant operator
      *        powers. The sigil ladder comes from the server's 005
      *        PREFIX token (404-process-isupport) - RFC defaults
      *        until one arrives - so an extra letter the network
      *        invented doesn't end up glued to the nick.
               MOVE "N" TO ros-op-CHR
               PERFORM
                   UNTIL EXIT
                   MOVE 0 TO isup-hit-NUM
                   PERFORM VARYING isup-i-NUM FROM 1 BY 1
                           UNTIL isup-i-NUM IS GREATER THAN
                               prefix-CNT
                       IF names-tok-TXT(1 : 1) IS EQUAL TO
                               prefix-sigil-CHR(isup-i-NUM) THEN
                           MOVE isup-i-NUM TO isup-hit-NUM
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF isup-hit-NUM IS EQUAL TO 0 THEN
                       EXIT PERFORM
                   END-IF
                   IF prefix-mode-CHR(isup-hit-NUM) IS NOT EQUAL TO
                           "v" THEN
                       MOVE "Y" TO ros-op-CHR
                   END-IF
                   MOVE names-tok-TXT(2 : ) TO names-tok2-TXT
                   MOVE names-tok2-TXT TO names-tok-TXT
               END-PERFORM

               IF TRIM(names-tok-TXT) IS NOT EQUAL TO SPACE THEN
                   MOVE TRIM(names-tok-TXT) TO cf-src-TXT
                   PERFORM 224-casefold
                   MOVE SPACE TO ros-nick-TXT
                   MOVE cf-dst-TXT TO ros-nick-TXT
                   MOVE SPACE TO ros-orig-nick-TXT
                   MOVE TRIM(names-tok-TXT) TO ros-orig-nick-TXT
      *            No user@host in a NAMES burst - the WHO reply
      *            fills it in.
                   MOVE SPACE TO ros-userhost-TXT
                   PERFORM 255-roster-add
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       290-process-mode SECTION.

      *    ":setter MODE #chan +o-v nick1 nick2 ..." - walk the mode
      *    string keeping the +/- state, consume an argument for the
      *    modes that take one, and track operator grants/removals in
      *    the roster. User-mode lines (target isn't a channel) don't
      *    matter here.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF line-TXT(chan0 : 1) IS NOT EQUAL TO "#"
                   AND line-TXT(chan0 : 1) IS NOT EQUAL TO "&" THEN
               EXIT SECTION
           END-IF

           PERFORM 010-ltrim-colon
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           MOVE SPACE TO mode-flags-TXT
           MOVE cmd-TXT TO mode-flags-TXT
           MOVE FUNCTION LENGTH(TRIM(mode-flags-TXT)) TO mode-LEN
           IF TRIM(mode-flags-TXT) IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-chan-TXT
           MOVE cf-dst-TXT TO ros-chan-TXT

           MOVE 0 TO ml-chg-CNT
           MOVE "+" TO mode-sign-CHR
           PERFORM VARYING mode-i-NUM FROM 1 BY 1
                   UNTIL mode-i-NUM IS GREATER THAN mode-LEN
               EVALUATE mode-flags-TXT(mode-i-NUM : 1)
                   WHEN "+"
                       MOVE "+" TO mode-sign-CHR
                   WHEN "-"
                       MOVE "-" TO mode-sign-CHR
                   WHEN "o"
                   WHEN "h"
      *                Operator-grade modes: the argument names the
      *                nick whose roster op flag flips.
                       COPY "line-split.cpy" REPLACING
                           LEADING ==id== BY ==target==
                           DELIMS BY ==" "==
                           DELIMSAVE BY ====.
                       IF target-TXT IS NOT EQUAL TO SPACE THEN
                           MOVE target-TXT TO cf-src-TXT
                           PERFORM 224-casefold
                           MOVE SPACE TO ros-nick-TXT
                           MOVE cf-dst-TXT TO ros-nick-TXT
                           PERFORM 265-roster-find
                           IF roster-found-IDX IS GREATER THAN 0 THEN
                               IF mode-sign-CHR IS EQUAL TO "+" THEN
                                   MOVE "Y" TO
                                       roster-op-CHR(roster-found-IDX)
                               ELSE
                                   MOVE "N" TO
                                       roster-op-CHR(roster-found-IDX)
                               END-IF
                           END-IF
      *                    Those ops may be ours - people usually join
      *                    before the bot does, so getting opped is
      *                    the cue to hand out any access-list modes
      *                    the roster is still missing.
                           IF mode-sign-CHR IS EQUAL TO "+" THEN
                               MOVE TRIM(my-nick-TXT) TO cf-src-TXT
                               PERFORM 224-casefold
                               IF TRIM(ros-nick-TXT) IS EQUAL TO
                                       TRIM(cf-dst-TXT) THEN
                                   PERFORM 370-autoop-scan-roster
                               END-IF
                           END-IF
                       END-IF
                   WHEN "b"
      *                Ban list bookkeeping: every +b/-b we see goes
      *                into (or out of) the ban file, whoever set it.
                       COPY "line-split.cpy" REPLACING
                           LEADING ==id== BY ==target==
                           DELIMS BY ==" "==
                           DELIMSAVE BY ====.
                       IF target-TXT IS NOT EQUAL TO SPACE THEN
                           PERFORM 390-record-ban-change
                       END-IF
                   WHEN "v"
                   WHEN "k"
                   WHEN "e"
                   WHEN "I"
                   WHEN "q"
      *                Argument-taking modes we don't track - consume
      *                the argument to keep the walk aligned.
                       COPY "line-split.cpy" REPLACING
                           LEADING ==id== BY ==target==
                           DELIMS BY ==" "==
                           DELIMSAVE BY ====.
                   WHEN "l"
                       IF mode-sign-CHR IS EQUAL TO "+" THEN
                           COPY "line-split.cpy" REPLACING
                               LEADING ==id== BY ==target==
                               DELIMS BY ==" "==
                               DELIMSAVE BY ====.
                       END-IF
                   WHEN OTHER
      *                A status mode the server advertised in its 005
      *                PREFIX token (owner/admin grades and the like)
      *                takes a nick argument and flips op powers the
      *                way "o" does - without this, the walk would
      *                fall out of step with the argument list.
                       MOVE 0 TO isup-hit-NUM
                       PERFORM VARYING isup-i-NUM FROM 1 BY 1
                               UNTIL isup-i-NUM IS GREATER THAN
                                   prefix-CNT
                           IF mode-flags-TXT(mode-i-NUM : 1) IS EQUAL
                                   TO prefix-mode-CHR(isup-i-NUM)
                                   THEN
                               MOVE isup-i-NUM TO isup-hit-NUM
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF isup-hit-NUM IS GREATER THAN 0 THEN
                           COPY "line-split.cpy" REPLACING
                               LEADING ==id== BY ==target==
                               DELIMS BY ==" "==
                               DELIMSAVE BY ====.
                           IF prefix-mode-CHR(isup-hit-NUM) IS NOT
                                   EQUAL TO "v"
                                   AND target-TXT IS NOT EQUAL TO
                                       SPACE THEN
                               MOVE target-TXT TO cf-src-TXT
                               PERFORM 224-casefold
                               MOVE SPACE TO ros-nick-TXT
                               MOVE cf-dst-TXT TO ros-nick-TXT
                               PERFORM 265-roster-find
                               IF roster-found-IDX IS GREATER THAN 0
                                       THEN
                                   IF mode-sign-CHR IS EQUAL TO "+"
                                           THEN
                                       MOVE "Y" TO roster-op-CHR(
                                           roster-found-IDX)
                                   ELSE
                                       MOVE "N" TO roster-op-CHR(
                                           roster-found-IDX)
                                   END-IF
                               END-IF
                           END-IF
                       ELSE
      *                    A plain argumentless channel mode (+t, -s,
      *                    and friends) - collected for the mode-lock
      *                    check once the walk is done.
                           IF ml-chg-CNT IS LESS THAN 20 THEN
                               ADD 1 TO ml-chg-CNT
                               MOVE mode-flags-TXT(mode-i-NUM : 1)
                                   TO ml-chg-CHR(ml-chg-CNT)
                               MOVE mode-sign-CHR
                                   TO ml-chg-sign-CHR(ml-chg-CNT)
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF ml-chg-CNT IS GREATER THAN 0 THEN
               PERFORM 456-check-mode-lock
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       288-check-have-op SECTION.

      *    Do we hold ops in chan-TXT right now, according to the
      *    roster?
           MOVE SPACE TO hop-chan-TXT
           MOVE chan-TXT TO hop-chan-TXT
           PERFORM 414-check-have-op-named

           .

      * * * * * * * * * * * * * * * * * * * *

       414-check-have-op-named SECTION.

      *    Like 288-check-have-op, but for a channel named in
      *    hop-chan-TXT rather than taken off the current line - the
      *    schedule-driven paths (topic rotation, mode enforcement)
      *    run between lines and have no chan-TXT to lean on.
           MOVE "N" TO have-op-CHR

           MOVE TRIM(hop-chan-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-chan-TXT
           MOVE cf-dst-TXT TO ros-chan-TXT

           MOVE TRIM(my-nick-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-nick-TXT
           MOVE cf-dst-TXT TO ros-nick-TXT

           PERFORM 265-roster-find
           IF roster-found-IDX IS GREATER THAN 0 THEN
               IF roster-op-CHR(roster-found-IDX) IS EQUAL TO "Y" THEN
                   MOVE "Y" TO have-op-CHR
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       265-roster-find SECTION.

      *    Sets roster-found-IDX to the entry matching ros-chan-TXT
      *    and ros-nick-TXT, or 0.
           MOVE 0 TO roster-found-IDX
           PERFORM VARYING roster-i-NUM FROM 1 BY 1
                   UNTIL roster-i-NUM IS GREATER THAN roster-CNT
               IF TRIM(roster-chan-TXT(roster-i-NUM))
                       IS EQUAL TO TRIM(ros-chan-TXT)
                       AND TRIM(roster-nick-TXT(roster-i-NUM))
                           IS EQUAL TO TRIM(ros-nick-TXT) THEN
                   MOVE roster-i-NUM TO roster-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       266-roster-find-nick SECTION.

      *    Like 265-roster-find but across every channel - sets
      *    roster-found-IDX to the first entry for ros-nick-TXT, or 0.
           MOVE 0 TO roster-found-IDX
           PERFORM VARYING roster-i-NUM FROM 1 BY 1
                   UNTIL roster-i-NUM IS GREATER THAN roster-CNT
               IF TRIM(roster-nick-TXT(roster-i-NUM))
                       IS EQUAL TO TRIM(ros-nick-TXT) THEN
                   MOVE roster-i-NUM TO roster-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       255-roster-add SECTION.

           PERFORM 265-roster-find
           IF roster-found-IDX IS GREATER THAN 0 THEN
      *        Already listed - but a caller that knows the user@host
      *        (a JOIN, or a WHO reply) fills in what a NAMES-burst
      *        entry couldn't.
               IF ros-userhost-TXT IS NOT EQUAL TO SPACE THEN
                   MOVE ros-userhost-TXT
                       TO roster-userhost-TXT(roster-found-IDX)
               END-IF
               EXIT SECTION
           END-IF

           IF roster-CNT IS LESS THAN 500 THEN
               ADD 1 TO roster-CNT
               MOVE ros-chan-TXT TO roster-chan-TXT(roster-CNT)
               MOVE ros-orig-chan-TXT
                   TO roster-orig-chan-TXT(roster-CNT)
               MOVE ros-nick-TXT TO roster-nick-TXT(roster-CNT)
               MOVE ros-orig-nick-TXT
                   TO roster-orig-nick-TXT(roster-CNT)
               MOVE ros-op-CHR TO roster-op-CHR(roster-CNT)
               MOVE ros-userhost-TXT
                   TO roster-userhost-TXT(roster-CNT)
      *        The account is the person's, not the channel's - take
      *        it from another channel's entry when there is one.
               MOVE SPACE TO roster-account-TXT(roster-CNT)
               MOVE 0 TO roster-acct-SEC(roster-CNT)
               PERFORM VARYING roster-i-NUM FROM 1 BY 1
                       UNTIL roster-i-NUM IS NOT LESS THAN roster-CNT
                   IF TRIM(roster-nick-TXT(roster-i-NUM))
                           IS EQUAL TO TRIM(ros-nick-TXT) THEN
                       MOVE roster-account-TXT(roster-i-NUM)
                           TO roster-account-TXT(roster-CNT)
                       MOVE roster-acct-SEC(roster-i-NUM)
                           TO roster-acct-SEC(roster-CNT)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       256-roster-del SECTION.

      *    Order doesn't matter, so removal is "move the last entry
      *    into the hole" rather than a shuffle-down.
           PERFORM 265-roster-find
           IF roster-found-IDX IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           IF roster-found-IDX IS LESS THAN roster-CNT THEN
               MOVE roster-entry(roster-CNT)
                   TO roster-entry(roster-found-IDX)
           END-IF
           SUBTRACT 1 FROM roster-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       257-roster-del-all SECTION.

      *    Remove ros-nick-TXT from every channel (a QUIT). Walked
      *    backwards so the move-last-into-hole removal can't skip an
      *    entry.
           MOVE ros-nick-TXT TO acct-key-TXT
           PERFORM 567-acct-forget
           PERFORM VARYING roster-i-NUM FROM roster-CNT BY -1
                   UNTIL roster-i-NUM IS EQUAL TO 0
               IF TRIM(roster-nick-TXT(roster-i-NUM))
                       IS EQUAL TO TRIM(ros-nick-TXT) THEN
                   IF roster-i-NUM IS LESS THAN roster-CNT THEN
                       MOVE roster-entry(roster-CNT)
                           TO roster-entry(roster-i-NUM)
                   END-IF
                   SUBTRACT 1 FROM roster-CNT
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       258-roster-clear-chan SECTION.

      *    Drop every entry for ros-chan-TXT - used when we ourselves
      *    join (stale entries from before a netsplit or restart),
      *    part, or get kicked.
           PERFORM VARYING roster-i-NUM FROM roster-CNT BY -1
                   UNTIL roster-i-NUM IS EQUAL TO 0
               IF TRIM(roster-chan-TXT(roster-i-NUM))
                       IS EQUAL TO TRIM(ros-chan-TXT) THEN
                   IF roster-i-NUM IS LESS THAN roster-CNT THEN
                       MOVE roster-entry(roster-CNT)
                           TO roster-entry(roster-i-NUM)
                   END-IF
                   SUBTRACT 1 FROM roster-CNT
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       259-roster-rename SECTION.

      *    A nick change: swap ros-nick-TXT for ros-new-nick-TXT in
      *    every channel the nick appears in. The account rides along
      *    in the entry; a WHOIS answer kept for either nick outside
      *    the roster is no longer about the same person.
           MOVE ros-nick-TXT TO acct-key-TXT
           PERFORM 567-acct-forget
           MOVE ros-new-nick-TXT TO acct-key-TXT
           PERFORM 567-acct-forget
           PERFORM VARYING roster-i-NUM FROM 1 BY 1
                   UNTIL roster-i-NUM IS GREATER THAN roster-CNT
               IF TRIM(roster-nick-TXT(roster-i-NUM))
                       IS EQUAL TO TRIM(ros-nick-TXT) THEN
                   MOVE ros-new-nick-TXT
                       TO roster-nick-TXT(roster-i-NUM)
                   MOVE ros-new-orig-nick-TXT
                       TO roster-orig-nick-TXT(roster-i-NUM)
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       216-capture-topic-reply SECTION.

      *    RPL_TOPIC: ":server 332 ournick #channel :current topic"
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==target==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           PERFORM 010-ltrim-colon
           MOVE line-IDX TO msg0

      *    No setter is given with this numeric - leave
      *    topic-setter-TXT as whatever the last TOPIC change recorded,
      *    or blank if we've never seen one.
           MOVE SPACE TO topic-setter-arg-TXT
           PERFORM 218-store-topic

           .

      * * * * * * * * * * * * * * * * * * * *

       217-process-topic-change SECTION.

      *    ":setter!u@h TOPIC #channel :new topic"
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           PERFORM 010-ltrim-colon
           MOVE line-IDX TO msg0

           MOVE nick-TXT TO topic-setter-arg-TXT
           PERFORM 218-store-topic

           .

      * * * * * * * * * * * * * * * * * * * *

       218-store-topic SECTION.

      *    A topic change during a maintenance hold isn't kept - the
      *    next join's 332 reply or change picks it up again.
           IF maint-held THEN
               EXIT SECTION
           END-IF

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO topic-chan-TXT
           MOVE cf-dst-TXT TO topic-chan-TXT

           READ topic-FC RECORD
               INVALID KEY
                   MOVE "N" TO topic-exists-CHR
               NOT INVALID KEY
                   MOVE "Y" TO topic-exists-CHR
           END-READ

           MOVE SPACE TO topic-chan-TXT
           MOVE cf-dst-TXT TO topic-chan-TXT
           MOVE chan-TXT TO topic-orig-chan-TXT
           MOVE msg-TXT TO topic-TXT
           IF topic-setter-arg-TXT IS NOT EQUAL TO SPACE THEN
               MOVE topic-setter-arg-TXT TO topic-setter-TXT
           END-IF
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO topic-time-TXT

           IF topic-exists THEN
               REWRITE topic-REC
           ELSE
               IF topic-setter-arg-TXT IS EQUAL TO SPACE THEN
                   MOVE SPACE TO topic-setter-TXT
               END-IF
               WRITE topic-REC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       250-process-cap SECTION.

      *    ":server CAP * LS :sasl ..." / "CAP * ACK :sasl" /
      *    "CAP * NAK :sasl" - drive SASL capability negotiation.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           PERFORM 010-ltrim-colon
           MOVE line-IDX TO msg0

           EVALUATE cmd-TXT
               WHEN "LS"
      *            Ask for what's on offer that we can use: SASL when
      *            a password is on file, server-time always.
                   MOVE SPACE TO cap-req-TXT
                   MOVE 1 TO cap-ptr-NUM
                   IF sasl-wanted THEN
                       MOVE 0 TO police-word-CNT
                       INSPECT msg-TXT TALLYING police-word-CNT
                           FOR ALL "sasl"
                       IF police-word-CNT IS GREATER THAN 0 THEN
                           STRING
                               "sasl " DELIMITED BY SIZE
                               INTO cap-req-TXT
                               WITH POINTER cap-ptr-NUM
                           END-STRING
                       ELSE
                           DISPLAY "*** Server doesn't support SASL"
                               UPON SYSERR
                       END-IF
                   END-IF
                   MOVE 0 TO police-word-CNT
                   INSPECT msg-TXT TALLYING police-word-CNT
                       FOR ALL "server-time"
                   IF police-word-CNT IS GREATER THAN 0 THEN
                       STRING
                           "server-time " DELIMITED BY SIZE
                           INTO cap-req-TXT
                           WITH POINTER cap-ptr-NUM
                       END-STRING
                   END-IF
      *            The account capabilities, for grants by services
      *            account - whichever of the three is on offer.
                   MOVE 0 TO police-word-CNT
                   INSPECT msg-TXT TALLYING police-word-CNT
                       FOR ALL "account-notify"
                   IF police-word-CNT IS GREATER THAN 0 THEN
                       STRING
                           "account-notify " DELIMITED BY SIZE
                           INTO cap-req-TXT
                           WITH POINTER cap-ptr-NUM
                       END-STRING
                   END-IF
                   MOVE 0 TO police-word-CNT
                   INSPECT msg-TXT TALLYING police-word-CNT
                       FOR ALL "account-tag"
                   IF police-word-CNT IS GREATER THAN 0 THEN
                       STRING
                           "account-tag " DELIMITED BY SIZE
                           INTO cap-req-TXT
                           WITH POINTER cap-ptr-NUM
                       END-STRING
                   END-IF
                   MOVE 0 TO police-word-CNT
                   INSPECT msg-TXT TALLYING police-word-CNT
                       FOR ALL "extended-join"
                   IF police-word-CNT IS GREATER THAN 0 THEN
                       STRING
                           "extended-join" DELIMITED BY SIZE
                           INTO cap-req-TXT
                           WITH POINTER cap-ptr-NUM
                       END-STRING
                   END-IF
                   IF cap-req-TXT IS EQUAL TO SPACE THEN
                       MOVE "CAP END" TO wire-line-TXT
                       PERFORM 484-send-raw
                   ELSE
                       MOVE SPACE TO wire-line-TXT
                       STRING
                           "CAP REQ :" DELIMITED BY SIZE
                           TRIM(cap-req-TXT) DELIMITED BY SIZE
                           INTO wire-line-TXT
                       END-STRING
                       PERFORM 484-send-raw
                   END-IF
               WHEN "ACK"
                   MOVE 0 TO police-word-CNT
                   INSPECT msg-TXT TALLYING police-word-CNT
                       FOR ALL "account-notify"
                   IF police-word-CNT IS GREATER THAN 0 THEN
                       MOVE "Y" TO acct-notify-CHR
                   END-IF
                   MOVE 0 TO police-word-CNT
                   INSPECT msg-TXT TALLYING police-word-CNT
                       FOR ALL "account-tag"
                   IF police-word-CNT IS GREATER THAN 0 THEN
                       MOVE "Y" TO acct-tag-CHR
                   END-IF
                   MOVE 0 TO police-word-CNT
                   INSPECT msg-TXT TALLYING police-word-CNT
                       FOR ALL "extended-join"
                   IF police-word-CNT IS GREATER THAN 0 THEN
                       MOVE "Y" TO ext-join-CHR
                   END-IF
      *            SASL in the ACK keeps the exchange open until the
      *            903/904 verdict sends CAP END; an ACK without it
      *            (server-time alone) finishes here.
                   MOVE 0 TO police-word-CNT
                   INSPECT msg-TXT TALLYING police-word-CNT
                       FOR ALL "sasl"
                   IF police-word-CNT IS GREATER THAN 0 THEN
                       MOVE "AUTHENTICATE PLAIN" TO wire-line-TXT
                       PERFORM 484-send-raw
                   ELSE
                       MOVE "CAP END" TO wire-line-TXT
                       PERFORM 484-send-raw
                   END-IF
               WHEN "NAK"
                   DISPLAY "*** Server rejected the capability request"
                       UPON SYSERR
                   MOVE "CAP END" TO wire-line-TXT
                   PERFORM 484-send-raw
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       251-process-authenticate SECTION.

      *    "AUTHENTICATE +" is the server asking for the SASL PLAIN
      *    response - reply with base64(authzid NUL authcid NUL passwd).
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO "+" THEN
               MOVE SPACE TO sasl-plain-TXT
               MOVE 1 TO sasl-ptr-NUM
               STRING
                   NUL-CHR DELIMITED BY SIZE
                   TRIM(my-nick-TXT) DELIMITED BY SIZE
                   NUL-CHR DELIMITED BY SIZE
                   TRIM(sasl-pass-TXT) DELIMITED BY SIZE
                   INTO sasl-plain-TXT
                   WITH POINTER sasl-ptr-NUM
               END-STRING
               COMPUTE sasl-plain-LEN = sasl-ptr-NUM - 1

               PERFORM 246-base64-encode

               MOVE SPACE TO wire-line-TXT
               STRING
                   "AUTHENTICATE " DELIMITED BY SIZE
                   TRIM(b64-out-TXT) DELIMITED BY SIZE
                   INTO wire-line-TXT
               END-STRING
               PERFORM 484-send-raw
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       246-base64-encode SECTION.

      *    Encodes the first sasl-plain-LEN bytes of sasl-plain-TXT into
      *    b64-out-TXT. Generic enough to reuse if we ever need base64
      *    elsewhere, but written for the SASL PLAIN response.
           MOVE SPACE TO b64-out-TXT
           MOVE 0 TO b64-out-IDX

           PERFORM VARYING b64-IDX FROM 1 BY 3
                   UNTIL b64-IDX IS GREATER THAN sasl-plain-LEN

               COMPUTE b64-byte1-NUM =
                   FUNCTION ORD(sasl-plain-TXT(b64-IDX : 1)) - 1

               IF b64-IDX + 1 IS LESS THAN OR EQUAL TO sasl-plain-LEN
                   COMPUTE b64-byte2-NUM =
                       FUNCTION ORD(sasl-plain-TXT(b64-IDX + 1 : 1)) - 1
               ELSE
                   MOVE 0 TO b64-byte2-NUM
               END-IF

               IF b64-IDX + 2 IS LESS THAN OR EQUAL TO sasl-plain-LEN
                   COMPUTE b64-byte3-NUM =
                       FUNCTION ORD(sasl-plain-TXT(b64-IDX + 2 : 1)) - 1
               ELSE
                   MOVE 0 TO b64-byte3-NUM
               END-IF

               COMPUTE b64-idx0-NUM =
                   FUNCTION INTEGER(b64-byte1-NUM / 4)
               COMPUTE b64-idx1-NUM =
                   FUNCTION MOD(b64-byte1-NUM, 4) * 16
                   + FUNCTION INTEGER(b64-byte2-NUM / 16)
               COMPUTE b64-idx2-NUM =
                   FUNCTION MOD(b64-byte2-NUM, 16) * 4
                   + FUNCTION INTEGER(b64-byte3-NUM / 64)
               COMPUTE b64-idx3-NUM =
                   FUNCTION MOD(b64-byte3-NUM, 64)

               ADD 1 TO b64-out-IDX
               MOVE b64-alphabet-TXT(b64-idx0-NUM + 1 : 1)
                   TO b64-out-TXT(b64-out-IDX : 1)
               ADD 1 TO b64-out-IDX
               MOVE b64-alphabet-TXT(b64-idx1-NUM + 1 : 1)
                   TO b64-out-TXT(b64-out-IDX : 1)

               ADD 1 TO b64-out-IDX
               IF b64-IDX + 1 IS LESS THAN OR EQUAL TO sasl-plain-LEN
                   MOVE b64-alphabet-TXT(b64-idx2-NUM + 1 : 1)
                       TO b64-out-TXT(b64-out-IDX : 1)
               ELSE
                   MOVE "=" TO b64-out-TXT(b64-out-IDX : 1)
               END-IF

               ADD 1 TO b64-out-IDX
               IF b64-IDX + 2 IS LESS THAN OR EQUAL TO sasl-plain-LEN
                   MOVE b64-alphabet-TXT(b64-idx3-NUM + 1 : 1)
                       TO b64-out-TXT(b64-out-IDX : 1)
               ELSE
                   MOVE "=" TO b64-out-TXT(b64-out-IDX : 1)
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       275-check-watchdog SECTION.

      *    Runs for every line that arrives. With a blocking read
      *    there's no timer to fire during total silence - but the
      *    moment traffic resumes after a quiet stretch this notices,
      *    probes the server with our own PING, and if that probe is
      *    still unanswered when the grace period has passed, treats
      *    the connection as lost and hands it to the existing
      *    260-attempt-reconnect backoff.
           IF watchdog-interval-NUM IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec

      *    The server's answer to our probe - usually prefixed
      *    (":server PONG ..."), but an unprefixed "PONG ..." parses
      *    its verb into the nick slot, same as the PING check in
      *    000-main.
           IF category-TXT IS EQUAL TO "PONG"
                   OR nick-TXT IS EQUAL TO "PONG" THEN
               MOVE 0 TO watchdog-probe-SEC
               MOVE now-SEC TO watchdog-last-recv-SEC
               EXIT SECTION
           END-IF

           IF watchdog-probe-SEC IS GREATER THAN 0 THEN
               IF now-SEC - watchdog-probe-SEC IS GREATER THAN
                       watchdog-grace-NUM THEN
                   DISPLAY "*** No PONG to watchdog probe - treating "
                       "connection as lost" UPON SYSERR
                   MOVE "WATCHDOG" TO event-kind-TXT
                   MOVE "no PONG to probe" TO event-detail-TXT
                   PERFORM 298-log-event
                   MOVE 0 TO watchdog-probe-SEC
                   MOVE "Y" TO watchdog-fired-CHR
                   PERFORM 260-attempt-reconnect
                   PERFORM 247-compute-now-sec
                   MOVE now-SEC TO watchdog-last-recv-SEC
                   EXIT SECTION
               END-IF
           ELSE
               IF now-SEC - watchdog-last-recv-SEC IS GREATER THAN
                       watchdog-interval-NUM THEN
                   MOVE "PING :watchdog" TO wire-line-TXT
                   PERFORM 484-send-raw
                   MOVE now-SEC TO watchdog-probe-SEC
               END-IF
           END-IF

           MOVE now-SEC TO watchdog-last-recv-SEC

           .

      * * * * * * * * * * * * * * * * * * * *

       260-attempt-reconnect SECTION.

      *    SYSIN hit AT END, which means whatever is feeding us the
      *    connection (a supervisor process bridging the real IRC
      *    socket to our stdin/stdout) dropped it. Close SYSIN, back
      *    off, reopen it, and re-run the registration sequence -
      *    doubling the delay each time up to reconnect-max-delay-NUM,
      *    and giving up for good after reconnect-max-attempts-NUM
      *    failures in a row rather than retrying forever.
           CLOSE SYSIN

      *    Whatever was still queued for the old connection is moot.
           MOVE 0 TO sendq-CNT

           ADD 1 TO reconnect-attempt-CNT
           IF reconnect-attempt-CNT IS GREATER THAN
                   reconnect-max-attempts-NUM THEN
               DISPLAY "*** Giving up after " reconnect-attempt-CNT
                   " reconnect attempts" UPON SYSERR
               MOVE "GIVEUP" TO event-kind-TXT
               MOVE reconnect-attempt-CNT TO event-attempt-DISP
               MOVE SPACE TO event-detail-TXT
               STRING
                   "after " DELIMITED BY SIZE
                   TRIM(event-attempt-DISP) DELIMITED BY SIZE
                   " attempts" DELIMITED BY SIZE
                   INTO event-detail-TXT
               END-STRING
               PERFORM 298-log-event
               MOVE "CONN.GIVEUP" TO obx-type-TXT
               MOVE SPACE TO obx-chan-TXT
               MOVE "attempts" TO obx-key-TXT
               MOVE SPACE TO obx-val-TXT
               MOVE TRIM(event-attempt-DISP) TO obx-val-TXT
               PERFORM 460-outbox-pair
               PERFORM 459-write-outbox
               MOVE "Y" TO reconnect-give-up-CHR
               MOVE "gave-up" TO hb-state-TXT
               PERFORM 488-write-heartbeat
      *        Let a standby have it now rather than after the lease
      *        has gone stale.
               IF lease-me-TXT IS NOT EQUAL TO SPACE THEN
                   MOVE "released" TO lease-state-TXT
                   PERFORM 592-lease-write
               END-IF
               EXIT SECTION
           END-IF

           MOVE "RECONNECT" TO event-kind-TXT
           MOVE reconnect-attempt-CNT TO event-attempt-DISP
           MOVE SPACE TO event-detail-TXT
           STRING
               "attempt " DELIMITED BY SIZE
               TRIM(event-attempt-DISP) DELIMITED BY SIZE
               INTO event-detail-TXT
           END-STRING
           PERFORM 298-log-event
           MOVE "CONN.RECONNECT" TO obx-type-TXT
           MOVE SPACE TO obx-chan-TXT
           MOVE "attempt" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(event-attempt-DISP) TO obx-val-TXT
           PERFORM 460-outbox-pair
           PERFORM 459-write-outbox

           COMPUTE reconnect-delay-NUM =
               reconnect-base-delay-NUM
               * (2 ** (reconnect-attempt-CNT - 1))
           IF reconnect-delay-NUM IS GREATER THAN
                   reconnect-max-delay-NUM THEN
               MOVE reconnect-max-delay-NUM TO reconnect-delay-NUM
           END-IF

           DISPLAY "*** Connection lost - reconnect attempt "
               reconnect-attempt-CNT " in " reconnect-delay-NUM
               " second(s)" UPON SYSERR
      *    No lines arrive during the backoff, so say so now rather
      *    than leave the last "connected" file to go stale.
           MOVE "reconnecting" TO hb-state-TXT
           PERFORM 488-write-heartbeat
           PERFORM 594-lease-renew
           IF NOT lease-lost THEN
               CALL "C$SLEEP" USING reconnect-delay-NUM
               PERFORM 594-lease-renew
           END-IF
      *    A standby took over meanwhile - registering again now
      *    would put two of us on the network. SYSIN is already shut,
      *    so leave by the give-up path.
           IF lease-lost THEN
               MOVE "Y" TO reconnect-give-up-CHR
               EXIT SECTION
           END-IF

           OPEN INPUT SYSIN
           PERFORM 200-start-connection

           .

      * * * * * * * * * * * * * * * * * * * *

       314-check-chan-prefix SECTION.

      *    Composite-key lookup: "#channel:prefix" overrides the
      *    global "prefix" (already loaded into my-cmd-prefix-CHR) for
      *    just that channel.
           MOVE SPACE TO chan-opt-key-TXT
           STRING
               TRIM(chan-TXT) DELIMITED BY SIZE
               ":prefix" DELIMITED BY SIZE
               INTO chan-opt-key-TXT
           END-STRING

           COPY "config-simple-mem.cpy" REPLACING
               option BY chan-opt-key-TXT
               default BY my-cmd-prefix-CHR.
           MOVE config-val-TXT(1 : 1) TO effective-prefix-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       220-process-privmsg SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           PERFORM 010-ltrim-colon
           MOVE line-IDX TO msg0

      *    Normalize before anything looks at msg-TXT - a banned word
      *    wrapped in color codes, a karma token with a bold toggle
      *    stuck to it, and raw control bytes in the transcript all
      *    come from skipping this.
           PERFORM 279-strip-format-codes

           COPY "config-multiple-mem.cpy" REPLACING
               option BY "ignore"
               missing BY CONTINUE
               available BY ==
                   IF ignore-NUM IS NOT EQUAL TO 0 THEN
                       EXIT PERFORM
                   END-IF
      *            We can't check nick-TXT here directly since it's a
      *            REPLACEment and will not be visible inside the
      *            copybook. So just move the comparison into a separate
      *            procedure.
                   PERFORM 221-check-ignore
                   IF ignore-NUM IS EQUAL TO 1 THEN
                       EXIT PERFORM
                   END-IF
               ==.

      *    The privacy gate sits here in the shared path, ahead of
      *    every recorder - logging, seen/stats, links, and the karma
      *    scan all key off the flag it raises.
           PERFORM 396-check-optout

      *    Any line in a silence-watched channel proves its feed is
      *    alive.
           PERFORM 449-touch-chan-activity

      *    The CTCP check runs before display/logging so a /me ACTION
      *    is already unwrapped into plain chat by the time it's
      *    displayed, logged, and counted; actual CTCP queries only
      *    get their reply (234-ctcp-reply) once the ignore check has
      *    had its say, same as before.
           PERFORM 233-check-ctcp

           PERFORM 222-display-privmsg

           IF ignore-NUM IS NOT EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF

           IF ctcp-is-request THEN
               PERFORM 234-ctcp-reply
               EXIT PARAGRAPH
           END-IF

           PERFORM 227-police-check
           PERFORM 278-check-flood
           PERFORM 450-check-relays
           PERFORM 291-check-watch

           PERFORM 318-scan-karma-mentions
           PERFORM 294-scan-links
           PERFORM 297-check-trivia-answer
           PERFORM 418-check-meeting-line

           PERFORM 314-check-chan-prefix
           PERFORM 570-check-question
           IF msg-TXT(1 : 1) IS EQUAL TO effective-prefix-CHR THEN
               PERFORM 300-process-cmd
           ELSE
               PERFORM 239-check-triggers
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       239-check-triggers SECTION.

      *    Config-driven passive responses: each multi-valued
      *    "trigger" option is "<wildcard-pattern> <response text>",
      *    and a channel line matching the pattern (same "*"/"?"
      *    matcher the hostmask checks use, case-folded) gets the
      *    response said back into the channel - FAQ deflection
      *    without anyone needing to know a command exists. First
      *    matching trigger wins.
           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               EXIT SECTION
           END-IF

      *    Quiet hours silence the unsolicited stuff - triggers
      *    first among them.
           MOVE SPACE TO qh-chan-TXT
           MOVE chan-TXT TO qh-chan-TXT
           PERFORM 407-check-quiet-hours
           IF quiet-now THEN
               EXIT SECTION
           END-IF

           MOVE "N" TO trigger-hit-CHR
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "trigger"
               missing BY CONTINUE
               available BY ==
                   IF trigger-hit THEN
                       EXIT PERFORM
                   END-IF
                   PERFORM 252-check-one-trigger
               ==.

           .

      * * * * * * * * * * * * * * * * * * * *

       252-check-one-trigger SECTION.

      *    config-val-TXT holds one "<pattern> <response>" entry -
      *    split at the first space, then wildcard-match the pattern
      *    against the (case-folded) message.
           MOVE 0 TO trigger-space-POS
           INSPECT config-val-TXT TALLYING trigger-space-POS
               FOR CHARACTERS BEFORE INITIAL " "

           IF trigger-space-POS IS EQUAL TO 0
                   OR trigger-space-POS IS GREATER THAN OR EQUAL TO
                       LENGTH OF config-val-TXT
                   OR TRIM(config-val-TXT(trigger-space-POS + 2 : ))
                       IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO wc-pattern-TXT
           MOVE config-val-TXT(1 : trigger-space-POS)
               TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO wc-pattern-TXT

           MOVE SPACE TO wc-subject-TXT
           MOVE msg-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO wc-subject-TXT

           PERFORM 223-match-hostmask

           IF wc-is-match THEN
               MOVE "Y" TO trigger-hit-CHR
               MOVE SPACE TO reply-TXT
               MOVE TRIM(config-val-TXT(trigger-space-POS + 2 : ))
                   TO reply-TXT
               PERFORM 230-reply-privmsg
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       279-strip-format-codes SECTION.

      *    Rewrites line-TXT from msg0 on with the mIRC formatting
      *    bytes dropped: bold, reset, reverse, underline, and color -
      *    the color code eats its numeric argument too (up to two
      *    digits, optionally ",NN" for a background). Everything
      *    downstream (banned-word INSPECT, karma token walk, seen
      *    records, transcript writes) then sees clean text.
           MOVE SPACE TO strip-src-TXT
           MOVE line-TXT(msg0 : ) TO strip-src-TXT
           MOVE FUNCTION LENGTH(TRIM(strip-src-TXT)) TO strip-LEN
           IF TRIM(strip-src-TXT) IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO strip-dst-TXT
           MOVE 0 TO strip-out-POS
           MOVE 1 TO strip-in-POS

           PERFORM
               UNTIL strip-in-POS IS GREATER THAN strip-LEN
               EVALUATE strip-src-TXT(strip-in-POS : 1)
                   WHEN BOLD-CHR
                   WHEN RESET-CHR
                   WHEN REVERSE-CHR
                   WHEN UNDERLINE-CHR
                       ADD 1 TO strip-in-POS
                   WHEN COLOR-CHR
                       ADD 1 TO strip-in-POS
                       PERFORM 280-strip-color-args
                   WHEN OTHER
                       ADD 1 TO strip-out-POS
                       MOVE strip-src-TXT(strip-in-POS : 1)
                           TO strip-dst-TXT(strip-out-POS : 1)
                       ADD 1 TO strip-in-POS
               END-EVALUATE
           END-PERFORM

           IF strip-out-POS IS NOT EQUAL TO strip-LEN THEN
               MOVE SPACE TO line-TXT(msg0 : )
               IF strip-out-POS IS GREATER THAN 0 THEN
                   MOVE strip-dst-TXT(1 : strip-out-POS)
                       TO line-TXT(msg0 : )
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       280-strip-color-args SECTION.

      *    After a color byte: consume "N", "NN", and optionally
      *    ",N"/",NN" for the background - but only eat the comma when
      *    a digit actually follows, so "\x03,text" keeps its comma.
           MOVE 0 TO strip-d-NUM
           PERFORM
               UNTIL strip-d-NUM IS GREATER THAN OR EQUAL TO 2
                   OR strip-in-POS IS GREATER THAN strip-LEN
                   OR strip-src-TXT(strip-in-POS : 1) IS NOT NUMERIC
               ADD 1 TO strip-in-POS
               ADD 1 TO strip-d-NUM
           END-PERFORM

           IF strip-d-NUM IS GREATER THAN 0
                   AND strip-in-POS IS LESS THAN strip-LEN
                   AND strip-src-TXT(strip-in-POS : 1) IS EQUAL TO ","
                   AND strip-src-TXT(strip-in-POS + 1 : 1)
                       IS NUMERIC THEN
               ADD 1 TO strip-in-POS
               MOVE 0 TO strip-d-NUM
               PERFORM
                   UNTIL strip-d-NUM IS GREATER THAN OR EQUAL TO 2
                       OR strip-in-POS IS GREATER THAN strip-LEN
                       OR strip-src-TXT(strip-in-POS : 1)
                           IS NOT NUMERIC
                   ADD 1 TO strip-in-POS
                   ADD 1 TO strip-d-NUM
               END-PERFORM
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       233-check-ctcp SECTION.

      *    A CTCP request is msg-TXT wrapped in \001 (SOH) bytes, e.g.
      *    a client's VERSION or PING probe. Reply via NOTICE the way
      *    well-behaved IRC clients do, rather than treating it as
      *    ordinary chat. The one exception is ACTION - a /me line is
      *    chat in CTCP clothing ("* dave kicks off the rerun"), so it
      *    gets unwrapped in place and flows on through logging, seen
      *    tracking, and the rest like any other message.
           MOVE "N" TO ctcp-is-CHR
           MOVE "N" TO msg-action-CHR
           MOVE FUNCTION LENGTH(msg-TXT) TO ctcp-LEN

           IF ctcp-LEN IS GREATER THAN 2
                   AND msg-TXT(1 : 1) IS EQUAL TO CTCP-DELIM
                   AND msg-TXT(ctcp-LEN : 1) IS EQUAL TO CTCP-DELIM THEN
               MOVE SPACE TO ctcp-body-TXT
               MOVE msg-TXT(2 : ctcp-LEN - 2) TO ctcp-body-TXT

               IF ctcp-body-TXT(1 : 7) IS EQUAL TO "ACTION " THEN
                   MOVE "Y" TO msg-action-CHR
                   MOVE SPACE TO ctcp-action-hold-TXT
                   MOVE ctcp-body-TXT(8 : ) TO ctcp-action-hold-TXT
                   MOVE SPACE TO line-TXT(msg0 : )
                   MOVE TRIM(ctcp-action-hold-TXT)
                       TO line-TXT(msg0 : )
               ELSE
                   MOVE "Y" TO ctcp-is-CHR
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       234-ctcp-reply SECTION.

           EVALUATE TRUE
               WHEN ctcp-body-TXT(1 : 7) IS EQUAL TO "VERSION"
                   STRING
                       "NOTICE " DELIMITED BY SIZE
                       nick-TXT DELIMITED BY SIZE
                       " :" DELIMITED BY SIZE
                       CTCP-DELIM DELIMITED BY SIZE
                       "VERSION stan IRC bot" DELIMITED BY SIZE
                       CTCP-DELIM DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   MOVE TRIM(reply-TXT) TO send-line-TXT
                   PERFORM 240-throttled-send
               WHEN ctcp-body-TXT(1 : 4) IS EQUAL TO "PING"
                   STRING
                       "NOTICE " DELIMITED BY SIZE
                       nick-TXT DELIMITED BY SIZE
                       " :" DELIMITED BY SIZE
                       CTCP-DELIM DELIMITED BY SIZE
                       TRIM(ctcp-body-TXT) DELIMITED BY SIZE
                       CTCP-DELIM DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   MOVE TRIM(reply-TXT) TO send-line-TXT
                   PERFORM 240-throttled-send
               WHEN ctcp-body-TXT(1 : 4) IS EQUAL TO "TIME"
                   STRING
                       "NOTICE " DELIMITED BY SIZE
                       nick-TXT DELIMITED BY SIZE
                       " :" DELIMITED BY SIZE
                       CTCP-DELIM DELIMITED BY SIZE
                       "TIME " DELIMITED BY SIZE
                       FUNCTION CURRENT-DATE DELIMITED BY SIZE
                       CTCP-DELIM DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   MOVE TRIM(reply-TXT) TO send-line-TXT
                   PERFORM 240-throttled-send
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       227-police-check SECTION.

      *    POLICE:ON flags chat matching the configured "banned-word"
      *    list; POLICE:ON_FULLPOWER additionally kicks the sender
      *    (and bans their hostmask) from the channel. Only applies to
      *    channel traffic - there's nothing to kick someone from in a
      *    private message.
           IF police-CHR IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               EXIT SECTION
           END-IF

           MOVE "N" TO banned-found-CHR
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "banned-word"
               missing BY CONTINUE
               available BY ==
                   IF banned-found THEN
                       EXIT PERFORM
                   END-IF
                   PERFORM 228-check-banned-word
               ==.

           IF banned-found THEN
               MOVE "banned word" TO police-reason-TXT
               MOVE "Watch your language." TO police-kick-TXT
               MOVE "Please watch your language." TO police-warn-TXT

      *        Every hit lands in the ledger; at ON_FULLPOWER the
      *        ledger's count drives the escalation ladder - first
      *        offense warns, second kicks, third and later earn a
      *        timed ban.
               PERFORM 281-record-offense
               IF police-CHR IS EQUAL TO 2 THEN
                   EVALUATE TRUE
                       WHEN offense-CNT IS LESS THAN OR EQUAL TO 1
                           MOVE "W" TO police-act-CHR
                       WHEN offense-CNT IS EQUAL TO 2
                           MOVE "K" TO police-act-CHR
                       WHEN OTHER
                           MOVE "B" TO police-act-CHR
                   END-EVALUATE
               ELSE
                   MOVE "W" TO police-act-CHR
               END-IF

               PERFORM 229-take-police-action
               IF police-act-CHR IS EQUAL TO "B" AND police-acted THEN
                   PERFORM 282-schedule-unban
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       228-check-banned-word SECTION.

           IF config-val-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE msg-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT

           MOVE TRIM(config-val-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-B-TXT

           MOVE 0 TO police-word-CNT
           INSPECT fold-A-TXT TALLYING police-word-CNT
               FOR ALL TRIM(fold-B-TXT)
           IF police-word-CNT IS GREATER THAN 0 THEN
               MOVE "Y" TO banned-found-CHR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       229-take-police-action SECTION.

      *    The caller says why (police-reason-TXT), how hard
      *    (police-act-CHR: warn / kick / kick-and-ban), what the kick
      *    comment is (police-kick-TXT), and how the in-channel
      *    warning reads (police-warn-TXT).
           DISPLAY "*** POLICE: " TRIM(police-reason-TXT) " from "
               nick-TXT " in " chan-TXT UPON SYSERR

           MOVE "N" TO police-acted-CHR

      *    A timed ban needs its unban filed in the offense ledger -
      *    with that shut for maintenance, kick instead.
           IF police-act-CHR IS EQUAL TO "B" AND maint-held THEN
               MOVE "K" TO police-act-CHR
           END-IF

           IF police-act-CHR IS EQUAL TO "W" THEN
               MOVE police-warn-TXT TO reply-TXT
               PERFORM 230-reply-privmsg
               MOVE "Y" TO police-acted-CHR
               EXIT SECTION
           END-IF

      *    A KICK or MODE we send without ops just fails server-side
      *    while we believe we acted - false confidence is worse than
      *    no moderation. Skip, tell the admins, and (if configured)
      *    ask ChanServ to op us for next time.
           PERFORM 288-check-have-op
           IF NOT have-op THEN
               DISPLAY "*** POLICE: not opped in " chan-TXT
                   " - can't enforce" UPON SYSERR
               MOVE SPACE TO alert-msg-TXT
               STRING
                   "Can't enforce (" DELIMITED BY SIZE
                   TRIM(police-reason-TXT) DELIMITED BY SIZE
                   " from " DELIMITED BY SIZE
                   nick-TXT DELIMITED BY SIZE
                   ") in " DELIMITED BY SIZE
                   TRIM(chan-TXT) DELIMITED BY SIZE
                   " - I'm not opped there." DELIMITED BY SIZE
                   INTO alert-msg-TXT
               END-STRING
               PERFORM 269-alert-admins

               COPY "config-mem.cpy" REPLACING
                   option BY "chanserv-op"
                   missing BY CONTINUE
                   available BY ==
                       MOVE SPACE TO send-line-TXT
                       STRING
                           "PRIVMSG ChanServ :OP " DELIMITED BY SIZE
                           TRIM(chan-TXT) DELIMITED BY SIZE
                           INTO send-line-TXT
                       END-STRING
                       MOVE "Y" TO send-pri-CHR
                       PERFORM 240-throttled-send
                   ==.
               EXIT SECTION
           END-IF

           MOVE SPACE TO send-line-TXT
           STRING
               "KICK " DELIMITED BY SIZE
               TRIM(chan-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(nick-TXT) DELIMITED BY SIZE
               " :" DELIMITED BY SIZE
               TRIM(police-kick-TXT) DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING
           MOVE "Y" TO send-pri-CHR
           PERFORM 240-throttled-send

           IF police-act-CHR IS EQUAL TO "B" THEN
               MOVE SPACE TO send-line-TXT
               STRING
                   "MODE " DELIMITED BY SIZE
                   TRIM(chan-TXT) DELIMITED BY SIZE
                   " +b " DELIMITED BY SIZE
                   TRIM(hostmask-TXT) DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
               MOVE "Y" TO send-pri-CHR
               PERFORM 240-throttled-send
           END-IF

           MOVE "Y" TO police-acted-CHR

      *    Enforcement lands in the runtime audit ledger too - a kick
      *    or ban overnight should answer to the same "who did what"
      *    question the admin commands do.
           MOVE SPACE TO rta-line-TXT
           STRING
               "police-action " DELIMITED BY SIZE
               police-act-CHR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               nick-TXT DELIMITED BY SIZE
               " in " DELIMITED BY SIZE
               TRIM(chan-TXT) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               TRIM(police-reason-TXT) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO rta-line-TXT
           END-STRING
           PERFORM 432-write-audit-line

      *    And out to the outbox, for whoever reviews moderation.
           IF police-act-CHR IS EQUAL TO "B" THEN
               MOVE "POLICE.BAN" TO obx-type-TXT
           ELSE
               MOVE "POLICE.KICK" TO obx-type-TXT
           END-IF
           MOVE SPACE TO obx-chan-TXT
           MOVE chan-TXT TO obx-chan-TXT
           MOVE "nick" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(nick-TXT) TO obx-val-TXT
           PERFORM 460-outbox-pair
           MOVE "mask" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(hostmask-TXT) TO obx-val-TXT
           PERFORM 460-outbox-pair
           MOVE "reason" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(police-reason-TXT) TO obx-val-TXT
           PERFORM 460-outbox-pair
           PERFORM 459-write-outbox

           .

      * * * * * * * * * * * * * * * * * * * *

       278-check-flood SECTION.

      *    The spammer problem 227-police-check can't see: too many
      *    lines inside a short window, or the same line over and
      *    over. Table bookkeeping mirrors 315-check-cooldown, keyed
      *    on the case-folded hostmask so a nick hop doesn't reset the
      *    count. Only active while POLICE mode is on; ON warns,
      *    ON_FULLPOWER kicks and bans through the same
      *    229-take-police-action path as banned words.
           IF police-CHR IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec

           MOVE hostmask-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO flood-fold-mask-TXT
           MOVE cf-dst-TXT TO flood-fold-mask-TXT

           MOVE msg-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO flood-fold-msg-TXT
           MOVE cf-dst-TXT TO flood-fold-msg-TXT

           MOVE 0 TO flood-found-IDX
           PERFORM VARYING flood-i-NUM FROM 1 BY 1
                   UNTIL flood-i-NUM IS GREATER THAN flood-CNT
               IF TRIM(flood-mask-TXT(flood-i-NUM))
                       IS EQUAL TO TRIM(flood-fold-mask-TXT) THEN
                   MOVE flood-i-NUM TO flood-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF flood-found-IDX IS EQUAL TO 0 THEN
               IF flood-CNT IS LESS THAN 50 THEN
                   ADD 1 TO flood-CNT
                   MOVE flood-CNT TO flood-found-IDX
                   MOVE flood-fold-mask-TXT
                       TO flood-mask-TXT(flood-found-IDX)
                   MOVE now-SEC TO flood-start-SEC(flood-found-IDX)
                   MOVE 0 TO flood-line-CNT(flood-found-IDX)
                   MOVE SPACE TO flood-last-msg-TXT(flood-found-IDX)
                   MOVE 0 TO flood-repeat-CNT(flood-found-IDX)
               ELSE
                   EXIT SECTION
               END-IF
           END-IF

      *    A window that aged out starts over.
           IF now-SEC - flood-start-SEC(flood-found-IDX) IS GREATER
                   THAN flood-window-NUM THEN
               MOVE now-SEC TO flood-start-SEC(flood-found-IDX)
               MOVE 0 TO flood-line-CNT(flood-found-IDX)
           END-IF

           ADD 1 TO flood-line-CNT(flood-found-IDX)

           IF flood-fold-msg-TXT IS EQUAL TO
                   flood-last-msg-TXT(flood-found-IDX) THEN
               ADD 1 TO flood-repeat-CNT(flood-found-IDX)
           ELSE
               MOVE 1 TO flood-repeat-CNT(flood-found-IDX)
               MOVE flood-fold-msg-TXT
                   TO flood-last-msg-TXT(flood-found-IDX)
           END-IF

           IF flood-line-CNT(flood-found-IDX) IS GREATER THAN
                   flood-lines-NUM
                   OR flood-repeat-CNT(flood-found-IDX) IS GREATER
                       THAN flood-repeat-NUM THEN
      *        Start the counts over so one violation doesn't re-fire
      *        on every following line.
               MOVE now-SEC TO flood-start-SEC(flood-found-IDX)
               MOVE 0 TO flood-line-CNT(flood-found-IDX)
               MOVE 1 TO flood-repeat-CNT(flood-found-IDX)

               MOVE "flooding" TO police-reason-TXT
               MOVE "Stop flooding." TO police-kick-TXT
               MOVE "Please slow down - you're flooding the channel."
                   TO police-warn-TXT
               PERFORM 281-record-offense
               IF police-CHR IS EQUAL TO 2 THEN
                   MOVE "B" TO police-act-CHR
               ELSE
                   MOVE "W" TO police-act-CHR
               END-IF
               PERFORM 229-take-police-action
               IF police-act-CHR IS EQUAL TO "B" AND police-acted THEN
                   PERFORM 282-schedule-unban
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       281-record-offense SECTION.

      *    One ledger record per hostmask; every moderation hit bumps
      *    its count and refreshes the latest nick, time, and channel.
      *    Leaves the record (offense-CNT in particular) in the buffer
      *    for the caller's escalation decision. During a
      *    maintenance hold the ledger is shut: nothing is recorded
      *    and every hit counts as a first offense.
           IF maint-held THEN
               MOVE 1 TO offense-CNT
               EXIT SECTION
           END-IF

           MOVE hostmask-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO offense-mask-TXT
           MOVE cf-dst-TXT TO offense-mask-TXT

           READ offense-FC RECORD
               INVALID KEY
                   MOVE "N" TO offense-exists-CHR
               NOT INVALID KEY
                   MOVE "Y" TO offense-exists-CHR
           END-READ

           IF NOT offense-exists THEN
               MOVE SPACE TO offense-mask-TXT
               MOVE cf-dst-TXT TO offense-mask-TXT
               MOVE 0 TO offense-CNT
               MOVE SPACE TO offense-unban-due-TXT
               MOVE SPACE TO offense-unban-chan-TXT
               MOVE SPACE TO offense-banmask-TXT
           END-IF

           ADD 1 TO offense-CNT
           MOVE SPACE TO offense-orig-nick-TXT
           MOVE nick-TXT TO offense-orig-nick-TXT
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO offense-last-time-TXT
           MOVE SPACE TO offense-last-chan-TXT
           MOVE chan-TXT TO offense-last-chan-TXT

           IF offense-exists THEN
               REWRITE offense-REC
           ELSE
               WRITE offense-REC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       282-schedule-unban SECTION.

      *    A "MODE +b" just went out for hostmask-TXT - put its
      *    removal on the clock so the ban doesn't outlive the
      *    argument. The offense record (just written by
      *    281-record-offense) carries the schedule, so a restart
      *    doesn't orphan the ban.
           MOVE hostmask-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO offense-mask-TXT
           MOVE cf-dst-TXT TO offense-mask-TXT

           READ offense-FC RECORD
               INVALID KEY
                   EXIT SECTION
           END-READ

           PERFORM 247-compute-now-sec
           COMPUTE clk-SEC-NUM = now-SEC + ban-duration-NUM
           PERFORM 283-sec-to-stamp
           MOVE clk-stamp-TXT TO offense-unban-due-TXT
           MOVE SPACE TO offense-unban-chan-TXT
           MOVE chan-TXT TO offense-unban-chan-TXT
           MOVE SPACE TO offense-banmask-TXT
           MOVE TRIM(hostmask-TXT) TO offense-banmask-TXT
           REWRITE offense-REC

           ADD 1 TO unban-pending-CNT
           IF unban-next-due-SEC IS EQUAL TO 0
                   OR clk-SEC-NUM IS LESS THAN unban-next-due-SEC THEN
               MOVE clk-SEC-NUM TO unban-next-due-SEC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       287-seed-unbans SECTION.

      *    Startup scan of the offense ledger priming the pending-
      *    unban cache, so bans scheduled before a restart still get
      *    lifted on time.
           MOVE 0 TO unban-pending-CNT
           MOVE 0 TO unban-next-due-SEC

           PERFORM
               UNTIL EXIT
               READ offense-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF offense-unban-due-TXT IS NOT EQUAL TO SPACE THEN
                   MOVE offense-unban-due-TXT TO clk-stamp-TXT
                   PERFORM 286-stamp-to-sec
                   ADD 1 TO unban-pending-CNT
                   IF unban-next-due-SEC IS EQUAL TO 0
                           OR clk-SEC-NUM IS LESS THAN
                               unban-next-due-SEC THEN
                       MOVE clk-SEC-NUM TO unban-next-due-SEC
                   END-IF
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       284-check-unbans SECTION.

      *    Per-line check, same cheap-cache shape as
      *    244-check-reminders: nothing pending or nothing due is a
      *    pair of compares; a due unban sends its "MODE -b" and
      *    clears the schedule off the record.
           IF unban-pending-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           IF now-SEC IS LESS THAN unban-next-due-SEC THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO unban-pending-CNT
           MOVE 0 TO unban-next-due-SEC

           MOVE SPACE TO offense-mask-TXT
           START offense-FC
               KEY IS GREATER THAN OR EQUAL TO offense-mask-TXT
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ offense-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF offense-unban-due-TXT IS NOT EQUAL TO SPACE THEN
                   MOVE offense-unban-due-TXT TO clk-stamp-TXT
                   PERFORM 286-stamp-to-sec
                   IF clk-SEC-NUM IS LESS THAN OR EQUAL TO now-SEC THEN
                       MOVE SPACE TO send-line-TXT
                       STRING
                           "MODE " DELIMITED BY SIZE
                           TRIM(offense-unban-chan-TXT)
                               DELIMITED BY SIZE
                           " -b " DELIMITED BY SIZE
                           TRIM(offense-banmask-TXT) DELIMITED BY SIZE
                           INTO send-line-TXT
                       END-STRING
                       MOVE "Y" TO send-pri-CHR
                       PERFORM 240-throttled-send
                       DISPLAY "*** Lifting ban on "
                           TRIM(offense-banmask-TXT) " in "
                           TRIM(offense-unban-chan-TXT) UPON SYSERR

                       MOVE SPACE TO offense-unban-due-TXT
                       MOVE SPACE TO offense-unban-chan-TXT
                       MOVE SPACE TO offense-banmask-TXT
                       REWRITE offense-REC
                   ELSE
                       ADD 1 TO unban-pending-CNT
                       IF unban-next-due-SEC IS EQUAL TO 0
                               OR clk-SEC-NUM IS LESS THAN
                                   unban-next-due-SEC THEN
                           MOVE clk-SEC-NUM TO unban-next-due-SEC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       291-check-watch SECTION.

      *    Config-driven keyword watch: each multi-valued "watch"
      *    entry is "[<chan> ]<term>", matched case-folded against
      *    every channel line. A hit sends each admin a private note
      *    quoting the channel, the speaker, and the line - for the
      *    "tell me the moment anyone says outage" problem.
           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO watch-alert-CNT
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "watch"
               missing BY CONTINUE
               available BY ==
                   PERFORM 292-check-one-watch
               ==.

           PERFORM VARYING watch-i-NUM FROM 1 BY 1
                   UNTIL watch-i-NUM IS GREATER THAN watch-alert-CNT
               MOVE watch-alert-TBL(watch-i-NUM) TO alert-msg-TXT
               PERFORM 269-alert-admins
               MOVE watch-alert-ID(watch-i-NUM) TO wal-ID-DISP
               MOVE SPACE TO rta-line-TXT
               STRING
                   "watch-alert #" DELIMITED BY SIZE
                   TRIM(wal-ID-DISP) DELIMITED BY SIZE
                   " opened: " DELIMITED BY SIZE
                   TRIM(watch-alert-TBL(watch-i-NUM))
                       DELIMITED BY SIZE
                   INTO rta-line-TXT
               END-STRING
               PERFORM 432-write-audit-line
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       292-check-one-watch SECTION.

      *    One "watch" entry against the current line. The optional
      *    channel scope works exactly like scoped ignore entries.
           PERFORM 235-check-entry-scope
           IF NOT entry-scope-matches
                   OR TRIM(entry-val-TXT) IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE msg-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT

           MOVE TRIM(entry-val-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-B-TXT

           MOVE 0 TO watch-hit-CNT
           INSPECT fold-A-TXT TALLYING watch-hit-CNT
               FOR ALL TRIM(fold-B-TXT)

           MOVE 0 TO wal-new-ID-NUM
           IF watch-hit-CNT IS GREATER THAN 0
                   AND watch-alert-CNT IS LESS THAN 3 THEN
               ADD 1 TO watch-alert-CNT
               MOVE SPACE TO watch-alert-TBL(watch-alert-CNT)
               STRING
                   "watch '" DELIMITED BY SIZE
                   TRIM(entry-val-TXT) DELIMITED BY SIZE
                   "' [" DELIMITED BY SIZE
                   TRIM(chan-TXT) DELIMITED BY SIZE
                   "] <" DELIMITED BY SIZE
                   nick-TXT DELIMITED BY SIZE
                   "> " DELIMITED BY SIZE
                   msg-TXT DELIMITED BY SIZE
                   INTO watch-alert-TBL(watch-alert-CNT)
               END-STRING
      *        Opened as an acknowledgeable alert; the admins see
      *        its ID up front.
               PERFORM 534-alert-open
               MOVE wal-new-ID-NUM TO watch-alert-ID(watch-alert-CNT)
               MOVE wal-new-ID-NUM TO wal-ID-DISP
               MOVE SPACE TO watch-alert-TBL(watch-alert-CNT)
               STRING
                   "[alert #" DELIMITED BY SIZE
                   TRIM(wal-ID-DISP) DELIMITED BY SIZE
                   "] " DELIMITED BY SIZE
                   TRIM(wal-text-TXT(wal-found-IDX)) DELIMITED BY SIZE
                   INTO watch-alert-TBL(watch-alert-CNT)
               END-STRING
           END-IF

      *    The admin notice is capped per line; the outbox isn't.
           IF watch-hit-CNT IS GREATER THAN 0 THEN
               MOVE "WATCH.HIT" TO obx-type-TXT
               MOVE SPACE TO obx-chan-TXT
               MOVE chan-TXT TO obx-chan-TXT
               IF wal-new-ID-NUM IS GREATER THAN 0 THEN
                   MOVE "id" TO obx-key-TXT
                   MOVE wal-new-ID-NUM TO wal-ID-DISP
                   MOVE SPACE TO obx-val-TXT
                   MOVE TRIM(wal-ID-DISP) TO obx-val-TXT
                   PERFORM 460-outbox-pair
               END-IF
               MOVE "term" TO obx-key-TXT
               MOVE SPACE TO obx-val-TXT
               MOVE TRIM(entry-val-TXT) TO obx-val-TXT
               PERFORM 460-outbox-pair
               MOVE "nick" TO obx-key-TXT
               MOVE SPACE TO obx-val-TXT
               MOVE TRIM(nick-TXT) TO obx-val-TXT
               PERFORM 460-outbox-pair
               MOVE "text" TO obx-key-TXT
               MOVE SPACE TO obx-val-TXT
               MOVE TRIM(msg-TXT) TO obx-val-TXT
               PERFORM 460-outbox-pair
               PERFORM 459-write-outbox
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       345-snapshot-files SECTION.

      *    Consistent point-in-time copy of every indexed data file
      *    the bot holds open I-O: quiesce (close the lot, flushing
      *    buffers), copy each to "<name>.<stamp>.bak", reopen.
      *    Restoring is stan-restore's job: it takes the maintenance
      *    lock (547-check-maint closes our files and holds off
      *    writes meanwhile), copies the wanted .bak files back over
      *    the originals, and releases it for us to reopen.
           MOVE FUNCTION CURRENT-DATE TO now-TXT
           MOVE now-TXT(1 : 14) TO snap-stamp-TXT
           MOVE 0 TO snap-ok-CNT
           MOVE 0 TO snap-fail-CNT

           CLOSE config-FC
           CLOSE seen-FC
           CLOSE quote-FC
           CLOSE karma-FC
           CLOSE topic-FC
           CLOSE tell-FC
           CLOSE remind-FC
           CLOSE fact-FC
           CLOSE offense-FC
           CLOSE link-FC
           CLOSE trivia-FC
           CLOSE tz-FC
           CLOSE poll-FC
           CLOSE vote-FC
           CLOSE sched-FC
           CLOSE stats-FC
           CLOSE alias-FC
           CLOSE ban-FC
           CLOSE optout-FC
           CLOSE oncall-FC
           CLOSE ticket-FC
           CLOSE karmalog-FC
           CLOSE qpend-FC
           CLOSE cal-FC
           CLOSE action-FC

           MOVE config-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE seen-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE quote-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE karma-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE topic-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE tell-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE remind-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE fact-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE offense-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE link-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE trivia-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE tz-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE poll-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE vote-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE sched-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE stats-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE alias-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE ban-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE optout-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE oncall-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE ticket-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE karmalog-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE qpend-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE cal-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one
           MOVE action-filename-TXT TO snap-src-TXT
           PERFORM 346-snapshot-one

           OPEN I-O config-FC
           OPEN I-O seen-FC
           OPEN I-O quote-FC
           OPEN I-O karma-FC
           OPEN I-O topic-FC
           OPEN I-O tell-FC
           OPEN I-O remind-FC
           OPEN I-O fact-FC
           OPEN I-O offense-FC
           OPEN I-O link-FC
           OPEN I-O trivia-FC
           OPEN I-O tz-FC
           OPEN I-O poll-FC
           OPEN I-O vote-FC
           OPEN I-O sched-FC
           OPEN I-O stats-FC
           OPEN I-O alias-FC
           OPEN I-O ban-FC
           OPEN I-O optout-FC
           OPEN I-O oncall-FC
           OPEN I-O ticket-FC
           OPEN I-O karmalog-FC
           OPEN I-O qpend-FC
           OPEN I-O cal-FC
           OPEN I-O action-FC

           DISPLAY "*** Snapshot " snap-stamp-TXT ": " snap-ok-CNT
               " file(s) copied, " snap-fail-CNT " failed"
               UPON SYSERR

      *    There's no directory listing for stan-restore to find the
      *    sets with, so each one is recorded in the events ledger:
      *    "BACKUP <stamp> <copied> <failed>".
           MOVE "BACKUP" TO event-kind-TXT
           MOVE SPACE TO event-detail-TXT
           STRING
               snap-stamp-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               snap-ok-CNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               snap-fail-CNT DELIMITED BY SIZE
               INTO event-detail-TXT
           END-STRING
           PERFORM 298-log-event

           IF snap-fail-CNT IS EQUAL TO 0 THEN
               PERFORM 247-compute-now-sec
               MOVE now-SEC TO hb-backup-SEC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       346-snapshot-one SECTION.

           MOVE SPACE TO snap-dst-TXT
           STRING
               TRIM(snap-src-TXT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               snap-stamp-TXT DELIMITED BY SIZE
               ".bak" DELIMITED BY SIZE
               INTO snap-dst-TXT
           END-STRING

           CALL "CBL_COPY_FILE" USING snap-src-TXT snap-dst-TXT
           END-CALL
           IF RETURN-CODE IS EQUAL TO 0 THEN
               ADD 1 TO snap-ok-CNT
           ELSE
               ADD 1 TO snap-fail-CNT
               DISPLAY "*** Couldn't snapshot " TRIM(snap-src-TXT)
                   UPON SYSERR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       248-check-autobackup SECTION.

      *    Called per line from the 000-main read loop: when the
      *    configured "backup-time" comes around and today's snapshot
      *    hasn't been taken, take it.
           IF backup-hhmm-NUM IS EQUAL TO 9999 THEN
               EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE TO now-TXT
           MOVE FUNCTION NUMVAL(now-TXT(1 : 8)) TO bk-now-date-NUM
           MOVE FUNCTION NUMVAL(now-TXT(9 : 4)) TO bk-now-hhmm-NUM

           IF bk-now-hhmm-NUM IS GREATER THAN OR EQUAL TO
                   backup-hhmm-NUM
                   AND backup-last-date-NUM IS NOT EQUAL TO
                       bk-now-date-NUM THEN
               MOVE bk-now-date-NUM TO backup-last-date-NUM
               PERFORM 345-snapshot-files
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       206-render-stamp-for-nick SECTION.

      *    Renders the UTC stamp in rend-stamp-TXT for the user in
      *    rend-nick-TXT: shifted into their "%tz" zone with its
      *    offset as the suffix, or left in UTC with an explicit
      *    "UTC" suffix when they've never set one.
           MOVE rend-nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO tz-nick-TXT
           MOVE cf-dst-TXT TO tz-nick-TXT

           MOVE "N" TO tz-exists-CHR
           READ tz-FC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO tz-exists-CHR
           END-READ

           MOVE rend-stamp-TXT TO clk-stamp-TXT
           IF tz-exists THEN
               PERFORM 286-stamp-to-sec
               COMPUTE clk-SEC-NUM = clk-SEC-NUM + tz-min-NUM * 60
               PERFORM 283-sec-to-stamp
           END-IF

           MOVE SPACE TO rend-out-TXT
           MOVE 1 TO rend-ptr-NUM
           STRING
               clk-stamp-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               clk-stamp-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               clk-stamp-TXT(7 : 2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               clk-stamp-TXT(10 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               clk-stamp-TXT(12 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               clk-stamp-TXT(14 : 2) DELIMITED BY SIZE
               " UTC" DELIMITED BY SIZE
               INTO rend-out-TXT
               WITH POINTER rend-ptr-NUM
           END-STRING
           IF tz-exists THEN
               STRING
                   TRIM(tz-val-TXT) DELIMITED BY SIZE
                   INTO rend-out-TXT
                   WITH POINTER rend-ptr-NUM
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       221-check-ignore SECTION.

           PERFORM 226-hostmask-entry-match
           IF wc-is-match THEN
               MOVE 1 TO ignore-NUM
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       226-hostmask-entry-match SECTION.

      *    Compares hostmask-TXT against the hostmask pattern currently
      *    in config-val-TXT (from a config-multiple.cpy scan), setting
      *    wc-is-match. Shared by ignore-list and admin-list checks.
      *
      *    Hostmask patterns look like nick!user@host, with "*"/"?"
      *    wildcards, so a ban or grant survives a nick change. A bare
      *    nick with no "!" is treated as "<nick>!*@*" for entries
      *    written before hostmask matching existed. An entry may also
      *    lead with "<channel> " to scope it to just that channel -
      *    PERFORM 235-check-entry-scope splits that off, if present,
      *    into entry-val-TXT and sets entry-scope-ok-CHR.
           MOVE "N" TO wc-match-CHR
           PERFORM 235-check-entry-scope
           IF NOT entry-scope-matches THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO wc-pattern-TXT
           MOVE SPACE TO wc-subject-TXT
           MOVE hostmask-TXT TO wc-subject-TXT

           MOVE 0 TO ignore-bang-CNT
           INSPECT entry-val-TXT TALLYING ignore-bang-CNT
               FOR ALL "!"
           IF ignore-bang-CNT IS EQUAL TO 0 THEN
               STRING
                   TRIM(entry-val-TXT) DELIMITED BY SIZE
                   "!*@*" DELIMITED BY SIZE
                   INTO wc-pattern-TXT
               END-STRING
           ELSE
               MOVE TRIM(entry-val-TXT) TO wc-pattern-TXT
           END-IF

      *    Nicks (and hostnames) are case-insensitive on IRC, so fold
      *    both sides before matching.
           MOVE wc-subject-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO wc-subject-TXT

           MOVE wc-pattern-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO wc-pattern-TXT

           PERFORM 223-match-hostmask

           .

      * * * * * * * * * * * * * * * * * * * *

       235-check-entry-scope SECTION.

      *    If config-val-TXT is "<channel> <rest>", only match in that
      *    channel and strip the channel off into entry-val-TXT;
      *    otherwise the entry applies everywhere and entry-val-TXT is
      *    just a copy of config-val-TXT. Only a leading "#"/"&" token
      *    counts as a scope - a multi-word "watch" phrase mustn't
      *    have its first word eaten as a channel name.
           MOVE "Y" TO entry-scope-ok-CHR
           MOVE config-val-TXT TO entry-val-TXT

           IF entry-val-TXT(1 : 1) IS NOT EQUAL TO "#"
                   AND entry-val-TXT(1 : 1) IS NOT EQUAL TO "&" THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO entry-space-POS
           INSPECT entry-val-TXT TALLYING entry-space-POS
               FOR CHARACTERS BEFORE INITIAL " "

           IF entry-space-POS IS LESS THAN LENGTH OF entry-val-TXT
                   AND TRIM(entry-val-TXT(entry-space-POS + 2 : ))
                       IS NOT EQUAL TO SPACE THEN
               MOVE SPACE TO entry-scope-chan-TXT
               MOVE entry-val-TXT(1 : entry-space-POS)
                   TO entry-scope-chan-TXT

               MOVE entry-scope-chan-TXT TO cf-src-TXT
               PERFORM 224-casefold
               MOVE cf-dst-TXT TO fold-A-TXT

               MOVE chan-TXT TO cf-src-TXT
               PERFORM 224-casefold
               MOVE cf-dst-TXT TO fold-B-TXT

               IF TRIM(fold-A-TXT) IS NOT EQUAL TO TRIM(fold-B-TXT) THEN
                   MOVE "N" TO entry-scope-ok-CHR
               END-IF

               MOVE entry-val-TXT(entry-space-POS + 2 : )
                   TO entry-val-TXT
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       224-casefold SECTION.

      *    Normalize case per the server's advertised casemapping:
      *    RFC 1459 (the default) folds A-Z/a-z plus the {}|^ <-> []\~
      *    quirk, so e.g. "Alice" and "alice" (and "Alice^"/"ALICE~")
      *    compare equal; a CASEMAPPING=ascii server (005) folds
      *    letters only - on such a network "[" really is a distinct
      *    nick character.
           MOVE FUNCTION UPPER-CASE(cf-src-TXT) TO cf-dst-TXT
           IF NOT casemap-is-ascii THEN
               INSPECT cf-dst-TXT CONVERTING "{}|^" TO "[]\~"
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       223-match-hostmask SECTION.

      *    Classic backtracking wildcard match ("*" and "?") between
      *    wc-pattern-TXT and wc-subject-TXT, result in wc-match-CHR.
           MOVE FUNCTION LENGTH(TRIM(wc-pattern-TXT)) TO wc-pattern-LEN
           MOVE FUNCTION LENGTH(TRIM(wc-subject-TXT)) TO wc-subject-LEN
           MOVE 1 TO wc-p-POS
           MOVE 1 TO wc-s-POS
           MOVE 0 TO wc-star-P
           MOVE 0 TO wc-star-S
           MOVE "N" TO wc-match-CHR
           MOVE "N" TO wc-done-CHR

           PERFORM UNTIL wc-is-done
               IF wc-p-POS IS GREATER THAN wc-pattern-LEN THEN
                   IF wc-s-POS IS GREATER THAN wc-subject-LEN THEN
                       MOVE "Y" TO wc-match-CHR
                       MOVE "Y" TO wc-done-CHR
                   ELSE
                       IF wc-star-P IS GREATER THAN 0 THEN
                           ADD 1 TO wc-star-S
                           MOVE wc-star-S TO wc-s-POS
                           ADD 1 TO wc-star-P GIVING wc-p-POS
                       ELSE
                           MOVE "Y" TO wc-done-CHR
                       END-IF
                   END-IF
               ELSE
                   IF wc-pattern-TXT(wc-p-POS : 1) IS EQUAL TO "*" THEN
                       MOVE wc-p-POS TO wc-star-P
                       MOVE wc-s-POS TO wc-star-S
                       ADD 1 TO wc-p-POS
                   ELSE
                       MOVE "N" TO wc-char-ok-CHR
                       IF wc-s-POS IS NOT GREATER THAN wc-subject-LEN
                           IF wc-pattern-TXT(wc-p-POS : 1) IS EQUAL TO
                                   "?" THEN
                               MOVE "Y" TO wc-char-ok-CHR
                           ELSE
                               IF wc-pattern-TXT(wc-p-POS : 1) IS EQUAL
                                       TO wc-subject-TXT(wc-s-POS : 1)
                                       THEN
                                   MOVE "Y" TO wc-char-ok-CHR
                               END-IF
                           END-IF
                       END-IF

                       IF wc-is-char-ok THEN
                           ADD 1 TO wc-p-POS
                           ADD 1 TO wc-s-POS
                       ELSE
                           IF wc-star-P IS GREATER THAN 0 THEN
                               ADD 1 TO wc-star-S
                               MOVE wc-star-S TO wc-s-POS
                               ADD 1 TO wc-star-P GIVING wc-p-POS
                           ELSE
                               MOVE "Y" TO wc-done-CHR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       222-display-privmsg SECTION.

           DISPLAY msg-status-TBL(ignore-NUM + 1)
               UPON SYSERR WITH NO ADVANCING

           PERFORM 225-is-chan-my-nick
           IF NOT chan-is-my-nick THEN
               DISPLAY "[" chan-TXT "] " UPON SYSERR WITH NO ADVANCING
           END-IF

           IF msg-is-action THEN
               DISPLAY "* " nick-TXT " " msg-TXT UPON SYSERR
           ELSE
               DISPLAY "<" nick-TXT "> " msg-TXT UPON SYSERR
           END-IF

           PERFORM 231-log-transcript
           PERFORM 232-update-seen

           .

      * * * * * * * * * * * * * * * * * * * *

       232-update-seen SECTION.

      *    Track last-activity per nick so "%seen <nick>" (300-process-
      *    cmd) can answer without us needing to scroll back a log.
      *    Only PRIVMSG updates it - ignore-NUM is 2 for NOTICE.
           IF ignore-NUM IS EQUAL TO 2 THEN
               EXIT SECTION
           END-IF

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold

      *    An opted-out speaker leaves no seen or stats trail - but
      *    memos queued for them still get handed over. Under a
      *    maintenance hold those wait for the speaker's next line
      *    after the files are back.
           IF speaker-opted-out THEN
               IF NOT maint-held THEN
                   PERFORM 243-deliver-tells
               END-IF
               EXIT SECTION
           END-IF

           MOVE SPACE TO seen-nick-TXT
           MOVE cf-dst-TXT TO seen-nick-TXT

           MOVE SPACE TO mis-prev-TXT
           IF maint-held THEN
               MOVE "N" TO seen-exists-CHR
           ELSE
               READ seen-FC RECORD
                   INVALID KEY
                       MOVE "N" TO seen-exists-CHR
                   NOT INVALID KEY
                       MOVE "Y" TO seen-exists-CHR
                       MOVE seen-time-TXT TO mis-prev-TXT
               END-READ
           END-IF

           MOVE SPACE TO seen-nick-TXT
           MOVE cf-dst-TXT TO seen-nick-TXT
           MOVE nick-TXT TO seen-orig-nick-TXT
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO seen-time-TXT
           MOVE chan-TXT TO seen-chan-TXT
           MOVE msg-TXT TO seen-msg-TXT
           MOVE "M" TO seen-event-CHR

      *    Under a maintenance hold the record and the stats bump
      *    queue; memos and the missed-lines offer wait for the
      *    speaker's next line after the files are back.
           IF maint-held THEN
               PERFORM 550-maint-queue-seen
               PERFORM 375-update-stats
               EXIT SECTION
           END-IF

           IF seen-exists THEN
               REWRITE seen-REC
           ELSE
               WRITE seen-REC
           END-IF

           PERFORM 243-deliver-tells

      *    After the tells - 243 leans on cf-dst-TXT still holding
      *    the speaker's folded nick, and the stats update folds the
      *    channel name through the same buffer.
           PERFORM 375-update-stats

           PERFORM 540-missed-offer
           PERFORM 585-action-nudge

           .

      * * * * * * * * * * * * * * * * * * * *

       243-deliver-tells SECTION.

      *    Hand over any memos queued by 321-tell the moment their
      *    recipient speaks - 232-update-seen fires for every speaker,
      *    so it calls this right after stamping the seen record.
      *    cf-dst-TXT still holds the speaker's case-folded nick at
      *    that point. Memos queue under both literal spellings (from
      *    before a link existed) and canonical identities, so both
      *    get a delivery pass. During the channel's quiet hours
      *    delivery waits - the memos keep until the window ends.
           MOVE SPACE TO qh-chan-TXT
           MOVE chan-TXT TO qh-chan-TXT
           PERFORM 407-check-quiet-hours
           IF quiet-now THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO tell-match-nick-TXT
           MOVE cf-dst-TXT TO tell-match-nick-TXT
           PERFORM 381-deliver-tells-scan

           MOVE SPACE TO als-in-TXT
           MOVE cf-dst-TXT TO als-in-TXT
           PERFORM 380-resolve-alias
           IF als-found AND TRIM(als-out-TXT) IS NOT EQUAL TO
                   TRIM(tell-match-nick-TXT) THEN
               MOVE SPACE TO tell-match-nick-TXT
               MOVE als-out-TXT TO tell-match-nick-TXT
               PERFORM 381-deliver-tells-scan
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       381-deliver-tells-scan SECTION.

      *    One delivery pass for the nick in tell-match-nick-TXT.
           MOVE SPACE TO tell-nick-TXT
           MOVE tell-match-nick-TXT TO tell-nick-TXT
           MOVE 0 TO tell-seq-NUM

           START tell-FC
               KEY IS GREATER THAN OR EQUAL TO tell-key
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ tell-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF tell-nick-TXT IS NOT EQUAL TO tell-match-nick-TXT THEN
                   EXIT PERFORM
               END-IF

      *        The stored stamp is UTC - render it in the recipient's
      *        own zone.
               MOVE SPACE TO rend-nick-TXT
               MOVE nick-TXT TO rend-nick-TXT
               MOVE tell-time-TXT TO rend-stamp-TXT
               PERFORM 206-render-stamp-for-nick

               MOVE SPACE TO reply-TXT
               STRING
                   nick-TXT DELIMITED BY SIZE
                   ": memo from " DELIMITED BY SIZE
                   TRIM(tell-from-TXT) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   TRIM(rend-out-TXT) DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   TRIM(tell-msg-TXT) DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg

               DELETE tell-FC RECORD
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       318-scan-karma-mentions SECTION.

      *    Picks "term++" / "term--" tokens out of ordinary chat (not
      *    just commands) and nudges that term's karma score - the
      *    usual IRC convention for crediting/blaming something without
      *    a dedicated command.
           IF ignore-NUM IS EQUAL TO 2 THEN
               EXIT SECTION
           END-IF

           IF speaker-opted-out THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO karma-msg-TXT
           MOVE msg-TXT TO karma-msg-TXT
           MOVE FUNCTION LENGTH(TRIM(karma-msg-TXT)) TO karma-msg-LEN
           MOVE 1 TO karma-ptr-IDX

           PERFORM
               UNTIL karma-ptr-IDX IS GREATER THAN karma-msg-LEN
               MOVE SPACE TO karma-token-TXT
               UNSTRING karma-msg-TXT DELIMITED BY ALL SPACE
                   INTO karma-token-TXT
                   WITH POINTER karma-ptr-IDX
               END-UNSTRING

               MOVE FUNCTION LENGTH(TRIM(karma-token-TXT))
                   TO karma-tok-LEN

               IF karma-tok-LEN IS GREATER THAN 2 THEN
                   MOVE 0 TO karma-delta-NUM
                   IF karma-token-TXT(karma-tok-LEN - 1 : 2)
                           IS EQUAL TO "++" THEN
                       MOVE 1 TO karma-delta-NUM
                   END-IF
                   IF karma-token-TXT(karma-tok-LEN - 1 : 2)
                           IS EQUAL TO "--" THEN
                       MOVE -1 TO karma-delta-NUM
                   END-IF

                   IF karma-delta-NUM IS NOT EQUAL TO 0 THEN
                       MOVE karma-token-TXT(1 : karma-tok-LEN - 2)
                           TO cf-src-TXT
                       PERFORM 224-casefold
                       IF TRIM(cf-dst-TXT) IS NOT EQUAL TO SPACE THEN
                           PERFORM 319-apply-karma-delta
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       319-apply-karma-delta SECTION.

      *    cf-dst-TXT holds the case-folded term and karma-delta-NUM
      *    the +1/-1 to apply (set by 318-scan-karma-mentions). A term
      *    that's a linked nick spelling lands on the canonical
      *    record, so "dave_++" and "dave++" score the same person.
           IF maint-held THEN
               PERFORM 552-maint-queue-karma
               EXIT SECTION
           END-IF

           MOVE SPACE TO als-in-TXT
           MOVE cf-dst-TXT TO als-in-TXT
           PERFORM 380-resolve-alias
           MOVE SPACE TO karma-term-TXT
           MOVE als-out-TXT TO karma-term-TXT

           PERFORM 204-utc-now-stamp

           READ karma-FC RECORD
               INVALID KEY
                   MOVE SPACE TO karma-orig-term-TXT
                   IF als-found THEN
                       MOVE als-orig-out-TXT TO karma-orig-term-TXT
                   ELSE
                       MOVE karma-token-TXT(1 : karma-tok-LEN - 2)
                           TO karma-orig-term-TXT
                   END-IF
                   MOVE karma-delta-NUM TO karma-score-NUM
                   PERFORM 299-stamp-karma-time
                   WRITE karma-REC
               NOT INVALID KEY
                   ADD karma-delta-NUM TO karma-score-NUM
                   PERFORM 299-stamp-karma-time
                   REWRITE karma-REC
           END-READ

           PERFORM 474-journal-karma

           .

      * * * * * * * * * * * * * * * * * * * *

       299-stamp-karma-time SECTION.

      *    Touch time for the record about to be written - what the
      *    retention job uses to spot terms nobody has mentioned in a
      *    long while. clk-stamp-TXT already holds the UTC stamp
      *    (204-utc-now-stamp ran at the top of the caller).
           MOVE clk-stamp-TXT TO karma-time-TXT

           .

      * * * * * * * * * * * * * * * * * * * *

       293-seed-link-max SECTION.

      *    Keep the auto-increment key past the highest one already on
      *    disk, same idea as 309-seed-quote-max-id.
           PERFORM
               UNTIL EXIT
               READ link-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF link-ID-NUM IS GREATER THAN link-max-ID-NUM THEN
                   MOVE link-ID-NUM TO link-max-ID-NUM
               END-IF
           END-PERFORM


      * * * * * * * * * * * * * * * * * * * *

       294-scan-links SECTION.

      *    Spot http/https tokens in channel chat - the same UNSTRING
      *    token walk the karma scanner does - and squirrel each one
      *    away with who shared it, where, and when, for "%links".
      *    Links shared during a maintenance hold go unrecorded.
           IF maint-held THEN
               EXIT SECTION
           END-IF

           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               EXIT SECTION
           END-IF

           IF speaker-opted-out THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO link-msg-TXT
           MOVE msg-TXT TO link-msg-TXT
           MOVE FUNCTION LENGTH(TRIM(link-msg-TXT)) TO link-msg-LEN
           IF TRIM(link-msg-TXT) IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF
           MOVE 1 TO link-ptr-NUM

           PERFORM
               UNTIL link-ptr-NUM IS GREATER THAN link-msg-LEN
               MOVE SPACE TO link-tok-TXT
               UNSTRING link-msg-TXT DELIMITED BY ALL SPACE
                   INTO link-tok-TXT
                   WITH POINTER link-ptr-NUM
               END-UNSTRING

               IF link-tok-TXT(1 : 7) IS EQUAL TO "http://"
                       OR link-tok-TXT(1 : 8) IS EQUAL TO "https://"
                       THEN
      *            Seen this one before? The normalized-URL alternate
      *            key answers without a scan - and the lowest
      *            primary ID among duplicates is the original
      *            posting, which is the attribution wanted.
                   PERFORM 416-normalize-url
                   MOVE "N" TO lkdup-found-CHR
                   MOVE lknorm-TXT TO link-norm-TXT
                   READ link-FC RECORD
                       KEY IS link-norm-TXT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO lkdup-found-CHR
                           MOVE link-nick-TXT TO lkdup-nick-TXT
                           MOVE link-time-TXT TO lkdup-time-TXT
                           MOVE link-orig-chan-TXT TO lkdup-chan-TXT
                   END-READ

                   ADD 1 TO link-max-ID-NUM
                   MOVE link-max-ID-NUM TO link-ID-NUM
                   MOVE chan-TXT TO cf-src-TXT
                   PERFORM 224-casefold
                   MOVE SPACE TO link-chan-TXT
                   MOVE cf-dst-TXT TO link-chan-TXT
                   MOVE SPACE TO link-orig-chan-TXT
                   MOVE chan-TXT TO link-orig-chan-TXT
                   MOVE SPACE TO link-nick-TXT
                   MOVE nick-TXT TO link-nick-TXT
                   PERFORM 204-utc-now-stamp
                   MOVE clk-stamp-TXT TO link-time-TXT
                   MOVE SPACE TO link-url-TXT
                   MOVE TRIM(link-tok-TXT) TO link-url-TXT
                   MOVE lknorm-TXT TO link-norm-TXT
                   WRITE link-REC

                   IF lkdup-found THEN
                       PERFORM 417-repost-notice
                   END-IF
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       231-log-transcript SECTION.

      *    One LINE SEQUENTIAL file per channel per day (UTC days,
      *    like every other stored timestamp), so a rotated or
      *    discarded SYSERR stream doesn't take the whole conversation
      *    history with it.
           PERFORM 204-utc-now-stamp

           MOVE SPACE TO log-filename-TXT
           STRING
               "stan-log-" DELIMITED BY SIZE
               TRIM(chan-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               clk-stamp-TXT(1 : 8) DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO log-filename-TXT
           END-STRING

           OPEN EXTEND log-FC
           IF NOT log-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(log-filename-TXT)
                   UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE SPACE TO log-REC
           IF speaker-opted-out THEN
      *        A placeholder keeps the line count honest without
      *        keeping the words or the name.
               STRING
                   clk-stamp-TXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   msg-status-TBL(ignore-NUM + 1) DELIMITED BY SIZE
                   "[" DELIMITED BY SIZE
                   TRIM(chan-TXT) DELIMITED BY SIZE
                   "] (line withheld - speaker opted out)"
                       DELIMITED BY SIZE
                   INTO log-REC
               END-STRING
           ELSE
           IF msg-is-action THEN
               STRING
                   clk-stamp-TXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   msg-status-TBL(ignore-NUM + 1) DELIMITED BY SIZE
                   "[" DELIMITED BY SIZE
                   TRIM(chan-TXT) DELIMITED BY SIZE
                   "] * " DELIMITED BY SIZE
                   nick-TXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   msg-TXT DELIMITED BY SIZE
                   INTO log-REC
               END-STRING
           ELSE
               STRING
                   clk-stamp-TXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   msg-status-TBL(ignore-NUM + 1) DELIMITED BY SIZE
                   "[" DELIMITED BY SIZE
                   TRIM(chan-TXT) DELIMITED BY SIZE
                   "] <" DELIMITED BY SIZE
                   nick-TXT DELIMITED BY SIZE
                   "> " DELIMITED BY SIZE
                   msg-TXT DELIMITED BY SIZE
                   INTO log-REC
               END-STRING
           END-IF
           END-IF

           WRITE log-REC

           CLOSE log-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       225-is-chan-my-nick SECTION.

      *    chan-TXT names either a channel or (for a private message)
      *    our own nick - compare case-insensitively per IRC rules.
           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT

           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-B-TXT

           MOVE "N" TO chan-is-my-nick-CHR
           IF TRIM(fold-A-TXT) IS EQUAL TO TRIM(fold-B-TXT) THEN
               MOVE "Y" TO chan-is-my-nick-CHR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       230-reply-privmsg SECTION.

      *    A reply longer than reply-wrap-LEN-NUM bytes gets split
      *    across several PRIVMSG lines (242-send-reply-chunk) rather
      *    than risk overrunning the 512-byte IRC line limit once
      *    "PRIVMSG <target> :" and the CRLF are added on.
      *
      *    Console-driven commands reply into the local response file
      *    instead - the whole point of the console is working when
      *    the network doesn't.
           IF console-active THEN
               OPEN EXTEND consout-FC
               IF consout-STA-OK THEN
                   MOVE SPACE TO consout-REC
                   MOVE TRIM(reply-TXT) TO consout-REC
                   WRITE consout-REC
                   CLOSE consout-FC
               END-IF
               EXIT SECTION
           END-IF

           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               MOVE nick-TXT TO reply-target-TXT
           ELSE
               MOVE chan-TXT TO reply-target-TXT
           END-IF

           MOVE FUNCTION LENGTH(TRIM(reply-TXT)) TO reply-LEN-NUM
           MOVE 1 TO reply-chunk-POS
           PERFORM
               UNTIL reply-chunk-POS IS GREATER THAN reply-LEN-NUM
               PERFORM 242-send-reply-chunk
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       242-send-reply-chunk SECTION.

      *    Sends reply-TXT(reply-chunk-POS : ) up to reply-wrap-LEN-NUM
      *    bytes, then advances reply-chunk-POS past what was sent.
           MOVE SPACE TO reply-chunk-TXT
           IF reply-LEN-NUM - reply-chunk-POS + 1
                   IS GREATER THAN reply-wrap-LEN-NUM THEN
               MOVE reply-TXT(reply-chunk-POS : reply-wrap-LEN-NUM)
                   TO reply-chunk-TXT
               ADD reply-wrap-LEN-NUM TO reply-chunk-POS
           ELSE
               MOVE reply-TXT(reply-chunk-POS : ) TO reply-chunk-TXT
               MOVE reply-LEN-NUM TO reply-chunk-POS
               ADD 1 TO reply-chunk-POS
           END-IF

           MOVE SPACE TO send-line-TXT
           DISPLAY ">>> [" TRIM(reply-target-TXT) "] <"
               TRIM(my-nick-TXT) "> " TRIM(reply-chunk-TXT) UPON SYSERR
           STRING
               "PRIVMSG " DELIMITED BY SIZE
               TRIM(reply-target-TXT) DELIMITED BY SIZE
               " :" DELIMITED BY SIZE
               TRIM(reply-chunk-TXT) DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING

           PERFORM 240-throttled-send

           .

      * * * * * * * * * * * * * * * * * * * *

       240-throttled-send SECTION.

      *    Enforce a minimum gap between successive CR-terminated
      *    writes so a burst of replies doesn't trip the server's
      *    excess-flood protection - but never by sleeping in the read
      *    loop. If the gap hasn't elapsed (or older traffic is
      *    already waiting), the line joins the outgoing queue and
      *    276-drain-sendq sends it between input lines.
           PERFORM 277-check-throttle-ready

           IF throttle-ready AND sendq-CNT IS EQUAL TO 0 THEN
               MOVE send-line-TXT TO wire-line-TXT
               PERFORM 484-send-raw
               MOVE FUNCTION CURRENT-DATE TO last-send-TIME-TXT
           ELSE
               IF sendq-CNT IS LESS THAN 64 THEN
                   ADD 1 TO sendq-CNT
                   MOVE send-line-TXT
                       TO sendq-line-TXT(sendq-CNT)
                   MOVE send-pri-CHR TO sendq-pri-CHR(sendq-CNT)
               ELSE
      *            Queue full - fall back to the old blocking wait
      *            rather than dropping the line on the floor.
                   PERFORM 241-enforce-throttle
                   MOVE send-line-TXT TO wire-line-TXT
                   PERFORM 484-send-raw
                   MOVE FUNCTION CURRENT-DATE TO last-send-TIME-TXT
               END-IF
           END-IF

           MOVE "N" TO send-pri-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       277-check-throttle-ready SECTION.

      *    The same elapsed-gap math as 241-enforce-throttle, but as a
      *    question ("may I send right now?") instead of a sleep.
           MOVE "Y" TO throttle-ready-CHR

           IF last-send-TIME-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE TO throttle-now-TXT
           COMPUTE throttle-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(throttle-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(throttle-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(throttle-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(throttle-now-TXT(13 : 2))
           COMPUTE throttle-last-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(last-send-TIME-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(last-send-TIME-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(last-send-TIME-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(last-send-TIME-TXT(13 : 2))
           COMPUTE throttle-elapsed-NUM =
               throttle-now-SEC - throttle-last-SEC

           IF throttle-elapsed-NUM IS GREATER THAN OR EQUAL TO 0
                   AND throttle-elapsed-NUM IS LESS THAN
                       throttle-min-interval-NUM THEN
               MOVE "N" TO throttle-ready-CHR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       276-drain-sendq SECTION.

      *    Called between input lines by the 000-main read loop: send
      *    whatever the throttle window allows right now - priority
      *    entries (enforcement traffic) ahead of chat - and stop the
      *    moment the gap closes. No sleeping here; the next input
      *    line brings the next opportunity.
           PERFORM
               UNTIL sendq-CNT IS EQUAL TO 0
               PERFORM 277-check-throttle-ready
               IF NOT throttle-ready THEN
                   EXIT PERFORM
               END-IF

               MOVE 0 TO sendq-pick-IDX
               PERFORM VARYING sendq-i-NUM FROM 1 BY 1
                       UNTIL sendq-i-NUM IS GREATER THAN sendq-CNT
                   IF sendq-pri-CHR(sendq-i-NUM) IS EQUAL TO "Y" THEN
                       MOVE sendq-i-NUM TO sendq-pick-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF sendq-pick-IDX IS EQUAL TO 0 THEN
                   MOVE 1 TO sendq-pick-IDX
               END-IF

               MOVE sendq-line-TXT(sendq-pick-IDX) TO wire-line-TXT
               PERFORM 484-send-raw
               MOVE FUNCTION CURRENT-DATE TO last-send-TIME-TXT

      *        Close the hole by shifting - the queue is FIFO within
      *        each priority class, so order has to hold.
               PERFORM VARYING sendq-j-NUM FROM sendq-pick-IDX BY 1
                       UNTIL sendq-j-NUM IS GREATER THAN OR EQUAL TO
                           sendq-CNT
                   MOVE sendq-entry(sendq-j-NUM + 1)
                       TO sendq-entry(sendq-j-NUM)
               END-PERFORM
               SUBTRACT 1 FROM sendq-CNT
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       241-enforce-throttle SECTION.

           IF last-send-TIME-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

      *    Fold the date in (as a day count) along with the
      *    time-of-day, not just HH:MM:SS, so a local-midnight
      *    rollover between the two samples doesn't produce a
      *    negative "elapsed" that slips past the >= 0 guard below.
           MOVE FUNCTION CURRENT-DATE TO throttle-now-TXT
           COMPUTE throttle-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(throttle-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(throttle-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(throttle-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(throttle-now-TXT(13 : 2))
           COMPUTE throttle-last-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(last-send-TIME-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(last-send-TIME-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(last-send-TIME-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(last-send-TIME-TXT(13 : 2))
           COMPUTE throttle-elapsed-NUM =
               throttle-now-SEC - throttle-last-SEC

           IF throttle-elapsed-NUM IS GREATER THAN OR EQUAL TO 0
                   AND throttle-elapsed-NUM IS LESS THAN
                       throttle-min-interval-NUM THEN
               COMPUTE throttle-wait-NUM =
                   throttle-min-interval-NUM - throttle-elapsed-NUM
               CALL "C$SLEEP" USING throttle-wait-NUM
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       315-check-cooldown SECTION.

      *    Per-nick cooldown over an in-memory table, keyed by
      *    case-folded nick - politely refuse a repeat command
      *    invocation inside cooldown-window-NUM seconds rather than
      *    letting someone hammer "%status" or similar in a loop.
           MOVE "Y" TO cooldown-ok-CHR
           IF console-active THEN
               EXIT SECTION
           END-IF

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold

      *    Fold the date in (as a day count) along with the
      *    time-of-day, not just HH:MM:SS, so a local-midnight
      *    rollover between samples doesn't produce a negative
      *    "elapsed" that slips past the >= 0 guard below.
           MOVE FUNCTION CURRENT-DATE TO cooldown-now-TXT
           COMPUTE cooldown-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(cooldown-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(cooldown-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(cooldown-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(cooldown-now-TXT(13 : 2))

           MOVE 0 TO cooldown-found-IDX
           PERFORM VARYING cooldown-i-NUM FROM 1 BY 1
                   UNTIL cooldown-i-NUM IS GREATER THAN cooldown-CNT
               IF TRIM(cooldown-nick-TXT(cooldown-i-NUM))
                       IS EQUAL TO TRIM(cf-dst-TXT) THEN
                   MOVE cooldown-i-NUM TO cooldown-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF cooldown-found-IDX IS GREATER THAN 0 THEN
               COMPUTE cooldown-elapsed-NUM = cooldown-now-SEC
                   - cooldown-time-SEC(cooldown-found-IDX)
               IF cooldown-elapsed-NUM IS GREATER THAN OR EQUAL TO 0
                       AND cooldown-elapsed-NUM IS LESS THAN
                           cooldown-window-NUM THEN
                   MOVE "N" TO cooldown-ok-CHR
               ELSE
                   MOVE cooldown-now-SEC
                       TO cooldown-time-SEC(cooldown-found-IDX)
               END-IF
           ELSE
               IF cooldown-CNT IS LESS THAN 50 THEN
                   ADD 1 TO cooldown-CNT
                   MOVE cf-dst-TXT TO cooldown-nick-TXT(cooldown-CNT)
                   MOVE cooldown-now-SEC
                       TO cooldown-time-SEC(cooldown-CNT)
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       316-checkpoint-police-state SECTION.

      *    Persist the current POLICE mode under a reserved "state:"
      *    option so 001-init-state picks it back up across a restart
      *    instead of always coming back up as POLICE:OFF.
      *
      *    config-IDX is pinned to a reserved key outside stan-cfg's
      *    normal auto-increment space instead of being assigned the
      *    next free slot - config.cbl's 045-seed-next-IDX knows to
      *    skip this record (matched by option name) when seeding its
      *    next ID, so this doesn't collide with ordinary options.
           MOVE "state:police" TO config-opt-TXT
           READ config-FC RECORD
               KEY IS config-opt-TXT
               INVALID KEY
                   SET config-IDX TO 999999999
                   MOVE SPACE TO config-val-TXT
                   MOVE police-CHR TO config-val-TXT(1 : 1)
                   WRITE config-REC
               NOT INVALID KEY
                   MOVE SPACE TO config-val-TXT
                   MOVE police-CHR TO config-val-TXT(1 : 1)
                   REWRITE config-REC
           END-READ

      *    Lookups run from the cache, so the write has to land
      *    there too.
           PERFORM 453-load-config-cache

           .

      * * * * * * * * * * * * * * * * * * * *

       300-process-cmd SECTION.

           PERFORM 315-check-cooldown
           IF NOT cooldown-allowed THEN
               MOVE SPACE TO cat-chan-TXT
               MOVE chan-TXT TO cat-chan-TXT
               MOVE "slow-down" TO cat-id-TXT
               PERFORM 406-catalog-lookup
               IF cat-found THEN
                   MOVE cat-out-TXT TO reply-TXT
               ELSE
                   MOVE "Slow down a bit." TO reply-TXT
               END-IF
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           ADD 1 TO line-IDX
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

      *    Nearly every command reads or writes a data file - none
      *    run while a batch job has them.
           IF maint-held THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "The data files are down for maintenance ("
                       DELIMITED BY SIZE
                   TRIM(mnt-job-TXT) DELIMITED BY SIZE
                   ") - try again in a few minutes." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           PERFORM 376-bump-stats-cmd

           EVALUATE cmd-TXT
               WHEN "test"
                   MOVE "Ok" TO reply-TXT
                   PERFORM 230-reply-privmsg
               WHEN "police"
                   MOVE "police" TO req-cmd-TXT
                   MOVE 2 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 301-police
                   END-IF
               WHEN "nsa"
                   PERFORM 302-nsa
               WHEN "cocain"
                   PERFORM 303-cocain
               WHEN "seen"
                   PERFORM 307-seen
               WHEN "who"
                   PERFORM 330-who
               WHEN "stats"
                   PERFORM 377-stats
               WHEN "alias"
                   PERFORM 382-alias
               WHEN "meeting"
                   PERFORM 419-meeting
               WHEN "oncall"
                   PERFORM 436-oncall
               WHEN "ticket"
                   PERFORM 461-ticket
               WHEN "event"
                   PERFORM 501-event
               WHEN "standup"
                   PERFORM 518-standup
               WHEN "optout"
                   PERFORM 397-optout-cmd
               WHEN "optin"
                   PERFORM 398-optin-cmd
               WHEN "links"
                   PERFORM 333-links
               WHEN "lastlog"
                   PERFORM 335-lastlog
               WHEN "trivia"
                   PERFORM 340-trivia
               WHEN "tz"
                   PERFORM 351-tz
               WHEN "poll"
                   PERFORM 353-poll
               WHEN "vote"
                   PERFORM 357-vote
               WHEN "tell"
                   PERFORM 321-tell
               WHEN "remind"
                   PERFORM 322-remind
               WHEN "quote"
                   PERFORM 308-quote
               WHEN "karma"
                   PERFORM 317-karma
               WHEN "wire"
                   PERFORM 487-wire-cmd
               WHEN "usual"
                   PERFORM 477-usual
               WHEN "topic"
                   PERFORM 320-topic
               WHEN "ack"
                   PERFORM 537-alert-ack
               WHEN "missed"
                   PERFORM 545-missed-cmd
               WHEN "actions"
                   PERFORM 581-actions
               WHEN "alerts"
                   MOVE "alerts" TO req-cmd-TXT
                   MOVE 2 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 538-alerts-list
                   END-IF
               WHEN "status"
                   MOVE "status" TO req-cmd-TXT
                   MOVE 3 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 304-status
                   END-IF
               WHEN "help"
                   PERFORM 312-help
               WHEN "learn"
                   PERFORM 326-learn
               WHEN "forget"
                   MOVE "forget" TO req-cmd-TXT
                   MOVE 3 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 327-forget
                   END-IF
               WHEN "offenses"
                   MOVE "offenses" TO req-cmd-TXT
                   MOVE 2 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 331-offenses
                   END-IF
               WHEN "bans"
                   MOVE "bans" TO req-cmd-TXT
                   MOVE 2 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 388-bans
                   END-IF
               WHEN "audit"
                   MOVE "audit" TO req-cmd-TXT
                   MOVE 2 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 433-audit-cmd
                   END-IF
               WHEN "rehash"
                   MOVE "rehash" TO req-cmd-TXT
                   MOVE 3 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 454-rehash
                   END-IF
               WHEN "report"
                   MOVE "report" TO req-cmd-TXT
                   MOVE 3 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 336-report
                   END-IF
               WHEN "uptime"
                   MOVE "uptime" TO req-cmd-TXT
                   MOVE 3 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 343-uptime
                   END-IF
               WHEN "backup"
                   MOVE "backup" TO req-cmd-TXT
                   MOVE 3 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 344-backup
                   END-IF
               WHEN "join"
                   MOVE "join" TO req-cmd-TXT
                   MOVE 3 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 348-join-cmd
                   END-IF
               WHEN "part"
                   MOVE "part" TO req-cmd-TXT
                   MOVE 3 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 349-part-cmd
                   END-IF
               WHEN "say"
                   MOVE "say" TO req-cmd-TXT
                   MOVE 3 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 350-say-cmd
                   END-IF
               WHEN "schedule"
                   MOVE "schedule" TO req-cmd-TXT
                   MOVE 3 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 361-schedule
                   END-IF
               WHEN "settopic"
                   MOVE "settopic" TO req-cmd-TXT
                   MOVE 3 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       PERFORM 409-settopic
                   END-IF
               WHEN OTHER
      *            Not a built-in - maybe it's a factoid someone
      *            taught us with %learn.
                   PERFORM 328-fact-lookup
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       305-check-admin SECTION.

      *    "Is this sender admin-grade?" - tier 3 or better under the
      *    graded roles, which the legacy "admin" hostmask entries
      *    still grant. Kept for the non-command callers (the help
      *    text, poll closing, invites); the dispatcher's own gates
      *    go through 427-require-role with a per-command minimum.
           PERFORM 426-check-user-role
           IF user-role-NUM IS GREATER THAN OR EQUAL TO 3 THEN
               MOVE "Y" TO admin-OK-CHR
           ELSE
               MOVE "N" TO admin-OK-CHR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       426-check-user-role SECTION.

      *    The sender's effective tier, best match winning. Console
      *    input owns the box the bot runs on, so it gets the top
      *    tier outright.
           MOVE 0 TO user-role-NUM
           MOVE 0 TO acct-want-NUM
           MOVE SPACE TO snd-acct-TXT

           IF console-active THEN
               MOVE 4 TO user-role-NUM
               EXIT SECTION
           END-IF

           PERFORM 559-sender-account

           COPY "config-multiple-mem.cpy" REPLACING
               option BY "admin"
               missing BY CONTINUE
               available BY ==
                   PERFORM 561-check-admin-entry
                   IF wc-is-match
                           AND user-role-NUM IS LESS THAN 3 THEN
                       MOVE 3 TO user-role-NUM
                   END-IF
               ==.

           COPY "config-multiple-mem.cpy" REPLACING
               option BY "role"
               missing BY CONTINUE
               available BY ==
                   PERFORM 428-check-role-entry
               ==.

      *    An account grant could lift this sender, but there's no
      *    account to check it against yet - ask services, so the
      *    next try can be answered.
           IF snd-acct-TXT IS EQUAL TO SPACE
                   AND acct-want-NUM IS GREATER THAN user-role-NUM THEN
               PERFORM 562-acct-request-whois
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       428-check-role-entry SECTION.

      *    One "role" entry against the sender: channel scope first
      *    (same rules as scoped admin entries), then the tier word,
      *    then the hostmask pattern - bare nicks expand the way
      *    226-hostmask-entry-match expands them.
           PERFORM 235-check-entry-scope
           IF NOT entry-scope-matches THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO role-space-POS
           INSPECT entry-val-TXT TALLYING role-space-POS
               FOR CHARACTERS BEFORE INITIAL " "
           IF role-space-POS IS EQUAL TO 0
                   OR role-space-POS IS GREATER THAN 12
                   OR role-space-POS IS GREATER THAN OR EQUAL TO
                       LENGTH OF entry-val-TXT
                   OR TRIM(entry-val-TXT(role-space-POS + 2 : ))
                       IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO role-tier-TXT
           MOVE entry-val-TXT(1 : role-space-POS) TO role-tier-TXT
           PERFORM 429-parse-tier
           IF role-tier-NUM IS EQUAL TO 0
                   OR role-tier-NUM IS LESS THAN OR EQUAL TO
                       user-role-NUM THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO acct-pat-TXT
           MOVE TRIM(entry-val-TXT(role-space-POS + 2 : ))
               TO acct-pat-TXT
           MOVE role-tier-NUM TO acct-tier-NUM
           PERFORM 560-acct-entry-match
           IF acct-entry THEN
               IF wc-is-match THEN
                   MOVE role-tier-NUM TO user-role-NUM
               END-IF
               EXIT SECTION
           END-IF

           MOVE SPACE TO wc-pattern-TXT
           MOVE 0 TO ignore-bang-CNT
           INSPECT entry-val-TXT(role-space-POS + 2 : )
               TALLYING ignore-bang-CNT FOR ALL "!"
           IF ignore-bang-CNT IS EQUAL TO 0 THEN
               STRING
                   TRIM(entry-val-TXT(role-space-POS + 2 : ))
                       DELIMITED BY SIZE
                   "!*@*" DELIMITED BY SIZE
                   INTO wc-pattern-TXT
               END-STRING
           ELSE
               MOVE TRIM(entry-val-TXT(role-space-POS + 2 : ))
                   TO wc-pattern-TXT
           END-IF

           MOVE wc-pattern-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO wc-pattern-TXT

           MOVE SPACE TO wc-subject-TXT
           MOVE hostmask-TXT TO wc-subject-TXT
           MOVE wc-subject-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO wc-subject-TXT

           PERFORM 223-match-hostmask
           IF wc-is-match THEN
               MOVE role-tier-NUM TO user-role-NUM
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       429-parse-tier SECTION.

           EVALUATE TRIM(role-tier-TXT)
               WHEN "owner"
                   MOVE 4 TO role-tier-NUM
               WHEN "admin"
                   MOVE 3 TO role-tier-NUM
               WHEN "moderator"
                   MOVE 2 TO role-tier-NUM
               WHEN "trusted"
                   MOVE 1 TO role-tier-NUM
               WHEN OTHER
                   MOVE 0 TO role-tier-NUM
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       427-require-role SECTION.

      *    The dispatcher's gate: req-cmd-TXT names the command and
      *    req-role-NUM carries its built-in minimum tier, which a
      *    "cmd-role" entry may override either way - that's how the
      *    duty moderators run %police without holding the keys to
      *    %say.
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "cmd-role"
               missing BY CONTINUE
               available BY ==
                   PERFORM 430-check-cmd-role-entry
               ==.

           PERFORM 426-check-user-role
           IF user-role-NUM IS GREATER THAN OR EQUAL TO
                   req-role-NUM THEN
               MOVE "Y" TO role-ok-CHR
           ELSE
               MOVE "N" TO role-ok-CHR
           END-IF

      *    A refusal an account grant would have turned around: say
      *    which way the account fell short.
           MOVE SPACE TO acct-deny-TXT
           IF NOT role-is-ok
                   AND acct-want-NUM IS GREATER THAN OR EQUAL TO
                       req-role-NUM THEN
               EVALUATE TRUE
                   WHEN snd-acct-TXT IS EQUAL TO SPACE
                       MOVE "account unconfirmed" TO acct-deny-TXT
                   WHEN snd-acct-TXT IS EQUAL TO "*"
                       MOVE "not identified" TO acct-deny-TXT
                   WHEN OTHER
                       STRING
                           "account " DELIMITED BY SIZE
                           TRIM(snd-acct-TXT) DELIMITED BY SIZE
                           INTO acct-deny-TXT
                       END-STRING
               END-EVALUATE
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       456-check-mode-lock SECTION.

      *    The simple mode changes just walked (ml-chg table) against
      *    the channel's "<chan>:modelock" entry ("+nt-s" style):
      *    anything a human op flipped the wrong way gets reasserted,
      *    when we hold ops - with per-channel fight bookkeeping so
      *    another bot pushing back earns the admins one note and an
      *    hour of standing down, not an endless MODE loop.
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT
           MOVE TRIM(my-nick-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           IF TRIM(fold-A-TXT) IS EQUAL TO TRIM(cf-dst-TXT) THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO ml-lock-TXT
           MOVE SPACE TO chan-opt-key-TXT
           STRING
               TRIM(chan-TXT) DELIMITED BY SIZE
               ":modelock" DELIMITED BY SIZE
               INTO chan-opt-key-TXT
           END-STRING
           COPY "config-mem.cpy" REPLACING
               option BY chan-opt-key-TXT
               missing BY CONTINUE
               available BY ==
                   MOVE TRIM(config-val-TXT) TO ml-lock-TXT
               ==.
           IF ml-lock-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF
           MOVE FUNCTION LENGTH(TRIM(ml-lock-TXT)) TO ml-lock-LEN

           MOVE SPACE TO ml-plus-TXT
           MOVE SPACE TO ml-minus-TXT
           MOVE 1 TO ml-plus-PTR
           MOVE 1 TO ml-minus-PTR

           PERFORM VARYING ml-i-NUM FROM 1 BY 1
                   UNTIL ml-i-NUM IS GREATER THAN ml-chg-CNT
               MOVE SPACE TO ml-lock-sign-CHR
               MOVE "+" TO ml-cur-sign-CHR
               PERFORM VARYING ml-j-NUM FROM 1 BY 1
                       UNTIL ml-j-NUM IS GREATER THAN ml-lock-LEN
                   EVALUATE ml-lock-TXT(ml-j-NUM : 1)
                       WHEN "+"
                           MOVE "+" TO ml-cur-sign-CHR
                       WHEN "-"
                           MOVE "-" TO ml-cur-sign-CHR
                       WHEN ml-chg-CHR(ml-i-NUM)
                           MOVE ml-cur-sign-CHR TO ml-lock-sign-CHR
                           EXIT PERFORM
                   END-EVALUATE
               END-PERFORM

               IF ml-lock-sign-CHR IS NOT EQUAL TO SPACE
                       AND ml-lock-sign-CHR IS NOT EQUAL TO
                           ml-chg-sign-CHR(ml-i-NUM) THEN
                   IF ml-lock-sign-CHR IS EQUAL TO "+" THEN
                       STRING
                           ml-chg-CHR(ml-i-NUM) DELIMITED BY SIZE
                           INTO ml-plus-TXT
                           WITH POINTER ml-plus-PTR
                       END-STRING
                   ELSE
                       STRING
                           ml-chg-CHR(ml-i-NUM) DELIMITED BY SIZE
                           INTO ml-minus-TXT
                           WITH POINTER ml-minus-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM

           IF ml-plus-TXT IS EQUAL TO SPACE
                   AND ml-minus-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

      *    Fight bookkeeping: repeated violations inside the window
      *    mean someone (or something) is pushing back - alert once
      *    and stand down until the window rolls over.
           PERFORM 247-compute-now-sec
           MOVE 0 TO ml-found-IDX
           PERFORM VARYING ml-f-NUM FROM 1 BY 1
                   UNTIL ml-f-NUM IS GREATER THAN ml-fight-CNT
               IF TRIM(ml-fight-chan-TXT(ml-f-NUM)) IS EQUAL TO
                       TRIM(ros-chan-TXT) THEN
                   MOVE ml-f-NUM TO ml-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ml-found-IDX IS EQUAL TO 0 THEN
               IF ml-fight-CNT IS LESS THAN 20 THEN
                   ADD 1 TO ml-fight-CNT
                   MOVE ml-fight-CNT TO ml-found-IDX
                   MOVE ros-chan-TXT
                       TO ml-fight-chan-TXT(ml-found-IDX)
                   MOVE 0 TO ml-fight-CNT-NUM(ml-found-IDX)
                   MOVE now-SEC TO ml-fight-start-SEC(ml-found-IDX)
               ELSE
                   EXIT SECTION
               END-IF
           END-IF

           IF now-SEC - ml-fight-start-SEC(ml-found-IDX) IS GREATER
                   THAN ml-fight-window-NUM THEN
               MOVE 0 TO ml-fight-CNT-NUM(ml-found-IDX)
               MOVE now-SEC TO ml-fight-start-SEC(ml-found-IDX)
           END-IF

           ADD 1 TO ml-fight-CNT-NUM(ml-found-IDX)
           IF ml-fight-CNT-NUM(ml-found-IDX) IS EQUAL TO
                   ml-fight-max-NUM + 1 THEN
               MOVE SPACE TO alert-msg-TXT
               STRING
                   "Mode lock for " DELIMITED BY SIZE
                   TRIM(chan-TXT) DELIMITED BY SIZE
                   " keeps getting overridden (last by "
                       DELIMITED BY SIZE
                   nick-TXT DELIMITED BY SIZE
                   ") - standing down for an hour rather than "
                       DELIMITED BY SIZE
                   "fighting it." DELIMITED BY SIZE
                   INTO alert-msg-TXT
               END-STRING
               PERFORM 269-alert-admins
               EXIT SECTION
           END-IF
           IF ml-fight-CNT-NUM(ml-found-IDX) IS GREATER THAN
                   ml-fight-max-NUM THEN
               EXIT SECTION
           END-IF

           PERFORM 288-check-have-op
           IF NOT have-op THEN
               DISPLAY "*** Mode lock: " nick-TXT " changed locked "
                   "modes in " chan-TXT " but I'm not opped there"
                   UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE SPACE TO ml-reassert-TXT
           MOVE 1 TO ml-reassert-PTR
           IF ml-plus-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   "+" DELIMITED BY SIZE
                   TRIM(ml-plus-TXT) DELIMITED BY SIZE
                   INTO ml-reassert-TXT
                   WITH POINTER ml-reassert-PTR
               END-STRING
           END-IF
           IF ml-minus-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   "-" DELIMITED BY SIZE
                   TRIM(ml-minus-TXT) DELIMITED BY SIZE
                   INTO ml-reassert-TXT
                   WITH POINTER ml-reassert-PTR
               END-STRING
           END-IF

           DISPLAY "*** Mode lock: " nick-TXT " changed modes in "
               chan-TXT " - reasserting " TRIM(ml-reassert-TXT)
               UPON SYSERR

           MOVE SPACE TO rta-line-TXT
           STRING
               "mode-lock reassert " DELIMITED BY SIZE
               TRIM(ml-reassert-TXT) DELIMITED BY SIZE
               " in " DELIMITED BY SIZE
               TRIM(chan-TXT) DELIMITED BY SIZE
               " after change by " DELIMITED BY SIZE
               nick-TXT DELIMITED BY SIZE
               INTO rta-line-TXT
           END-STRING
           PERFORM 432-write-audit-line

           MOVE SPACE TO send-line-TXT
           STRING
               "MODE " DELIMITED BY SIZE
               TRIM(chan-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(ml-reassert-TXT) DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING
           MOVE "Y" TO send-pri-CHR
           PERFORM 240-throttled-send

           .

      * * * * * * * * * * * * * * * * * * * *

       450-check-relays SECTION.

      *    Mirror a channel line into its configured destination -
      *    sits after the ignore and flood checks, so what gets
      *    mirrored is what survived moderation. A line that already
      *    leads with "[#" is someone's mirror output (ours included,
      *    via another bot bridging back) and is never re-mirrored.
           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               EXIT SECTION
           END-IF

           IF msg-TXT(1 : 2) IS EQUAL TO "[#" THEN
               EXIT SECTION
           END-IF

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO relay-chan-fold-TXT
           MOVE cf-dst-TXT TO relay-chan-fold-TXT

           COPY "config-multiple-mem.cpy" REPLACING
               option BY "relay"
               missing BY CONTINUE
               available BY ==
                   PERFORM 451-check-one-relay
               ==.

           .

      * * * * * * * * * * * * * * * * * * * *

       451-check-one-relay SECTION.

      *    One "relay" entry, "<#src> <#dst>": when the source names
      *    the current channel, re-emit the line into the
      *    destination.
           MOVE 0 TO relay-space-POS
           INSPECT config-val-TXT TALLYING relay-space-POS
               FOR CHARACTERS BEFORE INITIAL " "
           IF relay-space-POS IS EQUAL TO 0
                   OR relay-space-POS IS GREATER THAN 65
                   OR relay-space-POS IS GREATER THAN OR EQUAL TO
                       LENGTH OF config-val-TXT THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO relay-src-TXT
           MOVE config-val-TXT(1 : relay-space-POS) TO relay-src-TXT
           MOVE SPACE TO relay-dst-TXT
           MOVE TRIM(config-val-TXT(relay-space-POS + 2 : ))
               TO relay-dst-TXT
           IF relay-dst-TXT(1 : 1) IS NOT EQUAL TO "#"
                   AND relay-dst-TXT(1 : 1) IS NOT EQUAL TO "&" THEN
               EXIT SECTION
           END-IF

           MOVE TRIM(relay-src-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           IF TRIM(cf-dst-TXT) IS NOT EQUAL TO
                   TRIM(relay-chan-fold-TXT) THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO send-line-TXT
           IF msg-is-action THEN
               STRING
                   "PRIVMSG " DELIMITED BY SIZE
                   TRIM(relay-dst-TXT) DELIMITED BY SIZE
                   " :[" DELIMITED BY SIZE
                   TRIM(relay-src-TXT) DELIMITED BY SIZE
                   "] * " DELIMITED BY SIZE
                   nick-TXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   msg-TXT DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
           ELSE
               STRING
                   "PRIVMSG " DELIMITED BY SIZE
                   TRIM(relay-dst-TXT) DELIMITED BY SIZE
                   " :[" DELIMITED BY SIZE
                   TRIM(relay-src-TXT) DELIMITED BY SIZE
                   "] <" DELIMITED BY SIZE
                   nick-TXT DELIMITED BY SIZE
                   "> " DELIMITED BY SIZE
                   msg-TXT DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
           END-IF
           PERFORM 240-throttled-send

           .

      * * * * * * * * * * * * * * * * * * * *

       448-load-silence-watch SECTION.

      *    One keyed "<chan>:max-quiet" lookup per joined channel,
      *    cached like the report times; the optional
      *    "<chan>:watch-hours" window rides along. Last-heard starts
      *    at load time, so a restart doesn't fire a stale alert.
           PERFORM 247-compute-now-sec

           MOVE 0 TO silw-CNT
           PERFORM VARYING join-chan-IDX FROM 1 BY 1
                   UNTIL join-chan-IDX IS GREATER THAN join-chan-CNT
               MOVE SPACE TO chan-opt-key-TXT
               STRING
                   TRIM(join-chan-TBL(join-chan-IDX)) DELIMITED BY SIZE
                   ":max-quiet" DELIMITED BY SIZE
                   INTO chan-opt-key-TXT
               END-STRING

               COPY "config-mem.cpy" REPLACING
                   option BY chan-opt-key-TXT
                   missing BY CONTINUE
                   available BY ==
                       IF silw-CNT IS LESS THAN 20 THEN
                           ADD 1 TO silw-CNT
                           MOVE join-chan-TBL(join-chan-IDX)
                               TO silw-chan-TXT(silw-CNT)
                           MOVE FUNCTION NUMVAL(
                               config-val-TXT(1 : 7))
                               TO silw-max-NUM(silw-CNT)
                           MOVE 9999 TO silw-start-NUM(silw-CNT)
                           MOVE 0 TO silw-end-NUM(silw-CNT)
                           MOVE now-SEC TO silw-last-SEC(silw-CNT)
                           MOVE "N" TO silw-alerted-CHR(silw-CNT)
                       END-IF
                   ==.
           END-PERFORM

           PERFORM VARYING silw-i-NUM FROM 1 BY 1
                   UNTIL silw-i-NUM IS GREATER THAN silw-CNT
               MOVE TRIM(silw-chan-TXT(silw-i-NUM)) TO cf-src-TXT
               PERFORM 224-casefold
               MOVE cf-dst-TXT TO silw-fold-TXT(silw-i-NUM)

               MOVE SPACE TO chan-opt-key-TXT
               STRING
                   TRIM(silw-chan-TXT(silw-i-NUM)) DELIMITED BY SIZE
                   ":watch-hours" DELIMITED BY SIZE
                   INTO chan-opt-key-TXT
               END-STRING
               COPY "config-mem.cpy" REPLACING
                   option BY chan-opt-key-TXT
                   missing BY CONTINUE
                   available BY ==
                       MOVE SPACE TO qh-val-TXT
                       MOVE TRIM(config-val-TXT) TO qh-val-TXT
                       MOVE 0 TO qh-dash-POS
                       INSPECT qh-val-TXT TALLYING qh-dash-POS
                           FOR CHARACTERS BEFORE INITIAL "-"
                       IF qh-dash-POS IS GREATER THAN 0
                               AND qh-dash-POS IS LESS THAN OR EQUAL
                                   TO 8
                               AND qh-dash-POS IS LESS THAN
                                   LENGTH OF qh-val-TXT
                           MOVE SPACE TO qh-part-TXT
                           MOVE qh-val-TXT(1 : qh-dash-POS)
                               TO qh-part-TXT
                           PERFORM 408-qh-parse-hhmm
                           IF qh-part-ok
                               MOVE qh-part-NUM
                                   TO silw-start-NUM(silw-i-NUM)
                               MOVE SPACE TO qh-part-TXT
                               MOVE qh-val-TXT(qh-dash-POS + 2 : 8)
                                   TO qh-part-TXT
                               PERFORM 408-qh-parse-hhmm
                               IF qh-part-ok
                                   MOVE qh-part-NUM
                                       TO silw-end-NUM(silw-i-NUM)
                               ELSE
                                   MOVE 9999
                                       TO silw-start-NUM(silw-i-NUM)
                               END-IF
                           END-IF
                       END-IF
                   ==.
           END-PERFORM

      *    The support channels are keyed per joined channel the
      *    same way, and reload whenever this does.
           PERFORM 569-load-question-watch

           .

      * * * * * * * * * * * * * * * * * * * *

       449-touch-chan-activity SECTION.

      *    A line just arrived in chan-TXT - refresh the watched
      *    channel's last-heard stamp and clear its alert latch.
           IF silw-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               EXIT SECTION
           END-IF

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold

           PERFORM VARYING silw-i-NUM FROM 1 BY 1
                   UNTIL silw-i-NUM IS GREATER THAN silw-CNT
               IF TRIM(silw-fold-TXT(silw-i-NUM)) IS EQUAL TO
                       TRIM(cf-dst-TXT) THEN
                   PERFORM 247-compute-now-sec
                   MOVE now-SEC TO silw-last-SEC(silw-i-NUM)
                   MOVE "N" TO silw-alerted-CHR(silw-i-NUM)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       447-check-chan-silence SECTION.

      *    A few times a minute: any watched channel quiet past its
      *    threshold (inside its watch hours) earns the admins one
      *    note, re-armed only when the channel speaks again.
           IF silw-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           IF silw-sweep-last-SEC IS GREATER THAN 0
                   AND now-SEC - silw-sweep-last-SEC IS LESS THAN
                       silw-sweep-interval-NUM THEN
               EXIT SECTION
           END-IF
           MOVE now-SEC TO silw-sweep-last-SEC

           MOVE FUNCTION CURRENT-DATE TO qh-now-TXT
           MOVE FUNCTION NUMVAL(qh-now-TXT(9 : 4)) TO qh-now-hhmm-NUM

           PERFORM VARYING silw-i-NUM FROM 1 BY 1
                   UNTIL silw-i-NUM IS GREATER THAN silw-CNT
               IF silw-alerted-CHR(silw-i-NUM) IS NOT EQUAL TO "Y"
                       AND silw-max-NUM(silw-i-NUM) IS GREATER THAN 0
                       THEN
                   MOVE "Y" TO qh-part-ok-CHR
                   IF silw-start-NUM(silw-i-NUM) IS NOT EQUAL TO 9999
                           THEN
                       IF silw-start-NUM(silw-i-NUM) IS LESS THAN OR
                               EQUAL TO silw-end-NUM(silw-i-NUM) THEN
                           IF qh-now-hhmm-NUM IS LESS THAN
                                   silw-start-NUM(silw-i-NUM)
                                   OR qh-now-hhmm-NUM IS GREATER
                                       THAN OR EQUAL TO
                                       silw-end-NUM(silw-i-NUM) THEN
                               MOVE "N" TO qh-part-ok-CHR
                           END-IF
                       ELSE
                           IF qh-now-hhmm-NUM IS LESS THAN
                                   silw-start-NUM(silw-i-NUM)
                                   AND qh-now-hhmm-NUM IS GREATER
                                       THAN OR EQUAL TO
                                       silw-end-NUM(silw-i-NUM) THEN
                               MOVE "N" TO qh-part-ok-CHR
                           END-IF
                       END-IF
                   END-IF

                   IF qh-part-ok THEN
                       COMPUTE silw-quiet-SEC =
                           now-SEC - silw-last-SEC(silw-i-NUM)
                       IF silw-quiet-SEC IS GREATER THAN
                               silw-max-NUM(silw-i-NUM) THEN
                           MOVE "Y" TO silw-alerted-CHR(silw-i-NUM)
                           MOVE silw-quiet-SEC TO silw-CNT-DISP
                           MOVE SPACE TO alert-msg-TXT
                           STRING
                               "Nothing heard in " DELIMITED BY SIZE
                               TRIM(silw-chan-TXT(silw-i-NUM))
                                   DELIMITED BY SIZE
                               " for " DELIMITED BY SIZE
                               TRIM(silw-CNT-DISP) DELIMITED BY SIZE
                               "s - its feed may be down."
                                   DELIMITED BY SIZE
                               INTO alert-msg-TXT
                           END-STRING
                           PERFORM 269-alert-admins
                       END-IF
                   END-IF
               END-IF
           END-PERFORM


      * * * * * * * * * * * * * * * * * * * *

       436-oncall SECTION.

      *    "%oncall [rotation]" answers who holds the pager now and
      *    who's next. The shape-changing forms are admin-gated:
      *    "%oncall create <name> <#chan> <mon..sun> <HH:MM>",
      *    "%oncall add <name> <nick>", "%oncall swap <name>",
      *    "%oncall override <name> <nick>", "%oncall del <name>".
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

      *    The shape-changing forms are privileged, so the attempt
      *    lands in the runtime audit ledger (subcommand included)
      *    whichever way the check goes - a 2am "%oncall override"
      *    should answer to the same question the other admin
      *    commands do.
           EVALUATE cmd-TXT
               WHEN "create"
               WHEN "add"
               WHEN "swap"
               WHEN "override"
               WHEN "del"
                   PERFORM 305-check-admin
                   IF admin-is-authorized THEN
                       MOVE "allowed" TO rta-outcome-TXT
                   ELSE
                       MOVE "denied" TO rta-outcome-TXT
                   END-IF
                   MOVE SPACE TO rta-line-TXT
                   STRING
                       TRIM(hostmask-TXT) DELIMITED BY SIZE
                       " oncall " DELIMITED BY SIZE
                       cmd-TXT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(line-TXT(line-IDX : )) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       TRIM(rta-outcome-TXT) DELIMITED BY SIZE
                       INTO rta-line-TXT
                   END-STRING
                   PERFORM 432-write-audit-line
                   IF NOT admin-is-authorized THEN
                       PERFORM 306-deny-admin
                       EXIT SECTION
                   END-IF
           END-EVALUATE

           EVALUATE cmd-TXT
               WHEN "create"
                   PERFORM 439-oncall-create
               WHEN "add"
                   PERFORM 440-oncall-add
               WHEN "swap"
                   PERFORM 441-oncall-swap
               WHEN "override"
                   PERFORM 442-oncall-override
               WHEN "del"
                   PERFORM 445-oncall-del
               WHEN OTHER
                   PERFORM 443-oncall-show
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       438-oncall-load SECTION.

      *    Load the rotation named in ocq-name-TXT (blank means the
      *    first one on file) into the oncall-REC buffer, and work
      *    out who's on now and next - the override, when set, holds
      *    the pager until the rotation turns.
           MOVE "N" TO ocq-found-CHR
           MOVE SPACE TO ocq-nick-TXT
           MOVE SPACE TO ocq-next-TXT

           IF TRIM(ocq-name-TXT) IS EQUAL TO SPACE THEN
               MOVE SPACE TO oncall-name-TXT
               START oncall-FC
                   KEY IS GREATER THAN OR EQUAL TO oncall-name-TXT
                   INVALID KEY
                       EXIT SECTION
               END-START
               READ oncall-FC NEXT RECORD
                   AT END
                       EXIT SECTION
               END-READ
               MOVE "Y" TO ocq-found-CHR
           ELSE
               MOVE TRIM(ocq-name-TXT) TO cf-src-TXT
               PERFORM 224-casefold
               MOVE SPACE TO oncall-name-TXT
               MOVE cf-dst-TXT TO oncall-name-TXT
               READ oncall-FC RECORD
                   INVALID KEY
                       EXIT SECTION
               END-READ
               MOVE "Y" TO ocq-found-CHR
           END-IF

           IF oncall-nick-CNT-NUM IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           IF oncall-cur-NUM IS EQUAL TO 0
                   OR oncall-cur-NUM IS GREATER THAN
                       oncall-nick-CNT-NUM THEN
               MOVE 1 TO oncall-cur-NUM
           END-IF

           IF oncall-override-TXT IS NOT EQUAL TO SPACE THEN
               MOVE oncall-override-TXT TO ocq-nick-TXT
           ELSE
               MOVE oncall-nick-TXT(oncall-cur-NUM) TO ocq-nick-TXT
           END-IF

           COMPUTE oc-i-NUM = FUNCTION MOD(
               oncall-cur-NUM, oncall-nick-CNT-NUM) + 1
           MOVE oncall-nick-TXT(oc-i-NUM) TO ocq-next-TXT

           .

      * * * * * * * * * * * * * * * * * * * *

       443-oncall-show SECTION.

      *    cmd-TXT may still hold the rotation name (or be blank).
           MOVE SPACE TO ocq-name-TXT
           IF cmd-TXT IS NOT EQUAL TO SPACE THEN
               MOVE cmd-TXT TO ocq-name-TXT
           END-IF
           PERFORM 438-oncall-load

           IF NOT ocq-found THEN
               MOVE "No such rotation on file." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF oncall-nick-CNT-NUM IS EQUAL TO 0 THEN
               MOVE SPACE TO reply-TXT
               STRING
                   TRIM(oncall-orig-name-TXT) DELIMITED BY SIZE
                   " has no one on its list yet." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO reply-TXT
           MOVE 1 TO oc-reply-PTR
           STRING
               TRIM(oncall-orig-name-TXT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(ocq-nick-TXT) DELIMITED BY SIZE
               " is on call" DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER oc-reply-PTR
           END-STRING
           IF oncall-override-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   " (override)" DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER oc-reply-PTR
               END-STRING
           END-IF
           STRING
               "; next up " DELIMITED BY SIZE
               TRIM(ocq-next-TXT) DELIMITED BY SIZE
               ", handoff " DELIMITED BY SIZE
               sched-dow-name-TBL(oncall-dow-NUM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               oncall-hhmm-NUM(1 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               oncall-hhmm-NUM(3 : 2) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER oc-reply-PTR
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       439-oncall-create SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO oc-hold-name-TXT
           MOVE cmd-TXT TO oc-hold-name-TXT

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO schedp-chan-TXT
           MOVE cmd-TXT TO schedp-chan-TXT

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE 0 TO schedp-dow-NUM
           PERFORM VARYING sched-dow-try-NUM FROM 1 BY 1
                   UNTIL sched-dow-try-NUM IS GREATER THAN 7
               IF cf-dst-TXT(1 : 3) IS EQUAL TO
                       sched-dow-name-TBL(sched-dow-try-NUM) THEN
                   MOVE sched-dow-try-NUM TO schedp-dow-NUM
                   EXIT PERFORM
               END-IF
           END-PERFORM

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO schedp-tok-TXT
           MOVE cmd-TXT TO schedp-tok-TXT
           PERFORM 366-sched-parse-hhmm

           IF TRIM(oc-hold-name-TXT) IS EQUAL TO SPACE
                   OR (schedp-chan-TXT(1 : 1) IS NOT EQUAL TO "#"
                       AND schedp-chan-TXT(1 : 1) IS NOT EQUAL TO
                           "&")
                   OR schedp-dow-NUM IS EQUAL TO 0
                   OR NOT schedp-parse-ok THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "Try: " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "oncall create <name> <#chan> <mon..sun> <HH:MM>"
                       DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE TRIM(oc-hold-name-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO oncall-name-TXT
           MOVE cf-dst-TXT TO oncall-name-TXT

           READ oncall-FC RECORD
               INVALID KEY
                   MOVE "N" TO oc-exists-CHR
               NOT INVALID KEY
                   MOVE "Y" TO oc-exists-CHR
           END-READ
           IF oc-exists THEN
               MOVE "A rotation by that name already exists."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO oncall-name-TXT
           MOVE cf-dst-TXT TO oncall-name-TXT
           MOVE SPACE TO oncall-orig-name-TXT
           MOVE TRIM(oc-hold-name-TXT) TO oncall-orig-name-TXT
           MOVE SPACE TO oncall-chan-TXT
           MOVE schedp-chan-TXT TO oncall-chan-TXT
           MOVE schedp-dow-NUM TO oncall-dow-NUM
           MOVE schedp-hhmm-NUM TO oncall-hhmm-NUM
           MOVE 1 TO oncall-cur-NUM
           MOVE 0 TO oncall-nick-CNT-NUM
           PERFORM VARYING oc-i-NUM FROM 1 BY 1
                   UNTIL oc-i-NUM IS GREATER THAN 8
               MOVE SPACE TO oncall-nick-TXT(oc-i-NUM)
           END-PERFORM
           MOVE SPACE TO oncall-override-TXT
           MOVE 0 TO oncall-last-date-NUM
           WRITE oncall-REC

           MOVE SPACE TO reply-TXT
           STRING
               "Ok, rotation " DELIMITED BY SIZE
               TRIM(oncall-orig-name-TXT) DELIMITED BY SIZE
               " created - add people with " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "oncall add." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       440-oncall-add SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO ocq-name-TXT
           MOVE cmd-TXT TO ocq-name-TXT

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF TRIM(ocq-name-TXT) IS EQUAL TO SPACE
                   OR cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Add whom to which rotation?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           PERFORM 438-oncall-load
           IF NOT ocq-found THEN
               MOVE "No such rotation on file." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF oncall-nick-CNT-NUM IS GREATER THAN OR EQUAL TO 8 THEN
               MOVE "That rotation is full (eight people)."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           ADD 1 TO oncall-nick-CNT-NUM
           MOVE SPACE TO oncall-nick-TXT(oncall-nick-CNT-NUM)
           MOVE cmd-TXT TO oncall-nick-TXT(oncall-nick-CNT-NUM)
           REWRITE oncall-REC

           MOVE "Ok, added." TO reply-TXT
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       441-oncall-swap SECTION.

      *    Turn the rotation right now - covers trades and sick
      *    weeks without waiting for the scheduled handoff.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO ocq-name-TXT
           MOVE cmd-TXT TO ocq-name-TXT

           PERFORM 438-oncall-load
           IF NOT ocq-found
                   OR oncall-nick-CNT-NUM IS EQUAL TO 0 THEN
               MOVE "No such rotation (or it's empty)." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           COMPUTE oncall-cur-NUM = FUNCTION MOD(
               oncall-cur-NUM, oncall-nick-CNT-NUM) + 1
           MOVE SPACE TO oncall-override-TXT
           REWRITE oncall-REC

           MOVE SPACE TO reply-TXT
           STRING
               "Ok - " DELIMITED BY SIZE
               TRIM(oncall-nick-TXT(oncall-cur-NUM))
                   DELIMITED BY SIZE
               " is now on call for " DELIMITED BY SIZE
               TRIM(oncall-orig-name-TXT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       442-oncall-override SECTION.

      *    Hand the pager to someone outside the normal order until
      *    the next scheduled handoff clears it.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO ocq-name-TXT
           MOVE cmd-TXT TO ocq-name-TXT

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF TRIM(ocq-name-TXT) IS EQUAL TO SPACE
                   OR cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Override which rotation with whom?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           PERFORM 438-oncall-load
           IF NOT ocq-found THEN
               MOVE "No such rotation on file." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO oncall-override-TXT
           MOVE cmd-TXT TO oncall-override-TXT
           REWRITE oncall-REC

           MOVE SPACE TO reply-TXT
           STRING
               "Ok - " DELIMITED BY SIZE
               TRIM(oncall-override-TXT) DELIMITED BY SIZE
               " holds the pager until the next handoff."
                   DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       445-oncall-del SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO ocq-name-TXT
           MOVE cmd-TXT TO ocq-name-TXT

           PERFORM 438-oncall-load
           IF NOT ocq-found THEN
               MOVE "No such rotation on file." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           DELETE oncall-FC RECORD
           MOVE "Ok, rotation removed." TO reply-TXT
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       437-check-oncall-handoff SECTION.

      *    Once a minute, turn any rotation whose handoff weekday and
      *    time have come around (and hasn't turned today): advance
      *    the pointer, clear the override, and announce the handoff
      *    in the rotation's channel. The day-count epoch trick is
      *    the one 360-sched-compute-next documents.
           PERFORM 247-compute-now-sec
           IF oncall-sweep-last-SEC IS GREATER THAN 0
                   AND now-SEC - oncall-sweep-last-SEC IS LESS THAN
                       oncall-sweep-interval-NUM THEN
               EXIT SECTION
           END-IF
           MOVE now-SEC TO oncall-sweep-last-SEC

           COMPUTE oc-local-SEC = now-SEC + utc-offset-SEC
           COMPUTE oc-day-NUM = FUNCTION INTEGER(oc-local-SEC / 86400)
           COMPUTE oc-dow-NUM = FUNCTION MOD(oc-day-NUM - 1, 7) + 1
           COMPUTE oc-hhmm-NUM =
               FUNCTION INTEGER(
                   FUNCTION MOD(oc-local-SEC, 86400) / 3600) * 100
               + FUNCTION INTEGER(
                   FUNCTION MOD(oc-local-SEC, 3600) / 60)
           MOVE FUNCTION DATE-OF-INTEGER(oc-day-NUM) TO oc-date-DISP

           MOVE SPACE TO oncall-name-TXT
           START oncall-FC
               KEY IS GREATER THAN OR EQUAL TO oncall-name-TXT
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ oncall-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               MOVE "N" TO oc-turn-CHR
               IF oncall-nick-CNT-NUM IS GREATER THAN 0
                       AND oncall-last-date-NUM IS NOT EQUAL TO
                           oc-date-DISP THEN
                   IF oncall-dow-NUM IS EQUAL TO oc-dow-NUM
                           AND oc-hhmm-NUM IS GREATER THAN OR EQUAL
                               TO oncall-hhmm-NUM THEN
                       MOVE "Y" TO oc-turn-CHR
                   END-IF
      *            A handoff day spent entirely offline still turns
      *            the rotation - unlike a missed announcement, the
      *            holder is persistent state, and skipping would
      *            report the previous one all week. Eight days
      *            since the last turn puts the missed moment a full
      *            day behind us whatever today's weekday, so this
      *            can't fire early on the handoff day itself.
                   IF NOT oc-turn-due
                           AND oncall-last-date-NUM IS GREATER THAN 0
                           THEN
                       COMPUTE oc-last-day-NUM =
                           FUNCTION INTEGER-OF-DATE(
                               oncall-last-date-NUM)
                       IF oc-day-NUM - oc-last-day-NUM IS GREATER
                               THAN OR EQUAL TO 8 THEN
                           MOVE "Y" TO oc-turn-CHR
                       END-IF
                   END-IF
               END-IF

               IF oc-turn-due THEN
                   COMPUTE oncall-cur-NUM = FUNCTION MOD(
                       oncall-cur-NUM, oncall-nick-CNT-NUM) + 1
                   MOVE SPACE TO oncall-override-TXT
                   MOVE oc-date-DISP TO oncall-last-date-NUM
                   REWRITE oncall-REC

                   COMPUTE oc-i-NUM = FUNCTION MOD(
                       oncall-cur-NUM, oncall-nick-CNT-NUM) + 1
                   MOVE SPACE TO send-line-TXT
                   STRING
                       "PRIVMSG " DELIMITED BY SIZE
                       TRIM(oncall-chan-TXT) DELIMITED BY SIZE
                       " :On-call handoff for " DELIMITED BY SIZE
                       TRIM(oncall-orig-name-TXT) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       TRIM(oncall-nick-TXT(oncall-cur-NUM))
                           DELIMITED BY SIZE
                       " is now on call; next up "
                           DELIMITED BY SIZE
                       TRIM(oncall-nick-TXT(oc-i-NUM))
                           DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO send-line-TXT
                   END-STRING
                   PERFORM 240-throttled-send

                   MOVE "ONCALL.HANDOFF" TO obx-type-TXT
                   MOVE SPACE TO obx-chan-TXT
                   MOVE oncall-chan-TXT TO obx-chan-TXT
                   MOVE "rotation" TO obx-key-TXT
                   MOVE SPACE TO obx-val-TXT
                   MOVE TRIM(oncall-orig-name-TXT) TO obx-val-TXT
                   PERFORM 460-outbox-pair
                   MOVE "oncall" TO obx-key-TXT
                   MOVE SPACE TO obx-val-TXT
                   MOVE TRIM(oncall-nick-TXT(oncall-cur-NUM))
                       TO obx-val-TXT
                   PERFORM 460-outbox-pair
                   MOVE "next" TO obx-key-TXT
                   MOVE SPACE TO obx-val-TXT
                   MOVE TRIM(oncall-nick-TXT(oc-i-NUM)) TO obx-val-TXT
                   PERFORM 460-outbox-pair
                   PERFORM 459-write-outbox
               END-IF
           END-PERFORM


      * * * * * * * * * * * * * * * * * * * *

       434-check-netsplit SECTION.

      *    Is the quit reason in msg-TXT the "server1.net server2.net"
      *    netsplit signature - exactly two tokens, each with a dot,
      *    neither looking like chat? If so, file the quitter (folded
      *    nick still in ros-nick-TXT) in the split table and log the
      *    event once per burst, not once per vanished user.
           MOVE "N" TO split-is-CHR

           MOVE SPACE TO split-tok1-TXT
           MOVE SPACE TO split-tok2-TXT
           MOVE SPACE TO split-tok3-TXT
           MOVE 1 TO split-ptr-NUM
           UNSTRING line-TXT(msg0 : ) DELIMITED BY ALL SPACE
               INTO split-tok1-TXT split-tok2-TXT split-tok3-TXT
               WITH POINTER split-ptr-NUM
           END-UNSTRING

           IF TRIM(split-tok1-TXT) IS EQUAL TO SPACE
                   OR TRIM(split-tok2-TXT) IS EQUAL TO SPACE
                   OR TRIM(split-tok3-TXT) IS NOT EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO split-dot-CNT
           INSPECT split-tok1-TXT TALLYING split-dot-CNT
               FOR ALL "."
           IF split-dot-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF
           MOVE 0 TO split-dot-CNT
           INSPECT split-tok2-TXT TALLYING split-dot-CNT
               FOR ALL "."
           IF split-dot-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO split-bad-CNT
           INSPECT split-tok1-TXT TALLYING split-bad-CNT
               FOR ALL "@"
           INSPECT split-tok2-TXT TALLYING split-bad-CNT
               FOR ALL "@"
           INSPECT split-tok1-TXT TALLYING split-bad-CNT
               FOR ALL "!"
           INSPECT split-tok2-TXT TALLYING split-bad-CNT
               FOR ALL "!"
           IF split-bad-CNT IS GREATER THAN 0 THEN
               EXIT SECTION
           END-IF

           MOVE "Y" TO split-is-CHR
           PERFORM 247-compute-now-sec

      *    Entries the heal never collected age out lazily.
           PERFORM VARYING split-i-NUM FROM split-CNT BY -1
                   UNTIL split-i-NUM IS EQUAL TO 0
               IF now-SEC - split-time-SEC(split-i-NUM) IS GREATER
                       THAN split-age-max-NUM THEN
                   IF split-i-NUM IS LESS THAN split-CNT THEN
                       MOVE split-entry(split-CNT)
                           TO split-entry(split-i-NUM)
                   END-IF
                   SUBTRACT 1 FROM split-CNT
               END-IF
           END-PERFORM

           IF split-CNT IS LESS THAN 100 THEN
               ADD 1 TO split-CNT
               MOVE SPACE TO split-nick-TXT(split-CNT)
               MOVE ros-nick-TXT TO split-nick-TXT(split-CNT)
               MOVE now-SEC TO split-time-SEC(split-CNT)
           END-IF

           IF now-SEC - split-last-log-SEC IS GREATER THAN
                   split-log-window-NUM THEN
               MOVE "SPLIT" TO event-kind-TXT
               MOVE SPACE TO event-detail-TXT
               STRING
                   TRIM(split-tok1-TXT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(split-tok2-TXT) DELIMITED BY SIZE
                   INTO event-detail-TXT
               END-STRING
               PERFORM 298-log-event
               MOVE "NET.SPLIT" TO obx-type-TXT
               MOVE SPACE TO obx-chan-TXT
               MOVE "from" TO obx-key-TXT
               MOVE SPACE TO obx-val-TXT
               MOVE TRIM(split-tok1-TXT) TO obx-val-TXT
               PERFORM 460-outbox-pair
               MOVE "to" TO obx-key-TXT
               MOVE SPACE TO obx-val-TXT
               MOVE TRIM(split-tok2-TXT) TO obx-val-TXT
               PERFORM 460-outbox-pair
               PERFORM 459-write-outbox
           END-IF
           MOVE now-SEC TO split-last-log-SEC

           .

      * * * * * * * * * * * * * * * * * * * *

       435-check-split-return SECTION.

      *    Is the joiner (folded nick in ros-nick-TXT) someone the
      *    split took? If so, collect their table entry and log one
      *    HEAL for the burst of returns.
           MOVE "N" TO split-rejoin-CHR

           IF split-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO split-found-IDX
           PERFORM VARYING split-i-NUM FROM 1 BY 1
                   UNTIL split-i-NUM IS GREATER THAN split-CNT
               IF TRIM(split-nick-TXT(split-i-NUM)) IS EQUAL TO
                       TRIM(ros-nick-TXT) THEN
                   MOVE split-i-NUM TO split-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF split-found-IDX IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           MOVE "Y" TO split-rejoin-CHR
           IF split-found-IDX IS LESS THAN split-CNT THEN
               MOVE split-entry(split-CNT)
                   TO split-entry(split-found-IDX)
           END-IF
           SUBTRACT 1 FROM split-CNT

           PERFORM 247-compute-now-sec
           IF now-SEC - heal-last-log-SEC IS GREATER THAN
                   split-log-window-NUM THEN
               MOVE "HEAL" TO event-kind-TXT
               MOVE "split users returning" TO event-detail-TXT
               PERFORM 298-log-event
               MOVE "NET.HEAL" TO obx-type-TXT
               MOVE SPACE TO obx-chan-TXT
               MOVE "first" TO obx-key-TXT
               MOVE SPACE TO obx-val-TXT
               MOVE TRIM(ros-nick-TXT) TO obx-val-TXT
               PERFORM 460-outbox-pair
               PERFORM 459-write-outbox
           END-IF
           MOVE now-SEC TO heal-last-log-SEC

           .

      * * * * * * * * * * * * * * * * * * * *

       431-gate-admin-cmd SECTION.

      *    The one gate in front of every privileged command: check
      *    the tier, append the attempt to the runtime audit ledger
      *    either way - "who told the bot to do that?" now has an
      *    answer - and speak the refusal when it's a no.
           PERFORM 427-require-role

           IF role-is-ok THEN
               MOVE "allowed" TO rta-outcome-TXT
           ELSE
               MOVE "denied" TO rta-outcome-TXT
           END-IF

           MOVE SPACE TO rta-line-TXT
           MOVE 1 TO rta-ptr-NUM
           STRING
               TRIM(hostmask-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(req-cmd-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(line-TXT(line-IDX : )) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               TRIM(rta-outcome-TXT) DELIMITED BY SIZE
               INTO rta-line-TXT
               WITH POINTER rta-ptr-NUM
           END-STRING
      *    The account side of the decision: why it fell short, or
      *    which account the sender held when it didn't.
           IF acct-deny-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   " (" DELIMITED BY SIZE
                   TRIM(acct-deny-TXT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO rta-line-TXT
                   WITH POINTER rta-ptr-NUM
               END-STRING
           ELSE
               IF snd-acct-TXT IS NOT EQUAL TO SPACE
                       AND snd-acct-TXT IS NOT EQUAL TO "*" THEN
                   STRING
                       " (account " DELIMITED BY SIZE
                       TRIM(snd-acct-TXT) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO rta-line-TXT
                       WITH POINTER rta-ptr-NUM
                   END-STRING
               END-IF
           END-IF
           PERFORM 432-write-audit-line

           IF NOT role-is-ok THEN
               IF acct-deny-TXT IS NOT EQUAL TO SPACE THEN
                   PERFORM 568-deny-account
               ELSE
                   PERFORM 306-deny-admin
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       432-write-audit-line SECTION.

      *    One timestamped line of rta-line-TXT into the runtime
      *    audit ledger - open-per-write, like the events ledger.
           OPEN EXTEND rtaudit-FC
           IF NOT rtaudit-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(rtaudit-filename-TXT) UPON SYSERR
               EXIT SECTION
           END-IF

           PERFORM 204-utc-now-stamp
           MOVE SPACE TO rtaudit-REC
           STRING
               clk-stamp-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(rta-line-TXT) DELIMITED BY SIZE
               INTO rtaudit-REC
           END-STRING
           WRITE rtaudit-REC

           CLOSE rtaudit-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       433-audit-cmd SECTION.

      *    "%audit [n]" - the last few ledger entries, newest last.
           MOVE 5 TO audit-want-CNT
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           IF cmd-TXT IS NOT EQUAL TO SPACE
                   AND cmd-TXT IS NUMERIC THEN
               IF FUNCTION NUMVAL(cmd-TXT) IS GREATER THAN OR EQUAL
                       TO 1
                       AND FUNCTION NUMVAL(cmd-TXT) IS LESS THAN OR
                           EQUAL TO 10 THEN
                   MOVE FUNCTION NUMVAL(cmd-TXT) TO audit-want-CNT
               END-IF
           END-IF

           OPEN INPUT rtaudit-FC
           IF NOT rtaudit-STA-OK THEN
               MOVE "No audit entries on file yet." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE 0 TO audit-total-CNT
           PERFORM
               UNTIL EXIT
               READ rtaudit-FC
                   AT END EXIT PERFORM
               END-READ

               ADD 1 TO audit-total-CNT
               COMPUTE audit-slot-NUM = FUNCTION MOD(
                   audit-total-CNT - 1, audit-want-CNT) + 1
               MOVE SPACE TO audit-ring-TBL(audit-slot-NUM)
               MOVE rtaudit-REC TO audit-ring-TBL(audit-slot-NUM)
           END-PERFORM

           CLOSE rtaudit-FC

           IF audit-total-CNT IS EQUAL TO 0 THEN
               MOVE "No audit entries on file yet." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF audit-total-CNT IS LESS THAN audit-want-CNT THEN
               MOVE audit-total-CNT TO audit-out-CNT
           ELSE
               MOVE audit-want-CNT TO audit-out-CNT
           END-IF

           PERFORM VARYING audit-i-NUM FROM 1 BY 1
                   UNTIL audit-i-NUM IS GREATER THAN audit-out-CNT
               COMPUTE audit-slot-NUM = FUNCTION MOD(
                   audit-total-CNT - audit-out-CNT + audit-i-NUM - 1,
                   audit-want-CNT) + 1
               MOVE SPACE TO reply-TXT
               MOVE TRIM(audit-ring-TBL(audit-slot-NUM)) TO reply-TXT
               PERFORM 230-reply-privmsg
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       430-check-cmd-role-entry SECTION.

      *    One "cmd-role" entry: "<command> <tier>".
           MOVE 1 TO cmdrole-ptr-NUM
           MOVE SPACE TO cmdrole-tok-TXT
           UNSTRING config-val-TXT DELIMITED BY ALL SPACE
               INTO cmdrole-tok-TXT
               WITH POINTER cmdrole-ptr-NUM
           END-UNSTRING

           IF TRIM(cmdrole-tok-TXT) IS NOT EQUAL TO
                   TRIM(req-cmd-TXT) THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO role-tier-TXT
           UNSTRING config-val-TXT DELIMITED BY ALL SPACE
               INTO role-tier-TXT
               WITH POINTER cmdrole-ptr-NUM
           END-UNSTRING
           PERFORM 429-parse-tier
           IF role-tier-NUM IS GREATER THAN 0 THEN
               MOVE role-tier-NUM TO req-role-NUM
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       306-deny-admin SECTION.

           MOVE SPACE TO cat-chan-TXT
           MOVE chan-TXT TO cat-chan-TXT
           MOVE "deny-admin" TO cat-id-TXT
           PERFORM 406-catalog-lookup
           IF cat-found THEN
               MOVE cat-out-TXT TO reply-TXT
           ELSE
               MOVE "Sorry, you're not authorized to do that."
                   TO reply-TXT
           END-IF
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       301-police SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           EVALUATE cmd-TXT
               WHEN "OFF"
                   MOVE 0 TO police-CHR
                   PERFORM 316-checkpoint-police-state
               WHEN "ON"
                   MOVE 1 TO police-CHR
                   PERFORM 316-checkpoint-police-state
               WHEN "ON_FULLPOWER"
                   MOVE 2 TO police-CHR
                   PERFORM 316-checkpoint-police-state
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE "Huh?" TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE police-TBL(police-CHR + 1) TO reply-TXT
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       302-nsa SECTION.

           MOVE "Do skype,yahoo other chat and social communication prog
      -        " work 2 spoil muslims youth and spy 4 isreal&usa???????"
               TO reply-TXT
           PERFORM 230-reply-privmsg

           MOVE "do they record and analyse every word we type??????????
      -        "??"
               TO reply-TXT
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       303-cocain SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Who?" TO reply-TXT
           ELSE
               STRING
                   "i fucking hate "
                   cmd-TXT
                   ". i bet they cnt evil lift many miligram of cocain "
                   "with penis"
                   INTO reply-TXT
               END-STRING
           END-IF

           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       307-seen SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Seen who?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold

      *    Someone who opted out of tracking isn't reported on, even
      *    from whatever records predate their opt-out.
           MOVE SPACE TO optout-nick-TXT
           MOVE cf-dst-TXT TO optout-nick-TXT
           READ optout-FC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACE TO reply-TXT
                   STRING
                       TRIM(cmd-TXT) DELIMITED BY SIZE
                       " has opted out of tracking."
                           DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-READ

      *    If they're sitting in one of our channels right now, say so
      *    instead of quoting a stale last-activity timestamp.
           MOVE SPACE TO ros-nick-TXT
           MOVE cf-dst-TXT TO ros-nick-TXT
           PERFORM 266-roster-find-nick
           IF roster-found-IDX IS GREATER THAN 0 THEN
               STRING
                   TRIM(roster-orig-nick-TXT(roster-found-IDX))
                       DELIMITED BY SIZE
                   " is online in " DELIMITED BY SIZE
                   TRIM(roster-orig-chan-TXT(roster-found-IDX))
                       DELIMITED BY SIZE
                   " right now." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO seen-nick-TXT
           MOVE cf-dst-TXT TO seen-nick-TXT

           READ seen-FC RECORD
               INVALID KEY
                   STRING
                       "I haven't seen " DELIMITED BY SIZE
                       TRIM(cmd-TXT) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
               NOT INVALID KEY
                   PERFORM 313-seen-reply
           END-READ

           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       313-seen-reply SECTION.

      *    Builds reply-TXT from the seen record just read, first
      *    following up to a few "A" alias links (left by
      *    253-process-nick-change) so asking about an old nick
      *    reports what the person did under their current one.
           MOVE 0 TO seen-hop-CNT
           PERFORM
               UNTIL seen-event-CHR IS NOT EQUAL TO "A"
                   OR seen-hop-CNT IS GREATER THAN 3
               ADD 1 TO seen-hop-CNT
               MOVE SPACE TO seen-alias-to-TXT
               MOVE seen-msg-TXT TO seen-alias-to-TXT

               MOVE TRIM(seen-alias-to-TXT) TO cf-src-TXT
               PERFORM 224-casefold
               MOVE SPACE TO seen-nick-TXT
               MOVE cf-dst-TXT TO seen-nick-TXT

               READ seen-FC RECORD
                   INVALID KEY
                       STRING
                           TRIM(cmd-TXT) DELIMITED BY SIZE
                           " is now known as " DELIMITED BY SIZE
                           TRIM(seen-alias-to-TXT) DELIMITED BY SIZE
                           ", but I haven't seen them since."
                               DELIMITED BY SIZE
                           INTO reply-TXT
                       END-STRING
                       EXIT SECTION
               END-READ
           END-PERFORM

      *    Stored stamps are UTC - show them in the asking user's own
      *    zone (or UTC, marked as such, if they never set one).
           MOVE SPACE TO rend-nick-TXT
           MOVE nick-TXT TO rend-nick-TXT
           MOVE seen-time-TXT TO rend-stamp-TXT
           PERFORM 206-render-stamp-for-nick

           MOVE SPACE TO reply-TXT
           MOVE 1 TO seen-reply-PTR
           STRING
               TRIM(seen-orig-nick-TXT) DELIMITED BY SIZE
               " was last seen " DELIMITED BY SIZE
               TRIM(rend-out-TXT) DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER seen-reply-PTR
           END-STRING

      *    Alias and nick-change records aren't tied to a channel, so
      *    the " in <chan>" fragment only applies when one was
      *    recorded.
           IF seen-chan-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   " in " DELIMITED BY SIZE
                   TRIM(seen-chan-TXT) DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER seen-reply-PTR
               END-STRING
           END-IF

           EVALUATE seen-event-CHR
               WHEN "J"
                   STRING
                       " joining" DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER seen-reply-PTR
                   END-STRING
               WHEN "P"
                   STRING
                       " leaving" DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER seen-reply-PTR
                   END-STRING
               WHEN "K"
                   STRING
                       " getting kicked" DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER seen-reply-PTR
                   END-STRING
               WHEN "Q"
                   IF TRIM(seen-msg-TXT) IS EQUAL TO SPACE THEN
                       STRING
                           " quitting" DELIMITED BY SIZE
                           INTO reply-TXT
                           WITH POINTER seen-reply-PTR
                       END-STRING
                   ELSE
                       STRING
                           " quitting: " DELIMITED BY SIZE
                           TRIM(seen-msg-TXT) DELIMITED BY SIZE
                           INTO reply-TXT
                           WITH POINTER seen-reply-PTR
                       END-STRING
                   END-IF
               WHEN "N"
                   STRING
                       " changing nick from " DELIMITED BY SIZE
                       TRIM(seen-msg-TXT) DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER seen-reply-PTR
                   END-STRING
               WHEN "A"
                   STRING
                       " being renamed to " DELIMITED BY SIZE
                       TRIM(seen-msg-TXT) DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER seen-reply-PTR
                   END-STRING
               WHEN OTHER
                   STRING
                       " saying: " DELIMITED BY SIZE
                       TRIM(seen-msg-TXT) DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER seen-reply-PTR
                   END-STRING
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       321-tell SECTION.

      *    "%tell <nick> <message>" - queue a memo for someone who
      *    isn't around. 243-deliver-tells hands it over the next time
      *    that nick says anything where we can see it.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE
                   OR TRIM(line-TXT(line-IDX : )) IS EQUAL TO SPACE THEN
               MOVE "Tell who what?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO tell-target-TXT
           MOVE cmd-TXT TO tell-target-TXT

      *    Multiple memos can be pending for one nick - find the
      *    highest sequence number already queued for this recipient
      *    and take the next one.
           MOVE tell-target-TXT TO cf-src-TXT
           PERFORM 224-casefold
      *    Queue under the canonical identity, so a memo for "dave"
      *    finds whoever next speaks as any linked spelling.
           MOVE SPACE TO als-in-TXT
           MOVE cf-dst-TXT TO als-in-TXT
           PERFORM 380-resolve-alias
           MOVE SPACE TO tell-nick-TXT
           MOVE als-out-TXT TO tell-nick-TXT
           MOVE tell-nick-TXT TO tell-match-nick-TXT
           MOVE 0 TO tell-seq-NUM
           MOVE 0 TO tell-next-seq-NUM

           START tell-FC
               KEY IS GREATER THAN OR EQUAL TO tell-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ tell-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ

                       IF tell-nick-TXT IS NOT EQUAL TO
                               tell-match-nick-TXT THEN
                           EXIT PERFORM
                       END-IF

                       MOVE tell-seq-NUM TO tell-next-seq-NUM
                   END-PERFORM
           END-START

           ADD 1 TO tell-next-seq-NUM

           MOVE SPACE TO tell-nick-TXT
           MOVE tell-match-nick-TXT TO tell-nick-TXT
           MOVE tell-next-seq-NUM TO tell-seq-NUM
           MOVE SPACE TO tell-from-TXT
           MOVE nick-TXT TO tell-from-TXT
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO tell-time-TXT
           MOVE SPACE TO tell-msg-TXT
           MOVE TRIM(line-TXT(line-IDX : )) TO tell-msg-TXT
           WRITE tell-REC

           MOVE SPACE TO reply-TXT
           STRING
               "Ok, I'll tell " DELIMITED BY SIZE
               TRIM(tell-target-TXT) DELIMITED BY SIZE
               " the next time they speak." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       322-remind SECTION.

      *    "%remind me in 90m rotate the logs"
      *    "%remind #ops at 17:00 EOD report due"
      *    Target is "me", a nick, or a #channel; the schedule is
      *    either "in <N>[smhd]" (a bare number means minutes) or
      *    "at HH:MM" (the next occurrence of that local time); the
      *    rest of the line is the reminder text. 244-check-reminders
      *    fires it once due; the record lives in the reminder file so
      *    it survives a restart.
           MOVE "N" TO remind-parse-ok-CHR

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               PERFORM 323-remind-usage
               EXIT SECTION
           END-IF

           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO remind-target-hold-TXT
           IF TRIM(cf-dst-TXT) IS EQUAL TO "ME" THEN
               MOVE nick-TXT TO remind-target-hold-TXT
           ELSE
               MOVE cmd-TXT TO remind-target-hold-TXT
           END-IF

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           PERFORM 247-compute-now-sec

           EVALUATE cmd-TXT
               WHEN "in"
                   PERFORM 324-remind-parse-in
               WHEN "at"
                   PERFORM 325-remind-parse-at
           END-EVALUATE

           IF NOT remind-parse-ok
                   OR TRIM(line-TXT(line-IDX : )) IS EQUAL TO SPACE THEN
               PERFORM 323-remind-usage
               EXIT SECTION
           END-IF

      *    Render the due time back into the "YYYYMMDD-HHMMSS" shape
      *    every other timestamp in the data files uses.
           MOVE remind-due-SEC TO clk-SEC-NUM
           PERFORM 283-sec-to-stamp

           ADD 1 TO remind-max-ID-NUM
           MOVE remind-max-ID-NUM TO remind-ID-NUM
           MOVE clk-stamp-TXT TO remind-due-TXT
           MOVE remind-target-hold-TXT TO remind-target-TXT
           MOVE SPACE TO remind-setter-TXT
           MOVE nick-TXT TO remind-setter-TXT
           MOVE SPACE TO remind-msg-TXT
           MOVE TRIM(line-TXT(line-IDX : )) TO remind-msg-TXT
           WRITE remind-REC

           ADD 1 TO remind-pending-CNT
           IF remind-next-due-SEC IS EQUAL TO 0
                   OR remind-due-SEC IS LESS THAN
                       remind-next-due-SEC THEN
               MOVE remind-due-SEC TO remind-next-due-SEC
           END-IF

      *    Confirm in the setter's own zone (marked UTC when they've
      *    never set one) - the stored stamp stays UTC regardless.
           MOVE SPACE TO rend-nick-TXT
           MOVE nick-TXT TO rend-nick-TXT
           MOVE remind-due-TXT TO rend-stamp-TXT
           PERFORM 206-render-stamp-for-nick

           MOVE SPACE TO reply-TXT
           STRING
               "Ok, I'll remind " DELIMITED BY SIZE
               TRIM(remind-target-TXT) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               TRIM(rend-out-TXT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       323-remind-usage SECTION.

           MOVE SPACE TO cat-chan-TXT
           MOVE chan-TXT TO cat-chan-TXT
           MOVE "remind-usage" TO cat-id-TXT
           PERFORM 406-catalog-lookup
           IF cat-found THEN
               MOVE cat-out-TXT TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO reply-TXT
           STRING
               "Try: " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "remind <me|nick|#chan> in <N>[smhd] <text>, or "
                   DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "remind <me|nick|#chan> at <HH:MM> <text>"
                   DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       324-remind-parse-in SECTION.

      *    "in 90m" / "in 2h" / "in 45" (bare number = minutes) -
      *    turns the duration into an absolute remind-due-SEC.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           MOVE SPACE TO remind-tok-TXT
           MOVE cmd-TXT TO remind-tok-TXT
           MOVE FUNCTION LENGTH(TRIM(remind-tok-TXT))
               TO remind-tok-LEN
           IF TRIM(remind-tok-TXT) IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE remind-tok-TXT(remind-tok-LEN : 1) TO remind-unit-CHR
           IF remind-unit-CHR IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(remind-tok-TXT) TO remind-amt-NUM
               MOVE "m" TO remind-unit-CHR
           ELSE
               IF remind-tok-LEN IS GREATER THAN 1 THEN
                   MOVE FUNCTION NUMVAL(
                       remind-tok-TXT(1 : remind-tok-LEN - 1))
                       TO remind-amt-NUM
               ELSE
                   MOVE 0 TO remind-amt-NUM
               END-IF
           END-IF

           IF remind-amt-NUM IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           EVALUATE remind-unit-CHR
               WHEN "s"
                   COMPUTE remind-due-SEC = now-SEC + remind-amt-NUM
               WHEN "m"
                   COMPUTE remind-due-SEC =
                       now-SEC + remind-amt-NUM * 60
               WHEN "h"
                   COMPUTE remind-due-SEC =
                       now-SEC + remind-amt-NUM * 3600
               WHEN "d"
                   COMPUTE remind-due-SEC =
                       now-SEC + remind-amt-NUM * 86400
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE

           MOVE "Y" TO remind-parse-ok-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       325-remind-parse-at SECTION.

      *    "at 17:00" / "at 7:30" - the next occurrence of that local
      *    time, today if it hasn't passed yet, otherwise tomorrow.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           MOVE SPACE TO remind-tok-TXT
           MOVE cmd-TXT TO remind-tok-TXT

           EVALUATE TRUE
               WHEN remind-tok-TXT(3 : 1) IS EQUAL TO ":"
                       AND remind-tok-TXT(1 : 2) IS NUMERIC
                       AND remind-tok-TXT(4 : 2) IS NUMERIC
                   MOVE FUNCTION NUMVAL(remind-tok-TXT(1 : 2))
                       TO remind-hh-NUM
                   MOVE FUNCTION NUMVAL(remind-tok-TXT(4 : 2))
                       TO remind-mm-NUM
               WHEN remind-tok-TXT(2 : 1) IS EQUAL TO ":"
                       AND remind-tok-TXT(1 : 1) IS NUMERIC
                       AND remind-tok-TXT(3 : 2) IS NUMERIC
                   MOVE FUNCTION NUMVAL(remind-tok-TXT(1 : 1))
                       TO remind-hh-NUM
                   MOVE FUNCTION NUMVAL(remind-tok-TXT(3 : 2))
                       TO remind-mm-NUM
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE

           IF remind-hh-NUM IS GREATER THAN 23
                   OR remind-mm-NUM IS GREATER THAN 59 THEN
               EXIT SECTION
           END-IF

      *    "at 17:00" means the requester's own 17:00 - read in their
      *    "%tz" zone when they've saved one, plain UTC when they
      *    haven't (the confirmation's rendered stamp says which
      *    either way). The due stamp the file holds is always UTC.
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO tz-nick-TXT
           MOVE cf-dst-TXT TO tz-nick-TXT
           MOVE "N" TO tz-exists-CHR
           READ tz-FC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO tz-exists-CHR
           END-READ
           IF tz-exists THEN
               COMPUTE remind-tz-off-SEC = tz-min-NUM * 60
           ELSE
               MOVE 0 TO remind-tz-off-SEC
           END-IF

           COMPUTE remind-local-SEC = now-SEC + remind-tz-off-SEC
           COMPUTE remind-day-NUM =
               FUNCTION INTEGER(remind-local-SEC / 86400)
           COMPUTE remind-due-SEC =
               remind-day-NUM * 86400
               + remind-hh-NUM * 3600
               + remind-mm-NUM * 60
           IF remind-due-SEC IS LESS THAN OR EQUAL TO
                   remind-local-SEC THEN
               ADD 86400 TO remind-due-SEC
           END-IF
           COMPUTE remind-due-SEC =
               remind-due-SEC - remind-tz-off-SEC

           MOVE "Y" TO remind-parse-ok-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       326-learn SECTION.

      *    "%learn <term> is <text>" - store a factoid; anyone saying
      *    "%<term>" afterwards gets <text> back (328-fact-lookup via
      *    the dispatcher's fall-through). Re-learning an existing
      *    term replaces it.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               PERFORM 329-learn-usage
               EXIT SECTION
           END-IF

           MOVE SPACE TO fact-hold-term-TXT
           MOVE cmd-TXT TO fact-hold-term-TXT

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS NOT EQUAL TO "is"
                   OR TRIM(line-TXT(line-IDX : )) IS EQUAL TO SPACE THEN
               PERFORM 329-learn-usage
               EXIT SECTION
           END-IF

           MOVE fact-hold-term-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO fact-term-TXT
           MOVE cf-dst-TXT TO fact-term-TXT

           READ fact-FC RECORD
               INVALID KEY
                   MOVE "N" TO fact-exists-CHR
               NOT INVALID KEY
                   MOVE "Y" TO fact-exists-CHR
           END-READ

           MOVE SPACE TO fact-term-TXT
           MOVE cf-dst-TXT TO fact-term-TXT
           MOVE fact-hold-term-TXT TO fact-orig-term-TXT
           MOVE SPACE TO fact-val-TXT
           MOVE TRIM(line-TXT(line-IDX : )) TO fact-val-TXT
           MOVE SPACE TO fact-setter-TXT
           MOVE nick-TXT TO fact-setter-TXT
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO fact-time-TXT

           IF fact-exists THEN
               REWRITE fact-REC
               MOVE "Ok, updated." TO reply-TXT
           ELSE
               WRITE fact-REC
               MOVE "Ok, I'll remember that." TO reply-TXT
           END-IF
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       329-learn-usage SECTION.

           MOVE SPACE TO reply-TXT
           STRING
               "Try: " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "learn <term> is <text>" DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       327-forget SECTION.

      *    "%forget <term>" - admin-only (the dispatcher gates it
      *    through 305-check-admin): drop a factoid.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Forget what?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO fact-term-TXT
           MOVE cf-dst-TXT TO fact-term-TXT

           READ fact-FC RECORD
               INVALID KEY
                   STRING
                       "I don't know anything about " DELIMITED BY SIZE
                       TRIM(cmd-TXT) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
               NOT INVALID KEY
                   DELETE fact-FC RECORD
                   STRING
                       "Forgotten: " DELIMITED BY SIZE
                       TRIM(cmd-TXT) DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
           END-READ

           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       328-fact-lookup SECTION.

      *    The dispatcher's fall-through: an unrecognized "%word" may
      *    be a factoid term. Unknown terms stay silent, same as
      *    unknown commands always have - a typo'd command shouldn't
      *    make the bot chatty.
           IF cmd-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO fact-term-TXT
           MOVE cf-dst-TXT TO fact-term-TXT

           READ fact-FC RECORD
               INVALID KEY
                   EXIT SECTION
           END-READ

           MOVE SPACE TO reply-TXT
           STRING
               TRIM(fact-orig-term-TXT) DELIMITED BY SIZE
               " is " DELIMITED BY SIZE
               TRIM(fact-val-TXT) DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       330-who SECTION.

      *    "%who" lists who the roster says is in the current channel;
      *    "%who #chan" asks about another one (and is the only form
      *    that works from a private message).
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               PERFORM 225-is-chan-my-nick
               IF chan-is-my-nick THEN
                   MOVE "Who's in which channel?" TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
               END-IF
               MOVE chan-TXT TO cf-src-TXT
           ELSE
               MOVE cmd-TXT TO cf-src-TXT
           END-IF

           PERFORM 224-casefold
           MOVE SPACE TO ros-chan-TXT
           MOVE cf-dst-TXT TO ros-chan-TXT

           MOVE 0 TO who-match-CNT
           PERFORM VARYING roster-i-NUM FROM 1 BY 1
                   UNTIL roster-i-NUM IS GREATER THAN roster-CNT
               IF TRIM(roster-chan-TXT(roster-i-NUM))
                       IS EQUAL TO TRIM(ros-chan-TXT) THEN
                   ADD 1 TO who-match-CNT
               END-IF
           END-PERFORM

           IF who-match-CNT IS EQUAL TO 0 THEN
               STRING
                   "Nobody that I can see in " DELIMITED BY SIZE
                   TRIM(cf-src-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE who-match-CNT TO who-CNT-DISP
           MOVE SPACE TO reply-TXT
           MOVE 1 TO who-reply-PTR
           STRING
               TRIM(cf-src-TXT) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               TRIM(who-CNT-DISP) DELIMITED BY SIZE
               "):" DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER who-reply-PTR
           END-STRING

      *    Stop short of reply-TXT's capacity - an overfull channel
      *    listing just ends early rather than overflowing.
           PERFORM VARYING roster-i-NUM FROM 1 BY 1
                   UNTIL roster-i-NUM IS GREATER THAN roster-CNT
                   OR who-reply-PTR IS GREATER THAN 440
               IF TRIM(roster-chan-TXT(roster-i-NUM))
                       IS EQUAL TO TRIM(ros-chan-TXT) THEN
                   IF roster-op-CHR(roster-i-NUM) IS EQUAL TO "Y" THEN
                       STRING
                           " @" DELIMITED BY SIZE
                           TRIM(roster-orig-nick-TXT(roster-i-NUM))
                               DELIMITED BY SIZE
                           INTO reply-TXT
                           WITH POINTER who-reply-PTR
                       END-STRING
                   ELSE
                       STRING
                           " " DELIMITED BY SIZE
                           TRIM(roster-orig-nick-TXT(roster-i-NUM))
                               DELIMITED BY SIZE
                           INTO reply-TXT
                           WITH POINTER who-reply-PTR
                       END-STRING
                   END-IF
      *            Who's really behind the nick, when the WHO sweep
      *            (or their JOIN) has told us.
                   IF roster-userhost-TXT(roster-i-NUM)
                           IS NOT EQUAL TO SPACE THEN
                       STRING
                           " (" DELIMITED BY SIZE
                           TRIM(roster-userhost-TXT(roster-i-NUM))
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO reply-TXT
                           WITH POINTER who-reply-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       331-offenses SECTION.

      *    "%offenses <nick>" (admin): read the offense ledger back.
      *    Records are keyed on full hostmasks, so the nick is matched
      *    as a "<nick>!*" wildcard against each one - a user who
      *    changed user@host still shows, one reply line per matching
      *    mask (first few only).
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Offenses for whom?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO cf-src-TXT
           STRING
               TRIM(cmd-TXT) DELIMITED BY SIZE
               "!*" DELIMITED BY SIZE
               INTO cf-src-TXT
           END-STRING
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT

           MOVE 0 TO offense-match-CNT
           MOVE 0 TO offense-shown-CNT

           MOVE SPACE TO offense-mask-TXT
           START offense-FC
               KEY IS GREATER THAN OR EQUAL TO offense-mask-TXT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ offense-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ

                       MOVE SPACE TO wc-pattern-TXT
                       MOVE fold-A-TXT TO wc-pattern-TXT
                       MOVE SPACE TO wc-subject-TXT
                       MOVE offense-mask-TXT TO wc-subject-TXT
                       PERFORM 223-match-hostmask

                       IF wc-is-match THEN
                           ADD 1 TO offense-match-CNT
                           IF offense-shown-CNT IS LESS THAN 3 THEN
                               ADD 1 TO offense-shown-CNT
                               PERFORM 332-offense-reply
                           END-IF
                       END-IF
                   END-PERFORM
           END-START

           IF offense-match-CNT IS EQUAL TO 0 THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "No offenses on record for " DELIMITED BY SIZE
                   TRIM(cmd-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       332-offense-reply SECTION.

      *    One ledger record (in the offense-REC buffer) rendered as a
      *    reply line.
           MOVE offense-CNT TO offense-CNT-DISP
           MOVE SPACE TO reply-TXT
           MOVE 1 TO seen-reply-PTR
           STRING
               TRIM(offense-mask-TXT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(offense-CNT-DISP) DELIMITED BY SIZE
               " offense(s), last " DELIMITED BY SIZE
               offense-last-time-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               offense-last-time-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               offense-last-time-TXT(7 : 2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               offense-last-time-TXT(10 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               offense-last-time-TXT(12 : 2) DELIMITED BY SIZE
               " in " DELIMITED BY SIZE
               TRIM(offense-last-chan-TXT) DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER seen-reply-PTR
           END-STRING

           IF offense-unban-due-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   ", ban lifts at " DELIMITED BY SIZE
                   offense-unban-due-TXT(10 : 2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   offense-unban-due-TXT(12 : 2) DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER seen-reply-PTR
               END-STRING
           END-IF

           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       333-links SECTION.

      *    "%links" - the last few links shared in the current
      *    channel. "%links 5" asks for more (up to 5), "%links #ops"
      *    asks about another channel (and is the only form that works
      *    from a private message); the two can be combined.
           MOVE 3 TO links-want-CNT
           MOVE SPACE TO links-show-chan-TXT
           PERFORM 225-is-chan-my-nick
           IF NOT chan-is-my-nick THEN
               MOVE chan-TXT TO links-show-chan-TXT
           END-IF

           PERFORM 334-links-parse-arg
           PERFORM 334-links-parse-arg

           IF links-show-chan-TXT IS EQUAL TO SPACE THEN
               MOVE "Links for which channel?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE TRIM(links-show-chan-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO links-chan-TXT
           MOVE cf-dst-TXT TO links-chan-TXT

           MOVE 0 TO links-total-CNT
           MOVE 0 TO link-ID-NUM
           START link-FC
               KEY IS GREATER THAN OR EQUAL TO link-ID-NUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ link-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ

                       IF TRIM(link-chan-TXT) IS EQUAL TO
                               TRIM(links-chan-TXT) THEN
                           ADD 1 TO links-total-CNT
                           COMPUTE links-slot-NUM = FUNCTION MOD(
                               links-total-CNT - 1, links-want-CNT) + 1
                           MOVE SPACE
                               TO links-ring-TBL(links-slot-NUM)
                           STRING
                               TRIM(link-nick-TXT) DELIMITED BY SIZE
                               " on " DELIMITED BY SIZE
                               link-time-TXT(1 : 4) DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               link-time-TXT(5 : 2) DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               link-time-TXT(7 : 2) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               link-time-TXT(10 : 2) DELIMITED BY SIZE
                               ":" DELIMITED BY SIZE
                               link-time-TXT(12 : 2) DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               TRIM(link-url-TXT) DELIMITED BY SIZE
                               INTO links-ring-TBL(links-slot-NUM)
                           END-STRING
                       END-IF
                   END-PERFORM
           END-START

           IF links-total-CNT IS EQUAL TO 0 THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "No links on record for " DELIMITED BY SIZE
                   TRIM(links-show-chan-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF links-total-CNT IS LESS THAN links-want-CNT THEN
               MOVE links-total-CNT TO links-out-CNT
           ELSE
               MOVE links-want-CNT TO links-out-CNT
           END-IF

           PERFORM VARYING links-i-NUM FROM 1 BY 1
                   UNTIL links-i-NUM IS GREATER THAN links-out-CNT
               COMPUTE links-slot-NUM = FUNCTION MOD(
                   links-total-CNT - links-out-CNT + links-i-NUM - 1,
                   links-want-CNT) + 1
               MOVE SPACE TO reply-TXT
               MOVE TRIM(links-ring-TBL(links-slot-NUM)) TO reply-TXT
               PERFORM 230-reply-privmsg
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       334-links-parse-arg SECTION.

      *    One optional "%links" argument: a "#chan" overrides the
      *    channel, a number (capped at the ring size) overrides how
      *    many to show.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           IF line-TXT(cmd0 : 1) IS EQUAL TO "#"
                   OR line-TXT(cmd0 : 1) IS EQUAL TO "&" THEN
               MOVE SPACE TO links-show-chan-TXT
               MOVE cmd-TXT TO links-show-chan-TXT
           ELSE
               IF cmd-TXT IS NUMERIC THEN
                   IF FUNCTION NUMVAL(cmd-TXT) IS GREATER THAN OR
                           EQUAL TO 1
                           AND FUNCTION NUMVAL(cmd-TXT) IS LESS THAN
                               OR EQUAL TO 5 THEN
                       MOVE FUNCTION NUMVAL(cmd-TXT)
                           TO links-want-CNT
                   END-IF
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       335-lastlog SECTION.

      *    "%lastlog <word> [days]" - search the current channel's
      *    transcripts for lines containing the word, case-folded,
      *    and reply with the last few matches. With a day span
      *    ("%lastlog deploy 90"), the nightly keyword index covers
      *    everything through yesterday in one lookup; today's
      *    still-open log is scanned live either way.
           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               MOVE "Run that from the channel you want searched."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Search for what?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO lastlog-word-TXT
           MOVE cmd-TXT TO lastlog-word-TXT
           MOVE TRIM(lastlog-word-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-B-TXT

           MOVE 0 TO lastlog-offset-NUM
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           IF cmd-TXT IS NOT EQUAL TO SPACE
                   AND cmd-TXT IS NUMERIC THEN
      *        Bound the span before it lands in the narrower
      *        counter - silently truncating "120" to "20" would
      *        search the wrong stretch and present it as asked-for.
               MOVE FUNCTION NUMVAL(cmd-TXT) TO lastlog-arg-NUM
               IF lastlog-arg-NUM IS GREATER THAN 365 THEN
                   MOVE "Day span must be 365 or less." TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
               END-IF
               MOVE lastlog-arg-NUM TO lastlog-offset-NUM
           END-IF

           MOVE 0 TO lastlog-total-CNT

      *    Earlier days come out of the keyword index in one keyed
      *    read - its lines carry their own date stamps, so the ring
      *    replies read as dated hits.
           IF lastlog-offset-NUM IS GREATER THAN OR EQUAL TO 1 THEN
               PERFORM 400-lastlog-index-search
           END-IF

      *    Today's still-open log is searched live - the index only
      *    picks it up after tonight's indexer run.
           PERFORM 204-utc-now-stamp
           COMPUTE lastlog-day-NUM =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(clk-stamp-TXT(1 : 8)))
           MOVE FUNCTION DATE-OF-INTEGER(lastlog-day-NUM)
               TO lastlog-date-DISP

           MOVE SPACE TO log-filename-TXT
           STRING
               "stan-log-" DELIMITED BY SIZE
               TRIM(chan-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               lastlog-date-DISP DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO log-filename-TXT
           END-STRING

           OPEN INPUT log-FC
           IF log-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ log-FC
                       AT END EXIT PERFORM
                   END-READ

                   MOVE log-REC TO cf-src-TXT
                   PERFORM 224-casefold
                   MOVE 0 TO lastlog-hit-CNT
                   INSPECT cf-dst-TXT TALLYING lastlog-hit-CNT
                       FOR ALL TRIM(fold-B-TXT)

                   IF lastlog-hit-CNT IS GREATER THAN 0 THEN
                       ADD 1 TO lastlog-total-CNT
                       COMPUTE lastlog-slot-NUM = FUNCTION MOD(
                           lastlog-total-CNT - 1, 3) + 1
                       MOVE SPACE
                           TO lastlog-ring-TBL(lastlog-slot-NUM)
                       MOVE log-REC
                           TO lastlog-ring-TBL(lastlog-slot-NUM)
                   END-IF
               END-PERFORM

               CLOSE log-FC
           END-IF

           IF lastlog-total-CNT IS EQUAL TO 0 THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "No matches for " DELIMITED BY SIZE
                   TRIM(lastlog-word-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF lastlog-total-CNT IS LESS THAN 3 THEN
               MOVE lastlog-total-CNT TO lastlog-out-CNT
           ELSE
               MOVE 3 TO lastlog-out-CNT
           END-IF

           PERFORM VARYING lastlog-i-NUM FROM 1 BY 1
                   UNTIL lastlog-i-NUM IS GREATER THAN lastlog-out-CNT
               COMPUTE lastlog-slot-NUM = FUNCTION MOD(
                   lastlog-total-CNT - lastlog-out-CNT
                   + lastlog-i-NUM - 1, 3) + 1
               MOVE SPACE TO reply-TXT
               MOVE TRIM(lastlog-ring-TBL(lastlog-slot-NUM))
                   TO reply-TXT
               PERFORM 230-reply-privmsg
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       336-report SECTION.

      *    "%report" (admin) - post today's digest for the current
      *    channel right into the channel.
           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               MOVE "Run that from the channel you want reported on."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO report-chan-TXT
           MOVE chan-TXT TO report-chan-TXT
           PERFORM 337-build-report-digest

           .

      * * * * * * * * * * * * * * * * * * * *

       337-build-report-digest SECTION.

      *    Aggregate today's transcript for report-chan-TXT - message
      *    count, command count, top talkers, the same tallies the
      *    end-of-day batch report computes - and say the summary into
      *    the channel.
           PERFORM 204-utc-now-stamp
           MOVE SPACE TO log-filename-TXT
           STRING
               "stan-log-" DELIMITED BY SIZE
               TRIM(report-chan-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               clk-stamp-TXT(1 : 8) DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO log-filename-TXT
           END-STRING

           MOVE SPACE TO chan-opt-key-TXT
           STRING
               TRIM(report-chan-TXT) DELIMITED BY SIZE
               ":prefix" DELIMITED BY SIZE
               INTO chan-opt-key-TXT
           END-STRING
           COPY "config-simple-mem.cpy" REPLACING
               option BY chan-opt-key-TXT
               default BY my-cmd-prefix-CHR.
           MOVE config-val-TXT(1 : 1) TO rpt-prefix-CHR

           OPEN INPUT log-FC
           IF NOT log-STA-OK THEN
               MOVE SPACE TO send-line-TXT
               STRING
                   "PRIVMSG " DELIMITED BY SIZE
                   TRIM(report-chan-TXT) DELIMITED BY SIZE
                   " :Nothing in the transcript for today yet."
                       DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
               PERFORM 240-throttled-send
               EXIT SECTION
           END-IF

           MOVE 0 TO rpt-msg-CNT
           MOVE 0 TO rpt-cmd-CNT
           MOVE 0 TO rpt-nick-CNT

           PERFORM
               UNTIL EXIT
               READ log-FC
                   AT END EXIT PERFORM
               END-READ
               PERFORM 338-tally-report-line
           END-PERFORM

           CLOSE log-FC

           PERFORM 339-say-report-summary

           .

      * * * * * * * * * * * * * * * * * * * *

       338-tally-report-line SECTION.

      *    One transcript line: "ts status [chan] <nick> msg", or
      *    "ts status [chan] * nick msg" for a /me action.
           MOVE 1 TO rpt-ptr-NUM
           MOVE SPACE TO rpt-t1-TXT
           MOVE SPACE TO rpt-t2-TXT
           MOVE SPACE TO rpt-t3-TXT
           MOVE SPACE TO rpt-t4-TXT
           UNSTRING log-REC DELIMITED BY ALL SPACE
               INTO rpt-t1-TXT rpt-t2-TXT rpt-t3-TXT rpt-t4-TXT
               WITH POINTER rpt-ptr-NUM
           END-UNSTRING

           MOVE SPACE TO rpt-nick-TXT
           IF rpt-t4-TXT IS EQUAL TO "*" THEN
      *        Action line - the nick is the next token, and a /me is
      *        never a command.
               MOVE SPACE TO rpt-t4-TXT
               UNSTRING log-REC DELIMITED BY ALL SPACE
                   INTO rpt-t4-TXT
                   WITH POINTER rpt-ptr-NUM
               END-UNSTRING
               MOVE TRIM(rpt-t4-TXT) TO rpt-nick-TXT
           ELSE
               MOVE FUNCTION LENGTH(TRIM(rpt-t4-TXT)) TO rpt-len-NUM
               IF rpt-len-NUM IS GREATER THAN 2 THEN
                   MOVE rpt-t4-TXT(2 : rpt-len-NUM - 2)
                       TO rpt-nick-TXT
               END-IF
               IF rpt-ptr-NUM IS LESS THAN OR EQUAL TO
                       FUNCTION LENGTH(TRIM(log-REC))
                       AND log-REC(rpt-ptr-NUM : 1) IS EQUAL TO
                           rpt-prefix-CHR THEN
                   ADD 1 TO rpt-cmd-CNT
               END-IF
           END-IF

           IF rpt-nick-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           ADD 1 TO rpt-msg-CNT

           MOVE 0 TO rpt-found-IDX
           PERFORM VARYING rpt-i-NUM FROM 1 BY 1
                   UNTIL rpt-i-NUM IS GREATER THAN rpt-nick-CNT
               IF TRIM(rpt-nick-name-TXT(rpt-i-NUM))
                       IS EQUAL TO TRIM(rpt-nick-TXT) THEN
                   MOVE rpt-i-NUM TO rpt-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF rpt-found-IDX IS EQUAL TO 0
                   AND rpt-nick-CNT IS LESS THAN 50 THEN
               ADD 1 TO rpt-nick-CNT
               MOVE rpt-nick-CNT TO rpt-found-IDX
               MOVE rpt-nick-TXT TO rpt-nick-name-TXT(rpt-found-IDX)
               MOVE 0 TO rpt-nick-msg-CNT(rpt-found-IDX)
           END-IF

           IF rpt-found-IDX IS GREATER THAN 0 THEN
               ADD 1 TO rpt-nick-msg-CNT(rpt-found-IDX)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       339-say-report-summary SECTION.

           MOVE SPACE TO send-line-TXT
           MOVE 1 TO rpt-reply-PTR
           MOVE rpt-msg-CNT TO rpt-CNT-DISP
           STRING
               "PRIVMSG " DELIMITED BY SIZE
               TRIM(report-chan-TXT) DELIMITED BY SIZE
               " :Today in " DELIMITED BY SIZE
               TRIM(report-chan-TXT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(rpt-CNT-DISP) DELIMITED BY SIZE
               " message(s)" DELIMITED BY SIZE
               INTO send-line-TXT
               WITH POINTER rpt-reply-PTR
           END-STRING
           MOVE rpt-cmd-CNT TO rpt-CNT-DISP
           STRING
               ", " DELIMITED BY SIZE
               TRIM(rpt-CNT-DISP) DELIMITED BY SIZE
               " command(s)." DELIMITED BY SIZE
               INTO send-line-TXT
               WITH POINTER rpt-reply-PTR
           END-STRING

      *    Top three talkers by selection - pull the max, zero it,
      *    repeat.
           IF rpt-nick-CNT IS GREATER THAN 0 THEN
               STRING
                   " Top: " DELIMITED BY SIZE
                   INTO send-line-TXT
                   WITH POINTER rpt-reply-PTR
               END-STRING
               PERFORM VARYING rpt-top-NUM FROM 1 BY 1
                       UNTIL rpt-top-NUM IS GREATER THAN 3
                   MOVE 0 TO rpt-max-IDX
                   MOVE 0 TO rpt-max-VAL
                   PERFORM VARYING rpt-i-NUM FROM 1 BY 1
                           UNTIL rpt-i-NUM IS GREATER THAN rpt-nick-CNT
                       IF rpt-nick-msg-CNT(rpt-i-NUM) IS GREATER THAN
                               rpt-max-VAL THEN
                           MOVE rpt-i-NUM TO rpt-max-IDX
                           MOVE rpt-nick-msg-CNT(rpt-i-NUM)
                               TO rpt-max-VAL
                       END-IF
                   END-PERFORM
                   IF rpt-max-IDX IS GREATER THAN 0 THEN
                       MOVE rpt-max-VAL TO rpt-CNT-DISP
                       STRING
                           TRIM(rpt-nick-name-TXT(rpt-max-IDX))
                               DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           TRIM(rpt-CNT-DISP) DELIMITED BY SIZE
                           ") " DELIMITED BY SIZE
                           INTO send-line-TXT
                           WITH POINTER rpt-reply-PTR
                       END-STRING
                       MOVE 0 TO rpt-nick-msg-CNT(rpt-max-IDX)
                   END-IF
               END-PERFORM
           END-IF

           PERFORM 240-throttled-send

           .

      * * * * * * * * * * * * * * * * * * * *

       340-trivia SECTION.

      *    "%trivia" opens a round in the current channel (if
      *    "<chan>:trivia" is set to "on" - the game is opt-in per
      *    channel); "%trivia scores" reads the leaderboard.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO "scores" THEN
               PERFORM 342-trivia-scores
               EXIT SECTION
           END-IF

           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               MOVE "Trivia runs in a channel, not in private."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO chan-opt-key-TXT
           STRING
               TRIM(chan-TXT) DELIMITED BY SIZE
               ":trivia" DELIMITED BY SIZE
               INTO chan-opt-key-TXT
           END-STRING
           COPY "config-simple-mem.cpy" REPLACING
               option BY chan-opt-key-TXT
               default BY "off".
           IF TRIM(config-val-TXT) IS NOT EQUAL TO "on" THEN
               MOVE "Trivia isn't enabled in this channel."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF triv-round-open THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "A round is already open in " DELIMITED BY SIZE
                   TRIM(triv-orig-chan-TXT) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   TRIM(triv-q-TXT) DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           PERFORM 341-trivia-start

           .

      * * * * * * * * * * * * * * * * * * * *

       341-trivia-start SECTION.

      *    Pick a random "question|answer" line from the bank: one
      *    pass to count, reopen, read up to the pick.
           MOVE 0 TO triv-line-CNT
           OPEN INPUT tbank-FC
           IF NOT tbank-STA-OK THEN
               MOVE "No question bank on file (stan-trivia.txt)."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ tbank-FC
                   AT END EXIT PERFORM
               END-READ
               IF TRIM(tbank-REC) IS NOT EQUAL TO SPACE THEN
                   ADD 1 TO triv-line-CNT
               END-IF
           END-PERFORM
           CLOSE tbank-FC

           IF triv-line-CNT IS EQUAL TO 0 THEN
               MOVE "The question bank is empty." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE FUNCTION RANDOM TO triv-rand-NUM
           COMPUTE triv-pick-NUM =
               FUNCTION INTEGER(triv-rand-NUM * triv-line-CNT) + 1
           IF triv-pick-NUM IS GREATER THAN triv-line-CNT THEN
               MOVE triv-line-CNT TO triv-pick-NUM
           END-IF

           OPEN INPUT tbank-FC
           IF NOT tbank-STA-OK THEN
               MOVE "No question bank on file (stan-trivia.txt)."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF
           MOVE 0 TO triv-i-NUM
           PERFORM
               UNTIL EXIT
               READ tbank-FC
                   AT END EXIT PERFORM
               END-READ
               IF TRIM(tbank-REC) IS NOT EQUAL TO SPACE THEN
                   ADD 1 TO triv-i-NUM
                   IF triv-i-NUM IS EQUAL TO triv-pick-NUM THEN
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE tbank-FC

           MOVE SPACE TO triv-q-TXT
           MOVE SPACE TO triv-ans-orig-TXT
           UNSTRING tbank-REC DELIMITED BY "|"
               INTO triv-q-TXT triv-ans-orig-TXT
           END-UNSTRING

           IF TRIM(triv-ans-orig-TXT) IS EQUAL TO SPACE THEN
               MOVE "That bank line has no answer - check the file."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE TRIM(triv-ans-orig-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO triv-ans-TXT
           MOVE cf-dst-TXT TO triv-ans-TXT

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO triv-chan-TXT
           MOVE cf-dst-TXT TO triv-chan-TXT
           MOVE SPACE TO triv-orig-chan-TXT
           MOVE chan-TXT TO triv-orig-chan-TXT

           MOVE "Y" TO triv-open-CHR

           MOVE SPACE TO reply-TXT
           STRING
               "Trivia: " DELIMITED BY SIZE
               TRIM(triv-q-TXT) DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       297-check-trivia-answer SECTION.

      *    While a round is open, every ordinary line in its channel
      *    is a guess - first case-folded exact match wins the point
      *    and closes the round. The scores live in trivia-FC, so
      *    guesses during a maintenance hold aren't judged - the
      *    round stays open for the first one after.
           IF NOT triv-round-open OR maint-held THEN
               EXIT SECTION
           END-IF

           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               EXIT SECTION
           END-IF

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           IF TRIM(cf-dst-TXT) IS NOT EQUAL TO TRIM(triv-chan-TXT) THEN
               EXIT SECTION
           END-IF

           MOVE msg-TXT TO cf-src-TXT
           PERFORM 224-casefold
           IF TRIM(cf-dst-TXT) IS NOT EQUAL TO TRIM(triv-ans-TXT) THEN
               EXIT SECTION
           END-IF

           MOVE "N" TO triv-open-CHR

      *    Points land on the canonical identity, so answering as
      *    "dave_" builds the same score as "dave".
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO als-in-TXT
           MOVE cf-dst-TXT TO als-in-TXT
           PERFORM 380-resolve-alias
           MOVE SPACE TO trivia-nick-TXT
           MOVE als-out-TXT TO trivia-nick-TXT

           READ trivia-FC RECORD
               INVALID KEY
                   MOVE "N" TO trivia-exists-CHR
               NOT INVALID KEY
                   MOVE "Y" TO trivia-exists-CHR
           END-READ

           IF NOT trivia-exists THEN
               MOVE SPACE TO trivia-nick-TXT
               MOVE als-out-TXT TO trivia-nick-TXT
               MOVE 0 TO trivia-score-NUM
           END-IF
           MOVE SPACE TO trivia-orig-nick-TXT
           IF als-found THEN
               MOVE als-orig-out-TXT TO trivia-orig-nick-TXT
           ELSE
               MOVE nick-TXT TO trivia-orig-nick-TXT
           END-IF
           ADD 1 TO trivia-score-NUM

           IF trivia-exists THEN
               REWRITE trivia-REC
           ELSE
               WRITE trivia-REC
           END-IF

           MOVE trivia-score-NUM TO triv-score-DISP
           MOVE SPACE TO reply-TXT
           STRING
               nick-TXT DELIMITED BY SIZE
               " got it! The answer was " DELIMITED BY SIZE
               TRIM(triv-ans-orig-TXT) DELIMITED BY SIZE
               ". Score: " DELIMITED BY SIZE
               TRIM(triv-score-DISP) DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       342-trivia-scores SECTION.

      *    Top five of the persistent score table.
           MOVE 0 TO tsc-CNT
           MOVE SPACE TO trivia-nick-TXT
           START trivia-FC
               KEY IS GREATER THAN OR EQUAL TO trivia-nick-TXT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ trivia-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                       IF tsc-CNT IS LESS THAN 100 THEN
                           ADD 1 TO tsc-CNT
                           MOVE trivia-orig-nick-TXT
                               TO tsc-nick-TXT(tsc-CNT)
                           MOVE trivia-score-NUM
                               TO tsc-score-NUM(tsc-CNT)
                       END-IF
                   END-PERFORM
           END-START

           IF tsc-CNT IS EQUAL TO 0 THEN
               MOVE "Nobody has any trivia points yet." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO reply-TXT
           MOVE 1 TO tsc-reply-PTR
           STRING
               "Trivia scores:" DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER tsc-reply-PTR
           END-STRING

           PERFORM VARYING tsc-top-NUM FROM 1 BY 1
                   UNTIL tsc-top-NUM IS GREATER THAN 5
               MOVE 0 TO tsc-max-IDX
               MOVE 0 TO tsc-max-VAL
               PERFORM VARYING tsc-i-NUM FROM 1 BY 1
                       UNTIL tsc-i-NUM IS GREATER THAN tsc-CNT
                   IF tsc-score-NUM(tsc-i-NUM) IS GREATER THAN
                           tsc-max-VAL THEN
                       MOVE tsc-i-NUM TO tsc-max-IDX
                       MOVE tsc-score-NUM(tsc-i-NUM) TO tsc-max-VAL
                   END-IF
               END-PERFORM
               IF tsc-max-IDX IS GREATER THAN 0 THEN
                   MOVE tsc-max-VAL TO triv-score-DISP
                   STRING
                       " " DELIMITED BY SIZE
                       TRIM(tsc-nick-TXT(tsc-max-IDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(triv-score-DISP) DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER tsc-reply-PTR
                   END-STRING
                   MOVE 0 TO tsc-score-NUM(tsc-max-IDX)
               END-IF
           END-PERFORM

           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       343-uptime SECTION.

      *    "%uptime" (admin): summarize the events ledger for the
      *    current month - how many times the connection dropped, how
      *    many kicks, and the longest connected streak. A CONNECT
      *    opens a streak; RECONNECT, WATCHDOG, or GIVEUP closes it;
      *    a streak still open at the end of the file runs to now.
      *    The ledger stamps are UTC, so the month filter has to come
      *    from the UTC date too (204 also leaves now-SEC set for the
      *    still-open-streak math at the bottom).
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT(1 : 6) TO upt-month-TXT

           MOVE 0 TO upt-disc-CNT
           MOVE 0 TO upt-kick-CNT
           MOVE 0 TO upt-start-SEC
           MOVE 0 TO upt-max-SEC

           OPEN INPUT events-FC
           IF NOT events-STA-OK THEN
               MOVE "No events on record yet." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ events-FC
                   AT END EXIT PERFORM
               END-READ

               MOVE 1 TO upt-ptr-NUM
               MOVE SPACE TO upt-stamp-TXT
               UNSTRING events-REC DELIMITED BY ALL SPACE
                   INTO upt-stamp-TXT
                   WITH POINTER upt-ptr-NUM
               END-UNSTRING
               MOVE SPACE TO upt-kind-TXT
               UNSTRING events-REC DELIMITED BY ALL SPACE
                   INTO upt-kind-TXT
                   WITH POINTER upt-ptr-NUM
               END-UNSTRING

               IF upt-stamp-TXT(1 : 8) IS NOT NUMERIC THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE upt-stamp-TXT TO clk-stamp-TXT
               PERFORM 286-stamp-to-sec

               EVALUATE TRIM(upt-kind-TXT)
                   WHEN "CONNECT"
                       MOVE clk-SEC-NUM TO upt-start-SEC
                   WHEN "RECONNECT"
                   WHEN "WATCHDOG"
                   WHEN "GIVEUP"
      *                Only the event that actually ended a connected
      *                streak counts as a disconnect - the repeated
      *                RECONNECT attempts of one backoff storm (and
      *                the RECONNECT that follows a WATCHDOG) land
      *                with no streak open and are the same outage.
                       IF upt-start-SEC IS GREATER THAN 0 THEN
                           IF upt-stamp-TXT(1 : 6) IS EQUAL TO
                                   upt-month-TXT THEN
                               ADD 1 TO upt-disc-CNT
                           END-IF
                           COMPUTE upt-streak-SEC =
                               clk-SEC-NUM - upt-start-SEC
                           IF upt-streak-SEC IS GREATER THAN
                                   upt-max-SEC THEN
                               MOVE upt-streak-SEC TO upt-max-SEC
                           END-IF
                           MOVE 0 TO upt-start-SEC
                       END-IF
                   WHEN "KICKED"
                       IF upt-stamp-TXT(1 : 6) IS EQUAL TO
                               upt-month-TXT THEN
                           ADD 1 TO upt-kick-CNT
                       END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE events-FC

           IF upt-start-SEC IS GREATER THAN 0 THEN
               COMPUTE upt-streak-SEC = now-SEC - upt-start-SEC
               IF upt-streak-SEC IS GREATER THAN upt-max-SEC THEN
                   MOVE upt-streak-SEC TO upt-max-SEC
               END-IF
           END-IF

           COMPUTE upt-h-NUM = FUNCTION INTEGER(upt-max-SEC / 3600)
           COMPUTE upt-m-NUM =
               FUNCTION INTEGER(FUNCTION MOD(upt-max-SEC, 3600) / 60)
           MOVE upt-h-NUM TO upt-h-DISP
           MOVE upt-m-NUM TO upt-m-DISP

           MOVE SPACE TO reply-TXT
           MOVE 1 TO upt-reply-PTR
           MOVE upt-disc-CNT TO upt-CNT-DISP
           STRING
               "This month: " DELIMITED BY SIZE
               TRIM(upt-CNT-DISP) DELIMITED BY SIZE
               " disconnect(s), " DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER upt-reply-PTR
           END-STRING
           MOVE upt-kick-CNT TO upt-CNT-DISP
           STRING
               TRIM(upt-CNT-DISP) DELIMITED BY SIZE
               " kick(s); longest connected streak "
                   DELIMITED BY SIZE
               TRIM(upt-h-DISP) DELIMITED BY SIZE
               "h " DELIMITED BY SIZE
               TRIM(upt-m-DISP) DELIMITED BY SIZE
               "m." DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER upt-reply-PTR
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       344-backup SECTION.

      *    "%backup" (admin) - take a consistent snapshot of the data
      *    files right now, without stopping the bot.
           PERFORM 345-snapshot-files

           MOVE snap-ok-CNT TO snap-ok-DISP
           MOVE snap-fail-CNT TO snap-fail-DISP
           MOVE SPACE TO reply-TXT
           STRING
               "Snapshot " DELIMITED BY SIZE
               snap-stamp-TXT DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(snap-ok-DISP) DELIMITED BY SIZE
               " file(s) copied, " DELIMITED BY SIZE
               TRIM(snap-fail-DISP) DELIMITED BY SIZE
               " failed. To restore: stop the bot and copy the "
                   DELIMITED BY SIZE
               ".bak files back over the originals." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       347-next-config-idx SECTION.

      *    Highest in-use config-IDX below the reserved "state:"
      *    space, plus one - so a record written at runtime can't
      *    collide with stan-cfg's auto-increment or the pinned
      *    checkpoint row.
           MOVE 0 TO next-cfg-IDX-NUM

           SET config-IDX TO 1
           START config-FC
               KEY IS GREATER THAN OR EQUAL TO config-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ config-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                       SET cfg-this-IDX-NUM TO config-IDX
                       IF cfg-this-IDX-NUM IS LESS THAN 900000000
                               AND cfg-this-IDX-NUM IS GREATER THAN
                                   next-cfg-IDX-NUM THEN
                           MOVE cfg-this-IDX-NUM TO next-cfg-IDX-NUM
                       END-IF
                   END-PERFORM
           END-START

           ADD 1 TO next-cfg-IDX-NUM

           .

      * * * * * * * * * * * * * * * * * * * *

       348-join-cmd SECTION.

      *    "%join #chan [key] [using <template>]" (admin) - join right
      *    now AND write the "channel" entry, so kick-rejoin, the
      *    greeting, and the next restart all see the channel without
      *    anyone touching the shell. Naming a template also writes
      *    its overrides for the channel before the greeting goes out.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Join which channel?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO jp-chan-TXT
           MOVE cmd-TXT TO jp-chan-TXT
           IF jp-chan-TXT(1 : 1) IS NOT EQUAL TO "#"
                   AND jp-chan-TXT(1 : 1) IS NOT EQUAL TO "&" THEN
               MOVE "That doesn't look like a channel name."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO jp-key-TXT
           IF cmd-TXT IS NOT EQUAL TO "using" THEN
               MOVE cmd-TXT TO jp-key-TXT
               COPY "line-split.cpy" REPLACING
                   LEADING ==id== BY ==cmd==
                   DELIMS BY ==" "==
                   DELIMSAVE BY ====.
           END-IF

      *    "using <name>" or "using template <name>" - checked before
      *    the JOIN goes out, so a mistyped name costs nothing.
           MOVE SPACE TO tpl-name-TXT
           IF cmd-TXT IS EQUAL TO "using" THEN
               COPY "line-split.cpy" REPLACING
                   LEADING ==id== BY ==cmd==
                   DELIMS BY ==" "==
                   DELIMSAVE BY ====.
               IF cmd-TXT IS EQUAL TO "template" THEN
                   COPY "line-split.cpy" REPLACING
                       LEADING ==id== BY ==cmd==
                       DELIMS BY ==" "==
                       DELIMSAVE BY ====.
               END-IF
               IF cmd-TXT IS EQUAL TO SPACE THEN
                   MOVE "Using which template?" TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
               END-IF
               MOVE cmd-TXT TO tpl-name-TXT
               PERFORM 577-template-collect
               IF tpl-CNT IS EQUAL TO 0 THEN
                   MOVE SPACE TO reply-TXT
                   STRING
                       "There's no template called " DELIMITED BY SIZE
                       TRIM(tpl-name-TXT) DELIMITED BY SIZE
                       " in the config." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
               END-IF
           END-IF

           IF jp-key-TXT IS NOT EQUAL TO SPACE THEN
               MOVE SPACE TO wire-line-TXT
               STRING
                   "JOIN " DELIMITED BY SIZE
                   TRIM(jp-chan-TXT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(jp-key-TXT) DELIMITED BY SIZE
                   INTO wire-line-TXT
               END-STRING
               PERFORM 484-send-raw
           ELSE
               MOVE SPACE TO wire-line-TXT
               STRING
                   "JOIN " DELIMITED BY SIZE
                   TRIM(jp-chan-TXT) DELIMITED BY SIZE
                   INTO wire-line-TXT
               END-STRING
               PERFORM 484-send-raw
           END-IF

      *    Already in the config? Then this was just a rejoin.
           MOVE TRIM(jp-chan-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT

           MOVE "N" TO jp-found-CHR
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "channel"
               missing BY CONTINUE
               available BY ==
                   IF jp-chan-configured THEN
                       EXIT PERFORM
                   END-IF
                   PERFORM 267-split-chan-entry
                   MOVE TRIM(chanent-chan-TXT) TO cf-src-TXT
                   PERFORM 224-casefold
                   IF TRIM(cf-dst-TXT) IS EQUAL TO
                           TRIM(fold-A-TXT) THEN
                       MOVE "Y" TO jp-found-CHR
                   END-IF
               ==.

      *    A template on a rejoin only fills in what the channel
      *    doesn't already override.
           IF jp-chan-configured THEN
               IF tpl-name-TXT IS NOT EQUAL TO SPACE THEN
                   MOVE TRIM(jp-chan-TXT) TO tpl-chan-TXT
                   PERFORM 579-template-apply
                   PERFORM 296-load-report-times
                   PERFORM 516-load-standups
                   PERFORM 410-load-topic-times
                   PERFORM 448-load-silence-watch
                   MOVE SPACE TO reply-TXT
                   STRING
                       TRIM(jp-chan-TXT) DELIMITED BY SIZE
                       " is already on the channel list - joining; "
                           DELIMITED BY SIZE
                       TRIM(tpl-note-TXT) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
               ELSE
                   MOVE SPACE TO reply-TXT
                   STRING
                       TRIM(jp-chan-TXT) DELIMITED BY SIZE
                       " is already on the channel list - joining."
                           DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
               END-IF
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           PERFORM 347-next-config-idx
           SET config-IDX TO next-cfg-IDX-NUM
           MOVE "channel" TO config-opt-TXT
           MOVE SPACE TO config-val-TXT
           IF jp-key-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   TRIM(jp-chan-TXT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(jp-key-TXT) DELIMITED BY SIZE
                   INTO config-val-TXT
               END-STRING
           ELSE
               MOVE TRIM(jp-chan-TXT) TO config-val-TXT
           END-IF
           WRITE config-REC
           PERFORM 453-load-config-cache

           IF tpl-name-TXT IS NOT EQUAL TO SPACE THEN
               MOVE TRIM(jp-chan-TXT) TO tpl-chan-TXT
               PERFORM 579-template-apply
           END-IF

           IF join-chan-CNT IS LESS THAN 50 THEN
               ADD 1 TO join-chan-CNT
               MOVE TRIM(jp-chan-TXT)
                   TO join-chan-TBL(join-chan-CNT)
               MOVE join-chan-CNT TO join-chan-IDX
               PERFORM 219-send-channel-greeting
           END-IF
           PERFORM 296-load-report-times
           PERFORM 516-load-standups
           PERFORM 410-load-topic-times
           PERFORM 448-load-silence-watch

           MOVE SPACE TO reply-TXT
           IF tpl-name-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   "Joined " DELIMITED BY SIZE
                   TRIM(jp-chan-TXT) DELIMITED BY SIZE
                   " and saved it to the channel list; "
                       DELIMITED BY SIZE
                   TRIM(tpl-note-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
           ELSE
               STRING
                   "Joined " DELIMITED BY SIZE
                   TRIM(jp-chan-TXT) DELIMITED BY SIZE
                   " and saved it to the channel list."
                       DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
           END-IF
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       349-part-cmd SECTION.

      *    "%part #chan" (admin) - leave now and drop the "channel"
      *    entry (key and all), so neither the kick-rejoin logic nor
      *    the next restart drags us back in.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Part which channel?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO jp-chan-TXT
           MOVE cmd-TXT TO jp-chan-TXT

           MOVE SPACE TO wire-line-TXT
           STRING
               "PART " DELIMITED BY SIZE
               TRIM(jp-chan-TXT) DELIMITED BY SIZE
               INTO wire-line-TXT
           END-STRING
           PERFORM 484-send-raw

           MOVE TRIM(jp-chan-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT

      *    Drop the matching "channel" record(s) - same scan shape as
      *    stan-cfg's delete, against the config file we already hold
      *    open.
           MOVE "N" TO jp-found-CHR
           MOVE "channel" TO config-opt-TXT
           START config-FC
               KEY IS EQUAL TO config-opt-TXT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ config-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                       IF TRIM(config-opt-TXT) IS NOT EQUAL TO
                               "channel" THEN
                           EXIT PERFORM
                       END-IF
                       PERFORM 267-split-chan-entry
                       MOVE TRIM(chanent-chan-TXT) TO cf-src-TXT
                       PERFORM 224-casefold
                       IF TRIM(cf-dst-TXT) IS EQUAL TO
                               TRIM(fold-A-TXT) THEN
                           DELETE config-FC RECORD
                           MOVE "Y" TO jp-found-CHR
                       END-IF
                   END-PERFORM
           END-START
           PERFORM 453-load-config-cache

      *    Out of the in-memory channel list too.
           PERFORM VARYING join-chan-IDX FROM join-chan-CNT BY -1
                   UNTIL join-chan-IDX IS EQUAL TO 0
               MOVE TRIM(join-chan-TBL(join-chan-IDX)) TO cf-src-TXT
               PERFORM 224-casefold
               IF TRIM(cf-dst-TXT) IS EQUAL TO TRIM(fold-A-TXT) THEN
                   IF join-chan-IDX IS LESS THAN join-chan-CNT THEN
                       MOVE join-chan-TBL(join-chan-CNT)
                           TO join-chan-TBL(join-chan-IDX)
                   END-IF
                   SUBTRACT 1 FROM join-chan-CNT
               END-IF
           END-PERFORM

           MOVE SPACE TO ros-chan-TXT
           MOVE fold-A-TXT TO ros-chan-TXT
           PERFORM 258-roster-clear-chan
           PERFORM 296-load-report-times
           PERFORM 516-load-standups
           PERFORM 410-load-topic-times
           PERFORM 448-load-silence-watch

           MOVE SPACE TO reply-TXT
           IF jp-chan-configured THEN
               STRING
                   "Parted " DELIMITED BY SIZE
                   TRIM(jp-chan-TXT) DELIMITED BY SIZE
                   " and removed it from the channel list."
                       DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
           ELSE
               STRING
                   "Parted " DELIMITED BY SIZE
                   TRIM(jp-chan-TXT) DELIMITED BY SIZE
                   " (it wasn't on the channel list)."
                       DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
           END-IF
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       350-say-cmd SECTION.

      *    "%say <target> <text>" (admin) - speak as the bot into a
      *    channel or to a nick.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE
                   OR TRIM(line-TXT(line-IDX : )) IS EQUAL TO SPACE
                   THEN
               MOVE "Say what, where?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO say-target-TXT
           MOVE cmd-TXT TO say-target-TXT

           MOVE SPACE TO send-line-TXT
           STRING
               "PRIVMSG " DELIMITED BY SIZE
               TRIM(say-target-TXT) DELIMITED BY SIZE
               " :" DELIMITED BY SIZE
               TRIM(line-TXT(line-IDX : )) DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING
           PERFORM 240-throttled-send

           .

      * * * * * * * * * * * * * * * * * * * *

       351-tz SECTION.

      *    "%tz +05:30" stores the requester's display zone (minutes
      *    east of UTC); "%tz utc" clears it; bare "%tz" reports the
      *    current setting. Timestamps are stored in UTC regardless -
      *    this only changes how 206-render-stamp-for-nick shows them
      *    to this user.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO tz-nick-TXT
           MOVE cf-dst-TXT TO tz-nick-TXT

           IF cmd-TXT IS EQUAL TO SPACE THEN
               READ tz-FC RECORD
                   INVALID KEY
                       MOVE SPACE TO reply-TXT
                       STRING
                           "Times display for you in UTC. Set a zone "
                               DELIMITED BY SIZE
                           "with: " DELIMITED BY SIZE
                           effective-prefix-CHR DELIMITED BY SIZE
                           "tz +05:30" DELIMITED BY SIZE
                           INTO reply-TXT
                       END-STRING
                   NOT INVALID KEY
                       MOVE SPACE TO reply-TXT
                       STRING
                           "Times display for you as UTC"
                               DELIMITED BY SIZE
                           TRIM(tz-val-TXT) DELIMITED BY SIZE
                           "." DELIMITED BY SIZE
                           INTO reply-TXT
                       END-STRING
               END-READ
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO tzp-arg-TXT
           MOVE cmd-TXT TO tzp-arg-TXT

           MOVE tzp-arg-TXT TO cf-src-TXT
           PERFORM 224-casefold
           IF TRIM(cf-dst-TXT) IS EQUAL TO "UTC"
                   OR TRIM(cf-dst-TXT) IS EQUAL TO "OFF" THEN
               READ tz-FC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE tz-FC RECORD
               END-READ
               MOVE "Ok, UTC it is." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           PERFORM 352-tz-parse-offset
           IF NOT tzp-parse-ok THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "Try: " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "tz <+HH:MM|-HH:MM|utc>" DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           READ tz-FC RECORD
               INVALID KEY
                   MOVE "N" TO tz-exists-CHR
               NOT INVALID KEY
                   MOVE "Y" TO tz-exists-CHR
           END-READ

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO tz-nick-TXT
           MOVE cf-dst-TXT TO tz-nick-TXT
           MOVE SPACE TO tz-orig-nick-TXT
           MOVE nick-TXT TO tz-orig-nick-TXT
           MOVE SPACE TO tz-val-TXT
           MOVE TRIM(tzp-arg-TXT) TO tz-val-TXT
           MOVE tzp-min-NUM TO tz-min-NUM

           IF tz-exists THEN
               REWRITE tz-REC
           ELSE
               WRITE tz-REC
           END-IF

           MOVE SPACE TO reply-TXT
           STRING
               "Ok, times will display for you as UTC"
                   DELIMITED BY SIZE
               TRIM(tz-val-TXT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       352-tz-parse-offset SECTION.

      *    "+HH:MM", "-H", "+H:MM", "+HH" - sign required, hours up
      *    to 14, minutes under 60. Result in tzp-min-NUM (minutes
      *    east of UTC).
           MOVE "N" TO tzp-ok-CHR
           MOVE 0 TO tzp-mm-NUM

           IF tzp-arg-TXT(1 : 1) IS NOT EQUAL TO "+"
                   AND tzp-arg-TXT(1 : 1) IS NOT EQUAL TO "-" THEN
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN tzp-arg-TXT(2 : 1) IS NUMERIC
                       AND tzp-arg-TXT(3 : 1) IS EQUAL TO ":"
                       AND tzp-arg-TXT(4 : 2) IS NUMERIC
                   MOVE FUNCTION NUMVAL(tzp-arg-TXT(2 : 1))
                       TO tzp-hh-NUM
                   MOVE FUNCTION NUMVAL(tzp-arg-TXT(4 : 2))
                       TO tzp-mm-NUM
               WHEN tzp-arg-TXT(2 : 2) IS NUMERIC
                       AND tzp-arg-TXT(4 : 1) IS EQUAL TO ":"
                       AND tzp-arg-TXT(5 : 2) IS NUMERIC
                   MOVE FUNCTION NUMVAL(tzp-arg-TXT(2 : 2))
                       TO tzp-hh-NUM
                   MOVE FUNCTION NUMVAL(tzp-arg-TXT(5 : 2))
                       TO tzp-mm-NUM
               WHEN tzp-arg-TXT(2 : 2) IS NUMERIC
                       AND tzp-arg-TXT(4 : 1) IS EQUAL TO " "
                   MOVE FUNCTION NUMVAL(tzp-arg-TXT(2 : 2))
                       TO tzp-hh-NUM
               WHEN tzp-arg-TXT(2 : 1) IS NUMERIC
                       AND tzp-arg-TXT(3 : 1) IS EQUAL TO " "
                   MOVE FUNCTION NUMVAL(tzp-arg-TXT(2 : 1))
                       TO tzp-hh-NUM
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE

           IF tzp-hh-NUM IS GREATER THAN 14
                   OR tzp-mm-NUM IS GREATER THAN 59 THEN
               EXIT SECTION
           END-IF

           COMPUTE tzp-min-NUM = tzp-hh-NUM * 60 + tzp-mm-NUM
           IF tzp-arg-TXT(1 : 1) IS EQUAL TO "-" THEN
               COMPUTE tzp-min-NUM = 0 - tzp-min-NUM
           END-IF

           MOVE "Y" TO tzp-ok-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       353-poll SECTION.

      *    "%poll start <question> | <optA> | <optB> [| ...]" opens
      *    the channel's poll (one at a time per channel); "%poll
      *    close" announces the tally and ends it; bare "%poll"
      *    restates the question and the standings.
           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               MOVE "Polls run in a channel, not in private."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           EVALUATE cmd-TXT
               WHEN "start"
                   PERFORM 354-poll-start
               WHEN "close"
                   PERFORM 355-poll-close
               WHEN SPACE
                   PERFORM 356-poll-show
               WHEN OTHER
                   MOVE SPACE TO reply-TXT
                   STRING
                       "Try: " DELIMITED BY SIZE
                       effective-prefix-CHR DELIMITED BY SIZE
                       "poll start <question> | <optA> | <optB>, "
                           DELIMITED BY SIZE
                       effective-prefix-CHR DELIMITED BY SIZE
                       "poll close, or " DELIMITED BY SIZE
                       effective-prefix-CHR DELIMITED BY SIZE
                       "poll" DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       354-poll-start SECTION.

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO poll-chan-TXT
           MOVE cf-dst-TXT TO poll-chan-TXT

           READ poll-FC RECORD
               INVALID KEY
                   MOVE "N" TO poll-exists-CHR
               NOT INVALID KEY
                   MOVE "Y" TO poll-exists-CHR
           END-READ

           IF poll-exists THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "There's already an open poll here: "
                       DELIMITED BY SIZE
                   TRIM(poll-q-TXT) DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO poll-parse-TXT
           MOVE TRIM(line-TXT(line-IDX : )) TO poll-parse-TXT
           MOVE SPACE TO pp-q-TXT
           MOVE SPACE TO pp-o1-TXT
           MOVE SPACE TO pp-o2-TXT
           MOVE SPACE TO pp-o3-TXT
           MOVE SPACE TO pp-o4-TXT
           UNSTRING poll-parse-TXT DELIMITED BY "|"
               INTO pp-q-TXT pp-o1-TXT pp-o2-TXT pp-o3-TXT pp-o4-TXT
           END-UNSTRING

           IF TRIM(pp-q-TXT) IS EQUAL TO SPACE
                   OR TRIM(pp-o1-TXT) IS EQUAL TO SPACE
                   OR TRIM(pp-o2-TXT) IS EQUAL TO SPACE THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "Try: " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "poll start <question> | <optA> | <optB>"
                       DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

      *    The READ above missed, so the record area needs building
      *    from scratch.
           MOVE cf-dst-TXT TO poll-chan-TXT
           MOVE SPACE TO poll-orig-chan-TXT
           MOVE chan-TXT TO poll-orig-chan-TXT
           MOVE SPACE TO poll-setter-TXT
           MOVE nick-TXT TO poll-setter-TXT
           MOVE SPACE TO poll-q-TXT
           MOVE TRIM(pp-q-TXT) TO poll-q-TXT
           PERFORM VARYING poll-i-NUM FROM 1 BY 1
                   UNTIL poll-i-NUM IS GREATER THAN 4
               MOVE SPACE TO poll-opt-TXT(poll-i-NUM)
               MOVE 0 TO poll-opt-vote-CNT(poll-i-NUM)
           END-PERFORM
           MOVE 2 TO poll-opt-CNT-NUM
           MOVE TRIM(pp-o1-TXT) TO poll-opt-TXT(1)
           MOVE TRIM(pp-o2-TXT) TO poll-opt-TXT(2)
           IF TRIM(pp-o3-TXT) IS NOT EQUAL TO SPACE THEN
               MOVE 3 TO poll-opt-CNT-NUM
               MOVE TRIM(pp-o3-TXT) TO poll-opt-TXT(3)
           END-IF
           IF TRIM(pp-o4-TXT) IS NOT EQUAL TO SPACE
                   AND poll-opt-CNT-NUM IS EQUAL TO 3 THEN
               MOVE 4 TO poll-opt-CNT-NUM
               MOVE TRIM(pp-o4-TXT) TO poll-opt-TXT(4)
           END-IF

           WRITE poll-REC

           PERFORM 356-poll-show

           .

      * * * * * * * * * * * * * * * * * * * *

       356-poll-show SECTION.

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO poll-chan-TXT
           MOVE cf-dst-TXT TO poll-chan-TXT

           READ poll-FC RECORD
               INVALID KEY
                   MOVE "No poll open here." TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-READ

           MOVE SPACE TO reply-TXT
           MOVE 1 TO poll-reply-PTR
           STRING
               "Poll by " DELIMITED BY SIZE
               TRIM(poll-setter-TXT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(poll-q-TXT) DELIMITED BY SIZE
               " -" DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER poll-reply-PTR
           END-STRING
           PERFORM VARYING poll-i-NUM FROM 1 BY 1
                   UNTIL poll-i-NUM IS GREATER THAN poll-opt-CNT-NUM
               MOVE poll-i-NUM TO poll-i-DISP
               MOVE poll-opt-vote-CNT(poll-i-NUM) TO poll-CNT-DISP
               STRING
                   " " DELIMITED BY SIZE
                   poll-i-DISP DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   TRIM(poll-opt-TXT(poll-i-NUM)) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   TRIM(poll-CNT-DISP) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER poll-reply-PTR
               END-STRING
           END-PERFORM
           STRING
               ". Vote with " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "vote <option>." DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER poll-reply-PTR
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       355-poll-close SECTION.

      *    Closing is for the poll's starter or an admin - anyone
      *    else gets the standings instead.
           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO poll-chan-TXT
           MOVE cf-dst-TXT TO poll-chan-TXT

           READ poll-FC RECORD
               INVALID KEY
                   MOVE "No poll open here." TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-READ

           MOVE TRIM(poll-setter-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-B-TXT

           IF TRIM(fold-A-TXT) IS NOT EQUAL TO TRIM(fold-B-TXT) THEN
               PERFORM 305-check-admin
               IF NOT admin-is-authorized THEN
                   MOVE "Only the poll's starter (or an admin) can c
      -                "lose it." TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
               END-IF
           END-IF

           MOVE SPACE TO reply-TXT
           MOVE 1 TO poll-reply-PTR
           STRING
               "Poll closed: " DELIMITED BY SIZE
               TRIM(poll-q-TXT) DELIMITED BY SIZE
               " -" DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER poll-reply-PTR
           END-STRING
           PERFORM VARYING poll-i-NUM FROM 1 BY 1
                   UNTIL poll-i-NUM IS GREATER THAN poll-opt-CNT-NUM
               MOVE poll-opt-vote-CNT(poll-i-NUM) TO poll-CNT-DISP
               STRING
                   " " DELIMITED BY SIZE
                   TRIM(poll-opt-TXT(poll-i-NUM)) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   TRIM(poll-CNT-DISP) DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER poll-reply-PTR
               END-STRING
               IF poll-i-NUM IS LESS THAN poll-opt-CNT-NUM THEN
                   STRING
                       "," DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER poll-reply-PTR
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM 230-reply-privmsg

           MOVE "POLL.CLOSE" TO obx-type-TXT
           MOVE SPACE TO obx-chan-TXT
           MOVE chan-TXT TO obx-chan-TXT
           MOVE "question" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(poll-q-TXT) TO obx-val-TXT
           PERFORM 460-outbox-pair
           MOVE "by" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(nick-TXT) TO obx-val-TXT
           PERFORM 460-outbox-pair
           PERFORM VARYING poll-i-NUM FROM 1 BY 1
                   UNTIL poll-i-NUM IS GREATER THAN poll-opt-CNT-NUM
               MOVE poll-i-NUM TO obx-num-DISP
               MOVE SPACE TO obx-key-TXT
               STRING
                   "opt" DELIMITED BY SIZE
                   TRIM(obx-num-DISP) DELIMITED BY SIZE
                   INTO obx-key-TXT
               END-STRING
               MOVE SPACE TO obx-val-TXT
               MOVE TRIM(poll-opt-TXT(poll-i-NUM)) TO obx-val-TXT
               PERFORM 460-outbox-pair
               MOVE SPACE TO obx-key-TXT
               STRING
                   "votes" DELIMITED BY SIZE
                   TRIM(obx-num-DISP) DELIMITED BY SIZE
                   INTO obx-key-TXT
               END-STRING
               MOVE poll-opt-vote-CNT(poll-i-NUM) TO obx-num-DISP
               MOVE SPACE TO obx-val-TXT
               MOVE TRIM(obx-num-DISP) TO obx-val-TXT
               PERFORM 460-outbox-pair
           END-PERFORM
           PERFORM 459-write-outbox

           DELETE poll-FC RECORD

      *    Sweep this channel's vote records so the next poll starts
      *    clean.
           MOVE SPACE TO vote-key
           MOVE poll-chan-TXT TO vote-chan-TXT
           MOVE SPACE TO vote-match-chan-TXT
           MOVE poll-chan-TXT TO vote-match-chan-TXT
           START vote-FC
               KEY IS GREATER THAN OR EQUAL TO vote-key
               INVALID KEY
                   EXIT SECTION
           END-START
           PERFORM
               UNTIL EXIT
               READ vote-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF vote-chan-TXT IS NOT EQUAL TO
                       vote-match-chan-TXT THEN
                   EXIT PERFORM
               END-IF
               DELETE vote-FC RECORD
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       357-vote SECTION.

      *    "%vote <option>" - by option text or its number. One vote
      *    per hostmask, recorded on disk.
           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               MOVE "Vote in the channel the poll is running in."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO poll-chan-TXT
           MOVE cf-dst-TXT TO poll-chan-TXT

           READ poll-FC RECORD
               INVALID KEY
                   MOVE "No poll open here." TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-READ

           MOVE SPACE TO vote-arg-TXT
           MOVE TRIM(line-TXT(line-IDX : )) TO vote-arg-TXT
           IF TRIM(vote-arg-TXT) IS EQUAL TO SPACE THEN
               PERFORM 356-poll-show
               EXIT SECTION
           END-IF

      *    Which option? A bare digit picks by number, anything else
      *    matches the option text case-folded.
           MOVE 0 TO vote-pick-NUM
           IF FUNCTION LENGTH(TRIM(vote-arg-TXT)) IS EQUAL TO 1
                   AND vote-arg-TXT(1 : 1) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(vote-arg-TXT(1 : 1))
                   TO vote-pick-NUM
               IF vote-pick-NUM IS EQUAL TO 0
                       OR vote-pick-NUM IS GREATER THAN
                           poll-opt-CNT-NUM THEN
                   MOVE 0 TO vote-pick-NUM
               END-IF
           ELSE
               MOVE TRIM(vote-arg-TXT) TO cf-src-TXT
               PERFORM 224-casefold
               MOVE cf-dst-TXT TO fold-A-TXT
               PERFORM VARYING poll-i-NUM FROM 1 BY 1
                       UNTIL poll-i-NUM IS GREATER THAN
                           poll-opt-CNT-NUM
                   MOVE TRIM(poll-opt-TXT(poll-i-NUM)) TO cf-src-TXT
                   PERFORM 224-casefold
                   IF TRIM(cf-dst-TXT) IS EQUAL TO
                           TRIM(fold-A-TXT) THEN
                       MOVE poll-i-NUM TO vote-pick-NUM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           IF vote-pick-NUM IS EQUAL TO 0 THEN
               MOVE "That's not one of the options." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

      *    One vote per hostmask.
           MOVE hostmask-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO vote-key
           MOVE poll-chan-TXT TO vote-chan-TXT
           MOVE cf-dst-TXT TO vote-mask-TXT

           READ vote-FC RECORD
               INVALID KEY
                   MOVE "N" TO vote-exists-CHR
               NOT INVALID KEY
                   MOVE "Y" TO vote-exists-CHR
           END-READ

           IF vote-exists THEN
               MOVE "You already voted in this poll." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO vote-key
           MOVE poll-chan-TXT TO vote-chan-TXT
           MOVE cf-dst-TXT TO vote-mask-TXT
           MOVE vote-pick-NUM TO vote-choice-NUM
           WRITE vote-REC

           ADD 1 TO poll-opt-vote-CNT(vote-pick-NUM)
           REWRITE poll-REC

           MOVE poll-opt-vote-CNT(vote-pick-NUM) TO poll-CNT-DISP
           MOVE SPACE TO reply-TXT
           STRING
               nick-TXT DELIMITED BY SIZE
               ": counted for " DELIMITED BY SIZE
               TRIM(poll-opt-TXT(vote-pick-NUM)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               TRIM(poll-CNT-DISP) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       317-karma SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Karma for what?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

      *    "%karma why <term>" lists who moved it lately; a bare
      *    "%karma why" is still the score of the word "why".
           IF cmd-TXT IS EQUAL TO "why"
                   AND line-IDX IS LESS THAN 512 THEN
               IF line-TXT(line-IDX : ) IS NOT EQUAL TO SPACE THEN
                   PERFORM 475-karma-why
                   EXIT SECTION
               END-IF
           END-IF

           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
      *    A linked spelling reads back the canonical record, so the
      *    merged score answers whichever nick was asked about.
           MOVE SPACE TO als-in-TXT
           MOVE cf-dst-TXT TO als-in-TXT
           PERFORM 380-resolve-alias
           MOVE SPACE TO karma-term-TXT
           MOVE als-out-TXT TO karma-term-TXT

           READ karma-FC RECORD
               INVALID KEY
                   STRING
                       TRIM(cmd-TXT) DELIMITED BY SIZE
                       " has no karma yet." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
               NOT INVALID KEY
                   MOVE karma-score-NUM TO karma-score-DISP
                   STRING
                       TRIM(karma-orig-term-TXT) DELIMITED BY SIZE
                       " has karma " DELIMITED BY SIZE
                       TRIM(karma-score-DISP) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
           END-READ

           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       320-topic SECTION.

      *    "%topic" alone reports the current channel's topic; from a
      *    private message (or to ask about another channel) give the
      *    channel explicitly: "%topic #channel".
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               PERFORM 225-is-chan-my-nick
               IF chan-is-my-nick THEN
                   MOVE "Topic for which channel?" TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
               END-IF
               MOVE chan-TXT TO cf-src-TXT
           ELSE
               MOVE cmd-TXT TO cf-src-TXT
           END-IF

           PERFORM 224-casefold
           MOVE SPACE TO topic-chan-TXT
           MOVE cf-dst-TXT TO topic-chan-TXT

           READ topic-FC RECORD
               INVALID KEY
                   STRING
                       "No topic on record for "
                           DELIMITED BY SIZE
                       TRIM(cf-src-TXT) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
               NOT INVALID KEY
      *            The stored set-time is UTC - render it in the
      *            asking user's own zone.
                   MOVE SPACE TO rend-nick-TXT
                   MOVE nick-TXT TO rend-nick-TXT
                   MOVE topic-time-TXT TO rend-stamp-TXT
                   PERFORM 206-render-stamp-for-nick

                   MOVE SPACE TO reply-TXT
                   MOVE 1 TO seen-reply-PTR
                   STRING
                       "Topic for " DELIMITED BY SIZE
                       TRIM(topic-orig-chan-TXT) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       TRIM(topic-TXT) DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER seen-reply-PTR
                   END-STRING
                   IF topic-setter-TXT IS NOT EQUAL TO SPACE THEN
                       STRING
                           " (set by " DELIMITED BY SIZE
                           TRIM(topic-setter-TXT) DELIMITED BY SIZE
                           INTO reply-TXT
                           WITH POINTER seen-reply-PTR
                       END-STRING
                       IF topic-time-TXT IS NOT EQUAL TO SPACE THEN
                           STRING
                               " at " DELIMITED BY SIZE
                               TRIM(rend-out-TXT) DELIMITED BY SIZE
                               INTO reply-TXT
                               WITH POINTER seen-reply-PTR
                           END-STRING
                       END-IF
                       STRING
                           ")" DELIMITED BY SIZE
                           INTO reply-TXT
                           WITH POINTER seen-reply-PTR
                       END-STRING
                   ELSE
                       IF topic-time-TXT IS NOT EQUAL TO SPACE THEN
                           STRING
                               " (set at " DELIMITED BY SIZE
                               TRIM(rend-out-TXT) DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO reply-TXT
                               WITH POINTER seen-reply-PTR
                           END-STRING
                       END-IF
                   END-IF
           END-READ

           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       309-seed-quote-max-id SECTION.

      *    quote-ID-NUM only exists to fulfill the requirement of having
      *    a unique primary key - keep it seeded past the highest one
      *    already on disk so appends never collide, same idea as IDX
      *    in config.cbl. Also seeds the random-number generator used
      *    to pick a quote for a bare "%quote".
           PERFORM
               UNTIL EXIT
               READ quote-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF quote-ID-NUM IS GREATER THAN quote-max-ID-NUM THEN
                   MOVE quote-ID-NUM TO quote-max-ID-NUM
               END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO log-date-TXT
           MOVE FUNCTION NUMVAL(log-date-TXT(9 : 6)) TO quote-seed-NUM
           MOVE FUNCTION RANDOM(quote-seed-NUM) TO quote-rand-NUM

           .

      * * * * * * * * * * * * * * * * * * * *

       308-quote SECTION.

      *    "%quote add <text>", "%quote <n>" by number, "%quote
      *    search <word>", "%quote random [nick]", or bare "%quote"
      *    for any random one. Moderators work the approval queue
      *    with "%quote pending", "%quote approve <n>" and "%quote
      *    reject <n>".
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           EVALUATE TRUE
               WHEN cmd-TXT IS EQUAL TO "add"
                   PERFORM 310-quote-add
               WHEN cmd-TXT IS EQUAL TO "search"
                   PERFORM 371-quote-search
               WHEN cmd-TXT IS EQUAL TO "random"
                   PERFORM 372-quote-random
               WHEN cmd-TXT IS EQUAL TO "pending"
                       OR cmd-TXT IS EQUAL TO "approve"
                       OR cmd-TXT IS EQUAL TO "reject"
                   MOVE SPACE TO req-cmd-TXT
                   STRING
                       "quote-" DELIMITED BY SIZE
                       TRIM(cmd-TXT) DELIMITED BY SIZE
                       INTO req-cmd-TXT
                   END-STRING
                   MOVE 2 TO req-role-NUM
                   PERFORM 431-gate-admin-cmd
                   IF role-is-ok THEN
                       EVALUATE cmd-TXT
                           WHEN "pending"
                               PERFORM 492-quote-pending
                           WHEN "approve"
                               PERFORM 493-quote-approve
                           WHEN OTHER
                               PERFORM 494-quote-reject
                       END-EVALUATE
                   END-IF
               WHEN cmd-TXT IS NOT EQUAL TO SPACE
                       AND cmd-TXT IS NUMERIC
                   PERFORM 373-quote-by-id
               WHEN OTHER
                   PERFORM 311-quote-fetch
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       310-quote-add SECTION.

      *    The rest of the line past "add " is the quote text.
           ADD 1 TO line-IDX
           ADD 1 TO quote-max-ID-NUM
           MOVE quote-max-ID-NUM TO quote-ID-NUM
           MOVE SPACE TO quote-TXT
           MOVE TRIM(line-TXT(line-IDX : )) TO quote-TXT

           IF quote-TXT IS EQUAL TO SPACE THEN
               MOVE "Quote what?" TO reply-TXT
               SUBTRACT 1 FROM quote-max-ID-NUM
           ELSE
               MOVE SPACE TO quote-setter-TXT
               MOVE nick-TXT TO quote-setter-TXT
               PERFORM 204-utc-now-stamp
               MOVE clk-stamp-TXT TO quote-time-TXT
               MOVE SPACE TO quote-chan-TXT
               PERFORM 225-is-chan-my-nick
               IF NOT chan-is-my-nick THEN
                   MOVE chan-TXT TO quote-chan-TXT
               END-IF
               PERFORM 495-check-quote-approval
               IF qpend-required THEN
                   SUBTRACT 1 FROM quote-max-ID-NUM
                   PERFORM 496-quote-hold
               ELSE
                   WRITE quote-REC
                   STRING
                       "Saved as quote #" DELIMITED BY SIZE
                       quote-ID-NUM DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
               END-IF
           END-IF

           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       311-quote-fetch SECTION.

           IF quote-max-ID-NUM IS EQUAL TO 0 THEN
               MOVE "No quotes yet." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE FUNCTION RANDOM TO quote-rand-NUM
           COMPUTE quote-pick-ID-NUM =
               FUNCTION INTEGER(quote-rand-NUM * quote-max-ID-NUM) + 1

           MOVE quote-pick-ID-NUM TO quote-ID-NUM
           READ quote-FC RECORD
               INVALID KEY
                   MOVE "No quotes yet." TO reply-TXT
                   PERFORM 230-reply-privmsg
               NOT INVALID KEY
                   PERFORM 374-quote-reply
           END-READ

           .

      * * * * * * * * * * * * * * * * * * * *

       304-status SECTION.

      *    Reports enough to tell whether this is even the instance you
      *    think it is (nick/prefix/network) and whether it's healthy
      *    (mode, channel count, how long the current connection has
      *    held up) without having to go dig through SYSERR.
           MOVE FUNCTION CURRENT-DATE TO status-now-TXT
           COMPUTE status-start-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(connect-start-TXT(1 : 8)))
           COMPUTE status-now-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(status-now-TXT(1 : 8)))
           COMPUTE status-uptime-SEC-NUM =
               (status-now-DAY-NUM - status-start-DAY-NUM) * 86400
               + FUNCTION NUMVAL(status-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(status-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(status-now-TXT(13 : 2))
               - FUNCTION NUMVAL(connect-start-TXT(9 : 2)) * 3600
               - FUNCTION NUMVAL(connect-start-TXT(11 : 2)) * 60
               - FUNCTION NUMVAL(connect-start-TXT(13 : 2))
           MOVE status-uptime-SEC-NUM TO status-uptime-DISP

           MOVE join-chan-CNT TO status-chan-CNT-DISP

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "default" TO network-name-TXT
           END-IF

           STRING
               "Status: nick=" DELIMITED BY SIZE
               TRIM(my-nick-TXT) DELIMITED BY SIZE
               " prefix=" DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               " network=" DELIMITED BY SIZE
               TRIM(network-name-TXT) DELIMITED BY SIZE
               " mode=" DELIMITED BY SIZE
               TRIM(police-TBL(police-CHR + 1)) DELIMITED BY SIZE
               " channels=" DELIMITED BY SIZE
               TRIM(status-chan-CNT-DISP) DELIMITED BY SIZE
               " uptime=" DELIMITED BY SIZE
               TRIM(status-uptime-DISP) DELIMITED BY SIZE
               "s" DELIMITED BY SIZE
               " compiled=" DELIMITED BY SIZE
               WHEN-COMPILED DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING

           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       312-help SECTION.

      *    List public commands to everyone; only show the admin-only
      *    ones (305-check-admin-gated in 300-process-cmd) to a
      *    requester who'd actually be allowed to run them.
           PERFORM 305-check-admin

           STRING
               "Commands: " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "test, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "nsa, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "cocain, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "seen <nick>, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "who [#channel], " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "stats [nick|top], " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "alias <add <alias> <nick>|del <alias>|nick>, "
                   DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "tell <nick> <message>, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "remind <me|nick|#chan> <in Nm|at HH:MM> <text>, "
                   DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "quote [add <text>|search <word>|random [nick]|<n>], "
                   DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "karma <term>, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "learn <term> is <text>, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "<term>, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "topic [#channel], " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "links [n] [#channel], " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "lastlog <word> [days], " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "trivia [scores], " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "tz <+HH:MM|utc>, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "meeting <start <title>|end>, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "oncall [rotation], " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "optout, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "optin, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "poll [start <q> | <a> | <b>|close], "
                   DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "vote <option>, " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "help" DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           IF admin-is-authorized THEN
               STRING
                   "Admin commands: " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "police <OFF|ON|ON_FULLPOWER>, " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "forget <term>, " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "offenses <nick>, " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "bans <#chan>, " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "audit [n], " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "rehash, " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "report, " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "uptime, " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "backup, " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "join <#chan> [key] [using <tpl>], "
                       DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "part <#chan>, " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "say <target> <text>, " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "schedule <add|list|del>, " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "settopic [#chan] <text>, " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "status" DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       358-seed-schedules SECTION.

      *    Startup scan of the schedule file: seed the auto-increment
      *    key past the highest one on disk (same idea as
      *    309-seed-quote-max-id), roll any stale next-due stamp
      *    forward past "now" - an occurrence the bot slept through is
      *    skipped, not replayed - and prime the pending count and
      *    earliest-due time 359-check-schedules keys off.
           MOVE 0 TO sched-pending-CNT
           MOVE 0 TO sched-next-due-SEC

           PERFORM 247-compute-now-sec

           MOVE 0 TO sched-ID-NUM
           START sched-FC
               KEY IS GREATER THAN OR EQUAL TO sched-ID-NUM
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ sched-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF sched-ID-NUM IS GREATER THAN sched-max-ID-NUM THEN
                   MOVE sched-ID-NUM TO sched-max-ID-NUM
               END-IF

               MOVE sched-next-due-TXT TO clk-stamp-TXT
               PERFORM 286-stamp-to-sec
               MOVE clk-SEC-NUM TO sched-due-SEC
               IF sched-next-due-TXT IS EQUAL TO SPACE
                       OR sched-due-SEC IS LESS THAN OR EQUAL TO
                           now-SEC THEN
                   PERFORM 360-sched-compute-next
                   MOVE sched-calc-due-SEC TO sched-due-SEC
                   MOVE sched-due-SEC TO clk-SEC-NUM
                   PERFORM 283-sec-to-stamp
                   MOVE clk-stamp-TXT TO sched-next-due-TXT
                   REWRITE sched-REC
               END-IF

               ADD 1 TO sched-pending-CNT
               IF sched-next-due-SEC IS EQUAL TO 0
                       OR sched-due-SEC IS LESS THAN
                           sched-next-due-SEC THEN
                   MOVE sched-due-SEC TO sched-next-due-SEC
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       359-check-schedules SECTION.

      *    Called per line from the 000-main read loop, same
      *    cheap-cache shape as 244-check-reminders: a pair of numeric
      *    compares until something is actually due. A due entry says
      *    its piece into its channel and rolls its next-due forward -
      *    recurring entries never leave the file.
           IF sched-pending-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           IF now-SEC IS LESS THAN sched-next-due-SEC THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO sched-pending-CNT
           MOVE 0 TO sched-next-due-SEC

           MOVE 0 TO sched-ID-NUM
           START sched-FC
               KEY IS GREATER THAN OR EQUAL TO sched-ID-NUM
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ sched-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               MOVE sched-next-due-TXT TO clk-stamp-TXT
               PERFORM 286-stamp-to-sec
               MOVE clk-SEC-NUM TO sched-due-SEC
               IF sched-due-SEC IS LESS THAN OR EQUAL TO now-SEC THEN
                   MOVE SPACE TO send-line-TXT
                   STRING
                       "PRIVMSG " DELIMITED BY SIZE
                       TRIM(sched-chan-TXT) DELIMITED BY SIZE
                       " :" DELIMITED BY SIZE
                       TRIM(sched-msg-TXT) DELIMITED BY SIZE
                       INTO send-line-TXT
                   END-STRING
                   PERFORM 240-throttled-send

                   PERFORM 360-sched-compute-next
                   MOVE sched-calc-due-SEC TO sched-due-SEC
                   MOVE sched-due-SEC TO clk-SEC-NUM
                   PERFORM 283-sec-to-stamp
                   MOVE clk-stamp-TXT TO sched-next-due-TXT
                   REWRITE sched-REC
               END-IF

               ADD 1 TO sched-pending-CNT
               IF sched-next-due-SEC IS EQUAL TO 0
                       OR sched-due-SEC IS LESS THAN
                           sched-next-due-SEC THEN
                   MOVE sched-due-SEC TO sched-next-due-SEC
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       360-sched-compute-next SECTION.

      *    The next occurrence of the entry in the sched-REC buffer,
      *    strictly after now-SEC, into sched-calc-due-SEC (UTC).
      *    Times are the local wall clock (like "report-time" and
      *    "backup-time"), shifted back out by the UTC offset. Walks
      *    candidate local days forward; the day-count epoch
      *    (INTEGER-OF-DATE day 1 = 1601-01-01) falls on a Monday, so
      *    MOD(day - 1, 7) + 1 is the 1=Mon..7=Sun weekday.
           PERFORM 247-compute-now-sec
           COMPUTE sched-local-SEC = now-SEC + utc-offset-SEC
           COMPUTE sched-day-NUM =
               FUNCTION INTEGER(sched-local-SEC / 86400)

           MOVE 0 TO sched-calc-due-SEC
           PERFORM VARYING sched-try-NUM FROM 0 BY 1
                   UNTIL sched-try-NUM IS GREATER THAN 366
                   OR sched-calc-due-SEC IS GREATER THAN 0
               COMPUTE sched-cand-SEC =
                   (sched-day-NUM + sched-try-NUM) * 86400
                   + FUNCTION INTEGER(sched-hhmm-NUM / 100) * 3600
                   + FUNCTION MOD(sched-hhmm-NUM, 100) * 60
                   - utc-offset-SEC
               IF sched-cand-SEC IS GREATER THAN now-SEC THEN
                   EVALUATE sched-kind-CHR
                       WHEN "D"
                           MOVE sched-cand-SEC TO sched-calc-due-SEC
                       WHEN "W"
                           COMPUTE sched-dow-try-NUM = FUNCTION MOD(
                               sched-day-NUM + sched-try-NUM - 1, 7)
                               + 1
                           IF sched-dow-try-NUM IS EQUAL TO
                                   sched-dow-NUM THEN
                               MOVE sched-cand-SEC
                                   TO sched-calc-due-SEC
                           END-IF
                       WHEN "M"
                           MOVE FUNCTION DATE-OF-INTEGER(
                               sched-day-NUM + sched-try-NUM)
                               TO sched-date-DISP
                           MOVE sched-date-DISP TO sched-date-TXT
                           IF FUNCTION NUMVAL(sched-date-TXT(7 : 2))
                                   IS EQUAL TO sched-dom-NUM THEN
                               MOVE sched-cand-SEC
                                   TO sched-calc-due-SEC
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM

      *    A day-of-month no year can satisfy (only "31" in a row of
      *    short months can stall, and even that resolves within the
      *    year) - park it a day out rather than loop hot.
           IF sched-calc-due-SEC IS EQUAL TO 0 THEN
               COMPUTE sched-calc-due-SEC = now-SEC + 86400
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       361-schedule SECTION.

      *    "%schedule add daily <HH:MM> <#chan> <text>"
      *    "%schedule add weekly <mon..sun> <HH:MM> <#chan> <text>"
      *    "%schedule add monthly <DD> <HH:MM> <#chan> <text>"
      *    "%schedule list" / "%schedule del <id>" - the standing
      *    announcements that used to be re-typed into %remind every
      *    week, admin-gated by the dispatcher.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           EVALUATE cmd-TXT
               WHEN "add"
                   PERFORM 363-schedule-add
               WHEN "list"
                   PERFORM 364-schedule-list
               WHEN "del"
                   PERFORM 365-schedule-del
               WHEN OTHER
                   PERFORM 362-schedule-usage
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       362-schedule-usage SECTION.

           MOVE SPACE TO reply-TXT
           STRING
               "Try: " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "schedule add <daily HH:MM | weekly <mon..sun> HH:MM"
                   DELIMITED BY SIZE
               " | monthly <DD> HH:MM> <#chan> <text>, "
                   DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "schedule list, or " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "schedule del <id>" DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       363-schedule-add SECTION.

           MOVE "N" TO schedp-ok-CHR
           MOVE 0 TO schedp-dow-NUM
           MOVE 0 TO schedp-dom-NUM

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           EVALUATE TRIM(cf-dst-TXT)
               WHEN "DAILY"
                   MOVE "D" TO schedp-kind-CHR
               WHEN "WEEKLY"
                   MOVE "W" TO schedp-kind-CHR
               WHEN "MONTHLY"
                   MOVE "M" TO schedp-kind-CHR
               WHEN OTHER
                   PERFORM 362-schedule-usage
                   EXIT SECTION
           END-EVALUATE

           IF schedp-kind-CHR IS EQUAL TO "W" THEN
               COPY "line-split.cpy" REPLACING
                   LEADING ==id== BY ==cmd==
                   DELIMS BY ==" "==
                   DELIMSAVE BY ====.
               MOVE cmd-TXT TO cf-src-TXT
               PERFORM 224-casefold
               PERFORM VARYING sched-dow-try-NUM FROM 1 BY 1
                       UNTIL sched-dow-try-NUM IS GREATER THAN 7
                   IF cf-dst-TXT(1 : 3) IS EQUAL TO
                           sched-dow-name-TBL(sched-dow-try-NUM) THEN
                       MOVE sched-dow-try-NUM TO schedp-dow-NUM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF schedp-dow-NUM IS EQUAL TO 0 THEN
                   PERFORM 362-schedule-usage
                   EXIT SECTION
               END-IF
           END-IF

           IF schedp-kind-CHR IS EQUAL TO "M" THEN
               COPY "line-split.cpy" REPLACING
                   LEADING ==id== BY ==cmd==
                   DELIMS BY ==" "==
                   DELIMSAVE BY ====.
               MOVE SPACE TO schedp-tok-TXT
               MOVE cmd-TXT TO schedp-tok-TXT
               IF TRIM(schedp-tok-TXT) IS NOT NUMERIC THEN
                   PERFORM 362-schedule-usage
                   EXIT SECTION
               END-IF
               MOVE FUNCTION NUMVAL(schedp-tok-TXT) TO schedp-dom-NUM
               IF schedp-dom-NUM IS EQUAL TO 0
                       OR schedp-dom-NUM IS GREATER THAN 31 THEN
                   PERFORM 362-schedule-usage
                   EXIT SECTION
               END-IF
           END-IF

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO schedp-tok-TXT
           MOVE cmd-TXT TO schedp-tok-TXT
           PERFORM 366-sched-parse-hhmm
           IF NOT schedp-parse-ok THEN
               PERFORM 362-schedule-usage
               EXIT SECTION
           END-IF

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO schedp-chan-TXT
           MOVE cmd-TXT TO schedp-chan-TXT
           IF schedp-chan-TXT(1 : 1) IS NOT EQUAL TO "#"
                   AND schedp-chan-TXT(1 : 1) IS NOT EQUAL TO "&" THEN
               PERFORM 362-schedule-usage
               EXIT SECTION
           END-IF

           IF TRIM(line-TXT(line-IDX : )) IS EQUAL TO SPACE THEN
               PERFORM 362-schedule-usage
               EXIT SECTION
           END-IF

           ADD 1 TO sched-max-ID-NUM
           MOVE sched-max-ID-NUM TO sched-ID-NUM
           MOVE schedp-kind-CHR TO sched-kind-CHR
           MOVE schedp-hhmm-NUM TO sched-hhmm-NUM
           MOVE schedp-dow-NUM TO sched-dow-NUM
           MOVE schedp-dom-NUM TO sched-dom-NUM
           MOVE SPACE TO sched-chan-TXT
           MOVE schedp-chan-TXT TO sched-chan-TXT
           MOVE SPACE TO sched-msg-TXT
           MOVE TRIM(line-TXT(line-IDX : )) TO sched-msg-TXT

           PERFORM 360-sched-compute-next
           MOVE sched-calc-due-SEC TO sched-due-SEC
           MOVE sched-due-SEC TO clk-SEC-NUM
           PERFORM 283-sec-to-stamp
           MOVE clk-stamp-TXT TO sched-next-due-TXT
           WRITE sched-REC

           ADD 1 TO sched-pending-CNT
           IF sched-next-due-SEC IS EQUAL TO 0
                   OR sched-due-SEC IS LESS THAN
                       sched-next-due-SEC THEN
               MOVE sched-due-SEC TO sched-next-due-SEC
           END-IF

           MOVE sched-ID-NUM TO sched-ID-DISP
           MOVE SPACE TO reply-TXT
           STRING
               "Saved as schedule #" DELIMITED BY SIZE
               TRIM(sched-ID-DISP) DELIMITED BY SIZE
               " - next firing " DELIMITED BY SIZE
               sched-next-due-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               sched-next-due-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               sched-next-due-TXT(7 : 2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               sched-next-due-TXT(10 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               sched-next-due-TXT(12 : 2) DELIMITED BY SIZE
               " UTC." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       366-sched-parse-hhmm SECTION.

      *    "HH:MM" or "H:MM" in schedp-tok-TXT into schedp-hhmm-NUM -
      *    the same shapes 325-remind-parse-at accepts.
           MOVE "N" TO schedp-ok-CHR

           EVALUATE TRUE
               WHEN schedp-tok-TXT(3 : 1) IS EQUAL TO ":"
                       AND schedp-tok-TXT(1 : 2) IS NUMERIC
                       AND schedp-tok-TXT(4 : 2) IS NUMERIC
                   COMPUTE schedp-hhmm-NUM =
                       FUNCTION NUMVAL(schedp-tok-TXT(1 : 2)) * 100
                       + FUNCTION NUMVAL(schedp-tok-TXT(4 : 2))
               WHEN schedp-tok-TXT(2 : 1) IS EQUAL TO ":"
                       AND schedp-tok-TXT(1 : 1) IS NUMERIC
                       AND schedp-tok-TXT(3 : 2) IS NUMERIC
                   COMPUTE schedp-hhmm-NUM =
                       FUNCTION NUMVAL(schedp-tok-TXT(1 : 1)) * 100
                       + FUNCTION NUMVAL(schedp-tok-TXT(3 : 2))
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE

           IF FUNCTION INTEGER(schedp-hhmm-NUM / 100) IS GREATER THAN
                   23
                   OR FUNCTION MOD(schedp-hhmm-NUM, 100) IS GREATER
                       THAN 59 THEN
               EXIT SECTION
           END-IF

           MOVE "Y" TO schedp-ok-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       364-schedule-list SECTION.

           MOVE 0 TO sched-shown-CNT

           MOVE 0 TO sched-ID-NUM
           START sched-FC
               KEY IS GREATER THAN OR EQUAL TO sched-ID-NUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ sched-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                       IF sched-shown-CNT IS LESS THAN 10 THEN
                           ADD 1 TO sched-shown-CNT
                           PERFORM 367-sched-list-reply
                       END-IF
                   END-PERFORM
           END-START

           IF sched-shown-CNT IS EQUAL TO 0 THEN
               MOVE "No standing schedules." TO reply-TXT
               PERFORM 230-reply-privmsg
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       367-sched-list-reply SECTION.

      *    One schedule record (in the sched-REC buffer) rendered as a
      *    reply line.
           MOVE sched-ID-NUM TO sched-ID-DISP
           MOVE SPACE TO reply-TXT
           MOVE 1 TO sched-reply-PTR
           STRING
               "#" DELIMITED BY SIZE
               TRIM(sched-ID-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER sched-reply-PTR
           END-STRING

           EVALUATE sched-kind-CHR
               WHEN "D"
                   STRING
                       "daily" DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER sched-reply-PTR
                   END-STRING
               WHEN "W"
                   STRING
                       "weekly " DELIMITED BY SIZE
                       sched-dow-name-TBL(sched-dow-NUM)
                           DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER sched-reply-PTR
                   END-STRING
               WHEN "M"
                   STRING
                       "monthly day " DELIMITED BY SIZE
                       sched-dom-NUM DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER sched-reply-PTR
                   END-STRING
           END-EVALUATE

           STRING
               " at " DELIMITED BY SIZE
               sched-hhmm-NUM(1 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               sched-hhmm-NUM(3 : 2) DELIMITED BY SIZE
               " in " DELIMITED BY SIZE
               TRIM(sched-chan-TXT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(sched-msg-TXT) DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER sched-reply-PTR
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       365-schedule-del SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE
                   OR cmd-TXT IS NOT NUMERIC THEN
               PERFORM 362-schedule-usage
               EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(cmd-TXT) TO sched-ID-NUM
           READ sched-FC RECORD
               INVALID KEY
                   MOVE "No schedule with that id." TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-READ

           DELETE sched-FC RECORD
      *    Rebuild the pending cache - the deleted entry may have been
      *    the earliest-due one.
           PERFORM 358-seed-schedules

           MOVE "Ok, schedule removed." TO reply-TXT
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       371-quote-search SECTION.

      *    "%quote search <word>" - scan the quote text, case-folded,
      *    and reply with the last few matches (ring walk, same shape
      *    as %lastlog).
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Search the quotes for what?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-B-TXT

           MOVE 0 TO qse-total-CNT
           MOVE 0 TO quote-ID-NUM
           START quote-FC
               KEY IS GREATER THAN OR EQUAL TO quote-ID-NUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ quote-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ

                       MOVE quote-TXT TO cf-src-TXT
                       PERFORM 224-casefold
                       MOVE 0 TO qse-hit-CNT
                       INSPECT cf-dst-TXT TALLYING qse-hit-CNT
                           FOR ALL TRIM(fold-B-TXT)
                       IF qse-hit-CNT IS GREATER THAN 0 THEN
                           ADD 1 TO qse-total-CNT
                           COMPUTE qse-slot-NUM = FUNCTION MOD(
                               qse-total-CNT - 1, 3) + 1
                           MOVE quote-ID-NUM TO quote-ID-DISP
                           MOVE SPACE TO qse-ring-TBL(qse-slot-NUM)
                           STRING
                               "#" DELIMITED BY SIZE
                               TRIM(quote-ID-DISP) DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               TRIM(quote-TXT) DELIMITED BY SIZE
                               INTO qse-ring-TBL(qse-slot-NUM)
                           END-STRING
                       END-IF
                   END-PERFORM
           END-START

           IF qse-total-CNT IS EQUAL TO 0 THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "No quotes mention " DELIMITED BY SIZE
                   TRIM(cmd-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF qse-total-CNT IS LESS THAN 3 THEN
               MOVE qse-total-CNT TO qse-out-CNT
           ELSE
               MOVE 3 TO qse-out-CNT
           END-IF

           PERFORM VARYING qse-i-NUM FROM 1 BY 1
                   UNTIL qse-i-NUM IS GREATER THAN qse-out-CNT
               COMPUTE qse-slot-NUM = FUNCTION MOD(
                   qse-total-CNT - qse-out-CNT + qse-i-NUM - 1, 3) + 1
               MOVE SPACE TO reply-TXT
               MOVE TRIM(qse-ring-TBL(qse-slot-NUM)) TO reply-TXT
               PERFORM 230-reply-privmsg
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       372-quote-random SECTION.

      *    "%quote random" is the same pick a bare "%quote" makes;
      *    "%quote random <nick>" narrows to quotes that mention the
      *    nick or were added by them - collected in one scan, then
      *    one picked at random.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               PERFORM 311-quote-fetch
               EXIT SECTION
           END-IF

           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-B-TXT

           MOVE 0 TO qrnd-CNT
           MOVE 0 TO quote-ID-NUM
           START quote-FC
               KEY IS GREATER THAN OR EQUAL TO quote-ID-NUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ quote-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ

                       MOVE quote-TXT TO cf-src-TXT
                       PERFORM 224-casefold
                       MOVE 0 TO qse-hit-CNT
                       INSPECT cf-dst-TXT TALLYING qse-hit-CNT
                           FOR ALL TRIM(fold-B-TXT)

                       MOVE quote-setter-TXT TO cf-src-TXT
                       PERFORM 224-casefold
                       IF TRIM(cf-dst-TXT) IS EQUAL TO
                               TRIM(fold-B-TXT) THEN
                           ADD 1 TO qse-hit-CNT
                       END-IF

                       IF qse-hit-CNT IS GREATER THAN 0
                               AND qrnd-CNT IS LESS THAN 100 THEN
                           ADD 1 TO qrnd-CNT
                           MOVE quote-ID-NUM TO qrnd-id-TBL(qrnd-CNT)
                       END-IF
                   END-PERFORM
           END-START

           IF qrnd-CNT IS EQUAL TO 0 THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "No quotes by or about " DELIMITED BY SIZE
                   TRIM(cmd-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE FUNCTION RANDOM TO quote-rand-NUM
           COMPUTE qrnd-pick-NUM =
               FUNCTION INTEGER(quote-rand-NUM * qrnd-CNT) + 1
           IF qrnd-pick-NUM IS GREATER THAN qrnd-CNT THEN
               MOVE qrnd-CNT TO qrnd-pick-NUM
           END-IF

           MOVE qrnd-id-TBL(qrnd-pick-NUM) TO quote-ID-NUM
           READ quote-FC RECORD
               INVALID KEY
                   MOVE "No quotes yet." TO reply-TXT
                   PERFORM 230-reply-privmsg
               NOT INVALID KEY
                   PERFORM 374-quote-reply
           END-READ

           .

      * * * * * * * * * * * * * * * * * * * *

       373-quote-by-id SECTION.

      *    "%quote <n>" - fetch by number, attribution and all when
      *    the record has it.
           MOVE FUNCTION NUMVAL(cmd-TXT) TO quote-ID-NUM
           READ quote-FC RECORD
               INVALID KEY
                   MOVE "No quote with that number." TO reply-TXT
                   PERFORM 230-reply-privmsg
               NOT INVALID KEY
                   PERFORM 374-quote-reply
           END-READ

           .

      * * * * * * * * * * * * * * * * * * * *

       374-quote-reply SECTION.

      *    One quote record (in the quote-REC buffer) rendered as a
      *    reply line. The attribution fields are blank in records
      *    written before they existed - the "(added by ...)" tail
      *    only applies when they're filled.
           MOVE SPACE TO reply-TXT
           MOVE 1 TO quote-reply-PTR
           STRING
               "#" DELIMITED BY SIZE
               quote-ID-NUM DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(quote-TXT) DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER quote-reply-PTR
           END-STRING

           IF quote-setter-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   " (added by " DELIMITED BY SIZE
                   TRIM(quote-setter-TXT) DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER quote-reply-PTR
               END-STRING
               IF quote-time-TXT IS NOT EQUAL TO SPACE THEN
                   STRING
                       " on " DELIMITED BY SIZE
                       quote-time-TXT(1 : 4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       quote-time-TXT(5 : 2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       quote-time-TXT(7 : 2) DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER quote-reply-PTR
                   END-STRING
               END-IF
               IF quote-chan-TXT IS NOT EQUAL TO SPACE THEN
                   STRING
                       " in " DELIMITED BY SIZE
                       TRIM(quote-chan-TXT) DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER quote-reply-PTR
                   END-STRING
               END-IF
               STRING
                   ")" DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER quote-reply-PTR
               END-STRING
           END-IF

           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       418-check-meeting-line SECTION.

      *    While a meeting is being minuted in this channel, every
      *    line joins the timeline and the tagged ones collect into
      *    their sections. The speaker counts as an attendee either
      *    way - rosters miss people sometimes.
           IF NOT meeting-open THEN
               EXIT SECTION
           END-IF

           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               EXIT SECTION
           END-IF

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           IF TRIM(cf-dst-TXT) IS NOT EQUAL TO TRIM(meet-chan-TXT)
                   THEN
               EXIT SECTION
           END-IF

      *    An opted-out speaker gets the transcript treatment: a
      *    placeholder keeps the timeline honest, but neither their
      *    words nor their name land in the minutes - no attendance,
      *    no tagged-line collection.
           IF speaker-opted-out THEN
               PERFORM 204-utc-now-stamp
               MOVE SPACE TO meet-line-TXT
               STRING
                   clk-stamp-TXT(10 : 2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   clk-stamp-TXT(12 : 2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   clk-stamp-TXT(14 : 2) DELIMITED BY SIZE
                   " (line withheld - speaker opted out)"
                       DELIMITED BY SIZE
                   INTO meet-line-TXT
               END-STRING
               PERFORM 422-meeting-write-line
               EXIT SECTION
           END-IF

           MOVE SPACE TO meet-tok-TXT
           MOVE nick-TXT TO meet-tok-TXT
           PERFORM 424-meeting-add-attendee

           PERFORM 204-utc-now-stamp
           MOVE SPACE TO meet-line-TXT
           STRING
               clk-stamp-TXT(10 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               clk-stamp-TXT(12 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               clk-stamp-TXT(14 : 2) DELIMITED BY SIZE
               " <" DELIMITED BY SIZE
               nick-TXT DELIMITED BY SIZE
               "> " DELIMITED BY SIZE
               msg-TXT DELIMITED BY SIZE
               INTO meet-line-TXT
           END-STRING
           PERFORM 422-meeting-write-line

           EVALUATE TRUE
               WHEN msg-TXT(1 : 8) IS EQUAL TO "#agreed "
                   IF meet-agreed-CNT IS LESS THAN 15 THEN
                       ADD 1 TO meet-agreed-CNT
                       MOVE SPACE TO meet-agreed-TBL(meet-agreed-CNT)
                       MOVE TRIM(line-TXT(msg0 + 8 : ))
                           TO meet-agreed-TBL(meet-agreed-CNT)
                   END-IF
               WHEN msg-TXT(1 : 6) IS EQUAL TO "#info "
                   IF meet-info-CNT IS LESS THAN 15 THEN
                       ADD 1 TO meet-info-CNT
                       MOVE SPACE TO meet-info-TBL(meet-info-CNT)
                       MOVE TRIM(line-TXT(msg0 + 6 : ))
                           TO meet-info-TBL(meet-info-CNT)
                   END-IF
               WHEN msg-TXT(1 : 8) IS EQUAL TO "#action "
                   IF meet-act-CNT IS LESS THAN 15 THEN
                       MOVE SPACE TO meet-tok-TXT
                       MOVE 9 TO meet-ptr-NUM
                       UNSTRING line-TXT(msg0 : )
                           DELIMITED BY ALL SPACE
                           INTO meet-tok-TXT
                           WITH POINTER meet-ptr-NUM
                       END-UNSTRING
                       IF TRIM(meet-tok-TXT) IS NOT EQUAL TO SPACE
                               AND TRIM(line-TXT(
                                   msg0 + meet-ptr-NUM - 1 : ))
                                   IS NOT EQUAL TO SPACE THEN
                           ADD 1 TO meet-act-CNT
                           MOVE SPACE
                               TO meet-act-owner-TXT(meet-act-CNT)
                           MOVE TRIM(meet-tok-TXT)
                               TO meet-act-owner-TXT(meet-act-CNT)
                           MOVE SPACE
                               TO meet-act-text-TXT(meet-act-CNT)
                           MOVE TRIM(line-TXT(
                               msg0 + meet-ptr-NUM - 1 : ))
                               TO meet-act-text-TXT(meet-act-CNT)
                       END-IF
                   END-IF
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       424-meeting-add-attendee SECTION.

      *    meet-tok-TXT holds the nick; duplicates stay out.
           MOVE "N" TO meet-found-CHR
           PERFORM VARYING meet-i-NUM FROM 1 BY 1
                   UNTIL meet-i-NUM IS GREATER THAN meet-att-CNT
               IF TRIM(meet-att-TBL(meet-i-NUM)) IS EQUAL TO
                       TRIM(meet-tok-TXT) THEN
                   MOVE "Y" TO meet-found-CHR
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT meet-att-known
                   AND meet-att-CNT IS LESS THAN 50 THEN
               ADD 1 TO meet-att-CNT
               MOVE SPACE TO meet-att-TBL(meet-att-CNT)
               MOVE TRIM(meet-tok-TXT) TO meet-att-TBL(meet-att-CNT)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       422-meeting-write-line SECTION.

      *    Append meet-line-TXT to the minutes file - open-per-write,
      *    like the transcript logger, so a crash mid-meeting loses
      *    nothing already said.
           OPEN EXTEND minutes-FC
           IF NOT minutes-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(minutes-filename-TXT) UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE SPACE TO minutes-REC
           MOVE meet-line-TXT TO minutes-REC
           WRITE minutes-REC

           CLOSE minutes-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       419-meeting SECTION.

      *    "%meeting start <title>" / "%meeting end".
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           EVALUATE cmd-TXT
               WHEN "start"
                   PERFORM 420-meeting-start
               WHEN "end"
                   PERFORM 421-meeting-end
               WHEN OTHER
                   MOVE SPACE TO reply-TXT
                   STRING
                       "Try: " DELIMITED BY SIZE
                       effective-prefix-CHR DELIMITED BY SIZE
                       "meeting start <title>, then " DELIMITED BY SIZE
                       effective-prefix-CHR DELIMITED BY SIZE
                       "meeting end. Tag lines with #agreed, "
                           DELIMITED BY SIZE
                       "#action <nick>, #info." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       420-meeting-start SECTION.

           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               MOVE "Meetings are minuted in a channel, not in private
      -            "." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF meeting-open THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "Already minuting a meeting in " DELIMITED BY SIZE
                   TRIM(meet-orig-chan-TXT) DELIMITED BY SIZE
                   " - end that one first." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF TRIM(line-TXT(line-IDX : )) IS EQUAL TO SPACE THEN
               MOVE "A meeting needs a title." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO meet-chan-TXT
           MOVE cf-dst-TXT TO meet-chan-TXT
           MOVE SPACE TO meet-orig-chan-TXT
           MOVE chan-TXT TO meet-orig-chan-TXT
           MOVE SPACE TO meet-title-TXT
           MOVE TRIM(line-TXT(line-IDX : )) TO meet-title-TXT

           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO meet-start-TXT

           MOVE SPACE TO minutes-filename-TXT
           STRING
               "stan-minutes-" DELIMITED BY SIZE
               TRIM(chan-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               clk-stamp-TXT(1 : 8) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               clk-stamp-TXT(10 : 6) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO minutes-filename-TXT
           END-STRING

           MOVE 0 TO meet-agreed-CNT
           MOVE 0 TO meet-info-CNT
           MOVE 0 TO meet-act-CNT

      *    Attendance opens with whoever the roster says is here.
           MOVE 0 TO meet-att-CNT
           PERFORM VARYING roster-i-NUM FROM 1 BY 1
                   UNTIL roster-i-NUM IS GREATER THAN roster-CNT
               IF TRIM(roster-chan-TXT(roster-i-NUM)) IS EQUAL TO
                       TRIM(meet-chan-TXT) THEN
                   MOVE SPACE TO meet-tok-TXT
                   MOVE roster-orig-nick-TXT(roster-i-NUM)
                       TO meet-tok-TXT
                   PERFORM 424-meeting-add-attendee
               END-IF
           END-PERFORM

           OPEN OUTPUT minutes-FC
           IF NOT minutes-STA-OK THEN
               MOVE "Couldn't create the minutes file - not starting."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO minutes-REC
           STRING
               "=== Minutes: " DELIMITED BY SIZE
               TRIM(meet-title-TXT) DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO minutes-REC
           END-STRING
           WRITE minutes-REC

           MOVE SPACE TO minutes-REC
           STRING
               "Channel " DELIMITED BY SIZE
               TRIM(meet-orig-chan-TXT) DELIMITED BY SIZE
               ", started " DELIMITED BY SIZE
               meet-start-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               meet-start-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               meet-start-TXT(7 : 2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               meet-start-TXT(10 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               meet-start-TXT(12 : 2) DELIMITED BY SIZE
               " UTC by " DELIMITED BY SIZE
               nick-TXT DELIMITED BY SIZE
               INTO minutes-REC
           END-STRING
           WRITE minutes-REC

           MOVE SPACE TO minutes-REC
           MOVE 1 TO meet-line-PTR
           STRING
               "Attendees:" DELIMITED BY SIZE
               INTO minutes-REC
               WITH POINTER meet-line-PTR
           END-STRING
           PERFORM VARYING meet-i-NUM FROM 1 BY 1
                   UNTIL meet-i-NUM IS GREATER THAN meet-att-CNT
                   OR meet-line-PTR IS GREATER THAN 430
               STRING
                   " " DELIMITED BY SIZE
                   TRIM(meet-att-TBL(meet-i-NUM)) DELIMITED BY SIZE
                   INTO minutes-REC
                   WITH POINTER meet-line-PTR
               END-STRING
           END-PERFORM
           WRITE minutes-REC

           MOVE SPACE TO minutes-REC
           MOVE "--- Timeline ---" TO minutes-REC
           WRITE minutes-REC

           CLOSE minutes-FC

           MOVE "Y" TO meet-open-CHR

           MOVE SPACE TO reply-TXT
           STRING
               "Minuting '" DELIMITED BY SIZE
               TRIM(meet-title-TXT) DELIMITED BY SIZE
               "'. Tag lines with #agreed, #action <nick>, #info; "
                   DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "meeting end wraps up." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       421-meeting-end SECTION.

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           IF NOT meeting-open
                   OR TRIM(cf-dst-TXT) IS NOT EQUAL TO
                       TRIM(meet-chan-TXT) THEN
               MOVE "No meeting being minuted here." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE "N" TO meet-open-CHR

           MOVE SPACE TO meet-line-TXT
           MOVE "--- Decisions ---" TO meet-line-TXT
           PERFORM 422-meeting-write-line
           IF meet-agreed-CNT IS EQUAL TO 0 THEN
               MOVE "  (none)" TO meet-line-TXT
               PERFORM 422-meeting-write-line
           END-IF
           PERFORM VARYING meet-i-NUM FROM 1 BY 1
                   UNTIL meet-i-NUM IS GREATER THAN meet-agreed-CNT
               MOVE SPACE TO meet-line-TXT
               STRING
                   "  " DELIMITED BY SIZE
                   TRIM(meet-agreed-TBL(meet-i-NUM))
                       DELIMITED BY SIZE
                   INTO meet-line-TXT
               END-STRING
               PERFORM 422-meeting-write-line
           END-PERFORM

           MOVE SPACE TO meet-line-TXT
           MOVE "--- Action items ---" TO meet-line-TXT
           PERFORM 422-meeting-write-line
           IF meet-act-CNT IS EQUAL TO 0 THEN
               MOVE "  (none)" TO meet-line-TXT
               PERFORM 422-meeting-write-line
           END-IF
           PERFORM VARYING meet-i-NUM FROM 1 BY 1
                   UNTIL meet-i-NUM IS GREATER THAN meet-act-CNT
               MOVE SPACE TO meet-line-TXT
               STRING
                   "  " DELIMITED BY SIZE
                   TRIM(meet-act-owner-TXT(meet-i-NUM))
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   TRIM(meet-act-text-TXT(meet-i-NUM))
                       DELIMITED BY SIZE
                   INTO meet-line-TXT
               END-STRING
               PERFORM 422-meeting-write-line
           END-PERFORM

           MOVE SPACE TO meet-line-TXT
           MOVE "--- Notes ---" TO meet-line-TXT
           PERFORM 422-meeting-write-line
           IF meet-info-CNT IS EQUAL TO 0 THEN
               MOVE "  (none)" TO meet-line-TXT
               PERFORM 422-meeting-write-line
           END-IF
           PERFORM VARYING meet-i-NUM FROM 1 BY 1
                   UNTIL meet-i-NUM IS GREATER THAN meet-info-CNT
               MOVE SPACE TO meet-line-TXT
               STRING
                   "  " DELIMITED BY SIZE
                   TRIM(meet-info-TBL(meet-i-NUM)) DELIMITED BY SIZE
                   INTO meet-line-TXT
               END-STRING
               PERFORM 422-meeting-write-line
           END-PERFORM

           PERFORM 204-utc-now-stamp
           MOVE SPACE TO meet-line-TXT
           STRING
               "=== Ended " DELIMITED BY SIZE
               clk-stamp-TXT(10 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               clk-stamp-TXT(12 : 2) DELIMITED BY SIZE
               " UTC ===" DELIMITED BY SIZE
               INTO meet-line-TXT
           END-STRING
           PERFORM 422-meeting-write-line

      *    Action items whose owner isn't in the channel turn into
      *    memos - they'll hear about it the next time they speak.
           PERFORM VARYING meet-i-NUM FROM 1 BY 1
                   UNTIL meet-i-NUM IS GREATER THAN meet-act-CNT
               MOVE TRIM(meet-act-owner-TXT(meet-i-NUM))
                   TO cf-src-TXT
               PERFORM 224-casefold
               MOVE SPACE TO ros-nick-TXT
               MOVE cf-dst-TXT TO ros-nick-TXT
               PERFORM 266-roster-find-nick
               IF roster-found-IDX IS EQUAL TO 0 THEN
                   PERFORM 423-meeting-tell-action
               END-IF
           END-PERFORM

      *    Every action item goes into the register, where "%actions"
      *    and the reminders pick it up.
           MOVE 0 TO act-CNT
           MOVE 0 TO act-first-ID-NUM
           PERFORM VARYING meet-i-NUM FROM 1 BY 1
                   UNTIL meet-i-NUM IS GREATER THAN meet-act-CNT
               PERFORM 588-action-file
           END-PERFORM

           MOVE meet-agreed-CNT TO meet-CNT-DISP
           MOVE SPACE TO reply-TXT
           MOVE 1 TO meet-line-PTR
           STRING
               "Minutes written to " DELIMITED BY SIZE
               TRIM(minutes-filename-TXT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               TRIM(meet-CNT-DISP) DELIMITED BY SIZE
               " decision(s), " DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER meet-line-PTR
           END-STRING
           MOVE meet-act-CNT TO meet-CNT-DISP
           STRING
               TRIM(meet-CNT-DISP) DELIMITED BY SIZE
               " action item(s)" DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER meet-line-PTR
           END-STRING
           IF act-CNT IS GREATER THAN 0 THEN
               MOVE act-first-ID-NUM TO act-ID-DISP
               STRING
                   ", filed as #" DELIMITED BY SIZE
                   TRIM(act-ID-DISP) DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER meet-line-PTR
               END-STRING
               IF act-max-ID-NUM IS GREATER THAN act-first-ID-NUM
                       THEN
                   MOVE act-max-ID-NUM TO act-ID-DISP
                   STRING
                       "-#" DELIMITED BY SIZE
                       TRIM(act-ID-DISP) DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER meet-line-PTR
                   END-STRING
               END-IF
           END-IF
           STRING
               "." DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER meet-line-PTR
           END-STRING
           PERFORM 230-reply-privmsg


      * * * * * * * * * * * * * * * * * * * *

       423-meeting-tell-action SECTION.

      *    Queue meet-act-entry(meet-i-NUM) as a memo for its absent
      *    owner - ros-nick-TXT already holds the folded owner; the
      *    same queue-under-canonical and next-sequence moves
      *    321-tell makes.
           MOVE SPACE TO als-in-TXT
           MOVE ros-nick-TXT TO als-in-TXT
           PERFORM 380-resolve-alias

           MOVE SPACE TO tell-nick-TXT
           MOVE als-out-TXT TO tell-nick-TXT
           MOVE tell-nick-TXT TO tell-match-nick-TXT
           MOVE 0 TO tell-seq-NUM
           MOVE 0 TO tell-next-seq-NUM

           START tell-FC
               KEY IS GREATER THAN OR EQUAL TO tell-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ tell-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ

                       IF tell-nick-TXT IS NOT EQUAL TO
                               tell-match-nick-TXT THEN
                           EXIT PERFORM
                       END-IF

                       MOVE tell-seq-NUM TO tell-next-seq-NUM
                   END-PERFORM
           END-START

           ADD 1 TO tell-next-seq-NUM

           MOVE SPACE TO tell-nick-TXT
           MOVE tell-match-nick-TXT TO tell-nick-TXT
           MOVE tell-next-seq-NUM TO tell-seq-NUM
           MOVE SPACE TO tell-from-TXT
           MOVE nick-TXT TO tell-from-TXT
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO tell-time-TXT
           MOVE SPACE TO tell-msg-TXT
           STRING
               "Action item from '" DELIMITED BY SIZE
               TRIM(meet-title-TXT) DELIMITED BY SIZE
               "': " DELIMITED BY SIZE
               TRIM(meet-act-text-TXT(meet-i-NUM)) DELIMITED BY SIZE
               INTO tell-msg-TXT
           END-STRING
           WRITE tell-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       416-normalize-url SECTION.

      *    link-tok-TXT into lknorm-TXT, shaped for duplicate
      *    detection: https folds to http, the host lower-cases (it's
      *    case-insensitive by definition), and a trailing slash
      *    drops - so "https://Example.com/a/" and
      *    "http://example.com/a" count as the same article. The
      *    path and query keep their case: "/Doc" and "/doc" are
      *    genuinely different pages, and collapsing them would pin
      *    a false "first posted by" on someone.
           MOVE SPACE TO lknorm-TXT
           MOVE TRIM(link-tok-TXT) TO lknorm-TXT

           IF lknorm-TXT(1 : 8) IS EQUAL TO "https://" THEN
               MOVE SPACE TO lknorm-hold-TXT
               STRING
                   "http://" DELIMITED BY SIZE
                   lknorm-TXT(9 : ) DELIMITED BY SIZE
                   INTO lknorm-hold-TXT
               END-STRING
               MOVE lknorm-hold-TXT TO lknorm-TXT
           END-IF

           MOVE FUNCTION LENGTH(TRIM(lknorm-TXT)) TO lknorm-LEN

      *    The host runs from just past "http://" to the character
      *    before the first "/" after it, or to the end when the URL
      *    has no path.
           IF lknorm-LEN IS GREATER THAN 7 THEN
               MOVE 0 TO lknorm-slash-POS
               INSPECT lknorm-TXT(8 : ) TALLYING lknorm-slash-POS
                   FOR CHARACTERS BEFORE INITIAL "/"
               IF 7 + lknorm-slash-POS IS GREATER THAN lknorm-LEN
                       THEN
                   COMPUTE lknorm-host-LEN = lknorm-LEN - 7
               ELSE
                   MOVE lknorm-slash-POS TO lknorm-host-LEN
               END-IF
               IF lknorm-host-LEN IS GREATER THAN 0 THEN
                   MOVE FUNCTION LOWER-CASE(
                       lknorm-TXT(8 : lknorm-host-LEN))
                       TO lknorm-TXT(8 : lknorm-host-LEN)
               END-IF
           END-IF

           IF lknorm-LEN IS GREATER THAN 0 THEN
               IF lknorm-TXT(lknorm-LEN : 1) IS EQUAL TO "/" THEN
                   MOVE SPACE TO lknorm-TXT(lknorm-LEN : 1)
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       417-repost-notice SECTION.

      *    A quiet in-channel note that a just-shared link was
      *    already captured - behind a per-channel switch, since not
      *    every room wants the commentary, and held back entirely
      *    during the channel's quiet hours like any other
      *    unsolicited output.
           MOVE SPACE TO qh-chan-TXT
           MOVE chan-TXT TO qh-chan-TXT
           PERFORM 407-check-quiet-hours
           IF quiet-now THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO chan-opt-key-TXT
           STRING
               TRIM(chan-TXT) DELIMITED BY SIZE
               ":repost-notice" DELIMITED BY SIZE
               INTO chan-opt-key-TXT
           END-STRING
           COPY "config-simple-mem.cpy" REPLACING
               option BY chan-opt-key-TXT
               default BY "off".
           IF TRIM(config-val-TXT) IS NOT EQUAL TO "on" THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO reply-TXT
           STRING
               "That link was first posted by " DELIMITED BY SIZE
               TRIM(lkdup-nick-TXT) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               lkdup-time-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               lkdup-time-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               lkdup-time-TXT(7 : 2) DELIMITED BY SIZE
               " in " DELIMITED BY SIZE
               TRIM(lkdup-chan-TXT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       409-settopic SECTION.

      *    "%settopic <text>" (admin) sets the current channel's
      *    topic; "%settopic #chan <text>" names the channel, and is
      *    the only form that works from a private message.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Set the topic to what?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO settop-chan-TXT
           IF line-TXT(cmd0 : 1) IS EQUAL TO "#"
                   OR line-TXT(cmd0 : 1) IS EQUAL TO "&" THEN
               MOVE cmd-TXT TO settop-chan-TXT
               IF TRIM(line-TXT(line-IDX : )) IS EQUAL TO SPACE THEN
                   MOVE "Set the topic to what?" TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
               END-IF
               MOVE SPACE TO send-line-TXT
               STRING
                   "TOPIC " DELIMITED BY SIZE
                   TRIM(settop-chan-TXT) DELIMITED BY SIZE
                   " :" DELIMITED BY SIZE
                   TRIM(line-TXT(line-IDX : )) DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
           ELSE
               PERFORM 225-is-chan-my-nick
               IF chan-is-my-nick THEN
                   MOVE SPACE TO reply-TXT
                   STRING
                       "From a private message, name the channel: "
                           DELIMITED BY SIZE
                       effective-prefix-CHR DELIMITED BY SIZE
                       "settopic <#chan> <text>" DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
               END-IF
               MOVE chan-TXT TO settop-chan-TXT
      *        cmd0 still marks where the text started.
               MOVE SPACE TO send-line-TXT
               STRING
                   "TOPIC " DELIMITED BY SIZE
                   TRIM(settop-chan-TXT) DELIMITED BY SIZE
                   " :" DELIMITED BY SIZE
                   TRIM(line-TXT(cmd0 : )) DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
           END-IF

           PERFORM 240-throttled-send

           MOVE SPACE TO hop-chan-TXT
           MOVE settop-chan-TXT TO hop-chan-TXT
           PERFORM 414-check-have-op-named
           IF have-op THEN
               MOVE "Ok, topic sent." TO reply-TXT
           ELSE
               MOVE SPACE TO reply-TXT
               STRING
                   "Topic sent - but I don't seem to be opped in "
                       DELIMITED BY SIZE
                   TRIM(settop-chan-TXT) DELIMITED BY SIZE
                   ", so it may not take." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
           END-IF
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       410-load-topic-times SECTION.

      *    One keyed "<chan>:topic-time" lookup per joined channel,
      *    cached in toprot-TBL - same shape as the report times. A
      *    rotation whose time already passed today starts marked as
      *    done, so a rejoin at 18:00 doesn't re-set a 09:00 topic.
           MOVE FUNCTION CURRENT-DATE TO log-date-TXT
           MOVE FUNCTION NUMVAL(log-date-TXT(1 : 8))
               TO autorpt-now-date-NUM
           MOVE FUNCTION NUMVAL(log-date-TXT(9 : 4))
               TO autorpt-now-hhmm-NUM

           MOVE 0 TO toprot-CNT
           PERFORM VARYING join-chan-IDX FROM 1 BY 1
                   UNTIL join-chan-IDX IS GREATER THAN join-chan-CNT
               MOVE SPACE TO chan-opt-key-TXT
               STRING
                   TRIM(join-chan-TBL(join-chan-IDX)) DELIMITED BY SIZE
                   ":topic-time" DELIMITED BY SIZE
                   INTO chan-opt-key-TXT
               END-STRING

               COPY "config-mem.cpy" REPLACING
                   option BY chan-opt-key-TXT
                   missing BY CONTINUE
                   available BY ==
                       IF toprot-CNT IS LESS THAN 20 THEN
                           ADD 1 TO toprot-CNT
                           MOVE join-chan-TBL(join-chan-IDX)
                               TO toprot-chan-TXT(toprot-CNT)
                           MOVE 0 TO toprot-fire-CNT(toprot-CNT)
                           IF config-val-TXT(3 : 1) IS EQUAL TO ":"
                               COMPUTE toprot-hhmm-NUM(toprot-CNT) =
                                   FUNCTION NUMVAL(
                                       config-val-TXT(1 : 2)) * 100
                                   + FUNCTION NUMVAL(
                                       config-val-TXT(4 : 2))
                           ELSE
                               MOVE FUNCTION NUMVAL(
                                   config-val-TXT(1 : 4))
                                   TO toprot-hhmm-NUM(toprot-CNT)
                           END-IF
                           IF autorpt-now-hhmm-NUM IS GREATER THAN OR
                                   EQUAL TO
                                   toprot-hhmm-NUM(toprot-CNT) THEN
                               MOVE autorpt-now-date-NUM TO
                                   toprot-last-date-NUM(toprot-CNT)
                           ELSE
                               MOVE 0 TO
                                   toprot-last-date-NUM(toprot-CNT)
                           END-IF
                       END-IF
                   ==.
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       411-check-topic-rotation SECTION.

      *    Called per line from the 000-main read loop: when a
      *    channel's rotation time comes around, apply the next
      *    template in its cycle.
           IF toprot-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE TO log-date-TXT
           MOVE FUNCTION NUMVAL(log-date-TXT(1 : 8))
               TO autorpt-now-date-NUM
           MOVE FUNCTION NUMVAL(log-date-TXT(9 : 4))
               TO autorpt-now-hhmm-NUM

           PERFORM VARYING toprot-i-NUM FROM 1 BY 1
                   UNTIL toprot-i-NUM IS GREATER THAN toprot-CNT
               IF autorpt-now-hhmm-NUM IS GREATER THAN OR EQUAL TO
                       toprot-hhmm-NUM(toprot-i-NUM)
                       AND toprot-last-date-NUM(toprot-i-NUM)
                           IS NOT EQUAL TO autorpt-now-date-NUM THEN
                   MOVE autorpt-now-date-NUM
                       TO toprot-last-date-NUM(toprot-i-NUM)
                   PERFORM 412-fire-topic-rotation
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       412-fire-topic-rotation SECTION.

      *    Apply the next "topic-template" entry for the channel in
      *    toprot-entry(toprot-i-NUM). Entries are "<#chan>
      *    <template>"; the channel's templates cycle in config
      *    order. Needs ops - a TOPIC sent without them fails
      *    server-side on +t channels, so that case goes to the
      *    admins instead.
           MOVE SPACE TO trot-chan-TXT
           MOVE toprot-chan-TXT(toprot-i-NUM) TO trot-chan-TXT
           MOVE TRIM(trot-chan-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO trot-chan-fold-TXT
           MOVE cf-dst-TXT TO trot-chan-fold-TXT

      *    First pass counts this channel's templates.
           MOVE 0 TO trot-count-NUM
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "topic-template"
               missing BY CONTINUE
               available BY ==
                   PERFORM 415-match-template-chan
                   IF trot-match-NUM IS EQUAL TO 1 THEN
                       ADD 1 TO trot-count-NUM
                   END-IF
               ==.

           IF trot-count-NUM IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           COMPUTE trot-want-NUM = FUNCTION MOD(
               toprot-fire-CNT(toprot-i-NUM), trot-count-NUM) + 1
           ADD 1 TO toprot-fire-CNT(toprot-i-NUM)

      *    Second pass captures the wanted one.
           MOVE 0 TO trot-count-NUM
           MOVE SPACE TO trot-text-TXT
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "topic-template"
               missing BY CONTINUE
               available BY ==
                   PERFORM 415-match-template-chan
                   IF trot-match-NUM IS EQUAL TO 1 THEN
                       ADD 1 TO trot-count-NUM
                       IF trot-count-NUM IS EQUAL TO trot-want-NUM
                           MOVE TRIM(config-val-TXT(
                               trot-space-POS + 2 : ))
                               TO trot-text-TXT
                           EXIT PERFORM
                       END-IF
                   END-IF
               ==.

           IF TRIM(trot-text-TXT) IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           PERFORM 413-topic-substitute

           MOVE SPACE TO hop-chan-TXT
           MOVE trot-chan-TXT TO hop-chan-TXT
           PERFORM 414-check-have-op-named
           IF NOT have-op THEN
               MOVE SPACE TO alert-msg-TXT
               STRING
                   "Topic rotation for " DELIMITED BY SIZE
                   TRIM(trot-chan-TXT) DELIMITED BY SIZE
                   " is due, but I'm not opped there."
                       DELIMITED BY SIZE
                   INTO alert-msg-TXT
               END-STRING
               PERFORM 269-alert-admins
               EXIT SECTION
           END-IF

           MOVE SPACE TO send-line-TXT
           STRING
               "TOPIC " DELIMITED BY SIZE
               TRIM(trot-chan-TXT) DELIMITED BY SIZE
               " :" DELIMITED BY SIZE
               TRIM(trot-text-TXT) DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING
           PERFORM 240-throttled-send

           .

      * * * * * * * * * * * * * * * * * * * *

       415-match-template-chan SECTION.

      *    One "topic-template" entry: trot-match-NUM is 1 when its
      *    leading channel token (case-folded) names the channel in
      *    trot-chan-fold-TXT, and trot-space-POS marks where the
      *    template text starts.
           MOVE 0 TO trot-match-NUM

           MOVE 0 TO trot-space-POS
           INSPECT config-val-TXT TALLYING trot-space-POS
               FOR CHARACTERS BEFORE INITIAL " "
           IF trot-space-POS IS EQUAL TO 0
                   OR trot-space-POS IS GREATER THAN 65
                   OR trot-space-POS IS GREATER THAN OR EQUAL TO
                       LENGTH OF config-val-TXT THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO cf-src-TXT
           MOVE config-val-TXT(1 : trot-space-POS) TO cf-src-TXT
           PERFORM 224-casefold
           IF TRIM(cf-dst-TXT) IS EQUAL TO TRIM(trot-chan-fold-TXT)
                   THEN
               MOVE 1 TO trot-match-NUM
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       413-topic-substitute SECTION.

      *    Substitution tokens in trot-text-TXT: "{date}" becomes
      *    today's YYYY-MM-DD, "{oncall}" the current holder of the
      *    rotation the "topic-oncall" option names (the first one on
      *    file when unset). A handful of occurrences is plenty.
           MOVE FUNCTION CURRENT-DATE TO log-date-TXT
           MOVE SPACE TO trot-date-TXT
           STRING
               log-date-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               log-date-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               log-date-TXT(7 : 2) DELIMITED BY SIZE
               INTO trot-date-TXT
           END-STRING

           PERFORM VARYING trot-sub-i-NUM FROM 1 BY 1
                   UNTIL trot-sub-i-NUM IS GREATER THAN 3
               MOVE 0 TO trot-sub-POS
               INSPECT trot-text-TXT TALLYING trot-sub-POS
                   FOR CHARACTERS BEFORE INITIAL "{date}"
               IF trot-sub-POS IS LESS THAN
                       LENGTH OF trot-text-TXT THEN
                   MOVE SPACE TO trot-hold-TXT
                   IF trot-sub-POS IS GREATER THAN 0 THEN
                       STRING
                           trot-text-TXT(1 : trot-sub-POS)
                               DELIMITED BY SIZE
                           TRIM(trot-date-TXT) DELIMITED BY SIZE
                           trot-text-TXT(trot-sub-POS + 7 : )
                               DELIMITED BY SIZE
                           INTO trot-hold-TXT
                       END-STRING
                   ELSE
                       STRING
                           TRIM(trot-date-TXT) DELIMITED BY SIZE
                           trot-text-TXT(trot-sub-POS + 7 : )
                               DELIMITED BY SIZE
                           INTO trot-hold-TXT
                       END-STRING
                   END-IF
                   MOVE trot-hold-TXT TO trot-text-TXT
               END-IF
           END-PERFORM

           MOVE 0 TO trot-sub-POS
           INSPECT trot-text-TXT TALLYING trot-sub-POS
               FOR CHARACTERS BEFORE INITIAL "{oncall}"
           IF trot-sub-POS IS GREATER THAN OR EQUAL TO
                   LENGTH OF trot-text-TXT THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO ocq-name-TXT
           COPY "config-mem.cpy" REPLACING
               option BY "topic-oncall"
               missing BY CONTINUE
               available BY ==
                   MOVE TRIM(config-val-TXT) TO ocq-name-TXT
               ==.
           PERFORM 438-oncall-load
           IF NOT ocq-found
                   OR TRIM(ocq-nick-TXT) IS EQUAL TO SPACE THEN
               MOVE "(nobody)" TO ocq-nick-TXT
           END-IF

           PERFORM VARYING trot-sub-i-NUM FROM 1 BY 1
                   UNTIL trot-sub-i-NUM IS GREATER THAN 3
               MOVE 0 TO trot-sub-POS
               INSPECT trot-text-TXT TALLYING trot-sub-POS
                   FOR CHARACTERS BEFORE INITIAL "{oncall}"
               IF trot-sub-POS IS LESS THAN
                       LENGTH OF trot-text-TXT THEN
                   MOVE SPACE TO trot-hold-TXT
                   IF trot-sub-POS IS GREATER THAN 0 THEN
                       STRING
                           trot-text-TXT(1 : trot-sub-POS)
                               DELIMITED BY SIZE
                           TRIM(ocq-nick-TXT) DELIMITED BY SIZE
                           trot-text-TXT(trot-sub-POS + 9 : )
                               DELIMITED BY SIZE
                           INTO trot-hold-TXT
                       END-STRING
                   ELSE
                       STRING
                           TRIM(ocq-nick-TXT) DELIMITED BY SIZE
                           trot-text-TXT(trot-sub-POS + 9 : )
                               DELIMITED BY SIZE
                           INTO trot-hold-TXT
                       END-STRING
                   END-IF
                   MOVE trot-hold-TXT TO trot-text-TXT
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       407-check-quiet-hours SECTION.

      *    Raise quiet-now when the channel in qh-chan-TXT sits
      *    inside its configured "<chan>:quiet HHMM-HHMM" window
      *    (local wall clock; HH:MM forms accepted; a window may
      *    wrap past midnight). No entry, or a private target, means
      *    never quiet.
           MOVE "N" TO quiet-now-CHR

           IF qh-chan-TXT(1 : 1) IS NOT EQUAL TO "#"
                   AND qh-chan-TXT(1 : 1) IS NOT EQUAL TO "&" THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO qh-val-TXT
           MOVE SPACE TO chan-opt-key-TXT
           STRING
               TRIM(qh-chan-TXT) DELIMITED BY SIZE
               ":quiet" DELIMITED BY SIZE
               INTO chan-opt-key-TXT
           END-STRING
           COPY "config-mem.cpy" REPLACING
               option BY chan-opt-key-TXT
               missing BY CONTINUE
               available BY ==
                   MOVE TRIM(config-val-TXT) TO qh-val-TXT
               ==.
           IF qh-val-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO qh-dash-POS
           INSPECT qh-val-TXT TALLYING qh-dash-POS
               FOR CHARACTERS BEFORE INITIAL "-"
           IF qh-dash-POS IS EQUAL TO 0
                   OR qh-dash-POS IS GREATER THAN 8
                   OR qh-dash-POS IS GREATER THAN OR EQUAL TO
                       LENGTH OF qh-val-TXT THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO qh-part-TXT
           MOVE qh-val-TXT(1 : qh-dash-POS) TO qh-part-TXT
           PERFORM 408-qh-parse-hhmm
           IF NOT qh-part-ok THEN
               EXIT SECTION
           END-IF
           MOVE qh-part-NUM TO qh-start-NUM

           MOVE SPACE TO qh-part-TXT
           MOVE qh-val-TXT(qh-dash-POS + 2 : 8) TO qh-part-TXT
           PERFORM 408-qh-parse-hhmm
           IF NOT qh-part-ok THEN
               EXIT SECTION
           END-IF
           MOVE qh-part-NUM TO qh-end-NUM

           MOVE FUNCTION CURRENT-DATE TO qh-now-TXT
           MOVE FUNCTION NUMVAL(qh-now-TXT(9 : 4)) TO qh-now-hhmm-NUM

           IF qh-start-NUM IS LESS THAN OR EQUAL TO qh-end-NUM THEN
               IF qh-now-hhmm-NUM IS GREATER THAN OR EQUAL TO
                       qh-start-NUM
                       AND qh-now-hhmm-NUM IS LESS THAN qh-end-NUM
                       THEN
                   MOVE "Y" TO quiet-now-CHR
               END-IF
           ELSE
      *        A window wrapping midnight: quiet from the start until
      *        the end the next morning.
               IF qh-now-hhmm-NUM IS GREATER THAN OR EQUAL TO
                       qh-start-NUM
                       OR qh-now-hhmm-NUM IS LESS THAN qh-end-NUM
                       THEN
                   MOVE "Y" TO quiet-now-CHR
               END-IF
           END-IF


      * * * * * * * * * * * * * * * * * * * *

       408-qh-parse-hhmm SECTION.

      *    "HHMM" or "HH:MM" in qh-part-TXT into qh-part-NUM.
           MOVE "N" TO qh-part-ok-CHR

           EVALUATE TRUE
               WHEN qh-part-TXT(1 : 4) IS NUMERIC
                       AND qh-part-TXT(5 : 1) IS EQUAL TO SPACE
                   MOVE FUNCTION NUMVAL(qh-part-TXT(1 : 4))
                       TO qh-part-NUM
               WHEN qh-part-TXT(3 : 1) IS EQUAL TO ":"
                       AND qh-part-TXT(1 : 2) IS NUMERIC
                       AND qh-part-TXT(4 : 2) IS NUMERIC
                   COMPUTE qh-part-NUM =
                       FUNCTION NUMVAL(qh-part-TXT(1 : 2)) * 100
                       + FUNCTION NUMVAL(qh-part-TXT(4 : 2))
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE

           IF FUNCTION INTEGER(qh-part-NUM / 100) IS GREATER THAN 23
                   OR FUNCTION MOD(qh-part-NUM, 100) IS GREATER THAN
                       59 THEN
               EXIT SECTION
           END-IF

           MOVE "Y" TO qh-part-ok-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       406-catalog-lookup SECTION.

      *    Look cat-id-TXT up in the message catalog for the channel
      *    in cat-chan-TXT: a "<chan>:catalog" option names that
      *    channel's file (the composite-key pattern
      *    314-check-chan-prefix established), the global "catalog"
      *    option is the fallback, and no file or no matching id
      *    leaves cat-found-CHR down so the caller uses its built-in
      *    wording.
           MOVE "N" TO cat-found-CHR
           MOVE SPACE TO cat-out-TXT

           MOVE SPACE TO catalog-filename-TXT
           MOVE SPACE TO chan-opt-key-TXT
           STRING
               TRIM(cat-chan-TXT) DELIMITED BY SIZE
               ":catalog" DELIMITED BY SIZE
               INTO chan-opt-key-TXT
           END-STRING
           COPY "config-mem.cpy" REPLACING
               option BY chan-opt-key-TXT
               missing BY CONTINUE
               available BY ==
                   MOVE TRIM(config-val-TXT) TO catalog-filename-TXT
               ==.
           IF catalog-filename-TXT IS EQUAL TO SPACE THEN
               COPY "config-mem.cpy" REPLACING
                   option BY "catalog"
                   missing BY CONTINUE
                   available BY ==
                       MOVE TRIM(config-val-TXT)
                           TO catalog-filename-TXT
                   ==.
           END-IF
           IF catalog-filename-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           OPEN INPUT catalog-FC
           IF NOT catalog-STA-OK THEN
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ catalog-FC
                   AT END EXIT PERFORM
               END-READ

               MOVE 1 TO cat-ptr-NUM
               MOVE SPACE TO cat-tok-TXT
               UNSTRING cat-REC DELIMITED BY ALL SPACE
                   INTO cat-tok-TXT
                   WITH POINTER cat-ptr-NUM
               END-UNSTRING

               IF TRIM(cat-tok-TXT) IS EQUAL TO TRIM(cat-id-TXT)
                       AND cat-ptr-NUM IS LESS THAN OR EQUAL TO
                           LENGTH OF cat-REC THEN
                   IF TRIM(cat-REC(cat-ptr-NUM : )) IS NOT EQUAL TO
                           SPACE THEN
                       MOVE "Y" TO cat-found-CHR
                       MOVE TRIM(cat-REC(cat-ptr-NUM : ))
                           TO cat-out-TXT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           CLOSE catalog-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       404-process-isupport SECTION.

      *    ":server 005 ournick TOK TOK=value ... :are supported by
      *    this server" - walk the tokens we care about. CASEMAPPING
      *    drives 224-casefold, PREFIX replaces the status-sigil
      *    ladder, and NICKLEN/CHANNELLEN get checked against our
      *    65-byte fields with a loud warning when they don't fit
      *    (the fields truncate; lookups on over-long names would
      *    collide).
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==target==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           PERFORM
               UNTIL EXIT

               IF line-IDX IS GREATER THAN 500 THEN
                   EXIT PERFORM
               END-IF

               COPY "line-split.cpy" REPLACING
                   LEADING ==id== BY ==cmd==
                   DELIMS BY ==" "==
                   DELIMSAVE BY ====.

               MOVE SPACE TO isup-tok-TXT
               MOVE cmd-TXT TO isup-tok-TXT
               IF TRIM(isup-tok-TXT) IS EQUAL TO SPACE
                       OR isup-tok-TXT(1 : 1) IS EQUAL TO ":" THEN
                   EXIT PERFORM
               END-IF

               EVALUATE TRUE
                   WHEN isup-tok-TXT(1 : 12) IS EQUAL TO
                           "CASEMAPPING="
                       IF isup-tok-TXT(13 : 5) IS EQUAL TO "ascii"
                               THEN
                           MOVE "Y" TO casemap-CHR
                       ELSE
                           MOVE "N" TO casemap-CHR
                       END-IF
                   WHEN isup-tok-TXT(1 : 7) IS EQUAL TO "PREFIX="
                       PERFORM 405-parse-prefix-token
                   WHEN isup-tok-TXT(1 : 8) IS EQUAL TO "NICKLEN="
                       MOVE FUNCTION NUMVAL(isup-tok-TXT(9 : 5))
                           TO isup-val-NUM
                       IF isup-val-NUM IS GREATER THAN 65 THEN
                           DISPLAY "*** Server NICKLEN " isup-val-NUM
                               " exceeds our 65-byte nick fields - "
                               "over-long nicks will truncate and "
                               "may collide" UPON SYSERR
                       END-IF
                   WHEN isup-tok-TXT(1 : 11) IS EQUAL TO
                           "CHANNELLEN="
                       MOVE FUNCTION NUMVAL(isup-tok-TXT(12 : 5))
                           TO isup-val-NUM
                       IF isup-val-NUM IS GREATER THAN 65 THEN
                           DISPLAY "*** Server CHANNELLEN "
                               isup-val-NUM
                               " exceeds our 65-byte channel fields -"
                               " over-long names will truncate and "
                               "may collide" UPON SYSERR
                       END-IF
               END-EVALUATE
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       405-parse-prefix-token SECTION.

      *    "PREFIX=(ov)@+" - mode letters between the parentheses,
      *    their sigils after, in matching order.
           IF isup-tok-TXT(8 : 1) IS NOT EQUAL TO "(" THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO isup-close-POS
           INSPECT isup-tok-TXT TALLYING isup-close-POS
               FOR CHARACTERS BEFORE INITIAL ")"
           IF isup-close-POS IS LESS THAN OR EQUAL TO 8
                   OR isup-close-POS IS GREATER THAN OR EQUAL TO 78
                   THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO prefix-CNT
           PERFORM VARYING isup-i-NUM FROM 1 BY 1
                   UNTIL isup-i-NUM IS GREATER THAN 10
                   OR 8 + isup-i-NUM IS GREATER THAN isup-close-POS
               IF isup-tok-TXT(isup-close-POS + 1 + isup-i-NUM : 1)
                       IS EQUAL TO SPACE THEN
                   EXIT PERFORM
               END-IF
               MOVE isup-tok-TXT(8 + isup-i-NUM : 1)
                   TO prefix-mode-CHR(isup-i-NUM)
               MOVE isup-tok-TXT(isup-close-POS + 1 + isup-i-NUM : 1)
                   TO prefix-sigil-CHR(isup-i-NUM)
               MOVE isup-i-NUM TO prefix-CNT
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       402-process-invite SECTION.

      *    ":inviter!u@h INVITE ournick :#chan" - a team lead waving
      *    us into a fresh incident channel shouldn't need a config
      *    edit and a restart. The inviter has to pass the same check
      *    admin commands do; anyone else gets logged and the admins
      *    get a note, the way join failures are handled.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==target==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           PERFORM 010-ltrim-colon
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF chan-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           PERFORM 305-check-admin
           IF NOT admin-is-authorized THEN
               DISPLAY "*** Ignoring invite to " chan-TXT " from "
                   nick-TXT " (not an admin)" UPON SYSERR
               MOVE "INVITE" TO event-kind-TXT
               MOVE SPACE TO event-detail-TXT
               STRING
                   "refused " DELIMITED BY SIZE
                   TRIM(chan-TXT) DELIMITED BY SIZE
                   " from " DELIMITED BY SIZE
                   nick-TXT DELIMITED BY SIZE
                   INTO event-detail-TXT
               END-STRING
               PERFORM 298-log-event
               MOVE SPACE TO alert-msg-TXT
               STRING
                   nick-TXT DELIMITED BY SIZE
                   " invited me to " DELIMITED BY SIZE
                   TRIM(chan-TXT) DELIMITED BY SIZE
                   " but isn't on the admin list - ignored."
                       DELIMITED BY SIZE
                   INTO alert-msg-TXT
               END-STRING
               PERFORM 269-alert-admins
               EXIT SECTION
           END-IF

           MOVE SPACE TO wire-line-TXT
           STRING
               "JOIN " DELIMITED BY SIZE
               chan-TXT DELIMITED BY SIZE
               INTO wire-line-TXT
           END-STRING
           PERFORM 484-send-raw

           MOVE "INVITE" TO event-kind-TXT
           MOVE SPACE TO event-detail-TXT
           STRING
               TRIM(chan-TXT) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               nick-TXT DELIMITED BY SIZE
               INTO event-detail-TXT
           END-STRING
           PERFORM 298-log-event

           MOVE SPACE TO send-line-TXT
           STRING
               "PRIVMSG " DELIMITED BY SIZE
               TRIM(chan-TXT) DELIMITED BY SIZE
               " :Joined at " DELIMITED BY SIZE
               nick-TXT DELIMITED BY SIZE
               "'s invitation." DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING
           PERFORM 240-throttled-send

      *    Behind its own switch - a one-off incident channel
      *    usually shouldn't survive a restart, but a shop that wants
      *    invites to stick can say so.
           COPY "config-mem.cpy" REPLACING
               option BY "invite-persist"
               missing BY CONTINUE
               available BY ==
                   IF TRIM(config-val-TXT) IS EQUAL TO "on"
                       PERFORM 403-invite-persist
                   END-IF
               ==.

           .

      * * * * * * * * * * * * * * * * * * * *

       403-invite-persist SECTION.

      *    Write the invited channel into the config's "channel" list
      *    (unless it's already there) and pick it up in the running
      *    channel bookkeeping - the same moves "%join" makes. The
      *    config is shut during a maintenance hold, so the join then
      *    stays a one-off. An "invite-template" option names the
      *    template a persisted invite is provisioned from.
           IF maint-held THEN
               DISPLAY "*** Not persisting " TRIM(chan-TXT)
                   " - data files down for maintenance" UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE TRIM(chan-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO fold-A-TXT

           MOVE "N" TO jp-found-CHR
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "channel"
               missing BY CONTINUE
               available BY ==
                   IF jp-chan-configured THEN
                       EXIT PERFORM
                   END-IF
                   PERFORM 267-split-chan-entry
                   MOVE TRIM(chanent-chan-TXT) TO cf-src-TXT
                   PERFORM 224-casefold
                   IF TRIM(cf-dst-TXT) IS EQUAL TO
                           TRIM(fold-A-TXT) THEN
                       MOVE "Y" TO jp-found-CHR
                   END-IF
               ==.

           IF jp-chan-configured THEN
               EXIT SECTION
           END-IF

           PERFORM 347-next-config-idx
           SET config-IDX TO next-cfg-IDX-NUM
           MOVE "channel" TO config-opt-TXT
           MOVE SPACE TO config-val-TXT
           MOVE TRIM(chan-TXT) TO config-val-TXT
           WRITE config-REC
           PERFORM 453-load-config-cache

           MOVE SPACE TO tpl-name-TXT
           COPY "config-mem.cpy" REPLACING
               option BY "invite-template"
               missing BY CONTINUE
               available BY ==
                   MOVE TRIM(config-val-TXT) TO tpl-name-TXT
               ==.
           IF tpl-name-TXT IS NOT EQUAL TO SPACE THEN
               PERFORM 577-template-collect
               IF tpl-CNT IS EQUAL TO 0 THEN
                   DISPLAY "*** invite-template names "
                       TRIM(tpl-name-TXT)
                       ", which has no template entries" UPON SYSERR
               ELSE
                   MOVE TRIM(chan-TXT) TO tpl-chan-TXT
                   PERFORM 579-template-apply
               END-IF
           END-IF

           IF join-chan-CNT IS LESS THAN 50 THEN
               ADD 1 TO join-chan-CNT
               MOVE TRIM(chan-TXT)
                   TO join-chan-TBL(join-chan-CNT)
               MOVE join-chan-CNT TO join-chan-IDX
               PERFORM 219-send-channel-greeting
           END-IF
           PERFORM 296-load-report-times
           PERFORM 516-load-standups
           PERFORM 410-load-topic-times
           PERFORM 448-load-silence-watch

           .

      * * * * * * * * * * * * * * * * * * * *

       401-process-who-reply SECTION.

      *    ":server 352 ournick #chan user host server nick flags
      *    :hops realname" - one member's user@host, answering the
      *    WHO sent on join. Lands in the roster entry (creating one
      *    if the NAMES burst hasn't - ordering isn't guaranteed).
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==target==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO whr-user-TXT
           MOVE cmd-TXT TO whr-user-TXT

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO whr-host-TXT
           MOVE cmd-TXT TO whr-host-TXT

      *    The server name - not kept.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO whr-nick-TXT
           MOVE cmd-TXT TO whr-nick-TXT

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO whr-flags-TXT
           MOVE cmd-TXT TO whr-flags-TXT

           IF chan-TXT IS EQUAL TO SPACE
                   OR TRIM(whr-nick-TXT) IS EQUAL TO SPACE
                   OR TRIM(whr-user-TXT) IS EQUAL TO SPACE
                   OR TRIM(whr-host-TXT) IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE chan-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-chan-TXT
           MOVE cf-dst-TXT TO ros-chan-TXT
           MOVE SPACE TO ros-orig-chan-TXT
           MOVE chan-TXT TO ros-orig-chan-TXT

           MOVE TRIM(whr-nick-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-nick-TXT
           MOVE cf-dst-TXT TO ros-nick-TXT
           MOVE SPACE TO ros-orig-nick-TXT
           MOVE TRIM(whr-nick-TXT) TO ros-orig-nick-TXT

           MOVE SPACE TO ros-userhost-TXT
           STRING
               TRIM(whr-user-TXT) DELIMITED BY SIZE
               "@" DELIMITED BY SIZE
               TRIM(whr-host-TXT) DELIMITED BY SIZE
               INTO ros-userhost-TXT
           END-STRING

           MOVE 0 TO whr-at-CNT
           INSPECT whr-flags-TXT TALLYING whr-at-CNT
               FOR ALL "@"
           IF whr-at-CNT IS GREATER THAN 0 THEN
               MOVE "Y" TO ros-op-CHR
           ELSE
               MOVE "N" TO ros-op-CHR
           END-IF

           PERFORM 255-roster-add
      *    255 fills the user@host either way; the op flag only
      *    applies on a fresh add, so refresh it for the existing
      *    entry too.
           IF roster-found-IDX IS GREATER THAN 0
                   AND whr-at-CNT IS GREATER THAN 0 THEN
               MOVE "Y" TO roster-op-CHR(roster-found-IDX)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       400-lastlog-index-search SECTION.

      *    One keyed range read against the index stan-index builds
      *    nightly: every record for the folded word sits together,
      *    dates ascending, so the ring ends up holding the latest
      *    matches inside the asked-for span for this channel. Days
      *    newer than yesterday are left to the caller's live scan.
           OPEN INPUT logidx-FC
           IF NOT logidx-STA-OK THEN
               MOVE "No transcript index on file yet - searching today
      -            "'s log only." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

      *    The channel field folds the same fixed way as the words -
      *    see the note below.
           MOVE SPACE TO lastlog-chan-fold-TXT
           MOVE FUNCTION UPPER-CASE(TRIM(chan-TXT))
               TO lastlog-chan-fold-TXT
           INSPECT lastlog-chan-fold-TXT CONVERTING "{}|^" TO "[]\~"

           PERFORM 204-utc-now-stamp
           COMPUTE lastlog-day-NUM =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(clk-stamp-TXT(1 : 8)))

      *    The indexer folds its words with the RFC 1459 mapping no
      *    matter what CASEMAPPING this connection negotiated, so
      *    the query folds the same way here - through 224-casefold
      *    on an ascii-mapped network, a "[" nick would fold
      *    differently on the two sides and miss every hit it wrote.
           MOVE SPACE TO lastlog-fold-TXT
           MOVE FUNCTION UPPER-CASE(TRIM(lastlog-word-TXT))
               TO lastlog-fold-TXT
           INSPECT lastlog-fold-TXT CONVERTING "{}|^" TO "[]\~"

           MOVE SPACE TO idx-key
           MOVE lastlog-fold-TXT(1 : 30) TO idx-word-TXT
           MOVE "00000000" TO idx-date-TXT
           MOVE 0 TO idx-seq-NUM

           START logidx-FC
               KEY IS GREATER THAN OR EQUAL TO idx-key
               INVALID KEY
                   CLOSE logidx-FC
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ logidx-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF idx-word-TXT IS NOT EQUAL TO
                       lastlog-fold-TXT(1 : 30) THEN
                   EXIT PERFORM
               END-IF

               IF TRIM(idx-chan-TXT) IS EQUAL TO
                       TRIM(lastlog-chan-fold-TXT)
                       AND idx-date-TXT IS NUMERIC THEN
                   COMPUTE lastlog-age-NUM = lastlog-day-NUM
                       - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(idx-date-TXT))
                   IF lastlog-age-NUM IS GREATER THAN OR EQUAL TO 1
                           AND lastlog-age-NUM IS LESS THAN OR EQUAL
                               TO lastlog-offset-NUM THEN
                       ADD 1 TO lastlog-total-CNT
                       COMPUTE lastlog-slot-NUM = FUNCTION MOD(
                           lastlog-total-CNT - 1, 3) + 1
                       MOVE SPACE
                           TO lastlog-ring-TBL(lastlog-slot-NUM)
                       MOVE idx-line-TXT
                           TO lastlog-ring-TBL(lastlog-slot-NUM)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE logidx-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       396-check-optout SECTION.

      *    Raise speaker-opted-out when the current line's sender has
      *    an opt-out on file - run once per message from the shared
      *    path in 220-process-privmsg, checked by every recorder.
           MOVE "N" TO optout-CHR

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold

      *    During a maintenance hold, the list read before the files
      *    closed stands in.
           IF maint-held THEN
               IF mnt-optout-full THEN
                   MOVE "Y" TO optout-CHR
                   EXIT SECTION
               END-IF
               PERFORM VARYING mnt-i-NUM FROM 1 BY 1
                       UNTIL mnt-i-NUM IS GREATER THAN mnt-optout-CNT
                   IF mnt-optout-TBL(mnt-i-NUM) IS EQUAL TO
                           cf-dst-TXT(1 : 65) THEN
                       MOVE "Y" TO optout-CHR
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EXIT SECTION
           END-IF

           MOVE SPACE TO optout-nick-TXT
           MOVE cf-dst-TXT TO optout-nick-TXT

           READ optout-FC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO optout-CHR
           END-READ

           .

      * * * * * * * * * * * * * * * * * * * *

       397-optout-cmd SECTION.

      *    "%optout" - stop recording this user. Seen, stats, links,
      *    and the karma scan skip them from the next line on; the
      *    transcript keeps a redacted placeholder; %seen and %stats
      *    stop answering about them.
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO optout-nick-TXT
           MOVE cf-dst-TXT TO optout-nick-TXT

           READ optout-FC RECORD
               INVALID KEY
                   MOVE "N" TO optout-exists-CHR
               NOT INVALID KEY
                   MOVE "Y" TO optout-exists-CHR
           END-READ

           MOVE SPACE TO optout-nick-TXT
           MOVE cf-dst-TXT TO optout-nick-TXT
           MOVE SPACE TO optout-orig-nick-TXT
           MOVE nick-TXT TO optout-orig-nick-TXT
           MOVE SPACE TO optout-mask-TXT
           MOVE TRIM(hostmask-TXT) TO optout-mask-TXT
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO optout-time-TXT

           IF optout-exists THEN
               REWRITE optout-REC
           ELSE
               WRITE optout-REC
           END-IF

           MOVE SPACE TO reply-TXT
           STRING
               "Ok - I'll stop recording you. " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "optin turns it back on." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

      * * * * * * * * * * * * * * * * * * * *

       398-optin-cmd SECTION.

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO optout-nick-TXT
           MOVE cf-dst-TXT TO optout-nick-TXT

           READ optout-FC RECORD
               INVALID KEY
                   MOVE "You weren't opted out." TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-READ

           DELETE optout-FC RECORD
           MOVE "Ok - recording you again." TO reply-TXT
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       395-check-console SECTION.

      *    Poll the local command file, run whatever's in it, and
      *    consume it - the second way into the bot for the moments
      *    IRC itself is the problem.
           OPEN INPUT console-FC
           IF NOT console-STA-OK THEN
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ console-FC
                   AT END EXIT PERFORM
               END-READ
               IF TRIM(console-REC) IS NOT EQUAL TO SPACE THEN
                   PERFORM 394-run-console-cmd
               END-IF
           END-PERFORM

           CLOSE console-FC
           CALL "CBL_DELETE_FILE" USING console-filename-TXT
           END-CALL
           IF RETURN-CODE IS NOT EQUAL TO 0 THEN
               DISPLAY "*** Couldn't remove "
                   TRIM(console-filename-TXT)
                   " - its commands would repeat" UPON SYSERR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       394-run-console-cmd SECTION.

      *    Dress the console line up as the private message it would
      *    have been and hand it to the ordinary dispatcher - with
      *    console-CHR set, replies land in the response file and the
      *    admin gate waves it through.
           MOVE SPACE TO line-TXT
           STRING
               ":console!local@console PRIVMSG " DELIMITED BY SIZE
               TRIM(my-nick-TXT) DELIMITED BY SIZE
               " :" DELIMITED BY SIZE
               my-cmd-prefix-CHR DELIMITED BY SIZE
               TRIM(console-REC) DELIMITED BY SIZE
               INTO line-TXT
           END-STRING

      *    The flag goes up before the split so the wire capture
      *    doesn't record the dressed-up line as server traffic.
           MOVE "Y" TO console-CHR
           PERFORM 100-process-line
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==chan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           PERFORM 010-ltrim-colon
           MOVE line-IDX TO msg0
           MOVE my-cmd-prefix-CHR TO effective-prefix-CHR

           PERFORM 300-process-cmd
           MOVE "N" TO console-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       392-check-spool SECTION.

      *    Called per line from the 000-main read loop: if an external
      *    job has dropped a spool file, deliver each "<#chan> <text>"
      *    line through the normal wrap-and-throttle path and consume
      *    the file. A missing file (the usual case) is one failed
      *    OPEN - the same cost the transcript logger pays per line.
           OPEN INPUT spool-FC
           IF NOT spool-STA-OK THEN
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ spool-FC
                   AT END EXIT PERFORM
               END-READ
               PERFORM 393-spool-deliver-line
           END-PERFORM

           CLOSE spool-FC
           CALL "CBL_DELETE_FILE" USING spool-filename-TXT
           END-CALL
           IF RETURN-CODE IS NOT EQUAL TO 0 THEN
               DISPLAY "*** Couldn't remove "
                   TRIM(spool-filename-TXT)
                   " - its lines would repeat" UPON SYSERR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       393-spool-deliver-line SECTION.

      *    One spool line: the target channel up to the first space,
      *    the announcement after it. Anything malformed is dropped
      *    silently - a broken cron job shouldn't spray garbage into
      *    channels.
           MOVE 0 TO spool-space-POS
           INSPECT spool-REC TALLYING spool-space-POS
               FOR CHARACTERS BEFORE INITIAL " "

           IF spool-space-POS IS EQUAL TO 0
                   OR spool-space-POS IS GREATER THAN 65
                   OR spool-space-POS IS GREATER THAN OR EQUAL TO
                       LENGTH OF spool-REC THEN
               EXIT SECTION
           END-IF

           IF spool-REC(1 : 1) IS NOT EQUAL TO "#"
                   AND spool-REC(1 : 1) IS NOT EQUAL TO "&" THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO spool-target-TXT
           MOVE spool-REC(1 : spool-space-POS) TO spool-target-TXT
           IF TRIM(spool-REC(spool-space-POS + 2 : ))
                   IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO reply-TXT
           MOVE TRIM(spool-REC(spool-space-POS + 2 : )) TO reply-TXT

      *    The wrap loop from 230-reply-privmsg, aimed at the spool's
      *    target instead of a message's sender.
           MOVE SPACE TO reply-target-TXT
           MOVE spool-target-TXT TO reply-target-TXT
           MOVE FUNCTION LENGTH(TRIM(reply-TXT)) TO reply-LEN-NUM
           MOVE 1 TO reply-chunk-POS
           PERFORM
               UNTIL reply-chunk-POS IS GREATER THAN reply-LEN-NUM
               PERFORM 242-send-reply-chunk
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       390-record-ban-change SECTION.

      *    One "b" mode argument from 290-process-mode's walk:
      *    ros-chan-TXT holds the folded channel, target-TXT the ban
      *    mask, mode-sign-CHR which way it went. A +b lands in the
      *    ban file (refreshing setter and time if the mask was
      *    already there), a -b lifts it. Not during a maintenance
      *    hold - 389-check-ban-ages just misses that one.
           IF maint-held THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO ban-chan-TXT
           MOVE ros-chan-TXT TO ban-chan-TXT
           MOVE target-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ban-mask-TXT
           MOVE cf-dst-TXT TO ban-mask-TXT

           IF mode-sign-CHR IS EQUAL TO "-" THEN
               READ ban-FC RECORD
                   INVALID KEY
                       EXIT SECTION
               END-READ
               DELETE ban-FC RECORD
               EXIT SECTION
           END-IF

           READ ban-FC RECORD
               INVALID KEY
                   MOVE "N" TO ban-exists-CHR
               NOT INVALID KEY
                   MOVE "Y" TO ban-exists-CHR
           END-READ

           MOVE SPACE TO ban-chan-TXT
           MOVE ros-chan-TXT TO ban-chan-TXT
           MOVE SPACE TO ban-mask-TXT
           MOVE cf-dst-TXT TO ban-mask-TXT
           MOVE SPACE TO ban-orig-chan-TXT
           MOVE chan-TXT TO ban-orig-chan-TXT
           MOVE SPACE TO ban-orig-mask-TXT
           MOVE target-TXT TO ban-orig-mask-TXT
           MOVE SPACE TO ban-setter-TXT
           MOVE nick-TXT TO ban-setter-TXT
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO ban-time-TXT
           MOVE "N" TO ban-nudged-CHR

           IF ban-exists THEN
               REWRITE ban-REC
           ELSE
               WRITE ban-REC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       388-bans SECTION.

      *    "%bans <#chan>" (admin): the tracked ban list for one
      *    channel - first few entries plus the total.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Bans for which channel?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ban-match-chan-TXT
           MOVE cf-dst-TXT TO ban-match-chan-TXT

           MOVE 0 TO ban-total-CNT
           MOVE 0 TO ban-shown-CNT

           MOVE SPACE TO ban-key
           MOVE ban-match-chan-TXT TO ban-chan-TXT
           START ban-FC
               KEY IS GREATER THAN OR EQUAL TO ban-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ ban-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ

                       IF TRIM(ban-chan-TXT) IS NOT EQUAL TO
                               TRIM(ban-match-chan-TXT) THEN
                           EXIT PERFORM
                       END-IF

                       ADD 1 TO ban-total-CNT
                       IF ban-shown-CNT IS LESS THAN 5 THEN
                           ADD 1 TO ban-shown-CNT
                           PERFORM 391-ban-reply
                       END-IF
                   END-PERFORM
           END-START

           IF ban-total-CNT IS EQUAL TO 0 THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "No bans on record for " DELIMITED BY SIZE
                   TRIM(cmd-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
           ELSE
               IF ban-total-CNT IS GREATER THAN ban-shown-CNT THEN
                   MOVE ban-total-CNT TO ban-CNT-DISP
                   MOVE SPACE TO reply-TXT
                   STRING
                       "(" DELIMITED BY SIZE
                       TRIM(ban-CNT-DISP) DELIMITED BY SIZE
                       " in total.)" DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       391-ban-reply SECTION.

      *    One ban record (in the ban-REC buffer) rendered as a reply
      *    line.
           MOVE SPACE TO reply-TXT
           MOVE 1 TO ban-reply-PTR
           STRING
               TRIM(ban-orig-mask-TXT) DELIMITED BY SIZE
               " set by " DELIMITED BY SIZE
               TRIM(ban-setter-TXT) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               ban-time-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ban-time-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ban-time-TXT(7 : 2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ban-time-TXT(10 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               ban-time-TXT(12 : 2) DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER ban-reply-PTR
           END-STRING
           PERFORM 230-reply-privmsg


      * * * * * * * * * * * * * * * * * * * *

       389-check-ban-ages SECTION.

      *    Hourly sweep for bans past "ban-max-age" (0 = disabled):
      *    each stale human-set ban earns the admins one private note,
      *    once - stan's own bans are excluded, they already have the
      *    timed-unban schedule.
           IF ban-max-age-NUM IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           IF ban-sweep-last-SEC IS GREATER THAN 0
                   AND now-SEC - ban-sweep-last-SEC IS LESS THAN
                       ban-sweep-interval-NUM THEN
               EXIT SECTION
           END-IF
           MOVE now-SEC TO ban-sweep-last-SEC

           MOVE TRIM(my-nick-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ban-self-TXT
           MOVE cf-dst-TXT TO ban-self-TXT

           MOVE 0 TO ban-nudge-CNT
           MOVE SPACE TO ban-key
           START ban-FC
               KEY IS GREATER THAN OR EQUAL TO ban-key
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ ban-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF ban-nudge-CNT IS GREATER THAN OR EQUAL TO 3 THEN
                   EXIT PERFORM
               END-IF

               IF ban-nudged-CHR IS NOT EQUAL TO "Y" THEN
                   MOVE ban-setter-TXT TO cf-src-TXT
                   PERFORM 224-casefold
                   IF TRIM(cf-dst-TXT) IS NOT EQUAL TO
                           TRIM(ban-self-TXT) THEN
                       MOVE ban-time-TXT TO clk-stamp-TXT
                       PERFORM 286-stamp-to-sec
                       COMPUTE ban-age-SEC = now-SEC - clk-SEC-NUM
                       IF ban-age-SEC IS GREATER THAN
                               ban-max-age-NUM THEN
                           ADD 1 TO ban-nudge-CNT
                           MOVE SPACE TO alert-msg-TXT
                           STRING
                               "Ban " DELIMITED BY SIZE
                               TRIM(ban-orig-mask-TXT)
                                   DELIMITED BY SIZE
                               " in " DELIMITED BY SIZE
                               TRIM(ban-orig-chan-TXT)
                                   DELIMITED BY SIZE
                               " set by " DELIMITED BY SIZE
                               TRIM(ban-setter-TXT) DELIMITED BY SIZE
                               " on " DELIMITED BY SIZE
                               ban-time-TXT(1 : 4) DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               ban-time-TXT(5 : 2) DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               ban-time-TXT(7 : 2) DELIMITED BY SIZE
                               " is still in place." DELIMITED BY SIZE
                               INTO alert-msg-TXT
                           END-STRING
                           PERFORM 269-alert-admins
                           MOVE "Y" TO ban-nudged-CHR
                           REWRITE ban-REC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       380-resolve-alias SECTION.

      *    Resolve als-in-TXT (already case-folded) through the
      *    identity file: als-out-TXT is the canonical folded nick (or
      *    the input unchanged), als-orig-out-TXT its display
      *    spelling when a link was found. Chains collapse at add
      *    time, so one keyed read settles it.
           MOVE "N" TO als-found-CHR
           MOVE SPACE TO als-out-TXT
           MOVE als-in-TXT TO als-out-TXT
           MOVE SPACE TO als-orig-out-TXT

           MOVE SPACE TO alias-nick-TXT
           MOVE als-in-TXT TO alias-nick-TXT
           READ alias-FC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO als-found-CHR
                   MOVE SPACE TO als-out-TXT
                   MOVE alias-canon-TXT TO als-out-TXT
                   MOVE alias-orig-canon-TXT TO als-orig-out-TXT
           END-READ

           .

      * * * * * * * * * * * * * * * * * * * *

       382-alias SECTION.

      *    "%alias add <alias> <nick>" links an alternate spelling to
      *    its canonical nick (admins can link anyone; anyone can link
      *    a spelling to their own current nick), "%alias del <alias>"
      *    unlinks, "%alias <nick>" reports where a spelling points.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           EVALUATE TRUE
               WHEN cmd-TXT IS EQUAL TO "add"
                   PERFORM 383-alias-add
               WHEN cmd-TXT IS EQUAL TO "del"
                   PERFORM 386-alias-del
               WHEN cmd-TXT IS NOT EQUAL TO SPACE
                   PERFORM 387-alias-show
               WHEN OTHER
                   MOVE SPACE TO reply-TXT
                   STRING
                       "Try: " DELIMITED BY SIZE
                       effective-prefix-CHR DELIMITED BY SIZE
                       "alias add <alias> <nick>, " DELIMITED BY SIZE
                       effective-prefix-CHR DELIMITED BY SIZE
                       "alias del <alias>, or " DELIMITED BY SIZE
                       effective-prefix-CHR DELIMITED BY SIZE
                       "alias <nick>" DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       383-alias-add SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO alsp-alias-TXT
           MOVE cmd-TXT TO alsp-alias-TXT

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO alsp-canon-TXT
           MOVE cmd-TXT TO alsp-canon-TXT

           IF TRIM(alsp-alias-TXT) IS EQUAL TO SPACE
                   OR TRIM(alsp-canon-TXT) IS EQUAL TO SPACE THEN
               MOVE "Link which alias to which nick?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE alsp-alias-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO alsp-alias-fold-TXT
           MOVE cf-dst-TXT TO alsp-alias-fold-TXT

           MOVE alsp-canon-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO alsp-canon-fold-TXT
           MOVE cf-dst-TXT TO alsp-canon-fold-TXT

           IF TRIM(alsp-alias-fold-TXT) IS EQUAL TO
                   TRIM(alsp-canon-fold-TXT) THEN
               MOVE "A nick can't be an alias of itself." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

      *    Self-service covers linking spellings to your own current
      *    nick; anything else runs on admin authority and goes in
      *    the runtime audit ledger like any privileged action.
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           IF TRIM(cf-dst-TXT) IS NOT EQUAL TO
                   TRIM(alsp-canon-fold-TXT) THEN
               PERFORM 305-check-admin
               IF NOT admin-is-authorized THEN
                   MOVE "You can link spellings to your own nick - lin
      -                "king someone else's takes an admin."
                       TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
               END-IF
               MOVE SPACE TO rta-line-TXT
               STRING
                   TRIM(hostmask-TXT) DELIMITED BY SIZE
                   " alias add " DELIMITED BY SIZE
                   TRIM(alsp-alias-TXT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(alsp-canon-TXT) DELIMITED BY SIZE
                   " -> allowed" DELIMITED BY SIZE
                   INTO rta-line-TXT
               END-STRING
               PERFORM 432-write-audit-line
           END-IF

      *    If the canonical side is itself a linked spelling, collapse
      *    the chain now so lookups stay a single read.
           MOVE SPACE TO als-in-TXT
           MOVE alsp-canon-fold-TXT TO als-in-TXT
           PERFORM 380-resolve-alias
           IF als-found THEN
               MOVE als-out-TXT TO alsp-canon-fold-TXT
               MOVE als-orig-out-TXT TO alsp-canon-TXT
           END-IF

           MOVE SPACE TO alias-nick-TXT
           MOVE alsp-alias-fold-TXT TO alias-nick-TXT
           READ alias-FC RECORD
               INVALID KEY
                   MOVE "N" TO als-exists-CHR
               NOT INVALID KEY
                   MOVE "Y" TO als-exists-CHR
           END-READ

           MOVE SPACE TO alias-nick-TXT
           MOVE alsp-alias-fold-TXT TO alias-nick-TXT
           MOVE SPACE TO alias-orig-nick-TXT
           MOVE alsp-alias-TXT TO alias-orig-nick-TXT
           MOVE SPACE TO alias-canon-TXT
           MOVE alsp-canon-fold-TXT TO alias-canon-TXT
           MOVE SPACE TO alias-orig-canon-TXT
           MOVE alsp-canon-TXT TO alias-orig-canon-TXT
           MOVE SPACE TO alias-setter-TXT
           MOVE nick-TXT TO alias-setter-TXT
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO alias-time-TXT

           IF als-exists THEN
               REWRITE alias-REC
           ELSE
               WRITE alias-REC
           END-IF

      *    One-time merge of the records the split spellings already
      *    accumulated - scores add up and the alias-side record goes.
           PERFORM 384-alias-merge-karma
           PERFORM 385-alias-merge-trivia

      *    Collapse the other direction too: links that pointed at
      *    the nick which just became an alias follow it to the new
      *    canonical, so "dave_ -> dave" keeps up when "dave ->
      *    dave2" lands instead of feeding a recreated "dave".
           PERFORM 458-alias-repoint

           MOVE SPACE TO reply-TXT
           STRING
               "Ok, " DELIMITED BY SIZE
               TRIM(alsp-alias-TXT) DELIMITED BY SIZE
               " now counts as " DELIMITED BY SIZE
               TRIM(alsp-canon-TXT) DELIMITED BY SIZE
               " - karma and trivia scores merged, and memos for "
                   DELIMITED BY SIZE
               "either spelling find them." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

      * * * * * * * * * * * * * * * * * * * *

       458-alias-repoint SECTION.

      *    Any existing link whose canonical side is the spelling in
      *    alsp-alias-fold-TXT re-points at the new canonical
      *    (alsp-canon-fold-TXT) - lookups stay a single read because
      *    no chain is ever left standing, whichever end grew.
           MOVE SPACE TO alias-nick-TXT
           START alias-FC
               KEY IS GREATER THAN OR EQUAL TO alias-nick-TXT
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ alias-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF TRIM(alias-canon-TXT) IS EQUAL TO
                       TRIM(alsp-alias-fold-TXT) THEN
                   MOVE SPACE TO alias-canon-TXT
                   MOVE alsp-canon-fold-TXT TO alias-canon-TXT
                   MOVE SPACE TO alias-orig-canon-TXT
                   MOVE alsp-canon-TXT TO alias-orig-canon-TXT
                   REWRITE alias-REC
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       384-alias-merge-karma SECTION.

      *    Fold the alias spelling's karma record (if any) into the
      *    canonical one.
           MOVE SPACE TO karma-term-TXT
           MOVE alsp-alias-fold-TXT TO karma-term-TXT
           READ karma-FC RECORD
               INVALID KEY
                   EXIT SECTION
           END-READ

           MOVE karma-score-NUM TO als-merge-karma-NUM
           DELETE karma-FC RECORD

           PERFORM 204-utc-now-stamp
           MOVE SPACE TO karma-term-TXT
           MOVE alsp-canon-fold-TXT TO karma-term-TXT
           READ karma-FC RECORD
               INVALID KEY
                   MOVE SPACE TO karma-term-TXT
                   MOVE alsp-canon-fold-TXT TO karma-term-TXT
                   MOVE SPACE TO karma-orig-term-TXT
                   MOVE alsp-canon-TXT TO karma-orig-term-TXT
                   MOVE als-merge-karma-NUM TO karma-score-NUM
                   PERFORM 299-stamp-karma-time
                   WRITE karma-REC
               NOT INVALID KEY
                   ADD als-merge-karma-NUM TO karma-score-NUM
                   PERFORM 299-stamp-karma-time
                   REWRITE karma-REC
           END-READ

           .

      * * * * * * * * * * * * * * * * * * * *

       385-alias-merge-trivia SECTION.

      *    Same merge for the trivia scores.
           MOVE SPACE TO trivia-nick-TXT
           MOVE alsp-alias-fold-TXT TO trivia-nick-TXT
           READ trivia-FC RECORD
               INVALID KEY
                   EXIT SECTION
           END-READ

           MOVE trivia-score-NUM TO als-merge-trivia-NUM
           DELETE trivia-FC RECORD

           MOVE SPACE TO trivia-nick-TXT
           MOVE alsp-canon-fold-TXT TO trivia-nick-TXT
           READ trivia-FC RECORD
               INVALID KEY
                   MOVE SPACE TO trivia-nick-TXT
                   MOVE alsp-canon-fold-TXT TO trivia-nick-TXT
                   MOVE SPACE TO trivia-orig-nick-TXT
                   MOVE alsp-canon-TXT TO trivia-orig-nick-TXT
                   MOVE als-merge-trivia-NUM TO trivia-score-NUM
                   WRITE trivia-REC
               NOT INVALID KEY
                   ADD als-merge-trivia-NUM TO trivia-score-NUM
                   REWRITE trivia-REC
           END-READ

           .

      * * * * * * * * * * * * * * * * * * * *

       386-alias-del SECTION.

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Unlink which alias?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO alias-nick-TXT
           MOVE cf-dst-TXT TO alias-nick-TXT

           READ alias-FC RECORD
               INVALID KEY
                   MOVE "That alias isn't linked to anything."
                       TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-READ

      *    Unlinking your own spelling is self-service, like adding
      *    it was; anyone else's runs on admin authority and lands
      *    in the runtime audit ledger.
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           IF TRIM(cf-dst-TXT) IS NOT EQUAL TO
                   TRIM(alias-canon-TXT) THEN
               PERFORM 305-check-admin
               IF NOT admin-is-authorized THEN
                   PERFORM 306-deny-admin
                   EXIT SECTION
               END-IF
               MOVE SPACE TO rta-line-TXT
               STRING
                   TRIM(hostmask-TXT) DELIMITED BY SIZE
                   " alias del " DELIMITED BY SIZE
                   TRIM(alias-orig-nick-TXT) DELIMITED BY SIZE
                   " -> allowed" DELIMITED BY SIZE
                   INTO rta-line-TXT
               END-STRING
               PERFORM 432-write-audit-line
           END-IF

           DELETE alias-FC RECORD
           MOVE "Ok, unlinked." TO reply-TXT
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       387-alias-show SECTION.

      *    cmd-TXT still holds the asked-about spelling.
           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO als-in-TXT
           MOVE cf-dst-TXT TO als-in-TXT
           PERFORM 380-resolve-alias

           MOVE SPACE TO reply-TXT
           IF als-found THEN
               STRING
                   TRIM(cmd-TXT) DELIMITED BY SIZE
                   " counts as " DELIMITED BY SIZE
                   TRIM(als-orig-out-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
           ELSE
               STRING
                   TRIM(cmd-TXT) DELIMITED BY SIZE
                   " isn't linked to anything." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
           END-IF
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       375-update-stats SECTION.

      *    One lifetime-statistics record per folded nick, bumped for
      *    every counted line - clk-stamp-TXT still holds the stamp
      *    232-update-seen just wrote, so the clock isn't sampled
      *    twice for one line.
           IF maint-held THEN
               PERFORM 551-maint-queue-stats
               EXIT SECTION
           END-IF

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO stats-nick-TXT
           MOVE cf-dst-TXT TO stats-nick-TXT

           READ stats-FC RECORD
               INVALID KEY
                   MOVE "N" TO stats-exists-CHR
               NOT INVALID KEY
                   MOVE "Y" TO stats-exists-CHR
           END-READ

           IF NOT stats-exists THEN
               MOVE SPACE TO stats-nick-TXT
               MOVE cf-dst-TXT TO stats-nick-TXT
               MOVE 0 TO stats-msg-CNT
               MOVE 0 TO stats-cmd-CNT
               MOVE clk-stamp-TXT TO stats-first-TXT
               MOVE 0 TO stats-chan-CNT-NUM
               PERFORM VARYING st-i-NUM FROM 1 BY 1
                       UNTIL st-i-NUM IS GREATER THAN 8
                   MOVE SPACE TO stats-chan-TXT(st-i-NUM)
                   MOVE 0 TO stats-chan-msg-CNT(st-i-NUM)
               END-PERFORM
           END-IF

           MOVE SPACE TO stats-orig-nick-TXT
           MOVE nick-TXT TO stats-orig-nick-TXT
           ADD 1 TO stats-msg-CNT
           MOVE clk-stamp-TXT TO stats-last-TXT

           PERFORM 225-is-chan-my-nick
           IF NOT chan-is-my-nick THEN
               MOVE chan-TXT TO cf-src-TXT
               PERFORM 224-casefold
               MOVE SPACE TO st-chan-fold-TXT
               MOVE cf-dst-TXT TO st-chan-fold-TXT

               MOVE 0 TO st-found-IDX
               PERFORM VARYING st-i-NUM FROM 1 BY 1
                       UNTIL st-i-NUM IS GREATER THAN
                           stats-chan-CNT-NUM
                   IF TRIM(stats-chan-TXT(st-i-NUM))
                           IS EQUAL TO TRIM(st-chan-fold-TXT) THEN
                       MOVE st-i-NUM TO st-found-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF st-found-IDX IS EQUAL TO 0
                       AND stats-chan-CNT-NUM IS LESS THAN 8 THEN
                   ADD 1 TO stats-chan-CNT-NUM
                   MOVE stats-chan-CNT-NUM TO st-found-IDX
                   MOVE st-chan-fold-TXT
                       TO stats-chan-TXT(st-found-IDX)
                   MOVE 0 TO stats-chan-msg-CNT(st-found-IDX)
               END-IF
               IF st-found-IDX IS GREATER THAN 0 THEN
                   ADD 1 TO stats-chan-msg-CNT(st-found-IDX)
               END-IF
           END-IF

           IF stats-exists THEN
               REWRITE stats-REC
           ELSE
               WRITE stats-REC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       376-bump-stats-cmd SECTION.

      *    Count a command invocation against the invoker's lifetime
      *    record - 375-update-stats already ran for this line (the
      *    display path fires before the dispatcher), so the record
      *    is there to bump. An opted-out invoker leaves no trail
      *    here either, even against a record from before they
      *    opted out.
           IF speaker-opted-out THEN
               EXIT SECTION
           END-IF

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO stats-nick-TXT
           MOVE cf-dst-TXT TO stats-nick-TXT

           READ stats-FC RECORD
               INVALID KEY
                   EXIT SECTION
           END-READ

           ADD 1 TO stats-cmd-CNT
           REWRITE stats-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       377-stats SECTION.

      *    "%stats" for your own totals, "%stats <nick>" for someone
      *    else's, "%stats top" for the lifetime leaderboard.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO "top" THEN
               PERFORM 379-stats-top
               EXIT SECTION
           END-IF

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE nick-TXT TO cf-src-TXT
           ELSE
               MOVE cmd-TXT TO cf-src-TXT
           END-IF
           PERFORM 224-casefold

      *    Same courtesy %seen extends - an opt-out hides the
      *    existing numbers too.
           MOVE SPACE TO optout-nick-TXT
           MOVE cf-dst-TXT TO optout-nick-TXT
           READ optout-FC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACE TO reply-TXT
                   STRING
                       TRIM(cf-src-TXT) DELIMITED BY SIZE
                       " has opted out of tracking."
                           DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-READ

           MOVE SPACE TO stats-nick-TXT
           MOVE cf-dst-TXT TO stats-nick-TXT

           READ stats-FC RECORD
               INVALID KEY
                   MOVE SPACE TO reply-TXT
                   STRING
                       "No statistics on record for " DELIMITED BY SIZE
                       TRIM(cf-src-TXT) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
               NOT INVALID KEY
                   PERFORM 378-stats-reply
           END-READ

           .

      * * * * * * * * * * * * * * * * * * * *

       378-stats-reply SECTION.

      *    One statistics record (in the stats-REC buffer) rendered
      *    as a reply line.
           MOVE 0 TO st-max-IDX
           MOVE 0 TO st-max-VAL
           PERFORM VARYING st-i-NUM FROM 1 BY 1
                   UNTIL st-i-NUM IS GREATER THAN stats-chan-CNT-NUM
               IF stats-chan-msg-CNT(st-i-NUM) IS GREATER THAN
                       st-max-VAL THEN
                   MOVE st-i-NUM TO st-max-IDX
                   MOVE stats-chan-msg-CNT(st-i-NUM) TO st-max-VAL
               END-IF
           END-PERFORM

           MOVE SPACE TO reply-TXT
           MOVE 1 TO st-reply-PTR
           MOVE stats-msg-CNT TO stats-CNT-DISP
           STRING
               TRIM(stats-orig-nick-TXT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(stats-CNT-DISP) DELIMITED BY SIZE
               " message(s), " DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER st-reply-PTR
           END-STRING
           MOVE stats-cmd-CNT TO stats-CNT-DISP
           STRING
               TRIM(stats-CNT-DISP) DELIMITED BY SIZE
               " command(s), first seen " DELIMITED BY SIZE
               stats-first-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               stats-first-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               stats-first-TXT(7 : 2) DELIMITED BY SIZE
               ", last " DELIMITED BY SIZE
               stats-last-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               stats-last-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               stats-last-TXT(7 : 2) DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER st-reply-PTR
           END-STRING

           IF st-max-IDX IS GREATER THAN 0 THEN
               MOVE st-max-VAL TO stats-CNT-DISP
               STRING
                   ", busiest channel " DELIMITED BY SIZE
                   TRIM(stats-chan-TXT(st-max-IDX)) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   TRIM(stats-CNT-DISP) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER st-reply-PTR
               END-STRING
           END-IF

           STRING
               "." DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER st-reply-PTR
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       379-stats-top SECTION.

      *    Top five lifetime message counts, same selection-sort walk
      *    as the trivia leaderboard.
           MOVE 0 TO stl-CNT
           MOVE SPACE TO stats-nick-TXT
           START stats-FC
               KEY IS GREATER THAN OR EQUAL TO stats-nick-TXT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ stats-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                       IF stl-CNT IS LESS THAN 100 THEN
                           ADD 1 TO stl-CNT
                           MOVE stats-orig-nick-TXT
                               TO stl-nick-TXT(stl-CNT)
                           MOVE stats-msg-CNT
                               TO stl-msg-CNT(stl-CNT)
                       END-IF
                   END-PERFORM
           END-START

           IF stl-CNT IS EQUAL TO 0 THEN
               MOVE "No statistics on record yet." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO reply-TXT
           MOVE 1 TO st-reply-PTR
           STRING
               "Most active:" DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER st-reply-PTR
           END-STRING

           PERFORM VARYING stl-top-NUM FROM 1 BY 1
                   UNTIL stl-top-NUM IS GREATER THAN 5
               MOVE 0 TO stl-max-IDX
               MOVE 0 TO stl-max-VAL
               PERFORM VARYING stl-i-NUM FROM 1 BY 1
                       UNTIL stl-i-NUM IS GREATER THAN stl-CNT
                   IF stl-msg-CNT(stl-i-NUM) IS GREATER THAN
                           stl-max-VAL THEN
                       MOVE stl-i-NUM TO stl-max-IDX
                       MOVE stl-msg-CNT(stl-i-NUM) TO stl-max-VAL
                   END-IF
               END-PERFORM
               IF stl-max-IDX IS GREATER THAN 0 THEN
                   MOVE stl-max-VAL TO stats-CNT-DISP
                   STRING
                       " " DELIMITED BY SIZE
                       TRIM(stl-nick-TXT(stl-max-IDX))
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       TRIM(stats-CNT-DISP) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER st-reply-PTR
                   END-STRING
                   MOVE 0 TO stl-msg-CNT(stl-max-IDX)
               END-IF
           END-PERFORM

           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       368-check-autoop SECTION.

      *    Walk the "autoop" access list for the user in aop-nick-TXT
      *    / aop-subject-TXT (callers have already confirmed we hold
      *    ops in chan-TXT). First matching entry wins.
           MOVE "N" TO aop-done-CHR
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "autoop"
               missing BY CONTINUE
               available BY ==
                   IF aop-applied THEN
                       EXIT PERFORM
                   END-IF
                   PERFORM 369-check-autoop-entry
               ==.

           .

      * * * * * * * * * * * * * * * * * * * *

       369-check-autoop-entry SECTION.

      *    One "autoop" entry against aop-subject-TXT: peel any
      *    channel scope (same rules as scoped ignore entries), take
      *    the "o"/"v" mode letter, and run the rest through the usual
      *    hostmask matcher - bare nicks expand to "<nick>!*@*" as
      *    226-hostmask-entry-match does.
           PERFORM 235-check-entry-scope
           IF NOT entry-scope-matches THEN
               EXIT SECTION
           END-IF

           MOVE entry-val-TXT(1 : 1) TO aop-mode-CHR
           IF (aop-mode-CHR IS NOT EQUAL TO "o"
                   AND aop-mode-CHR IS NOT EQUAL TO "v")
                   OR entry-val-TXT(2 : 1) IS NOT EQUAL TO SPACE
                   OR TRIM(entry-val-TXT(3 : )) IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO wc-pattern-TXT
           MOVE 0 TO ignore-bang-CNT
           INSPECT entry-val-TXT(3 : ) TALLYING ignore-bang-CNT
               FOR ALL "!"
           IF ignore-bang-CNT IS EQUAL TO 0 THEN
               STRING
                   TRIM(entry-val-TXT(3 : )) DELIMITED BY SIZE
                   "!*@*" DELIMITED BY SIZE
                   INTO wc-pattern-TXT
               END-STRING
           ELSE
               MOVE TRIM(entry-val-TXT(3 : )) TO wc-pattern-TXT
           END-IF

           MOVE wc-pattern-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO wc-pattern-TXT

           MOVE SPACE TO wc-subject-TXT
           MOVE aop-subject-TXT TO wc-subject-TXT
           MOVE wc-subject-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO wc-subject-TXT

           PERFORM 223-match-hostmask

           IF wc-is-match THEN
               MOVE "Y" TO aop-done-CHR
               MOVE SPACE TO send-line-TXT
               STRING
                   "MODE " DELIMITED BY SIZE
                   TRIM(chan-TXT) DELIMITED BY SIZE
                   " +" DELIMITED BY SIZE
                   aop-mode-CHR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(aop-nick-TXT) DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
               PERFORM 240-throttled-send
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       370-autoop-scan-roster SECTION.

      *    Stan just got opped in chan-TXT (ros-chan-TXT holds its
      *    folded form): sweep the roster and hand out the access-list
      *    modes everyone who joined before us is still missing. The
      *    WHO sweep usually has the user@host on file by now; an
      *    entry still missing it gets a "<nick>!*@*" subject, which
      *    host-specific access entries deliberately won't match.
           MOVE TRIM(my-nick-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO aop-self-TXT
           MOVE cf-dst-TXT TO aop-self-TXT

           PERFORM VARYING aop-i-NUM FROM 1 BY 1
                   UNTIL aop-i-NUM IS GREATER THAN roster-CNT
               IF TRIM(roster-chan-TXT(aop-i-NUM))
                       IS EQUAL TO TRIM(ros-chan-TXT)
                       AND TRIM(roster-nick-TXT(aop-i-NUM))
                           IS NOT EQUAL TO TRIM(aop-self-TXT)
                       AND roster-op-CHR(aop-i-NUM)
                           IS NOT EQUAL TO "Y" THEN
                   MOVE SPACE TO aop-nick-TXT
                   MOVE roster-orig-nick-TXT(aop-i-NUM)
                       TO aop-nick-TXT
                   MOVE SPACE TO aop-subject-TXT
                   IF roster-userhost-TXT(aop-i-NUM)
                           IS NOT EQUAL TO SPACE THEN
                       STRING
                           TRIM(roster-orig-nick-TXT(aop-i-NUM))
                               DELIMITED BY SIZE
                           "!" DELIMITED BY SIZE
                           TRIM(roster-userhost-TXT(aop-i-NUM))
                               DELIMITED BY SIZE
                           INTO aop-subject-TXT
                       END-STRING
                   ELSE
                       STRING
                           TRIM(roster-orig-nick-TXT(aop-i-NUM))
                               DELIMITED BY SIZE
                           "!*@*" DELIMITED BY SIZE
                           INTO aop-subject-TXT
                       END-STRING
                   END-IF
                   PERFORM 368-check-autoop
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       461-ticket SECTION.

      *    Small work items that would otherwise be forgotten once
      *    the channel scrolls:
      *        "%ticket open [#chan] <title>"
      *        "%ticket assign <n> <nick|me|none>"
      *        "%ticket comment <n> <text>"
      *        "%ticket state <n> <open|in-progress|blocked|closed>"
      *        "%ticket list [#chan|<nick>|mine]"
      *        "%ticket <n>"
      *    Open from a channel and the ticket belongs to it; a
      *    private "open" has to name the channel.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           EVALUATE TRUE
               WHEN cmd-TXT IS EQUAL TO "open"
                   PERFORM 463-ticket-open
               WHEN cmd-TXT IS EQUAL TO "assign"
                   PERFORM 464-ticket-assign
               WHEN cmd-TXT IS EQUAL TO "comment"
                   PERFORM 465-ticket-comment
               WHEN cmd-TXT IS EQUAL TO "state"
                   PERFORM 466-ticket-state
               WHEN cmd-TXT IS EQUAL TO "list"
                   PERFORM 467-ticket-list
               WHEN cmd-TXT IS NOT EQUAL TO SPACE
                       AND cmd-TXT IS NUMERIC
                   PERFORM 468-ticket-check-id
                   IF tkt-found THEN
                       PERFORM 469-ticket-read
                   END-IF
                   IF tkt-found THEN
                       PERFORM 470-ticket-show
                   END-IF
               WHEN OTHER
                   PERFORM 471-ticket-usage
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       462-seed-ticket-max-id SECTION.

      *    Same as 309-seed-quote-max-id: new tickets number on from
      *    the highest already on disk. Notes sort after their
      *    header, so the last record read carries the highest ID.
           MOVE 0 TO ticket-ID-NUM
           MOVE 0 TO ticket-note-NUM
           START ticket-FC
               KEY IS GREATER THAN OR EQUAL TO ticket-key
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ ticket-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF ticket-ID-NUM IS GREATER THAN ticket-max-ID-NUM THEN
                   MOVE ticket-ID-NUM TO ticket-max-ID-NUM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       463-ticket-open SECTION.

           MOVE SPACE TO tkt-chan-TXT
           PERFORM 225-is-chan-my-nick
           IF NOT chan-is-my-nick THEN
               MOVE chan-TXT TO tkt-chan-TXT
           END-IF

           IF line-TXT(line-IDX : 1) IS EQUAL TO "#"
                   OR line-TXT(line-IDX : 1) IS EQUAL TO "&" THEN
               COPY "line-split.cpy" REPLACING
                   LEADING ==id== BY ==cmd==
                   DELIMS BY ==" "==
                   DELIMSAVE BY ====.
               MOVE SPACE TO tkt-chan-TXT
               MOVE cmd-TXT TO tkt-chan-TXT
           END-IF

           IF tkt-chan-TXT IS EQUAL TO SPACE THEN
               MOVE "Which channel is it for? Try ""ticket open #chan
      -            " <title>""." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF TRIM(line-TXT(line-IDX : )) IS EQUAL TO SPACE THEN
               MOVE "A ticket needs a title." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE TRIM(tkt-chan-TXT) TO cf-src-TXT
           PERFORM 224-casefold

           PERFORM 204-utc-now-stamp
           ADD 1 TO ticket-max-ID-NUM
           MOVE SPACE TO ticket-REC
           MOVE ticket-max-ID-NUM TO ticket-ID-NUM
           MOVE 0 TO ticket-note-NUM
           MOVE cf-dst-TXT TO ticket-chan-TXT
           MOVE tkt-chan-TXT TO ticket-orig-chan-TXT
           MOVE nick-TXT TO ticket-setter-TXT
           MOVE clk-stamp-TXT TO ticket-created-TXT
           MOVE TRIM(line-TXT(line-IDX : )) TO ticket-text-TXT
           MOVE "open" TO ticket-state-TXT
           MOVE clk-stamp-TXT TO ticket-updated-TXT
           MOVE nick-TXT TO ticket-updater-TXT
           MOVE 0 TO ticket-note-CNT
           WRITE ticket-REC
               INVALID KEY
                   SUBTRACT 1 FROM ticket-max-ID-NUM
                   MOVE "Couldn't file that ticket." TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-WRITE

           MOVE ticket-ID-NUM TO tkt-ID-DISP
           MOVE SPACE TO reply-TXT
           STRING
               "Opened ticket #" DELIMITED BY SIZE
               TRIM(tkt-ID-DISP) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               TRIM(ticket-orig-chan-TXT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

      * * * * * * * * * * * * * * * * * * * *

       464-ticket-assign SECTION.

           PERFORM 468-ticket-check-id
           IF NOT tkt-found THEN
               EXIT SECTION
           END-IF

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Assign it to whom? A nick, ""me"" or ""none""."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           PERFORM 469-ticket-read
           IF NOT tkt-found THEN
               EXIT SECTION
           END-IF

           EVALUATE cmd-TXT
               WHEN "me"
                   MOVE SPACE TO ticket-assignee-TXT
                   MOVE nick-TXT TO ticket-assignee-TXT
               WHEN "none"
                   MOVE SPACE TO ticket-assignee-TXT
               WHEN OTHER
                   MOVE SPACE TO ticket-assignee-TXT
                   MOVE cmd-TXT TO ticket-assignee-TXT
           END-EVALUATE
           PERFORM 472-ticket-touch

           MOVE ticket-ID-NUM TO tkt-ID-DISP
           MOVE SPACE TO reply-TXT
           IF ticket-assignee-TXT IS EQUAL TO SPACE THEN
               STRING
                   "Ticket #" DELIMITED BY SIZE
                   TRIM(tkt-ID-DISP) DELIMITED BY SIZE
                   " is unassigned." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
           ELSE
               STRING
                   "Ticket #" DELIMITED BY SIZE
                   TRIM(tkt-ID-DISP) DELIMITED BY SIZE
                   " is now with " DELIMITED BY SIZE
                   TRIM(ticket-assignee-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
           END-IF
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       465-ticket-comment SECTION.

      *    A note is its own record, numbered after the header's
      *    note count; the header then records the update.
           PERFORM 468-ticket-check-id
           IF NOT tkt-found THEN
               EXIT SECTION
           END-IF

           IF TRIM(line-TXT(line-IDX : )) IS EQUAL TO SPACE THEN
               MOVE "Comment what?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           PERFORM 469-ticket-read
           IF NOT tkt-found THEN
               EXIT SECTION
           END-IF

           IF ticket-note-CNT IS EQUAL TO 9999 THEN
               MOVE "That ticket can't take any more notes."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           ADD 1 TO ticket-note-CNT
           MOVE ticket-note-CNT TO tkt-note-NUM
           MOVE ticket-REC TO tkt-hold-REC

           PERFORM 204-utc-now-stamp
           MOVE SPACE TO ticket-REC
           MOVE tkt-ID-NUM TO ticket-ID-NUM
           MOVE tkt-note-NUM TO ticket-note-NUM
           MOVE nick-TXT TO ticket-setter-TXT
           MOVE clk-stamp-TXT TO ticket-created-TXT
           MOVE TRIM(line-TXT(line-IDX : )) TO ticket-text-TXT
           WRITE ticket-REC
               INVALID KEY
                   MOVE "Couldn't add that note." TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-WRITE

           MOVE tkt-hold-REC TO ticket-REC
           PERFORM 472-ticket-touch

           MOVE ticket-ID-NUM TO tkt-ID-DISP
           MOVE ticket-note-CNT TO tkt-CNT-DISP
           MOVE SPACE TO reply-TXT
           STRING
               "Noted on ticket #" DELIMITED BY SIZE
               TRIM(tkt-ID-DISP) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               TRIM(tkt-CNT-DISP) DELIMITED BY SIZE
               " note(s))." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       466-ticket-state SECTION.

           PERFORM 468-ticket-check-id
           IF NOT tkt-found THEN
               EXIT SECTION
           END-IF

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO tkt-state-TXT
           MOVE cmd-TXT TO tkt-state-TXT
           INSPECT tkt-state-TXT CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"

           IF tkt-state-TXT IS NOT EQUAL TO "open"
                   AND tkt-state-TXT IS NOT EQUAL TO "in-progress"
                   AND tkt-state-TXT IS NOT EQUAL TO "blocked"
                   AND tkt-state-TXT IS NOT EQUAL TO "closed" THEN
               MOVE "The state is one of open, in-progress, blocked or
      -            " closed." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           PERFORM 469-ticket-read
           IF NOT tkt-found THEN
               EXIT SECTION
           END-IF

           MOVE tkt-state-TXT TO ticket-state-TXT
           PERFORM 472-ticket-touch

           MOVE ticket-ID-NUM TO tkt-ID-DISP
           MOVE SPACE TO reply-TXT
           STRING
               "Ticket #" DELIMITED BY SIZE
               TRIM(tkt-ID-DISP) DELIMITED BY SIZE
               " is now " DELIMITED BY SIZE
               TRIM(ticket-state-TXT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       467-ticket-list SECTION.

      *    Everything not closed, oldest first: for this channel by
      *    default, for another channel when one is named, or
      *    assigned to a nick ("mine" meaning the asker's).
           MOVE SPACE TO tkt-want-chan-TXT
           MOVE SPACE TO tkt-want-who-TXT

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           EVALUATE TRUE
               WHEN cmd-TXT IS EQUAL TO SPACE
                   PERFORM 225-is-chan-my-nick
                   IF chan-is-my-nick THEN
                       MOVE "List which channel's tickets, or whose?"
                           TO reply-TXT
                       PERFORM 230-reply-privmsg
                       EXIT SECTION
                   END-IF
                   MOVE chan-TXT TO cf-src-TXT
                   PERFORM 224-casefold
                   MOVE cf-dst-TXT TO tkt-want-chan-TXT
               WHEN line-TXT(cmd0 : 1) IS EQUAL TO "#"
               WHEN line-TXT(cmd0 : 1) IS EQUAL TO "&"
                   MOVE cmd-TXT TO cf-src-TXT
                   PERFORM 224-casefold
                   MOVE cf-dst-TXT TO tkt-want-chan-TXT
               WHEN cmd-TXT IS EQUAL TO "mine"
                   MOVE nick-TXT TO cf-src-TXT
                   PERFORM 224-casefold
                   MOVE cf-dst-TXT TO tkt-want-who-TXT
               WHEN OTHER
                   MOVE cmd-TXT TO cf-src-TXT
                   PERFORM 224-casefold
                   MOVE cf-dst-TXT TO tkt-want-who-TXT
           END-EVALUATE

           MOVE 0 TO tkt-match-CNT
           MOVE 0 TO ticket-ID-NUM
           MOVE 0 TO ticket-note-NUM
           START ticket-FC
               KEY IS GREATER THAN OR EQUAL TO ticket-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ ticket-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ

                       IF ticket-note-NUM IS NOT EQUAL TO 0
                               OR ticket-state-TXT IS EQUAL TO
                                   "closed" THEN
                           EXIT PERFORM CYCLE
                       END-IF

                       IF tkt-want-chan-TXT IS NOT EQUAL TO SPACE THEN
                           IF ticket-chan-TXT IS NOT EQUAL TO
                                   tkt-want-chan-TXT THEN
                               EXIT PERFORM CYCLE
                           END-IF
                       ELSE
                           MOVE ticket-assignee-TXT TO cf-src-TXT
                           PERFORM 224-casefold
                           IF cf-dst-TXT(1 : 65) IS NOT EQUAL TO
                                   tkt-want-who-TXT THEN
                               EXIT PERFORM CYCLE
                           END-IF
                       END-IF

                       ADD 1 TO tkt-match-CNT
                       IF tkt-match-CNT IS NOT GREATER THAN
                               tkt-list-max-NUM THEN
                           PERFORM 473-ticket-line
                           PERFORM 230-reply-privmsg
                       END-IF
                   END-PERFORM
           END-START

           MOVE SPACE TO reply-TXT
           EVALUATE TRUE
               WHEN tkt-match-CNT IS EQUAL TO 0
                   MOVE "No open tickets there." TO reply-TXT
               WHEN tkt-match-CNT IS GREATER THAN tkt-list-max-NUM
                   COMPUTE tkt-CNT-DISP =
                       tkt-match-CNT - tkt-list-max-NUM
                   STRING
                       "... and " DELIMITED BY SIZE
                       TRIM(tkt-CNT-DISP) DELIMITED BY SIZE
                       " more." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
           END-EVALUATE
           IF reply-TXT IS NOT EQUAL TO SPACE THEN
               PERFORM 230-reply-privmsg
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       468-ticket-check-id SECTION.

      *    The ticket number: cmd-TXT already holds it when "%ticket
      *    <n>" was typed, otherwise it's the next word. Leaves it in
      *    tkt-ID-NUM.
           MOVE "N" TO tkt-found-CHR
           IF cmd-TXT IS NOT NUMERIC
                   OR cmd-TXT IS EQUAL TO SPACE THEN
               COPY "line-split.cpy" REPLACING
                   LEADING ==id== BY ==cmd==
                   DELIMS BY ==" "==
                   DELIMSAVE BY ====.
           END-IF

           IF cmd-TXT IS EQUAL TO SPACE
                   OR cmd-TXT IS NOT NUMERIC
                   OR cmd1 - cmd0 IS GREATER THAN 8 THEN
               MOVE "Which ticket? Give its number." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(cmd-TXT) TO tkt-ID-NUM
           MOVE "Y" TO tkt-found-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       469-ticket-read SECTION.

      *    tkt-ID-NUM's header into ticket-REC, or say there's none.
           MOVE "N" TO tkt-found-CHR
           MOVE tkt-ID-NUM TO ticket-ID-NUM
           MOVE 0 TO ticket-note-NUM
           READ ticket-FC RECORD
               INVALID KEY
                   MOVE tkt-ID-NUM TO tkt-ID-DISP
                   MOVE SPACE TO reply-TXT
                   STRING
                       "No ticket #" DELIMITED BY SIZE
                       TRIM(tkt-ID-DISP) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-READ
           MOVE "Y" TO tkt-found-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       470-ticket-show SECTION.

      *    The header line as "%ticket list" gives it, who raised it,
      *    and the latest note if there is one.
           PERFORM 473-ticket-line
           PERFORM 230-reply-privmsg

           MOVE SPACE TO reply-TXT
           STRING
               "Raised by " DELIMITED BY SIZE
               TRIM(ticket-setter-TXT) DELIMITED BY SIZE
               " in " DELIMITED BY SIZE
               TRIM(ticket-orig-chan-TXT) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               ticket-created-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ticket-created-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ticket-created-TXT(7 : 2) DELIMITED BY SIZE
               ", last touched by " DELIMITED BY SIZE
               TRIM(ticket-updater-TXT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           IF ticket-note-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           MOVE ticket-note-CNT TO tkt-CNT-DISP
           MOVE ticket-note-CNT TO ticket-note-NUM
           READ ticket-FC RECORD
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE SPACE TO reply-TXT
           STRING
               "Note " DELIMITED BY SIZE
               TRIM(tkt-CNT-DISP) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               TRIM(ticket-setter-TXT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               ticket-created-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ticket-created-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ticket-created-TXT(7 : 2) DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               TRIM(ticket-text-TXT) DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       471-ticket-usage SECTION.

           MOVE "Usage: ticket open [#chan] <title> | assign <n> <nick|
      -        "me|none> | comment <n> <text> | state <n> <open|in-progr
      -        "ess|blocked|closed> | list [#chan|nick|mine] | <n>"
               TO reply-TXT
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       472-ticket-touch SECTION.

      *    Stamp the header in ticket-REC as updated by the caller's
      *    nick and write it back.
           PERFORM 204-utc-now-stamp
           MOVE 0 TO ticket-note-NUM
           MOVE clk-stamp-TXT TO ticket-updated-TXT
           MOVE SPACE TO ticket-updater-TXT
           MOVE nick-TXT TO ticket-updater-TXT
           REWRITE ticket-REC
               INVALID KEY
                   DISPLAY "*** Couldn't update ticket "
                       ticket-ID-NUM UPON SYSERR
           END-REWRITE

           .

      * * * * * * * * * * * * * * * * * * * *

       473-ticket-line SECTION.

      *    "#12 [blocked] <title> - alice, updated 2026-10-14" for the
      *    header in ticket-REC, into reply-TXT.
           MOVE ticket-ID-NUM TO tkt-ID-DISP
           MOVE SPACE TO reply-TXT
           MOVE 1 TO tkt-reply-PTR
           STRING
               "#" DELIMITED BY SIZE
               TRIM(tkt-ID-DISP) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               TRIM(ticket-state-TXT) DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               TRIM(ticket-text-TXT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER tkt-reply-PTR
           END-STRING
           IF ticket-assignee-TXT IS EQUAL TO SPACE THEN
               STRING
                   "unassigned" DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER tkt-reply-PTR
               END-STRING
           ELSE
               STRING
                   TRIM(ticket-assignee-TXT) DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER tkt-reply-PTR
               END-STRING
           END-IF
           STRING
               ", updated " DELIMITED BY SIZE
               ticket-updated-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ticket-updated-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ticket-updated-TXT(7 : 2) DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER tkt-reply-PTR
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       474-journal-karma SECTION.

      *    Files the change 319-apply-karma-delta just made: karma-REC
      *    still holds the canonical term, clk-stamp-TXT the time and
      *    karma-token-TXT the spelling that was typed. The giver goes
      *    through the alias links here, once the term is done with
      *    als-out-TXT, so the gaming report sees one person however
      *    many spellings they use.
           MOVE SPACE TO karmalog-REC
           MOVE karma-term-TXT TO karmalog-term-TXT
           MOVE clk-stamp-TXT TO karmalog-time-TXT
           IF kj-seq-NUM IS EQUAL TO 9999 THEN
               MOVE 0 TO kj-seq-NUM
           ELSE
               ADD 1 TO kj-seq-NUM
           END-IF
           MOVE kj-seq-NUM TO karmalog-seq-NUM
           MOVE karma-token-TXT(1 : karma-tok-LEN - 2)
               TO karmalog-orig-term-TXT
           MOVE nick-TXT TO karmalog-giver-TXT
           MOVE karma-delta-NUM TO karmalog-delta-NUM

           PERFORM 225-is-chan-my-nick
           IF NOT chan-is-my-nick THEN
               MOVE chan-TXT TO karmalog-chan-TXT
           END-IF

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO als-in-TXT
           MOVE cf-dst-TXT TO als-in-TXT
           PERFORM 380-resolve-alias
           MOVE als-out-TXT TO karmalog-canon-giver-TXT

           WRITE karmalog-REC
               INVALID KEY
                   DISPLAY "*** Couldn't journal karma for "
                       TRIM(karmalog-term-TXT) UPON SYSERR
           END-WRITE

           .

      * * * * * * * * * * * * * * * * * * * *

       475-karma-why SECTION.

      *    "%karma why <term>": the latest few changes to a term, one
      *    line each, oldest first - who, which way, where and when
      *    (in the asker's zone). A first pass counts the term's
      *    journal records so the second can skip straight to the
      *    tail.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           MOVE SPACE TO kj-orig-term-TXT
           MOVE cmd-TXT TO kj-orig-term-TXT
           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO als-in-TXT
           MOVE cf-dst-TXT TO als-in-TXT
           PERFORM 380-resolve-alias
           MOVE SPACE TO kj-term-TXT
           MOVE als-out-TXT TO kj-term-TXT

           MOVE 0 TO kj-match-CNT
           PERFORM 476-karma-why-start
           IF karmalog-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ karmalog-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ
                   IF karmalog-term-TXT IS NOT EQUAL TO kj-term-TXT
                           THEN
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO kj-match-CNT
               END-PERFORM
           END-IF

           MOVE SPACE TO reply-TXT
           IF kj-match-CNT IS EQUAL TO 0 THEN
               STRING
                   "No karma changes on record for " DELIMITED BY SIZE
                   TRIM(kj-orig-term-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE 0 TO kj-skip-CNT
           MOVE kj-match-CNT TO kj-CNT-DISP
           MOVE 1 TO kj-reply-PTR
           IF kj-match-CNT IS GREATER THAN kj-why-max-NUM THEN
               COMPUTE kj-skip-CNT = kj-match-CNT - kj-why-max-NUM
               MOVE kj-why-max-NUM TO kj-max-DISP
               STRING
                   "Latest " DELIMITED BY SIZE
                   TRIM(kj-max-DISP) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   TRIM(kj-CNT-DISP) DELIMITED BY SIZE
                   " karma changes for " DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER kj-reply-PTR
               END-STRING
           ELSE
               STRING
                   "Karma changes for " DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER kj-reply-PTR
               END-STRING
           END-IF
           STRING
               TRIM(kj-orig-term-TXT) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER kj-reply-PTR
           END-STRING
           PERFORM 230-reply-privmsg

           PERFORM 476-karma-why-start
           PERFORM
               UNTIL EXIT
               READ karmalog-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF karmalog-term-TXT IS NOT EQUAL TO kj-term-TXT THEN
                   EXIT PERFORM
               END-IF
               IF kj-skip-CNT IS GREATER THAN 0 THEN
                   SUBTRACT 1 FROM kj-skip-CNT
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO rend-nick-TXT
               MOVE nick-TXT TO rend-nick-TXT
               MOVE karmalog-time-TXT TO rend-stamp-TXT
               PERFORM 206-render-stamp-for-nick

               MOVE SPACE TO reply-TXT
               MOVE 1 TO kj-reply-PTR
               IF karmalog-delta-NUM IS GREATER THAN 0 THEN
                   STRING
                       "  +1 from " DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER kj-reply-PTR
                   END-STRING
               ELSE
                   STRING
                       "  -1 from " DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER kj-reply-PTR
                   END-STRING
               END-IF
               STRING
                   TRIM(karmalog-giver-TXT) DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER kj-reply-PTR
               END-STRING
               IF karmalog-chan-TXT IS EQUAL TO SPACE THEN
                   STRING
                       " in private" DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER kj-reply-PTR
                   END-STRING
               ELSE
                   STRING
                       " in " DELIMITED BY SIZE
                       TRIM(karmalog-chan-TXT) DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER kj-reply-PTR
                   END-STRING
               END-IF
               STRING
                   " at " DELIMITED BY SIZE
                   TRIM(rend-out-TXT) DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER kj-reply-PTR
               END-STRING
               PERFORM 230-reply-privmsg
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       476-karma-why-start SECTION.

      *    Positions the journal on the first record for kj-term-TXT;
      *    karmalog-STA is left non-"00" when there's nothing at or
      *    past it.
           MOVE SPACE TO karmalog-REC
           MOVE kj-term-TXT TO karmalog-term-TXT
           MOVE LOW-VALUE TO karmalog-time-TXT
           MOVE 0 TO karmalog-seq-NUM
           START karmalog-FC
               KEY IS NOT LESS THAN karmalog-key
               INVALID KEY
                   CONTINUE
           END-START

           .

      * * * * * * * * * * * * * * * * * * * *

       477-usual SECTION.

      *    "%usual <nick>": when that person is normally around, from
      *    the hour-of-week profile stan-usual builds nightly out of
      *    the transcripts, shown in the asker's own "%tz" zone - plus
      *    whether they hold an on-call pager right now.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               MOVE "Usual hours for whom?" TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO als-in-TXT
           MOVE cf-dst-TXT TO als-in-TXT
           PERFORM 380-resolve-alias
           MOVE SPACE TO usl-canon-TXT
           MOVE als-out-TXT TO usl-canon-TXT

      *    Not reported on after an opt-out, whichever spelling did it
      *    - the same rule %seen follows.
           MOVE "N" TO usl-optout-CHR
           MOVE SPACE TO optout-nick-TXT
           MOVE als-in-TXT TO optout-nick-TXT
           READ optout-FC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO usl-optout-CHR
           END-READ
           IF NOT usl-opted-out THEN
               MOVE SPACE TO optout-nick-TXT
               MOVE usl-canon-TXT TO optout-nick-TXT
               READ optout-FC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO usl-optout-CHR
               END-READ
           END-IF
           IF usl-opted-out THEN
               MOVE SPACE TO reply-TXT
               STRING
                   TRIM(cmd-TXT) DELIMITED BY SIZE
                   " has opted out of tracking." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           OPEN INPUT usual-FC
           IF NOT usual-STA-OK THEN
               MOVE "No activity profiles on file yet." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF
           MOVE usl-canon-TXT TO usual-nick-TXT
           READ usual-FC RECORD
               INVALID KEY
                   CLOSE usual-FC
                   MOVE SPACE TO reply-TXT
                   STRING
                       "No activity profile for " DELIMITED BY SIZE
                       TRIM(cmd-TXT) DELIMITED BY SIZE
                       " yet." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-READ
           CLOSE usual-FC

           PERFORM 478-usual-fold

           MOVE SPACE TO reply-TXT
           MOVE 1 TO usl-reply-PTR
           STRING
               TRIM(usual-orig-nick-TXT) DELIMITED BY SIZE
               " is usually around " DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER usl-reply-PTR
           END-STRING
           PERFORM 479-usual-hours
           STRING
               " " DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER usl-reply-PTR
           END-STRING
           PERFORM 480-usual-days
           MOVE usual-line-CNT TO usl-CNT-DISP
           STRING
               " (" DELIMITED BY SIZE
               TRIM(usl-zone-TXT) DELIMITED BY SIZE
               ", from " DELIMITED BY SIZE
               TRIM(usl-CNT-DISP) DELIMITED BY SIZE
               " lines since " DELIMITED BY SIZE
               usual-first-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               usual-first-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               usual-first-TXT(7 : 2) DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER usl-reply-PTR
           END-STRING
           PERFORM 481-usual-oncall
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       478-usual-fold SECTION.

      *    Shift the UTC hour-of-week counts in usual-REC into the
      *    asker's zone and total them by local hour of day and by
      *    local day of week. A bucket stays an hour long; only its
      *    start moves, by the zone offset.
           MOVE 0 TO usl-off-NUM
           MOVE "UTC" TO usl-zone-TXT
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO tz-nick-TXT
           MOVE cf-dst-TXT TO tz-nick-TXT
           READ tz-FC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE tz-min-NUM TO usl-off-NUM
                   MOVE SPACE TO usl-zone-TXT
                   STRING
                       "UTC" DELIMITED BY SIZE
                       TRIM(tz-val-TXT) DELIMITED BY SIZE
                       INTO usl-zone-TXT
                   END-STRING
           END-READ
           COMPUTE usl-rem-NUM = FUNCTION MOD(usl-off-NUM, 60)

           INITIALIZE usl-hod-TBL
           INITIALIZE usl-dow-TBL
           PERFORM VARYING usl-slot-NUM FROM 1 BY 1
                   UNTIL usl-slot-NUM IS GREATER THAN 168
               IF usual-hour-CNT(usl-slot-NUM) IS GREATER THAN 0 THEN
                   COMPUTE usl-local-NUM = FUNCTION MOD(
                       (usl-slot-NUM - 1) * 60 + usl-off-NUM, 10080)
                   COMPUTE usl-i-NUM =
                       FUNCTION INTEGER(usl-local-NUM / 1440) + 1
                   ADD usual-hour-CNT(usl-slot-NUM)
                       TO usl-dow-CNT(usl-i-NUM)
                   COMPUTE usl-h-NUM = FUNCTION INTEGER(
                       FUNCTION MOD(usl-local-NUM, 1440) / 60) + 1
                   ADD usual-hour-CNT(usl-slot-NUM)
                       TO usl-hod-CNT(usl-h-NUM)
               END-IF
           END-PERFORM


      * * * * * * * * * * * * * * * * * * * *

       479-usual-hours SECTION.

      *    The hours of the day holding at least a quarter of the
      *    busiest hour's lines, as ranges ("09:00-12:00, 13:00-
      *    18:00"). The walk starts just past a quiet hour and goes
      *    round the clock once, so a range spanning midnight comes
      *    out whole.
           MOVE 0 TO usl-max-NUM
           MOVE 0 TO usl-start-NUM
           PERFORM VARYING usl-h-NUM FROM 1 BY 1
                   UNTIL usl-h-NUM IS GREATER THAN 24
               IF usl-hod-CNT(usl-h-NUM) IS GREATER THAN usl-max-NUM
                       THEN
                   MOVE usl-hod-CNT(usl-h-NUM) TO usl-max-NUM
               END-IF
           END-PERFORM
           PERFORM VARYING usl-h-NUM FROM 1 BY 1
                   UNTIL usl-h-NUM IS GREATER THAN 24
               IF usl-hod-CNT(usl-h-NUM) * 4 IS LESS THAN usl-max-NUM
                       OR usl-hod-CNT(usl-h-NUM) IS EQUAL TO 0 THEN
                   MOVE usl-h-NUM TO usl-start-NUM
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF usl-start-NUM IS EQUAL TO 0 THEN
               STRING
                   "at all hours" DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER usl-reply-PTR
               END-STRING
               EXIT SECTION
           END-IF

           MOVE 0 TO usl-run-CNT
           MOVE "N" TO usl-was-CHR
           PERFORM VARYING usl-i-NUM FROM 1 BY 1
                   UNTIL usl-i-NUM IS GREATER THAN 24
               COMPUTE usl-h-NUM =
                   FUNCTION MOD(usl-start-NUM + usl-i-NUM - 1, 24) + 1
               MOVE "N" TO usl-act-CHR
               IF usl-hod-CNT(usl-h-NUM) * 4 IS NOT LESS THAN
                       usl-max-NUM
                       AND usl-hod-CNT(usl-h-NUM) IS GREATER THAN 0
                       THEN
                   MOVE "Y" TO usl-act-CHR
               END-IF

               IF usl-active AND NOT usl-was-active THEN
                   ADD 1 TO usl-run-CNT
                   IF usl-run-CNT IS LESS THAN OR EQUAL TO
                           usl-run-max-NUM THEN
                       IF usl-run-CNT IS GREATER THAN 1 THEN
                           STRING
                               ", " DELIMITED BY SIZE
                               INTO reply-TXT
                               WITH POINTER usl-reply-PTR
                           END-STRING
                       END-IF
                       COMPUTE usl-hhmm-NUM =
                           (usl-h-NUM - 1) * 60 + usl-rem-NUM
                       PERFORM 482-usual-hhmm
                   END-IF
               END-IF
               IF usl-was-active AND NOT usl-active
                       AND usl-run-CNT IS LESS THAN OR EQUAL TO
                           usl-run-max-NUM THEN
                   STRING
                       "-" DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER usl-reply-PTR
                   END-STRING
                   COMPUTE usl-hhmm-NUM =
                       (usl-h-NUM - 1) * 60 + usl-rem-NUM
                   PERFORM 482-usual-hhmm
               END-IF
               MOVE usl-act-CHR TO usl-was-CHR
           END-PERFORM

           IF usl-run-CNT IS GREATER THAN usl-run-max-NUM THEN
               STRING
                   " and other times" DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER usl-reply-PTR
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       480-usual-days SECTION.

      *    The days holding at least a quarter of the busiest day's
      *    lines, runs of them joined up ("on MON-FRI, SUN").
           MOVE 0 TO usl-max-NUM
           PERFORM VARYING usl-i-NUM FROM 1 BY 1
                   UNTIL usl-i-NUM IS GREATER THAN 7
               IF usl-dow-CNT(usl-i-NUM) IS GREATER THAN usl-max-NUM
                       THEN
                   MOVE usl-dow-CNT(usl-i-NUM) TO usl-max-NUM
               END-IF
           END-PERFORM

           MOVE 0 TO usl-run-CNT
           MOVE "N" TO usl-was-CHR
           PERFORM VARYING usl-i-NUM FROM 1 BY 1
                   UNTIL usl-i-NUM IS GREATER THAN 7
               IF usl-dow-CNT(usl-i-NUM) * 4 IS NOT LESS THAN
                       usl-max-NUM
                       AND usl-dow-CNT(usl-i-NUM) IS GREATER THAN 0
                       THEN
                   ADD 1 TO usl-run-CNT
               END-IF
           END-PERFORM
           IF usl-run-CNT IS EQUAL TO 7 THEN
               STRING
                   "any day of the week" DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER usl-reply-PTR
               END-STRING
               EXIT SECTION
           END-IF

           STRING
               "on " DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER usl-reply-PTR
           END-STRING
           MOVE 0 TO usl-run-CNT
      *    Day 8 is a quiet sentinel that closes a run ending Sunday.
           PERFORM VARYING usl-i-NUM FROM 1 BY 1
                   UNTIL usl-i-NUM IS GREATER THAN 8
               MOVE "N" TO usl-act-CHR
               IF usl-i-NUM IS LESS THAN 8 THEN
                   IF usl-dow-CNT(usl-i-NUM) * 4 IS NOT LESS THAN
                           usl-max-NUM
                           AND usl-dow-CNT(usl-i-NUM) IS GREATER
                               THAN 0 THEN
                       MOVE "Y" TO usl-act-CHR
                   END-IF
               END-IF

               IF usl-active AND NOT usl-was-active THEN
                   ADD 1 TO usl-run-CNT
                   IF usl-run-CNT IS GREATER THAN 1 THEN
                       STRING
                           ", " DELIMITED BY SIZE
                           INTO reply-TXT
                           WITH POINTER usl-reply-PTR
                       END-STRING
                   END-IF
                   MOVE usl-i-NUM TO usl-start-NUM
                   STRING
                       sched-dow-name-TBL(usl-i-NUM) DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER usl-reply-PTR
                   END-STRING
               END-IF
               IF usl-was-active AND NOT usl-active
                       AND usl-i-NUM - 1 IS GREATER THAN usl-start-NUM
                       THEN
                   STRING
                       "-" DELIMITED BY SIZE
                       sched-dow-name-TBL(usl-i-NUM - 1)
                           DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER usl-reply-PTR
                   END-STRING
               END-IF
               MOVE usl-act-CHR TO usl-was-CHR
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       481-usual-oncall SECTION.

      *    Appends " On call now for <rotation>." when usl-canon-TXT
      *    is who 438-oncall-load would name as holding the pager
      *    (the override if one is set), for each rotation on file.
           MOVE 0 TO usl-run-CNT
           MOVE SPACE TO oncall-name-TXT
           START oncall-FC
               KEY IS GREATER THAN OR EQUAL TO oncall-name-TXT
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ oncall-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               MOVE SPACE TO cf-src-TXT
               IF oncall-override-TXT IS NOT EQUAL TO SPACE THEN
                   MOVE oncall-override-TXT TO cf-src-TXT
               ELSE
                   IF oncall-nick-CNT-NUM IS EQUAL TO 0 THEN
                       EXIT PERFORM CYCLE
                   END-IF
                   IF oncall-cur-NUM IS EQUAL TO 0
                           OR oncall-cur-NUM IS GREATER THAN
                               oncall-nick-CNT-NUM THEN
                       MOVE oncall-nick-TXT(1) TO cf-src-TXT
                   ELSE
                       MOVE oncall-nick-TXT(oncall-cur-NUM)
                           TO cf-src-TXT
                   END-IF
               END-IF
               PERFORM 224-casefold
               MOVE SPACE TO als-in-TXT
               MOVE cf-dst-TXT TO als-in-TXT
               PERFORM 380-resolve-alias
               IF als-out-TXT IS NOT EQUAL TO usl-canon-TXT THEN
                   EXIT PERFORM CYCLE
               END-IF

               ADD 1 TO usl-run-CNT
               IF usl-run-CNT IS EQUAL TO 1 THEN
                   STRING
                       " On call now for " DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER usl-reply-PTR
                   END-STRING
               ELSE
                   STRING
                       ", " DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER usl-reply-PTR
                   END-STRING
               END-IF
               STRING
                   TRIM(oncall-orig-name-TXT) DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER usl-reply-PTR
               END-STRING
           END-PERFORM

           IF usl-run-CNT IS GREATER THAN 0 THEN
               STRING
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER usl-reply-PTR
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       482-usual-hhmm SECTION.

      *    Appends usl-hhmm-NUM (minutes, any multiple of a day past
      *    midnight) to reply-TXT as "HH:MM".
           COMPUTE usl-hhmm-NUM = FUNCTION MOD(usl-hhmm-NUM, 1440)
           COMPUTE usl-hh-NUM = FUNCTION INTEGER(usl-hhmm-NUM / 60)
           COMPUTE usl-mm-NUM = FUNCTION MOD(usl-hhmm-NUM, 60)
           STRING
               usl-hh-NUM DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               usl-mm-NUM DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER usl-reply-PTR
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       483-wire-capture SECTION.

      *    Appends wire-line-TXT to today's capture file behind a UTC
      *    stamp and the wire-dir-TXT marker, credentials masked. The
      *    stamp is worked out here rather than by 204-utc-now-stamp:
      *    this runs in the middle of other sections' sends, and what
      *    matters is when the line crossed the wire, not a
      *    server-time tag.
           IF NOT wire-on THEN
               EXIT SECTION
           END-IF
           IF wire-dir-TXT IS EQUAL TO "<<<" AND console-active THEN
               EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE TO wire-now-TXT
           COMPUTE wire-SEC-NUM =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(wire-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(wire-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(wire-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(wire-now-TXT(13 : 2))
           EVALUATE wire-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE wire-SEC-NUM = wire-SEC-NUM
                       - FUNCTION NUMVAL(wire-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(wire-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE wire-SEC-NUM = wire-SEC-NUM
                       + FUNCTION NUMVAL(wire-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(wire-now-TXT(20 : 2)) * 60
           END-EVALUATE
           COMPUTE wire-day-NUM = FUNCTION INTEGER(wire-SEC-NUM / 86400)
           COMPUTE wire-rem-NUM = wire-SEC-NUM - wire-day-NUM * 86400

      *    First line of a new day (or since capture went on) - clear
      *    out the files that have aged past the keep window.
           IF wire-day-NUM IS NOT EQUAL TO wire-last-day-NUM THEN
               MOVE wire-day-NUM TO wire-last-day-NUM
               PERFORM 486-wire-age-out
           END-IF

           MOVE FUNCTION DATE-OF-INTEGER(wire-day-NUM)
               TO wire-date-DISP
           COMPUTE wire-hh-NUM = FUNCTION INTEGER(wire-rem-NUM / 3600)
           COMPUTE wire-mm-NUM =
               FUNCTION INTEGER(FUNCTION MOD(wire-rem-NUM, 3600) / 60)
           COMPUTE wire-ss-NUM = FUNCTION MOD(wire-rem-NUM, 60)
           MOVE SPACE TO wire-stamp-TXT
           STRING
               wire-date-DISP DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               wire-hh-NUM DELIMITED BY SIZE
               wire-mm-NUM DELIMITED BY SIZE
               wire-ss-NUM DELIMITED BY SIZE
               INTO wire-stamp-TXT
           END-STRING

           MOVE SPACE TO wire-filename-TXT
           STRING
               TRIM(wire-prefix-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               wire-date-DISP DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO wire-filename-TXT
           END-STRING

           OPEN EXTEND wire-FC
           IF NOT wire-STA-OK THEN
      *        Left on, this would repeat for every line in and out.
               DISPLAY "*** Couldn't open " TRIM(wire-filename-TXT)
                   " - wire capture switched off" UPON SYSERR
               MOVE "N" TO wire-CHR
               EXIT SECTION
           END-IF

           PERFORM 485-wire-mask
           MOVE SPACE TO wire-REC
           STRING
               wire-stamp-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wire-dir-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(wire-out-TXT, TRAILING) DELIMITED BY SIZE
               INTO wire-REC
           END-STRING
           WRITE wire-REC

           CLOSE wire-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       484-send-raw SECTION.

      *    Every line bound for the server leaves through here, so the
      *    wire capture sees all of it - registration, SASL, and the
      *    throttled queue alike. Caller sets wire-line-TXT.
           DISPLAY TRIM(wire-line-TXT) CR

           MOVE ">>>" TO wire-dir-TXT
           PERFORM 483-wire-capture

           .

      * * * * * * * * * * * * * * * * * * * *

       485-wire-mask SECTION.

      *    wire-line-TXT into wire-out-TXT with the secrets starred
      *    out: the SASL PLAIN payload (anything after AUTHENTICATE
      *    other than the mechanism name or a bare "+"/"*"), a
      *    server PASS, and whatever follows IDENTIFY in a message to
      *    NickServ.
           MOVE wire-line-TXT TO wire-out-TXT
           MOVE FUNCTION UPPER-CASE(wire-line-TXT) TO wire-up-TXT

           IF wire-up-TXT(1 : 13) IS EQUAL TO "AUTHENTICATE " THEN
               IF wire-up-TXT(14 : ) IS NOT EQUAL TO "PLAIN"
                       AND wire-up-TXT(14 : ) IS NOT EQUAL TO "+"
                       AND wire-up-TXT(14 : ) IS NOT EQUAL TO "*" THEN
                   MOVE "AUTHENTICATE ****" TO wire-out-TXT
               END-IF
               EXIT SECTION
           END-IF

           IF wire-up-TXT(1 : 5) IS EQUAL TO "PASS " THEN
               MOVE "PASS ****" TO wire-out-TXT
               EXIT SECTION
           END-IF

           MOVE 0 TO wire-pos-NUM
           INSPECT wire-up-TXT TALLYING wire-pos-NUM
               FOR CHARACTERS BEFORE INITIAL "NICKSERV "
           IF wire-pos-NUM IS NOT LESS THAN
                   LENGTH OF wire-up-TXT - 9 THEN
               EXIT SECTION
           END-IF
           MOVE 0 TO wire-ptr-NUM
           INSPECT wire-up-TXT(wire-pos-NUM + 1 : )
               TALLYING wire-ptr-NUM
               FOR CHARACTERS BEFORE INITIAL "IDENTIFY"
           COMPUTE wire-pos-NUM = wire-pos-NUM + wire-ptr-NUM + 8
           IF wire-pos-NUM IS NOT LESS THAN LENGTH OF wire-up-TXT THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO wire-out-TXT
           STRING
               wire-line-TXT(1 : wire-pos-NUM) DELIMITED BY SIZE
               " ****" DELIMITED BY SIZE
               INTO wire-out-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       486-wire-age-out SECTION.

      *    Deletes the capture files from wire-keep-days-NUM days
      *    back and the month before that - enough to catch up after
      *    capture sat switched off for a while. Files that aren't
      *    there just fail the delete quietly.
           PERFORM VARYING wire-i-NUM FROM 0 BY 1
                   UNTIL wire-i-NUM IS GREATER THAN 30
               COMPUTE wire-old-day-NUM =
                   wire-day-NUM - wire-keep-days-NUM - wire-i-NUM
               MOVE FUNCTION DATE-OF-INTEGER(wire-old-day-NUM)
                   TO wire-date-DISP
               MOVE SPACE TO wire-filename-TXT
               STRING
                   TRIM(wire-prefix-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   wire-date-DISP DELIMITED BY SIZE
                   ".log" DELIMITED BY SIZE
                   INTO wire-filename-TXT
               END-STRING
               CALL "CBL_DELETE_FILE" USING wire-filename-TXT
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       487-wire-cmd SECTION.

      *    "%wire on", "%wire off", or bare "%wire" for the current
      *    state - from the operator console only: the capture holds
      *    every line the bot can see, private messages included.
           IF NOT console-active THEN
               MOVE "Wire capture is switched from the console."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           EVALUATE cmd-TXT
               WHEN "on"
                   IF NOT wire-on THEN
                       MOVE "Y" TO wire-CHR
      *                Force the age-out check on the first line.
                       MOVE 0 TO wire-last-day-NUM
                       MOVE "WIRE" TO event-kind-TXT
                       MOVE "on" TO event-detail-TXT
                       PERFORM 298-log-event
                   END-IF
               WHEN "off"
                   IF wire-on THEN
                       MOVE "N" TO wire-CHR
                       MOVE "WIRE" TO event-kind-TXT
                       MOVE "off" TO event-detail-TXT
                       PERFORM 298-log-event
                   END-IF
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE "Usage: wire [on|off]" TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-EVALUATE

           MOVE SPACE TO reply-TXT
           IF wire-on THEN
               STRING
                   "Wire capture is on, writing to " DELIMITED BY SIZE
                   TRIM(wire-prefix-TXT) DELIMITED BY SIZE
                   "-YYYYMMDD.log." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
           ELSE
               MOVE "Wire capture is off." TO reply-TXT
           END-IF
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       488-write-heartbeat SECTION.

      *    One "key=value" per line for monitoring that can't join
      *    IRC: alarm on a stale "updated", on "state" other than
      *    connected, or on a channel that isn't "joined".
           PERFORM 247-compute-now-sec
           MOVE now-SEC TO hb-written-SEC
           COMPUTE hb-epoch-base-SEC =
               FUNCTION INTEGER-OF-DATE(19700101) * 86400

           MOVE SPACE TO hb-tmp-filename-TXT
           STRING
               TRIM(heartbeat-filename-TXT) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO hb-tmp-filename-TXT
           END-STRING
           OPEN OUTPUT heartbeat-FC
           IF NOT heartbeat-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(hb-tmp-filename-TXT)
                   UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE SPACE TO heartbeat-REC
           STRING
               "state=" DELIMITED BY SIZE
               TRIM(hb-state-TXT) DELIMITED BY SIZE
               INTO heartbeat-REC
           END-STRING
           WRITE heartbeat-REC

           MOVE "updated" TO hb-key-TXT
           MOVE now-SEC TO hb-SEC-NUM
           PERFORM 490-heartbeat-time

           MOVE "last_line" TO hb-key-TXT
           MOVE hb-line-SEC TO hb-SEC-NUM
           PERFORM 490-heartbeat-time

           MOVE SPACE TO heartbeat-REC
           STRING
               "nick=" DELIMITED BY SIZE
               TRIM(my-nick-TXT) DELIMITED BY SIZE
               INTO heartbeat-REC
           END-STRING
           WRITE heartbeat-REC

           MOVE SPACE TO heartbeat-REC
           STRING
               "identified=" DELIMITED BY SIZE
               TRIM(hb-ident-TXT) DELIMITED BY SIZE
               INTO heartbeat-REC
           END-STRING
           WRITE heartbeat-REC

      *    Which batch job has the data files, if any.
           MOVE SPACE TO heartbeat-REC
           IF maint-held THEN
               STRING
                   "maintenance=" DELIMITED BY SIZE
                   TRIM(mnt-job-TXT) DELIMITED BY SIZE
                   INTO heartbeat-REC
               END-STRING
           ELSE
               MOVE "maintenance=none" TO heartbeat-REC
           END-IF
           WRITE heartbeat-REC

           MOVE join-chan-CNT TO hb-CNT-DISP
           MOVE SPACE TO heartbeat-REC
           STRING
               "channels=" DELIMITED BY SIZE
               TRIM(hb-CNT-DISP) DELIMITED BY SIZE
               INTO heartbeat-REC
           END-STRING
           WRITE heartbeat-REC

      *    Joined means our own nick is on the channel's roster; ops
      *    as 414-check-have-op-named sees them.
           PERFORM VARYING join-chan-IDX FROM 1 BY 1
                   UNTIL join-chan-IDX IS GREATER THAN join-chan-CNT
               MOVE join-chan-TBL(join-chan-IDX) TO hop-chan-TXT
               PERFORM 414-check-have-op-named
               EVALUATE TRUE
                   WHEN roster-found-IDX IS EQUAL TO 0
                       MOVE "parted" TO hb-chan-state-TXT
                   WHEN have-op-CHR IS EQUAL TO "Y"
                       MOVE "joined,op" TO hb-chan-state-TXT
                   WHEN OTHER
                       MOVE "joined" TO hb-chan-state-TXT
               END-EVALUATE
               MOVE SPACE TO heartbeat-REC
               STRING
                   "chan." DELIMITED BY SIZE
                   TRIM(join-chan-TBL(join-chan-IDX))
                       DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   TRIM(hb-chan-state-TXT) DELIMITED BY SIZE
                   INTO heartbeat-REC
               END-STRING
               WRITE heartbeat-REC
           END-PERFORM

           MOVE sendq-CNT TO hb-CNT-DISP
           MOVE SPACE TO heartbeat-REC
           STRING
               "sendq=" DELIMITED BY SIZE
               TRIM(hb-CNT-DISP) DELIMITED BY SIZE
               INTO heartbeat-REC
           END-STRING
           WRITE heartbeat-REC

           MOVE reconnect-attempt-CNT TO hb-CNT-DISP
           MOVE SPACE TO heartbeat-REC
           STRING
               "reconnects=" DELIMITED BY SIZE
               TRIM(hb-CNT-DISP) DELIMITED BY SIZE
               INTO heartbeat-REC
           END-STRING
           WRITE heartbeat-REC

           MOVE SPACE TO heartbeat-REC
           STRING
               "police=" DELIMITED BY SIZE
               TRIM(police-TBL(police-CHR + 1)(8 : )) DELIMITED BY SIZE
               INTO heartbeat-REC
           END-STRING
           WRITE heartbeat-REC

           MOVE "last_backup" TO hb-key-TXT
           MOVE hb-backup-SEC TO hb-SEC-NUM
           PERFORM 490-heartbeat-time

           CLOSE heartbeat-FC
           CALL "CBL_RENAME_FILE" USING hb-tmp-filename-TXT
               heartbeat-filename-TXT

           .

      * * * * * * * * * * * * * * * * * * * *

       489-check-heartbeat SECTION.

      *    Called per line from the 000-main read loop, which makes
      *    this the moment the last line arrived; the file itself is
      *    rewritten once hb-interval-SEC has gone by. A quiet server
      *    means a quiet file - "updated" going stale is the alarm.
           PERFORM 247-compute-now-sec
           MOVE now-SEC TO hb-line-SEC
           IF now-SEC - hb-written-SEC IS NOT LESS THAN
                   hb-interval-SEC THEN
               PERFORM 488-write-heartbeat
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       490-heartbeat-time SECTION.

      *    Writes "<key>=YYYYMMDD-HHMMSS" and "<key>_epoch=<Unix
      *    seconds>" for hb-SEC-NUM, or "<key>=never" and 0 when it
      *    hasn't happened yet.
           MOVE SPACE TO heartbeat-REC
           IF hb-SEC-NUM IS EQUAL TO 0 THEN
               STRING
                   TRIM(hb-key-TXT) DELIMITED BY SIZE
                   "=never" DELIMITED BY SIZE
                   INTO heartbeat-REC
               END-STRING
               WRITE heartbeat-REC
               MOVE 0 TO hb-epoch-DISP
           ELSE
               MOVE hb-SEC-NUM TO clk-SEC-NUM
               PERFORM 283-sec-to-stamp
               STRING
                   TRIM(hb-key-TXT) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   clk-stamp-TXT DELIMITED BY SIZE
                   INTO heartbeat-REC
               END-STRING
               WRITE heartbeat-REC
               COMPUTE hb-epoch-DISP = hb-SEC-NUM - hb-epoch-base-SEC
           END-IF

           MOVE SPACE TO heartbeat-REC
           STRING
               TRIM(hb-key-TXT) DELIMITED BY SIZE
               "_epoch=" DELIMITED BY SIZE
               TRIM(hb-epoch-DISP) DELIMITED BY SIZE
               INTO heartbeat-REC
           END-STRING
           WRITE heartbeat-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       491-seed-qpend-max-id SECTION.

      *    Same as 309-seed-quote-max-id, for the approval queue.
           MOVE 0 TO qpend-ID-NUM
           START qpend-FC
               KEY IS GREATER THAN OR EQUAL TO qpend-ID-NUM
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ qpend-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF qpend-ID-NUM IS GREATER THAN qpend-max-ID-NUM THEN
                   MOVE qpend-ID-NUM TO qpend-max-ID-NUM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       492-quote-pending SECTION.

      *    "%quote pending" - the oldest few waiting for a decision,
      *    then how many there are in all.
           MOVE 0 TO qpend-CNT
           MOVE 0 TO qpend-shown-CNT
           MOVE 0 TO qpend-ID-NUM
           START qpend-FC
               KEY IS GREATER THAN OR EQUAL TO qpend-ID-NUM
               INVALID KEY
                   MOVE "No quotes are waiting for approval."
                       TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ qpend-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               ADD 1 TO qpend-CNT
               IF qpend-shown-CNT IS LESS THAN qpend-list-max-NUM THEN
                   ADD 1 TO qpend-shown-CNT
                   PERFORM 499-quote-pending-line
               END-IF
           END-PERFORM

           IF qpend-CNT IS EQUAL TO 0 THEN
               MOVE "No quotes are waiting for approval." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE qpend-CNT TO qpend-CNT-DISP
           MOVE SPACE TO reply-TXT
           STRING
               TRIM(qpend-CNT-DISP) DELIMITED BY SIZE
               " pending in all - %quote approve <n> or %quote"
                   DELIMITED BY SIZE
               " reject <n>." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       493-quote-approve SECTION.

      *    "%quote approve <n>" - the held quote joins the database
      *    under the next ordinary quote number, keeping the original
      *    setter, time and channel.
           PERFORM 498-quote-read-pending
           IF NOT qpend-is-found THEN
               EXIT SECTION
           END-IF

           ADD 1 TO quote-max-ID-NUM
           MOVE quote-max-ID-NUM TO quote-ID-NUM
           MOVE qpend-TXT TO quote-TXT
           MOVE qpend-setter-TXT TO quote-setter-TXT
           MOVE qpend-time-TXT TO quote-time-TXT
           MOVE qpend-chan-TXT TO quote-chan-TXT
           MOVE qpend-ID-NUM TO qpend-ID-DISP
           WRITE quote-REC
               INVALID KEY
                   DISPLAY "*** Couldn't file approved quote "
                       quote-ID-NUM UPON SYSERR
                   MOVE SPACE TO reply-TXT
                   STRING
                       "Couldn't file pending #" DELIMITED BY SIZE
                       TRIM(qpend-ID-DISP) DELIMITED BY SIZE
                       " - it stays on the queue." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-WRITE
           DELETE qpend-FC RECORD

           MOVE quote-ID-NUM TO qpend-quote-DISP
           MOVE SPACE TO reply-TXT
           STRING
               "Approved pending #" DELIMITED BY SIZE
               TRIM(qpend-ID-DISP) DELIMITED BY SIZE
               " as quote #" DELIMITED BY SIZE
               TRIM(qpend-quote-DISP) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       494-quote-reject SECTION.

      *    "%quote reject <n>" - the text goes into the runtime audit
      *    ledger along with who rejected it, then off the queue.
           PERFORM 498-quote-read-pending
           IF NOT qpend-is-found THEN
               EXIT SECTION
           END-IF

           MOVE qpend-ID-NUM TO qpend-ID-DISP
           MOVE SPACE TO rta-line-TXT
           STRING
               TRIM(hostmask-TXT) DELIMITED BY SIZE
               " quote-reject #" DELIMITED BY SIZE
               TRIM(qpend-ID-DISP) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               TRIM(qpend-setter-TXT) DELIMITED BY SIZE
               " in " DELIMITED BY SIZE
               TRIM(qpend-chan-TXT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(qpend-TXT) DELIMITED BY SIZE
               INTO rta-line-TXT
           END-STRING
           PERFORM 432-write-audit-line

           DELETE qpend-FC RECORD

           MOVE SPACE TO reply-TXT
           STRING
               "Rejected pending #" DELIMITED BY SIZE
               TRIM(qpend-ID-DISP) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       495-check-quote-approval SECTION.

      *    "quote-approval on" holds new quotes for a moderator; a
      *    "<channel>:quote-approval" entry overrides it either way
      *    for quotes added in that channel.
           COPY "config-simple-mem.cpy" REPLACING
               option BY "quote-approval"
               default BY "off".
           MOVE SPACE TO qpend-opt-TXT
           MOVE config-val-TXT TO qpend-opt-TXT

           IF quote-chan-TXT IS NOT EQUAL TO SPACE THEN
               MOVE SPACE TO chan-opt-key-TXT
               STRING
                   TRIM(quote-chan-TXT) DELIMITED BY SIZE
                   ":quote-approval" DELIMITED BY SIZE
                   INTO chan-opt-key-TXT
               END-STRING
               COPY "config-simple-mem.cpy" REPLACING
                   option BY chan-opt-key-TXT
                   default BY qpend-opt-TXT.
               MOVE SPACE TO qpend-opt-TXT
               MOVE config-val-TXT TO qpend-opt-TXT
           END-IF

           IF TRIM(qpend-opt-TXT) IS EQUAL TO "on" THEN
               MOVE "Y" TO qpend-hold-CHR
           ELSE
               MOVE "N" TO qpend-hold-CHR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       496-quote-hold SECTION.

      *    The quote-REC buffer 310-quote-add filled, parked on the
      *    approval queue instead of the database.
           ADD 1 TO qpend-max-ID-NUM
           MOVE qpend-max-ID-NUM TO qpend-ID-NUM
           MOVE quote-TXT TO qpend-TXT
           MOVE quote-setter-TXT TO qpend-setter-TXT
           MOVE quote-time-TXT TO qpend-time-TXT
           MOVE quote-chan-TXT TO qpend-chan-TXT
           WRITE qpend-REC
               INVALID KEY
                   DISPLAY "*** Couldn't queue pending quote "
                       qpend-ID-NUM UPON SYSERR
                   MOVE "Couldn't save that one, sorry." TO reply-TXT
                   EXIT SECTION
           END-WRITE

           MOVE qpend-ID-NUM TO qpend-ID-DISP
           MOVE SPACE TO reply-TXT
           STRING
               "Thanks - pending #" DELIMITED BY SIZE
               TRIM(qpend-ID-DISP) DELIMITED BY SIZE
               " will show up once a moderator approves it."
                   DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       497-check-qpend-reminder SECTION.

      *    Called per line from the 000-main read loop: once a week,
      *    anything that has sat on the approval queue for
      *    qpend-stale-days-NUM days or more gets listed in a private
      *    message to each moderator, admin and owner that has a
      *    concrete nick in the config.
           IF qpend-max-ID-NUM IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           COMPUTE qpend-now-day-NUM = FUNCTION INTEGER(now-SEC / 86400)
           MOVE FUNCTION DATE-OF-INTEGER(qpend-now-day-NUM)
               TO qpend-now-date-NUM
           COMPUTE qpend-now-hhmm-NUM =
               FUNCTION INTEGER(
                   FUNCTION MOD(now-SEC, 86400) / 3600) * 100
               + FUNCTION INTEGER(
                   FUNCTION MOD(now-SEC, 3600) / 60)

           IF FUNCTION MOD(qpend-now-day-NUM - 1, 7) + 1
                   IS NOT EQUAL TO qpend-remind-dow-NUM
                   OR qpend-now-hhmm-NUM IS LESS THAN
                       qpend-remind-hhmm-NUM
                   OR qpend-remind-date-NUM IS EQUAL TO
                       qpend-now-date-NUM THEN
               EXIT SECTION
           END-IF
           MOVE qpend-now-date-NUM TO qpend-remind-date-NUM

           MOVE 0 TO qpend-stale-CNT
           MOVE SPACE TO qpend-msg-TXT
           MOVE 1 TO qpend-msg-PTR
           STRING
               "Quotes waiting on approval for a while:"
                   DELIMITED BY SIZE
               INTO qpend-msg-TXT
               WITH POINTER qpend-msg-PTR
           END-STRING

           MOVE 0 TO qpend-ID-NUM
           START qpend-FC
               KEY IS GREATER THAN OR EQUAL TO qpend-ID-NUM
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ qpend-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF qpend-time-TXT(1 : 8) IS NOT NUMERIC THEN
                   EXIT PERFORM CYCLE
               END-IF
               COMPUTE qpend-age-NUM = qpend-now-day-NUM
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(qpend-time-TXT(1 : 8)))
               IF qpend-age-NUM IS LESS THAN qpend-stale-days-NUM THEN
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO qpend-stale-CNT
               IF qpend-msg-PTR IS LESS THAN 360 THEN
                   MOVE qpend-ID-NUM TO qpend-ID-DISP
                   STRING
                       " #" DELIMITED BY SIZE
                       TRIM(qpend-ID-DISP) DELIMITED BY SIZE
                       INTO qpend-msg-TXT
                       WITH POINTER qpend-msg-PTR
                   END-STRING
               END-IF
           END-PERFORM

           IF qpend-stale-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           MOVE qpend-stale-CNT TO qpend-CNT-DISP
           STRING
               " (" DELIMITED BY SIZE
               TRIM(qpend-CNT-DISP) DELIMITED BY SIZE
               ") - %quote pending to review." DELIMITED BY SIZE
               INTO qpend-msg-TXT
               WITH POINTER qpend-msg-PTR
           END-STRING

           MOVE 0 TO qpend-mod-CNT
           MOVE "N" TO qpend-entry-CHR
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "admin"
               missing BY CONTINUE
               available BY ==
                   PERFORM 500-qpend-mod-entry
               ==.
           MOVE "Y" TO qpend-entry-CHR
           COPY "config-multiple-mem.cpy" REPLACING
               option BY "role"
               missing BY CONTINUE
               available BY ==
                   PERFORM 500-qpend-mod-entry
               ==.

           PERFORM VARYING qpend-mod-IDX FROM 1 BY 1
                   UNTIL qpend-mod-IDX IS GREATER THAN qpend-mod-CNT
               MOVE SPACE TO send-line-TXT
               STRING
                   "PRIVMSG " DELIMITED BY SIZE
                   TRIM(qpend-mod-TBL(qpend-mod-IDX))
                       DELIMITED BY SIZE
                   " :" DELIMITED BY SIZE
                   TRIM(qpend-msg-TXT) DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
               PERFORM 240-throttled-send
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       498-quote-read-pending SECTION.

      *    The pending number after "approve"/"reject", read into
      *    qpend-REC; qpend-found-CHR says whether it's there.
           MOVE "N" TO qpend-found-CHR
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE
                   OR cmd-TXT IS NOT NUMERIC THEN
               MOVE "Which one? Give the number from %quote pending."
                   TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(cmd-TXT) TO qpend-ID-NUM
           READ qpend-FC RECORD
               INVALID KEY
                   MOVE "Nothing pending with that number."
                       TO reply-TXT
                   PERFORM 230-reply-privmsg
               NOT INVALID KEY
                   MOVE "Y" TO qpend-found-CHR
           END-READ

           .

      * * * * * * * * * * * * * * * * * * * *

       499-quote-pending-line SECTION.

      *    One held quote (in qpend-REC) as a "%quote pending" line,
      *    the text cut short so the line stays readable.
           MOVE qpend-ID-NUM TO qpend-ID-DISP
           MOVE SPACE TO qpend-excerpt-TXT
           MOVE qpend-TXT TO qpend-excerpt-TXT
           IF qpend-TXT(121 : ) IS NOT EQUAL TO SPACE THEN
               MOVE "..." TO qpend-excerpt-TXT(118 : 3)
           END-IF

           MOVE SPACE TO reply-TXT
           MOVE 1 TO qpend-msg-PTR
           STRING
               "Pending #" DELIMITED BY SIZE
               TRIM(qpend-ID-DISP) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               TRIM(qpend-setter-TXT) DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER qpend-msg-PTR
           END-STRING
           IF qpend-chan-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   " in " DELIMITED BY SIZE
                   TRIM(qpend-chan-TXT) DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER qpend-msg-PTR
               END-STRING
           END-IF
           STRING
               " on " DELIMITED BY SIZE
               qpend-time-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               qpend-time-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               qpend-time-TXT(7 : 2) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(qpend-excerpt-TXT) DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER qpend-msg-PTR
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       500-qpend-mod-entry SECTION.

      *    One "admin" entry, or (with qpend-entry-is-role) one "role"
      *    entry, for the reminder's recipient list: channel scope
      *    peeled off, role entries below moderator skipped, then the
      *    nick part taken the way 274-alert-one-admin takes it, and
      *    added unless it's wildcarded or already on the list.
           MOVE config-val-TXT TO alert-entry-TXT

           IF alert-entry-TXT(1 : 1) IS EQUAL TO "#"
                   OR alert-entry-TXT(1 : 1) IS EQUAL TO "&" THEN
               MOVE 0 TO alert-span-POS
               INSPECT alert-entry-TXT TALLYING alert-span-POS
                   FOR CHARACTERS BEFORE INITIAL " "
               IF alert-span-POS IS LESS THAN
                       LENGTH OF alert-entry-TXT THEN
                   MOVE alert-entry-TXT(alert-span-POS + 2 : )
                       TO alert-hold-TXT
                   MOVE alert-hold-TXT TO alert-entry-TXT
               END-IF
           END-IF

           IF qpend-entry-is-role THEN
               MOVE 0 TO alert-span-POS
               INSPECT alert-entry-TXT TALLYING alert-span-POS
                   FOR CHARACTERS BEFORE INITIAL " "
               IF alert-span-POS IS EQUAL TO 0
                       OR alert-span-POS IS GREATER THAN 12 THEN
                   EXIT SECTION
               END-IF
               MOVE SPACE TO role-tier-TXT
               MOVE alert-entry-TXT(1 : alert-span-POS)
                   TO role-tier-TXT
               PERFORM 429-parse-tier
               IF role-tier-NUM IS LESS THAN 2 THEN
                   EXIT SECTION
               END-IF
               MOVE TRIM(alert-entry-TXT(alert-span-POS + 2 : ))
                   TO alert-hold-TXT
               MOVE alert-hold-TXT TO alert-entry-TXT
           END-IF

           MOVE 0 TO alert-span-POS
           INSPECT alert-entry-TXT TALLYING alert-span-POS
               FOR CHARACTERS BEFORE INITIAL "!"
           IF alert-span-POS IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF
           MOVE SPACE TO alert-nick-TXT
           MOVE alert-entry-TXT(1 : alert-span-POS) TO alert-nick-TXT

           MOVE 0 TO alert-wild-CNT
           INSPECT alert-nick-TXT TALLYING alert-wild-CNT
               FOR ALL "*"
           INSPECT alert-nick-TXT TALLYING alert-wild-CNT
               FOR ALL "?"
           IF alert-wild-CNT IS GREATER THAN 0
                   OR TRIM(alert-nick-TXT) IS EQUAL TO SPACE
                   OR qpend-mod-CNT IS EQUAL TO 20 THEN
               EXIT SECTION
           END-IF

           MOVE "N" TO qpend-mod-dup-CHR
           PERFORM VARYING qpend-mod-IDX FROM 1 BY 1
                   UNTIL qpend-mod-IDX IS GREATER THAN qpend-mod-CNT
               IF TRIM(qpend-mod-TBL(qpend-mod-IDX)) IS EQUAL TO
                       TRIM(alert-nick-TXT) THEN
                   MOVE "Y" TO qpend-mod-dup-CHR
               END-IF
           END-PERFORM

           IF qpend-mod-dup-CHR IS EQUAL TO "N" THEN
               ADD 1 TO qpend-mod-CNT
               MOVE alert-nick-TXT TO qpend-mod-TBL(qpend-mod-CNT)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       501-event SECTION.

      *    A team calendar with RSVPs:
      *        "%event add [#chan] <YYYY-MM-DD> <HH:MM> <title>"
      *        "%event list [#chan]"
      *        "%event rsvp <n> <yes|no|maybe>"
      *        "%event cancel <n>"
      *        "%event <n>"
      *    The date and time are the creator's own, read in their
      *    "%tz" zone (UTC when they've never set one); the file keeps
      *    UTC. 505-check-events announces the day's events in their
      *    channel each morning and pings the "yes" list shortly
      *    before the start.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           EVALUATE TRUE
               WHEN cmd-TXT IS EQUAL TO "add"
                   PERFORM 503-event-add
               WHEN cmd-TXT IS EQUAL TO "list"
                   PERFORM 504-event-list
               WHEN cmd-TXT IS EQUAL TO "rsvp"
                   PERFORM 506-event-rsvp
               WHEN cmd-TXT IS EQUAL TO "cancel"
                   PERFORM 508-event-cancel
               WHEN cmd-TXT IS NOT EQUAL TO SPACE
                       AND cmd-TXT IS NUMERIC
                   PERFORM 507-event-show
               WHEN OTHER
                   PERFORM 509-event-usage
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       502-seed-cal-max-id SECTION.

      *    Same as 309-seed-quote-max-id: new events number on from
      *    the highest already on disk. RSVPs sort after their event,
      *    so the last record read carries the highest ID.
           MOVE 0 TO cal-ID-NUM
           MOVE SPACE TO cal-who-TXT
           START cal-FC
               KEY IS GREATER THAN OR EQUAL TO cal-key
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ cal-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF cal-ID-NUM IS GREATER THAN cal-max-ID-NUM THEN
                   MOVE cal-ID-NUM TO cal-max-ID-NUM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       503-event-add SECTION.

           MOVE SPACE TO evt-chan-TXT
           PERFORM 225-is-chan-my-nick
           IF NOT chan-is-my-nick THEN
               MOVE chan-TXT TO evt-chan-TXT
           END-IF

           IF line-TXT(line-IDX : 1) IS EQUAL TO "#"
                   OR line-TXT(line-IDX : 1) IS EQUAL TO "&" THEN
               COPY "line-split.cpy" REPLACING
                   LEADING ==id== BY ==cmd==
                   DELIMS BY ==" "==
                   DELIMSAVE BY ====.
               MOVE SPACE TO evt-chan-TXT
               MOVE cmd-TXT TO evt-chan-TXT
           END-IF

           IF evt-chan-TXT IS EQUAL TO SPACE THEN
               MOVE "Which channel is it for? Try ""event add #chan
      -            " <YYYY-MM-DD> <HH:MM> <title>""." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO evt-date-TXT
           MOVE cmd-TXT TO evt-date-TXT

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO evt-time-TXT
           MOVE cmd-TXT TO evt-time-TXT

           IF evt-date-TXT(5 : 1) IS NOT EQUAL TO "-"
                   OR evt-date-TXT(8 : 1) IS NOT EQUAL TO "-"
                   OR evt-date-TXT(1 : 4) IS NOT NUMERIC
                   OR evt-date-TXT(6 : 2) IS NOT NUMERIC
                   OR evt-date-TXT(9 : 2) IS NOT NUMERIC
                   OR evt-date-TXT(11 : 2) IS NOT EQUAL TO SPACE THEN
               PERFORM 509-event-usage
               EXIT SECTION
           END-IF
           COMPUTE evt-date-NUM =
               FUNCTION NUMVAL(evt-date-TXT(1 : 4)) * 10000
               + FUNCTION NUMVAL(evt-date-TXT(6 : 2)) * 100
               + FUNCTION NUMVAL(evt-date-TXT(9 : 2))
           IF FUNCTION TEST-DATE-YYYYMMDD(evt-date-NUM)
                   IS NOT EQUAL TO 0 THEN
               MOVE "That's not a date I know." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

      *    "17:00" or "7:30", as "%remind ... at" takes it.
           EVALUATE TRUE
               WHEN evt-time-TXT(3 : 1) IS EQUAL TO ":"
                       AND evt-time-TXT(1 : 2) IS NUMERIC
                       AND evt-time-TXT(4 : 2) IS NUMERIC
                   MOVE FUNCTION NUMVAL(evt-time-TXT(1 : 2))
                       TO evt-hh-NUM
                   MOVE FUNCTION NUMVAL(evt-time-TXT(4 : 2))
                       TO evt-mm-NUM
               WHEN evt-time-TXT(2 : 1) IS EQUAL TO ":"
                       AND evt-time-TXT(1 : 1) IS NUMERIC
                       AND evt-time-TXT(3 : 2) IS NUMERIC
                   MOVE FUNCTION NUMVAL(evt-time-TXT(1 : 1))
                       TO evt-hh-NUM
                   MOVE FUNCTION NUMVAL(evt-time-TXT(3 : 2))
                       TO evt-mm-NUM
               WHEN OTHER
                   PERFORM 509-event-usage
                   EXIT SECTION
           END-EVALUATE
           IF evt-hh-NUM IS GREATER THAN 23
                   OR evt-mm-NUM IS GREATER THAN 59 THEN
               PERFORM 509-event-usage
               EXIT SECTION
           END-IF

           IF TRIM(line-TXT(line-IDX : )) IS EQUAL TO SPACE THEN
               MOVE "An event needs a title." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

      *    The creator's wall clock back to UTC, as 325-remind-parse-at
      *    does it.
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO tz-nick-TXT
           MOVE cf-dst-TXT TO tz-nick-TXT
           MOVE "N" TO tz-exists-CHR
           READ tz-FC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO tz-exists-CHR
           END-READ
           IF tz-exists THEN
               COMPUTE evt-tz-off-SEC = tz-min-NUM * 60
           ELSE
               MOVE 0 TO evt-tz-off-SEC
           END-IF

           COMPUTE evt-start-SEC =
               FUNCTION INTEGER-OF-DATE(evt-date-NUM) * 86400
               + evt-hh-NUM * 3600
               + evt-mm-NUM * 60
               - evt-tz-off-SEC

           PERFORM 247-compute-now-sec
           IF evt-start-SEC IS LESS THAN OR EQUAL TO now-SEC THEN
               MOVE "That time has already gone by." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE evt-start-SEC TO clk-SEC-NUM
           PERFORM 283-sec-to-stamp

           ADD 1 TO cal-max-ID-NUM
           MOVE SPACE TO cal-REC
           MOVE cal-max-ID-NUM TO cal-ID-NUM
           MOVE SPACE TO cal-who-TXT
           MOVE clk-stamp-TXT TO cal-start-TXT
           MOVE evt-chan-TXT TO cal-chan-TXT
           MOVE TRIM(line-TXT(line-IDX : )) TO cal-title-TXT
           MOVE nick-TXT TO cal-setter-TXT
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO cal-created-TXT
           MOVE "scheduled" TO cal-state-TXT
           MOVE "N" TO cal-pinged-CHR
           WRITE cal-REC
               INVALID KEY
                   SUBTRACT 1 FROM cal-max-ID-NUM
                   MOVE "Couldn't save that event." TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-WRITE

           MOVE SPACE TO rend-nick-TXT
           MOVE nick-TXT TO rend-nick-TXT
           MOVE cal-start-TXT TO rend-stamp-TXT
           PERFORM 206-render-stamp-for-nick

           MOVE cal-ID-NUM TO evt-ID-DISP
           MOVE SPACE TO reply-TXT
           STRING
               "Added event #" DELIMITED BY SIZE
               TRIM(evt-ID-DISP) DELIMITED BY SIZE
               " in " DELIMITED BY SIZE
               TRIM(cal-chan-TXT) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               TRIM(rend-out-TXT) DELIMITED BY SIZE
               " - RSVP with " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "event rsvp " DELIMITED BY SIZE
               TRIM(evt-ID-DISP) DELIMITED BY SIZE
               " yes|no|maybe" DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       504-event-list SECTION.

      *    Upcoming events, soonest first, with headcounts - this
      *    channel's when asked in one, everyone's when asked
      *    privately, or the channel named.
           MOVE SPACE TO evt-want-chan-TXT
           PERFORM 225-is-chan-my-nick
           IF NOT chan-is-my-nick THEN
               MOVE chan-TXT TO evt-want-chan-TXT
           END-IF
           IF line-TXT(line-IDX : 1) IS EQUAL TO "#"
                   OR line-TXT(line-IDX : 1) IS EQUAL TO "&" THEN
               COPY "line-split.cpy" REPLACING
                   LEADING ==id== BY ==cmd==
                   DELIMS BY ==" "==
                   DELIMSAVE BY ====.
               MOVE SPACE TO evt-want-chan-TXT
               MOVE cmd-TXT TO evt-want-chan-TXT
           END-IF
           IF evt-want-chan-TXT IS NOT EQUAL TO SPACE THEN
               MOVE TRIM(evt-want-chan-TXT) TO cf-src-TXT
               PERFORM 224-casefold
               MOVE SPACE TO evt-want-chan-TXT
               MOVE cf-dst-TXT TO evt-want-chan-TXT
           END-IF

           PERFORM 247-compute-now-sec
           MOVE 0 TO evt-cand-CNT
           MOVE 0 TO evt-more-CNT

           MOVE 0 TO cal-ID-NUM
           MOVE SPACE TO cal-who-TXT
           START cal-FC
               KEY IS GREATER THAN OR EQUAL TO cal-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ cal-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                       IF cal-who-TXT IS NOT EQUAL TO SPACE
                               OR cal-state-TXT IS NOT EQUAL TO
                                   "scheduled" THEN
                           EXIT PERFORM CYCLE
                       END-IF
                       MOVE cal-start-TXT TO clk-stamp-TXT
                       PERFORM 286-stamp-to-sec
                       IF clk-SEC-NUM IS LESS THAN now-SEC THEN
                           EXIT PERFORM CYCLE
                       END-IF
                       IF evt-want-chan-TXT IS NOT EQUAL TO SPACE THEN
                           MOVE TRIM(cal-chan-TXT) TO cf-src-TXT
                           PERFORM 224-casefold
                           IF cf-dst-TXT(1 : 65) IS NOT EQUAL TO
                                   evt-want-chan-TXT THEN
                               EXIT PERFORM CYCLE
                           END-IF
                       END-IF
                       IF evt-cand-CNT IS LESS THAN evt-cand-max-NUM
                               THEN
                           ADD 1 TO evt-cand-CNT
                           MOVE cal-ID-NUM
                               TO evt-cand-ID-NUM(evt-cand-CNT)
                           MOVE clk-SEC-NUM
                               TO evt-cand-SEC(evt-cand-CNT)
                       ELSE
                           ADD 1 TO evt-more-CNT
                       END-IF
                   END-PERFORM
           END-START

           IF evt-cand-CNT IS EQUAL TO 0 THEN
               MOVE "Nothing coming up." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

      *    Pick the soonest remaining each time round; a taken
      *    candidate's ID is zeroed.
           MOVE 0 TO evt-shown-CNT
           PERFORM
               UNTIL evt-shown-CNT IS EQUAL TO evt-list-max-NUM
                   OR evt-shown-CNT IS EQUAL TO evt-cand-CNT
               MOVE 0 TO evt-pick-IDX
               PERFORM VARYING evt-cand-IDX FROM 1 BY 1
                       UNTIL evt-cand-IDX IS GREATER THAN evt-cand-CNT
                   IF evt-cand-ID-NUM(evt-cand-IDX) IS NOT EQUAL TO 0
                       IF evt-pick-IDX IS EQUAL TO 0 THEN
                           MOVE evt-cand-IDX TO evt-pick-IDX
                       ELSE
                           IF evt-cand-SEC(evt-cand-IDX) IS LESS THAN
                                   evt-cand-SEC(evt-pick-IDX) THEN
                               MOVE evt-cand-IDX TO evt-pick-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               MOVE evt-cand-ID-NUM(evt-pick-IDX) TO evt-ID-NUM
               MOVE 0 TO evt-cand-ID-NUM(evt-pick-IDX)
               ADD 1 TO evt-shown-CNT

               PERFORM 515-event-read
               IF evt-found THEN
                   PERFORM 511-event-tally
                   MOVE SPACE TO rend-nick-TXT
                   MOVE nick-TXT TO rend-nick-TXT
                   PERFORM 512-event-line
                   MOVE evt-line-TXT TO reply-TXT
                   PERFORM 230-reply-privmsg
               END-IF
           END-PERFORM

           COMPUTE evt-more-CNT =
               evt-more-CNT + evt-cand-CNT - evt-shown-CNT
           IF evt-more-CNT IS GREATER THAN 0 THEN
               MOVE evt-more-CNT TO evt-yes-DISP
               MOVE SPACE TO reply-TXT
               STRING
                   "... and " DELIMITED BY SIZE
                   TRIM(evt-yes-DISP) DELIMITED BY SIZE
                   " more after those." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       505-check-events SECTION.

      *    Called per line from the 000-main read loop, and does its
      *    work once a minute at most: each scheduled event starting
      *    today (UTC) is announced in its channel once the morning
      *    time has come, and its "yes" list is pinged there
      *    evt-ping-min-NUM minutes before the start. Quiet hours
      *    hold the announcement back the way they hold the digest;
      *    a ping that would fall in them is dropped.
           IF cal-max-ID-NUM IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           IF now-SEC IS LESS THAN evt-scan-SEC THEN
               EXIT SECTION
           END-IF
           COMPUTE evt-scan-SEC = now-SEC + 60

           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER(now-SEC / 86400)) TO evt-today-NUM
           COMPUTE evt-now-hhmm-NUM =
               FUNCTION INTEGER(
                   FUNCTION MOD(now-SEC, 86400) / 3600) * 100
               + FUNCTION INTEGER(
                   FUNCTION MOD(now-SEC, 3600) / 60)

           MOVE 0 TO evt-due-CNT
           MOVE 0 TO cal-ID-NUM
           MOVE SPACE TO cal-who-TXT
           START cal-FC
               KEY IS GREATER THAN OR EQUAL TO cal-key
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ cal-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF cal-who-TXT IS NOT EQUAL TO SPACE
                       OR cal-state-TXT IS NOT EQUAL TO "scheduled"
                       OR evt-due-CNT IS EQUAL TO evt-due-max-NUM THEN
                   EXIT PERFORM CYCLE
               END-IF
               MOVE cal-start-TXT TO clk-stamp-TXT
               PERFORM 286-stamp-to-sec
               IF clk-SEC-NUM IS LESS THAN now-SEC THEN
                   EXIT PERFORM CYCLE
               END-IF

               IF cal-start-TXT(1 : 8) IS EQUAL TO evt-today-NUM
                       AND evt-now-hhmm-NUM IS GREATER THAN OR EQUAL
                           TO evt-morning-hhmm-NUM
                       AND cal-announced-TXT IS NOT EQUAL TO
                           evt-today-NUM THEN
                   ADD 1 TO evt-due-CNT
                   MOVE cal-ID-NUM TO evt-due-ID-NUM(evt-due-CNT)
                   MOVE "A" TO evt-due-kind-CHR(evt-due-CNT)
               END-IF

               IF clk-SEC-NUM - now-SEC IS LESS THAN OR EQUAL TO
                       evt-ping-min-NUM * 60
                       AND cal-pinged-CHR IS NOT EQUAL TO "Y"
                       AND evt-due-CNT IS LESS THAN evt-due-max-NUM
                       THEN
                   ADD 1 TO evt-due-CNT
                   MOVE cal-ID-NUM TO evt-due-ID-NUM(evt-due-CNT)
                   MOVE "P" TO evt-due-kind-CHR(evt-due-CNT)
               END-IF
           END-PERFORM

           PERFORM VARYING evt-due-IDX FROM 1 BY 1
                   UNTIL evt-due-IDX IS GREATER THAN evt-due-CNT
               MOVE evt-due-ID-NUM(evt-due-IDX) TO evt-ID-NUM
               PERFORM 515-event-read
               IF evt-found THEN
                   IF evt-due-kind-CHR(evt-due-IDX) IS EQUAL TO "A"
                           THEN
                       PERFORM 513-event-announce
                   ELSE
                       PERFORM 514-event-ping
                   END-IF
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       506-event-rsvp SECTION.

      *    "%event rsvp <n> yes|no|maybe" - one answer per person,
      *    a second answer replaces the first.
           PERFORM 510-event-find
           IF NOT evt-found THEN
               EXIT SECTION
           END-IF

           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO evt-answer-TXT
           MOVE FUNCTION LOWER-CASE(cmd-TXT) TO evt-answer-TXT
           IF evt-answer-TXT IS NOT EQUAL TO "yes"
                   AND evt-answer-TXT IS NOT EQUAL TO "no"
                   AND evt-answer-TXT IS NOT EQUAL TO "maybe" THEN
               MOVE "Answer yes, no or maybe." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF cal-state-TXT IS NOT EQUAL TO "scheduled" THEN
               MOVE "That event has been cancelled." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF
           PERFORM 247-compute-now-sec
           MOVE cal-start-TXT TO clk-stamp-TXT
           PERFORM 286-stamp-to-sec
           IF clk-SEC-NUM IS LESS THAN now-SEC THEN
               MOVE "That event has already started." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           PERFORM 204-utc-now-stamp
           MOVE SPACE TO cal-REC
           MOVE evt-ID-NUM TO cal-ID-NUM
           MOVE cf-dst-TXT TO cal-who-TXT
           MOVE evt-answer-TXT TO cal-answer-TXT
           MOVE nick-TXT TO cal-nick-TXT
           MOVE clk-stamp-TXT TO cal-answered-TXT
           WRITE cal-REC
               INVALID KEY
                   REWRITE cal-REC
                   END-REWRITE
           END-WRITE

           PERFORM 515-event-read
           PERFORM 511-event-tally
           MOVE cal-ID-NUM TO evt-ID-DISP
           MOVE evt-yes-CNT TO evt-yes-DISP
           MOVE evt-maybe-CNT TO evt-maybe-DISP
           MOVE evt-no-CNT TO evt-no-DISP
           MOVE SPACE TO reply-TXT
           STRING
               "Got it, " DELIMITED BY SIZE
               TRIM(evt-answer-TXT) DELIMITED BY SIZE
               " for #" DELIMITED BY SIZE
               TRIM(evt-ID-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(cal-title-TXT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               TRIM(evt-yes-DISP) DELIMITED BY SIZE
               " yes, " DELIMITED BY SIZE
               TRIM(evt-maybe-DISP) DELIMITED BY SIZE
               " maybe, " DELIMITED BY SIZE
               TRIM(evt-no-DISP) DELIMITED BY SIZE
               " no so far." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

      * * * * * * * * * * * * * * * * * * * *

       507-event-show SECTION.

      *    "%event <n>" - the list line, then who said what.
           PERFORM 510-event-find
           IF NOT evt-found THEN
               EXIT SECTION
           END-IF

           PERFORM 511-event-tally
           MOVE SPACE TO rend-nick-TXT
           MOVE nick-TXT TO rend-nick-TXT
           PERFORM 512-event-line
           MOVE evt-line-TXT TO reply-TXT
           PERFORM 230-reply-privmsg

           IF evt-yes-CNT + evt-maybe-CNT + evt-no-CNT IS EQUAL TO 0
                   THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO reply-TXT
           MOVE 1 TO evt-reply-PTR
           IF evt-yes-CNT IS GREATER THAN 0 THEN
               STRING
                   "Yes: " DELIMITED BY SIZE
                   TRIM(evt-yes-TXT) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER evt-reply-PTR
               END-STRING
           END-IF
           IF evt-maybe-CNT IS GREATER THAN 0 THEN
               STRING
                   "Maybe: " DELIMITED BY SIZE
                   TRIM(evt-maybe-TXT) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER evt-reply-PTR
               END-STRING
           END-IF
           IF evt-no-CNT IS GREATER THAN 0 THEN
               STRING
                   "No: " DELIMITED BY SIZE
                   TRIM(evt-no-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER evt-reply-PTR
               END-STRING
           END-IF
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       508-event-cancel SECTION.

      *    The creator may cancel their own event; anyone else needs
      *    the moderator tier. The record stays for the history.
           PERFORM 510-event-find
           IF NOT evt-found THEN
               EXIT SECTION
           END-IF

           MOVE TRIM(cal-setter-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO evt-fold-TXT
           MOVE cf-dst-TXT TO evt-fold-TXT
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           IF cf-dst-TXT(1 : 65) IS NOT EQUAL TO evt-fold-TXT THEN
               MOVE "event-cancel" TO req-cmd-TXT
               MOVE 2 TO req-role-NUM
               PERFORM 431-gate-admin-cmd
               IF NOT role-is-ok THEN
                   EXIT SECTION
               END-IF
               PERFORM 515-event-read
           END-IF

           IF cal-state-TXT IS NOT EQUAL TO "scheduled" THEN
               MOVE "It's already cancelled." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE "cancelled" TO cal-state-TXT
           REWRITE cal-REC

           MOVE cal-ID-NUM TO evt-ID-DISP
           MOVE SPACE TO reply-TXT
           STRING
               "Cancelled event #" DELIMITED BY SIZE
               TRIM(evt-ID-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(cal-title-TXT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg


      * * * * * * * * * * * * * * * * * * * *

       509-event-usage SECTION.

           MOVE "Usage: event add [#chan] <YYYY-MM-DD> <HH:MM> <title>
      -        " | list [#chan] | rsvp <n> <yes|no|maybe> | cancel <n> |
      -        " <n>"
               TO reply-TXT
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       510-event-find SECTION.

      *    The event number: cmd-TXT already holds it when "%event
      *    <n>" was typed, otherwise it's the next word. Reads the
      *    event into cal-REC, or says there's none.
           MOVE "N" TO evt-found-CHR
           IF cmd-TXT IS NOT NUMERIC
                   OR cmd-TXT IS EQUAL TO SPACE THEN
               COPY "line-split.cpy" REPLACING
                   LEADING ==id== BY ==cmd==
                   DELIMS BY ==" "==
                   DELIMSAVE BY ====.
           END-IF

           IF cmd-TXT IS EQUAL TO SPACE
                   OR cmd-TXT IS NOT NUMERIC
                   OR cmd1 - cmd0 IS GREATER THAN 8 THEN
               MOVE "Which event? Give its number." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(cmd-TXT) TO evt-ID-NUM
           PERFORM 515-event-read
           IF NOT evt-found THEN
               MOVE evt-ID-NUM TO evt-ID-DISP
               MOVE SPACE TO reply-TXT
               STRING
                   "No event #" DELIMITED BY SIZE
                   TRIM(evt-ID-DISP) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       511-event-tally SECTION.

      *    Counts and names the answers to the event in cal-REC,
      *    leaving the event back in cal-REC afterwards.
           MOVE cal-REC TO evt-hold-REC
           MOVE 0 TO evt-yes-CNT
           MOVE 0 TO evt-maybe-CNT
           MOVE 0 TO evt-no-CNT
           MOVE SPACE TO evt-yes-TXT
           MOVE SPACE TO evt-maybe-TXT
           MOVE SPACE TO evt-no-TXT
           MOVE 1 TO evt-yes-PTR
           MOVE 1 TO evt-maybe-PTR
           MOVE 1 TO evt-no-PTR

           MOVE LOW-VALUE TO cal-who-TXT
           START cal-FC
               KEY IS GREATER THAN cal-key
               INVALID KEY
                   MOVE evt-hold-REC TO cal-REC
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ cal-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF cal-ID-NUM IS NOT EQUAL TO evt-ID-NUM THEN
                   EXIT PERFORM
               END-IF
               IF cal-who-TXT IS EQUAL TO SPACE THEN
                   EXIT PERFORM CYCLE
               END-IF
               EVALUATE cal-answer-TXT
                   WHEN "yes"
                       IF evt-yes-CNT IS GREATER THAN 0 THEN
                           STRING
                               ", " DELIMITED BY SIZE
                               INTO evt-yes-TXT
                               WITH POINTER evt-yes-PTR
                           END-STRING
                       END-IF
                       ADD 1 TO evt-yes-CNT
                       STRING
                           TRIM(cal-nick-TXT) DELIMITED BY SIZE
                           INTO evt-yes-TXT
                           WITH POINTER evt-yes-PTR
                       END-STRING
                   WHEN "maybe"
                       IF evt-maybe-CNT IS GREATER THAN 0 THEN
                           STRING
                               ", " DELIMITED BY SIZE
                               INTO evt-maybe-TXT
                               WITH POINTER evt-maybe-PTR
                           END-STRING
                       END-IF
                       ADD 1 TO evt-maybe-CNT
                       STRING
                           TRIM(cal-nick-TXT) DELIMITED BY SIZE
                           INTO evt-maybe-TXT
                           WITH POINTER evt-maybe-PTR
                       END-STRING
                   WHEN "no"
                       IF evt-no-CNT IS GREATER THAN 0 THEN
                           STRING
                               ", " DELIMITED BY SIZE
                               INTO evt-no-TXT
                               WITH POINTER evt-no-PTR
                           END-STRING
                       END-IF
                       ADD 1 TO evt-no-CNT
                       STRING
                           TRIM(cal-nick-TXT) DELIMITED BY SIZE
                           INTO evt-no-TXT
                           WITH POINTER evt-no-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM

           MOVE evt-hold-REC TO cal-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       512-event-line SECTION.

      *    The event in cal-REC as one line, its start rendered for
      *    rend-nick-TXT: "#12 Release party - 2026-10-16 17:00:00
      *    UTC+02:00 in #dev - 3 yes, 1 maybe, 0 no".
           MOVE cal-start-TXT TO rend-stamp-TXT
           PERFORM 206-render-stamp-for-nick

           MOVE cal-ID-NUM TO evt-ID-DISP
           MOVE evt-yes-CNT TO evt-yes-DISP
           MOVE evt-maybe-CNT TO evt-maybe-DISP
           MOVE evt-no-CNT TO evt-no-DISP
           MOVE SPACE TO evt-line-TXT
           STRING
               "#" DELIMITED BY SIZE
               TRIM(evt-ID-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(cal-title-TXT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               TRIM(rend-out-TXT) DELIMITED BY SIZE
               " in " DELIMITED BY SIZE
               TRIM(cal-chan-TXT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               TRIM(evt-yes-DISP) DELIMITED BY SIZE
               " yes, " DELIMITED BY SIZE
               TRIM(evt-maybe-DISP) DELIMITED BY SIZE
               " maybe, " DELIMITED BY SIZE
               TRIM(evt-no-DISP) DELIMITED BY SIZE
               " no" DELIMITED BY SIZE
               INTO evt-line-TXT
           END-STRING
           IF cal-state-TXT IS NOT EQUAL TO "scheduled" THEN
               STRING
                   TRIM(evt-line-TXT) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   TRIM(cal-state-TXT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               MOVE reply-TXT TO evt-line-TXT
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       513-event-announce SECTION.

      *    The morning line for the event in cal-REC, in its channel,
      *    with the start in the creator's zone.
           MOVE SPACE TO qh-chan-TXT
           MOVE cal-chan-TXT TO qh-chan-TXT
           PERFORM 407-check-quiet-hours
           IF quiet-now THEN
               EXIT SECTION
           END-IF

           PERFORM 511-event-tally
           MOVE SPACE TO rend-nick-TXT
           MOVE cal-setter-TXT TO rend-nick-TXT
           PERFORM 512-event-line

           MOVE SPACE TO send-line-TXT
           STRING
               "PRIVMSG " DELIMITED BY SIZE
               TRIM(cal-chan-TXT) DELIMITED BY SIZE
               " :Today: " DELIMITED BY SIZE
               TRIM(evt-line-TXT) DELIMITED BY SIZE
               " - RSVP with " DELIMITED BY SIZE
               effective-prefix-CHR DELIMITED BY SIZE
               "event rsvp " DELIMITED BY SIZE
               TRIM(evt-ID-DISP) DELIMITED BY SIZE
               " yes|no|maybe" DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING
           PERFORM 240-throttled-send

           MOVE evt-today-NUM TO cal-announced-TXT
           REWRITE cal-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       514-event-ping SECTION.

      *    "Starting in N minutes" in the event's channel, naming
      *    everyone who said yes. Marked done either way, so a ping
      *    held back by quiet hours doesn't turn up late.
           MOVE "Y" TO cal-pinged-CHR
           REWRITE cal-REC

           MOVE SPACE TO qh-chan-TXT
           MOVE cal-chan-TXT TO qh-chan-TXT
           PERFORM 407-check-quiet-hours
           IF quiet-now THEN
               EXIT SECTION
           END-IF

           PERFORM 511-event-tally
           IF evt-yes-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           MOVE cal-start-TXT TO clk-stamp-TXT
           PERFORM 286-stamp-to-sec
           COMPUTE evt-mins-DISP =
               FUNCTION INTEGER((clk-SEC-NUM - now-SEC + 59) / 60)
           MOVE cal-ID-NUM TO evt-ID-DISP

           MOVE SPACE TO send-line-TXT
           STRING
               "PRIVMSG " DELIMITED BY SIZE
               TRIM(cal-chan-TXT) DELIMITED BY SIZE
               " :" DELIMITED BY SIZE
               TRIM(evt-yes-TXT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(cal-title-TXT) DELIMITED BY SIZE
               " (#" DELIMITED BY SIZE
               TRIM(evt-ID-DISP) DELIMITED BY SIZE
               ") starts in " DELIMITED BY SIZE
               TRIM(evt-mins-DISP) DELIMITED BY SIZE
               " min." DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING
           PERFORM 240-throttled-send

           .

      * * * * * * * * * * * * * * * * * * * *

       515-event-read SECTION.

      *    evt-ID-NUM's event record into cal-REC.
           MOVE "N" TO evt-found-CHR
           MOVE evt-ID-NUM TO cal-ID-NUM
           MOVE SPACE TO cal-who-TXT
           READ cal-FC RECORD
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE "Y" TO evt-found-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       516-load-standups SECTION.

      *    One keyed "<chan>:standup-time" lookup per joined channel,
      *    cached like the report times. The time is UTC - the team
      *    answering is spread over several zones, and the archive
      *    is dated in UTC days like every other file. A channel
      *    whose time already passed today starts marked as posted.
           PERFORM 247-compute-now-sec
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER(now-SEC / 86400)) TO stup-now-date-NUM
           COMPUTE stup-now-hhmm-NUM =
               FUNCTION INTEGER(
                   FUNCTION MOD(now-SEC, 86400) / 3600) * 100
               + FUNCTION INTEGER(
                   FUNCTION MOD(now-SEC, 3600) / 60)

           MOVE 0 TO stup-CNT
           PERFORM VARYING join-chan-IDX FROM 1 BY 1
                   UNTIL join-chan-IDX IS GREATER THAN join-chan-CNT
               MOVE SPACE TO chan-opt-key-TXT
               STRING
                   TRIM(join-chan-TBL(join-chan-IDX)) DELIMITED BY SIZE
                   ":standup-time" DELIMITED BY SIZE
                   INTO chan-opt-key-TXT
               END-STRING

                   option BY chan-opt-key-TXT
                   missing BY CONTINUE
                   available BY ==
                       IF stup-CNT IS LESS THAN 20 THEN
                           ADD 1 TO stup-CNT
                           MOVE join-chan-TBL(join-chan-IDX)
                               TO stup-chan-TXT(stup-CNT)
                           IF config-val-TXT(3 : 1) IS EQUAL TO ":"
                               COMPUTE stup-hhmm-NUM(stup-CNT) =
                                   FUNCTION NUMVAL(
                                       config-val-TXT(1 : 2)) * 100
                                   + FUNCTION NUMVAL(
                           ELSE
                               MOVE FUNCTION NUMVAL(
                                   config-val-TXT(1 : 4))
                                   TO stup-hhmm-NUM(stup-CNT)
                           END-IF
                           IF stup-now-hhmm-NUM IS GREATER THAN OR
                                   EQUAL TO
                                   stup-hhmm-NUM(stup-CNT) THEN
                               MOVE stup-now-date-NUM TO
                                   stup-last-date-NUM(stup-CNT)
                           ELSE
                               MOVE 0 TO
                                   stup-last-date-NUM(stup-CNT)
                           END-IF
                       END-IF
                   ==.
           END-PERFORM

           PERFORM VARYING stup-i-NUM FROM 1 BY 1
                   UNTIL stup-i-NUM IS GREATER THAN stup-CNT
               MOVE TRIM(stup-chan-TXT(stup-i-NUM)) TO cf-src-TXT
               PERFORM 224-casefold
               MOVE cf-dst-TXT TO stup-fold-TXT(stup-i-NUM)
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       517-check-standups SECTION.

      *    Called per line from the 000-main read loop: when a
      *    channel's standup time comes around (and it hasn't been
      *    posted today), post the summary. Quiet hours hold it back
      *    the way they hold the digest.
           IF stup-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER(now-SEC / 86400)) TO stup-now-date-NUM
           COMPUTE stup-now-hhmm-NUM =
               FUNCTION INTEGER(
                   FUNCTION MOD(now-SEC, 86400) / 3600) * 100
               + FUNCTION INTEGER(
                   FUNCTION MOD(now-SEC, 3600) / 60)

           PERFORM VARYING stup-i-NUM FROM 1 BY 1
                   UNTIL stup-i-NUM IS GREATER THAN stup-CNT
               IF stup-now-hhmm-NUM IS GREATER THAN OR EQUAL TO
                       stup-hhmm-NUM(stup-i-NUM)
                       AND stup-last-date-NUM(stup-i-NUM)
                           IS NOT EQUAL TO stup-now-date-NUM THEN
                   MOVE SPACE TO qh-chan-TXT
                   MOVE stup-chan-TXT(stup-i-NUM) TO qh-chan-TXT
                   PERFORM 407-check-quiet-hours
                   IF NOT quiet-now THEN
                       MOVE stup-now-date-NUM
                           TO stup-last-date-NUM(stup-i-NUM)
                       MOVE stup-i-NUM TO stup-want-IDX
                       MOVE stup-now-date-NUM TO stup-date-NUM
                       PERFORM 523-standup-post
                   END-IF
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       518-standup SECTION.

      *    Daily standup for teams that never share a morning:
      *        "%standup [#chan] yesterday <text>"
      *        "%standup [#chan] today <text>"
      *        "%standup [#chan] blockers <text>"
      *        "%standup [#chan] status"
      *        "%standup [#chan]"
      *    Answered privately whenever suits; the channel can be left
      *    off when it's asked in the channel, or when the asker is
      *    in only one standup channel. At the channel's
      *    "standup-time" 517-check-standups posts the lot.
           MOVE SPACE TO stup-want-chan-TXT
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           IF line-TXT(cmd0 : 1) IS EQUAL TO "#"
                   OR line-TXT(cmd0 : 1) IS EQUAL TO "&" THEN
               MOVE cmd-TXT TO stup-want-chan-TXT
               COPY "line-split.cpy" REPLACING
                   LEADING ==id== BY ==cmd==
                   DELIMS BY ==" "==
                   DELIMSAVE BY ====.
           END-IF

           MOVE SPACE TO stup-kind-TXT
           EVALUATE FUNCTION LOWER-CASE(cmd-TXT)
               WHEN "yesterday"
                   MOVE "yesterday" TO stup-kind-TXT
               WHEN "today"
                   MOVE "today" TO stup-kind-TXT
               WHEN "blockers"
               WHEN "blocker"
                   MOVE "blockers" TO stup-kind-TXT
               WHEN "status"
                   MOVE "status" TO stup-kind-TXT
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   PERFORM 526-standup-usage
                   EXIT SECTION
           END-EVALUATE

           PERFORM 519-standup-pick-chan
           IF stup-want-IDX IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF
           PERFORM 520-standup-cycle-date

           EVALUATE stup-kind-TXT
               WHEN "status"
                   PERFORM 525-standup-status
               WHEN SPACE
                   PERFORM 528-standup-mine
               WHEN OTHER
                   PERFORM 524-standup-answer
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       519-standup-pick-chan SECTION.

      *    Sets stup-want-IDX to the standup channel meant - named,
      *    the one asked in, or the only one the asker sits in - or
      *    says why it can't tell and leaves it 0.
           MOVE 0 TO stup-want-IDX
           IF stup-CNT IS EQUAL TO 0 THEN
               MOVE "No channel here has a standup set up." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF stup-want-chan-TXT IS EQUAL TO SPACE THEN
               PERFORM 225-is-chan-my-nick
               IF NOT chan-is-my-nick THEN
                   MOVE chan-TXT TO stup-want-chan-TXT
               END-IF
           END-IF

           IF stup-want-chan-TXT IS NOT EQUAL TO SPACE THEN
               MOVE TRIM(stup-want-chan-TXT) TO cf-src-TXT
               PERFORM 224-casefold
               PERFORM VARYING stup-i-NUM FROM 1 BY 1
                       UNTIL stup-i-NUM IS GREATER THAN stup-CNT
                   IF stup-fold-TXT(stup-i-NUM) IS EQUAL TO
                           cf-dst-TXT(1 : 65) THEN
                       MOVE stup-i-NUM TO stup-want-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF stup-want-IDX IS EQUAL TO 0 THEN
                   MOVE SPACE TO reply-TXT
                   STRING
                       TRIM(stup-want-chan-TXT) DELIMITED BY SIZE
                       " has no standup set up." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
               END-IF
               EXIT SECTION
           END-IF

           IF stup-CNT IS EQUAL TO 1 THEN
               MOVE 1 TO stup-want-IDX
               EXIT SECTION
           END-IF

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO ros-nick-TXT
           MOVE cf-dst-TXT TO ros-nick-TXT
           MOVE 0 TO stup-hit-CNT
           PERFORM VARYING stup-i-NUM FROM 1 BY 1
                   UNTIL stup-i-NUM IS GREATER THAN stup-CNT
               MOVE stup-fold-TXT(stup-i-NUM) TO ros-chan-TXT
               PERFORM 265-roster-find
               IF roster-found-IDX IS GREATER THAN 0 THEN
                   ADD 1 TO stup-hit-CNT
                   MOVE stup-i-NUM TO stup-want-IDX
               END-IF
           END-PERFORM
           IF stup-hit-CNT IS NOT EQUAL TO 1 THEN
               MOVE 0 TO stup-want-IDX
               MOVE SPACE TO reply-TXT
               STRING
                   "Which channel's standup? Try " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "standup #chan today <text>." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       520-standup-cycle-date SECTION.

      *    stup-date-NUM for stup-want-IDX: today's standup (UTC)
      *    until its summary has gone out, then tomorrow's. Also
      *    names that day's archive file.
           PERFORM 247-compute-now-sec
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER(now-SEC / 86400)) TO stup-now-date-NUM
           COMPUTE stup-now-hhmm-NUM =
               FUNCTION INTEGER(
                   FUNCTION MOD(now-SEC, 86400) / 3600) * 100
               + FUNCTION INTEGER(
                   FUNCTION MOD(now-SEC, 3600) / 60)

           IF stup-last-date-NUM(stup-want-IDX) IS EQUAL TO
                   stup-now-date-NUM
                   OR stup-now-hhmm-NUM IS GREATER THAN OR EQUAL TO
                       stup-hhmm-NUM(stup-want-IDX) THEN
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER(now-SEC / 86400) + 1)
                   TO stup-date-NUM
           ELSE
               MOVE stup-now-date-NUM TO stup-date-NUM
           END-IF

           PERFORM 521-standup-filename

           .

      * * * * * * * * * * * * * * * * * * * *

       521-standup-filename SECTION.

      *    "stan-standup-<chan>-<YYYYMMDD>.log" for stup-want-IDX and
      *    stup-date-NUM, named like the transcripts.
           MOVE SPACE TO standup-filename-TXT
           STRING
               "stan-standup-" DELIMITED BY SIZE
               TRIM(stup-chan-TXT(stup-want-IDX)) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               stup-date-NUM DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO standup-filename-TXT
           END-STRING

           MOVE SPACE TO stup-date-TXT
           STRING
               stup-date-NUM(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               stup-date-NUM(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               stup-date-NUM(7 : 2) DELIMITED BY SIZE
               INTO stup-date-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       522-standup-read-day SECTION.

      *    The archive for stup-want-IDX / stup-date-NUM into
      *    stup-ans-TBL, one row per person who has answered.
           MOVE 0 TO stup-ans-CNT
           PERFORM 521-standup-filename

           OPEN INPUT standup-FC
           IF NOT standup-STA-OK THEN
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ standup-FC
                   AT END EXIT PERFORM
               END-READ

               MOVE SPACE TO stup-t1-TXT
               MOVE SPACE TO stup-t2-TXT
               MOVE SPACE TO stup-t3-TXT
               MOVE 1 TO stup-rec-PTR
               UNSTRING standup-REC DELIMITED BY " "
                   INTO stup-t1-TXT stup-t2-TXT stup-t3-TXT
                   WITH POINTER stup-rec-PTR
               END-UNSTRING
               IF stup-t2-TXT IS NOT EQUAL TO "yesterday"
                       AND stup-t2-TXT IS NOT EQUAL TO "today"
                       AND stup-t2-TXT IS NOT EQUAL TO "blockers"
                       OR stup-t3-TXT IS EQUAL TO SPACE THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO stup-text-TXT
               IF stup-rec-PTR IS LESS THAN LENGTH OF standup-REC THEN
                   MOVE standup-REC(stup-rec-PTR : ) TO stup-text-TXT
               END-IF

               MOVE TRIM(stup-t3-TXT) TO cf-src-TXT
               PERFORM 224-casefold
               PERFORM 527-standup-ans-find
               IF stup-found-IDX IS EQUAL TO 0 THEN
                   EXIT PERFORM CYCLE
               END-IF

               EVALUATE stup-t2-TXT
                   WHEN "yesterday"
                       MOVE stup-text-TXT
                           TO stup-ans-yday-TXT(stup-found-IDX)
                   WHEN "today"
                       MOVE stup-text-TXT
                           TO stup-ans-today-TXT(stup-found-IDX)
                   WHEN "blockers"
                       MOVE stup-text-TXT
                           TO stup-ans-block-TXT(stup-found-IDX)
               END-EVALUATE
           END-PERFORM

           CLOSE standup-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       523-standup-post SECTION.

      *    The summary for stup-want-IDX / stup-date-NUM, in the
      *    channel: a line per person who answered, then who hasn't.
      *    Real blockers go to the admins the way a keyword-watch hit
      *    does, and to the outbox. The summary and the absentees
      *    are added to the day's archive for the weekly report.
           PERFORM 522-standup-read-day
           PERFORM 529-standup-gather-missing

           MOVE stup-ans-CNT TO stup-CNT-DISP
           MOVE SPACE TO send-line-TXT
           STRING
               "PRIVMSG " DELIMITED BY SIZE
               TRIM(stup-chan-TXT(stup-want-IDX)) DELIMITED BY SIZE
               " :Standup for " DELIMITED BY SIZE
               stup-date-TXT DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               TRIM(stup-CNT-DISP) DELIMITED BY SIZE
               " reported." DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING
           PERFORM 240-throttled-send

           PERFORM VARYING stup-ans-IDX FROM 1 BY 1
                   UNTIL stup-ans-IDX IS GREATER THAN stup-ans-CNT
               MOVE SPACE TO send-line-TXT
               MOVE 1 TO stup-reply-PTR
               STRING
                   "PRIVMSG " DELIMITED BY SIZE
                   TRIM(stup-chan-TXT(stup-want-IDX)) DELIMITED BY SIZE
                   " :" DELIMITED BY SIZE
                   TRIM(stup-ans-nick-TXT(stup-ans-IDX))
                       DELIMITED BY SIZE
                   " - yesterday: " DELIMITED BY SIZE
                   INTO send-line-TXT
                   WITH POINTER stup-reply-PTR
               END-STRING
               PERFORM 530-standup-add-field
               STRING
                   " | today: " DELIMITED BY SIZE
                   INTO send-line-TXT
                   WITH POINTER stup-reply-PTR
               END-STRING
               MOVE stup-ans-today-TXT(stup-ans-IDX) TO stup-text-TXT
               PERFORM 531-standup-put-text
               STRING
                   " | blockers: " DELIMITED BY SIZE
                   INTO send-line-TXT
                   WITH POINTER stup-reply-PTR
               END-STRING
               MOVE stup-ans-block-TXT(stup-ans-IDX) TO stup-text-TXT
               PERFORM 531-standup-put-text
               PERFORM 240-throttled-send

               MOVE stup-ans-block-TXT(stup-ans-IDX) TO stup-text-TXT
               PERFORM 532-standup-check-blocker
           END-PERFORM

           IF stup-missing-CNT IS GREATER THAN 0 THEN
               MOVE SPACE TO send-line-TXT
               STRING
                   "PRIVMSG " DELIMITED BY SIZE
                   TRIM(stup-chan-TXT(stup-want-IDX)) DELIMITED BY SIZE
                   " :No report from: " DELIMITED BY SIZE
                   TRIM(stup-missing-TXT) DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
               PERFORM 240-throttled-send
           END-IF

           PERFORM 204-utc-now-stamp
           OPEN EXTEND standup-FC
           IF NOT standup-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(standup-filename-TXT)
                   UPON SYSERR
               EXIT SECTION
           END-IF
           MOVE SPACE TO standup-REC
           STRING
               clk-stamp-TXT DELIMITED BY SIZE
               " summary - " DELIMITED BY SIZE
               TRIM(stup-CNT-DISP) DELIMITED BY SIZE
               INTO standup-REC
           END-STRING
           WRITE standup-REC
           PERFORM VARYING stup-m-IDX FROM 1 BY 1
                   UNTIL stup-m-IDX IS GREATER THAN stup-missing-CNT
               MOVE SPACE TO standup-REC
               STRING
                   clk-stamp-TXT DELIMITED BY SIZE
                   " missing " DELIMITED BY SIZE
                   TRIM(stup-missing-TBL(stup-m-IDX)) DELIMITED BY SIZE
                   INTO standup-REC
               END-STRING
               WRITE standup-REC
           END-PERFORM
           CLOSE standup-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       524-standup-answer SECTION.

      *    Appends one answer to the archive of the standup it
      *    counts toward.
           IF speaker-opted-out THEN
               MOVE "You've opted out of being recorded, so I can't keep
      -            " standup answers for you." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE SPACE TO stup-text-TXT
           MOVE TRIM(line-TXT(line-IDX : )) TO stup-text-TXT
           IF stup-text-TXT IS EQUAL TO SPACE THEN
               PERFORM 526-standup-usage
               EXIT SECTION
           END-IF

           PERFORM 204-utc-now-stamp
           OPEN EXTEND standup-FC
           IF NOT standup-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(standup-filename-TXT)
                   UPON SYSERR
               MOVE "Couldn't save that - try again later." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF
           MOVE SPACE TO standup-REC
           STRING
               clk-stamp-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(stup-kind-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(nick-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(stup-text-TXT) DELIMITED BY SIZE
               INTO standup-REC
           END-STRING
           WRITE standup-REC
           CLOSE standup-FC

           MOVE SPACE TO reply-TXT
           STRING
               "Got your " DELIMITED BY SIZE
               TRIM(stup-kind-TXT) DELIMITED BY SIZE
               " for the " DELIMITED BY SIZE
               TRIM(stup-chan-TXT(stup-want-IDX)) DELIMITED BY SIZE
               " standup on " DELIMITED BY SIZE
               stup-date-TXT DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       525-standup-status SECTION.

      *    Who has answered for the coming summary, and who hasn't.
           PERFORM 522-standup-read-day
           PERFORM 529-standup-gather-missing

           MOVE stup-hhmm-NUM(stup-want-IDX) TO stup-hhmm-DISP
           MOVE SPACE TO reply-TXT
           MOVE 1 TO stup-reply-PTR
           STRING
               TRIM(stup-chan-TXT(stup-want-IDX)) DELIMITED BY SIZE
               " standup " DELIMITED BY SIZE
               stup-date-TXT DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               stup-hhmm-DISP(1 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               stup-hhmm-DISP(3 : 2) DELIMITED BY SIZE
               " UTC - reported: " DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER stup-reply-PTR
           END-STRING
           IF stup-ans-CNT IS EQUAL TO 0 THEN
               STRING
                   "nobody yet" DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER stup-reply-PTR
               END-STRING
           END-IF
           PERFORM VARYING stup-ans-IDX FROM 1 BY 1
                   UNTIL stup-ans-IDX IS GREATER THAN stup-ans-CNT
               IF stup-ans-IDX IS GREATER THAN 1 THEN
                   STRING
                       ", " DELIMITED BY SIZE
                       INTO reply-TXT
                       WITH POINTER stup-reply-PTR
                   END-STRING
               END-IF
               STRING
                   TRIM(stup-ans-nick-TXT(stup-ans-IDX))
                       DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER stup-reply-PTR
               END-STRING
           END-PERFORM
           IF stup-missing-CNT IS GREATER THAN 0 THEN
               STRING
                   "; still to come: " DELIMITED BY SIZE
                   TRIM(stup-missing-TXT) DELIMITED BY SIZE
                   INTO reply-TXT
                   WITH POINTER stup-reply-PTR
               END-STRING
           END-IF
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       526-standup-usage SECTION.

           MOVE "Usage: standup [#chan] <yesterday|today|blockers> <text
      -        "> | standup [#chan] status | standup [#chan]"
               TO reply-TXT
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       527-standup-ans-find SECTION.

      *    stup-found-IDX to the row for cf-dst-TXT (folded nick),
      *    added with stup-t3-TXT as its display spelling when new;
      *    0 when the table is full.
           MOVE 0 TO stup-found-IDX
           PERFORM VARYING stup-ans-IDX FROM 1 BY 1
                   UNTIL stup-ans-IDX IS GREATER THAN stup-ans-CNT
               IF stup-ans-fold-TXT(stup-ans-IDX) IS EQUAL TO
                       cf-dst-TXT(1 : 65) THEN
                   MOVE stup-ans-IDX TO stup-found-IDX
                   EXIT SECTION
               END-IF
           END-PERFORM

           IF stup-ans-CNT IS LESS THAN stup-ans-max-NUM THEN
               ADD 1 TO stup-ans-CNT
               MOVE stup-ans-CNT TO stup-found-IDX
               MOVE cf-dst-TXT TO stup-ans-fold-TXT(stup-found-IDX)
               MOVE stup-t3-TXT TO stup-ans-nick-TXT(stup-found-IDX)
               MOVE SPACE TO stup-ans-yday-TXT(stup-found-IDX)
               MOVE SPACE TO stup-ans-today-TXT(stup-found-IDX)
               MOVE SPACE TO stup-ans-block-TXT(stup-found-IDX)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       528-standup-mine SECTION.

      *    "%standup" alone - the asker's own answers so far.
           PERFORM 522-standup-read-day

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE 0 TO stup-found-IDX
           PERFORM VARYING stup-ans-IDX FROM 1 BY 1
                   UNTIL stup-ans-IDX IS GREATER THAN stup-ans-CNT
               IF stup-ans-fold-TXT(stup-ans-IDX) IS EQUAL TO
                       cf-dst-TXT(1 : 65) THEN
                   MOVE stup-ans-IDX TO stup-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF stup-found-IDX IS EQUAL TO 0 THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "Nothing from you yet for the " DELIMITED BY SIZE
                   TRIM(stup-chan-TXT(stup-want-IDX)) DELIMITED BY SIZE
                   " standup on " DELIMITED BY SIZE
                   stup-date-TXT DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "standup today <text> to start." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE stup-found-IDX TO stup-ans-IDX
           MOVE SPACE TO send-line-TXT
           MOVE 1 TO stup-reply-PTR
           STRING
               TRIM(stup-chan-TXT(stup-want-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               stup-date-TXT DELIMITED BY SIZE
               " - yesterday: " DELIMITED BY SIZE
               INTO send-line-TXT
               WITH POINTER stup-reply-PTR
           END-STRING
           PERFORM 530-standup-add-field
           STRING
               " | today: " DELIMITED BY SIZE
               INTO send-line-TXT
               WITH POINTER stup-reply-PTR
           END-STRING
           MOVE stup-ans-today-TXT(stup-ans-IDX) TO stup-text-TXT
           PERFORM 531-standup-put-text
           STRING
               " | blockers: " DELIMITED BY SIZE
               INTO send-line-TXT
               WITH POINTER stup-reply-PTR
           END-STRING
           MOVE stup-ans-block-TXT(stup-ans-IDX) TO stup-text-TXT
           PERFORM 531-standup-put-text
           MOVE send-line-TXT TO reply-TXT
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       529-standup-gather-missing SECTION.

      *    Everyone expected in stup-want-IDX's channel who isn't in
      *    stup-ans-TBL, into stup-missing-TBL and as a readable
      *    list in stup-missing-TXT.
           MOVE 0 TO stup-missing-CNT
           MOVE SPACE TO stup-missing-TXT
           MOVE 1 TO stup-missing-PTR

           MOVE SPACE TO chan-opt-key-TXT
           STRING
               TRIM(stup-chan-TXT(stup-want-IDX)) DELIMITED BY SIZE
               ":standup-members" DELIMITED BY SIZE
               INTO chan-opt-key-TXT
           END-STRING
           MOVE SPACE TO stup-members-TXT
           COPY "config-mem.cpy" REPLACING
               option BY chan-opt-key-TXT
               missing BY CONTINUE
               available BY ==
                   MOVE config-val-TXT TO stup-members-TXT
               ==.

           IF stup-members-TXT IS NOT EQUAL TO SPACE THEN
               MOVE 1 TO stup-member-PTR
               PERFORM
                   UNTIL stup-member-PTR IS GREATER THAN
                       LENGTH OF stup-members-TXT
                   MOVE SPACE TO stup-member-TXT
                   UNSTRING stup-members-TXT
                       DELIMITED BY ALL " " OR ","
                       INTO stup-member-TXT
                       WITH POINTER stup-member-PTR
                   END-UNSTRING
                   IF stup-member-TXT IS NOT EQUAL TO SPACE THEN
                       PERFORM 533-standup-check-member
                   END-IF
               END-PERFORM
               EXIT SECTION
           END-IF

           MOVE my-nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO stup-member-fold-TXT
           MOVE cf-dst-TXT TO stup-member-fold-TXT
           PERFORM VARYING roster-i-NUM FROM 1 BY 1
                   UNTIL roster-i-NUM IS GREATER THAN roster-CNT
               IF roster-chan-TXT(roster-i-NUM) IS EQUAL TO
                       stup-fold-TXT(stup-want-IDX)
                       AND roster-nick-TXT(roster-i-NUM) IS NOT EQUAL
                           TO stup-member-fold-TXT THEN
                   MOVE roster-orig-nick-TXT(roster-i-NUM)
                       TO stup-member-TXT
                   PERFORM 533-standup-check-member
                   MOVE my-nick-TXT TO cf-src-TXT
                   PERFORM 224-casefold
                   MOVE SPACE TO stup-member-fold-TXT
                   MOVE cf-dst-TXT TO stup-member-fold-TXT
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       530-standup-add-field SECTION.

      *    The "yesterday" answer of row stup-ans-IDX onto
      *    send-line-TXT at stup-reply-PTR.
           MOVE stup-ans-yday-TXT(stup-ans-IDX) TO stup-text-TXT
           PERFORM 531-standup-put-text

           .

      * * * * * * * * * * * * * * * * * * * *

       531-standup-put-text SECTION.

      *    stup-text-TXT onto send-line-TXT at stup-reply-PTR, or a
      *    dash when it was never answered.
           IF stup-text-TXT IS EQUAL TO SPACE THEN
               MOVE "-" TO stup-text-TXT
           END-IF
           STRING
               TRIM(stup-text-TXT) DELIMITED BY SIZE
               INTO send-line-TXT
               WITH POINTER stup-reply-PTR
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       532-standup-check-blocker SECTION.

      *    A blocker worth raising - anything but blank or the usual
      *    ways of saying "none" - goes to the admins like a
      *    keyword-watch hit, and to the outbox.
           MOVE TRIM(stup-text-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           IF cf-dst-TXT IS EQUAL TO SPACE
                   OR cf-dst-TXT IS EQUAL TO "-"
                   OR cf-dst-TXT IS EQUAL TO "NONE"
                   OR cf-dst-TXT IS EQUAL TO "NONE."
                   OR cf-dst-TXT IS EQUAL TO "NO"
                   OR cf-dst-TXT IS EQUAL TO "N/A"
                   OR cf-dst-TXT IS EQUAL TO "NOTHING" THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO alert-msg-TXT
           STRING
               "standup blocker [" DELIMITED BY SIZE
               TRIM(stup-chan-TXT(stup-want-IDX)) DELIMITED BY SIZE
               "] <" DELIMITED BY SIZE
               TRIM(stup-ans-nick-TXT(stup-ans-IDX)) DELIMITED BY SIZE
               "> " DELIMITED BY SIZE
               TRIM(stup-text-TXT) DELIMITED BY SIZE
               INTO alert-msg-TXT
           END-STRING
           PERFORM 269-alert-admins

           MOVE "STANDUP.BLOCKER" TO obx-type-TXT
           MOVE SPACE TO obx-chan-TXT
           MOVE stup-chan-TXT(stup-want-IDX) TO obx-chan-TXT
           MOVE "nick" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(stup-ans-nick-TXT(stup-ans-IDX)) TO obx-val-TXT
           PERFORM 460-outbox-pair
           MOVE "date" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE stup-date-TXT TO obx-val-TXT
           PERFORM 460-outbox-pair
           MOVE "text" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(stup-text-TXT) TO obx-val-TXT
           PERFORM 460-outbox-pair
           PERFORM 459-write-outbox

           .

      * * * * * * * * * * * * * * * * * * * *

       533-standup-check-member SECTION.

      *    One expected member, stup-member-TXT: onto the missing
      *    list unless they've answered (or are listed already).
           MOVE TRIM(stup-member-TXT) TO cf-src-TXT
           PERFORM 224-casefold
           PERFORM VARYING stup-ans-IDX FROM 1 BY 1
                   UNTIL stup-ans-IDX IS GREATER THAN stup-ans-CNT
               IF stup-ans-fold-TXT(stup-ans-IDX) IS EQUAL TO
                       cf-dst-TXT(1 : 65) THEN
                   EXIT SECTION
               END-IF
           END-PERFORM

           MOVE cf-dst-TXT TO stup-member-fold-TXT
           PERFORM VARYING stup-m-IDX FROM 1 BY 1
                   UNTIL stup-m-IDX IS GREATER THAN stup-missing-CNT
               MOVE TRIM(stup-missing-TBL(stup-m-IDX)) TO cf-src-TXT
               PERFORM 224-casefold
               IF cf-dst-TXT(1 : 65) IS EQUAL TO stup-member-fold-TXT
                       THEN
                   EXIT SECTION
               END-IF
           END-PERFORM

           IF stup-missing-CNT IS NOT LESS THAN 50 THEN
               EXIT SECTION
           END-IF
           ADD 1 TO stup-missing-CNT
           MOVE stup-member-TXT TO stup-missing-TBL(stup-missing-CNT)
           IF stup-missing-CNT IS GREATER THAN 1 THEN
               STRING
                   ", " DELIMITED BY SIZE
                   INTO stup-missing-TXT
                   WITH POINTER stup-missing-PTR
               END-STRING
           END-IF
           STRING
               TRIM(stup-member-TXT) DELIMITED BY SIZE
               INTO stup-missing-TXT
               WITH POINTER stup-missing-PTR
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       534-alert-open SECTION.

      *    Record the match just collected in watch-alert-TBL as a
      *    new open alert. wal-new-ID-NUM and wal-found-IDX come back
      *    pointing at it. Runs inside the "watch" scan, so nothing
      *    here may touch the config file.
           IF wal-CNT IS GREATER THAN OR EQUAL TO wal-max-NUM THEN
               MOVE 1 TO wal-found-IDX
               PERFORM VARYING wal-i-NUM FROM 1 BY 1
                       UNTIL wal-i-NUM IS GREATER THAN wal-CNT
                   IF wal-is-acked(wal-i-NUM) THEN
                       MOVE wal-i-NUM TO wal-found-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING wal-i-NUM FROM wal-found-IDX BY 1
                       UNTIL wal-i-NUM IS GREATER THAN OR EQUAL TO
                           wal-CNT
                   COMPUTE wal-j-NUM = wal-i-NUM + 1
                   MOVE wal-entry(wal-j-NUM) TO wal-entry(wal-i-NUM)
               END-PERFORM
               SUBTRACT 1 FROM wal-CNT
           END-IF

           PERFORM 247-compute-now-sec
           IF wal-last-ID-NUM IS EQUAL TO 999999 THEN
               MOVE 0 TO wal-last-ID-NUM
           END-IF
           ADD 1 TO wal-last-ID-NUM
           ADD 1 TO wal-CNT
           MOVE wal-CNT TO wal-found-IDX
           MOVE wal-last-ID-NUM TO wal-new-ID-NUM
           MOVE wal-last-ID-NUM TO wal-ID-NUM(wal-CNT)
           MOVE "O" TO wal-state-CHR(wal-CNT)
           MOVE SPACE TO wal-chan-TXT(wal-CNT)
           MOVE chan-TXT TO wal-chan-TXT(wal-CNT)
           MOVE now-SEC TO wal-open-SEC(wal-CNT)
           MOVE SPACE TO wal-holder-TXT(wal-CNT)
           MOVE SPACE TO wal-acker-TXT(wal-CNT)
           MOVE 0 TO wal-close-SEC(wal-CNT)
           MOVE watch-alert-TBL(watch-alert-CNT)
               TO wal-text-TXT(wal-CNT)

           .

      * * * * * * * * * * * * * * * * * * * *

       535-check-alert-escalation SECTION.

      *    Once a minute, escalate every alert still open after
      *    "watch-ack-minutes": re-send it to the pager holder and
      *    drop it into the outbox for the paging gateway.
           IF wal-ack-minutes-NUM IS EQUAL TO 0
                   OR wal-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           IF wal-sweep-last-SEC IS GREATER THAN 0
                   AND now-SEC - wal-sweep-last-SEC IS LESS THAN
                       wal-sweep-interval-NUM THEN
               EXIT SECTION
           END-IF
           MOVE now-SEC TO wal-sweep-last-SEC

           PERFORM VARYING wal-i-NUM FROM 1 BY 1
                   UNTIL wal-i-NUM IS GREATER THAN wal-CNT
               IF wal-is-open(wal-i-NUM)
                       AND now-SEC - wal-open-SEC(wal-i-NUM) IS
                           GREATER THAN OR EQUAL TO
                           wal-ack-minutes-NUM * 60 THEN
                   MOVE wal-i-NUM TO wal-found-IDX
                   PERFORM 536-alert-escalate
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       536-alert-escalate SECTION.

      *    The pager is whoever 438-oncall-load says holds the
      *    rotation covering the alert's channel - or the first
      *    rotation on file when none covers it. With no one on call
      *    at all, the admins get the alert again instead.
           MOVE wal-chan-TXT(wal-found-IDX) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO wal-fold-TXT

           MOVE SPACE TO ocq-name-TXT
           MOVE SPACE TO oncall-name-TXT
           START oncall-FC
               KEY IS GREATER THAN OR EQUAL TO oncall-name-TXT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ oncall-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                       MOVE oncall-chan-TXT TO cf-src-TXT
                       PERFORM 224-casefold
                       IF TRIM(cf-dst-TXT) IS EQUAL TO
                               TRIM(wal-fold-TXT) THEN
                           MOVE oncall-name-TXT TO ocq-name-TXT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-START
           PERFORM 438-oncall-load

           MOVE "E" TO wal-state-CHR(wal-found-IDX)
           MOVE ocq-nick-TXT TO wal-holder-TXT(wal-found-IDX)
           COMPUTE wal-age-NUM =
               (now-SEC - wal-open-SEC(wal-found-IDX)) / 60
           MOVE wal-age-NUM TO wal-age-DISP
           MOVE wal-ID-NUM(wal-found-IDX) TO wal-ID-DISP

           IF ocq-nick-TXT IS NOT EQUAL TO SPACE THEN
               MOVE SPACE TO send-line-TXT
               STRING
                   "PRIVMSG " DELIMITED BY SIZE
                   TRIM(ocq-nick-TXT) DELIMITED BY SIZE
                   " :You're on call - unacknowledged for "
                       DELIMITED BY SIZE
                   TRIM(wal-age-DISP) DELIMITED BY SIZE
                   " min (" DELIMITED BY SIZE
                   my-cmd-prefix-CHR DELIMITED BY SIZE
                   "ack " DELIMITED BY SIZE
                   TRIM(wal-ID-DISP) DELIMITED BY SIZE
                   " to close): [alert #" DELIMITED BY SIZE
                   TRIM(wal-ID-DISP) DELIMITED BY SIZE
                   "] " DELIMITED BY SIZE
                   TRIM(wal-text-TXT(wal-found-IDX)) DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
               PERFORM 240-throttled-send
           ELSE
               MOVE SPACE TO alert-msg-TXT
               STRING
                   "[alert #" DELIMITED BY SIZE
                   TRIM(wal-ID-DISP) DELIMITED BY SIZE
                   "] still unacknowledged after " DELIMITED BY SIZE
                   TRIM(wal-age-DISP) DELIMITED BY SIZE
                   " min and no one is on call: " DELIMITED BY SIZE
                   TRIM(wal-text-TXT(wal-found-IDX)) DELIMITED BY SIZE
                   INTO alert-msg-TXT
               END-STRING
               PERFORM 269-alert-admins
           END-IF

           MOVE SPACE TO rta-line-TXT
           IF ocq-nick-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   "watch-alert #" DELIMITED BY SIZE
                   TRIM(wal-ID-DISP) DELIMITED BY SIZE
                   " escalated to " DELIMITED BY SIZE
                   TRIM(ocq-nick-TXT) DELIMITED BY SIZE
                   " after " DELIMITED BY SIZE
                   TRIM(wal-age-DISP) DELIMITED BY SIZE
                   " min" DELIMITED BY SIZE
                   INTO rta-line-TXT
               END-STRING
           ELSE
               STRING
                   "watch-alert #" DELIMITED BY SIZE
                   TRIM(wal-ID-DISP) DELIMITED BY SIZE
                   " escalated after " DELIMITED BY SIZE
                   TRIM(wal-age-DISP) DELIMITED BY SIZE
                   " min, no one on call" DELIMITED BY SIZE
                   INTO rta-line-TXT
               END-STRING
           END-IF
           PERFORM 432-write-audit-line

           MOVE "WATCH.ESCALATE" TO obx-type-TXT
           MOVE SPACE TO obx-chan-TXT
           MOVE wal-chan-TXT(wal-found-IDX) TO obx-chan-TXT
           MOVE "id" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(wal-ID-DISP) TO obx-val-TXT
           PERFORM 460-outbox-pair
           MOVE "oncall" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(ocq-nick-TXT) TO obx-val-TXT
           PERFORM 460-outbox-pair
           MOVE "minutes" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(wal-age-DISP) TO obx-val-TXT
           PERFORM 460-outbox-pair
           MOVE "text" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(wal-text-TXT(wal-found-IDX)) TO obx-val-TXT
           PERFORM 460-outbox-pair
           PERFORM 459-write-outbox

           .

      * * * * * * * * * * * * * * * * * * * *

       537-alert-ack SECTION.

      *    "%ack <id>" closes an open or escalated alert. Moderators
      *    may ack anything; the pager holder an alert escalated to
      *    them, whatever their tier - they're the one it woke up.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE
                   OR cmd-TXT IS NOT NUMERIC
                   OR cmd1 - cmd0 IS GREATER THAN 5 THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "Usage: " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "ack <alert id> - " DELIMITED BY SIZE
                   effective-prefix-CHR DELIMITED BY SIZE
                   "alerts lists the open ones." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(cmd-TXT) TO wal-want-ID-NUM

           MOVE 0 TO wal-found-IDX
           PERFORM VARYING wal-i-NUM FROM 1 BY 1
                   UNTIL wal-i-NUM IS GREATER THAN wal-CNT
               IF wal-ID-NUM(wal-i-NUM) IS EQUAL TO wal-want-ID-NUM
                       THEN
                   MOVE wal-i-NUM TO wal-found-IDX
               END-IF
           END-PERFORM

           MOVE "N" TO role-ok-CHR
           IF wal-found-IDX IS GREATER THAN 0 THEN
               IF wal-is-escalated(wal-found-IDX) THEN
                   MOVE nick-TXT TO cf-src-TXT
                   PERFORM 224-casefold
                   MOVE cf-dst-TXT TO wal-fold-TXT
                   MOVE wal-holder-TXT(wal-found-IDX) TO cf-src-TXT
                   PERFORM 224-casefold
                   IF TRIM(cf-dst-TXT) IS EQUAL TO TRIM(wal-fold-TXT)
                           THEN
                       MOVE "Y" TO role-ok-CHR
                       MOVE SPACE TO rta-line-TXT
                       STRING
                           TRIM(hostmask-TXT) DELIMITED BY SIZE
                           " ack " DELIMITED BY SIZE
                           TRIM(line-TXT(line-IDX : ))
                               DELIMITED BY SIZE
                           " -> allowed (on call)" DELIMITED BY SIZE
                           INTO rta-line-TXT
                       END-STRING
                       PERFORM 432-write-audit-line
                   END-IF
               END-IF
           END-IF

           IF NOT role-is-ok THEN
               MOVE "ack" TO req-cmd-TXT
               MOVE 2 TO req-role-NUM
               PERFORM 431-gate-admin-cmd
               IF NOT role-is-ok THEN
                   EXIT SECTION
               END-IF
           END-IF

           MOVE wal-want-ID-NUM TO wal-ID-DISP
           IF wal-found-IDX IS EQUAL TO 0 THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "No alert #" DELIMITED BY SIZE
                   TRIM(wal-ID-DISP) DELIMITED BY SIZE
                   " on hand." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           IF wal-is-acked(wal-found-IDX) THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "Alert #" DELIMITED BY SIZE
                   TRIM(wal-ID-DISP) DELIMITED BY SIZE
                   " was already acknowledged by " DELIMITED BY SIZE
                   TRIM(wal-acker-TXT(wal-found-IDX))
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           MOVE "A" TO wal-state-CHR(wal-found-IDX)
           MOVE nick-TXT TO wal-acker-TXT(wal-found-IDX)
           MOVE now-SEC TO wal-close-SEC(wal-found-IDX)
           COMPUTE wal-age-NUM =
               (now-SEC - wal-open-SEC(wal-found-IDX)) / 60
           MOVE wal-age-NUM TO wal-age-DISP

           MOVE SPACE TO reply-TXT
           STRING
               "Alert #" DELIMITED BY SIZE
               TRIM(wal-ID-DISP) DELIMITED BY SIZE
               " acknowledged." DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           MOVE SPACE TO rta-line-TXT
           STRING
               "watch-alert #" DELIMITED BY SIZE
               TRIM(wal-ID-DISP) DELIMITED BY SIZE
               " acknowledged by " DELIMITED BY SIZE
               nick-TXT DELIMITED BY SIZE
               " after " DELIMITED BY SIZE
               TRIM(wal-age-DISP) DELIMITED BY SIZE
               " min" DELIMITED BY SIZE
               INTO rta-line-TXT
           END-STRING
           PERFORM 432-write-audit-line

           MOVE "WATCH.ACK" TO obx-type-TXT
           MOVE SPACE TO obx-chan-TXT
           MOVE wal-chan-TXT(wal-found-IDX) TO obx-chan-TXT
           MOVE "id" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(wal-ID-DISP) TO obx-val-TXT
           PERFORM 460-outbox-pair
           MOVE "nick" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(nick-TXT) TO obx-val-TXT
           PERFORM 460-outbox-pair
           PERFORM 459-write-outbox

           .

      * * * * * * * * * * * * * * * * * * * *

       538-alerts-list SECTION.

      *    "%alerts [all]" - the open and escalated alerts, newest
      *    first; "all" takes in the acknowledged ones still held.
           MOVE "N" TO wal-all-CHR
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           IF cmd-TXT IS EQUAL TO "all" THEN
               MOVE "Y" TO wal-all-CHR
           END-IF

           PERFORM 247-compute-now-sec
           MOVE 0 TO wal-shown-CNT
           PERFORM VARYING wal-i-NUM FROM wal-CNT BY -1
                   UNTIL wal-i-NUM IS LESS THAN 1
                   OR wal-shown-CNT IS GREATER THAN OR EQUAL TO
                       wal-list-max-NUM
               IF NOT wal-is-acked(wal-i-NUM) OR wal-list-all THEN
                   ADD 1 TO wal-shown-CNT
                   PERFORM 539-alert-line
               END-IF
           END-PERFORM

           IF wal-shown-CNT IS EQUAL TO 0 THEN
               IF wal-list-all THEN
                   MOVE "No alerts on hand." TO reply-TXT
               ELSE
                   MOVE "No open alerts." TO reply-TXT
               END-IF
               PERFORM 230-reply-privmsg
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       539-alert-line SECTION.

      *    One %alerts line for entry wal-i-NUM.
           MOVE wal-ID-NUM(wal-i-NUM) TO wal-ID-DISP
           COMPUTE wal-age-NUM =
               (now-SEC - wal-open-SEC(wal-i-NUM)) / 60
           MOVE wal-age-NUM TO wal-age-DISP

           MOVE SPACE TO wal-state-TXT
           EVALUATE TRUE
               WHEN wal-is-open(wal-i-NUM)
                   MOVE "open" TO wal-state-TXT
               WHEN wal-is-escalated(wal-i-NUM)
                   STRING
                       "escalated to " DELIMITED BY SIZE
                       TRIM(wal-holder-TXT(wal-i-NUM))
                           DELIMITED BY SIZE
                       INTO wal-state-TXT
                   END-STRING
                   IF wal-holder-TXT(wal-i-NUM) IS EQUAL TO SPACE
                           THEN
                       MOVE "escalated" TO wal-state-TXT
                   END-IF
               WHEN OTHER
                   STRING
                       "acked by " DELIMITED BY SIZE
                       TRIM(wal-acker-TXT(wal-i-NUM))
                           DELIMITED BY SIZE
                       INTO wal-state-TXT
                   END-STRING
           END-EVALUATE

           MOVE SPACE TO reply-TXT
           MOVE 1 TO wal-reply-PTR
           STRING
               "#" DELIMITED BY SIZE
               TRIM(wal-ID-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(wal-state-TXT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               TRIM(wal-age-DISP) DELIMITED BY SIZE
               " min ago: " DELIMITED BY SIZE
               TRIM(wal-text-TXT(wal-i-NUM)) DELIMITED BY SIZE
               INTO reply-TXT
               WITH POINTER wal-reply-PTR
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       540-missed-offer SECTION.

      *    Someone just spoke or joined, and mis-prev-TXT holds their
      *    seen stamp from before it. Back after "missed-after-hours"
      *    or more away, they get a private count of the transcript
      *    lines that mentioned them since - any spelling alias-FC
      *    links to them, any channel we're in - and the window is
      *    kept for "%missed" to page through.
           IF mis-after-hours-NUM IS EQUAL TO 0
                   OR mis-prev-TXT IS EQUAL TO SPACE
                   OR mis-prev-TXT(1 : 8) IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF

           MOVE mis-prev-TXT TO clk-stamp-TXT
           PERFORM 286-stamp-to-sec
           PERFORM 247-compute-now-sec
           IF now-SEC - clk-SEC-NUM IS LESS THAN
                   mis-after-hours-NUM * 3600 THEN
               EXIT SECTION
           END-IF

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO mis-fold-TXT
           MOVE cf-dst-TXT TO mis-fold-TXT

           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO mis-to-TXT
           MOVE mis-prev-TXT TO mis-from-TXT

      *    A long absence only reaches back mis-max-days-NUM days.
           COMPUTE mis-end-day-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(mis-to-TXT(1 : 8)))
           COMPUTE mis-day-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(mis-from-TXT(1 : 8)))
           IF mis-end-day-NUM - mis-day-NUM IS NOT LESS THAN
                   mis-max-days-NUM THEN
               COMPUTE mis-day-NUM =
                   mis-end-day-NUM - mis-max-days-NUM + 1
               MOVE FUNCTION DATE-OF-INTEGER(mis-day-NUM)
                   TO mis-date-DISP
               MOVE SPACE TO mis-from-TXT
               STRING
                   mis-date-DISP DELIMITED BY SIZE
                   "-000000" DELIMITED BY SIZE
                   INTO mis-from-TXT
               END-STRING
           END-IF

           MOVE "N" TO mis-paging-CHR
           PERFORM 541-missed-names
           PERFORM 542-missed-scan

           PERFORM 544-missed-find
           IF mis-hit-CNT IS EQUAL TO 0 THEN
               IF mis-found-IDX IS GREATER THAN 0 THEN
                   PERFORM 546-missed-drop
               END-IF
               EXIT SECTION
           END-IF

      *    A fresh digest replaces an unread one; with the table full
      *    the oldest gives way.
           IF mis-found-IDX IS EQUAL TO 0 THEN
               IF mis-CNT IS NOT LESS THAN mis-max-NUM THEN
                   MOVE 1 TO mis-found-IDX
                   PERFORM 546-missed-drop
               END-IF
               ADD 1 TO mis-CNT
               MOVE mis-CNT TO mis-found-IDX
           END-IF
           MOVE mis-fold-TXT TO mis-nick-TXT(mis-found-IDX)
           MOVE mis-from-TXT TO mis-since-TXT(mis-found-IDX)
           MOVE mis-to-TXT TO mis-until-TXT(mis-found-IDX)
           MOVE mis-hit-CNT TO mis-total-CNT(mis-found-IDX)
           MOVE 0 TO mis-shown-CNT(mis-found-IDX)

           MOVE SPACE TO rend-nick-TXT
           MOVE nick-TXT TO rend-nick-TXT
           MOVE mis-from-TXT TO rend-stamp-TXT
           PERFORM 206-render-stamp-for-nick

           MOVE mis-hit-CNT TO mis-CNT-DISP
           MOVE SPACE TO send-line-TXT
           STRING
               "PRIVMSG " DELIMITED BY SIZE
               TRIM(nick-TXT) DELIMITED BY SIZE
               " :Welcome back - " DELIMITED BY SIZE
               TRIM(mis-CNT-DISP) DELIMITED BY SIZE
               " line(s) mentioned you since " DELIMITED BY SIZE
               TRIM(rend-out-TXT) DELIMITED BY SIZE
               ". Say " DELIMITED BY SIZE
               my-cmd-prefix-CHR DELIMITED BY SIZE
               "missed to page through them." DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING
           PERFORM 240-throttled-send

           .

      * * * * * * * * * * * * * * * * * * * *

       541-missed-names SECTION.

      *    Every spelling that counts as mis-fold-TXT: the nick, its
      *    canonical identity, and each alias-FC spelling pointing
      *    there.
           MOVE 1 TO mis-name-CNT
           MOVE mis-fold-TXT TO mis-name-TBL(1)

           MOVE SPACE TO als-in-TXT
           MOVE mis-fold-TXT TO als-in-TXT
           PERFORM 380-resolve-alias
           IF TRIM(als-out-TXT) IS NOT EQUAL TO TRIM(mis-fold-TXT)
                   THEN
               ADD 1 TO mis-name-CNT
               MOVE als-out-TXT TO mis-name-TBL(mis-name-CNT)
           END-IF

           MOVE SPACE TO alias-nick-TXT
           START alias-FC
               KEY IS GREATER THAN OR EQUAL TO alias-nick-TXT
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ alias-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF TRIM(alias-canon-TXT) IS NOT EQUAL TO
                       TRIM(als-out-TXT) THEN
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM VARYING mis-name-IDX FROM 1 BY 1
                       UNTIL mis-name-IDX IS GREATER THAN mis-name-CNT
                   IF mis-name-TBL(mis-name-IDX) IS EQUAL TO
                           alias-nick-TXT THEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF mis-name-IDX IS GREATER THAN mis-name-CNT
                       AND mis-name-CNT IS LESS THAN 10 THEN
                   ADD 1 TO mis-name-CNT
                   MOVE alias-nick-TXT TO mis-name-TBL(mis-name-CNT)
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       542-missed-scan SECTION.

      *    Walk every joined channel's transcript for each day of the
      *    window, counting the lines that mention the names in
      *    mis-name-TBL into mis-hit-CNT. Paging (mis-is-paging), the
      *    first mis-skip-CNT of them were sent before; up to
      *    mis-page-NUM more go to the asker now.
           MOVE 0 TO mis-hit-CNT
           MOVE 0 TO mis-out-CNT
           COMPUTE mis-day-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(mis-from-TXT(1 : 8)))
           COMPUTE mis-end-day-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(mis-to-TXT(1 : 8)))

           PERFORM
               UNTIL mis-day-NUM IS GREATER THAN mis-end-day-NUM
               MOVE FUNCTION DATE-OF-INTEGER(mis-day-NUM)
                   TO mis-date-DISP

               PERFORM VARYING mis-chan-IDX FROM 1 BY 1
                       UNTIL mis-chan-IDX IS GREATER THAN join-chan-CNT
      *            A channel joined twice over (config, then "%join")
      *            only counts once.
                   PERFORM VARYING mis-dup-IDX FROM 1 BY 1
                           UNTIL mis-dup-IDX IS NOT LESS THAN
                               mis-chan-IDX
                       IF join-chan-TBL(mis-dup-IDX) IS EQUAL TO
                               join-chan-TBL(mis-chan-IDX) THEN
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF mis-dup-IDX IS LESS THAN mis-chan-IDX THEN
                       EXIT PERFORM CYCLE
                   END-IF

                   MOVE SPACE TO log-filename-TXT
                   STRING
                       "stan-log-" DELIMITED BY SIZE
                       TRIM(join-chan-TBL(mis-chan-IDX))
                           DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       mis-date-DISP DELIMITED BY SIZE
                       ".log" DELIMITED BY SIZE
                       INTO log-filename-TXT
                   END-STRING

                   OPEN INPUT log-FC
                   IF log-STA-OK THEN
                       PERFORM
                           UNTIL EXIT
                           READ log-FC
                               AT END EXIT PERFORM
                           END-READ
                           PERFORM 543-missed-check-line
                           IF mis-mentioned THEN
                               ADD 1 TO mis-hit-CNT
                               IF mis-is-paging
                                       AND mis-hit-CNT IS GREATER THAN
                                           mis-skip-CNT
                                       AND mis-out-CNT IS LESS THAN
                                           mis-page-NUM THEN
                                   ADD 1 TO mis-out-CNT
                                   MOVE SPACE TO send-line-TXT
                                   STRING
                                       "PRIVMSG " DELIMITED BY SIZE
                                       TRIM(nick-TXT) DELIMITED BY SIZE
                                       " :" DELIMITED BY SIZE
                                       TRIM(log-REC) DELIMITED BY SIZE
                                       INTO send-line-TXT
                                   END-STRING
                                   PERFORM 240-throttled-send
                               END-IF
                           END-IF
                       END-PERFORM
                       CLOSE log-FC
                   END-IF
               END-PERFORM

               ADD 1 TO mis-day-NUM
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       543-missed-check-line SECTION.

      *    Raises mis-mentioned when the transcript line in log-REC
      *    falls inside the window and someone else's words there
      *    name one of mis-name-TBL as a whole word. Placeholder lines
      *    carry no words, and anyone who has opted out since is
      *    left out just the same.
           MOVE "N" TO mis-mention-CHR
           IF log-REC(1 : 15) IS NOT GREATER THAN mis-from-TXT
                   OR log-REC(1 : 15) IS GREATER THAN mis-to-TXT THEN
               EXIT SECTION
           END-IF

      *    "stamp status[#chan] <nick> text" or "... * nick text".
           MOVE 0 TO mis-pos-NUM
           INSPECT log-REC(21 : ) TALLYING mis-pos-NUM
               FOR CHARACTERS BEFORE INITIAL "] "
           COMPUTE mis-text-POS = 21 + mis-pos-NUM + 2
           IF mis-text-POS IS GREATER THAN 590 THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO mis-len-NUM
           EVALUATE TRUE
               WHEN log-REC(mis-text-POS : 1) IS EQUAL TO "<"
                   INSPECT log-REC(mis-text-POS + 1 : ) TALLYING
                       mis-len-NUM FOR CHARACTERS BEFORE INITIAL ">"
                   IF mis-len-NUM IS EQUAL TO 0
                           OR mis-len-NUM IS GREATER THAN 65 THEN
                       EXIT SECTION
                   END-IF
                   MOVE SPACE TO mis-speaker-TXT
                   MOVE log-REC(mis-text-POS + 1 : mis-len-NUM)
                       TO mis-speaker-TXT
                   COMPUTE mis-msg-POS = mis-text-POS + mis-len-NUM + 3
               WHEN log-REC(mis-text-POS : 2) IS EQUAL TO "* "
                   INSPECT log-REC(mis-text-POS + 2 : ) TALLYING
                       mis-len-NUM FOR CHARACTERS BEFORE INITIAL " "
                   IF mis-len-NUM IS EQUAL TO 0
                           OR mis-len-NUM IS GREATER THAN 65 THEN
                       EXIT SECTION
                   END-IF
                   MOVE SPACE TO mis-speaker-TXT
                   MOVE log-REC(mis-text-POS + 2 : mis-len-NUM)
                       TO mis-speaker-TXT
                   COMPUTE mis-msg-POS = mis-text-POS + mis-len-NUM + 3
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE
           IF mis-msg-POS IS GREATER THAN 600 THEN
               EXIT SECTION
           END-IF

      *    Their own lines aren't news to them.
           MOVE mis-speaker-TXT TO cf-src-TXT
           PERFORM 224-casefold
           PERFORM VARYING mis-name-IDX FROM 1 BY 1
                   UNTIL mis-name-IDX IS GREATER THAN mis-name-CNT
               IF TRIM(mis-name-TBL(mis-name-IDX)) IS EQUAL TO
                       TRIM(cf-dst-TXT) THEN
                   EXIT SECTION
               END-IF
           END-PERFORM

           MOVE SPACE TO optout-nick-TXT
           MOVE cf-dst-TXT TO optout-nick-TXT
           READ optout-FC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT SECTION
           END-READ

           MOVE SPACE TO cf-src-TXT
           MOVE log-REC(mis-msg-POS : ) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO mis-msg-TXT
           MOVE FUNCTION LENGTH(TRIM(mis-msg-TXT TRAILING))
               TO mis-msg-LEN

           PERFORM VARYING mis-name-IDX FROM 1 BY 1
                   UNTIL mis-name-IDX IS GREATER THAN mis-name-CNT
                       OR mis-mentioned
               MOVE FUNCTION LENGTH(TRIM(mis-name-TBL(mis-name-IDX)))
                   TO mis-name-LEN
               PERFORM VARYING mis-pos-NUM FROM 1 BY 1
                       UNTIL mis-pos-NUM + mis-name-LEN - 1
                           IS GREATER THAN mis-msg-LEN
                           OR mis-mentioned
                   IF mis-msg-TXT(mis-pos-NUM : mis-name-LEN)
                           IS EQUAL TO
                           mis-name-TBL(mis-name-IDX)(1 : mis-name-LEN)
                           THEN
                       MOVE "Y" TO mis-mention-CHR
                       IF mis-pos-NUM IS GREATER THAN 1 THEN
                           MOVE mis-msg-TXT(mis-pos-NUM - 1 : 1)
                               TO mis-edge-CHR
                           IF mis-edge-is-nick THEN
                               MOVE "N" TO mis-mention-CHR
                           END-IF
                       END-IF
                       IF mis-pos-NUM + mis-name-LEN
                               IS NOT GREATER THAN mis-msg-LEN THEN
                           MOVE mis-msg-TXT(mis-pos-NUM + mis-name-LEN
                               : 1) TO mis-edge-CHR
                           IF mis-edge-is-nick THEN
                               MOVE "N" TO mis-mention-CHR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       544-missed-find SECTION.

      *    mis-found-IDX is the digest kept for mis-fold-TXT, or 0.
           MOVE 0 TO mis-found-IDX
           PERFORM VARYING mis-i-NUM FROM 1 BY 1
                   UNTIL mis-i-NUM IS GREATER THAN mis-CNT
               IF mis-nick-TXT(mis-i-NUM) IS EQUAL TO mis-fold-TXT THEN
                   MOVE mis-i-NUM TO mis-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       545-missed-cmd SECTION.

      *    "%missed" - the next page of the asker's digest, sent
      *    privately whichever channel it was asked in; the last page
      *    closes the digest.
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO mis-fold-TXT
           MOVE cf-dst-TXT TO mis-fold-TXT
           PERFORM 544-missed-find

           IF mis-found-IDX IS EQUAL TO 0 THEN
               MOVE mis-after-hours-NUM TO mis-hours-DISP
               MOVE SPACE TO reply-TXT
               STRING
                   "Nothing saved up for you - a digest is kept when "
                       DELIMITED BY SIZE
                   "you come back after " DELIMITED BY SIZE
                   TRIM(mis-hours-DISP) DELIMITED BY SIZE
                   " hours or more away." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           MOVE mis-since-TXT(mis-found-IDX) TO mis-from-TXT
           MOVE mis-until-TXT(mis-found-IDX) TO mis-to-TXT
           MOVE mis-shown-CNT(mis-found-IDX) TO mis-skip-CNT
           MOVE "Y" TO mis-paging-CHR
           PERFORM 541-missed-names
           PERFORM 542-missed-scan
           ADD mis-out-CNT TO mis-shown-CNT(mis-found-IDX)

           MOVE SPACE TO send-line-TXT
           IF mis-shown-CNT(mis-found-IDX) IS NOT LESS THAN mis-hit-CNT
                   OR mis-out-CNT IS EQUAL TO 0 THEN
               STRING
                   "PRIVMSG " DELIMITED BY SIZE
                   TRIM(nick-TXT) DELIMITED BY SIZE
                   " :End of what you missed." DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
               PERFORM 546-missed-drop
           ELSE
               COMPUTE mis-hit-CNT =
                   mis-hit-CNT - mis-shown-CNT(mis-found-IDX)
               MOVE mis-hit-CNT TO mis-left-DISP
               STRING
                   "PRIVMSG " DELIMITED BY SIZE
                   TRIM(nick-TXT) DELIMITED BY SIZE
                   " :" DELIMITED BY SIZE
                   TRIM(mis-left-DISP) DELIMITED BY SIZE
                   " more - " DELIMITED BY SIZE
                   my-cmd-prefix-CHR DELIMITED BY SIZE
                   "missed for the next page." DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
           END-IF
           PERFORM 240-throttled-send

           .

      * * * * * * * * * * * * * * * * * * * *

       546-missed-drop SECTION.

      *    Remove digest mis-found-IDX, closing the gap.
           PERFORM VARYING mis-i-NUM FROM mis-found-IDX BY 1
                   UNTIL mis-i-NUM IS NOT LESS THAN mis-CNT
               MOVE mis-entry(mis-i-NUM + 1) TO mis-entry(mis-i-NUM)
           END-PERFORM
           IF mis-CNT IS GREATER THAN 0 THEN
               SUBTRACT 1 FROM mis-CNT
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       547-check-maint SECTION.

      *    Called per line from the 000-main read loop. A request file
      *    appearing starts a maintenance hold and its removal ends
      *    it. A request that changes hands mid-hold (one job letting
      *    go just as the next asks) only gets a fresh
      *    acknowledgment - the files stay shut. A missing file (the
      *    usual case) costs one failed OPEN, as with the spool.
           OPEN INPUT maint-FC
           IF NOT maint-STA-OK THEN
               IF maint-held THEN
                   PERFORM 549-maint-release
               END-IF
               EXIT SECTION
           END-IF

           MOVE SPACE TO maint-REC
           READ maint-FC
               AT END
                   MOVE SPACE TO maint-REC
           END-READ
           CLOSE maint-FC

      *    Caught half written - look again on the next line.
           IF maint-REC IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           IF maint-held AND maint-REC IS EQUAL TO mnt-req-TXT THEN
               EXIT SECTION
           END-IF

           MOVE maint-REC TO mnt-req-TXT
           MOVE SPACE TO mnt-job-TXT
           UNSTRING mnt-req-TXT DELIMITED BY ALL SPACE
               INTO mnt-job-TXT
           END-UNSTRING

           IF maint-held THEN
               DISPLAY "*** Data files now held for "
                   TRIM(mnt-job-TXT) UPON SYSERR
           ELSE
               PERFORM 548-maint-hold
           END-IF
           PERFORM 553-maint-write-ack

           .

      * * * * * * * * * * * * * * * * * * * *

       548-maint-hold SECTION.

      *    Take the opt-out list into memory while it can still be
      *    read, then close every indexed file - the same set
      *    345-snapshot-files quiesces - and start queuing.
           PERFORM 554-maint-load-optouts

           CLOSE config-FC
           CLOSE seen-FC
           CLOSE quote-FC
           CLOSE karma-FC
           CLOSE topic-FC
           CLOSE tell-FC
           CLOSE remind-FC
           CLOSE fact-FC
           CLOSE offense-FC
           CLOSE link-FC
           CLOSE trivia-FC
           CLOSE tz-FC
           CLOSE poll-FC
           CLOSE vote-FC
           CLOSE sched-FC
           CLOSE stats-FC
           CLOSE alias-FC
           CLOSE ban-FC
           CLOSE optout-FC
           CLOSE oncall-FC
           CLOSE ticket-FC
           CLOSE karmalog-FC
           CLOSE qpend-FC
           CLOSE cal-FC
           CLOSE action-FC

           MOVE "Y" TO mnt-held-CHR
           MOVE 0 TO mnt-seen-CNT
           MOVE 0 TO mnt-stats-CNT
           MOVE 0 TO mnt-karma-CNT
           MOVE 0 TO mnt-drop-CNT
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO mnt-since-TXT

           DISPLAY "*** Data files closed for maintenance by "
               TRIM(mnt-job-TXT) UPON SYSERR

           MOVE "MAINT" TO event-kind-TXT
           MOVE SPACE TO event-detail-TXT
           MOVE mnt-job-TXT TO event-detail-TXT
           PERFORM 298-log-event

           .

      * * * * * * * * * * * * * * * * * * * *

       549-maint-release SECTION.

      *    The request is gone. Reopen the files and redo what the
      *    startup scans keep in memory - a restore or a load may
      *    have changed any of it - then play the queue back, and
      *    only after that withdraw the acknowledgment.
           OPEN I-O config-FC
           OPEN I-O seen-FC
           OPEN I-O quote-FC
           OPEN I-O karma-FC
           OPEN I-O topic-FC
           OPEN I-O tell-FC
           OPEN I-O remind-FC
           OPEN I-O fact-FC
           OPEN I-O offense-FC
           OPEN I-O link-FC
           OPEN I-O trivia-FC
           OPEN I-O tz-FC
           OPEN I-O poll-FC
           OPEN I-O vote-FC
           OPEN I-O sched-FC
           OPEN I-O stats-FC
           OPEN I-O alias-FC
           OPEN I-O ban-FC
           OPEN I-O optout-FC
           OPEN I-O oncall-FC
           OPEN I-O ticket-FC
           OPEN I-O karmalog-FC
           OPEN I-O qpend-FC
           OPEN I-O cal-FC
           OPEN I-O action-FC

           MOVE "N" TO mnt-held-CHR
           MOVE SPACE TO mnt-req-TXT

           PERFORM 309-seed-quote-max-id
           PERFORM 249-seed-reminders
           PERFORM 287-seed-unbans
           PERFORM 293-seed-link-max
           PERFORM 358-seed-schedules
           PERFORM 462-seed-ticket-max-id
           PERFORM 491-seed-qpend-max-id
           PERFORM 502-seed-cal-max-id
           PERFORM 589-seed-action-max-id

           PERFORM 453-load-config-cache
           PERFORM 457-load-config-knobs
           PERFORM 296-load-report-times
           PERFORM 516-load-standups
           PERFORM 410-load-topic-times
           PERFORM 448-load-silence-watch

           COMPUTE mnt-CNT-DISP =
               mnt-seen-CNT + mnt-stats-CNT + mnt-karma-CNT
           MOVE mnt-drop-CNT TO mnt-drop-DISP

           PERFORM 555-maint-replay-seen
           PERFORM 556-maint-replay-stats
           PERFORM 557-maint-replay-karma

           DISPLAY "*** Data files reopened after maintenance by "
               TRIM(mnt-job-TXT) " - " TRIM(mnt-CNT-DISP)
               " queued update(s) written, " TRIM(mnt-drop-DISP)
               " dropped" UPON SYSERR

           MOVE "RESUME" TO event-kind-TXT
           MOVE SPACE TO event-detail-TXT
           STRING
               TRIM(mnt-job-TXT) DELIMITED BY SIZE
               " since=" DELIMITED BY SIZE
               mnt-since-TXT DELIMITED BY SIZE
               " queued=" DELIMITED BY SIZE
               TRIM(mnt-CNT-DISP) DELIMITED BY SIZE
               " dropped=" DELIMITED BY SIZE
               TRIM(mnt-drop-DISP) DELIMITED BY SIZE
               INTO event-detail-TXT
           END-STRING
           PERFORM 298-log-event

           MOVE 0 TO mnt-seen-CNT
           MOVE 0 TO mnt-stats-CNT
           MOVE 0 TO mnt-karma-CNT
           MOVE 0 TO mnt-drop-CNT
           MOVE SPACE TO mnt-job-TXT

           CALL "CBL_DELETE_FILE" USING mack-filename-TXT
           END-CALL
           IF RETURN-CODE IS NOT EQUAL TO 0 THEN
               DISPLAY "*** Couldn't remove "
                   TRIM(mack-filename-TXT) UPON SYSERR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       550-maint-queue-seen SECTION.

      *    seen-REC holds what 232-update-seen or 254-stamp-seen-event
      *    would have written - keep it, replacing any earlier one
      *    for the same nick.
           MOVE 0 TO mnt-found-IDX
           PERFORM VARYING mnt-i-NUM FROM 1 BY 1
                   UNTIL mnt-i-NUM IS GREATER THAN mnt-seen-CNT
               IF mnt-seen-TBL(mnt-i-NUM)(1 : 65) IS EQUAL TO
                       seen-nick-TXT THEN
                   MOVE mnt-i-NUM TO mnt-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF mnt-found-IDX IS EQUAL TO 0 THEN
               IF mnt-seen-CNT IS NOT LESS THAN mnt-seen-max-NUM THEN
                   ADD 1 TO mnt-drop-CNT
                   EXIT SECTION
               END-IF
               ADD 1 TO mnt-seen-CNT
               MOVE mnt-seen-CNT TO mnt-found-IDX
           END-IF

           MOVE seen-REC TO mnt-seen-TBL(mnt-found-IDX)

           .

      * * * * * * * * * * * * * * * * * * * *

       551-maint-queue-stats SECTION.

      *    375-update-stats' bump for the current line, held back:
      *    one count per nick and channel, clk-stamp-TXT the time.
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO mnt-fold-TXT
           MOVE cf-dst-TXT TO mnt-fold-TXT

           MOVE SPACE TO mnt-chan-TXT
           PERFORM 225-is-chan-my-nick
           IF NOT chan-is-my-nick THEN
               MOVE chan-TXT TO cf-src-TXT
               PERFORM 224-casefold
               MOVE cf-dst-TXT TO mnt-chan-TXT
           END-IF

           MOVE 0 TO mnt-found-IDX
           PERFORM VARYING mnt-i-NUM FROM 1 BY 1
                   UNTIL mnt-i-NUM IS GREATER THAN mnt-stats-CNT
               IF mnt-stats-nick-TXT(mnt-i-NUM) IS EQUAL TO mnt-fold-TXT
                       AND mnt-stats-chan-TXT(mnt-i-NUM) IS EQUAL TO
                           mnt-chan-TXT THEN
                   MOVE mnt-i-NUM TO mnt-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF mnt-found-IDX IS EQUAL TO 0 THEN
               IF mnt-stats-CNT IS NOT LESS THAN mnt-stats-max-NUM THEN
                   ADD 1 TO mnt-drop-CNT
                   EXIT SECTION
               END-IF
               ADD 1 TO mnt-stats-CNT
               MOVE mnt-stats-CNT TO mnt-found-IDX
               MOVE mnt-fold-TXT TO mnt-stats-nick-TXT(mnt-found-IDX)
               MOVE mnt-chan-TXT TO mnt-stats-chan-TXT(mnt-found-IDX)
               MOVE clk-stamp-TXT TO mnt-stats-first-TXT(mnt-found-IDX)
               MOVE 0 TO mnt-stats-msg-CNT(mnt-found-IDX)
           END-IF

           MOVE SPACE TO mnt-stats-orig-nick-TXT(mnt-found-IDX)
           MOVE nick-TXT TO mnt-stats-orig-nick-TXT(mnt-found-IDX)
           MOVE clk-stamp-TXT TO mnt-stats-last-TXT(mnt-found-IDX)
           ADD 1 TO mnt-stats-msg-CNT(mnt-found-IDX)

           .

      * * * * * * * * * * * * * * * * * * * *

       552-maint-queue-karma SECTION.

      *    319-apply-karma-delta's change, held back with everything
      *    474-journal-karma would need: cf-dst-TXT the folded term,
      *    karma-token-TXT the spelling typed.
           IF mnt-karma-CNT IS NOT LESS THAN mnt-karma-max-NUM THEN
               ADD 1 TO mnt-drop-CNT
               EXIT SECTION
           END-IF

           ADD 1 TO mnt-karma-CNT
           MOVE SPACE TO mnt-karma-entry(mnt-karma-CNT)
           MOVE cf-dst-TXT TO mnt-karma-term-TXT(mnt-karma-CNT)
           MOVE karma-token-TXT(1 : karma-tok-LEN - 2)
               TO mnt-karma-orig-term-TXT(mnt-karma-CNT)
           MOVE karma-delta-NUM TO mnt-karma-delta-NUM(mnt-karma-CNT)
           MOVE nick-TXT TO mnt-karma-giver-TXT(mnt-karma-CNT)
           PERFORM 225-is-chan-my-nick
           IF NOT chan-is-my-nick THEN
               MOVE chan-TXT TO mnt-karma-chan-TXT(mnt-karma-CNT)
           END-IF
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT TO mnt-karma-time-TXT(mnt-karma-CNT)

           .

      * * * * * * * * * * * * * * * * * * * *

       553-maint-write-ack SECTION.

      *    The acknowledgment repeats the request line, so the job
      *    can tell its own answer from one left over for another.
           OPEN OUTPUT mack-FC
           IF NOT mack-STA-OK THEN
               DISPLAY "*** Couldn't write "
                   TRIM(mack-filename-TXT) UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE mnt-req-TXT TO mack-REC
           WRITE mack-REC
           CLOSE mack-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       554-maint-load-optouts SECTION.

           MOVE 0 TO mnt-optout-CNT
           MOVE "N" TO mnt-optout-full-CHR

           MOVE LOW-VALUE TO optout-nick-TXT
           START optout-FC
               KEY IS GREATER THAN OR EQUAL TO optout-nick-TXT
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ optout-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF mnt-optout-CNT IS NOT LESS THAN mnt-optout-max-NUM
                       THEN
                   MOVE "Y" TO mnt-optout-full-CHR
                   DISPLAY "*** Too many opt-outs to hold in memory -"
                       " recording nobody until maintenance ends"
                       UPON SYSERR
                   EXIT PERFORM
               END-IF
               ADD 1 TO mnt-optout-CNT
               MOVE optout-nick-TXT TO mnt-optout-TBL(mnt-optout-CNT)
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       555-maint-replay-seen SECTION.

           PERFORM VARYING mnt-i-NUM FROM 1 BY 1
                   UNTIL mnt-i-NUM IS GREATER THAN mnt-seen-CNT
               MOVE mnt-seen-TBL(mnt-i-NUM) TO seen-REC
               READ seen-FC RECORD
                   INVALID KEY
                       MOVE "N" TO seen-exists-CHR
                   NOT INVALID KEY
                       MOVE "Y" TO seen-exists-CHR
               END-READ

               MOVE mnt-seen-TBL(mnt-i-NUM) TO seen-REC
               IF seen-exists THEN
                   REWRITE seen-REC
               ELSE
                   WRITE seen-REC
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       556-maint-replay-stats SECTION.

      *    The 375-update-stats bump, by the queued count. A nick
      *    queued under several channels gets several passes, so the
      *    latest stamp and spelling win whatever the order.
           PERFORM VARYING mnt-i-NUM FROM 1 BY 1
                   UNTIL mnt-i-NUM IS GREATER THAN mnt-stats-CNT
               MOVE SPACE TO stats-nick-TXT
               MOVE mnt-stats-nick-TXT(mnt-i-NUM) TO stats-nick-TXT

               READ stats-FC RECORD
                   INVALID KEY
                       MOVE "N" TO stats-exists-CHR
                   NOT INVALID KEY
                       MOVE "Y" TO stats-exists-CHR
               END-READ

               IF NOT stats-exists THEN
                   MOVE SPACE TO stats-nick-TXT
                   MOVE mnt-stats-nick-TXT(mnt-i-NUM) TO stats-nick-TXT
                   MOVE SPACE TO stats-orig-nick-TXT
                   MOVE 0 TO stats-msg-CNT
                   MOVE 0 TO stats-cmd-CNT
                   MOVE mnt-stats-first-TXT(mnt-i-NUM)
                       TO stats-first-TXT
                   MOVE SPACE TO stats-last-TXT
                   MOVE 0 TO stats-chan-CNT-NUM
                   PERFORM VARYING st-i-NUM FROM 1 BY 1
                           UNTIL st-i-NUM IS GREATER THAN 8
                       MOVE SPACE TO stats-chan-TXT(st-i-NUM)
                       MOVE 0 TO stats-chan-msg-CNT(st-i-NUM)
                   END-PERFORM
               END-IF

               ADD mnt-stats-msg-CNT(mnt-i-NUM) TO stats-msg-CNT
               IF mnt-stats-last-TXT(mnt-i-NUM) IS GREATER THAN
                       stats-last-TXT THEN
                   MOVE mnt-stats-last-TXT(mnt-i-NUM) TO stats-last-TXT
                   MOVE mnt-stats-orig-nick-TXT(mnt-i-NUM)
                       TO stats-orig-nick-TXT
               END-IF

               IF mnt-stats-chan-TXT(mnt-i-NUM) IS NOT EQUAL TO SPACE
                       THEN
                   MOVE mnt-stats-chan-TXT(mnt-i-NUM)
                       TO st-chan-fold-TXT
                   MOVE 0 TO st-found-IDX
                   PERFORM VARYING st-i-NUM FROM 1 BY 1
                           UNTIL st-i-NUM IS GREATER THAN
                               stats-chan-CNT-NUM
                       IF TRIM(stats-chan-TXT(st-i-NUM))
                               IS EQUAL TO TRIM(st-chan-fold-TXT) THEN
                           MOVE st-i-NUM TO st-found-IDX
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF st-found-IDX IS EQUAL TO 0
                           AND stats-chan-CNT-NUM IS LESS THAN 8 THEN
                       ADD 1 TO stats-chan-CNT-NUM
                       MOVE stats-chan-CNT-NUM TO st-found-IDX
                       MOVE st-chan-fold-TXT
                           TO stats-chan-TXT(st-found-IDX)
                       MOVE 0 TO stats-chan-msg-CNT(st-found-IDX)
                   END-IF
                   IF st-found-IDX IS GREATER THAN 0 THEN
                       ADD mnt-stats-msg-CNT(mnt-i-NUM)
                           TO stats-chan-msg-CNT(st-found-IDX)
                   END-IF
               END-IF

               IF stats-exists THEN
                   REWRITE stats-REC
               ELSE
                   WRITE stats-REC
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       557-maint-replay-karma SECTION.

      *    319-apply-karma-delta and 474-journal-karma for each held
      *    change in turn, with the times they were made.
           PERFORM VARYING mnt-i-NUM FROM 1 BY 1
                   UNTIL mnt-i-NUM IS GREATER THAN mnt-karma-CNT
               MOVE SPACE TO als-in-TXT
               MOVE mnt-karma-term-TXT(mnt-i-NUM) TO als-in-TXT
               PERFORM 380-resolve-alias
               MOVE SPACE TO karma-term-TXT
               MOVE als-out-TXT TO karma-term-TXT
               MOVE SPACE TO mnt-fold-TXT
               MOVE als-out-TXT TO mnt-fold-TXT

               READ karma-FC RECORD
                   INVALID KEY
                       MOVE SPACE TO karma-orig-term-TXT
                       IF als-found THEN
                           MOVE als-orig-out-TXT TO karma-orig-term-TXT
                       ELSE
                           MOVE mnt-karma-orig-term-TXT(mnt-i-NUM)
                               TO karma-orig-term-TXT
                       END-IF
                       MOVE mnt-karma-delta-NUM(mnt-i-NUM)
                           TO karma-score-NUM
                       MOVE mnt-karma-time-TXT(mnt-i-NUM)
                           TO karma-time-TXT
                       WRITE karma-REC
                   NOT INVALID KEY
                       ADD mnt-karma-delta-NUM(mnt-i-NUM)
                           TO karma-score-NUM
                       MOVE mnt-karma-time-TXT(mnt-i-NUM)
                           TO karma-time-TXT
                       REWRITE karma-REC
               END-READ

               MOVE SPACE TO karmalog-REC
               MOVE mnt-fold-TXT TO karmalog-term-TXT
               MOVE mnt-karma-time-TXT(mnt-i-NUM) TO karmalog-time-TXT
               IF kj-seq-NUM IS EQUAL TO 9999 THEN
                   MOVE 0 TO kj-seq-NUM
               ELSE
                   ADD 1 TO kj-seq-NUM
               END-IF
               MOVE kj-seq-NUM TO karmalog-seq-NUM
               MOVE mnt-karma-orig-term-TXT(mnt-i-NUM)
                   TO karmalog-orig-term-TXT
               MOVE mnt-karma-giver-TXT(mnt-i-NUM)
                   TO karmalog-giver-TXT
               MOVE mnt-karma-delta-NUM(mnt-i-NUM)
                   TO karmalog-delta-NUM
               MOVE mnt-karma-chan-TXT(mnt-i-NUM) TO karmalog-chan-TXT

               MOVE mnt-karma-giver-TXT(mnt-i-NUM) TO cf-src-TXT
               PERFORM 224-casefold
               MOVE SPACE TO als-in-TXT
               MOVE cf-dst-TXT TO als-in-TXT
               PERFORM 380-resolve-alias
               MOVE als-out-TXT TO karmalog-canon-giver-TXT

               WRITE karmalog-REC
                   INVALID KEY
                       DISPLAY "*** Couldn't journal karma for "
                           TRIM(karmalog-term-TXT) UPON SYSERR
               END-WRITE
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       559-sender-account SECTION.

      *    The current line's sender's services account, as far as
      *    anything has told us, into snd-acct-TXT (blank unknown, "*"
      *    not identified). An account-tag is the server vouching for
      *    this very line - and with the capability on, an untagged
      *    line from a user means no account. Otherwise the roster:
      *    kept current by account-notify when the server offers it,
      *    trusted for acct-whois-ttl-NUM seconds when it doesn't -
      *    nothing would tell us of a logout. Then the short-lived
      *    WHOIS answers for nicks outside the roster.
           MOVE SPACE TO snd-acct-TXT
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO snd-nick-TXT
           MOVE cf-dst-TXT TO snd-nick-TXT

           IF msg-acct-known THEN
               MOVE msg-acct-TXT TO snd-acct-TXT
               EXIT SECTION
           END-IF
           IF acct-tag-active AND is-user-BOOL THEN
               MOVE "*" TO snd-acct-TXT
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           PERFORM VARYING acct-i-NUM FROM 1 BY 1
                   UNTIL acct-i-NUM IS GREATER THAN roster-CNT
               IF TRIM(roster-nick-TXT(acct-i-NUM))
                       IS EQUAL TO TRIM(snd-nick-TXT)
                       AND roster-account-TXT(acct-i-NUM)
                           IS NOT EQUAL TO SPACE THEN
                   IF acct-notify-active
                           OR now-SEC - roster-acct-SEC(acct-i-NUM)
                               IS LESS THAN acct-whois-ttl-NUM THEN
                       MOVE roster-account-TXT(acct-i-NUM)
                           TO snd-acct-TXT
                       EXIT SECTION
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING acct-off-IDX FROM 1 BY 1
                   UNTIL acct-off-IDX IS GREATER THAN acct-off-CNT
               IF TRIM(acct-off-nick-TXT(acct-off-IDX))
                       IS EQUAL TO TRIM(snd-nick-TXT)
                       AND now-SEC - acct-off-SEC(acct-off-IDX)
                           IS LESS THAN acct-off-ttl-NUM THEN
                   MOVE acct-off-name-TXT(acct-off-IDX)
                       TO snd-acct-TXT
                   EXIT SECTION
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       560-acct-entry-match SECTION.

      *    acct-pat-TXT is a grant's pattern (channel scope already
      *    off); "$a:<account>" names a services account. Sets
      *    acct-entry-CHR so the caller skips the hostmask match, and
      *    wc-match-CHR when the sender's account is that one. The
      *    best tier such a grant would have given otherwise lands in
      *    acct-want-NUM - counted for any grant while the account is
      *    unknown, and for the grant naming the sender's own nick
      *    once it is, so a stranger's failed attempt isn't blamed on
      *    an account they were never meant to hold.
           MOVE "N" TO acct-entry-CHR
           IF acct-pat-TXT(1 : 3) IS NOT EQUAL TO "$a:"
                   AND acct-pat-TXT(1 : 3) IS NOT EQUAL TO "$A:" THEN
               EXIT SECTION
           END-IF
           MOVE "Y" TO acct-entry-CHR
           MOVE "N" TO wc-match-CHR

           MOVE SPACE TO cf-src-TXT
           MOVE acct-pat-TXT(4 : ) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO acct-grant-TXT
           MOVE cf-dst-TXT TO acct-grant-TXT
           IF acct-grant-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           IF snd-acct-TXT IS NOT EQUAL TO SPACE
                   AND snd-acct-TXT IS NOT EQUAL TO "*" THEN
               MOVE snd-acct-TXT TO cf-src-TXT
               PERFORM 224-casefold
               IF TRIM(cf-dst-TXT) IS EQUAL TO TRIM(acct-grant-TXT) THEN
                   MOVE "Y" TO wc-match-CHR
                   EXIT SECTION
               END-IF
           END-IF

           IF snd-acct-TXT IS EQUAL TO SPACE
                   OR TRIM(acct-grant-TXT) IS EQUAL TO
                       TRIM(snd-nick-TXT) THEN
               IF acct-tier-NUM IS GREATER THAN acct-want-NUM THEN
                   MOVE acct-tier-NUM TO acct-want-NUM
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       561-check-admin-entry SECTION.

      *    One "admin" entry: by account when it names one, by
      *    hostmask (226-hostmask-entry-match) otherwise.
           MOVE "N" TO wc-match-CHR
           PERFORM 235-check-entry-scope
           IF NOT entry-scope-matches THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO acct-pat-TXT
           MOVE TRIM(entry-val-TXT) TO acct-pat-TXT
           MOVE 3 TO acct-tier-NUM
           PERFORM 560-acct-entry-match
           IF NOT acct-entry THEN
               PERFORM 226-hostmask-entry-match
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       562-acct-request-whois SECTION.

      *    "WHOIS <nick>" for the sender - one in flight at a time,
      *    and not again for the same nick within
      *    acct-whois-wait-NUM seconds, so a user hammering a command
      *    doesn't turn into a WHOIS flood.
           PERFORM 247-compute-now-sec
           IF TRIM(acct-whois-nick-TXT) IS EQUAL TO TRIM(snd-nick-TXT)
                   AND now-SEC - acct-whois-SEC
                       IS LESS THAN acct-whois-wait-NUM THEN
               EXIT SECTION
           END-IF

           MOVE snd-nick-TXT TO acct-whois-nick-TXT
           MOVE now-SEC TO acct-whois-SEC
           MOVE "N" TO acct-whois-got-CHR

           MOVE SPACE TO wire-line-TXT
           STRING
               "WHOIS " DELIMITED BY SIZE
               TRIM(nick-TXT) DELIMITED BY SIZE
               INTO wire-line-TXT
           END-STRING
           PERFORM 484-send-raw

           .

      * * * * * * * * * * * * * * * * * * * *

       563-process-whois-account SECTION.

      *    ":server 330 ournick nick account :is logged in as"
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==target==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           MOVE SPACE TO acct-nick-TXT
           MOVE cmd-TXT TO acct-nick-TXT
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF acct-nick-TXT IS EQUAL TO SPACE
                   OR cmd-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO acct-set-TXT
           MOVE cmd-TXT TO acct-set-TXT
           MOVE acct-nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO acct-key-TXT
           MOVE cf-dst-TXT TO acct-key-TXT
           IF TRIM(acct-key-TXT) IS EQUAL TO TRIM(acct-whois-nick-TXT)
                   THEN
               MOVE "Y" TO acct-whois-got-CHR
           END-IF
           PERFORM 565-acct-store

           .

      * * * * * * * * * * * * * * * * * * * *

       564-process-whois-end SECTION.

      *    ":server 318 ournick nick :End of /WHOIS list." - for the
      *    nick we asked about, no 330 on the way means no account.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==target==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF
           MOVE cmd-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO acct-key-TXT
           MOVE cf-dst-TXT TO acct-key-TXT
           IF TRIM(acct-key-TXT) IS NOT EQUAL TO
                   TRIM(acct-whois-nick-TXT)
                   OR acct-whois-got THEN
               EXIT SECTION
           END-IF

           MOVE "Y" TO acct-whois-got-CHR
           MOVE "*" TO acct-set-TXT
           PERFORM 565-acct-store

           .

      * * * * * * * * * * * * * * * * * * * *

       565-acct-store SECTION.

      *    acct-set-TXT (an account, or "*") is now what we know of
      *    the folded nick in acct-key-TXT: into every roster entry
      *    the nick has, or - sharing no channel with it - into the
      *    side table, reusing its slot or the oldest one.
           PERFORM 247-compute-now-sec
           MOVE "N" TO acct-hit-CHR
           PERFORM VARYING acct-i-NUM FROM 1 BY 1
                   UNTIL acct-i-NUM IS GREATER THAN roster-CNT
               IF TRIM(roster-nick-TXT(acct-i-NUM))
                       IS EQUAL TO TRIM(acct-key-TXT) THEN
                   MOVE acct-set-TXT TO roster-account-TXT(acct-i-NUM)
                   MOVE now-SEC TO roster-acct-SEC(acct-i-NUM)
                   MOVE "Y" TO acct-hit-CHR
               END-IF
           END-PERFORM
           IF acct-hit THEN
               PERFORM 567-acct-forget
               EXIT SECTION
           END-IF

           PERFORM VARYING acct-off-IDX FROM 1 BY 1
                   UNTIL acct-off-IDX IS GREATER THAN acct-off-CNT
               IF TRIM(acct-off-nick-TXT(acct-off-IDX))
                       IS EQUAL TO TRIM(acct-key-TXT) THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF acct-off-IDX IS GREATER THAN acct-off-CNT THEN
               IF acct-off-CNT IS LESS THAN 20 THEN
                   ADD 1 TO acct-off-CNT
                   MOVE acct-off-CNT TO acct-off-IDX
               ELSE
                   MOVE 1 TO acct-off-IDX
                   PERFORM VARYING acct-i-NUM FROM 2 BY 1
                           UNTIL acct-i-NUM IS GREATER THAN 20
                       IF acct-off-SEC(acct-i-NUM) IS LESS THAN
                               acct-off-SEC(acct-off-IDX) THEN
                           MOVE acct-i-NUM TO acct-off-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           MOVE acct-key-TXT TO acct-off-nick-TXT(acct-off-IDX)
           MOVE acct-set-TXT TO acct-off-name-TXT(acct-off-IDX)
           MOVE now-SEC TO acct-off-SEC(acct-off-IDX)

           .

      * * * * * * * * * * * * * * * * * * * *

       566-process-account SECTION.

      *    ":nick!u@h ACCOUNT <account>" (account-notify) - "*" when
      *    they logged out.
           PERFORM 010-ltrim-colon
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           IF cmd-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO acct-set-TXT
           MOVE cmd-TXT TO acct-set-TXT
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO acct-key-TXT
           MOVE cf-dst-TXT TO acct-key-TXT
           PERFORM 565-acct-store

           .

      * * * * * * * * * * * * * * * * * * * *

       567-acct-forget SECTION.

      *    Drop the side-table answer for the folded nick in
      *    acct-key-TXT, if there is one (move-last-into-hole).
           PERFORM VARYING acct-off-IDX FROM acct-off-CNT BY -1
                   UNTIL acct-off-IDX IS EQUAL TO 0
               IF TRIM(acct-off-nick-TXT(acct-off-IDX))
                       IS EQUAL TO TRIM(acct-key-TXT) THEN
                   IF acct-off-IDX IS LESS THAN acct-off-CNT THEN
                       MOVE acct-off-entry(acct-off-CNT)
                           TO acct-off-entry(acct-off-IDX)
                   END-IF
                   SUBTRACT 1 FROM acct-off-CNT
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       568-deny-account SECTION.

      *    The refusal 431-gate-admin-cmd speaks when the sender's
      *    account is what stood in the way - a "deny-account"
      *    catalog entry overrides the wording.
           MOVE SPACE TO cat-chan-TXT
           MOVE chan-TXT TO cat-chan-TXT
           MOVE "deny-account" TO cat-id-TXT
           PERFORM 406-catalog-lookup
           IF cat-found THEN
               MOVE cat-out-TXT TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN snd-acct-TXT IS EQUAL TO SPACE
                   MOVE "Checking your services account - try again."
                       TO reply-TXT
               WHEN snd-acct-TXT IS EQUAL TO "*"
                   MOVE "That needs you identified to services first."
                       TO reply-TXT
               WHEN OTHER
                   MOVE SPACE TO reply-TXT
                   STRING
                       "You're identified as " DELIMITED BY SIZE
                       TRIM(snd-acct-TXT) DELIMITED BY SIZE
                       ", which doesn't hold that grant."
                           DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
           END-EVALUATE
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       569-load-question-watch SECTION.

      *    One keyed "<chan>:escalate-minutes" lookup per joined
      *    channel. Questions already waiting keep the minutes they
      *    were asked under.
           MOVE 0 TO qsw-CNT
           PERFORM VARYING join-chan-IDX FROM 1 BY 1
                   UNTIL join-chan-IDX IS GREATER THAN join-chan-CNT
               MOVE SPACE TO chan-opt-key-TXT
               STRING
                   TRIM(join-chan-TBL(join-chan-IDX)) DELIMITED BY SIZE
                   ":escalate-minutes" DELIMITED BY SIZE
                   INTO chan-opt-key-TXT
               END-STRING

               COPY "config-mem.cpy" REPLACING
                   option BY chan-opt-key-TXT
                   missing BY CONTINUE
                   available BY ==
                       IF qsw-CNT IS LESS THAN 20
                               AND FUNCTION NUMVAL(
                                   config-val-TXT(1 : 4))
                                   IS GREATER THAN 0 THEN
                           ADD 1 TO qsw-CNT
                           MOVE FUNCTION NUMVAL(
                               config-val-TXT(1 : 4))
                               TO qsw-min-NUM(qsw-CNT)
                           MOVE TRIM(join-chan-TBL(join-chan-IDX))
                               TO cf-src-TXT
                           PERFORM 224-casefold
                           MOVE cf-dst-TXT TO qsw-fold-TXT(qsw-CNT)
                       END-IF
                   ==.
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       570-check-question SECTION.

      *    Every line in a support channel, from the shared path in
      *    220-process-privmsg. Someone holding a role there speaking
      *    answers whatever is waiting; anyone else ending a line with
      *    "?" is asking one.
           IF qsw-CNT IS EQUAL TO 0 OR NOT is-user-BOOL THEN
               EXIT SECTION
           END-IF

           PERFORM 225-is-chan-my-nick
           IF chan-is-my-nick THEN
               EXIT SECTION
           END-IF

      *    225 left the channel folded in fold-A-TXT.
           MOVE 0 TO qsw-found-IDX
           PERFORM VARYING qsw-i-NUM FROM 1 BY 1
                   UNTIL qsw-i-NUM IS GREATER THAN qsw-CNT
               IF TRIM(qsw-fold-TXT(qsw-i-NUM)) IS EQUAL TO
                       TRIM(fold-A-TXT) THEN
                   MOVE qsw-i-NUM TO qsw-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF qsw-found-IDX IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 426-check-user-role
           IF user-role-NUM IS GREATER THAN 0 THEN
               PERFORM 572-question-answered
               EXIT SECTION
           END-IF

           IF msg-TXT(1 : 1) IS EQUAL TO effective-prefix-CHR THEN
               EXIT SECTION
           END-IF
           MOVE FUNCTION LENGTH(TRIM(line-TXT TRAILING))
               TO qst-last-POS
           IF qst-last-POS IS LESS THAN msg0
                   OR line-TXT(qst-last-POS : 1) IS NOT EQUAL TO "?"
                   THEN
               EXIT SECTION
           END-IF
           PERFORM 571-question-open

           .

      * * * * * * * * * * * * * * * * * * * *

       571-question-open SECTION.

      *    Start the clock on the current line's question - unless
      *    the asker already has one waiting in this channel. A full
      *    table gives up its oldest.
           PERFORM 204-utc-now-stamp
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           PERFORM VARYING qst-i-NUM FROM 1 BY 1
                   UNTIL qst-i-NUM IS GREATER THAN qst-CNT
               IF TRIM(qst-fold-TXT(qst-i-NUM)) IS EQUAL TO
                       TRIM(qsw-fold-TXT(qsw-found-IDX))
                       AND TRIM(qst-nick-TXT(qst-i-NUM)) IS EQUAL TO
                           TRIM(cf-dst-TXT) THEN
                   EXIT SECTION
               END-IF
           END-PERFORM

           IF qst-CNT IS NOT LESS THAN qst-max-NUM THEN
               MOVE 1 TO qst-found-IDX
               PERFORM 576-question-drop
           END-IF

           ADD 1 TO qst-CNT
           MOVE clk-stamp-TXT TO qst-stamp-TXT(qst-CNT)
           MOVE SPACE TO qst-chan-TXT(qst-CNT)
           MOVE chan-TXT TO qst-chan-TXT(qst-CNT)
           MOVE qsw-fold-TXT(qsw-found-IDX) TO qst-fold-TXT(qst-CNT)
           MOVE SPACE TO qst-nick-TXT(qst-CNT)
           MOVE cf-dst-TXT TO qst-nick-TXT(qst-CNT)
           MOVE SPACE TO qst-orig-nick-TXT(qst-CNT)
           MOVE nick-TXT TO qst-orig-nick-TXT(qst-CNT)
           MOVE now-SEC TO qst-open-SEC(qst-CNT)
           MOVE qsw-min-NUM(qsw-found-IDX) TO qst-min-NUM(qst-CNT)
           MOVE "O" TO qst-state-CHR(qst-CNT)
           MOVE SPACE TO qst-text-TXT(qst-CNT)
           IF NOT speaker-opted-out THEN
               MOVE msg-TXT TO qst-text-TXT(qst-CNT)
           END-IF

           MOVE qst-CNT TO qst-found-IDX
           MOVE SPACE TO qst-line-TXT
           STRING
               "ASKED " DELIMITED BY SIZE
               qst-stamp-TXT(qst-found-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(qst-chan-TXT(qst-found-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(qst-orig-nick-TXT(qst-found-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(qst-text-TXT(qst-found-IDX)) DELIMITED BY SIZE
               INTO qst-line-TXT
           END-STRING
           PERFORM 575-question-ledger

           .

      * * * * * * * * * * * * * * * * * * * *

       572-question-answered SECTION.

      *    Someone with a role spoke in the channel: every question
      *    waiting there (but their own) has its first response.
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           PERFORM 247-compute-now-sec

           PERFORM VARYING qst-found-IDX FROM qst-CNT BY -1
                   UNTIL qst-found-IDX IS EQUAL TO 0
               IF TRIM(qst-fold-TXT(qst-found-IDX)) IS EQUAL TO
                       TRIM(qsw-fold-TXT(qsw-found-IDX))
                       AND TRIM(qst-nick-TXT(qst-found-IDX))
                           IS NOT EQUAL TO TRIM(cf-dst-TXT) THEN
                   COMPUTE qst-age-NUM =
                       now-SEC - qst-open-SEC(qst-found-IDX)
                   MOVE qst-age-NUM TO qst-age-DISP
                   MOVE SPACE TO qst-line-TXT
                   STRING
                       "ANSWERED " DELIMITED BY SIZE
                       qst-stamp-TXT(qst-found-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(qst-chan-TXT(qst-found-IDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(qst-orig-nick-TXT(qst-found-IDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       nick-TXT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(qst-age-DISP) DELIMITED BY SIZE
                       INTO qst-line-TXT
                   END-STRING
                   PERFORM 575-question-ledger
                   PERFORM 576-question-drop
               END-IF
           END-PERFORM


      * * * * * * * * * * * * * * * * * * * *

       573-check-questions SECTION.

      *    A couple of times a minute: page the on-call holder about
      *    every question past its channel's minutes with no answer,
      *    once, and let go of the ones a day old.
           IF qst-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           IF qst-sweep-last-SEC IS GREATER THAN 0
                   AND now-SEC - qst-sweep-last-SEC IS LESS THAN
                       qst-sweep-interval-NUM THEN
               EXIT SECTION
           END-IF
           MOVE now-SEC TO qst-sweep-last-SEC

           PERFORM VARYING qst-found-IDX FROM qst-CNT BY -1
                   UNTIL qst-found-IDX IS EQUAL TO 0
               EVALUATE TRUE
                   WHEN now-SEC - qst-open-SEC(qst-found-IDX)
                           IS NOT LESS THAN qst-keep-SEC
                       PERFORM 576-question-drop
                   WHEN qst-is-escalated(qst-found-IDX)
                       CONTINUE
                   WHEN now-SEC - qst-open-SEC(qst-found-IDX)
                           IS NOT LESS THAN
                           qst-min-NUM(qst-found-IDX) * 60
                       PERFORM 574-question-escalate
               END-EVALUATE
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       574-question-escalate SECTION.

      *    As 536-alert-escalate finds its pager: the rotation
      *    covering the question's channel, else the first on file.
      *    With no one on call the admins hear about it instead.
           MOVE SPACE TO ocq-name-TXT
           MOVE SPACE TO oncall-name-TXT
           START oncall-FC
               KEY IS GREATER THAN OR EQUAL TO oncall-name-TXT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ oncall-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                       MOVE oncall-chan-TXT TO cf-src-TXT
                       PERFORM 224-casefold
                       IF TRIM(cf-dst-TXT) IS EQUAL TO
                               TRIM(qst-fold-TXT(qst-found-IDX)) THEN
                           MOVE oncall-name-TXT TO ocq-name-TXT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-START
           PERFORM 438-oncall-load

           MOVE "E" TO qst-state-CHR(qst-found-IDX)
           COMPUTE qst-age-NUM =
               (now-SEC - qst-open-SEC(qst-found-IDX)) / 60
           MOVE qst-age-NUM TO qst-age-DISP

           IF ocq-nick-TXT IS NOT EQUAL TO SPACE THEN
               MOVE SPACE TO send-line-TXT
               STRING
                   "PRIVMSG " DELIMITED BY SIZE
                   TRIM(ocq-nick-TXT) DELIMITED BY SIZE
                   " :You're on call - a question in " DELIMITED BY SIZE
                   TRIM(qst-chan-TXT(qst-found-IDX)) DELIMITED BY SIZE
                   " has gone " DELIMITED BY SIZE
                   TRIM(qst-age-DISP) DELIMITED BY SIZE
                   " min without an answer. " DELIMITED BY SIZE
                   TRIM(qst-orig-nick-TXT(qst-found-IDX))
                       DELIMITED BY SIZE
                   " asked: " DELIMITED BY SIZE
                   TRIM(qst-text-TXT(qst-found-IDX)) DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
               PERFORM 240-throttled-send
           ELSE
               MOVE SPACE TO alert-msg-TXT
               STRING
                   "A question in " DELIMITED BY SIZE
                   TRIM(qst-chan-TXT(qst-found-IDX)) DELIMITED BY SIZE
                   " has gone " DELIMITED BY SIZE
                   TRIM(qst-age-DISP) DELIMITED BY SIZE
                   " min without an answer and no one is on call. "
                       DELIMITED BY SIZE
                   TRIM(qst-orig-nick-TXT(qst-found-IDX))
                       DELIMITED BY SIZE
                   " asked: " DELIMITED BY SIZE
                   TRIM(qst-text-TXT(qst-found-IDX)) DELIMITED BY SIZE
                   INTO alert-msg-TXT
               END-STRING
               PERFORM 269-alert-admins
           END-IF

           MOVE SPACE TO qst-line-TXT
           MOVE 1 TO qst-last-POS
           STRING
               "ESCALATED " DELIMITED BY SIZE
               qst-stamp-TXT(qst-found-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(qst-chan-TXT(qst-found-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(qst-orig-nick-TXT(qst-found-IDX))
                   DELIMITED BY SIZE
               INTO qst-line-TXT
               WITH POINTER qst-last-POS
           END-STRING
           IF ocq-nick-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   " " DELIMITED BY SIZE
                   TRIM(ocq-nick-TXT) DELIMITED BY SIZE
                   INTO qst-line-TXT
                   WITH POINTER qst-last-POS
               END-STRING
           ELSE
               STRING
                   " -" DELIMITED BY SIZE
                   INTO qst-line-TXT
                   WITH POINTER qst-last-POS
               END-STRING
           END-IF
           PERFORM 575-question-ledger

           MOVE "QUESTION.ESCALATE" TO obx-type-TXT
           MOVE SPACE TO obx-chan-TXT
           MOVE qst-chan-TXT(qst-found-IDX) TO obx-chan-TXT
           MOVE "nick" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(qst-orig-nick-TXT(qst-found-IDX)) TO obx-val-TXT
           PERFORM 460-outbox-pair
           MOVE "oncall" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(ocq-nick-TXT) TO obx-val-TXT
           PERFORM 460-outbox-pair
           MOVE "minutes" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(qst-age-DISP) TO obx-val-TXT
           PERFORM 460-outbox-pair
           MOVE "text" TO obx-key-TXT
           MOVE SPACE TO obx-val-TXT
           MOVE TRIM(qst-text-TXT(qst-found-IDX)) TO obx-val-TXT
           PERFORM 460-outbox-pair
           PERFORM 459-write-outbox

           .

      * * * * * * * * * * * * * * * * * * * *

       575-question-ledger SECTION.

      *    One timestamped line of qst-line-TXT into the questions
      *    ledger - open-per-write, like the audit ledger.
           OPEN EXTEND quest-FC
           IF NOT quest-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(quest-filename-TXT) UPON SYSERR
               EXIT SECTION
           END-IF

           PERFORM 204-utc-now-stamp
           MOVE SPACE TO quest-REC
           STRING
               clk-stamp-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(qst-line-TXT) DELIMITED BY SIZE
               INTO quest-REC
           END-STRING
           WRITE quest-REC

           CLOSE quest-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       576-question-drop SECTION.

      *    Close the gap qst-found-IDX leaves.
           PERFORM VARYING qst-i-NUM FROM qst-found-IDX BY 1
                   UNTIL qst-i-NUM IS NOT LESS THAN qst-CNT
               MOVE qst-entry(qst-i-NUM + 1) TO qst-entry(qst-i-NUM)
           END-PERFORM
           SUBTRACT 1 FROM qst-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       577-template-collect SECTION.

      *    Gather the "template" entries for tpl-name-TXT into
      *    tpl-TBL, the name compared case-insensitively. tpl-CNT of
      *    zero means there's no such template.
           MOVE 0 TO tpl-CNT
           MOVE SPACE TO cf-src-TXT
           MOVE tpl-name-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE cf-dst-TXT TO tpl-fold-TXT

           COPY "config-multiple-mem.cpy" REPLACING
               option BY "template"
               missing BY CONTINUE
               available BY ==
                   PERFORM 578-template-entry
               ==.

           .

      * * * * * * * * * * * * * * * * * * * *

       578-template-entry SECTION.

      *    One "template" entry, "<name> <option> <value>", from
      *    config-val-TXT. Entries that would add to the channel list
      *    itself, nest another template, or hold a credential are
      *    refused - a template only shapes a channel's overrides.
           MOVE 0 TO tpl-space-POS
           INSPECT config-val-TXT TALLYING tpl-space-POS
               FOR CHARACTERS BEFORE INITIAL " "
           IF tpl-space-POS IS EQUAL TO 0
                   OR tpl-space-POS IS GREATER THAN 30 THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO cf-src-TXT
           MOVE config-val-TXT(1 : tpl-space-POS) TO cf-src-TXT
           PERFORM 224-casefold
           IF TRIM(cf-dst-TXT) IS NOT EQUAL TO TRIM(tpl-fold-TXT) THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO tpl-rest-TXT
           MOVE TRIM(config-val-TXT(tpl-space-POS + 2 : ))
               TO tpl-rest-TXT
           MOVE 0 TO tpl-space-POS
           INSPECT tpl-rest-TXT TALLYING tpl-space-POS
               FOR CHARACTERS BEFORE INITIAL " "
           IF tpl-space-POS IS EQUAL TO 0
                   OR tpl-space-POS IS GREATER THAN 80 THEN
               EXIT SECTION
           END-IF
           IF tpl-rest-TXT(tpl-space-POS + 1 : ) IS EQUAL TO SPACE
               DISPLAY "*** Template entry '" TRIM(config-val-TXT)
                   "' has no value - skipped" UPON SYSERR
               EXIT SECTION
           END-IF

           EVALUATE tpl-rest-TXT(1 : tpl-space-POS)
               WHEN "channel"
               WHEN "template"
               WHEN "invite-template"
               WHEN "password"
                   DISPLAY "*** Template entry '" TRIM(config-val-TXT)
                       "' isn't a channel override - skipped"
                       UPON SYSERR
                   EXIT SECTION
           END-EVALUATE

           IF tpl-CNT IS NOT LESS THAN tpl-max-NUM THEN
               EXIT SECTION
           END-IF

           ADD 1 TO tpl-CNT
           MOVE tpl-rest-TXT(1 : tpl-space-POS) TO tpl-opt-TXT(tpl-CNT)
           MOVE TRIM(tpl-rest-TXT(tpl-space-POS + 1 : ))
               TO tpl-val-TXT(tpl-CNT)

           .

      * * * * * * * * * * * * * * * * * * * *

       579-template-apply SECTION.

      *    Write tpl-TBL's overrides for tpl-chan-TXT - anything the
      *    channel already has is left alone and only counted - then
      *    record the template on the channel and reload the cache.
      *    Each write lands in the runtime audit ledger. tpl-note-TXT
      *    comes back as a one-line summary for the reply.
           MOVE 0 TO tpl-wrote-CNT
           MOVE 0 TO tpl-had-CNT
           PERFORM VARYING tpl-i-NUM FROM 1 BY 1
                   UNTIL tpl-i-NUM IS GREATER THAN tpl-CNT
               PERFORM 580-template-apply-one
           END-PERFORM

           MOVE SPACE TO chan-opt-key-TXT
           STRING
               TRIM(tpl-chan-TXT) DELIMITED BY SIZE
               ":template" DELIMITED BY SIZE
               INTO chan-opt-key-TXT
           END-STRING
           MOVE chan-opt-key-TXT TO config-opt-TXT
           READ config-FC RECORD
               KEY IS config-opt-TXT
               INVALID KEY
                   PERFORM 347-next-config-idx
                   SET config-IDX TO next-cfg-IDX-NUM
                   MOVE chan-opt-key-TXT TO config-opt-TXT
                   MOVE SPACE TO config-val-TXT
                   MOVE TRIM(tpl-name-TXT) TO config-val-TXT
                   WRITE config-REC
               NOT INVALID KEY
                   MOVE SPACE TO config-val-TXT
                   MOVE TRIM(tpl-name-TXT) TO config-val-TXT
                   REWRITE config-REC
           END-READ

           MOVE SPACE TO rta-line-TXT
           STRING
               "template " DELIMITED BY SIZE
               TRIM(tpl-name-TXT) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               TRIM(tpl-chan-TXT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(chan-opt-key-TXT) DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               TRIM(tpl-name-TXT) DELIMITED BY SIZE
               INTO rta-line-TXT
           END-STRING
           PERFORM 432-write-audit-line

           PERFORM 453-load-config-cache

           MOVE tpl-wrote-CNT TO tpl-wrote-CNT-DISP
           MOVE tpl-had-CNT TO tpl-had-CNT-DISP
           MOVE SPACE TO tpl-note-TXT
           STRING
               "template " DELIMITED BY SIZE
               TRIM(tpl-name-TXT) DELIMITED BY SIZE
               " wrote " DELIMITED BY SIZE
               TRIM(tpl-wrote-CNT-DISP) DELIMITED BY SIZE
               " override(s), " DELIMITED BY SIZE
               TRIM(tpl-had-CNT-DISP) DELIMITED BY SIZE
               " already set" DELIMITED BY SIZE
               INTO tpl-note-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       580-template-apply-one SECTION.

      *    Template entry tpl-i-NUM for tpl-chan-TXT. The list options
      *    that carry their channel as the value's first word become
      *    "<option> <chan> <value>" entries; everything else is a
      *    "<chan>:<option>" key.
           MOVE "N" TO tpl-have-CHR
           EVALUATE TRIM(tpl-opt-TXT(tpl-i-NUM))
               WHEN "admin"
               WHEN "ignore"
               WHEN "role"
               WHEN "autoop"
               WHEN "watch"
               WHEN "topic-template"
               WHEN "relay"
                   MOVE tpl-opt-TXT(tpl-i-NUM) TO tpl-want-opt-TXT
                   MOVE SPACE TO tpl-want-val-TXT
                   STRING
                       TRIM(tpl-chan-TXT) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(tpl-val-TXT(tpl-i-NUM)) DELIMITED BY SIZE
                       INTO tpl-want-val-TXT
                   END-STRING
                   COPY "config-multiple-mem.cpy" REPLACING
                       option BY tpl-want-opt-TXT
                       missing BY CONTINUE
                       available BY ==
                           IF config-val-TXT IS EQUAL TO
                                   tpl-want-val-TXT THEN
                               MOVE "Y" TO tpl-have-CHR
                               EXIT PERFORM
                           END-IF
                       ==.
               WHEN OTHER
                   MOVE SPACE TO tpl-want-opt-TXT
                   STRING
                       TRIM(tpl-chan-TXT) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       TRIM(tpl-opt-TXT(tpl-i-NUM)) DELIMITED BY SIZE
                       INTO tpl-want-opt-TXT
                   END-STRING
                   MOVE tpl-val-TXT(tpl-i-NUM) TO tpl-want-val-TXT
                   COPY "config-mem.cpy" REPLACING
                       option BY tpl-want-opt-TXT
                       missing BY CONTINUE
                       available BY ==
                           MOVE "Y" TO tpl-have-CHR
                       ==.
           END-EVALUATE

           IF tpl-already-set THEN
               ADD 1 TO tpl-had-CNT
               EXIT SECTION
           END-IF

           PERFORM 347-next-config-idx
           SET config-IDX TO next-cfg-IDX-NUM
           MOVE tpl-want-opt-TXT TO config-opt-TXT
           MOVE tpl-want-val-TXT TO config-val-TXT
           WRITE config-REC
           ADD 1 TO tpl-wrote-CNT

           MOVE SPACE TO rta-line-TXT
           STRING
               "template " DELIMITED BY SIZE
               TRIM(tpl-name-TXT) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               TRIM(tpl-chan-TXT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(tpl-want-opt-TXT) DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               TRIM(tpl-want-val-TXT) DELIMITED BY SIZE
               INTO rta-line-TXT
           END-STRING
           PERFORM 432-write-audit-line

           .

      * * * * * * * * * * * * * * * * * * * *

       581-actions SECTION.

      *    "%actions" - the asker's open action items, as filed from
      *    the meeting minutes by stan-actions, sent privately
      *    whichever channel it was asked in; "%actions done <n>"
      *    closes one. Items are filed under the canonical nick, so
      *    any alias-FC spelling of the owner sees the same list.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           EVALUATE TRUE
               WHEN cmd-TXT IS EQUAL TO SPACE
                   PERFORM 582-actions-list
               WHEN cmd-TXT IS EQUAL TO "done"
                   PERFORM 583-actions-done
               WHEN OTHER
                   MOVE SPACE TO reply-TXT
                   STRING
                       "Say " DELIMITED BY SIZE
                       effective-prefix-CHR DELIMITED BY SIZE
                       "actions for your open action items, or "
                           DELIMITED BY SIZE
                       effective-prefix-CHR DELIMITED BY SIZE
                       "actions done <n> to close one."
                           DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       582-actions-list SECTION.

           PERFORM 584-action-owner
           PERFORM 587-action-today

           MOVE 0 TO act-CNT
           MOVE SPACE TO action-owner-TXT
           MOVE act-owner-TXT TO action-owner-TXT
           START action-FC
               KEY IS EQUAL TO action-owner-TXT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM
                       UNTIL EXIT
                       READ action-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                       IF action-owner-TXT IS NOT EQUAL TO
                               act-owner-TXT THEN
                           EXIT PERFORM
                       END-IF
                       IF action-is-open THEN
                           ADD 1 TO act-CNT
                           IF act-CNT IS NOT GREATER THAN
                                   act-list-max-NUM THEN
                               PERFORM 586-action-line
                               MOVE SPACE TO send-line-TXT
                               STRING
                                   "PRIVMSG " DELIMITED BY SIZE
                                   TRIM(nick-TXT) DELIMITED BY SIZE
                                   " :" DELIMITED BY SIZE
                                   TRIM(act-line-TXT)
                                       DELIMITED BY SIZE
                                   INTO send-line-TXT
                               END-STRING
                               PERFORM 240-throttled-send
                           END-IF
                       END-IF
                   END-PERFORM
           END-START

           MOVE SPACE TO send-line-TXT
           IF act-CNT IS EQUAL TO 0 THEN
               STRING
                   "PRIVMSG " DELIMITED BY SIZE
                   TRIM(nick-TXT) DELIMITED BY SIZE
                   " :No open action items for you." DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
           ELSE
               IF act-CNT IS GREATER THAN act-list-max-NUM THEN
                   COMPUTE act-CNT = act-CNT - act-list-max-NUM
                   MOVE act-CNT TO act-CNT-DISP
                   STRING
                       "PRIVMSG " DELIMITED BY SIZE
                       TRIM(nick-TXT) DELIMITED BY SIZE
                       " :... and " DELIMITED BY SIZE
                       TRIM(act-CNT-DISP) DELIMITED BY SIZE
                       " more. " DELIMITED BY SIZE
                       my-cmd-prefix-CHR DELIMITED BY SIZE
                       "actions done <n> closes one." DELIMITED BY SIZE
                       INTO send-line-TXT
                   END-STRING
               ELSE
                   STRING
                       "PRIVMSG " DELIMITED BY SIZE
                       TRIM(nick-TXT) DELIMITED BY SIZE
                       " :" DELIMITED BY SIZE
                       my-cmd-prefix-CHR DELIMITED BY SIZE
                       "actions done <n> closes one." DELIMITED BY SIZE
                       INTO send-line-TXT
                   END-STRING
               END-IF
           END-IF
           PERFORM 240-throttled-send

           .

      * * * * * * * * * * * * * * * * * * * *

       583-actions-done SECTION.

      *    Its owner closes an item - or an admin, for the ones whose
      *    owner has moved on.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==cmd==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           IF cmd-TXT IS EQUAL TO SPACE
                   OR cmd-TXT IS NOT NUMERIC
                   OR cmd1 - cmd0 IS GREATER THAN 8 THEN
               MOVE "Which action item? Give its number." TO reply-TXT
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(cmd-TXT) TO act-ID-NUM
           MOVE act-ID-NUM TO act-ID-DISP

           PERFORM 584-action-owner

           MOVE act-ID-NUM TO action-ID-NUM
           READ action-FC RECORD
               KEY IS action-ID-NUM
               INVALID KEY
                   MOVE SPACE TO reply-TXT
                   STRING
                       "There's no action item #" DELIMITED BY SIZE
                       TRIM(act-ID-DISP) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-READ

           IF action-owner-TXT IS NOT EQUAL TO act-owner-TXT THEN
               PERFORM 305-check-admin
               IF NOT admin-is-authorized THEN
                   MOVE SPACE TO reply-TXT
                   STRING
                       "Action item #" DELIMITED BY SIZE
                       TRIM(act-ID-DISP) DELIMITED BY SIZE
                       " is " DELIMITED BY SIZE
                       TRIM(action-orig-owner-TXT) DELIMITED BY SIZE
                       "'s - only they (or an admin) can close it."
                           DELIMITED BY SIZE
                       INTO reply-TXT
                   END-STRING
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
               END-IF
           END-IF

           IF action-is-done THEN
               MOVE SPACE TO reply-TXT
               STRING
                   "Action item #" DELIMITED BY SIZE
                   TRIM(act-ID-DISP) DELIMITED BY SIZE
                   " was already closed by " DELIMITED BY SIZE
                   TRIM(action-closer-TXT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO reply-TXT
               END-STRING
               PERFORM 230-reply-privmsg
               EXIT SECTION
           END-IF

           PERFORM 204-utc-now-stamp
           MOVE "D" TO action-state-CHR
           MOVE clk-stamp-TXT TO action-closed-TXT
           MOVE SPACE TO action-closer-TXT
           MOVE nick-TXT TO action-closer-TXT
           REWRITE action-REC
               INVALID KEY
                   MOVE "Couldn't update the action register."
                       TO reply-TXT
                   PERFORM 230-reply-privmsg
                   EXIT SECTION
           END-REWRITE

           MOVE SPACE TO reply-TXT
           STRING
               "Closed action item #" DELIMITED BY SIZE
               TRIM(act-ID-DISP) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRIM(action-text-TXT) DELIMITED BY SIZE
               INTO reply-TXT
           END-STRING
           PERFORM 230-reply-privmsg

           .

      * * * * * * * * * * * * * * * * * * * *

       584-action-owner SECTION.

      *    The sender as the register files them: case-folded, then
      *    through alias-FC to the canonical nick.
           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO als-in-TXT
           MOVE cf-dst-TXT TO als-in-TXT
           PERFORM 380-resolve-alias
           MOVE SPACE TO act-owner-TXT
           MOVE als-out-TXT TO act-owner-TXT

           .

      * * * * * * * * * * * * * * * * * * * *

       585-action-nudge SECTION.

      *    Someone just spoke. The first time each UTC day, look for
      *    their action items open "action-nudge-days" or longer and
      *    not already mentioned within that many days, and remind
      *    them privately - a few at a time, each item stamped so it
      *    rests for the same span before it comes up again.
           IF act-nudge-days-NUM IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           PERFORM 587-action-today
           IF act-today-TXT IS NOT EQUAL TO act-seen-date-TXT THEN
               MOVE act-today-TXT TO act-seen-date-TXT
               MOVE 0 TO act-seen-CNT
           END-IF

           MOVE nick-TXT TO cf-src-TXT
           PERFORM 224-casefold
           PERFORM VARYING act-seen-i-NUM FROM 1 BY 1
                   UNTIL act-seen-i-NUM IS GREATER THAN act-seen-CNT
               IF act-seen-TBL(act-seen-i-NUM) IS EQUAL TO
                       cf-dst-TXT(1 : 65) THEN
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF act-seen-CNT IS NOT LESS THAN act-seen-max-NUM THEN
               EXIT SECTION
           END-IF
           ADD 1 TO act-seen-CNT
           MOVE cf-dst-TXT TO act-seen-TBL(act-seen-CNT)

           PERFORM 584-action-owner

           MOVE 0 TO act-CNT
           MOVE 0 TO act-due-CNT
           MOVE SPACE TO action-owner-TXT
           MOVE act-owner-TXT TO action-owner-TXT
           START action-FC
               KEY IS EQUAL TO action-owner-TXT
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ action-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF action-owner-TXT IS NOT EQUAL TO act-owner-TXT THEN
                   EXIT PERFORM
               END-IF
               IF action-is-open
                       AND action-date-TXT IS NUMERIC THEN
                   COMPUTE act-day-NUM = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(action-date-TXT))
                   IF act-today-DAY-NUM - act-day-NUM IS NOT LESS THAN
                           act-nudge-days-NUM THEN
                       ADD 1 TO act-CNT
                       IF action-nudged-TXT IS NUMERIC THEN
                           COMPUTE act-day-NUM =
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(action-nudged-TXT))
                       ELSE
                           MOVE 0 TO act-day-NUM
                       END-IF
                       IF act-today-DAY-NUM - act-day-NUM
                               IS NOT LESS THAN act-nudge-days-NUM
                               AND act-due-CNT IS LESS THAN
                                   act-show-max-NUM THEN
                           ADD 1 TO act-due-CNT
                           MOVE action-ID-NUM
                               TO act-due-TBL(act-due-CNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF act-due-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           MOVE act-CNT TO act-CNT-DISP
           MOVE act-nudge-days-NUM TO act-age-DISP
           MOVE SPACE TO send-line-TXT
           STRING
               "PRIVMSG " DELIMITED BY SIZE
               TRIM(nick-TXT) DELIMITED BY SIZE
               " :Reminder - you have " DELIMITED BY SIZE
               TRIM(act-CNT-DISP) DELIMITED BY SIZE
               " action item(s) from meetings open " DELIMITED BY SIZE
               TRIM(act-age-DISP) DELIMITED BY SIZE
               " days or more:" DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING
           PERFORM 240-throttled-send

           PERFORM VARYING act-due-i-NUM FROM 1 BY 1
                   UNTIL act-due-i-NUM IS GREATER THAN act-due-CNT
               MOVE act-due-TBL(act-due-i-NUM) TO action-ID-NUM
               READ action-FC RECORD
                   KEY IS action-ID-NUM
                   INVALID KEY
                       EXIT PERFORM CYCLE
               END-READ
               PERFORM 586-action-line
               MOVE SPACE TO send-line-TXT
               STRING
                   "PRIVMSG " DELIMITED BY SIZE
                   TRIM(nick-TXT) DELIMITED BY SIZE
                   " :" DELIMITED BY SIZE
                   TRIM(act-line-TXT) DELIMITED BY SIZE
                   INTO send-line-TXT
               END-STRING
               PERFORM 240-throttled-send
               MOVE act-today-TXT TO action-nudged-TXT
               REWRITE action-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-PERFORM

           MOVE SPACE TO send-line-TXT
           STRING
               "PRIVMSG " DELIMITED BY SIZE
               TRIM(nick-TXT) DELIMITED BY SIZE
               " :" DELIMITED BY SIZE
               my-cmd-prefix-CHR DELIMITED BY SIZE
               "actions lists them all; " DELIMITED BY SIZE
               my-cmd-prefix-CHR DELIMITED BY SIZE
               "actions done <n> closes one." DELIMITED BY SIZE
               INTO send-line-TXT
           END-STRING
           PERFORM 240-throttled-send

           .

      * * * * * * * * * * * * * * * * * * * *

       586-action-line SECTION.

      *    One item from action-REC for a private listing:
      *    "#12 <text> - from '<meeting>' in #chan, 2026-10-01
      *    (14 days ago)".
           MOVE action-ID-NUM TO act-ID-DISP
           MOVE 0 TO act-age-NUM
           IF action-date-TXT IS NUMERIC THEN
               COMPUTE act-age-NUM = act-today-DAY-NUM
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(action-date-TXT))
           END-IF
           IF act-age-NUM IS LESS THAN 0 THEN
               MOVE 0 TO act-age-NUM
           END-IF
           MOVE act-age-NUM TO act-age-DISP

           MOVE SPACE TO act-line-TXT
           STRING
               "#" DELIMITED BY SIZE
               TRIM(act-ID-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(action-text-TXT) DELIMITED BY SIZE
               " - from '" DELIMITED BY SIZE
               TRIM(action-title-TXT) DELIMITED BY SIZE
               "' in " DELIMITED BY SIZE
               TRIM(action-orig-chan-TXT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               action-date-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               action-date-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               action-date-TXT(7 : 2) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               TRIM(act-age-DISP) DELIMITED BY SIZE
               " days ago)" DELIMITED BY SIZE
               INTO act-line-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       587-action-today SECTION.

      *    Today's UTC date, as text and as a day number for the age
      *    arithmetic.
           PERFORM 204-utc-now-stamp
           MOVE clk-stamp-TXT(1 : 8) TO act-today-TXT
           COMPUTE act-today-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(act-today-TXT))

           .

      * * * * * * * * * * * * * * * * * * * *

       588-action-file SECTION.

      *    File meet-act-entry(meet-i-NUM) in the action register
      *    under the minutes file and its place in the list - the key
      *    stan-actions gives it too, so a later rescan of the
      *    minutes leaves it alone. act-CNT counts what was filed,
      *    act-first-ID-NUM the first number given out.
           MOVE SPACE TO action-REC
           MOVE minutes-filename-TXT TO action-src-TXT
           MOVE meet-i-NUM TO action-seq-NUM
           READ action-FC RECORD
               KEY IS action-src-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT SECTION
           END-READ

           MOVE TRIM(meet-act-owner-TXT(meet-i-NUM)) TO cf-src-TXT
           PERFORM 224-casefold
           MOVE SPACE TO als-in-TXT
           MOVE cf-dst-TXT TO als-in-TXT
           PERFORM 380-resolve-alias

           ADD 1 TO act-max-ID-NUM
           MOVE SPACE TO action-REC
           MOVE act-max-ID-NUM TO action-ID-NUM
           MOVE minutes-filename-TXT TO action-src-TXT
           MOVE meet-i-NUM TO action-seq-NUM
           MOVE als-out-TXT TO action-owner-TXT
           MOVE meet-act-owner-TXT(meet-i-NUM) TO action-orig-owner-TXT
           MOVE meet-chan-TXT TO action-chan-TXT
           MOVE meet-orig-chan-TXT TO action-orig-chan-TXT
           MOVE meet-title-TXT TO action-title-TXT
           MOVE meet-start-TXT(1 : 8) TO action-date-TXT
           MOVE meet-act-text-TXT(meet-i-NUM) TO action-text-TXT
           MOVE "O" TO action-state-CHR
           WRITE action-REC
               INVALID KEY
                   SUBTRACT 1 FROM act-max-ID-NUM
                   EXIT SECTION
           END-WRITE

           ADD 1 TO act-CNT
           IF act-first-ID-NUM IS EQUAL TO 0 THEN
               MOVE act-max-ID-NUM TO act-first-ID-NUM
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       589-seed-action-max-id SECTION.

      *    As 502-seed-cal-max-id: items filed here number on from
      *    the highest already in the register, whoever filed it.
           MOVE 0 TO act-max-ID-NUM
           MOVE 0 TO action-ID-NUM
           START action-FC
               KEY IS GREATER THAN OR EQUAL TO action-ID-NUM
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ action-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF action-ID-NUM IS GREATER THAN act-max-ID-NUM THEN
                   MOVE action-ID-NUM TO act-max-ID-NUM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       590-lease-standby SECTION.

      *    With STAN_INSTANCE set, only the lease holder connects.
      *    Ours already (a restart on the same host), missing, or
      *    released - claim it and carry on. Someone else's and
      *    fresh - stand by. Someone else's and stale - their host
      *    has gone: claim it, and once it reads back as ours, record
      *    the FAILOVER. POLICE mode and the rest of the "state:"
      *    checkpoint are then re-read from a freshly opened
      *    stan.cfg, since the instance replaced may have changed
      *    them while we waited; 001-init-state picks them up from
      *    there as on any start.
           MOVE SPACE TO lease-me-TXT
           ACCEPT lease-me-TXT FROM ENVIRONMENT "STAN_INSTANCE"
           IF lease-me-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           COPY "config-simple-mem.cpy" REPLACING
               option BY "lease-stale-seconds"
               default BY default-lease-stale-TXT.
           MOVE FUNCTION NUMVAL(config-val-TXT) TO lease-stale-NUM
           IF lease-stale-NUM IS EQUAL TO 0 THEN
               MOVE FUNCTION NUMVAL(default-lease-stale-TXT)
                   TO lease-stale-NUM
           END-IF

      *    Nothing in the data directory stays open while we wait -
      *    stan.cfg included, which the holder and stan-cfg write.
           CLOSE config-FC

           PERFORM
               UNTIL EXIT
               PERFORM 591-lease-read
               IF lease-found
                       AND lease-holder-TXT IS NOT EQUAL TO SPACE
                       AND lease-holder-TXT IS NOT EQUAL TO
                           lease-me-TXT
                       AND lease-state-TXT IS NOT EQUAL TO "released"
                       AND lease-age-SEC IS LESS THAN lease-stale-NUM
                       THEN
                   IF NOT lease-waited THEN
                       DISPLAY "*** Standing by - "
                           TRIM(lease-holder-TXT)
                           " holds the lease" UPON SYSERR
                       MOVE "Y" TO lease-waited-CHR
                   END-IF
                   CALL "C$SLEEP" USING lease-poll-SEC
                   END-CALL
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO lease-prev-TXT
               IF lease-found
                       AND lease-holder-TXT IS NOT EQUAL TO SPACE
                       AND lease-holder-TXT IS NOT EQUAL TO
                           lease-me-TXT THEN
                   MOVE lease-holder-TXT TO lease-prev-TXT
                   MOVE SPACE TO event-detail-TXT
                   IF lease-state-TXT IS EQUAL TO "released" THEN
                       STRING
                           "from " DELIMITED BY SIZE
                           TRIM(lease-prev-TXT) DELIMITED BY SIZE
                           ", released" DELIMITED BY SIZE
                           INTO event-detail-TXT
                       END-STRING
                   ELSE
                       STRING
                           "from " DELIMITED BY SIZE
                           TRIM(lease-prev-TXT) DELIMITED BY SIZE
                           ", last renewed " DELIMITED BY SIZE
                           TRIM(lease-updated-TXT) DELIMITED BY SIZE
                           INTO event-detail-TXT
                       END-STRING
                   END-IF
               END-IF

               MOVE "held" TO lease-state-TXT
               PERFORM 592-lease-write
               CALL "C$SLEEP" USING lease-settle-SEC
               END-CALL
               PERFORM 591-lease-read
               IF lease-holder-TXT IS EQUAL TO lease-me-TXT THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF lease-prev-TXT IS NOT EQUAL TO SPACE THEN
               DISPLAY "*** Taking over from " TRIM(lease-prev-TXT)
                   UPON SYSERR
               MOVE "FAILOVER" TO event-kind-TXT
               PERFORM 298-log-event
               MOVE "CONN.FAILOVER" TO obx-type-TXT
               MOVE SPACE TO obx-chan-TXT
               MOVE "from" TO obx-key-TXT
               MOVE SPACE TO obx-val-TXT
               MOVE lease-prev-TXT TO obx-val-TXT
               PERFORM 460-outbox-pair
               MOVE "to" TO obx-key-TXT
               MOVE SPACE TO obx-val-TXT
               MOVE lease-me-TXT TO obx-val-TXT
               PERFORM 460-outbox-pair
               PERFORM 459-write-outbox
           END-IF

           OPEN I-O config-FC
           PERFORM 453-load-config-cache

           .

      * * * * * * * * * * * * * * * * * * * *

       591-lease-read SECTION.

      *    The lease file into lease-holder/state/updated-TXT, and
      *    lease-age-SEC from its "updated" stamp - a missing or
      *    unreadable stamp counts as stale. Both hosts stamp in UTC,
      *    so their clocks only need to agree to well inside
      *    lease-stale-seconds.
           MOVE "N" TO lease-found-CHR
           MOVE SPACE TO lease-holder-TXT
           MOVE SPACE TO lease-state-TXT
           MOVE SPACE TO lease-updated-TXT
           MOVE lease-stale-NUM TO lease-age-SEC

           MOVE lease-filename-TXT TO lease-path-TXT
           OPEN INPUT lease-FC
           IF NOT lease-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "Y" TO lease-found-CHR
           PERFORM
               UNTIL EXIT
               READ lease-FC
                   AT END EXIT PERFORM
               END-READ
               EVALUATE TRUE
                   WHEN lease-REC(1 : 7) IS EQUAL TO "holder="
                       MOVE lease-REC(8 : ) TO lease-holder-TXT
                   WHEN lease-REC(1 : 6) IS EQUAL TO "state="
                       MOVE lease-REC(7 : ) TO lease-state-TXT
                   WHEN lease-REC(1 : 8) IS EQUAL TO "updated="
                       MOVE lease-REC(9 : 15) TO lease-updated-TXT
               END-EVALUATE
           END-PERFORM
           CLOSE lease-FC

           IF lease-updated-TXT(1 : 8) IS NUMERIC
                   AND lease-updated-TXT(10 : 6) IS NUMERIC THEN
               MOVE lease-updated-TXT TO clk-stamp-TXT
               PERFORM 286-stamp-to-sec
               PERFORM 247-compute-now-sec
               COMPUTE lease-age-SEC = now-SEC - clk-SEC-NUM
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       592-lease-write SECTION.

      *    Writes the lease as ours, in state lease-state-TXT - aside
      *    under a per-instance name and renamed into place, as
      *    488-write-heartbeat does, so the other instance never
      *    reads half of one.
           PERFORM 247-compute-now-sec
           MOVE now-SEC TO lease-written-SEC

           MOVE SPACE TO lease-tmp-filename-TXT
           STRING
               TRIM(lease-filename-TXT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               TRIM(lease-me-TXT) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO lease-tmp-filename-TXT
           END-STRING
           MOVE lease-tmp-filename-TXT TO lease-path-TXT
           OPEN OUTPUT lease-FC
           IF NOT lease-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(lease-tmp-filename-TXT) UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE SPACE TO lease-REC
           STRING
               "holder=" DELIMITED BY SIZE
               TRIM(lease-me-TXT) DELIMITED BY SIZE
               INTO lease-REC
           END-STRING
           WRITE lease-REC

           MOVE SPACE TO lease-REC
           STRING
               "state=" DELIMITED BY SIZE
               TRIM(lease-state-TXT) DELIMITED BY SIZE
               INTO lease-REC
           END-STRING
           WRITE lease-REC

           MOVE now-SEC TO clk-SEC-NUM
           PERFORM 283-sec-to-stamp
           MOVE SPACE TO lease-REC
           STRING
               "updated=" DELIMITED BY SIZE
               clk-stamp-TXT DELIMITED BY SIZE
               INTO lease-REC
           END-STRING
           WRITE lease-REC

           CLOSE lease-FC
           CALL "CBL_RENAME_FILE" USING lease-tmp-filename-TXT
               lease-filename-TXT
           END-CALL

           .

      * * * * * * * * * * * * * * * * * * * *

       593-check-lease SECTION.

      *    Called per line from the 000-main read loop, like
      *    489-check-heartbeat, and renews on the same interval. On
      *    finding the lease gone to another instance, say goodbye
      *    on this connection; 000-main then shuts down.
           IF lease-me-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           PERFORM 247-compute-now-sec
           IF now-SEC - lease-written-SEC IS LESS THAN
                   hb-interval-SEC THEN
               EXIT SECTION
           END-IF

           PERFORM 594-lease-renew
           IF lease-lost THEN
               MOVE SPACE TO wire-line-TXT
               STRING
                   "QUIT :Handing over to " DELIMITED BY SIZE
                   TRIM(lease-holder-TXT) DELIMITED BY SIZE
                   INTO wire-line-TXT
               END-STRING
               PERFORM 484-send-raw
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       594-lease-renew SECTION.

      *    Rewrites the lease as ours - unless another instance holds
      *    it now (this one went quiet past lease-stale-seconds, and
      *    a standby took that for a dead host). Then it's theirs and
      *    this one steps down with lease-lost set, rather than
      *    leave two of us on the network.
           IF lease-me-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           PERFORM 591-lease-read
           IF lease-found
                   AND lease-holder-TXT IS NOT EQUAL TO SPACE
                   AND lease-holder-TXT IS NOT EQUAL TO lease-me-TXT
                   AND lease-state-TXT IS EQUAL TO "held" THEN
               DISPLAY "*** " TRIM(lease-holder-TXT)
                   " has taken over the lease - stepping down"
                   UPON SYSERR
               MOVE "LEASELOST" TO event-kind-TXT
               MOVE SPACE TO event-detail-TXT
               STRING
                   "to " DELIMITED BY SIZE
                   TRIM(lease-holder-TXT) DELIMITED BY SIZE
                   INTO event-detail-TXT
               END-STRING
               PERFORM 298-log-event
               MOVE "Y" TO lease-lost-CHR
               EXIT SECTION
           END-IF

           MOVE "held" TO lease-state-TXT
           PERFORM 592-lease-write

           .

