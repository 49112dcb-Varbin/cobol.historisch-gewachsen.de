      *>     ready-to-send messages land in ("outbox" when absent);
      *>     it must already exist. The mailer picks the files up
      *>     from there and is none of this program's business.
      *>   - Run with PURGE (and optionally a number of days, 7 when
      *>     absent) to drop the subscriber entries still waiting
      *>     for their confirm POST after that many days; each one
      *>     dropped is listed.
      *>
      *> The day's pick is already durably recorded in the day-pick
      *> ledger by historisch-gewachsen.cob; this program takes the
      *> ledger's entries not yet mailed (normally just yesterday's
      *> closed-out day, when run after midnight; after a missed
      *> night, the days since, up to quotes_site_config.txt's
      *> digest-catchup-days, 3 when absent), reads each day's quote
      *> text, and writes one complete message per subscriber. Each
      *> message carries the subscriber's own unsubscribe token, so
      *> leaving the list never needs a support mail. Only confirmed
      *> entries are mailed: an address somebody else typed in stays
      *> PENDING until its owner answers the confirmation mail, and
      *> is purged if they never do.
      *>
      *> Every message written, and every day begun and finished, is
      *> appended to the run ledger quotes_digest_ledger.txt: a
      *> second run the same night, or a restart after a crash
      *> halfway down the list, carries on with the subscribers not
      *> yet mailed and never sends anyone the same day twice. The
      *> run ends with its sent/skipped/resumed totals and a
      *> non-zero exit code when something went wrong - 1 when a
      *> day could not be mailed or was dropped past the catch-up
      *> limit, 2 when the outbox could not be written at all.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. historisch-digest.
               FILE STATUS IS quotedb-file-status.

      *>   The subscriber list the web subscribe path appends to:
      *>   "<email> <token> [PENDING|CONFIRMED <date>]" per line,
      *>   read here, and rewritten only by the PURGE mode.
           SELECT SubscribersDb ASSIGN TO "quotes_subscribers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS subscribers-file-status.

      *>   The run ledger: "YYYY-MM-DD HH:MM:SS <day> <event>
      *>   [<token>]" - BEGIN or RESUME when a day's mailing starts,
      *>   SENT per message, DONE when the list is through, FAILED
      *>   when the day's quote could not be read. Appended, never
      *>   rewritten; the next run reads its own resume point back
      *>   out of it.
           SELECT DigestRunDb ASSIGN TO "quotes_digest_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS digestrun-file-status.

      *>   The site's runtime tunables, "name value" per line; only
      *>   digest-catchup-days matters here, the rest is the site's.
           SELECT SiteConfigDb ASSIGN TO "quotes_site_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS siteconfig-file-status.

      *>   The PURGE rewrite's per-PID temp, renamed over the list
      *>   once every kept entry is in it - same discipline as the
      *>   site's own side-file saves.
           SELECT SubscribersOutDb
               ASSIGN TO DYNAMIC subscribers-temp-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS subscribersout-file-status.

      *>   One outgoing message file per subscriber; ASSIGN TO a
      *>   data item, the same one-SELECT-serves-every-name idiom
      *>   historisch-rotate.cob uses for its dated archives.
               02  quote-line          PIC X(500).

           FD SubscribersDb.
           01 subscriber-record        PIC X(120).

           FD SubscribersOutDb.
           01 subscriber-out-record    PIC X(120).

           FD DigestRunDb.
           01 digest-run-record.
               02 drun-stamp-date          PIC X(10).
               02 FILLER                   PIC X.
               02 drun-stamp-time          PIC X(8).
               02 FILLER                   PIC X.
               02 drun-day                 PIC X(10).
               02 FILLER                   PIC X.
               02 drun-event               PIC X(8).
               02 FILLER                   PIC X.
               02 drun-token               PIC X(12).

           FD SiteConfigDb.
           01 siteconfig-record        PIC X(60).

           FD OutboxDb.
           01 outbox-record            PIC X(500).
           01 dayhistory-file-status   PIC XX      VALUE SPACES.
           01 quotedb-file-status      PIC XX      VALUE SPACES.
           01 subscribers-file-status  PIC XX      VALUE SPACES.
           01 subscribersout-file-status PIC XX    VALUE SPACES.
           01 digestrun-file-status    PIC XX      VALUE SPACES.
           01 siteconfig-file-status   PIC XX      VALUE SPACES.
           01 outbox-file-status       PIC XX      VALUE SPACES.

           01 display-row              PIC X(80).

      *>   The day being mailed: which day, which line.
           01 digest-date              PIC X(10)   VALUE SPACES.
           01 digest-line              PIC 9(4)    VALUE 0.
           01 ledger-found-status      PIC X       VALUE "N".
               88 ledger-entry-found               VALUE "Y".

      *>   The day-pick ledger's days still to mail, oldest first:
      *>   everything after the run ledger's last DONE day, cut to
      *>   the newest catchup-limit of them. A first-ever run (no
      *>   run ledger yet) mails only the latest day, as it always
      *>   did, rather than the whole history.
           01 catchup-limit            PIC 99      VALUE 3.
           01 effective-limit          PIC 99      VALUE 3.
           01 due-table.
               02 due-entry            OCCURS 31 TIMES.
                   03 due-date             PIC X(10).
                   03 due-line             PIC 9(4).
           01 due-count                PIC 99      VALUE 0.
           01 due-idx                  PIC 99      VALUE 0.
           01 due-shift-idx            PIC 99      VALUE 0.
           01 dropped-day-count        PIC 9(4)    VALUE 0.

      *>   What the run ledger says so far: the newest day mailed to
      *>   the end, and every SENT message for the days after it -
      *>   the subscribers a resumed run must pass over.
           01 last-done-date           PIC X(10)   VALUE SPACES.
           01 first-run-status         PIC X       VALUE "N".
               88 first-run                        VALUE "Y".
           01 digestrun-read-status    PIC X       VALUE "N".
               88 digestrun-read-eof               VALUE "Y".
           01 sent-table.
               02 sent-entry           OCCURS 2000 TIMES.
                   03 sent-day             PIC X(10).
                   03 sent-token           PIC X(12).
           01 sent-count               PIC 9(4)    VALUE 0.
           01 sent-idx                 PIC 9(4)    VALUE 0.
           01 sent-overflow-status     PIC X       VALUE "N".
               88 sent-overflow                    VALUE "Y".
           01 sent-match-status        PIC X       VALUE "N".
               88 sent-match                       VALUE "Y".
           01 day-resumed-status       PIC X       VALUE "N".
               88 day-resumed                      VALUE "Y".
           01 digest-event             PIC X(8)    VALUE SPACES.

      *>   The run's totals, and what went wrong on the way.
           01 resumed-count            PIC 9(4)    VALUE 0.
           01 day-sent-count           PIC 9(4)    VALUE 0.
           01 days-mailed-count        PIC 99      VALUE 0.
           01 failed-day-count         PIC 99      VALUE 0.
           01 outbox-failed-status     PIC X       VALUE "N".
               88 outbox-failed                    VALUE "Y".

      *>   quotes_site_config.txt, read the site's own way.
           01 siteconfig-read-status   PIC X       VALUE "N".
               88 siteconfig-read-eof              VALUE "Y".
           01 config-name              PIC X(30)   VALUE SPACES.
           01 config-value-text        PIC X(12)   VALUE SPACES.
           01 config-value             PIC 9(9)    VALUE 0.

      *>   Counting seek through QuoteDb, same scan idiom as
      *>   READ-QUOTE-BY-LINE-NUMBER over in the site program.
           01 quotedb-seek-line        PIC 9(4)    VALUE 0.
           01 quote-text               PIC X(400)  VALUE SPACES.
           01 quote-author             PIC X(40)   VALUE SPACES.

      *>   One subscriber-record, broken into its fields; an entry
      *>   with no state at all predates the double opt-in and
      *>   counts as confirmed.
           01 subscriber-email         PIC X(80)   VALUE SPACES.
           01 subscriber-token         PIC X(12)   VALUE SPACES.
           01 subscriber-state         PIC X(10)   VALUE SPACES.
           01 subscriber-state-date    PIC X(10)   VALUE SPACES.
           01 unconfirmed-count        PIC 9(4)    VALUE 0.
           01 subscriber-read-status   PIC X       VALUE "N".
               88 subscriber-read-eof              VALUE "Y".

      *>   Where the messages land; each file is named for its day
      *>   and its subscriber's token, so two subscribers never
      *>   share one and a message rewritten by a resumed run lands
      *>   on its own earlier copy instead of beside it.
           01 outbox-dir               PIC X(60)   VALUE "outbox".
           01 outbox-message-path      PIC X(120)  VALUE SPACES.
           01 message-count            PIC 9(4)    VALUE 0.
           01 digest-line-repr         PIC ZZZ9.

           01 cli-arg-count            PIC 9(2)    VALUE 0.
           01 cli-days-text            PIC X(10)   VALUE SPACES.
           01 purge-mode-status        PIC X       VALUE "N".
               88 purge-mode-active                VALUE "Y".

      *>   PURGE: how long a PENDING entry may wait for its confirm,
      *>   the cutoff that works out to as a day serial, and what
      *>   the run dropped and kept.
           01 purge-days               PIC 9(3)    VALUE 7.
           01 purge-cutoff-serial      PIC 9(8)    VALUE 0.
           01 entry-serial             PIC 9(8)    VALUE 0.
           01 entry-date-num           PIC 9(8)    VALUE 0.
           01 purged-count             PIC 9(4)    VALUE 0.
           01 kept-count               PIC 9(4)    VALUE 0.
           01 days-repr                PIC ZZ9.

      *>   The rename(2) arguments want C strings, same idiom as
      *>   the site's side-file saves.
           01 subscribers-temp-path    PIC X(80)   VALUE SPACES.
           01 rename-src-z             PIC X(100)  VALUE SPACES.
           01 rename-dst-z             PIC X(100)  VALUE SPACES.
           01 rename-result            PIC S9(9)   COMP-5.
           01 digest-pid-raw           PIC X(4)    COMP-5.
           01 digest-pid               PIC 9(9)    VALUE 0.

           01 current-date-data.
               02 current-date.
                   03 current-year         PIC 9(4).
                   03 current-month        PIC 9(2).
                   03 current-day          PIC 9(2).
               02 current-time.
                   03 current-hours        PIC 9(2).
                   03 current-minute       PIC 9(2).
                   03 current-seconds      PIC 9(2).
                   03 FILLER               PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       END DECLARATIVES.

       MAIN-LINE SECTION.
           MOVE FUNCTION CURRENT-DATE TO current-date-data
           PERFORM READ-CLI-ARGS

           IF purge-mode-active
               PERFORM PURGE-UNCONFIRMED-SUBSCRIBERS
               STOP RUN
           END-IF

           PERFORM LOAD-DIGEST-CONFIG
           PERFORM LOAD-RUN-LEDGER
           PERFORM COLLECT-DUE-DAYS

           IF NOT ledger-entry-found
               DISPLAY "Nothing to mail: the day-pick ledger is "
               STOP RUN
           END-IF

           IF due-count = 0
               MOVE SPACES TO display-row
               STRING
                   "Nothing to mail: " last-done-date
                   " has already gone out in full."
                   INTO display-row
               END-STRING
               DISPLAY display-row
               STOP RUN
           END-IF

           IF dropped-day-count > 0
               MOVE SPACES TO display-row
               STRING
                   "WARNING: " dropped-day-count
                   " missed day(s) older than the catch-up limit "
                   "left unmailed."
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           IF sent-overflow
               DISPLAY "ERROR: more than 2000 messages already "
                   "on the run ledger's open days; nothing mailed."
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM MAIL-ONE-DUE-DAY
               VARYING due-idx FROM 1 BY 1
               UNTIL due-idx > due-count OR outbox-failed

           MOVE SPACES TO display-row
           STRING
               "Digest run: " days-mailed-count " day(s) mailed, "
               "sent " message-count
               ", skipped " unconfirmed-count
               ", resumed " resumed-count
               INTO display-row
           END-STRING
           DISPLAY display-row
           IF unconfirmed-count > 0
               DISPLAY "(skipped: subscribers still awaiting "
                   "confirmation)"
           END-IF
           IF resumed-count > 0
               DISPLAY "(resumed: subscribers an earlier run had "
                   "already mailed that day)"
           END-IF

           EVALUATE TRUE
               WHEN outbox-failed
                   MOVE 2 TO RETURN-CODE
               WHEN failed-day-count > 0 OR dropped-day-count > 0
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STOP RUN.

      *>   The outbox directory is the only argument a mailing run
      *>   takes; absent means the plain "outbox" next to the data
      *>   files. PURGE in its place switches to the purge mode,
      *>   whose own optional argument is the days a PENDING entry
      *>   may wait.
       READ-CLI-ARGS SECTION.
           ACCEPT cli-arg-count FROM ARGUMENT-NUMBER
           IF cli-arg-count > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT outbox-dir FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE(outbox-dir) = "PURGE"
                   SET purge-mode-active TO TRUE
               END-IF
           END-IF
           IF purge-mode-active AND cli-arg-count > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT cli-days-text FROM ARGUMENT-VALUE
               IF cli-days-text NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(cli-days-text) = 0
                   IF FUNCTION NUMVAL(cli-days-text) >= 1
                       AND FUNCTION NUMVAL(cli-days-text) <= 365
                       COMPUTE purge-days =
                           FUNCTION NUMVAL(cli-days-text)
                   END-IF
               END-IF
           END-IF
           .

      *>   Same "name value" parse as the site's LOAD-SITE-CONFIG;
      *>   an absent file or line leaves the 3-day default standing.
       LOAD-DIGEST-CONFIG SECTION.
           MOVE "N" TO siteconfig-read-status
           MOVE SPACES TO siteconfig-file-status

           OPEN INPUT SiteConfigDb
           IF siteconfig-file-status = "00"
               PERFORM READ-ONE-CONFIG-LINE
                   UNTIL siteconfig-read-eof
               CLOSE SiteConfigDb
           END-IF
           .

       READ-ONE-CONFIG-LINE SECTION.
           READ SiteConfigDb
               AT END
                   SET siteconfig-read-eof TO TRUE
               NOT AT END
                   MOVE SPACES TO config-name
                   MOVE SPACES TO config-value-text
                   UNSTRING siteconfig-record DELIMITED BY ALL " "
                       INTO config-name config-value-text
                   END-UNSTRING

                   IF config-name = "digest-catchup-days"
                       AND config-value-text NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(config-value-text)
                           = 0
                       COMPUTE config-value =
                           FUNCTION NUMVAL(config-value-text)
      *>               Clamped to the table the due days live in.
                       IF config-value >= 1 AND config-value <= 31
                           MOVE config-value TO catchup-limit
                       END-IF
                   END-IF
           END-READ
           .

      *>   Two passes over the run ledger: the newest DONE day
      *>   first, then every SENT message for a day after it. No
      *>   run ledger at all means this is the first run ever.
       LOAD-RUN-LEDGER SECTION.
           MOVE SPACES TO last-done-date
           INITIALIZE sent-table
           MOVE 0 TO sent-count
           MOVE "N" TO sent-overflow-status
           MOVE "N" TO digestrun-read-status
           MOVE SPACES TO digestrun-file-status

           OPEN INPUT DigestRunDb
           IF digestrun-file-status = "00"
               PERFORM NOTE-ONE-DONE-DAY UNTIL digestrun-read-eof
               CLOSE DigestRunDb

               MOVE "N" TO digestrun-read-status
               OPEN INPUT DigestRunDb
               PERFORM NOTE-ONE-SENT-MESSAGE
                   UNTIL digestrun-read-eof
               CLOSE DigestRunDb
           ELSE
               SET first-run TO TRUE
           END-IF
           .

       NOTE-ONE-DONE-DAY SECTION.
           READ DigestRunDb
               AT END
                   SET digestrun-read-eof TO TRUE
               NOT AT END
                   IF drun-event = "DONE"
                       AND drun-day > last-done-date
                       MOVE drun-day TO last-done-date
                   END-IF
           END-READ
           .

       NOTE-ONE-SENT-MESSAGE SECTION.
           READ DigestRunDb
               AT END
                   SET digestrun-read-eof TO TRUE
               NOT AT END
                   IF drun-event = "SENT"
                       AND drun-day > last-done-date
                       IF sent-count < 2000
                           ADD 1 TO sent-count
                           MOVE drun-day TO sent-day(sent-count)
                           MOVE drun-token
                               TO sent-token(sent-count)
                       ELSE
                           SET sent-overflow TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

      *>   Walk the day-pick ledger top to bottom, keeping the days
      *>   after the last one mailed in full; past the limit the
      *>   oldest kept day drops off the front, so a long outage
      *>   still ends with the freshest quotes going out. A day the
      *>   ledger carries twice keeps its later line.
       COLLECT-DUE-DAYS SECTION.
           INITIALIZE due-table
           MOVE 0 TO due-count
           MOVE 0 TO dropped-day-count
           IF first-run
               MOVE 1 TO effective-limit
           ELSE
               MOVE catchup-limit TO effective-limit
           END-IF

           MOVE SPACES TO file-status
           OPEN INPUT DayHistoryDb
           IF dayhistory-file-status = "00"
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   SET ledger-entry-found TO TRUE
                   IF dayhistory-date > last-done-date
                       EVALUATE TRUE
                           WHEN due-count > 0
                               AND due-date(due-count)
                                   = dayhistory-date
                               MOVE dayhistory-line
                                   TO due-line(due-count)
                           WHEN due-count < effective-limit
                               ADD 1 TO due-count
                               MOVE dayhistory-date
                                   TO due-date(due-count)
                               MOVE dayhistory-line
                                   TO due-line(due-count)
                           WHEN OTHER
                               PERFORM SHIFT-ONE-DUE-DAY
                                   VARYING due-shift-idx FROM 1 BY 1
                                   UNTIL due-shift-idx >= due-count
                               MOVE dayhistory-date
                                   TO due-date(due-count)
                               MOVE dayhistory-line
                                   TO due-line(due-count)
                               IF NOT first-run
                                   ADD 1 TO dropped-day-count
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ
           .

       SHIFT-ONE-DUE-DAY SECTION.
           MOVE due-entry(due-shift-idx + 1)
               TO due-entry(due-shift-idx)
           .

      *>   One day's mailing, bracketed on the run ledger: BEGIN (or
      *>   RESUME, when an earlier run already got partway down the
      *>   list) ahead, DONE once every subscriber is through. A day
      *>   whose quote can't be read is marked FAILED and passed
      *>   over; the next day still goes out.
       MAIL-ONE-DUE-DAY SECTION.
           MOVE due-date(due-idx) TO digest-date
           MOVE due-line(due-idx) TO digest-line
           MOVE 0 TO day-sent-count

           MOVE "N" TO quote-found-status
           PERFORM READ-DIGEST-QUOTE
           IF NOT quote-line-found
               MOVE digest-line TO digest-line-repr
               MOVE SPACES TO display-row
               STRING
                   "ERROR: " digest-date "'s line "
                   FUNCTION TRIM(digest-line-repr)
                   " is not in quotes_cobol.txt; day not mailed."
                   INTO display-row
               END-STRING
               DISPLAY display-row
               ADD 1 TO failed-day-count
               MOVE "FAILED" TO digest-event
               MOVE SPACES TO subscriber-token
               PERFORM APPEND-RUN-LEDGER
           ELSE
               PERFORM MAIL-DUE-DAY-LIST
           END-IF
           .

       MAIL-DUE-DAY-LIST SECTION.
           MOVE "N" TO day-resumed-status
           PERFORM CHECK-ONE-DAY-RESUMED
               VARYING sent-idx FROM 1 BY 1
               UNTIL sent-idx > sent-count OR day-resumed
           IF day-resumed
               MOVE "RESUME" TO digest-event
           ELSE
               MOVE "BEGIN" TO digest-event
           END-IF
           MOVE SPACES TO subscriber-token
           PERFORM APPEND-RUN-LEDGER

           PERFORM WRITE-ALL-DIGEST-MESSAGES

           IF NOT outbox-failed
               MOVE "DONE" TO digest-event
               MOVE SPACES TO subscriber-token
               PERFORM APPEND-RUN-LEDGER
               ADD 1 TO days-mailed-count

               MOVE SPACES TO display-row
               STRING
                   "Mailed " digest-date ": " day-sent-count
                   " message(s) to " FUNCTION TRIM(outbox-dir)
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

       CHECK-ONE-DAY-RESUMED SECTION.
           IF sent-day(sent-idx) = digest-date
               SET day-resumed TO TRUE
           END-IF
           .

      *>   Same OPEN EXTEND/fallback append idiom as every ledger.
       APPEND-RUN-LEDGER SECTION.
           MOVE FUNCTION CURRENT-DATE TO current-date-data
           MOVE SPACES TO digest-run-record
           STRING
               current-year "-" current-month "-" current-day
               INTO drun-stamp-date
           END-STRING
           STRING
               current-hours ":" current-minute ":"
               current-seconds
               INTO drun-stamp-time
           END-STRING
           MOVE digest-date TO drun-day
           MOVE digest-event TO drun-event
           MOVE subscriber-token TO drun-token

           OPEN EXTEND DigestRunDb
           IF digestrun-file-status NOT = "00"
               OPEN OUTPUT DigestRunDb
           END-IF
           WRITE digest-run-record
           CLOSE DigestRunDb
           .

      *>   Counting seek to digest-line, same top-to-bottom scan the
      *>   site itself uses against the plain LINE SEQUENTIAL file.
       READ-DIGEST-QUOTE SECTION.
           MOVE 0 TO quotedb-seek-line
           MOVE "N" TO quote-found-status
           MOVE SPACES TO file-status
           OPEN INPUT QuoteDb
           IF quotedb-file-status = "00"
           .

       WRITE-ALL-DIGEST-MESSAGES SECTION.
           MOVE "N" TO subscriber-read-status
           OPEN INPUT SubscribersDb
           IF subscribers-file-status = "00"
               PERFORM WRITE-ONE-SUBSCRIBER-MESSAGE
                   UNTIL subscriber-read-eof OR outbox-failed
               CLOSE SubscribersDb
           ELSE
               DISPLAY "Nothing to mail: quotes_subscribers.txt is "
               AT END
                   SET subscriber-read-eof TO TRUE
               NOT AT END
                   PERFORM SPLIT-SUBSCRIBER-RECORD
                   EVALUATE TRUE
                       WHEN subscriber-email = SPACES
                           CONTINUE
                       WHEN subscriber-state = "PENDING"
                           ADD 1 TO unconfirmed-count
                       WHEN OTHER
                           PERFORM MAIL-ONE-SUBSCRIBER
                   END-EVALUATE
           END-READ
           .

      *>   Pass over a subscriber the run ledger already has a SENT
      *>   for this day; mail and record everyone else.
       MAIL-ONE-SUBSCRIBER SECTION.
           MOVE "N" TO sent-match-status
           PERFORM CHECK-ONE-SENT-MESSAGE
               VARYING sent-idx FROM 1 BY 1
               UNTIL sent-idx > sent-count OR sent-match
           IF sent-match
               ADD 1 TO resumed-count
           ELSE
               PERFORM EMIT-ONE-DIGEST-MESSAGE
               IF NOT outbox-failed
                   ADD 1 TO message-count
                   ADD 1 TO day-sent-count
                   MOVE "SENT" TO digest-event
                   PERFORM APPEND-RUN-LEDGER
               END-IF
           END-IF
           .

       CHECK-ONE-SENT-MESSAGE SECTION.
           IF sent-day(sent-idx) = digest-date
               AND sent-token(sent-idx) = subscriber-token
               SET sent-match TO TRUE
           END-IF
           .

       SPLIT-SUBSCRIBER-RECORD SECTION.
           MOVE SPACES TO subscriber-email
           MOVE SPACES TO subscriber-token
           MOVE SPACES TO subscriber-state
           MOVE SPACES TO subscriber-state-date
           UNSTRING subscriber-record DELIMITED BY ALL " "
               INTO subscriber-email subscriber-token
                    subscriber-state subscriber-state-date
           END-UNSTRING
           .

      *>   Copy the list across to a per-PID temp minus every
      *>   PENDING entry dated before the cutoff, then rename the
      *>   temp over it. A PENDING entry whose date doesn't parse is
      *>   dropped as well - nobody can have confirmed it.
       PURGE-UNCONFIRMED-SUBSCRIBERS SECTION.
           COMPUTE purge-cutoff-serial =
               FUNCTION INTEGER-OF-DATE(
                   (current-year * 10000)
                   + (current-month * 100)
                   + current-day)
               - purge-days
           MOVE 0 TO purged-count
           MOVE 0 TO kept-count

           MOVE "=== UNCONFIRMED SUBSCRIBER PURGE ===" TO display-row
           DISPLAY display-row
           MOVE purge-days TO days-repr
           MOVE SPACES TO display-row
           STRING
               "Dropping entries unconfirmed for more than "
               FUNCTION TRIM(days-repr) " day(s)"
               INTO display-row
           END-STRING
           DISPLAY display-row

           MOVE SPACES TO subscribers-file-status
           OPEN INPUT SubscribersDb
           IF subscribers-file-status NOT = "00"
               DISPLAY "Nothing to purge: quotes_subscribers.txt is "
                   "missing."
               GOBACK
           END-IF

           CALL "getpid" RETURNING digest-pid-raw END-CALL
           MOVE digest-pid-raw TO digest-pid
           MOVE SPACES TO subscribers-temp-path
           STRING
               "quotes_subscribers.txt." FUNCTION TRIM(digest-pid)
               ".tmp"
               INTO subscribers-temp-path
           END-STRING

           MOVE SPACES TO subscribersout-file-status
           OPEN OUTPUT SubscribersOutDb
           IF subscribersout-file-status NOT = "00"
               CLOSE SubscribersDb
               DISPLAY "ERROR: cannot write "
                   FUNCTION TRIM(subscribers-temp-path)
                   "; quotes_subscribers.txt left as it was."
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PURGE-ONE-SUBSCRIBER UNTIL subscriber-read-eof
           CLOSE SubscribersOutDb
           CLOSE SubscribersDb

           MOVE SPACES TO rename-src-z
           STRING
               FUNCTION TRIM(subscribers-temp-path) X"00"
               INTO rename-src-z
           END-STRING
           MOVE SPACES TO rename-dst-z
           STRING
               "quotes_subscribers.txt" X"00"
               INTO rename-dst-z
           END-STRING
           CALL "rename" USING
               BY REFERENCE rename-src-z
               BY REFERENCE rename-dst-z
               RETURNING rename-result
           END-CALL
           IF rename-result NOT = 0
               DISPLAY "ERROR: cannot replace quotes_subscribers.txt; "
                   "the purged list is left in "
                   FUNCTION TRIM(subscribers-temp-path) "."
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO display-row
           STRING
               "Purged " purged-count " unconfirmed entry(s), "
               "kept " kept-count "."
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

       PURGE-ONE-SUBSCRIBER SECTION.
           READ SubscribersDb
               AT END
                   SET subscriber-read-eof TO TRUE
               NOT AT END
                   PERFORM SPLIT-SUBSCRIBER-RECORD
                   MOVE 0 TO entry-serial
                   IF subscriber-state = "PENDING"
                       AND FUNCTION TEST-NUMVAL(
                           subscriber-state-date(1:4)) = 0
                       AND subscriber-state-date(5:1) = "-"
                       COMPUTE entry-date-num =
                           (FUNCTION NUMVAL(
                               subscriber-state-date(1:4)) * 10000)
                           + (FUNCTION NUMVAL(
                               subscriber-state-date(6:2)) * 100)
                           + FUNCTION NUMVAL(
                               subscriber-state-date(9:2))
                       COMPUTE entry-serial =
                           FUNCTION INTEGER-OF-DATE(entry-date-num)
                   END-IF

                   IF subscriber-state = "PENDING"
                       AND entry-serial < purge-cutoff-serial
                       ADD 1 TO purged-count
                       MOVE SPACES TO display-row
                       STRING
                           "Dropped " FUNCTION TRIM(subscriber-email)
                           " (subscribed " subscriber-state-date ")"
                           INTO display-row
                       END-STRING
                       DISPLAY display-row
                   ELSE
                       ADD 1 TO kept-count
                       MOVE subscriber-record
                           TO subscriber-out-record
                       WRITE subscriber-out-record
                   END-IF
           END-READ
           .
      *>   mailer needs, then the quote with its attribution,
      *>   permalink, and the reader's own unsubscribe token.
       EMIT-ONE-DIGEST-MESSAGE SECTION.
           MOVE digest-line TO digest-line-repr

           MOVE SPACES TO outbox-message-path
           STRING
               FUNCTION TRIM(outbox-dir) "/digest-"
               digest-date "-"
               FUNCTION TRIM(subscriber-token) ".txt"
               INTO outbox-message-path
           END-STRING

           MOVE SPACES TO outbox-file-status
           OPEN OUTPUT OutboxDb
           IF outbox-file-status NOT = "00"
               MOVE SPACES TO display-row
               STRING
                   "ERROR: cannot write to "
                   FUNCTION TRIM(outbox-dir)
                   "; run stopped, rerun resumes here."
                   INTO display-row
               END-STRING
               DISPLAY display-row
               SET outbox-failed TO TRUE
           ELSE
               PERFORM WRITE-DIGEST-MESSAGE-TEXT
           END-IF
           .

       WRITE-DIGEST-MESSAGE-TEXT SECTION.
           MOVE SPACES TO outbox-record
           STRING
               "To: " FUNCTION TRIM(subscriber-email)
