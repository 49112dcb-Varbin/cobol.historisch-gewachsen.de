       >> SOURCE FORMAT IS FIXED

VOTE  *> Ballot-stuffing audit over the visitors' vote ledger.
AUDIT *>
      *> Usage:
      *>   - Run out of cron nightly, ahead of historisch-weekly, with
      *>     the working directory set to wherever
      *>     quotes_vote_ledger.txt lives. An optional argument gives
      *>     the look-back in days (default 7, a week of voting - the
      *>     stretch one weekly pick is decided over).
      *>
      *> The site refuses a client's repeat vote for the same line
      *> inside the configured window, but a script rotating through
      *> addresses, or patient enough to wait the window out, still
      *> pushes a line up the tally. This run reads the ledger back
      *> and names the lines whose votes came in one unusual burst
      *> or from very few addresses, and rewrites
      *> quotes_vote_flags.txt ("NNNN reason" per flagged line) -
      *> historisch-weekly leaves every line on it out of the
      *> running.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. historisch-voteaudit.
       AUTHOR. Simon Biewald.
       INSTALLATION. "The cloud".
       DATE-WRITTEN. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. Thinkpad-T480.
           SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>   The vote ledger, layout matching historisch-gewachsen.cob's
      *>   own VoteLedgerDb; only read here.
           SELECT VoteLedgerDb ASSIGN TO "quotes_vote_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS voteledger-file-status.

      *>   The flag list historisch-weekly reads: rewritten whole on
      *>   every run through a per-PID temp and rename(2), so a line
      *>   whose votes look honest again drops off by itself.
           SELECT VoteFlagsDb ASSIGN TO DYNAMIC voteflags-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS voteflags-file-status.

       DATA DIVISION.
       FILE SECTION.
      *>   "YYYY-MM-DD HH:MM:SS NNNN addr".
           FD VoteLedgerDb.
           01 vote-ledger-record.
               02 vledger-date             PIC X(10).
               02 FILLER                   PIC X.
               02 vledger-time             PIC X(8).
               02 FILLER                   PIC X.
               02 vledger-line             PIC 9(4).
               02 FILLER                   PIC X.
               02 vledger-addr             PIC X(45).

      *>   "NNNN reason", the line in fixed columns ahead.
           FD VoteFlagsDb.
           01 vote-flag-record.
               02 vflag-line               PIC 9(4).
               02 FILLER                   PIC X.
               02 vflag-reason             PIC X(20).

       WORKING-STORAGE SECTION.
           01 voteledger-file-status   PIC XX      VALUE SPACES.
           01 voteflags-file-status    PIC XX      VALUE SPACES.
           01 vote-ledger-read-status  PIC X       VALUE "N".
               88 vote-ledger-read-eof             VALUE "Y".

           01 display-row              PIC X(80).

           01 cli-arg-count            PIC 9(2)    VALUE 0.
           01 cli-days-text            PIC X(10)   VALUE SPACES.

      *>   The look-back, and the thresholds a line's window has to
      *>   cross before it is judged at all: a handful of votes from
      *>   a handful of friends is not a campaign.
           01 audit-days               PIC 9(3)    VALUE 7.
           01 audit-min-votes          PIC 9(4)    VALUE 5.
      *>   BURST: the line's busiest single hour carries at least
      *>   this many votes and more than half of its whole window.
           01 audit-burst-votes        PIC 9(4)    VALUE 5.
      *>   FEW-ADDR: on average this many votes or more per distinct
      *>   client address.
           01 audit-votes-per-addr     PIC 9(4)    VALUE 3.

           01 today-serial             PIC 9(8)    VALUE 0.
           01 cutoff-serial            PIC 9(8)    VALUE 0.
           01 entry-serial             PIC 9(8)    VALUE 0.
           01 entry-date-num           PIC 9(8)    VALUE 0.
           01 window-start-date        PIC 9(8)    VALUE 0.
           01 ledger-rows-read         PIC 9(9)    VALUE 0.
           01 ledger-rows-counted      PIC 9(9)    VALUE 0.

      *>   Per-line totals over the window, indexed line + 1 like
      *>   every other per-line table in this system.
           01 line-audit-table.
               02 line-audit-entry     OCCURS 2000 TIMES.
                   03 line-vote-count      PIC 9(6).
                   03 line-addr-count      PIC 9(6).
                   03 line-peak-count      PIC 9(6).
                   03 line-peak-date       PIC X(10).
                   03 line-peak-hour       PIC X(2).
           01 line-idx                 PIC 9(4)    VALUE 0.
           01 line-max                 PIC 9(4)    VALUE 0.

      *>   Distinct (line, address) pairs, and distinct (line, date,
      *>   hour) buckets: a bounded table each, an overflow noted on
      *>   the report rather than silently miscounted.
           01 pair-table.
               02 pair-entry           OCCURS 5000 TIMES.
                   03 pair-line            PIC 9(4).
                   03 pair-addr            PIC X(45).
           01 pair-count               PIC 9(4)    VALUE 0.
           01 pair-idx                 PIC 9(4)    VALUE 0.
           01 pair-found-status        PIC X       VALUE "N".
               88 pair-found                       VALUE "Y".
           01 pair-overflow-status     PIC X       VALUE "N".
               88 pair-overflow                    VALUE "Y".

           01 bucket-table.
               02 bucket-entry         OCCURS 5000 TIMES.
                   03 bucket-line          PIC 9(4).
                   03 bucket-date          PIC X(10).
                   03 bucket-hour          PIC X(2).
                   03 bucket-votes         PIC 9(6).
           01 bucket-count             PIC 9(4)    VALUE 0.
           01 bucket-idx               PIC 9(4)    VALUE 0.
           01 bucket-found-status      PIC X       VALUE "N".
               88 bucket-found                     VALUE "Y".
           01 bucket-overflow-status   PIC X       VALUE "N".
               88 bucket-overflow                  VALUE "Y".

      *>   The verdict for the line under test.
           01 flag-reason              PIC X(20)   VALUE SPACES.
           01 flagged-count            PIC 9(4)    VALUE 0.
           01 flag-line-id             PIC 9(4)    VALUE 0.
           01 flag-line-repr           PIC ZZZ9.
           01 flag-votes-repr          PIC Z(5)9.
           01 flag-addrs-repr          PIC Z(5)9.
           01 flag-peak-repr           PIC Z(5)9.
           01 days-repr                PIC ZZ9.

      *>   The rename(2) arguments want C strings, same idiom as
      *>   the site's side-file saves.
           01 voteflags-path           PIC X(60)
               VALUE "quotes_vote_flags.txt".
           01 rename-src-z             PIC X(100)  VALUE SPACES.
           01 rename-dst-z             PIC X(100)  VALUE SPACES.
           01 rename-result            PIC S9(9)   COMP-5.
           01 audit-pid-raw            PIC X(4)    COMP-5.
           01 audit-pid                PIC 9(9)    VALUE 0.
           01 atomic-temp-path         PIC X(80)   VALUE SPACES.

           01 current-date-data.
               02 current-date.
                   03 current-year         PIC 9(4).
                   03 current-month        PIC 9(2).
                   03 current-day          PIC 9(2).
               02 FILLER                   PIC X(8).

       PROCEDURE DIVISION.
       DECLARATIVES.
       END DECLARATIVES.

       MAIN-LINE SECTION.
           MOVE FUNCTION CURRENT-DATE TO current-date-data

           PERFORM READ-CLI-ARGS

           COMPUTE today-serial =
               FUNCTION INTEGER-OF-DATE(
                   (current-year * 10000)
                   + (current-month * 100)
                   + current-day)
           COMPUTE cutoff-serial = today-serial - audit-days + 1
           MOVE FUNCTION DATE-OF-INTEGER(cutoff-serial)
               TO window-start-date

           PERFORM LOAD-VOTE-LEDGER
           PERFORM SETTLE-LINE-TOTALS

           MOVE "=== VOTE AUDIT ===" TO display-row
           DISPLAY display-row
           MOVE audit-days TO days-repr
           MOVE SPACES TO display-row
           STRING
               "Window: last " FUNCTION TRIM(days-repr)
               " day(s), from " window-start-date(1:4) "-"
               window-start-date(5:2) "-" window-start-date(7:2)
               INTO display-row
           END-STRING
           DISPLAY display-row
           MOVE SPACES TO display-row
           STRING
               "Ledger rows read: " ledger-rows-read
               ", inside the window: " ledger-rows-counted
               INTO display-row
           END-STRING
           DISPLAY display-row

           IF pair-overflow OR bucket-overflow
               DISPLAY "WARNING: more than 5000 distinct voters or "
                   "hours in the window; counts are partial."
           END-IF

           MOVE "-- FLAGGED LINES" TO display-row
           DISPLAY display-row
           PERFORM WRITE-VOTE-FLAGS-FILE
           IF flagged-count = 0
               DISPLAY "(no line's votes look out of the ordinary)"
           END-IF

           STOP RUN.

      *>   The look-back may be overridden on the command line; a
      *>   value that doesn't parse, or past a year, keeps the week.
       READ-CLI-ARGS SECTION.
           ACCEPT cli-arg-count FROM ARGUMENT-NUMBER
           IF cli-arg-count > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT cli-days-text FROM ARGUMENT-VALUE
               IF cli-days-text NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(cli-days-text) = 0
                   IF FUNCTION NUMVAL(cli-days-text) >= 1
                       AND FUNCTION NUMVAL(cli-days-text) <= 366
                       COMPUTE audit-days =
                           FUNCTION NUMVAL(cli-days-text)
                   END-IF
               END-IF
           END-IF
           .

      *>   A missing ledger just means nobody has voted since the
      *>   ledger was introduced: no flags, and an empty flag file.
       LOAD-VOTE-LEDGER SECTION.
           INITIALIZE line-audit-table
           INITIALIZE pair-table
           INITIALIZE bucket-table
           MOVE 0 TO pair-count
           MOVE 0 TO bucket-count
           MOVE 0 TO line-max
           MOVE "N" TO vote-ledger-read-status
           MOVE SPACES TO voteledger-file-status

           OPEN INPUT VoteLedgerDb
           IF voteledger-file-status = "00"
               PERFORM READ-ONE-LEDGER-ROW
                   UNTIL vote-ledger-read-eof
               CLOSE VoteLedgerDb
           END-IF
           .

      *>   Rows that don't parse, and rows a RETIRE pointed out of
      *>   range (9999), are passed over.
       READ-ONE-LEDGER-ROW SECTION.
           READ VoteLedgerDb
               AT END
                   SET vote-ledger-read-eof TO TRUE
               NOT AT END
                   ADD 1 TO ledger-rows-read
                   IF FUNCTION TEST-NUMVAL(vledger-date(1:4)) = 0
                       AND vledger-date(5:1) = "-"
                       AND vledger-time(3:1) = ":"
                       AND vledger-line < 2000
                       COMPUTE entry-date-num =
                           (FUNCTION NUMVAL(vledger-date(1:4))
                               * 10000)
                           + (FUNCTION NUMVAL(vledger-date(6:2))
                               * 100)
                           + FUNCTION NUMVAL(vledger-date(9:2))
                       COMPUTE entry-serial =
                           FUNCTION INTEGER-OF-DATE(entry-date-num)
                       IF entry-serial >= cutoff-serial
                           PERFORM TALLY-ONE-LEDGER-ROW
                       END-IF
                   END-IF
           END-READ
           .

       TALLY-ONE-LEDGER-ROW SECTION.
           ADD 1 TO ledger-rows-counted
           ADD 1 TO line-vote-count(vledger-line + 1)
           IF (vledger-line + 1) > line-max
               COMPUTE line-max = vledger-line + 1
           END-IF

           MOVE "N" TO pair-found-status
           PERFORM MATCH-ONE-PAIR
               VARYING pair-idx FROM 1 BY 1
               UNTIL pair-idx > pair-count OR pair-found
           IF NOT pair-found
               IF pair-count < 5000
                   ADD 1 TO pair-count
                   MOVE vledger-line TO pair-line(pair-count)
                   MOVE vledger-addr TO pair-addr(pair-count)
               ELSE
                   SET pair-overflow TO TRUE
               END-IF
           END-IF

           MOVE "N" TO bucket-found-status
           PERFORM MATCH-ONE-BUCKET
               VARYING bucket-idx FROM 1 BY 1
               UNTIL bucket-idx > bucket-count OR bucket-found
           IF NOT bucket-found
               IF bucket-count < 5000
                   ADD 1 TO bucket-count
                   MOVE vledger-line TO bucket-line(bucket-count)
                   MOVE vledger-date TO bucket-date(bucket-count)
                   MOVE vledger-time(1:2)
                       TO bucket-hour(bucket-count)
                   MOVE 1 TO bucket-votes(bucket-count)
               ELSE
                   SET bucket-overflow TO TRUE
               END-IF
           END-IF
           .

       MATCH-ONE-PAIR SECTION.
           IF pair-line(pair-idx) = vledger-line
               AND pair-addr(pair-idx) = vledger-addr
               SET pair-found TO TRUE
           END-IF
           .

       MATCH-ONE-BUCKET SECTION.
           IF bucket-line(bucket-idx) = vledger-line
               AND bucket-date(bucket-idx) = vledger-date
               AND bucket-hour(bucket-idx) = vledger-time(1:2)
               ADD 1 TO bucket-votes(bucket-idx)
               SET bucket-found TO TRUE
           END-IF
           .

      *>   Fold the pair and bucket tables back onto their lines:
      *>   distinct addresses per line, and each line's busiest hour.
       SETTLE-LINE-TOTALS SECTION.
           PERFORM SETTLE-ONE-PAIR
               VARYING pair-idx FROM 1 BY 1
               UNTIL pair-idx > pair-count
           PERFORM SETTLE-ONE-BUCKET
               VARYING bucket-idx FROM 1 BY 1
               UNTIL bucket-idx > bucket-count
           .

       SETTLE-ONE-PAIR SECTION.
           ADD 1 TO line-addr-count(pair-line(pair-idx) + 1)
           .

       SETTLE-ONE-BUCKET SECTION.
           IF bucket-votes(bucket-idx)
                   > line-peak-count(bucket-line(bucket-idx) + 1)
               MOVE bucket-votes(bucket-idx)
                   TO line-peak-count(bucket-line(bucket-idx) + 1)
               MOVE bucket-date(bucket-idx)
                   TO line-peak-date(bucket-line(bucket-idx) + 1)
               MOVE bucket-hour(bucket-idx)
                   TO line-peak-hour(bucket-line(bucket-idx) + 1)
           END-IF
           .

      *>   Judge every line and write the flag file in the same
      *>   pass, temp-then-rename like the weekly run's pin rewrite.
       WRITE-VOTE-FLAGS-FILE SECTION.
           MOVE 0 TO flagged-count

           CALL "getpid" RETURNING audit-pid-raw END-CALL
           MOVE audit-pid-raw TO audit-pid
           MOVE SPACES TO atomic-temp-path
           STRING
               "quotes_vote_flags.txt." FUNCTION TRIM(audit-pid)
               ".tmp"
               INTO atomic-temp-path
           END-STRING
           MOVE atomic-temp-path TO voteflags-path

           MOVE SPACES TO voteflags-file-status
           OPEN OUTPUT VoteFlagsDb
           IF voteflags-file-status NOT = "00"
               DISPLAY "ERROR: cannot write "
                   FUNCTION TRIM(atomic-temp-path)
                   "; quotes_vote_flags.txt left as it was."
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM JUDGE-ONE-LINE
               VARYING line-idx FROM 1 BY 1
               UNTIL line-idx > line-max
           CLOSE VoteFlagsDb

           MOVE SPACES TO rename-src-z
           STRING
               FUNCTION TRIM(atomic-temp-path) X"00"
               INTO rename-src-z
           END-STRING
           MOVE SPACES TO rename-dst-z
           STRING
               "quotes_vote_flags.txt" X"00"
               INTO rename-dst-z
           END-STRING
           CALL "rename" USING
               BY REFERENCE rename-src-z
               BY REFERENCE rename-dst-z
               RETURNING rename-result
           END-CALL
           IF rename-result NOT = 0
               DISPLAY "ERROR: cannot replace quotes_vote_flags.txt; "
                   "the new flags are left in "
                   FUNCTION TRIM(atomic-temp-path) "."
               MOVE 2 TO RETURN-CODE
           END-IF
           MOVE "quotes_vote_flags.txt" TO voteflags-path
           .

       JUDGE-ONE-LINE SECTION.
           MOVE SPACES TO flag-reason

           IF line-vote-count(line-idx) >= audit-min-votes
               IF line-peak-count(line-idx) >= audit-burst-votes
                   AND (line-peak-count(line-idx) * 2)
                       > line-vote-count(line-idx)
                   MOVE "BURST" TO flag-reason
               END-IF
               IF (line-addr-count(line-idx) * audit-votes-per-addr)
                       <= line-vote-count(line-idx)
                   IF flag-reason = SPACES
                       MOVE "FEW-ADDR" TO flag-reason
                   ELSE
                       MOVE "BURST,FEW-ADDR" TO flag-reason
                   END-IF
               END-IF
           END-IF

           IF flag-reason NOT = SPACES
               ADD 1 TO flagged-count
               COMPUTE flag-line-id = line-idx - 1

               MOVE SPACES TO vote-flag-record
               MOVE flag-line-id TO vflag-line
               MOVE flag-reason TO vflag-reason
               WRITE vote-flag-record

               MOVE flag-line-id TO flag-line-repr
               MOVE line-vote-count(line-idx) TO flag-votes-repr
               MOVE line-addr-count(line-idx) TO flag-addrs-repr
               MOVE line-peak-count(line-idx) TO flag-peak-repr
               MOVE SPACES TO display-row
               STRING
                   "#" FUNCTION TRIM(flag-line-repr) " "
                   FUNCTION TRIM(flag-votes-repr) " vote(s) from "
                   FUNCTION TRIM(flag-addrs-repr) " address(es), "
                   FUNCTION TRIM(flag-peak-repr) " in "
                   line-peak-date(line-idx) " "
                   line-peak-hour(line-idx) "h - "
                   FUNCTION TRIM(flag-reason)
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

       END PROGRAM historisch-voteaudit.
