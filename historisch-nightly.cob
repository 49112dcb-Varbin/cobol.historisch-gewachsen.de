       >> SOURCE FORMAT IS FIXED

NIGHT *> Nightly job stream: the batch programs run one after the
LY    *> other, in a fixed order, under one driver.
JOBS  *>
      *> Usage:
      *>   - Run out of cron once a night, shortly after midnight,
      *>     so the day just ended is closed out - the digest mails
      *>     it whole and the day's go-lives are promoted on the day
      *>     itself - with the working directory set to wherever
      *>     quotes_cobol.txt and its side files live.
      *>   - "[program-dir] [site-dir]": the directory the
      *>     historisch-* programs are installed in (the working
      *>     directory itself when absent), and the directory
      *>     EXPORT-SITE publishes the site into; given, the
      *>     calendar page goes there as calendar.html, otherwise
      *>     to quotes_calendar.html beside the data.
      *>
      *> The stream, in order:
      *>   PROMOTE    historisch-gewachsen PROMOTE        critical
      *>   RECONCILE  historisch-reconcile                critical
      *>   SNAPSHOT   historisch-snapshot
      *>   DIGEST     historisch-digest
      *>   PURGE      historisch-digest PURGE
      *>   VOTEAUDIT  historisch-voteaudit                after Sunday
      *>   WEEKLY     historisch-weekly                   after Sunday
      *>   STATEMENTS historisch-report PARTNERS <month>  new month
      *>   SEARCHES   historisch-report SEARCHES <month>  new month
      *>   ROTATE     historisch-rotate                   new month
      *>   HOUSEKEEP  historisch-housekeep
      *>   CALENDAR   historisch-calendar 28 [site page]
      *>
      *> The calendar of the day just ended decides which steps are
      *> due: the Sunday pair in the night after a Sunday, the
      *> partner statements, the search-term report and the
      *> rotation in the night after a month's last day - the
      *> first two for that whole month, given as YYYY-MM, and
      *> both ahead of the rotation. Every step's start and end,
      *> with its exit code, goes on the job ledger
      *> quotes_job_ledger.txt. A critical step ending non-zero
      *> halts the stream there - reconcile flagging ERROR keeps
      *> the digest from mailing readers off a damaged quote file.
      *> Any other step failing is noted and the stream carries
      *> on.
      *>
      *> Run again the same night, the driver reads the ledger back
      *> and passes over every step that already ended cleanly
      *> tonight, so the stream picks up at the step that failed.
      *> Exit code 0 when every due step ended cleanly, 1 when a
      *> non-critical step failed, 2 when the stream was halted.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. historisch-nightly.
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
      *>   The job ledger: "YYYY-MM-DD HH:MM:SS <night> <step>
      *>   <event> <rc>", START and END per step run, HALT when a
      *>   critical failure stops the stream. Appended, never
      *>   rewritten; a rerun reads tonight's lines back out of it.
           SELECT JobLedgerDb ASSIGN TO "quotes_job_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS jobledger-file-status.

       DATA DIVISION.
       FILE SECTION.
           FD JobLedgerDb.
           01 job-ledger-record.
               02 jledger-stamp-date       PIC X(10).
               02 FILLER                   PIC X.
               02 jledger-stamp-time       PIC X(8).
               02 FILLER                   PIC X.
               02 jledger-night            PIC X(10).
               02 FILLER                   PIC X.
               02 jledger-step             PIC X(10).
               02 FILLER                   PIC X.
               02 jledger-event            PIC X(5).
               02 FILLER                   PIC X.
               02 jledger-rc               PIC 9(3).

       WORKING-STORAGE SECTION.
           01 jobledger-file-status    PIC XX      VALUE SPACES.
           01 jobledger-read-status    PIC X       VALUE "N".
               88 jobledger-read-eof               VALUE "Y".

           01 display-row              PIC X(80).

           01 cli-arg-count            PIC 9(2)    VALUE 0.
           01 program-dir              PIC X(60)   VALUE ".".
           01 site-dir                 PIC X(60)   VALUE SPACES.

      *>   The stream itself: step name, command line below the
      *>   program directory, critical or not, when it is due - D
      *>   every night, S after a Sunday, M after a month's last
      *>   day - and what goes on the end of the command: M the
      *>   closed month as YYYY-MM, C the calendar's days and page.
           01 job-step-names.
               02 FILLER PIC X(10) VALUE "PROMOTE".
               02 FILLER PIC X(40)
                   VALUE "historisch-gewachsen PROMOTE".
               02 FILLER PIC X     VALUE "Y".
               02 FILLER PIC X     VALUE "D".
               02 FILLER PIC X     VALUE SPACE.
               02 FILLER PIC X(10) VALUE "RECONCILE".
               02 FILLER PIC X(40) VALUE "historisch-reconcile".
               02 FILLER PIC X     VALUE "Y".
               02 FILLER PIC X     VALUE "D".
               02 FILLER PIC X     VALUE SPACE.
               02 FILLER PIC X(10) VALUE "SNAPSHOT".
               02 FILLER PIC X(40) VALUE "historisch-snapshot".
               02 FILLER PIC X     VALUE "N".
               02 FILLER PIC X     VALUE "D".
               02 FILLER PIC X     VALUE SPACE.
               02 FILLER PIC X(10) VALUE "DIGEST".
               02 FILLER PIC X(40) VALUE "historisch-digest".
               02 FILLER PIC X     VALUE "N".
               02 FILLER PIC X     VALUE "D".
               02 FILLER PIC X     VALUE SPACE.
               02 FILLER PIC X(10) VALUE "PURGE".
               02 FILLER PIC X(40) VALUE "historisch-digest PURGE".
               02 FILLER PIC X     VALUE "N".
               02 FILLER PIC X     VALUE "D".
               02 FILLER PIC X     VALUE SPACE.
               02 FILLER PIC X(10) VALUE "VOTEAUDIT".
               02 FILLER PIC X(40) VALUE "historisch-voteaudit".
               02 FILLER PIC X     VALUE "N".
               02 FILLER PIC X     VALUE "S".
               02 FILLER PIC X     VALUE SPACE.
               02 FILLER PIC X(10) VALUE "WEEKLY".
               02 FILLER PIC X(40) VALUE "historisch-weekly".
               02 FILLER PIC X     VALUE "N".
               02 FILLER PIC X     VALUE "S".
               02 FILLER PIC X     VALUE SPACE.
               02 FILLER PIC X(10) VALUE "STATEMENTS".
               02 FILLER PIC X(40)
                   VALUE "historisch-report PARTNERS".
               02 FILLER PIC X     VALUE "N".
               02 FILLER PIC X     VALUE "M".
               02 FILLER PIC X     VALUE "M".
               02 FILLER PIC X(10) VALUE "SEARCHES".
               02 FILLER PIC X(40)
                   VALUE "historisch-report SEARCHES".
               02 FILLER PIC X     VALUE "N".
               02 FILLER PIC X     VALUE "M".
               02 FILLER PIC X     VALUE "M".
               02 FILLER PIC X(10) VALUE "ROTATE".
               02 FILLER PIC X(40) VALUE "historisch-rotate".
               02 FILLER PIC X     VALUE "N".
               02 FILLER PIC X     VALUE "M".
               02 FILLER PIC X     VALUE SPACE.
               02 FILLER PIC X(10) VALUE "HOUSEKEEP".
               02 FILLER PIC X(40) VALUE "historisch-housekeep".
               02 FILLER PIC X     VALUE "N".
               02 FILLER PIC X     VALUE "D".
               02 FILLER PIC X     VALUE SPACE.
               02 FILLER PIC X(10) VALUE "CALENDAR".
               02 FILLER PIC X(40) VALUE "historisch-calendar".
               02 FILLER PIC X     VALUE "N".
               02 FILLER PIC X     VALUE "D".
               02 FILLER PIC X     VALUE "C".
           01 job-steps REDEFINES job-step-names.
               02 job-step-entry OCCURS 12 TIMES.
                   03 job-step-name        PIC X(10).
                   03 job-step-command     PIC X(40).
                   03 job-step-critical    PIC X.
                   03 job-step-when        PIC X.
                   03 job-step-args        PIC X.
           01 job-step-count           PIC 99      VALUE 12.
           01 step-idx                 PIC 99      VALUE 0.

      *>   What each step did tonight: R ran and ended cleanly, F ran
      *>   and failed, P passed over as already done by an earlier
      *>   run, N not due on tonight's calendar.
           01 step-outcome-table.
               02 step-outcome OCCURS 12 TIMES PIC X.
               02 step-rc      OCCURS 12 TIMES PIC 9(3).
           01 step-done-table.
               02 step-done-tonight OCCURS 12 TIMES PIC X.
           01 ledger-step-idx          PIC 99      VALUE 0.

      *>   The calendar: tonight's date (the run's, which keys the
      *>   ledger), the day just ended, whether that was a Sunday,
      *>   and whether it was the last of its month - today being
      *>   the 1st.
           01 night-date               PIC X(10)   VALUE SPACES.
           01 today-serial             PIC 9(8)    VALUE 0.
           01 closed-date              PIC 9(8)    VALUE 0.
           01 closed-parts REDEFINES closed-date.
               02 closed-year              PIC 9(4).
               02 closed-month             PIC 9(2).
               02 closed-day               PIC 9(2).
           01 closed-day-label         PIC X(10)   VALUE SPACES.
           01 sunday-status            PIC X       VALUE "N".
               88 night-is-sunday                  VALUE "Y".
           01 month-end-status         PIC X       VALUE "N".
               88 night-is-month-end               VALUE "Y".
           01 calendar-note            PIC X(40)   VALUE SPACES.
           01 step-due-status          PIC X       VALUE "N".
               88 step-due                         VALUE "Y".

      *>   The stream's state as it runs.
           01 halt-status              PIC X       VALUE "N".
               88 stream-halted                    VALUE "Y".
           01 failed-step-count        PIC 99      VALUE 0.
           01 ran-step-count           PIC 99      VALUE 0.
           01 passed-step-count        PIC 99      VALUE 0.
           01 ledger-event             PIC X(5)    VALUE SPACES.
           01 ledger-rc                PIC 9(3)    VALUE 0.

      *>   The step's command for system(3): a C string, the raw
      *>   wait status back, the exit code being its high byte.
           01 step-command-z           PIC X(200)  VALUE SPACES.
           01 step-args                PIC X(80)   VALUE SPACES.
           01 system-result            PIC S9(9)   COMP-5.
           01 step-exit-code           PIC 9(3)    VALUE 0.
           01 rc-repr                  PIC ZZ9.

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
               02 FILLER                   PIC X(5).

       PROCEDURE DIVISION.
       DECLARATIVES.
       END DECLARATIVES.

       MAIN-LINE SECTION.
           MOVE FUNCTION CURRENT-DATE TO current-date-data
           INITIALIZE step-outcome-table
           PERFORM READ-CLI-ARGS
           PERFORM CHECK-CALENDAR
           PERFORM LOAD-TONIGHTS-LEDGER

           MOVE "=== NIGHTLY JOB STREAM ===" TO display-row
           DISPLAY display-row
           EVALUATE TRUE
               WHEN night-is-sunday AND night-is-month-end
                   MOVE ", a Sunday and the month's last day"
                       TO calendar-note
               WHEN night-is-sunday
                   MOVE ", a Sunday" TO calendar-note
               WHEN night-is-month-end
                   MOVE ", the month's last day" TO calendar-note
               WHEN OTHER
                   MOVE SPACES TO calendar-note
           END-EVALUATE
           MOVE SPACES TO display-row
           STRING
               "Night of " night-date ", closing "
               closed-day-label calendar-note
               INTO display-row
           END-STRING
           DISPLAY display-row

           PERFORM RUN-ONE-JOB-STEP
               VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > job-step-count OR stream-halted

           PERFORM REPORT-STREAM-SUMMARY

           EVALUATE TRUE
               WHEN stream-halted
                   MOVE 2 TO RETURN-CODE
               WHEN failed-step-count > 0
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      *>   Where the programs live, when it isn't the working
      *>   directory, and where EXPORT-SITE publishes the site.
       READ-CLI-ARGS SECTION.
           ACCEPT cli-arg-count FROM ARGUMENT-NUMBER
           IF cli-arg-count > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT program-dir FROM ARGUMENT-VALUE
               IF program-dir = SPACES
                   MOVE "." TO program-dir
               END-IF
           END-IF
           IF cli-arg-count > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT site-dir FROM ARGUMENT-VALUE
           END-IF
           .

      *>   Day 1 of the Gregorian serial count (1601-01-01) was a
      *>   Monday, so the serial MOD 7 is 0 exactly on a Sunday.
       CHECK-CALENDAR SECTION.
           MOVE SPACES TO night-date
           STRING
               current-year "-" current-month "-" current-day
               INTO night-date
           END-STRING

           COMPUTE today-serial =
               FUNCTION INTEGER-OF-DATE(
                   (current-year * 10000)
                   + (current-month * 100)
                   + current-day)
           MOVE FUNCTION DATE-OF-INTEGER(today-serial - 1)
               TO closed-date
           MOVE SPACES TO closed-day-label
           STRING
               closed-year "-" closed-month "-" closed-day
               INTO closed-day-label
           END-STRING

           IF FUNCTION MOD(today-serial - 1, 7) = 0
               SET night-is-sunday TO TRUE
           END-IF
           IF current-day = 1
               SET night-is-month-end TO TRUE
           END-IF
           .

      *>   Every step that ended with exit code 0 tonight is done;
      *>   one that started and never ended (the box went down
      *>   under it) is not, and runs again.
       LOAD-TONIGHTS-LEDGER SECTION.
           INITIALIZE step-done-table
           MOVE "N" TO jobledger-read-status
           MOVE SPACES TO jobledger-file-status

           OPEN INPUT JobLedgerDb
           IF jobledger-file-status = "00"
               PERFORM NOTE-ONE-LEDGER-LINE
                   UNTIL jobledger-read-eof
               CLOSE JobLedgerDb
           END-IF
           .

       NOTE-ONE-LEDGER-LINE SECTION.
           READ JobLedgerDb
               AT END
                   SET jobledger-read-eof TO TRUE
               NOT AT END
                   IF jledger-night = night-date
                       AND jledger-event = "END"
                       PERFORM MARK-ONE-LEDGER-STEP
                           VARYING ledger-step-idx FROM 1 BY 1
                           UNTIL ledger-step-idx > job-step-count
                   END-IF
           END-READ
           .

      *>   A later END for the same step wins: a step that failed,
      *>   then succeeded on a rerun, is done; one that succeeded
      *>   and was then forced through again and failed is not.
       MARK-ONE-LEDGER-STEP SECTION.
           IF job-step-name(ledger-step-idx) = jledger-step
               IF jledger-rc = 0
                   MOVE "Y" TO step-done-tonight(ledger-step-idx)
               ELSE
                   MOVE "N" TO step-done-tonight(ledger-step-idx)
               END-IF
           END-IF
           .

       RUN-ONE-JOB-STEP SECTION.
           MOVE "N" TO step-due-status
           EVALUATE job-step-when(step-idx)
               WHEN "D"
                   SET step-due TO TRUE
               WHEN "S"
                   IF night-is-sunday
                       SET step-due TO TRUE
                   END-IF
               WHEN "M"
                   IF night-is-month-end
                       SET step-due TO TRUE
                   END-IF
           END-EVALUATE

           EVALUATE TRUE
               WHEN NOT step-due
                   MOVE "N" TO step-outcome(step-idx)
               WHEN step-done-tonight(step-idx) = "Y"
                   MOVE "P" TO step-outcome(step-idx)
                   ADD 1 TO passed-step-count
               WHEN OTHER
                   PERFORM EXECUTE-JOB-STEP
           END-EVALUATE
           .

      *>   START on the ledger, the program run through system(3)
      *>   with its output straight through to cron's mail, END
      *>   with the exit code once it is back.
       EXECUTE-JOB-STEP SECTION.
           MOVE SPACES TO step-args
           EVALUATE job-step-args(step-idx)
               WHEN "M"
                   STRING
                       " " closed-day-label(1:7)
                       INTO step-args
                   END-STRING
               WHEN "C"
                   IF site-dir = SPACES
                       MOVE " 28" TO step-args
                   ELSE
                       STRING
                           " 28 " FUNCTION TRIM(site-dir)
                           "/calendar.html"
                           INTO step-args
                       END-STRING
                   END-IF
           END-EVALUATE

           MOVE SPACES TO display-row
           STRING
               "--- " FUNCTION TRIM(job-step-name(step-idx))
               ": " FUNCTION TRIM(job-step-command(step-idx))
               step-args
               INTO display-row
           END-STRING
           DISPLAY display-row

           MOVE "START" TO ledger-event
           MOVE 0 TO ledger-rc
           PERFORM APPEND-JOB-LEDGER

           MOVE SPACES TO step-command-z
           STRING
               FUNCTION TRIM(program-dir) "/"
               FUNCTION TRIM(job-step-command(step-idx))
               FUNCTION TRIM(step-args TRAILING)
               X"00"
               INTO step-command-z
           END-STRING
           CALL "SYSTEM" USING step-command-z
               RETURNING system-result
           END-CALL

      *>   A wait status past what an exit code can hold (a step
      *>   killed by a signal) is no clean end either.
           IF system-result < 0
               MOVE 255 TO step-exit-code
           ELSE
               COMPUTE step-exit-code =
                   FUNCTION MOD(system-result / 256, 256)
               IF step-exit-code = 0
                   AND FUNCTION MOD(system-result, 256) NOT = 0
                   MOVE 255 TO step-exit-code
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE step-exit-code TO step-rc(step-idx)
           ADD 1 TO ran-step-count
           MOVE "END" TO ledger-event
           MOVE step-exit-code TO ledger-rc
           PERFORM APPEND-JOB-LEDGER

           IF step-exit-code = 0
               MOVE "R" TO step-outcome(step-idx)
           ELSE
               MOVE "F" TO step-outcome(step-idx)
               ADD 1 TO failed-step-count
               MOVE step-exit-code TO rc-repr
               MOVE SPACES TO display-row
               STRING
                   "ERROR: " FUNCTION TRIM(job-step-name(step-idx))
                   " ended with exit code " FUNCTION TRIM(rc-repr)
                   INTO display-row
               END-STRING
               DISPLAY display-row

               IF job-step-critical(step-idx) = "Y"
                   SET stream-halted TO TRUE
                   MOVE "HALT" TO ledger-event
                   PERFORM APPEND-JOB-LEDGER
                   MOVE SPACES TO display-row
                   STRING
                       "Stream halted: "
                       FUNCTION TRIM(job-step-name(step-idx))
                       " is critical. Rerun tonight to restart "
                       "from it."
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
               END-IF
           END-IF
           .

      *>   Same OPEN EXTEND/fallback append idiom as every ledger.
       APPEND-JOB-LEDGER SECTION.
           MOVE FUNCTION CURRENT-DATE TO current-date-data
           MOVE SPACES TO job-ledger-record
           STRING
               current-year "-" current-month "-" current-day
               INTO jledger-stamp-date
           END-STRING
           STRING
               current-hours ":" current-minute ":"
               current-seconds
               INTO jledger-stamp-time
           END-STRING
           MOVE night-date TO jledger-night
           MOVE job-step-name(step-idx) TO jledger-step
           MOVE ledger-event TO jledger-event
           MOVE ledger-rc TO jledger-rc

           OPEN EXTEND JobLedgerDb
           IF jobledger-file-status NOT = "00"
               OPEN OUTPUT JobLedgerDb
           END-IF
           WRITE job-ledger-record
           CLOSE JobLedgerDb
           .

       REPORT-STREAM-SUMMARY SECTION.
           MOVE "-- STEPS" TO display-row
           DISPLAY display-row
           PERFORM REPORT-ONE-STEP
               VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > job-step-count

           MOVE SPACES TO display-row
           STRING
               "Ran " ran-step-count " step(s), "
               failed-step-count " failed, "
               passed-step-count " already done earlier tonight."
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

       REPORT-ONE-STEP SECTION.
           MOVE SPACES TO display-row
           MOVE job-step-name(step-idx) TO display-row(1:10)
           EVALUATE step-outcome(step-idx)
               WHEN "R"
                   MOVE "ok" TO display-row(12:)
               WHEN "F"
                   MOVE step-rc(step-idx) TO rc-repr
                   STRING
                       "FAILED, exit code " FUNCTION TRIM(rc-repr)
                       INTO display-row(12:)
                   END-STRING
               WHEN "P"
                   MOVE "done earlier tonight" TO display-row(12:)
               WHEN "N"
                   MOVE "not due tonight" TO display-row(12:)
               WHEN OTHER
                   MOVE "not run (stream halted)"
                       TO display-row(12:)
           END-EVALUATE
           DISPLAY display-row
           .

       END PROGRAM historisch-nightly.
