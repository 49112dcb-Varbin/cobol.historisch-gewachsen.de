       >> SOURCE FORMAT IS FIXED

LOG   *> Access-log rotation and retention for
ROTA  *> quotes_access_log.txt and quotes_search_log.txt.
TE    *>
      *> Usage:
      *>   - Run out of cron, monthly, with the working directory set
      *>     to wherever quotes_access_log.txt lives.
      *>   - quotes_rotation_config.txt (optional, one number) is how
      *>     many monthly archives to keep; 12 when absent. It holds
      *>     for both logs.
      *>
      *> Each live log is renamed aside first (rename(2) is atomic,
      *> so a hit appending at that instant lands either in the
      *> closed-out file or in the fresh one the next append
      *> recreates - never in a truncation window), then copied into
      *> its dated archives, quotes_access_log.YYYY-MM.txt or
      *> quotes_search_log.YYYY-MM.txt, each line into the month its
      *> own date names (the first minutes of a new month, logged
      *> before an after-midnight run, land in that month's
      *> archive), a one-line totals summary per archived period
      *> is appended to quotes_archive_summary.txt, and archives
      *> older than the retention window are removed.
      *> The archives themselves are never rewritten - the auditors
      *> get the old periods intact.


       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>   The live log historisch-gewachsen.cob's LOG-ACCESS (or
      *>   APPEND-SEARCH-LOG) appends to. ASSIGN TO a data item: the
      *>   rotation renames the live file aside and reads it under
      *>   that closed-out name, while the appender's own OPEN
      *>   EXTEND/OUTPUT fallback recreates the live one on the next
      *>   hit.
           SELECT AccessLogDb ASSIGN TO DYNAMIC accesslog-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS accesslog-file-status.
       DATA DIVISION.
       FILE SECTION.
           FD AccessLogDb.
           01 access-log-record        PIC X(200).

           FD ArchiveDb.
           01 archive-record           PIC X(200).

           FD SummaryDb.
           01 summary-record           PIC X(80).
               VALUE "quotes_access_log.txt".
           01 rotating-path            PIC X(60)   VALUE SPACES.

      *>   The log being rotated: its name without ".txt", which
      *>   its dated archives and closed-out copy are named after,
      *>   and its live name.
           01 log-stem                 PIC X(20)   VALUE SPACES.
           01 live-log-path            PIC X(60)   VALUE SPACES.

      *>   The rename(2) arguments want C strings; built with the
      *>   terminating low-value byte, same idiom as
      *>   historisch-gewachsen.cob's side-file saves.
           01 rotate-pid-raw           PIC X(4)    COMP-5.
           01 rotate-pid               PIC 9(9)    VALUE 0.

      *>   "YYYY-MM" of the archive being written: the dates in the
      *>   log itself, so each archive holds what its name says, not
      *>   what month cron happened to fire in. A line with no date
      *>   of its own goes with the one before it.
           01 period-label             PIC X(7)    VALUE SPACES.
           01 line-period-label        PIC X(7)    VALUE SPACES.

      *>   Months of archives to keep; overridden by ConfigDb.
           01 retention-months         PIC 9(3)    VALUE 12.
           MOVE FUNCTION CURRENT-DATE TO current-date-data

           PERFORM LOAD-RETENTION-CONFIG

           MOVE "quotes_access_log" TO log-stem
           PERFORM ROTATE-ONE-LOG
           MOVE "quotes_search_log" TO log-stem
           PERFORM ROTATE-ONE-LOG

           STOP RUN.

           END-IF
           .

       ROTATE-ONE-LOG SECTION.
           MOVE SPACES TO live-log-path
           STRING
               FUNCTION TRIM(log-stem) ".txt"
               INTO live-log-path
           END-STRING
           MOVE live-log-path TO accesslog-path

           PERFORM ARCHIVE-CURRENT-LOG
           PERFORM PRUNE-EXPIRED-ARCHIVES
           .

      *>   Rename the live log aside (atomically - an append in
      *>   flight lands either here or in the fresh log the next
      *>   hit's OPEN EXTEND fallback recreates), then copy the

           PERFORM CLOSE-OUT-LIVE-LOG
           IF rename-result NOT = 0
               MOVE SPACES TO display-row
               STRING
                   "Nothing to rotate: " FUNCTION TRIM(live-log-path)
                   " is missing or unreadable."
                   INTO display-row
               END-STRING
               DISPLAY display-row
           ELSE
               MOVE rotating-path TO accesslog-path

      *>       First pass just settles the period label off the
      *>       first date present, so the first archive can be
      *>       opened under its name before any line is copied.
               OPEN INPUT AccessLogDb
               IF accesslog-file-status = "00"
                   PERFORM NOTE-ONE-LOG-PERIOD UNTIL file-eof
               END-IF

               IF period-label = SPACES
                   MOVE SPACES TO display-row
                   STRING
                       "Nothing to rotate: "
                       FUNCTION TRIM(live-log-path) " is empty."
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
      *>           The closed-out file held nothing worth keeping.
                   DELETE FILE AccessLogDb
               ELSE
                   PERFORM COPY-LOG-TO-ARCHIVE
                   DELETE FILE AccessLogDb
               END-IF

               MOVE live-log-path TO accesslog-path
           END-IF
           .


           MOVE SPACES TO rotating-path
           STRING
               FUNCTION TRIM(log-stem) "." FUNCTION TRIM(rotate-pid)
               ".rotating"
               INTO rotating-path
           END-STRING
               NOT AT END
                   IF access-log-record(5:1) = "-"
                       AND access-log-record(8:1) = "-"
                       AND period-label = SPACES
                       MOVE access-log-record(1:7) TO period-label
                   END-IF
           END-READ
           .

       COPY-LOG-TO-ARCHIVE SECTION.
           MOVE SPACES TO file-status
           OPEN INPUT AccessLogDb

           PERFORM OPEN-PERIOD-ARCHIVE
           PERFORM COPY-ONE-LOG-LINE UNTIL file-eof
           PERFORM CLOSE-PERIOD-ARCHIVE

           CLOSE AccessLogDb
           .

       COPY-ONE-LOG-LINE SECTION.
           READ AccessLogDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   IF access-log-record(5:1) = "-"
                       AND access-log-record(8:1) = "-"
                       MOVE access-log-record(1:7)
                           TO line-period-label
                       IF line-period-label NOT = period-label
                           PERFORM CLOSE-PERIOD-ARCHIVE
                           MOVE line-period-label TO period-label
                           PERFORM OPEN-PERIOD-ARCHIVE
                       END-IF
                   END-IF
                   MOVE access-log-record TO archive-record
                   WRITE archive-record
                   ADD 1 TO archived-line-count
           END-READ
           .

      *>   Appending, so a rerun within the same period extends the
      *>   same archive instead of clobbering it.
       OPEN-PERIOD-ARCHIVE SECTION.
           MOVE 0 TO archived-line-count
           MOVE SPACES TO archive-path
           STRING
               FUNCTION TRIM(log-stem) "." period-label ".txt"
               INTO archive-path
           END-STRING

           OPEN EXTEND ArchiveDb
           IF archive-file-status NOT = "00"
               OPEN OUTPUT ArchiveDb
           END-IF
           .

       CLOSE-PERIOD-ARCHIVE SECTION.
           CLOSE ArchiveDb

           MOVE SPACES TO display-row
           STRING
               INTO display-row
           END-STRING
           DISPLAY display-row
           PERFORM APPEND-PERIOD-SUMMARY
           .

       APPEND-PERIOD-SUMMARY SECTION.

           MOVE SPACES TO archive-path
           STRING
               FUNCTION TRIM(log-stem) "."
               prune-year "-" prune-month ".txt"
               INTO archive-path
           END-STRING
