       >> SOURCE FORMAT IS FIXED

HOUSE *> Housekeeping of the per-PID scratch files a killed process
KEEP  *> leaves behind in the data directory.
      *>
      *> Usage:
      *>   - Run out of cron (historisch-nightly runs it every
      *>     night), with the working directory set to wherever
      *>     quotes_cobol.txt and its side files live. An optional
      *>     argument is the safety age in minutes, 60 when absent.
      *>
      *> Every program writes its scratch files under the name of
      *> the file they stand in for plus its own PID, then renames
      *> or deletes them; a process killed in between leaves them
      *> there for good. Three shapes are looked for:
      *>   quotes_response_body.<pid>.tmp    the CGI's page body
      *>   quotes_<file>.<pid>.tmp           a side-file rewrite
      *>   quotes_access_log.<pid>.rotating  a log being rotated
      *>   quotes_search_log.<pid>.rotating  (either of the two)
      *> A file whose process is still running is left alone, and
      *> so is one younger than the safety age even when its
      *> process is gone - a PID is only a number, and the kernel
      *> hands it out again. Everything else is deleted; a stranded
      *> rotating log has its lines put back onto the live log
      *> first, so the next rotation archives them rather than
      *> nobody (a rotation killed part-way through its copy may
      *> get a few lines archived twice - better than lost).
      *>
      *> One line per run goes on quotes_housekeeping_ledger.txt:
      *> "YYYY-MM-DD HH:MM:SS DELETED n BYTES n WAITING n IN-USE n",
      *> WAITING being the orphans still too young to delete. The
      *> "?status=1" document reads its last line back.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. historisch-housekeep.
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
      *>   The directory listing "ls" leaves for this run, itself
      *>   named per PID so two runs never share one.
           SELECT ListingDb ASSIGN TO DYNAMIC listing-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS listing-file-status.

      *>   ASSIGN TO a data item, same idiom as historisch-rotate's
      *>   ArchiveDb: the one SELECT serves every leftover found,
      *>   for reading a stranded rotating log and for deleting.
           SELECT ScratchDb ASSIGN TO DYNAMIC scratch-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS scratch-file-status.

      *>   The live log, where a stranded rotating log's lines go:
      *>   the access log or the search log, whichever it came from.
           SELECT AccessLogDb ASSIGN TO DYNAMIC accesslog-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS accesslog-file-status.

      *>   One line per run, appended, never rewritten.
           SELECT LedgerDb ASSIGN TO "quotes_housekeeping_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.

       DATA DIVISION.
       FILE SECTION.
           FD ListingDb.
           01 listing-record           PIC X(100).

           FD ScratchDb.
           01 scratch-record           PIC X(200).

           FD AccessLogDb.
           01 access-log-record        PIC X(200).

           FD LedgerDb.
           01 ledger-record            PIC X(80).

       WORKING-STORAGE SECTION.
      *>   Check for EOF while walking the listing.
           01 file-status              PIC X.
               88 file-eof                         VALUE HIGH-VALUES.
           01 scratch-read-status      PIC X       VALUE "N".
               88 scratch-read-eof                 VALUE "Y".

           01 listing-file-status      PIC XX      VALUE SPACES.
           01 scratch-file-status      PIC XX      VALUE SPACES.
           01 accesslog-file-status    PIC XX      VALUE SPACES.
           01 ledger-file-status       PIC XX      VALUE SPACES.

           01 display-row              PIC X(80).

           01 listing-path             PIC X(60)   VALUE SPACES.
           01 scratch-path             PIC X(100)  VALUE SPACES.
           01 accesslog-path           PIC X(60)   VALUE SPACES.

      *>   "ls" run through the shell, the listing redirected into
      *>   listing-path; a C string, like the rename(2) arguments.
           01 listing-command-z        PIC X(120)  VALUE SPACES.
           01 system-result            PIC S9(9)   COMP-5.
           01 housekeep-pid-raw        PIC X(4)    COMP-5.
           01 housekeep-pid            PIC 9(9)    VALUE 0.

      *>   Minutes a leftover must have sat untouched; overridden
      *>   by the first argument.
           01 cli-arg-count            PIC 99      VALUE 0.
           01 cli-arg-text             PIC X(10)   VALUE SPACES.
           01 safety-minutes           PIC 9(5)    VALUE 60.

      *>   One listed name taken apart: which of the three shapes
      *>   it has (T a side-file or page-body temp, R a rotating
      *>   log, blank neither) and the PID embedded in it.
           01 scratch-name-len         PIC 999     VALUE 0.
           01 scratch-name-trail       PIC 999     VALUE 0.
           01 scratch-kind             PIC X       VALUE SPACE.
               88 scratch-is-temp                  VALUE "T".
               88 scratch-is-rotating              VALUE "R".
               88 scratch-is-other                 VALUE SPACE.
           01 pid-digit-end            PIC 999     VALUE 0.
           01 pid-digit-start          PIC 999     VALUE 0.
           01 pid-digit-count          PIC 999     VALUE 0.
           01 pid-scan-status          PIC X       VALUE "N".
               88 pid-scan-done                    VALUE "Y".
           01 scratch-pid              PIC S9(9)   COMP-5.
           01 kill-result              PIC S9(9)   COMP-5.

      *>   CBL_CHECK_FILE_EXIST's file-detail area, same shape as in
      *>   historisch-gewachsen.cob: size, then the last-modified
      *>   day/month/year/hour/minute/second.
           01 scratch-file-info.
               02 scratch-size             PIC X(8)  COMP-X.
               02 scratch-mtime-day        PIC X     COMP-X.
               02 scratch-mtime-month      PIC X     COMP-X.
               02 scratch-mtime-year       PIC X(2)  COMP-X.
               02 scratch-mtime-hour       PIC X     COMP-X.
               02 scratch-mtime-minute     PIC X     COMP-X.
               02 scratch-mtime-second     PIC X     COMP-X.
               02 filler                   PIC X.
           01 scratch-check-result     PIC 9(9)    COMP-5.

      *>   Timestamps in seconds, the day serial times 86400 plus
      *>   the time of day, so ages subtract across midnight.
           01 now-stamp                PIC 9(11)   VALUE 0.
           01 mtime-stamp              PIC 9(11)   VALUE 0.
           01 scratch-age-seconds      PIC S9(11)  VALUE 0.

           01 deleted-count            PIC 9(5)    VALUE 0.
           01 deleted-bytes            PIC 9(12)   VALUE 0.
           01 waiting-count            PIC 9(5)    VALUE 0.
           01 in-use-count             PIC 9(5)    VALUE 0.
           01 recovered-line-count     PIC 9(9)    VALUE 0.

           01 current-date-data.
               02 current-date.
                   03 current-year         PIC 9(4).
                   03 current-month        PIC 9(2).
                   03 current-day          PIC 9(2).
               02 current-time.
                   03 current-hours        PIC 9(2).
                   03 current-minute       PIC 9(2).
                   03 current-seconds      PIC 9(2).
                   03 current-milliseconds PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       END DECLARATIVES.

       MAIN-LINE SECTION.
           MOVE FUNCTION CURRENT-DATE TO current-date-data
           COMPUTE now-stamp =
               (FUNCTION INTEGER-OF-DATE(
                   (current-year * 10000)
                   + (current-month * 100)
                   + current-day) * 86400)
               + (current-hours * 3600)
               + (current-minute * 60)
               + current-seconds

           PERFORM READ-CLI-ARGS
           PERFORM LIST-DATA-DIRECTORY
           IF system-result NOT = 0
               DISPLAY "ERROR: could not list the data directory."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO file-status
           OPEN INPUT ListingDb
           IF listing-file-status = "00"
               PERFORM SWEEP-ONE-LISTED-NAME UNTIL file-eof
               CLOSE ListingDb
           END-IF
           DELETE FILE ListingDb

           PERFORM APPEND-HOUSEKEEPING-LEDGER

           MOVE SPACES TO display-row
           STRING
               "Deleted " deleted-count " file(s), " deleted-bytes
               " byte(s); " waiting-count " waiting, "
               in-use-count " in use."
               INTO display-row
           END-STRING
           DISPLAY display-row
           IF recovered-line-count > 0
               MOVE SPACES TO display-row
               STRING
                   "Put " recovered-line-count " stranded log "
                   "line(s) back onto the live logs."
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF

           STOP RUN.

      *>   A missing, zero or non-numeric argument leaves the
      *>   default safety age standing.
       READ-CLI-ARGS SECTION.
           ACCEPT cli-arg-count FROM ARGUMENT-NUMBER
           IF cli-arg-count > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT cli-arg-text FROM ARGUMENT-VALUE
               IF FUNCTION TEST-NUMVAL(cli-arg-text) = 0
                   AND FUNCTION NUMVAL(cli-arg-text) >= 1
                   AND FUNCTION NUMVAL(cli-arg-text) <= 99999
                   COMPUTE safety-minutes =
                       FUNCTION NUMVAL(cli-arg-text)
               END-IF
           END-IF
           .

       LIST-DATA-DIRECTORY SECTION.
           CALL "getpid" RETURNING housekeep-pid-raw END-CALL
           MOVE housekeep-pid-raw TO housekeep-pid
           MOVE SPACES TO listing-path
           STRING
               "quotes_housekeeping." FUNCTION TRIM(housekeep-pid)
               ".lst"
               INTO listing-path
           END-STRING

           MOVE SPACES TO listing-command-z
           STRING
               "ls -1 > " FUNCTION TRIM(listing-path)
               " 2>/dev/null" X"00"
               INTO listing-command-z
           END-STRING
           CALL "SYSTEM" USING listing-command-z
               RETURNING system-result
           END-CALL
           .

       SWEEP-ONE-LISTED-NAME SECTION.
           READ ListingDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   PERFORM PARSE-SCRATCH-NAME
                   IF NOT scratch-is-other
                       PERFORM SWEEP-ONE-SCRATCH-FILE
                   END-IF
           END-READ
           .

      *>   Sets scratch-kind and scratch-pid off listing-record;
      *>   anything not exactly one of the three shapes, the
      *>   digits included, stays scratch-is-other.
       PARSE-SCRATCH-NAME SECTION.
           MOVE SPACE TO scratch-kind
           MOVE 0 TO scratch-name-trail
           INSPECT FUNCTION REVERSE(listing-record)
               TALLYING scratch-name-trail FOR LEADING SPACE
           COMPUTE scratch-name-len = 100 - scratch-name-trail

           MOVE 0 TO pid-digit-end
           IF scratch-name-len > 12
               AND listing-record(1:7) = "quotes_"
               AND listing-record(scratch-name-len - 3:4) = ".tmp"
               COMPUTE pid-digit-end = scratch-name-len - 4
           END-IF
           IF scratch-name-len > 28
               AND (listing-record(1:18) = "quotes_access_log."
                   OR listing-record(1:18) = "quotes_search_log.")
               AND listing-record(scratch-name-len - 8:9)
                   = ".rotating"
               COMPUTE pid-digit-end = scratch-name-len - 9
           END-IF

      *>   Walk back over the digits; the loop's last step leaves
      *>   pid-digit-start one short of the character that ended
      *>   it, which should be the "." ahead of the PID.
           IF pid-digit-end > 0
               MOVE "N" TO pid-scan-status
               PERFORM SCAN-ONE-PID-DIGIT
                   VARYING pid-digit-start FROM pid-digit-end BY -1
                   UNTIL pid-scan-done
               ADD 1 TO pid-digit-start
               COMPUTE pid-digit-count =
                   pid-digit-end - pid-digit-start

               IF pid-digit-count >= 1 AND pid-digit-count <= 9
                   AND listing-record(pid-digit-start:1) = "."
                   IF listing-record(scratch-name-len - 8:9)
                       = ".rotating"
                       IF pid-digit-start = 18
                           SET scratch-is-rotating TO TRUE
                       END-IF
                   ELSE
                       SET scratch-is-temp TO TRUE
                   END-IF
               END-IF
           END-IF

           IF NOT scratch-is-other
               COMPUTE scratch-pid = FUNCTION NUMVAL(
                   listing-record(pid-digit-start + 1:
                       pid-digit-count))
           END-IF
           .

       SCAN-ONE-PID-DIGIT SECTION.
           IF pid-digit-start <= 8
               OR listing-record(pid-digit-start:1) IS NOT NUMERIC
               SET pid-scan-done TO TRUE
           END-IF
           .

      *>   A leftover of a live process is in use; an orphan is
      *>   either waiting out the safety age or deleted now.
       SWEEP-ONE-SCRATCH-FILE SECTION.
           MOVE SPACES TO scratch-path
           MOVE listing-record(1:scratch-name-len) TO scratch-path
           CALL "CBL_CHECK_FILE_EXIST" USING
               scratch-path scratch-file-info
               RETURNING scratch-check-result
           END-CALL

           MOVE -1 TO kill-result
           MOVE 0 TO scratch-age-seconds
           IF scratch-check-result = 0
               CALL "kill" USING
                   BY VALUE scratch-pid
                   BY VALUE 0
                   RETURNING kill-result
               END-CALL
               COMPUTE mtime-stamp =
                   (FUNCTION INTEGER-OF-DATE(
                       (scratch-mtime-year * 10000)
                       + (scratch-mtime-month * 100)
                       + scratch-mtime-day) * 86400)
                   + (scratch-mtime-hour * 3600)
                   + (scratch-mtime-minute * 60)
                   + scratch-mtime-second
               COMPUTE scratch-age-seconds = now-stamp - mtime-stamp
           END-IF

           EVALUATE TRUE
               WHEN scratch-check-result NOT = 0
                   CONTINUE
               WHEN kill-result = 0
                   ADD 1 TO in-use-count
               WHEN scratch-age-seconds < safety-minutes * 60
                   ADD 1 TO waiting-count
               WHEN OTHER
                   PERFORM DELETE-ORPHAN-FILE
           END-EVALUATE
           .

       DELETE-ORPHAN-FILE SECTION.
           IF scratch-is-rotating
               PERFORM RECOVER-STRANDED-LOG
           END-IF

           DELETE FILE ScratchDb
           IF scratch-file-status(1:1) = "0"
               ADD 1 TO deleted-count
               ADD scratch-size TO deleted-bytes
               MOVE SPACES TO display-row
               STRING
                   "Removed " FUNCTION TRIM(scratch-path)
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

       RECOVER-STRANDED-LOG SECTION.
           MOVE SPACES TO accesslog-path
           STRING
               scratch-path(1:17) ".txt"
               INTO accesslog-path
           END-STRING
           MOVE "N" TO scratch-read-status
           OPEN INPUT ScratchDb
           IF scratch-file-status = "00"
               OPEN EXTEND AccessLogDb
               IF accesslog-file-status NOT = "00"
                   OPEN OUTPUT AccessLogDb
               END-IF
               PERFORM COPY-ONE-STRANDED-LINE UNTIL scratch-read-eof
               CLOSE AccessLogDb
               CLOSE ScratchDb
           END-IF
           .

       COPY-ONE-STRANDED-LINE SECTION.
           READ ScratchDb
               AT END
                   SET scratch-read-eof TO TRUE
               NOT AT END
                   MOVE scratch-record TO access-log-record
                   WRITE access-log-record
                   ADD 1 TO recovered-line-count
           END-READ
           .

       APPEND-HOUSEKEEPING-LEDGER SECTION.
           MOVE SPACES TO ledger-record
           STRING
               current-year "-" current-month "-" current-day " "
               current-hours ":" current-minute ":" current-seconds
               " DELETED " deleted-count
               " BYTES " deleted-bytes
               " WAITING " waiting-count
               " IN-USE " in-use-count
               INTO ledger-record
           END-STRING

           OPEN EXTEND LedgerDb
           IF ledger-file-status NOT = "00"
               OPEN OUTPUT LedgerDb
           END-IF
           WRITE ledger-record
           CLOSE LedgerDb
           .

       END PROGRAM historisch-housekeep.
