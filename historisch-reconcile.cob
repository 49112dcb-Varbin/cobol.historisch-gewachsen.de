               FILE STATUS IS reconcilejournal-file-status.

      *>   The author registry historisch-gewachsen.cob's AUTHOR
      *>   mode maintains: "canonical|alias|bio|link|born|died" per
      *>   line; read here to flag quote-authors with no entry, or
      *>   ones the registry only knows as somebody's alias, and
      *>   anniversary authors with nothing left to show.
           SELECT AuthorsDb ASSIGN TO "quotes_authors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS authors-file-status.

      *>   The licence register historisch-gewachsen.cob's LICENCE
      *>   mode maintains: "id|licensor|start|end" per line; read
      *>   here for the licences about to run out, and to flag
      *>   quotes naming a licence the register doesn't know.
           SELECT LicencesDb ASSIGN TO "quotes_licences.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS licences-file-status.

       DATA DIVISION.
       FILE SECTION.
      *>   Same layout historisch-gewachsen.cob uses: quote-line is
      *>   "text|author|category|date-added|licence", with the last
      *>   four sub-fields optional.
           FD QuoteDb.
           01 QuoteDetails.
               02  quote-line          PIC X(500).
           01 localequote-record       PIC X(500).

           FD AuthorsDb.
           01 author-record            PIC X(260).

           FD LicencesDb.
           01 licence-record           PIC X(80).

           FD ReconcileJournalDb.
           01 reconcile-journal-record PIC X(140).
               88 previous-count-found              VALUE "Y".

      *>   quote-line, broken up the same way PARSE-QUOTE-RECORD does
      *>   in historisch-gewachsen.cob; only the text, author and
      *>   licence sub-fields matter for these checks.
           01 quote-text               PIC X(400).
           01 quote-author             PIC X(40).
           01 quote-category           PIC X(20).
           01 quote-date-added         PIC X(10).
           01 quote-licence            PIC X(12).
           01 text-trailing-spaces     PIC 999     VALUE 0.
           01 text-real-length         PIC 999     VALUE 0.

           01 author-seen-status       PIC X       VALUE "N".
               88 author-seen                      VALUE "Y".

      *>   The same again over live lines only - a quote whose
      *>   licence has ended is out of rotation, and no anniversary
      *>   pick can land on it.
           01 live-author-table.
               02 live-author          OCCURS 200 TIMES PIC X(40).
           01 live-author-count        PIC 999     VALUE 0.
           01 live-author-idx          PIC 999     VALUE 0.
           01 line-withdrawn-status    PIC X       VALUE "N".
               88 line-withdrawn                   VALUE "Y".

      *>   The registry itself, canonical and alias columns and the
      *>   anniversary dates - the bios are no business of a
      *>   cross-check.
           01 authors-file-status      PIC XX      VALUE SPACES.
           01 author-read-status       PIC X       VALUE "N".
               88 author-read-eof                  VALUE "Y".
               02 registry-canon       OCCURS 200 TIMES PIC X(40).
           01 registry-alias-table.
               02 registry-alias       OCCURS 200 TIMES PIC X(40).
           01 registry-dates-table.
               02 registry-dates       OCCURS 200 TIMES.
                   03 registry-bio         PIC X(70).
                   03 registry-link        PIC X(80).
                   03 registry-born        PIC X(10).
                   03 registry-died        PIC X(10).
           01 anniversary-gap-count    PIC 999     VALUE 0.
           01 anniversary-live-status  PIC X       VALUE "N".
               88 anniversary-has-live             VALUE "Y".
           01 registry-count           PIC 999     VALUE 0.
           01 registry-idx             PIC 999     VALUE 0.
           01 registry-match-class     PIC X       VALUE "N".
               88 registry-present                 VALUE "Y".
           01 author-gap-count         PIC 999     VALUE 0.

      *>   The licence register, loaded ahead of the scan so each
      *>   quote line can be tallied against its entry as it goes
      *>   by; the horizon is today plus 30 days, the warning the
      *>   editors need to renew a licence or line up replacements.
           01 licences-file-status     PIC XX      VALUE SPACES.
           01 licence-read-status      PIC X       VALUE "N".
               88 licence-read-eof                 VALUE "Y".
           01 licence-present-status   PIC X       VALUE "N".
               88 licence-register-present         VALUE "Y".
           01 licence-table.
               02 licence-entry OCCURS 200 TIMES.
                   03 lic-id               PIC X(12).
                   03 lic-licensor         PIC X(40).
                   03 lic-start            PIC X(10).
                   03 lic-end              PIC X(10).
                   03 lic-quote-count      PIC 9(5).
           01 licence-count            PIC 999     VALUE 0.
           01 licence-idx              PIC 999     VALUE 0.
           01 licence-found-status     PIC X       VALUE "N".
               88 licence-found                    VALUE "Y".
           01 licence-unknown-count    PIC 9(5)    VALUE 0.
           01 licence-expiring-count   PIC 999     VALUE 0.
           01 licence-today            PIC X(10)   VALUE SPACES.
           01 licence-horizon          PIC X(10)   VALUE SPACES.
           01 licence-horizon-num      PIC 9(8)    VALUE 0.
           01 licence-horizon-parts REDEFINES licence-horizon-num.
               02 licence-horizon-year     PIC 9(4).
               02 licence-horizon-month    PIC 9(2).
               02 licence-horizon-day      PIC 9(2).

      *>   Byte-by-byte scan of the raw record for embedded control
      *>   characters (anything below a space that isn't the LINE
      *>   SEQUENTIAL record terminator itself, which never reaches
           PERFORM OPEN-QUOTE-DB

           IF quotedb-file-status = "00"
               PERFORM LOAD-LICENCE-REGISTER
               PERFORM SCAN-QUOTE-DB UNTIL file-eof
               CLOSE QuoteDb

               PERFORM CHECK-SIDE-FILES
               PERFORM CHECK-LOCALE-MAPPINGS
               PERFORM CHECK-AUTHOR-REGISTRY
               PERFORM CHECK-LICENCES
               PERFORM SAVE-CURRENT-LINE-COUNT

      *>       The journal line and the exit code travel together:
       VALIDATE-ONE-LINE SECTION.
           MOVE SPACES TO quote-text
           MOVE SPACES TO quote-author
           MOVE SPACES TO quote-licence
           UNSTRING quote-line DELIMITED BY "|"
               INTO quote-text quote-author quote-category
                    quote-date-added quote-licence
           END-UNSTRING

           IF quote-author NOT = SPACES
               PERFORM NOTE-ONE-DISTINCT-AUTHOR
           END-IF

           MOVE "N" TO line-withdrawn-status
           IF quote-licence NOT = SPACES
               PERFORM TALLY-ONE-LICENSED-LINE
           END-IF

           IF quote-author NOT = SPACES AND NOT line-withdrawn
               PERFORM NOTE-ONE-LIVE-AUTHOR
           END-IF

           MOVE 0 TO text-trailing-spaces
           INSPECT FUNCTION REVERSE(quote-text)
               TALLYING text-trailing-spaces FOR LEADING SPACE
               WHEN blank-count > 0
                   OR oversized-count > 0
                   OR control-char-count > 0
                   OR licence-unknown-count > 0
                   OR anniversary-gap-count > 0
                   MOVE "WARNING" TO reconcile-severity
               WHEN OTHER
                   MOVE "OK" TO reconcile-severity
           END-IF
           .

       NOTE-ONE-LIVE-AUTHOR SECTION.
           MOVE "N" TO author-seen-status
           PERFORM CHECK-ONE-LIVE-AUTHOR
               VARYING live-author-idx FROM 1 BY 1
               UNTIL live-author-idx > live-author-count
                   OR author-seen

           IF NOT author-seen
               AND live-author-count < 200
               ADD 1 TO live-author-count
               MOVE quote-author TO live-author(live-author-count)
           END-IF
           .

       CHECK-ONE-LIVE-AUTHOR SECTION.
           IF live-author(live-author-idx) = quote-author
               SET author-seen TO TRUE
           END-IF
           .

      *>   Every distinct quote-author must have a canonical entry
      *>   in quotes_authors.txt; a name the registry only knows as
      *>   an alias means the catalogue spells that person two ways.
                   DISPLAY display-row
               END-IF
           END-IF

      *>   An author with a birth or death date on file is one the
      *>   day pick will look for on that date; with no live quote
      *>   under their name or alias, the day quietly rolls instead.
           MOVE 0 TO anniversary-gap-count
           IF registry-present
               PERFORM CHECK-ONE-ANNIVERSARY-AUTHOR
                   VARYING registry-idx FROM 1 BY 1
                   UNTIL registry-idx > registry-count
           END-IF
           .

       CHECK-ONE-ANNIVERSARY-AUTHOR SECTION.
           IF registry-born(registry-idx) NOT = SPACES
               OR registry-died(registry-idx) NOT = SPACES
               MOVE "N" TO anniversary-live-status
               PERFORM MATCH-ONE-ANNIVERSARY-LIVE
                   VARYING live-author-idx FROM 1 BY 1
                   UNTIL live-author-idx > live-author-count
                       OR anniversary-has-live
               IF NOT anniversary-has-live
                   ADD 1 TO anniversary-gap-count
                   MOVE SPACES TO display-row
                   STRING
                       "WARNING: AUTHOR "
                       FUNCTION TRIM(registry-canon(registry-idx))
                       " has an anniversary on file but no live "
                       "quotes."
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
               END-IF
           END-IF
           .

       MATCH-ONE-ANNIVERSARY-LIVE SECTION.
           IF live-author(live-author-idx)
                   = registry-canon(registry-idx)
               OR (registry-alias(registry-idx) NOT = SPACES
                   AND live-author(live-author-idx)
                       = registry-alias(registry-idx))
               SET anniversary-has-live TO TRUE
           END-IF
           .

       LOAD-AUTHOR-REGISTRY SECTION.
                       UNSTRING author-record DELIMITED BY "|"
                           INTO registry-canon(registry-count)
                                registry-alias(registry-count)
                                registry-bio(registry-count)
                                registry-link(registry-count)
                                registry-born(registry-count)
                                registry-died(registry-count)
                       END-UNSTRING
                   END-IF
           END-READ
           END-EVALUATE
           .

      *>   Loaded before the scan (see MAIN-LINE). No register file
      *>   just means no licensed collections yet.
       LOAD-LICENCE-REGISTER SECTION.
           INITIALIZE licence-table
           MOVE 0 TO licence-count
           MOVE 0 TO licence-unknown-count
           MOVE "N" TO licence-present-status
           MOVE "N" TO licence-read-status
           MOVE SPACES TO licences-file-status
           MOVE SPACES TO licence-today
           STRING
               current-year "-" current-month "-" current-day
               INTO licence-today
           END-STRING

           OPEN INPUT LicencesDb
           IF licences-file-status = "00"
               SET licence-register-present TO TRUE
               PERFORM READ-ONE-LICENCE-ROW
                   UNTIL licence-read-eof
               CLOSE LicencesDb
           END-IF
           .

       READ-ONE-LICENCE-ROW SECTION.
           READ LicencesDb
               AT END
                   SET licence-read-eof TO TRUE
               NOT AT END
                   IF licence-count < 200
                       AND licence-record NOT = SPACES
                       ADD 1 TO licence-count
                       UNSTRING licence-record DELIMITED BY "|"
                           INTO lic-id(licence-count)
                                lic-licensor(licence-count)
                                lic-start(licence-count)
                                lic-end(licence-count)
                       END-UNSTRING
                   END-IF
           END-READ
           .

      *>   A quote naming a licence the register has never heard of
      *>   can never be withdrawn - worth a warning every morning
      *>   until someone registers it or fixes the record. A line
      *>   whose licence has ended is out of rotation and does not
      *>   count as a live quote of its author.
       TALLY-ONE-LICENSED-LINE SECTION.
           MOVE "N" TO licence-found-status
           PERFORM MATCH-ONE-LICENCE
               VARYING licence-idx FROM 1 BY 1
               UNTIL licence-idx > licence-count OR licence-found

           IF licence-found
               SUBTRACT 1 FROM licence-idx
               ADD 1 TO lic-quote-count(licence-idx)
               IF lic-end(licence-idx) NOT = SPACES
                   AND lic-end(licence-idx) < licence-today
                   SET line-withdrawn TO TRUE
               END-IF
           ELSE
               ADD 1 TO licence-unknown-count
               MOVE SPACES TO display-row
               STRING
                   "WARNING: line " report-line-id
                   " names licence " FUNCTION TRIM(quote-licence)
                   ", which is not in the register."
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

       MATCH-ONE-LICENCE SECTION.
           IF lic-id(licence-idx) = quote-licence
               SET licence-found TO TRUE
           END-IF
           .

      *>   Every licence ending between today and 30 days out, with
      *>   the live quotes it still covers - the lines that will
      *>   drop out of rotation on their own the day after its end
      *>   date. Licences already ended are listed too while any
      *>   quote still names them, so nobody wonders where those
      *>   lines went.
       CHECK-LICENCES SECTION.
           IF licence-register-present AND licence-count > 0
               MOVE "-- LICENCES" TO display-row
               DISPLAY display-row

               COMPUTE licence-horizon-num =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(current-date)) + 30)
               END-COMPUTE
               MOVE SPACES TO licence-horizon
               STRING
                   licence-horizon-year "-" licence-horizon-month
                   "-" licence-horizon-day
                   INTO licence-horizon
               END-STRING

               MOVE 0 TO licence-expiring-count
               PERFORM REPORT-ONE-LICENCE
                   VARYING licence-idx FROM 1 BY 1
                   UNTIL licence-idx > licence-count

               IF licence-expiring-count = 0
                   MOVE SPACES TO display-row
                   STRING
                       "No licence ends before " licence-horizon "."
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
               END-IF
           END-IF
           .

       REPORT-ONE-LICENCE SECTION.
           EVALUATE TRUE
               WHEN lic-end(licence-idx) = SPACES
                   CONTINUE
               WHEN lic-end(licence-idx) < licence-today
                   IF lic-quote-count(licence-idx) > 0
                       MOVE SPACES TO display-row
                       STRING
                           "ENDED    " lic-id(licence-idx) " on "
                           lic-end(licence-idx) ": "
                           lic-quote-count(licence-idx)
                           " quote(s) withdrawn from serving."
                           INTO display-row
                       END-STRING
                       DISPLAY display-row
                   END-IF
               WHEN lic-end(licence-idx) <= licence-horizon
                   ADD 1 TO licence-expiring-count
                   MOVE SPACES TO display-row
                   STRING
                       "EXPIRING " lic-id(licence-idx) " on "
                       lic-end(licence-idx) ": "
                       lic-quote-count(licence-idx)
                       " live quote(s), "
                       FUNCTION TRIM(lic-licensor(licence-idx))
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       SAVE-CURRENT-LINE-COUNT SECTION.
           MOVE total-lines TO prevcount-record
           OPEN OUTPUT PrevCountDb
