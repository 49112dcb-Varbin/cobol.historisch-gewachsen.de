       >> SOURCE FORMAT IS FIXED

YEAR  *> "The year in quotes": the year-end review marketing used
IN    *> to piece together by hand from the archive page and the
QUOTE *> weekly winners ledger, as a set of static pages.
S     *>
      *> Usage:
      *>   - Run by hand at year end (or any time for the year so
      *>     far), with the working directory set to wherever
      *>     quotes_cobol.txt and its side files live; link it with
      *>     template-html.cob, as historisch-gewachsen.cob is, and
      *>     keep the template-*.html files next to it.
      *>   - "[year] [dir]": the year to review (the current one
      *>     when absent, the one just ended during January) and
      *>     the directory the pages go to (the working directory
      *>     when absent; like EXPORT-SITE, it must already exist -
      *>     point it at the static mirror to publish the pages
      *>     beside the "quote-NN.html" ones they link to).
      *>
      *> Each edition is five pages through the same HTMLSTART/
      *> HTMLSTOP templates the site and its static mirror use:
      *>   yearbook-YYYY.html          the index of the other four
      *>   yearbook-YYYY-days.html     every day's quote, by month
      *>   yearbook-YYYY-winners.html  the year's weekly winners
      *>   yearbook-YYYY-top.html      most voted, most served
      *>   yearbook-YYYY-added.html    the year's additions, by
      *>                               category and by author
      *> The days come out of quotes_daypick_history.txt, the winners
      *> out of quotes_weekly_winners.txt, the votes out of the
      *> year's rows of quotes_vote_ledger.txt (lines the vote
      *> audit flagged in quotes_vote_flags.txt left out, as
      *> historisch-weekly does), the serves out of the year's
      *> movement in quotes_counts_history.txt, the additions out
      *> of the ADD, IMPORT and PROMOTE entries of
      *> quotes_change_journal.txt that no UNDO has taken back
      *> since.
      *>
      *> Every language quotes_mapping.txt knows, and that has its
      *> own quotes_cobol.<lang>.txt, gets a matching edition
      *> ("yearbook-YYYY.<lang>.html" and so on, the templates'
      *> own naming): its days from that locale's own
      *> quotes_daypick_history.<lang>.txt, everything else carried
      *> over through the map the way a "?id=NN" permalink is - a
      *> quote with no counterpart shows untranslated. The journal
      *> keeps each addition's text as it was added, so that page
      *> reads the same in every edition.
      *>
      *> A quote whose licence has ended is named by its number
      *> only, the same discretion EXPORT-SITE shows.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. historisch-yearbook.
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
      *>   The default catalogue or a locale's, one edition at a
      *>   time; LINE SEQUENTIAL like the site's own QuoteDb.
           SELECT QuoteDb ASSIGN TO DYNAMIC quotedb-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS quotedb-file-status.

      *>   "YYYY-MM-DD NNNN", one resolved day pick per row, per
      *>   locale like the catalogue it numbers.
           SELECT DayHistoryDb ASSIGN TO DYNAMIC dayhistory-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dayhistory-file-status.

      *>   "ll DDDD LLLL": default line to locale line.
           SELECT MappingDb ASSIGN TO "quotes_mapping.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mapping-file-status.

      *>   historisch-weekly's ledger, "YYYY-MM-DD MM-DD NNNN".
           SELECT WinnersDb ASSIGN TO "quotes_weekly_winners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS winners-file-status.

      *>   The dated vote ledger, "YYYY-MM-DD HH:MM:SS NNNN addr",
      *>   line numbers kept current by RETIRE's renumbering.
           SELECT VoteLedgerDb ASSIGN TO "quotes_vote_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS votes-file-status.

      *>   historisch-voteaudit's verdict, "NNNN reason" per
      *>   flagged line.
           SELECT VoteFlagsDb ASSIGN TO "quotes_vote_flags.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS voteflags-file-status.

      *>   historisch-snapshot's "YYYY-MM-DD NNNN CCCCCCCCC".
           SELECT HistoryDb ASSIGN TO "quotes_counts_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS history-file-status.

           SELECT ChangeJournalDb
               ASSIGN TO "quotes_change_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS changejournal-file-status.

      *>   "id|licensor|start|end".
           SELECT LicencesDb ASSIGN TO "quotes_licences.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS licences-file-status.

      *>   The page being written. ASSIGN TO DYNAMIC the EXTERNAL
      *>   responsebody-path-for-check, the same item HTMLSTART/
      *>   HTMLSTOP append their halves to, so template and rows
      *>   land in the one file in the right order.
           SELECT PageDb
               ASSIGN TO DYNAMIC responsebody-path-for-check
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS page-file-status.

       DATA DIVISION.
       FILE SECTION.
           FD QuoteDb.
           01 QuoteDetails.
               02  quote-line          PIC X(500).

           FD DayHistoryDb.
           01 dayhistory-record.
               02 dayhistory-date          PIC X(10).
               02 FILLER                   PIC X.
               02 dayhistory-line          PIC 9(4).

           FD MappingDb.
           01 mapping-record.
               02 map-lang                 PIC X(2).
               02 FILLER                   PIC X.
               02 map-default-line         PIC 9(4).
               02 FILLER                   PIC X.
               02 map-locale-line          PIC 9(4).

           FD WinnersDb.
           01 winner-record.
               02 winner-date              PIC X(10).
               02 FILLER                   PIC X.
               02 winner-pin-date          PIC X(5).
               02 FILLER                   PIC X.
               02 winner-line              PIC 9(4).

           FD VoteLedgerDb.
           01 vote-ledger-record.
               02 vledger-date             PIC X(10).
               02 FILLER                   PIC X.
               02 vledger-time             PIC X(8).
               02 FILLER                   PIC X.
               02 vledger-line             PIC 9(4).
               02 FILLER                   PIC X.
               02 vledger-addr             PIC X(45).

           FD VoteFlagsDb.
           01 vote-flag-record.
               02 vflag-line               PIC 9(4).
               02 FILLER                   PIC X.
               02 vflag-reason             PIC X(20).

           FD HistoryDb.
           01 history-record.
               02 hist-date                PIC X(10).
               02 FILLER                   PIC X.
               02 hist-line                PIC 9(4).
               02 FILLER                   PIC X.
               02 hist-count               PIC 9(9).

           FD ChangeJournalDb.
           01 change-journal-record    PIC X(1100).

           FD LicencesDb.
           01 licence-record           PIC X(80).

           FD PageDb.
           01 page-record              PIC X(400).

       WORKING-STORAGE SECTION.
      *>   Check for EOF while walking a file.
           01 file-status              PIC X.
               88 file-eof                         VALUE HIGH-VALUES.

           01 quotedb-file-status      PIC XX      VALUE SPACES.
           01 dayhistory-file-status   PIC XX      VALUE SPACES.
           01 mapping-file-status      PIC XX      VALUE SPACES.
           01 winners-file-status      PIC XX      VALUE SPACES.
           01 votes-file-status        PIC XX      VALUE SPACES.
           01 voteflags-file-status    PIC XX      VALUE SPACES.
           01 history-file-status      PIC XX      VALUE SPACES.
           01 changejournal-file-status PIC XX     VALUE SPACES.
           01 licences-file-status     PIC XX      VALUE SPACES.
           01 page-file-status         PIC XX      VALUE SPACES.

           01 quotedb-path             PIC X(60)
               VALUE "quotes_cobol.txt".
           01 dayhistory-path          PIC X(60)
               VALUE "quotes_daypick_history.txt".

      *>   Shared with template-html.cob's HTMLSTART/HTMLSTOP via
      *>   EXTERNAL - same names and pictures there.
           01 responsebody-path-for-check  PIC X(80)   EXTERNAL.
           01 template-page-title          PIC X(60)   EXTERNAL.
           01 template-today               PIC X(10)   EXTERNAL.
           01 template-shown-number        PIC X(10)   EXTERNAL.
           01 template-theme-name          PIC X(10)   EXTERNAL.
           01 htmlstart-program-name       PIC X(20)   VALUE SPACES.
           01 htmlstop-program-name        PIC X(20)   VALUE SPACES.

           01 display-row              PIC X(80).

           01 cli-arg-count            PIC 9(2)    VALUE 0.
           01 cli-arg-text             PIC X(60)   VALUE SPACES.
           01 yearbook-year            PIC 9(4)    VALUE 0.
           01 yearbook-dir             PIC X(60)   VALUE ".".
           01 year-start-text          PIC X(10)   VALUE SPACES.
           01 year-end-text            PIC X(10)   VALUE SPACES.

      *>   Licence ids whose end date is already behind today.
           01 expired-licence-table.
               02 expired-licence-id   OCCURS 200 TIMES PIC X(12).
           01 expired-licence-count    PIC 999     VALUE 0.
           01 expired-licence-idx      PIC 999     VALUE 0.
           01 licence-read-status      PIC X       VALUE "N".
               88 licence-read-eof                 VALUE "Y".
           01 licence-reg-id           PIC X(12)   VALUE SPACES.
           01 licence-reg-licensor     PIC X(30)   VALUE SPACES.
           01 licence-reg-start        PIC X(10)   VALUE SPACES.
           01 licence-reg-end          PIC X(10)   VALUE SPACES.
           01 licence-expired-status   PIC X       VALUE "N".
               88 licence-is-expired               VALUE "Y".

      *>   One quote record split into its fields.
           01 quote-text               PIC X(400).
           01 quote-author             PIC X(40).
           01 quote-category           PIC X(20).
           01 quote-date-added         PIC X(10).
           01 quote-licence            PIC X(12).

      *>   The default catalogue, indexed line + 1: the text every
      *>   edition falls back on, and the withdrawal flags the
      *>   licence register puts on it.
           01 default-quote-table.
               02 default-quote OCCURS 2000 TIMES.
                   03 default-text         PIC X(400).
                   03 default-author       PIC X(40).
                   03 default-withdrawn    PIC X.
           01 default-line-count       PIC 9(4)    VALUE 0.

      *>   The edition's own catalogue, same indexing; for the
      *>   default edition simply the same file read again.
           01 edition-quote-table.
               02 edition-quote OCCURS 2000 TIMES.
                   03 edition-text         PIC X(400).
                   03 edition-author       PIC X(40).
                   03 edition-withdrawn    PIC X.
           01 edition-line-count       PIC 9(4)    VALUE 0.
           01 scan-line-count          PIC 9(4)    VALUE 0.

      *>   Default line + 1 to the edition's line + 1, zero where
      *>   the locale has no counterpart.
           01 edition-map-table.
               02 edition-map-line     OCCURS 2000 TIMES PIC 9(4).
           01 mapping-read-status      PIC X       VALUE "N".
               88 mapping-read-eof                 VALUE "Y".

      *>   The editions: the default first, then every language the
      *>   map names that has a catalogue of its own.
           01 edition-table.
               02 edition-lang         OCCURS 10 TIMES PIC X(2).
           01 edition-count            PIC 99      VALUE 0.
           01 edition-idx              PIC 99      VALUE 0.
           01 edition-other-idx        PIC 99      VALUE 0.
           01 edition-seen-status      PIC X       VALUE "N".
               88 edition-seen                     VALUE "Y".
           01 edition-suffix           PIC X(4)    VALUE SPACES.
           01 edition-label            PIC X(10)   VALUE SPACES.
           01 edition-check-path       PIC X(60)   VALUE SPACES.
           01 edition-file-info.
               02 edition-file-size        PIC X(8)    COMP-X.
               02 edition-file-date        PIC X(4)    COMP-X.
               02 edition-file-time        PIC X(4)    COMP-X.
           01 edition-check-result     PIC 9(9)    COMP-5.
           01 editions-written         PIC 99      VALUE 0.

      *>   The year's days as the edition's ledger has them, one
      *>   row per date: a date the ledger repeats (a cache reset
      *>   mid-day) keeps its last pick, the one visitors saw last.
           01 year-day-table.
               02 year-day OCCURS 366 TIMES.
                   03 year-day-date        PIC X(10).
                   03 year-day-line        PIC 9(4).
           01 year-day-count           PIC 9(3)    VALUE 0.
           01 year-day-idx             PIC 9(3)    VALUE 0.
           01 dayhistory-read-status   PIC X       VALUE "N".
               88 dayhistory-read-eof              VALUE "Y".
           01 shown-month              PIC X(2)    VALUE SPACES.
           01 month-number             PIC 99      VALUE 0.
           01 month-names-table.
               02 FILLER PIC X(9) VALUE "January".
               02 FILLER PIC X(9) VALUE "February".
               02 FILLER PIC X(9) VALUE "March".
               02 FILLER PIC X(9) VALUE "April".
               02 FILLER PIC X(9) VALUE "May".
               02 FILLER PIC X(9) VALUE "June".
               02 FILLER PIC X(9) VALUE "July".
               02 FILLER PIC X(9) VALUE "August".
               02 FILLER PIC X(9) VALUE "September".
               02 FILLER PIC X(9) VALUE "October".
               02 FILLER PIC X(9) VALUE "November".
               02 FILLER PIC X(9) VALUE "December".
           01 month-names REDEFINES month-names-table.
               02 month-name-entry OCCURS 12 TIMES PIC X(9).

      *>   The year's weekly winners, default numbering.
           01 winner-table.
               02 winner-entry OCCURS 60 TIMES.
                   03 winner-tab-date      PIC X(10).
                   03 winner-tab-line      PIC 9(4).
           01 winner-count             PIC 99      VALUE 0.
           01 winner-idx               PIC 99      VALUE 0.
           01 winner-read-status       PIC X       VALUE "N".
               88 winner-read-eof                  VALUE "Y".

      *>   The year's votes per line, and serves as the year moved
      *>   them:
      *>   the last snapshot on or before 31 December less the last
      *>   one before 1 January (nothing before the year counts from
      *>   zero). A counter that went backwards counts as none.
           01 tally-table.
               02 tally-entry OCCURS 2000 TIMES.
                   03 tally-votes          PIC 9(9).
                   03 tally-served-before  PIC 9(9).
                   03 tally-served-end     PIC 9(9).
                   03 tally-served         PIC 9(9).
                   03 tally-taken          PIC X.
           01 vote-flag-table.
               02 vote-flag-entry      OCCURS 2000 TIMES PIC X.
           01 voteflags-read-status    PIC X       VALUE "N".
               88 voteflags-read-eof               VALUE "Y".
           01 tally-idx                PIC 9(4)    VALUE 0.
           01 votes-read-status        PIC X       VALUE "N".
               88 votes-read-eof                   VALUE "Y".
           01 history-read-status      PIC X       VALUE "N".
               88 history-read-eof                 VALUE "Y".
           01 snapshot-seen-status     PIC X       VALUE "N".
               88 snapshot-seen                    VALUE "Y".

      *>   Top ten by one tally or the other; tally-kind picks which.
           01 tally-kind               PIC X       VALUE "V".
               88 tally-by-votes                   VALUE "V".
               88 tally-by-served                  VALUE "S".
           01 top-rank                 PIC 99      VALUE 0.
           01 top-best-idx             PIC 9(4)    VALUE 0.
           01 top-best-value           PIC 9(9)    VALUE 0.
           01 top-candidate-value      PIC 9(9)    VALUE 0.
           01 top-value-repr           PIC Z(8)9.
           01 top-rank-repr            PIC Z9.

      *>   The year's additions out of the change journal, with
      *>   each entry's 1-based journal position - the number an
      *>   "UNDO-<n>" entry names when it takes one back.
           01 added-table.
               02 added-entry OCCURS 500 TIMES.
                   03 added-position       PIC 9(6).
                   03 added-date           PIC X(10).
                   03 added-text           PIC X(400).
                   03 added-author         PIC X(40).
                   03 added-category       PIC X(20).
                   03 added-withdrawn      PIC X.
                   03 added-undone         PIC X.
           01 added-count              PIC 999     VALUE 0.
           01 added-idx                PIC 999     VALUE 0.
           01 added-live-count         PIC 999     VALUE 0.
           01 added-overflow-status    PIC X       VALUE "N".
               88 added-overflow                   VALUE "Y".
           01 journal-read-status      PIC X       VALUE "N".
               88 journal-read-eof                 VALUE "Y".
           01 journal-position         PIC 9(6)    VALUE 0.
           01 journal-date             PIC X(10)   VALUE SPACES.
           01 journal-time             PIC X(8)    VALUE SPACES.
           01 journal-mode             PIC X(12)   VALUE SPACES.
           01 journal-new-pos          PIC 9(4)    VALUE 0.
           01 journal-undo-text        PIC X(6)    VALUE SPACES.
           01 journal-undo-target      PIC 9(6)    VALUE 0.

      *>   Distinct categories and authors among the additions.
           01 group-table.
               02 group-entry OCCURS 200 TIMES.
                   03 group-name           PIC X(40).
                   03 group-count          PIC 999.
                   03 group-taken          PIC X.
           01 group-count-total        PIC 999     VALUE 0.
           01 group-idx                PIC 999     VALUE 0.
           01 group-best-idx           PIC 999     VALUE 0.
           01 group-rank               PIC 999     VALUE 0.
           01 group-key                PIC X(40)   VALUE SPACES.
           01 group-listed-key         PIC X(40)   VALUE SPACES.
           01 group-found-status       PIC X       VALUE "N".
               88 group-found                      VALUE "Y".
           01 group-kind               PIC X       VALUE "C".
               88 group-by-category                VALUE "C".
               88 group-by-author                  VALUE "A".
           01 group-count-repr         PIC ZZ9.

      *>   One quote on its way onto a page: the heading row
      *>   (with its permalink, where the mirror has one) and the
      *>   text under it.
           01 entry-label              PIC X(40)   VALUE SPACES.
           01 entry-default-line       PIC 9(4)    VALUE 0.
           01 entry-edition-line       PIC 9(4)    VALUE 0.
           01 entry-line-repr          PIC ZZZ9.
           01 entry-text               PIC X(400)  VALUE SPACES.
           01 entry-author             PIC X(40)   VALUE SPACES.
           01 entry-link-status        PIC X       VALUE "N".
               88 entry-linked                     VALUE "Y".

      *>   Wrapping a text into 80-column rows, broken on a space
      *>   where one is to be had, the way EXPORT-SITE's pages are.
           01 wrap-text                PIC X(400)  VALUE SPACES.
           01 wrap-text-len            PIC 999     VALUE 0.
           01 wrap-pos                 PIC 999     VALUE 0.
           01 wrap-chunk-len           PIC 999     VALUE 0.
           01 wrap-advance             PIC 999     VALUE 0.
           01 wrap-scan-idx            PIC 999     VALUE 0.
           01 wrap-break-idx           PIC 999     VALUE 0.

      *>   A row on its way into the page, with &, < and >
      *>   escaped - quote texts carry all three.
           01 html-row                 PIC X(400)  VALUE SPACES.
           01 html-pointer             PIC 9(3)    VALUE 0.
           01 html-char-idx            PIC 99      VALUE 0.
           01 page-name                PIC X(20)   VALUE SPACES.
           01 site-name                PIC X(30)
               VALUE "cobol.historisch-gewachsen.de".
           01 page-count-repr          PIC ZZ9.

           01 current-date-data.
               02 current-date.
                   03 current-year         PIC 9(4).
                   03 current-month        PIC 9(2).
                   03 current-day          PIC 9(2).
               02 FILLER                   PIC X(8).
           01 today-text               PIC X(10)   VALUE SPACES.

       PROCEDURE DIVISION.
       DECLARATIVES.
       END DECLARATIVES.

       MAIN-LINE SECTION.
           MOVE FUNCTION CURRENT-DATE TO current-date-data
           MOVE SPACES TO today-text
           STRING
               current-year "-" current-month "-" current-day
               INTO today-text
           END-STRING

           PERFORM READ-CLI-ARGS
           MOVE SPACES TO year-start-text
           MOVE SPACES TO year-end-text
           STRING
               yearbook-year "-01-01"
               INTO year-start-text
           END-STRING
           STRING
               yearbook-year "-12-31"
               INTO year-end-text
           END-STRING

           PERFORM LOAD-EXPIRED-LICENCES
           PERFORM LOAD-DEFAULT-CATALOGUE
           IF default-line-count = 0
               DISPLAY "ERROR: quotes_cobol.txt is empty or "
                   "unreadable; nothing to review."
               STOP RUN
           END-IF

           PERFORM LOAD-YEAR-WINNERS
           PERFORM LOAD-VOTE-TALLIES
           PERFORM LOAD-YEAR-SERVES
           PERFORM LOAD-YEAR-ADDITIONS
           PERFORM LOAD-EDITION-LANGUAGES

           MOVE "HTMLSTART" TO htmlstart-program-name
           MOVE "HTMLSTOP" TO htmlstop-program-name
           MOVE today-text TO template-today
           MOVE SPACES TO template-shown-number
           MOVE "default" TO template-theme-name

           MOVE 0 TO editions-written
           PERFORM BUILD-ONE-EDITION
               VARYING edition-idx FROM 1 BY 1
               UNTIL edition-idx > edition-count

           MOVE SPACES TO display-row
           STRING
               "Wrote " editions-written " edition(s) of "
               yearbook-year " in quotes to "
               FUNCTION TRIM(yearbook-dir) "."
               INTO display-row
           END-STRING
           DISPLAY display-row
           IF added-overflow
               DISPLAY "WARNING: more than 500 additions this year; "
                   "only the first 500 are listed."
           END-IF

           STOP RUN.

      *>   A year that isn't four digits, or lies ahead, leaves the
      *>   default standing; the second argument is the directory.
       READ-CLI-ARGS SECTION.
           MOVE current-year TO yearbook-year
           IF current-month = 1
               SUBTRACT 1 FROM yearbook-year
           END-IF

           ACCEPT cli-arg-count FROM ARGUMENT-NUMBER
           IF cli-arg-count > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT cli-arg-text FROM ARGUMENT-VALUE
               IF FUNCTION TEST-NUMVAL(cli-arg-text) = 0
                   AND FUNCTION NUMVAL(cli-arg-text) >= 1900
                   AND FUNCTION NUMVAL(cli-arg-text) <= current-year
                   COMPUTE yearbook-year =
                       FUNCTION NUMVAL(cli-arg-text)
               ELSE
                   DISPLAY "WARNING: ignoring year "
                       FUNCTION TRIM(cli-arg-text) "."
               END-IF
           END-IF
           IF cli-arg-count > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               MOVE SPACES TO yearbook-dir
               ACCEPT yearbook-dir FROM ARGUMENT-VALUE
           END-IF
           .

      *>   The end date is the last day the licence still covers.
       LOAD-EXPIRED-LICENCES SECTION.
           INITIALIZE expired-licence-table
           MOVE 0 TO expired-licence-count
           MOVE "N" TO licence-read-status
           MOVE SPACES TO licences-file-status

           OPEN INPUT LicencesDb
           IF licences-file-status = "00"
               PERFORM READ-ONE-LICENCE UNTIL licence-read-eof
               CLOSE LicencesDb
           END-IF
           .

       READ-ONE-LICENCE SECTION.
           READ LicencesDb
               AT END
                   SET licence-read-eof TO TRUE
               NOT AT END
                   MOVE SPACES TO licence-reg-id
                   MOVE SPACES TO licence-reg-licensor
                   MOVE SPACES TO licence-reg-start
                   MOVE SPACES TO licence-reg-end
                   UNSTRING licence-record DELIMITED BY "|"
                       INTO licence-reg-id licence-reg-licensor
                            licence-reg-start licence-reg-end
                   END-UNSTRING
                   IF licence-reg-id NOT = SPACES
                       AND licence-reg-end NOT = SPACES
                       AND licence-reg-end < today-text
                       AND expired-licence-count < 200
                       ADD 1 TO expired-licence-count
                       MOVE licence-reg-id
                           TO expired-licence-id
                               (expired-licence-count)
                   END-IF
           END-READ
           .

      *>   Sets licence-is-expired when quote-licence is one of
      *>   the ids above.
       MATCH-EXPIRED-LICENCE SECTION.
           MOVE "N" TO licence-expired-status
           IF quote-licence NOT = SPACES
               PERFORM MATCH-ONE-EXPIRED-LICENCE
                   VARYING expired-licence-idx FROM 1 BY 1
                   UNTIL expired-licence-idx > expired-licence-count
                       OR licence-is-expired
           END-IF
           .

       MATCH-ONE-EXPIRED-LICENCE SECTION.
           IF expired-licence-id(expired-licence-idx)
                   = quote-licence
               SET licence-is-expired TO TRUE
           END-IF
           .

       PARSE-QUOTE-RECORD SECTION.
           MOVE SPACES TO quote-text
           MOVE SPACES TO quote-author
           MOVE SPACES TO quote-category
           MOVE SPACES TO quote-date-added
           MOVE SPACES TO quote-licence

           UNSTRING quote-line DELIMITED BY "|"
               INTO quote-text quote-author
                    quote-category quote-date-added
                    quote-licence
           END-UNSTRING
           .

       LOAD-DEFAULT-CATALOGUE SECTION.
           INITIALIZE default-quote-table
           MOVE 0 TO default-line-count
           MOVE "quotes_cobol.txt" TO quotedb-path
           MOVE SPACES TO file-status
           MOVE SPACES TO quotedb-file-status

           OPEN INPUT QuoteDb
           IF quotedb-file-status = "00"
               PERFORM READ-ONE-DEFAULT-QUOTE UNTIL file-eof
               CLOSE QuoteDb
           END-IF
           .

       READ-ONE-DEFAULT-QUOTE SECTION.
           READ QuoteDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   IF default-line-count < 2000
                       ADD 1 TO default-line-count
                       PERFORM PARSE-QUOTE-RECORD
                       MOVE quote-text
                           TO default-text(default-line-count)
                       MOVE quote-author
                           TO default-author(default-line-count)
                       PERFORM MATCH-EXPIRED-LICENCE
                       IF licence-is-expired
                           MOVE "Y" TO
                               default-withdrawn(default-line-count)
                       END-IF
                   END-IF
           END-READ
           .

       LOAD-YEAR-WINNERS SECTION.
           INITIALIZE winner-table
           MOVE 0 TO winner-count
           MOVE "N" TO winner-read-status
           MOVE SPACES TO winners-file-status

           OPEN INPUT WinnersDb
           IF winners-file-status = "00"
               PERFORM READ-ONE-WINNER UNTIL winner-read-eof
               CLOSE WinnersDb
           END-IF
           .

       READ-ONE-WINNER SECTION.
           READ WinnersDb
               AT END
                   SET winner-read-eof TO TRUE
               NOT AT END
                   IF winner-line IS NUMERIC
                       AND winner-date >= year-start-text
                       AND winner-date <= year-end-text
                       AND winner-count < 60
                       ADD 1 TO winner-count
                       MOVE winner-date
                           TO winner-tab-date(winner-count)
                       MOVE winner-line
                           TO winner-tab-line(winner-count)
                   END-IF
           END-READ
           .

      *>   Every ledger row dated inside the year counts one vote
      *>   for its line, unless the vote audit flagged that line -
      *>   the same lines historisch-weekly keeps out of its pick.
       LOAD-VOTE-TALLIES SECTION.
           INITIALIZE tally-table
           PERFORM LOAD-VOTE-FLAGS
           MOVE "N" TO votes-read-status
           MOVE SPACES TO votes-file-status

           OPEN INPUT VoteLedgerDb
           IF votes-file-status = "00"
               PERFORM READ-ONE-VOTE-TALLY UNTIL votes-read-eof
               CLOSE VoteLedgerDb
           END-IF
           .

       READ-ONE-VOTE-TALLY SECTION.
           READ VoteLedgerDb
               AT END
                   SET votes-read-eof TO TRUE
               NOT AT END
                   IF vledger-line IS NUMERIC
                       AND vledger-line < 2000
                       AND vledger-date >= year-start-text
                       AND vledger-date <= year-end-text
                       IF vote-flag-entry(vledger-line + 1) NOT = "Y"
                           ADD 1 TO tally-votes(vledger-line + 1)
                       END-IF
                   END-IF
           END-READ
           .

      *>   A missing flag file just means the audit hasn't run, or
      *>   found nothing.
       LOAD-VOTE-FLAGS SECTION.
           INITIALIZE vote-flag-table
           MOVE "N" TO voteflags-read-status
           MOVE SPACES TO voteflags-file-status

           OPEN INPUT VoteFlagsDb
           IF voteflags-file-status = "00"
               PERFORM READ-ONE-VOTE-FLAG
                   UNTIL voteflags-read-eof
               CLOSE VoteFlagsDb
           END-IF
           .

       READ-ONE-VOTE-FLAG SECTION.
           READ VoteFlagsDb
               AT END
                   SET voteflags-read-eof TO TRUE
               NOT AT END
                   IF vflag-line IS NUMERIC
                       AND vflag-line < 2000
                       MOVE "Y" TO vote-flag-entry(vflag-line + 1)
                   END-IF
           END-READ
           .

      *>   The history is one row per line per night, oldest night
      *>   first, so the last row seen on either side of 1 January
      *>   is the one that counts; no snapshot inside the year at
      *>   all leaves nothing to rank.
       LOAD-YEAR-SERVES SECTION.
           MOVE "N" TO history-read-status
           MOVE "N" TO snapshot-seen-status
           MOVE SPACES TO history-file-status

           OPEN INPUT HistoryDb
           IF history-file-status = "00"
               PERFORM READ-ONE-HISTORY-ROW UNTIL history-read-eof
               CLOSE HistoryDb
           END-IF

           PERFORM SETTLE-ONE-SERVED-TALLY
               VARYING tally-idx FROM 1 BY 1
               UNTIL tally-idx > 2000
           .

       READ-ONE-HISTORY-ROW SECTION.
           READ HistoryDb
               AT END
                   SET history-read-eof TO TRUE
               NOT AT END
                   IF hist-line IS NUMERIC
                       AND hist-count IS NUMERIC
                       AND hist-line < 2000
                       EVALUATE TRUE
                           WHEN hist-date < year-start-text
                               MOVE hist-count TO
                                   tally-served-before(hist-line + 1)
                           WHEN hist-date <= year-end-text
                               SET snapshot-seen TO TRUE
                               MOVE hist-count TO
                                   tally-served-end(hist-line + 1)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
           .

       SETTLE-ONE-SERVED-TALLY SECTION.
           IF tally-served-end(tally-idx)
                   > tally-served-before(tally-idx)
               COMPUTE tally-served(tally-idx) =
                   tally-served-end(tally-idx)
                   - tally-served-before(tally-idx)
           END-IF
           .

      *>   "YYYY-MM-DD HH:MM:SS MODE #N new: record" for an ADD,
      *>   IMPORT or PROMOTE; an "UNDO-<n>" further down takes
      *>   entry n back out again.
       LOAD-YEAR-ADDITIONS SECTION.
           INITIALIZE added-table
           MOVE 0 TO added-count
           MOVE 0 TO journal-position
           MOVE "N" TO journal-read-status
           MOVE SPACES TO changejournal-file-status

           OPEN INPUT ChangeJournalDb
           IF changejournal-file-status = "00"
               PERFORM READ-ONE-JOURNAL-ENTRY UNTIL journal-read-eof
               CLOSE ChangeJournalDb
           END-IF

           MOVE 0 TO added-live-count
           PERFORM COUNT-ONE-LIVE-ADDITION
               VARYING added-idx FROM 1 BY 1
               UNTIL added-idx > added-count
           .

       READ-ONE-JOURNAL-ENTRY SECTION.
           READ ChangeJournalDb
               AT END
                   SET journal-read-eof TO TRUE
               NOT AT END
                   ADD 1 TO journal-position
                   MOVE SPACES TO journal-date
                   MOVE SPACES TO journal-time
                   MOVE SPACES TO journal-mode
                   UNSTRING change-journal-record DELIMITED BY " "
                       INTO journal-date journal-time journal-mode
                   END-UNSTRING

                   EVALUATE TRUE
                       WHEN journal-mode = "ADD" OR "IMPORT"
                               OR "PROMOTE"
                           IF journal-date >= year-start-text
                               AND journal-date <= year-end-text
                               PERFORM NOTE-ONE-ADDITION
                           END-IF
                       WHEN journal-mode(1:5) = "UNDO-"
                           PERFORM NOTE-ONE-UNDONE-ADDITION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

       NOTE-ONE-ADDITION SECTION.
           MOVE 0 TO journal-new-pos
           INSPECT change-journal-record TALLYING journal-new-pos
               FOR CHARACTERS BEFORE INITIAL " new: "

           IF journal-new-pos < 1094
               IF added-count < 500
                   ADD 1 TO added-count
                   MOVE SPACES TO quote-line
                   MOVE change-journal-record(journal-new-pos + 7:)
                       TO quote-line
                   PERFORM PARSE-QUOTE-RECORD
                   MOVE journal-position
                       TO added-position(added-count)
                   MOVE journal-date TO added-date(added-count)
                   MOVE quote-text TO added-text(added-count)
                   MOVE quote-author TO added-author(added-count)
                   MOVE quote-category TO added-category(added-count)
                   MOVE "N" TO added-undone(added-count)
                   PERFORM MATCH-EXPIRED-LICENCE
                   IF licence-is-expired
                       MOVE "Y" TO added-withdrawn(added-count)
                   ELSE
                       MOVE "N" TO added-withdrawn(added-count)
                   END-IF
               ELSE
                   SET added-overflow TO TRUE
               END-IF
           END-IF
           .

       NOTE-ONE-UNDONE-ADDITION SECTION.
           MOVE SPACES TO journal-undo-text
           MOVE journal-mode(6:6) TO journal-undo-text
           IF journal-undo-text NOT = SPACES
               AND FUNCTION TEST-NUMVAL(journal-undo-text) = 0
               COMPUTE journal-undo-target =
                   FUNCTION NUMVAL(journal-undo-text)
               PERFORM MARK-ONE-UNDONE-ADDITION
                   VARYING added-idx FROM 1 BY 1
                   UNTIL added-idx > added-count
           END-IF
           .

       MARK-ONE-UNDONE-ADDITION SECTION.
           IF added-position(added-idx) = journal-undo-target
               MOVE "Y" TO added-undone(added-idx)
           END-IF
           .

       COUNT-ONE-LIVE-ADDITION SECTION.
           IF added-undone(added-idx) NOT = "Y"
               ADD 1 TO added-live-count
           END-IF
           .

      *>   The default edition always; then each language the map
      *>   names once, provided its catalogue is really there.
       LOAD-EDITION-LANGUAGES SECTION.
           INITIALIZE edition-table
           MOVE 1 TO edition-count
           MOVE SPACES TO edition-lang(1)
           MOVE "N" TO mapping-read-status
           MOVE SPACES TO mapping-file-status

           OPEN INPUT MappingDb
           IF mapping-file-status = "00"
               PERFORM NOTE-ONE-MAPPING-LANGUAGE
                   UNTIL mapping-read-eof
               CLOSE MappingDb
           END-IF
           .

       NOTE-ONE-MAPPING-LANGUAGE SECTION.
           READ MappingDb
               AT END
                   SET mapping-read-eof TO TRUE
               NOT AT END
                   IF map-lang NOT = SPACES
                       MOVE "N" TO edition-seen-status
                       PERFORM CHECK-ONE-EDITION-LANGUAGE
                           VARYING edition-other-idx FROM 2 BY 1
                           UNTIL edition-other-idx > edition-count
                               OR edition-seen
                       IF NOT edition-seen AND edition-count < 10
                           MOVE SPACES TO edition-check-path
                           STRING
                               "quotes_cobol."
                               FUNCTION LOWER-CASE(map-lang)
                               ".txt"
                               INTO edition-check-path
                           END-STRING
                           CALL "CBL_CHECK_FILE_EXIST" USING
                               edition-check-path edition-file-info
                               RETURNING edition-check-result
                           END-CALL
                           IF edition-check-result = 0
                               ADD 1 TO edition-count
                               MOVE FUNCTION LOWER-CASE(map-lang)
                                   TO edition-lang(edition-count)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       CHECK-ONE-EDITION-LANGUAGE SECTION.
           IF edition-lang(edition-other-idx)
                   = FUNCTION LOWER-CASE(map-lang)
               SET edition-seen TO TRUE
           END-IF
           .

      *>   One edition: its catalogue, its map, its days, then the
      *>   five pages. German gets the German chrome, exactly as
      *>   SELECT-TEMPLATE-THEME picks it on the site.
       BUILD-ONE-EDITION SECTION.
           MOVE SPACES TO edition-suffix
           MOVE SPACES TO edition-label
           MOVE "HTMLSTART" TO htmlstart-program-name
           MOVE "HTMLSTOP" TO htmlstop-program-name
           MOVE "quotes_cobol.txt" TO quotedb-path
           MOVE "quotes_daypick_history.txt" TO dayhistory-path

           IF edition-lang(edition-idx) = SPACES
               MOVE "default" TO edition-label
           ELSE
               MOVE edition-lang(edition-idx) TO edition-label
               STRING "." edition-lang(edition-idx)
                   INTO edition-suffix
               END-STRING
               MOVE SPACES TO quotedb-path
               STRING
                   "quotes_cobol." edition-lang(edition-idx) ".txt"
                   INTO quotedb-path
               END-STRING
               MOVE SPACES TO dayhistory-path
               STRING
                   "quotes_daypick_history."
                   edition-lang(edition-idx) ".txt"
                   INTO dayhistory-path
               END-STRING
               IF edition-lang(edition-idx) = "de"
                   MOVE "HTMLSTART-DE" TO htmlstart-program-name
                   MOVE "HTMLSTOP-DE" TO htmlstop-program-name
               END-IF
           END-IF

           PERFORM LOAD-EDITION-CATALOGUE
           PERFORM LOAD-EDITION-MAP
           PERFORM LOAD-YEAR-DAYS

           PERFORM WRITE-INDEX-PAGE
           PERFORM WRITE-DAYS-PAGE
           PERFORM WRITE-WINNERS-PAGE
           PERFORM WRITE-TOP-PAGE
           PERFORM WRITE-ADDED-PAGE
           ADD 1 TO editions-written

           MOVE SPACES TO display-row
           STRING
               "Edition " FUNCTION TRIM(edition-label) ": "
               year-day-count " day(s), " winner-count
               " weekly winner(s), " added-live-count
               " addition(s)."
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

       LOAD-EDITION-CATALOGUE SECTION.
           INITIALIZE edition-quote-table
           MOVE 0 TO edition-line-count
           MOVE SPACES TO file-status
           MOVE SPACES TO quotedb-file-status

           OPEN INPUT QuoteDb
           IF quotedb-file-status = "00"
               PERFORM READ-ONE-EDITION-QUOTE UNTIL file-eof
               CLOSE QuoteDb
           END-IF
           .

       READ-ONE-EDITION-QUOTE SECTION.
           READ QuoteDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   IF edition-line-count < 2000
                       ADD 1 TO edition-line-count
                       PERFORM PARSE-QUOTE-RECORD
                       MOVE quote-text
                           TO edition-text(edition-line-count)
                       MOVE quote-author
                           TO edition-author(edition-line-count)
                   END-IF
           END-READ
           .

      *>   The default edition maps every line onto itself. A
      *>   locale's map comes out of quotes_mapping.txt, and each
      *>   default line's withdrawal carries over to its counterpart
      *>   - the register speaks about the default records only.
       LOAD-EDITION-MAP SECTION.
           INITIALIZE edition-map-table
           IF edition-lang(edition-idx) = SPACES
               PERFORM MAP-ONE-DEFAULT-LINE
                   VARYING tally-idx FROM 1 BY 1
                   UNTIL tally-idx > default-line-count
           ELSE
               MOVE "N" TO mapping-read-status
               MOVE SPACES TO mapping-file-status
               OPEN INPUT MappingDb
               IF mapping-file-status = "00"
                   PERFORM READ-ONE-EDITION-MAPPING
                       UNTIL mapping-read-eof
                   CLOSE MappingDb
               END-IF
           END-IF
           .

       MAP-ONE-DEFAULT-LINE SECTION.
           MOVE tally-idx TO edition-map-line(tally-idx)
           MOVE default-withdrawn(tally-idx)
               TO edition-withdrawn(tally-idx)
           .

       READ-ONE-EDITION-MAPPING SECTION.
           READ MappingDb
               AT END
                   SET mapping-read-eof TO TRUE
               NOT AT END
                   IF FUNCTION LOWER-CASE(map-lang)
                           = edition-lang(edition-idx)
                       AND map-default-line IS NUMERIC
                       AND map-locale-line IS NUMERIC
                       AND map-default-line < default-line-count
                       AND map-locale-line < edition-line-count
                       COMPUTE edition-map-line(map-default-line + 1)
                           = map-locale-line + 1
                       IF default-withdrawn(map-default-line + 1)
                               = "Y"
                           MOVE "Y" TO
                               edition-withdrawn(map-locale-line + 1)
                       END-IF
                   END-IF
           END-READ
           .

       LOAD-YEAR-DAYS SECTION.
           INITIALIZE year-day-table
           MOVE 0 TO year-day-count
           MOVE "N" TO dayhistory-read-status
           MOVE SPACES TO dayhistory-file-status

           OPEN INPUT DayHistoryDb
           IF dayhistory-file-status = "00"
               PERFORM READ-ONE-YEAR-DAY UNTIL dayhistory-read-eof
               CLOSE DayHistoryDb
           END-IF
           .

       READ-ONE-YEAR-DAY SECTION.
           READ DayHistoryDb
               AT END
                   SET dayhistory-read-eof TO TRUE
               NOT AT END
                   IF dayhistory-line IS NUMERIC
                       AND dayhistory-date >= year-start-text
                       AND dayhistory-date <= year-end-text
                       EVALUATE TRUE
                           WHEN year-day-count > 0
                               AND year-day-date(year-day-count)
                                   = dayhistory-date
                               MOVE dayhistory-line
                                   TO year-day-line(year-day-count)
                           WHEN year-day-count < 366
                               ADD 1 TO year-day-count
                               MOVE dayhistory-date
                                   TO year-day-date(year-day-count)
                               MOVE dayhistory-line
                                   TO year-day-line(year-day-count)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
           .

      *>   The page files, named after the year and the edition.
      *>   The page is truncated, the template's head appended, and
      *>   the rows follow; CLOSE-YEARBOOK-PAGE appends the tail.
       OPEN-YEARBOOK-PAGE SECTION.
           MOVE SPACES TO responsebody-path-for-check
           STRING
               FUNCTION TRIM(yearbook-dir) "/yearbook-" yearbook-year
               FUNCTION TRIM(page-name)
               FUNCTION TRIM(edition-suffix) ".html"
               DELIMITED BY SIZE
               INTO responsebody-path-for-check
           END-STRING

           OPEN OUTPUT PageDb
           IF page-file-status NOT = "00"
               DISPLAY "ERROR: cannot write "
                   FUNCTION TRIM(responsebody-path-for-check)
                   "; does the directory exist?"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PageDb
           CALL htmlstart-program-name END-CALL
           OPEN EXTEND PageDb
           IF page-file-status NOT = "00"
               DISPLAY "ERROR: cannot append to "
                   FUNCTION TRIM(responsebody-path-for-check)
                   " after its template head."
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       CLOSE-YEARBOOK-PAGE SECTION.
           CLOSE PageDb
           CALL htmlstop-program-name END-CALL
           .

      *>   The index: what the year holds, a link to each page, and
      *>   the other language editions.
       WRITE-INDEX-PAGE SECTION.
           MOVE SPACES TO page-name
           MOVE SPACES TO template-page-title
           STRING
               yearbook-year " in quotes - " FUNCTION TRIM(site-name)
               INTO template-page-title
           END-STRING
           PERFORM OPEN-YEARBOOK-PAGE

           MOVE SPACES TO display-row
           STRING
               "=== " yearbook-year " IN QUOTES ==="
               INTO display-row
           END-STRING
           PERFORM YEARBOOK-EMIT-ROW
           MOVE SPACES TO display-row
           PERFORM YEARBOOK-EMIT-ROW

           MOVE "-days" TO page-name
           MOVE year-day-count TO page-count-repr
           MOVE SPACES TO display-row
           STRING
               "Every day's quote (" FUNCTION TRIM(page-count-repr)
               " day(s))"
               INTO display-row
           END-STRING
           PERFORM EMIT-PAGE-LINK-ROW

           MOVE "-winners" TO page-name
           MOVE winner-count TO page-count-repr
           MOVE SPACES TO display-row
           STRING
               "The weekly winners (" FUNCTION TRIM(page-count-repr)
               " week(s))"
               INTO display-row
           END-STRING
           PERFORM EMIT-PAGE-LINK-ROW

           MOVE "-top" TO page-name
           MOVE "The most voted and the most served quotes"
               TO display-row
           PERFORM EMIT-PAGE-LINK-ROW

           MOVE "-added" TO page-name
           MOVE added-live-count TO page-count-repr
           MOVE SPACES TO display-row
           STRING
               "New this year, by category and author ("
               FUNCTION TRIM(page-count-repr) ")"
               INTO display-row
           END-STRING
           PERFORM EMIT-PAGE-LINK-ROW

           IF edition-count > 1
               MOVE SPACES TO display-row
               PERFORM YEARBOOK-EMIT-ROW
               MOVE "Also in:" TO display-row
               PERFORM YEARBOOK-EMIT-ROW
               MOVE SPACES TO page-name
               PERFORM EMIT-ONE-EDITION-LINK
                   VARYING edition-other-idx FROM 1 BY 1
                   UNTIL edition-other-idx > edition-count
           END-IF

           PERFORM CLOSE-YEARBOOK-PAGE
           .

      *>   display-row holds the link text, page-name the page.
       EMIT-PAGE-LINK-ROW SECTION.
           PERFORM ESCAPE-DISPLAY-ROW
           MOVE SPACES TO page-record
           STRING
               '<a href="yearbook-' yearbook-year
               FUNCTION TRIM(page-name)
               FUNCTION TRIM(edition-suffix) '.html">'
               FUNCTION TRIM(html-row TRAILING) "</a>"
               DELIMITED BY SIZE
               INTO page-record
           END-STRING
           WRITE page-record
           .

       EMIT-ONE-EDITION-LINK SECTION.
           IF edition-other-idx NOT = edition-idx
               MOVE SPACES TO page-record
               IF edition-lang(edition-other-idx) = SPACES
                   STRING
                       '<a href="yearbook-' yearbook-year
                       '.html">default</a>'
                       DELIMITED BY SIZE
                       INTO page-record
                   END-STRING
               ELSE
                   STRING
                       '<a href="yearbook-' yearbook-year "."
                       edition-lang(edition-other-idx) '.html">'
                       edition-lang(edition-other-idx) "</a>"
                       DELIMITED BY SIZE
                       INTO page-record
                   END-STRING
               END-IF
               WRITE page-record
           END-IF
           .

       WRITE-DAYS-PAGE SECTION.
           MOVE "-days" TO page-name
           MOVE SPACES TO template-page-title
           STRING
               yearbook-year " day by day - " FUNCTION TRIM(site-name)
               INTO template-page-title
           END-STRING
           PERFORM OPEN-YEARBOOK-PAGE

           MOVE SPACES TO display-row
           STRING
               "=== " yearbook-year ", DAY BY DAY ==="
               INTO display-row
           END-STRING
           PERFORM YEARBOOK-EMIT-ROW

           IF year-day-count = 0
               MOVE SPACES TO display-row
               PERFORM YEARBOOK-EMIT-ROW
               MOVE "No day of this year is on record." TO display-row
               PERFORM YEARBOOK-EMIT-ROW
           END-IF

           MOVE SPACES TO shown-month
           PERFORM EMIT-ONE-YEAR-DAY
               VARYING year-day-idx FROM 1 BY 1
               UNTIL year-day-idx > year-day-count

           PERFORM CLOSE-YEARBOOK-PAGE
           .

      *>   The ledger's line is the edition's own numbering already.
       EMIT-ONE-YEAR-DAY SECTION.
           IF year-day-date(year-day-idx)(6:2) NOT = shown-month
               MOVE year-day-date(year-day-idx)(6:2) TO shown-month
               MOVE shown-month TO month-number
               MOVE SPACES TO display-row
               PERFORM YEARBOOK-EMIT-ROW
               MOVE SPACES TO display-row
               STRING
                   "--- " FUNCTION TRIM(month-name-entry(month-number))
                   " ---"
                   INTO display-row
               END-STRING
               PERFORM YEARBOOK-EMIT-ROW
           END-IF

           MOVE year-day-date(year-day-idx) TO entry-label
           MOVE year-day-line(year-day-idx) TO entry-edition-line
           MOVE 9999 TO entry-default-line
           IF edition-lang(edition-idx) = SPACES
               MOVE entry-edition-line TO entry-default-line
           END-IF
           PERFORM EMIT-EDITION-QUOTE
           .

       WRITE-WINNERS-PAGE SECTION.
           MOVE "-winners" TO page-name
           MOVE SPACES TO template-page-title
           STRING
               yearbook-year " weekly winners - "
               FUNCTION TRIM(site-name)
               INTO template-page-title
           END-STRING
           PERFORM OPEN-YEARBOOK-PAGE

           MOVE SPACES TO display-row
           STRING "=== THE WEEKLY WINNERS OF " yearbook-year " ==="
               INTO display-row
           END-STRING
           PERFORM YEARBOOK-EMIT-ROW

           IF winner-count = 0
               MOVE SPACES TO display-row
               PERFORM YEARBOOK-EMIT-ROW
               MOVE "No weekly winner was chosen this year."
                   TO display-row
               PERFORM YEARBOOK-EMIT-ROW
           END-IF

           PERFORM EMIT-ONE-WINNER
               VARYING winner-idx FROM 1 BY 1
               UNTIL winner-idx > winner-count

           PERFORM CLOSE-YEARBOOK-PAGE
           .

       EMIT-ONE-WINNER SECTION.
           MOVE SPACES TO display-row
           PERFORM YEARBOOK-EMIT-ROW
           MOVE SPACES TO entry-label
           STRING "Chosen " winner-tab-date(winner-idx)
               INTO entry-label
           END-STRING
           MOVE winner-tab-line(winner-idx) TO entry-default-line
           PERFORM EMIT-DEFAULT-QUOTE
           .

       WRITE-TOP-PAGE SECTION.
           MOVE "-top" TO page-name
           MOVE SPACES TO template-page-title
           STRING
               yearbook-year " favourites - " FUNCTION TRIM(site-name)
               INTO template-page-title
           END-STRING
           PERFORM OPEN-YEARBOOK-PAGE

           MOVE SPACES TO display-row
           STRING
               "=== " yearbook-year "'S FAVOURITES ==="
               INTO display-row
           END-STRING
           PERFORM YEARBOOK-EMIT-ROW
           MOVE SPACES TO display-row
           PERFORM YEARBOOK-EMIT-ROW
           MOVE SPACES TO display-row
           STRING
               "--- Most voted in " yearbook-year " ---"
               INTO display-row
           END-STRING
           PERFORM YEARBOOK-EMIT-ROW

           SET tally-by-votes TO TRUE
           PERFORM RANK-TALLIES

           MOVE SPACES TO display-row
           PERFORM YEARBOOK-EMIT-ROW
           MOVE "--- Most served this year ---" TO display-row
           PERFORM YEARBOOK-EMIT-ROW

           IF snapshot-seen
               SET tally-by-served TO TRUE
               PERFORM RANK-TALLIES
           ELSE
               MOVE "No serve snapshot was taken this year."
                   TO display-row
               PERFORM YEARBOOK-EMIT-ROW
           END-IF

           PERFORM CLOSE-YEARBOOK-PAGE
           .

      *>   The ten highest of the chosen tally, ties to the lower
      *>   line; a line with nothing on it is never ranked.
       RANK-TALLIES SECTION.
           PERFORM CLEAR-ONE-TALLY-MARK
               VARYING tally-idx FROM 1 BY 1
               UNTIL tally-idx > 2000
           MOVE 1 TO top-best-idx
           PERFORM RANK-ONE-TALLY
               VARYING top-rank FROM 1 BY 1
               UNTIL top-rank > 10 OR top-best-idx = 0

           IF top-rank = 2 AND top-best-idx = 0
               MOVE "Nothing to rank." TO display-row
               PERFORM YEARBOOK-EMIT-ROW
           END-IF
           .

       CLEAR-ONE-TALLY-MARK SECTION.
           MOVE "N" TO tally-taken(tally-idx)
           .

       RANK-ONE-TALLY SECTION.
           MOVE 0 TO top-best-idx
           MOVE 0 TO top-best-value
           PERFORM CHECK-ONE-TOP-CANDIDATE
               VARYING tally-idx FROM 1 BY 1
               UNTIL tally-idx > default-line-count

           IF top-best-idx > 0
               MOVE "Y" TO tally-taken(top-best-idx)
               MOVE top-rank TO top-rank-repr
               MOVE top-best-value TO top-value-repr
               MOVE SPACES TO entry-label
               IF tally-by-votes
                   STRING
                       FUNCTION TRIM(top-rank-repr) ". "
                       FUNCTION TRIM(top-value-repr) " vote(s)"
                       INTO entry-label
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(top-rank-repr) ". "
                       FUNCTION TRIM(top-value-repr) " serve(s)"
                       INTO entry-label
                   END-STRING
               END-IF
               IF top-rank > 1
                   MOVE SPACES TO display-row
                   PERFORM YEARBOOK-EMIT-ROW
               END-IF
               COMPUTE entry-default-line = top-best-idx - 1
               PERFORM EMIT-DEFAULT-QUOTE
           END-IF
           .

       CHECK-ONE-TOP-CANDIDATE SECTION.
           IF tally-by-votes
               MOVE tally-votes(tally-idx) TO top-candidate-value
           ELSE
               MOVE tally-served(tally-idx) TO top-candidate-value
           END-IF
           IF tally-taken(tally-idx) NOT = "Y"
               AND top-candidate-value > top-best-value
               MOVE tally-idx TO top-best-idx
               MOVE top-candidate-value TO top-best-value
           END-IF
           .

       WRITE-ADDED-PAGE SECTION.
           MOVE "-added" TO page-name
           MOVE SPACES TO template-page-title
           STRING
               "New in " yearbook-year " - " FUNCTION TRIM(site-name)
               INTO template-page-title
           END-STRING
           PERFORM OPEN-YEARBOOK-PAGE

           MOVE SPACES TO display-row
           STRING
               "=== NEW IN " yearbook-year " ==="
               INTO display-row
           END-STRING
           PERFORM YEARBOOK-EMIT-ROW

           IF added-live-count = 0
               MOVE SPACES TO display-row
               PERFORM YEARBOOK-EMIT-ROW
               MOVE "No quote was added this year." TO display-row
               PERFORM YEARBOOK-EMIT-ROW
           ELSE
               SET group-by-category TO TRUE
               PERFORM COLLECT-ADDITION-GROUPS
               MOVE SPACES TO display-row
               PERFORM YEARBOOK-EMIT-ROW
               MOVE "--- By category ---" TO display-row
               PERFORM YEARBOOK-EMIT-ROW
               PERFORM EMIT-RANKED-GROUPS

               SET group-by-author TO TRUE
               PERFORM COLLECT-ADDITION-GROUPS
               MOVE SPACES TO display-row
               PERFORM YEARBOOK-EMIT-ROW
               MOVE "--- By author ---" TO display-row
               PERFORM YEARBOOK-EMIT-ROW
               PERFORM EMIT-RANKED-GROUPS
           END-IF

           PERFORM CLOSE-YEARBOOK-PAGE
           .

      *>   Distinct categories (or authors) among the additions that
      *>   stand, with how many each has.
       COLLECT-ADDITION-GROUPS SECTION.
           INITIALIZE group-table
           MOVE 0 TO group-count-total
           PERFORM NOTE-ONE-ADDITION-GROUP
               VARYING added-idx FROM 1 BY 1
               UNTIL added-idx > added-count
           .

       NOTE-ONE-ADDITION-GROUP SECTION.
           IF added-undone(added-idx) NOT = "Y"
               PERFORM SET-ADDITION-GROUP-KEY
               MOVE "N" TO group-found-status
               PERFORM FIND-ONE-ADDITION-GROUP
                   VARYING group-idx FROM 1 BY 1
                   UNTIL group-idx > group-count-total
                       OR group-found
               IF group-found
                   SUBTRACT 1 FROM group-idx
                   ADD 1 TO group-count(group-idx)
               ELSE
                   IF group-count-total < 200
                       ADD 1 TO group-count-total
                       MOVE group-key TO group-name(group-count-total)
                       MOVE 1 TO group-count(group-count-total)
                   END-IF
               END-IF
           END-IF
           .

       SET-ADDITION-GROUP-KEY SECTION.
           MOVE SPACES TO group-key
           IF group-by-category
               MOVE added-category(added-idx) TO group-key
           ELSE
               MOVE added-author(added-idx) TO group-key
           END-IF
           IF group-key = SPACES
               MOVE "(none given)" TO group-key
           END-IF
           .

       FIND-ONE-ADDITION-GROUP SECTION.
           IF group-name(group-idx) = group-key
               SET group-found TO TRUE
           END-IF
           .

      *>   Biggest group first, ties in order of first addition;
      *>   each group's additions under its heading, oldest first.
       EMIT-RANKED-GROUPS SECTION.
           MOVE 1 TO group-best-idx
           PERFORM EMIT-ONE-RANKED-GROUP
               VARYING group-rank FROM 1 BY 1
               UNTIL group-rank > group-count-total
           .

       EMIT-ONE-RANKED-GROUP SECTION.
           MOVE 0 TO group-best-idx
           PERFORM CHECK-ONE-GROUP-CANDIDATE
               VARYING group-idx FROM 1 BY 1
               UNTIL group-idx > group-count-total

           IF group-best-idx > 0
               MOVE "Y" TO group-taken(group-best-idx)
               MOVE group-count(group-best-idx) TO group-count-repr
               MOVE SPACES TO display-row
               PERFORM YEARBOOK-EMIT-ROW
               MOVE SPACES TO display-row
               STRING
                   FUNCTION TRIM(group-name(group-best-idx))
                   " (" FUNCTION TRIM(group-count-repr) ")"
                   INTO display-row
               END-STRING
               PERFORM YEARBOOK-EMIT-ROW
               MOVE group-name(group-best-idx) TO group-listed-key
               PERFORM EMIT-ONE-GROUP-ADDITION
                   VARYING added-idx FROM 1 BY 1
                   UNTIL added-idx > added-count
           END-IF
           .

       CHECK-ONE-GROUP-CANDIDATE SECTION.
           IF group-taken(group-idx) NOT = "Y"
               IF group-best-idx = 0
                   MOVE group-idx TO group-best-idx
               ELSE
                   IF group-count(group-idx)
                           > group-count(group-best-idx)
                       MOVE group-idx TO group-best-idx
                   END-IF
               END-IF
           END-IF
           .

       EMIT-ONE-GROUP-ADDITION SECTION.
           IF added-undone(added-idx) NOT = "Y"
               PERFORM SET-ADDITION-GROUP-KEY
               IF group-key = group-listed-key
                   MOVE SPACES TO display-row
                   EVALUATE TRUE
                       WHEN group-by-category
                           AND added-author(added-idx) NOT = SPACES
                           STRING
                               "  " added-date(added-idx) " -- "
                               FUNCTION TRIM(added-author(added-idx))
                               INTO display-row
                           END-STRING
                       WHEN group-by-author
                           AND added-category(added-idx) NOT = SPACES
                           STRING
                               "  " added-date(added-idx) " ("
                               FUNCTION TRIM(added-category(added-idx))
                               ")"
                               INTO display-row
                           END-STRING
                       WHEN OTHER
                           STRING
                               "  " added-date(added-idx)
                               INTO display-row
                           END-STRING
                   END-EVALUATE
                   PERFORM YEARBOOK-EMIT-ROW
                   IF added-withdrawn(added-idx) = "Y"
                       MOVE "  (withdrawn: its licence has ended)"
                           TO display-row
                       PERFORM YEARBOOK-EMIT-ROW
                   ELSE
                       MOVE added-text(added-idx) TO wrap-text
                       PERFORM EMIT-WRAPPED-TEXT
                   END-IF
               END-IF
           END-IF
           .

      *>   A quote named by its default line number (winners and
      *>   tallies): through the map to the edition's own text, or
      *>   untranslated where the locale has no counterpart.
       EMIT-DEFAULT-QUOTE SECTION.
           EVALUATE TRUE
               WHEN entry-default-line = 9999
                   MOVE 9999 TO entry-edition-line
                   PERFORM EMIT-EDITION-QUOTE
               WHEN entry-default-line >= default-line-count
                   MOVE edition-line-count TO entry-edition-line
                   PERFORM EMIT-EDITION-QUOTE
               WHEN edition-map-line(entry-default-line + 1) = 0
                   PERFORM EMIT-ENTRY-HEADING
                   IF default-withdrawn(entry-default-line + 1) = "Y"
                       MOVE "(withdrawn: its licence has ended)"
                           TO display-row
                       PERFORM YEARBOOK-EMIT-ROW
                   ELSE
                       MOVE default-text(entry-default-line + 1)
                           TO wrap-text
                       PERFORM EMIT-WRAPPED-TEXT
                       MOVE default-author(entry-default-line + 1)
                           TO entry-author
                       PERFORM EMIT-ENTRY-AUTHOR
                   END-IF
               WHEN OTHER
                   COMPUTE entry-edition-line =
                       edition-map-line(entry-default-line + 1) - 1
                   PERFORM EMIT-EDITION-QUOTE
           END-EVALUATE
           .

      *>   A quote named by the edition's own line number; the
      *>   permalink only where the mirror has the page, i.e. a
      *>   default line still live.
       EMIT-EDITION-QUOTE SECTION.
           PERFORM EMIT-ENTRY-HEADING

           EVALUATE TRUE
               WHEN entry-edition-line = 9999
                   MOVE "(since retired from the catalogue)"
                       TO display-row
                   PERFORM YEARBOOK-EMIT-ROW
               WHEN entry-edition-line >= edition-line-count
                   MOVE "(no longer in the catalogue)" TO display-row
                   PERFORM YEARBOOK-EMIT-ROW
               WHEN edition-withdrawn(entry-edition-line + 1) = "Y"
                   MOVE "(withdrawn: its licence has ended)"
                       TO display-row
                   PERFORM YEARBOOK-EMIT-ROW
               WHEN OTHER
                   MOVE edition-text(entry-edition-line + 1)
                       TO wrap-text
                   PERFORM EMIT-WRAPPED-TEXT
                   MOVE edition-author(entry-edition-line + 1)
                       TO entry-author
                   PERFORM EMIT-ENTRY-AUTHOR
           END-EVALUATE
           .

      *>   "label  #N", linked to the mirror's page when the default
      *>   catalogue still has that line on show.
       EMIT-ENTRY-HEADING SECTION.
           MOVE "N" TO entry-link-status
           IF entry-default-line < default-line-count
               IF default-withdrawn(entry-default-line + 1) NOT = "Y"
                   SET entry-linked TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO display-row
           IF entry-linked
               MOVE entry-default-line TO entry-line-repr
               MOVE FUNCTION TRIM(entry-label) TO display-row
               PERFORM ESCAPE-DISPLAY-ROW
               MOVE SPACES TO page-record
               STRING
                   FUNCTION TRIM(html-row TRAILING)
                   '  <a href="quote-' FUNCTION TRIM(entry-line-repr)
                   '.html">#' FUNCTION TRIM(entry-line-repr) "</a>"
                   DELIMITED BY SIZE
                   INTO page-record
               END-STRING
               WRITE page-record
           ELSE
               MOVE FUNCTION TRIM(entry-label) TO display-row
               PERFORM YEARBOOK-EMIT-ROW
           END-IF
           .

       EMIT-ENTRY-AUTHOR SECTION.
           IF entry-author NOT = SPACES
               MOVE SPACES TO display-row
               STRING "-- " FUNCTION TRIM(entry-author)
                   INTO display-row
               END-STRING
               PERFORM YEARBOOK-EMIT-ROW
           END-IF
           .

       EMIT-WRAPPED-TEXT SECTION.
           MOVE 0 TO wrap-text-len
           INSPECT FUNCTION REVERSE(wrap-text)
               TALLYING wrap-text-len FOR LEADING SPACE
           COMPUTE wrap-text-len = 400 - wrap-text-len

           IF wrap-text-len = 0
               MOVE SPACES TO display-row
               PERFORM YEARBOOK-EMIT-ROW
           ELSE
               MOVE 1 TO wrap-pos
               PERFORM EMIT-ONE-WRAPPED-CHUNK
                   UNTIL wrap-pos > wrap-text-len
           END-IF
           .

       EMIT-ONE-WRAPPED-CHUNK SECTION.
           COMPUTE wrap-chunk-len = wrap-text-len - wrap-pos + 1

           IF wrap-chunk-len > 80
               MOVE 80 TO wrap-chunk-len
               MOVE 0 TO wrap-break-idx
               PERFORM FIND-ONE-WRAP-BREAK
                   VARYING wrap-scan-idx FROM 80 BY -1
                   UNTIL wrap-scan-idx < 2 OR wrap-break-idx > 0
               IF wrap-break-idx > 0
                   COMPUTE wrap-chunk-len = wrap-break-idx - 1
                   MOVE wrap-break-idx TO wrap-advance
               ELSE
                   MOVE 80 TO wrap-advance
               END-IF
           ELSE
               MOVE wrap-chunk-len TO wrap-advance
           END-IF

           MOVE SPACES TO display-row
           MOVE wrap-text(wrap-pos:wrap-chunk-len) TO display-row
           PERFORM YEARBOOK-EMIT-ROW
           ADD wrap-advance TO wrap-pos
           .

       FIND-ONE-WRAP-BREAK SECTION.
           IF wrap-text(wrap-pos + wrap-scan-idx - 1:1) = SPACE
               MOVE wrap-scan-idx TO wrap-break-idx
           END-IF
           .

       YEARBOOK-EMIT-ROW SECTION.
           PERFORM ESCAPE-DISPLAY-ROW
           MOVE html-row TO page-record
           WRITE page-record
           .

       ESCAPE-DISPLAY-ROW SECTION.
           MOVE SPACES TO html-row
           MOVE 1 TO html-pointer
           PERFORM ESCAPE-ONE-HTML-CHAR
               VARYING html-char-idx FROM 1 BY 1
               UNTIL html-char-idx > 80
           .

       ESCAPE-ONE-HTML-CHAR SECTION.
           EVALUATE display-row(html-char-idx:1)
               WHEN "&"
                   STRING "&amp;" INTO html-row
                       WITH POINTER html-pointer
                   END-STRING
               WHEN "<"
                   STRING "&lt;" INTO html-row
                       WITH POINTER html-pointer
                   END-STRING
               WHEN ">"
                   STRING "&gt;" INTO html-row
                       WITH POINTER html-pointer
                   END-STRING
               WHEN OTHER
                   STRING display-row(html-char-idx:1)
                       DELIMITED BY SIZE
                       INTO html-row
                       WITH POINTER html-pointer
                   END-STRING
           END-EVALUATE
           .
