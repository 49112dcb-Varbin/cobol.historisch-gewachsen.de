       >> SOURCE FORMAT IS FIXED

EDITO *> Editorial calendar: what the plain day-of-quote page will
RIAL  *> show over the coming days, and where that plan collides.
CAL   *>
ENDAR *> Usage:
      *>   - Run out of cron (historisch-nightly runs it every
      *>     night, last, so the morning mail carries it), with the
      *>     working directory set to wherever quotes_cobol.txt and
      *>     its side files live.
      *>   - "[days] [htmlfile]": how many days ahead, today
      *>     included (28 when absent, at most 366), and where the
      *>     HTML rendition goes (quotes_calendar.html when absent -
      *>     point it next to the EXPORT-SITE pages to publish it).
      *>
      *> One row per day, as RESOLVE-DAY-PICK in
      *> historisch-gewachsen.cob will see it: today's pick once it
      *> has been made, a date pin out of quotes_pins.txt - WEEKLY
      *> when it is the pin historisch-weekly last wrote - the day
      *> of a running series out of quotes_series.txt (SERIES, with
      *> the series' name), an author's birth or death day out of
      *> quotes_authors.txt (ANNIV, with the author and how many of
      *> their live lines the day draws among), or "random" for the
      *> ordinary least-shown roll; under it the suggestions
      *> quotes_scheduled.txt releases that day (one overdue already
      *> goes with tonight's PROMOTE, so it is shown on today). A
      *> line whose licence in quotes_licences.txt has ended by the
      *> day counts as withdrawn that day, as on the site. Flagged
      *> as conflicts:
      *>   - two pins on one date (the first in the file wins)
      *>   - a pin or series day pointing past the end of
      *>     quotes_cobol.txt, or at a line withdrawn by then (the
      *>     day falls through to what comes next)
      *>   - a pin hiding a series day
      *>   - a go-live on a day that is already pinned or in a series
      *>   - a pinned or series quote already shown, or fixed,
      *>     within the recent-repeat window (recent-history-max in
      *>     quotes_site_config.txt) before its day - neither is
      *>     ever rerolled, so it repeats
      *> Every row goes to the terminal and, inside <pre>, to the
      *> HTML file, the same two audiences as historisch-report's
      *> TREND mode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. historisch-calendar.
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
      *>   LINE SEQUENTIAL, matching the site's QuoteDb SELECT;
      *>   only read here, for the line count and the pinned texts.
           SELECT QuoteDb ASSIGN TO "quotes_cobol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS quotedb-file-status.

      *>   "MM-DD NNNN", one recurring date pin per row.
           SELECT PinsDb ASSIGN TO "quotes_pins.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pins-file-status.

      *>   "<date>|record" or "<date>+<contact>|record", the
      *>   approved suggestions waiting for their release date.
           SELECT ScheduledDb ASSIGN TO "quotes_scheduled.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS scheduled-file-status.

      *>   historisch-weekly's ledger, "YYYY-MM-DD MM-DD NNNN"; its
      *>   last row is the weekly pin currently in quotes_pins.txt.
           SELECT WinnersDb ASSIGN TO "quotes_weekly_winners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS winners-file-status.

      *>   "name YYYY-MM-DD NNNN", one row per day of a series run.
           SELECT SeriesDb ASSIGN TO "quotes_series.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS series-file-status.

      *>   "id|licensor|start|end", the licence register.
           SELECT LicencesDb ASSIGN TO "quotes_licences.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS licences-file-status.

      *>   "canonical|alias|bio|link|born|died", the author registry.
           SELECT AuthorsDb ASSIGN TO "quotes_authors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS authors-file-status.

      *>   The recent-repeat window, oldest first.
           SELECT RecentDb ASSIGN TO "quotes_recent.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recent-file-status.

      *>   Today's resolved pick, once the first hit has made it.
           SELECT DayPickDb ASSIGN TO "quotes_daypick_cache.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS daypick-file-status.

           SELECT SiteConfigDb ASSIGN TO "quotes_site_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS siteconfig-file-status.

      *>   The HTML rendition, simply overwritten every run.
           SELECT CalendarHtmlDb ASSIGN TO DYNAMIC calendar-html-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS calendarhtml-file-status.

       DATA DIVISION.
       FILE SECTION.
           FD QuoteDb.
           01 QuoteDetails.
               02  quote-line          PIC X(500).

           FD PinsDb.
           01 pin-record.
               02 pin-month-day            PIC X(5).
               02 FILLER                   PIC X.
               02 pin-line                 PIC 9(4).

           FD ScheduledDb.
           01 scheduled-record         PIC X(600).

           FD SeriesDb.
           01 series-record            PIC X(60).

           FD WinnersDb.
           01 winner-record.
               02 winner-date              PIC X(10).
               02 FILLER                   PIC X.
               02 winner-pin-date          PIC X(5).
               02 FILLER                   PIC X.
               02 winner-line              PIC 9(4).

           FD LicencesDb.
           01 licence-record           PIC X(80).

           FD AuthorsDb.
           01 author-record            PIC X(260).

           FD RecentDb.
           01 recent-record            PIC 9(4).

           FD DayPickDb.
           01 daypick-record.
               02 cached-daypick-date      PIC 9(8).
               02 cached-daypick-line      PIC 9(4).

           FD SiteConfigDb.
           01 siteconfig-record        PIC X(60).

           FD CalendarHtmlDb.
           01 calendarhtml-record      PIC X(400).

       WORKING-STORAGE SECTION.
      *>   Check for EOF while walking a file.
           01 file-status              PIC X.
               88 file-eof                         VALUE HIGH-VALUES.

           01 quotedb-file-status      PIC XX      VALUE SPACES.
           01 pins-file-status         PIC XX      VALUE SPACES.
           01 scheduled-file-status    PIC XX      VALUE SPACES.
           01 series-file-status       PIC XX      VALUE SPACES.
           01 winners-file-status      PIC XX      VALUE SPACES.
           01 recent-file-status       PIC XX      VALUE SPACES.
           01 daypick-file-status      PIC XX      VALUE SPACES.
           01 siteconfig-file-status   PIC XX      VALUE SPACES.
           01 calendarhtml-file-status PIC XX      VALUE SPACES.
           01 licences-file-status     PIC XX      VALUE SPACES.
           01 authors-file-status      PIC XX      VALUE SPACES.

           01 display-row              PIC X(80).

           01 cli-arg-count            PIC 9(2)    VALUE 0.
           01 cli-arg-text             PIC X(60)   VALUE SPACES.
           01 calendar-days            PIC 9(3)    VALUE 28.
           01 calendar-html-path       PIC X(60)
               VALUE "quotes_calendar.html".

      *>   The start of every quote's text, indexed line + 1, for
      *>   the rows that name one; its author, for the anniversary
      *>   days; and the end date of the licence it names (blank
      *>   when none, or one the register does not know - such a
      *>   line never lapses).
           01 quote-text-table.
               02 quote-text-entry     OCCURS 2000 TIMES
                   PIC X(48).
           01 quote-author-table.
               02 quote-author-entry   OCCURS 2000 TIMES
                   PIC X(40).
           01 quote-licence-table.
               02 quote-licence-end    OCCURS 2000 TIMES
                   PIC X(10).
           01 total-line-count         PIC 9(4)    VALUE 0.
           01 quote-text-field         PIC X(500)  VALUE SPACES.
           01 quote-author-field       PIC X(40)   VALUE SPACES.
           01 quote-category-field     PIC X(40)   VALUE SPACES.
           01 quote-date-field         PIC X(20)   VALUE SPACES.
           01 quote-licence-field      PIC X(12)   VALUE SPACES.

      *>   The licence register, same 200-row bound as the site's.
           01 licence-table.
               02 licence-entry OCCURS 200 TIMES.
                   03 licence-id           PIC X(12).
                   03 licence-end          PIC X(10).
           01 licence-count            PIC 999     VALUE 0.
           01 licence-idx              PIC 999     VALUE 0.
           01 licence-read-status      PIC X       VALUE "N".
               88 licence-read-eof                 VALUE "Y".
           01 licence-row-id           PIC X(12)   VALUE SPACES.
           01 licence-row-licensor     PIC X(40)   VALUE SPACES.
           01 licence-row-start        PIC X(10)   VALUE SPACES.
           01 licence-row-end          PIC X(10)   VALUE SPACES.

      *>   Registry authors with a birth or death date, the two
      *>   names a quote may carry them under.
           01 author-table.
               02 author-entry OCCURS 200 TIMES.
                   03 author-canonical     PIC X(40).
                   03 author-alias         PIC X(40).
                   03 author-born          PIC X(10).
                   03 author-died          PIC X(10).
           01 author-count             PIC 999     VALUE 0.
           01 author-idx               PIC 999     VALUE 0.
           01 author-read-status       PIC X       VALUE "N".
               88 author-read-eof                  VALUE "Y".
           01 author-row-canonical     PIC X(40)   VALUE SPACES.
           01 author-row-alias         PIC X(40)   VALUE SPACES.
           01 author-row-bio           PIC X(70)   VALUE SPACES.
           01 author-row-link          PIC X(80)   VALUE SPACES.
           01 author-row-born          PIC X(10)   VALUE SPACES.
           01 author-row-died          PIC X(10)   VALUE SPACES.

      *>   The pins file, same 100-row bound the site's RETIRE
      *>   cascade and historisch-weekly give it.
           01 pins-table.
               02 pins-entry OCCURS 100 TIMES.
                   03 pins-month-day       PIC X(5).
                   03 pins-line            PIC 9(4).
           01 pins-count               PIC 999     VALUE 0.
           01 pins-idx                 PIC 999     VALUE 0.
           01 pins-read-status         PIC X       VALUE "N".
               88 pins-read-eof                    VALUE "Y".

      *>   The scheduled file, same 200-row bound as the site's.
           01 scheduled-table.
               02 scheduled-entry OCCURS 200 TIMES.
                   03 scheduled-date       PIC X(10).
                   03 scheduled-text       PIC X(48).
           01 scheduled-count          PIC 999     VALUE 0.
           01 scheduled-idx            PIC 999     VALUE 0.
           01 scheduled-read-status    PIC X       VALUE "N".
               88 scheduled-read-eof               VALUE "Y".
           01 scheduled-overflow-status PIC X      VALUE "N".
               88 scheduled-overflow               VALUE "Y".
           01 scheduled-junk           PIC X(600)  VALUE SPACES.

      *>   Every series row that parses, with the day it falls on,
      *>   worked out the way the site's PARSE-SERIES-ROW does: the
      *>   rows of a run are its days in order from the start date.
           01 series-table.
               02 series-entry OCCURS 500 TIMES.
                   03 series-tab-name      PIC X(20).
                   03 series-tab-day       PIC 9(8).
                   03 series-tab-line      PIC 9(4).
           01 series-count             PIC 999     VALUE 0.
           01 series-idx               PIC 999     VALUE 0.
           01 series-read-status       PIC X       VALUE "N".
               88 series-read-eof                  VALUE "Y".
           01 series-row-name          PIC X(20)   VALUE SPACES.
           01 series-row-start         PIC X(10)   VALUE SPACES.
           01 series-row-start-parts REDEFINES series-row-start.
               02 series-start-year        PIC 9(4).
               02 FILLER                   PIC X.
               02 series-start-month       PIC 9(2).
               02 FILLER                   PIC X.
               02 series-start-day         PIC 9(2).
           01 series-row-line-text     PIC X(10)   VALUE SPACES.
           01 series-start-number      PIC 9(8)    VALUE 0.
           01 series-run-name          PIC X(20)   VALUE SPACES.
           01 series-run-start         PIC X(10)   VALUE SPACES.
           01 series-run-position      PIC 9(4)    VALUE 0.

           01 winner-read-status       PIC X       VALUE "N".
               88 winner-read-eof                  VALUE "Y".
           01 weekly-pin-date          PIC X(5)    VALUE SPACES.
           01 weekly-pin-line          PIC 9(4)    VALUE 0.

      *>   The window as it stands tonight, newest last, and how
      *>   long it is; quotes_site_config.txt is read the site's own
      *>   way, clamped to the site's 30-entry table.
           01 recent-window            PIC 99      VALUE 8.
           01 recent-table.
               02 recent-entry         OCCURS 30 TIMES PIC 9(4).
           01 recent-count             PIC 99      VALUE 0.
           01 recent-idx               PIC 99      VALUE 0.
           01 recent-read-status       PIC X       VALUE "N".
               88 recent-read-eof                  VALUE "Y".
           01 siteconfig-read-status   PIC X       VALUE "N".
               88 siteconfig-read-eof              VALUE "Y".
           01 config-name              PIC X(30)   VALUE SPACES.
           01 config-value-text        PIC X(12)   VALUE SPACES.
           01 config-value             PIC 9(9)    VALUE 0.

           01 today-picked-status      PIC X       VALUE "N".
               88 today-picked                     VALUE "Y".
           01 today-picked-line        PIC 9(4)    VALUE 0.

      *>   One slot per calendar day: the date, and the line its
      *>   pin will actually show (9999 when none does), which is
      *>   what a later pin's repeat-window check looks back over.
           01 calendar-table.
               02 calendar-entry OCCURS 366 TIMES.
                   03 calendar-date        PIC X(10).
                   03 calendar-shown-line  PIC 9(4).
           01 calendar-idx             PIC 9(3)    VALUE 0.
           01 calendar-back-idx        PIC 9(3)    VALUE 0.

      *>   The day under construction.
           01 today-serial             PIC 9(8)    VALUE 0.
           01 day-serial               PIC 9(8)    VALUE 0.
           01 day-date-parts.
               02 day-year                 PIC 9(4).
               02 day-month                PIC 9(2).
               02 day-day                  PIC 9(2).
           01 day-date-text            PIC X(10)   VALUE SPACES.
           01 day-month-day            PIC X(5)    VALUE SPACES.
           01 weekday-names.
               02 FILLER PIC X(3) VALUE "Mon".
               02 FILLER PIC X(3) VALUE "Tue".
               02 FILLER PIC X(3) VALUE "Wed".
               02 FILLER PIC X(3) VALUE "Thu".
               02 FILLER PIC X(3) VALUE "Fri".
               02 FILLER PIC X(3) VALUE "Sat".
               02 FILLER PIC X(3) VALUE "Sun".
           01 weekday-table REDEFINES weekday-names.
               02 weekday-name         OCCURS 7 TIMES PIC X(3).
           01 weekday-idx              PIC 9       VALUE 0.
           01 day-pin-count            PIC 99      VALUE 0.
           01 day-pin-line             PIC 9(4)    VALUE 0.
           01 day-series-idx           PIC 999     VALUE 0.
           01 day-shown-line           PIC 9(4)    VALUE 0.
           01 day-pin-status           PIC X       VALUE "N".
               88 day-pin-applies                  VALUE "Y".
           01 day-series-status        PIC X       VALUE "N".
               88 day-series-applies               VALUE "Y".
           01 withdrawn-check-line     PIC 9(4)    VALUE 0.
           01 withdrawn-status         PIC X       VALUE "N".
               88 line-withdrawn                   VALUE "Y".

      *>   The day's anniversaries: the authors born or died on it
      *>   (flagged by registry slot), the live lines by any of
      *>   them, and the first such author for the row.
           01 day-anniv-flags.
               02 day-anniv-flag       OCCURS 200 TIMES PIC X.
           01 day-anniv-authors        PIC 999     VALUE 0.
           01 day-anniv-lines          PIC 9(4)    VALUE 0.
           01 day-anniv-first          PIC 999     VALUE 0.
           01 day-anniv-kind           PIC X(4)    VALUE SPACES.
           01 day-anniv-year           PIC X(4)    VALUE SPACES.
           01 anniv-scan-line          PIC 9(4)    VALUE 0.
           01 anniv-match              PIC 999     VALUE 0.
           01 anniv-lines-repr         PIC ZZZ9.
           01 day-fixed-status         PIC X       VALUE "N".
               88 day-fixed                        VALUE "Y".
           01 day-golive-count         PIC 999     VALUE 0.
           01 day-kind                 PIC X(7)    VALUE SPACES.
           01 day-line-repr            PIC ZZZ9.
           01 row-pointer              PIC 99      VALUE 0.
           01 other-line-repr          PIC ZZZ9.
           01 window-status            PIC X       VALUE "N".
               88 window-hit                       VALUE "Y".
           01 window-hit-date          PIC X(10)   VALUE SPACES.
           01 window-gap               PIC S9(4)   VALUE 0.
           01 window-gap-repr          PIC ZZZ9.

           01 pinned-day-count         PIC 9(3)    VALUE 0.
           01 weekly-day-count         PIC 9(3)    VALUE 0.
           01 series-day-count         PIC 9(3)    VALUE 0.
           01 anniv-day-count          PIC 9(3)    VALUE 0.
           01 random-day-count         PIC 9(3)    VALUE 0.
           01 golive-total             PIC 9(3)    VALUE 0.
           01 conflict-count           PIC 9(4)    VALUE 0.

      *>   A row on its way into the HTML file, with &, < and >
      *>   escaped - quote texts carry all three.
           01 html-row                 PIC X(400)  VALUE SPACES.
           01 html-pointer             PIC 9(3)    VALUE 0.
           01 html-char-idx            PIC 99      VALUE 0.

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
           COMPUTE today-serial =
               FUNCTION INTEGER-OF-DATE(
                   (current-year * 10000)
                   + (current-month * 100)
                   + current-day)

           PERFORM READ-CLI-ARGS
           PERFORM LOAD-CALENDAR-CONFIG
           PERFORM LOAD-LICENCES
           PERFORM LOAD-QUOTE-TEXTS
           PERFORM LOAD-AUTHORS
           PERFORM LOAD-PINS
           PERFORM LOAD-WEEKLY-PIN
           PERFORM LOAD-SERIES
           PERFORM LOAD-SCHEDULED
           PERFORM LOAD-RECENT-WINDOW
           PERFORM LOAD-TODAYS-PICK

           OPEN OUTPUT CalendarHtmlDb
           IF calendarhtml-file-status NOT = "00"
               MOVE SPACES TO display-row
               STRING
                   "ERROR: cannot write "
                   FUNCTION TRIM(calendar-html-path)
                   INTO display-row
               END-STRING
               DISPLAY display-row
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "<html><head><title>Editorial calendar</title>"
               TO calendarhtml-record
           WRITE calendarhtml-record
           MOVE "</head><body><pre>" TO calendarhtml-record
           WRITE calendarhtml-record

           MOVE SPACES TO display-row
           STRING
               "=== EDITORIAL CALENDAR: " calendar-days
               " DAY(S) FROM " today-text " ==="
               INTO display-row
           END-STRING
           PERFORM CALENDAR-EMIT-ROW
           MOVE SPACES TO display-row
           STRING
               "quotes_cobol.txt holds " total-line-count
               " line(s); repeat window " recent-window " day(s)."
               INTO display-row
           END-STRING
           PERFORM CALENDAR-EMIT-ROW
           IF scheduled-overflow
               MOVE "WARNING: quotes_scheduled.txt holds more than 200"
                   & " entries; only the first 200 are shown."
                   TO display-row
               PERFORM CALENDAR-EMIT-ROW
           END-IF
           MOVE SPACES TO display-row
           PERFORM CALENDAR-EMIT-ROW

           PERFORM CALENDAR-ONE-DAY
               VARYING calendar-idx FROM 1 BY 1
               UNTIL calendar-idx > calendar-days

           MOVE SPACES TO display-row
           PERFORM CALENDAR-EMIT-ROW
           MOVE SPACES TO display-row
           STRING
               pinned-day-count " pinned, " weekly-day-count
               " weekly, " series-day-count " series, "
               anniv-day-count " anniversary, "
               random-day-count " random day(s);"
               INTO display-row
           END-STRING
           PERFORM CALENDAR-EMIT-ROW
           MOVE SPACES TO display-row
           STRING
               golive-total " go-live(s); "
               conflict-count " conflict(s)."
               INTO display-row
           END-STRING
           PERFORM CALENDAR-EMIT-ROW

           MOVE "</pre></body></html>" TO calendarhtml-record
           WRITE calendarhtml-record
           CLOSE CalendarHtmlDb

           STOP RUN.

      *>   A missing or out-of-range day count leaves the default;
      *>   the second argument, when given, is the HTML path.
       READ-CLI-ARGS SECTION.
           ACCEPT cli-arg-count FROM ARGUMENT-NUMBER
           IF cli-arg-count > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT cli-arg-text FROM ARGUMENT-VALUE
               IF FUNCTION TEST-NUMVAL(cli-arg-text) = 0
                   AND FUNCTION NUMVAL(cli-arg-text) >= 1
                   AND FUNCTION NUMVAL(cli-arg-text) <= 366
                   COMPUTE calendar-days =
                       FUNCTION NUMVAL(cli-arg-text)
               END-IF
           END-IF
           IF cli-arg-count > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT calendar-html-path FROM ARGUMENT-VALUE
           END-IF
           .

      *>   Same "name value" parse as the site's LOAD-SITE-CONFIG;
      *>   an absent file or line leaves the 8-day default standing.
       LOAD-CALENDAR-CONFIG SECTION.
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

                   IF config-name = "recent-history-max"
                       AND config-value-text NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(config-value-text)
                           = 0
                       COMPUTE config-value =
                           FUNCTION NUMVAL(config-value-text)
                       IF config-value >= 1 AND config-value <= 30
                           MOVE config-value TO recent-window
                       END-IF
                   END-IF
           END-READ
           .

       LOAD-QUOTE-TEXTS SECTION.
           INITIALIZE quote-text-table
           INITIALIZE quote-author-table
           INITIALIZE quote-licence-table
           MOVE 0 TO total-line-count
           MOVE SPACES TO file-status
           OPEN INPUT QuoteDb
           IF quotedb-file-status = "00"
               PERFORM READ-ONE-QUOTE-TEXT UNTIL file-eof
               CLOSE QuoteDb
           END-IF
           .

       READ-ONE-QUOTE-TEXT SECTION.
           READ QuoteDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   ADD 1 TO total-line-count
                   IF total-line-count <= 2000
                       MOVE SPACES TO quote-text-field
                       MOVE SPACES TO quote-author-field
                       MOVE SPACES TO quote-licence-field
                       UNSTRING quote-line DELIMITED BY "|"
                           INTO quote-text-field quote-author-field
                                quote-category-field quote-date-field
                                quote-licence-field
                       END-UNSTRING
                       MOVE quote-text-field
                           TO quote-text-entry(total-line-count)
                       MOVE quote-author-field
                           TO quote-author-entry(total-line-count)
                       IF quote-licence-field NOT = SPACES
                           PERFORM FIND-ONE-LICENCE-END
                               VARYING licence-idx FROM 1 BY 1
                               UNTIL licence-idx > licence-count
                       END-IF
                   END-IF
           END-READ
           .

       FIND-ONE-LICENCE-END SECTION.
           IF licence-id(licence-idx) = quote-licence-field
               MOVE licence-end(licence-idx)
                   TO quote-licence-end(total-line-count)
           END-IF
           .

      *>   Only the id and the end date matter here: a licence
      *>   covers through its end date and lapses the day after.
       LOAD-LICENCES SECTION.
           INITIALIZE licence-table
           MOVE 0 TO licence-count
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
                   MOVE SPACES TO licence-row-id
                   MOVE SPACES TO licence-row-end
                   UNSTRING licence-record DELIMITED BY "|"
                       INTO licence-row-id licence-row-licensor
                            licence-row-start licence-row-end
                   END-UNSTRING
                   IF licence-row-id NOT = SPACES
                       AND licence-row-end NOT = SPACES
                       AND licence-count < 200
                       ADD 1 TO licence-count
                       MOVE licence-row-id TO licence-id(licence-count)
                       MOVE licence-row-end
                           TO licence-end(licence-count)
                   END-IF
           END-READ
           .

      *>   Only registry rows with a date to mark; the site takes
      *>   the year as a plain four digits, and so does this.
       LOAD-AUTHORS SECTION.
           INITIALIZE author-table
           MOVE 0 TO author-count
           MOVE "N" TO author-read-status
           MOVE SPACES TO authors-file-status

           OPEN INPUT AuthorsDb
           IF authors-file-status = "00"
               PERFORM READ-ONE-AUTHOR UNTIL author-read-eof
               CLOSE AuthorsDb
           END-IF
           .

       READ-ONE-AUTHOR SECTION.
           READ AuthorsDb
               AT END
                   SET author-read-eof TO TRUE
               NOT AT END
                   MOVE SPACES TO author-row-canonical
                   MOVE SPACES TO author-row-alias
                   MOVE SPACES TO author-row-born
                   MOVE SPACES TO author-row-died
                   UNSTRING author-record DELIMITED BY "|"
                       INTO author-row-canonical author-row-alias
                            author-row-bio author-row-link
                            author-row-born author-row-died
                   END-UNSTRING
                   IF author-row-canonical NOT = SPACES
                       AND (author-row-born(1:4) IS NUMERIC
                           OR author-row-died(1:4) IS NUMERIC)
                       AND author-count < 200
                       ADD 1 TO author-count
                       MOVE author-row-canonical
                           TO author-canonical(author-count)
                       MOVE author-row-alias
                           TO author-alias(author-count)
                       MOVE author-row-born TO author-born(author-count)
                       MOVE author-row-died TO author-died(author-count)
                   END-IF
           END-READ
           .

      *>   line-withdrawn when withdrawn-check-line (0-based) names
      *>   a licence whose end date lies before the day.
       CHECK-LINE-WITHDRAWN SECTION.
           MOVE "N" TO withdrawn-status
           IF withdrawn-check-line < 2000
               IF quote-licence-end(withdrawn-check-line + 1)
                       NOT = SPACES
                   AND quote-licence-end(withdrawn-check-line + 1)
                       < day-date-text
                   SET line-withdrawn TO TRUE
               END-IF
           END-IF
           .

      *>   A row that doesn't parse is no pin RESOLVE-DAY-PICK
      *>   could serve either, and is left out.
       LOAD-PINS SECTION.
           INITIALIZE pins-table
           MOVE 0 TO pins-count
           MOVE "N" TO pins-read-status
           MOVE SPACES TO pins-file-status

           OPEN INPUT PinsDb
           IF pins-file-status = "00"
               PERFORM READ-ONE-PIN UNTIL pins-read-eof
               CLOSE PinsDb
           END-IF
           .

       READ-ONE-PIN SECTION.
           READ PinsDb
               AT END
                   SET pins-read-eof TO TRUE
               NOT AT END
                   IF pin-line IS NUMERIC AND pins-count < 100
                       ADD 1 TO pins-count
                       MOVE pin-month-day
                           TO pins-month-day(pins-count)
                       MOVE pin-line TO pins-line(pins-count)
                   END-IF
           END-READ
           .

      *>   Only the ledger's last row: historisch-weekly takes each
      *>   week's pin out again when it writes the next one.
       LOAD-WEEKLY-PIN SECTION.
           MOVE SPACES TO weekly-pin-date
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
                       MOVE winner-pin-date TO weekly-pin-date
                       MOVE winner-line TO weekly-pin-line
                   END-IF
           END-READ
           .

      *>   A row that doesn't parse is no series day, the same as on
      *>   the site.
       LOAD-SERIES SECTION.
           INITIALIZE series-table
           MOVE 0 TO series-count
           MOVE "N" TO series-read-status
           MOVE SPACES TO series-file-status
           MOVE SPACES TO series-run-name
           MOVE SPACES TO series-run-start

           OPEN INPUT SeriesDb
           IF series-file-status = "00"
               PERFORM READ-ONE-SERIES-ROW UNTIL series-read-eof
               CLOSE SeriesDb
           END-IF
           .

       READ-ONE-SERIES-ROW SECTION.
           READ SeriesDb
               AT END
                   SET series-read-eof TO TRUE
               NOT AT END
                   MOVE SPACES TO series-row-name
                   MOVE SPACES TO series-row-start
                   MOVE SPACES TO series-row-line-text
                   UNSTRING series-record DELIMITED BY ALL " "
                       INTO series-row-name series-row-start
                            series-row-line-text
                   END-UNSTRING
                   IF series-row-name NOT = SPACES
                       AND series-start-year IS NUMERIC
                       AND series-start-month IS NUMERIC
                       AND series-start-day IS NUMERIC
                       AND series-row-line-text NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(series-row-line-text)
                           = 0
                       AND series-count < 500
                       COMPUTE series-start-number =
                           (series-start-year * 10000)
                           + (series-start-month * 100)
                           + series-start-day
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (series-start-number) = 0
                           PERFORM NOTE-ONE-SERIES-DAY
                       END-IF
                   END-IF
           END-READ
           .

       NOTE-ONE-SERIES-DAY SECTION.
           IF series-row-name = series-run-name
               AND series-row-start = series-run-start
               ADD 1 TO series-run-position
           ELSE
               MOVE series-row-name TO series-run-name
               MOVE series-row-start TO series-run-start
               MOVE 1 TO series-run-position
           END-IF
           ADD 1 TO series-count
           MOVE series-row-name TO series-tab-name(series-count)
           COMPUTE series-tab-day(series-count) =
               FUNCTION INTEGER-OF-DATE(series-start-number)
               + series-run-position - 1
           COMPUTE series-tab-line(series-count) =
               FUNCTION NUMVAL(series-row-line-text)
           .

       LOAD-SCHEDULED SECTION.
           INITIALIZE scheduled-table
           MOVE 0 TO scheduled-count
           MOVE "N" TO scheduled-read-status
           MOVE "N" TO scheduled-overflow-status
           MOVE SPACES TO scheduled-file-status

           OPEN INPUT ScheduledDb
           IF scheduled-file-status = "00"
               PERFORM READ-ONE-SCHEDULED UNTIL scheduled-read-eof
               CLOSE ScheduledDb
           END-IF
           .

      *>   The release date is the first ten columns either way;
      *>   the quote text starts after the first "|".
       READ-ONE-SCHEDULED SECTION.
           READ ScheduledDb
               AT END
                   SET scheduled-read-eof TO TRUE
               NOT AT END
                   IF scheduled-count < 200
                       ADD 1 TO scheduled-count
                       MOVE scheduled-record(1:10)
                           TO scheduled-date(scheduled-count)
                       UNSTRING scheduled-record DELIMITED BY "|"
                           INTO scheduled-junk
                               scheduled-text(scheduled-count)
                       END-UNSTRING
                   ELSE
                       SET scheduled-overflow TO TRUE
                   END-IF
           END-READ
           .

       LOAD-RECENT-WINDOW SECTION.
           INITIALIZE recent-table
           MOVE 0 TO recent-count
           MOVE "N" TO recent-read-status
           MOVE SPACES TO recent-file-status

           OPEN INPUT RecentDb
           IF recent-file-status = "00"
               PERFORM READ-ONE-RECENT UNTIL recent-read-eof
               CLOSE RecentDb
           END-IF
           .

       READ-ONE-RECENT SECTION.
           READ RecentDb
               AT END
                   SET recent-read-eof TO TRUE
               NOT AT END
                   IF recent-record IS NUMERIC AND recent-count < 30
                       ADD 1 TO recent-count
                       MOVE recent-record TO recent-entry(recent-count)
                   END-IF
           END-READ
           .

      *>   Once today's first hit has resolved the pick, pins no
      *>   longer decide today; the row shows what was picked, and
      *>   the window's newest entry is today's own.
       LOAD-TODAYS-PICK SECTION.
           MOVE "N" TO today-picked-status
           MOVE SPACES TO daypick-file-status
           OPEN INPUT DayPickDb
           IF daypick-file-status = "00"
               READ DayPickDb
                   AT END
                       CONTINUE
                   NOT AT END
                       IF cached-daypick-date = current-date
                           AND cached-daypick-line IS NUMERIC
                           SET today-picked TO TRUE
                           MOVE cached-daypick-line
                               TO today-picked-line
                       END-IF
               END-READ
               CLOSE DayPickDb
           END-IF
           .

       CALENDAR-ONE-DAY SECTION.
           COMPUTE day-serial = today-serial + calendar-idx - 1
           MOVE FUNCTION DATE-OF-INTEGER(day-serial)
               TO day-date-parts
           MOVE SPACES TO day-date-text
           STRING
               day-year "-" day-month "-" day-day
               INTO day-date-text
           END-STRING
           MOVE SPACES TO day-month-day
           STRING
               day-month "-" day-day
               INTO day-month-day
           END-STRING
      *>   Day 1 of INTEGER-OF-DATE, 1601-01-01, was a Monday.
           COMPUTE weekday-idx =
               FUNCTION MOD(day-serial - 1, 7) + 1
           MOVE day-date-text TO calendar-date(calendar-idx)
           MOVE 9999 TO calendar-shown-line(calendar-idx)

           MOVE 0 TO day-pin-count
           MOVE 0 TO day-pin-line
           PERFORM FIND-ONE-DAY-PIN
               VARYING pins-idx FROM 1 BY 1
               UNTIL pins-idx > pins-count

           MOVE 0 TO day-golive-count
           PERFORM COUNT-ONE-DAY-GOLIVE
               VARYING scheduled-idx FROM 1 BY 1
               UNTIL scheduled-idx > scheduled-count
           ADD day-golive-count TO golive-total

           MOVE 0 TO day-series-idx
           PERFORM FIND-ONE-DAY-SERIES
               VARYING series-idx FROM 1 BY 1
               UNTIL series-idx > series-count OR day-series-idx > 0

      *>   A pin or series day applies when it points at a line
      *>   that exists and is not withdrawn by its day; otherwise
      *>   it falls through, as in RESOLVE-DAY-PICK.
           MOVE "N" TO day-pin-status
           IF day-pin-count > 0 AND day-pin-line < total-line-count
               MOVE day-pin-line TO withdrawn-check-line
               PERFORM CHECK-LINE-WITHDRAWN
               IF NOT line-withdrawn
                   SET day-pin-applies TO TRUE
               END-IF
           END-IF
           MOVE "N" TO day-series-status
           IF day-series-idx > 0
               IF series-tab-line(day-series-idx) < total-line-count
                   MOVE series-tab-line(day-series-idx)
                       TO withdrawn-check-line
                   PERFORM CHECK-LINE-WITHDRAWN
                   IF NOT line-withdrawn
                       SET day-series-applies TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO day-anniv-lines
           IF NOT day-pin-applies AND NOT day-series-applies
               PERFORM FIND-DAY-ANNIVERSARIES
           END-IF

      *>   The order RESOLVE-DAY-PICK takes: the day's pick once it
      *>   is made, then a pin that points at a live quote, then a
      *>   series day that does, then an author's anniversary with
      *>   a live line to draw, then the roll.
           MOVE "N" TO day-fixed-status
           MOVE SPACES TO display-row
           EVALUATE TRUE
               WHEN calendar-idx = 1 AND today-picked
                   MOVE today-picked-line TO day-shown-line
                   MOVE "PICKED" TO day-kind
                   PERFORM SHOW-DAY-QUOTE-ROW
               WHEN day-pin-applies
                   MOVE day-pin-line TO day-shown-line
                   IF day-month-day = weekly-pin-date
                       AND day-pin-line = weekly-pin-line
                       ADD 1 TO weekly-day-count
                       MOVE "WEEKLY" TO day-kind
                   ELSE
                       ADD 1 TO pinned-day-count
                       MOVE "PIN" TO day-kind
                   END-IF
                   SET day-fixed TO TRUE
                   PERFORM SHOW-DAY-QUOTE-ROW
               WHEN day-series-applies
                   MOVE series-tab-line(day-series-idx)
                       TO day-shown-line
                   ADD 1 TO series-day-count
                   MOVE "SERIES" TO day-kind
                   SET day-fixed TO TRUE
                   PERFORM SHOW-DAY-QUOTE-ROW
               WHEN day-anniv-lines > 0
                   ADD 1 TO anniv-day-count
                   MOVE "ANNIV" TO day-kind
                   PERFORM SHOW-ANNIVERSARY-ROW
               WHEN OTHER
                   ADD 1 TO random-day-count
                   STRING
                       day-date-text " " weekday-name(weekday-idx)
                       "  random"
                       INTO display-row
                   END-STRING
                   PERFORM CALENDAR-EMIT-ROW
           END-EVALUATE
           IF day-fixed
               PERFORM CHECK-FIXED-REPEAT-WINDOW
           END-IF

           PERFORM SHOW-ONE-DAY-GOLIVE
               VARYING scheduled-idx FROM 1 BY 1
               UNTIL scheduled-idx > scheduled-count

      *>   Today's pick is made; what the pins and series say about
      *>   today no longer matters.
           IF NOT (calendar-idx = 1 AND today-picked)
               PERFORM CHECK-DAY-CONFLICTS
           END-IF
           .

       CHECK-DAY-CONFLICTS SECTION.
           IF day-pin-count > 0 AND day-pin-line >= total-line-count
               MOVE day-pin-line TO day-line-repr
               MOVE SPACES TO display-row
               STRING
                   "                !! pin on " day-month-day
                   " points at #" FUNCTION TRIM(day-line-repr)
                   ", past the end of quotes_cobol.txt"
                   INTO display-row
               END-STRING
               PERFORM CALENDAR-EMIT-CONFLICT
           END-IF
           IF day-pin-count > 0 AND day-pin-line < total-line-count
               AND NOT day-pin-applies
               MOVE day-pin-line TO day-line-repr
               MOVE SPACES TO display-row
               STRING
                   "                !! pin on " day-month-day
                   " points at #" FUNCTION TRIM(day-line-repr)
                   ", withdrawn by then (licence ended)"
                   INTO display-row
               END-STRING
               PERFORM CALENDAR-EMIT-CONFLICT
           END-IF
           IF day-pin-count > 1
               MOVE day-pin-line TO day-line-repr
               PERFORM SHOW-ONE-EXTRA-PIN
                   VARYING pins-idx FROM 1 BY 1
                   UNTIL pins-idx > pins-count
           END-IF
           IF day-series-idx > 0
               MOVE series-tab-line(day-series-idx) TO day-line-repr
               MOVE SPACES TO display-row
               EVALUATE TRUE
                   WHEN day-kind = "PIN" OR day-kind = "WEEKLY"
                       STRING
                           "                !! the pin hides this "
                           "day of series "
                           FUNCTION TRIM(series-tab-name
                               (day-series-idx))
                           INTO display-row
                       END-STRING
                       PERFORM CALENDAR-EMIT-CONFLICT
                   WHEN series-tab-line(day-series-idx)
                       >= total-line-count
                       STRING
                           "                !! series "
                           FUNCTION TRIM(series-tab-name
                               (day-series-idx))
                           " points at #" FUNCTION TRIM(day-line-repr)
                           ", past the end of quotes_cobol.txt"
                           INTO display-row
                       END-STRING
                       PERFORM CALENDAR-EMIT-CONFLICT
                   WHEN NOT day-series-applies
                       STRING
                           "                !! series "
                           FUNCTION TRIM(series-tab-name
                               (day-series-idx))
                           " points at #" FUNCTION TRIM(day-line-repr)
                           ", withdrawn by then (licence ended)"
                           INTO display-row
                       END-STRING
                       PERFORM CALENDAR-EMIT-CONFLICT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF day-fixed AND day-golive-count > 0
               MOVE SPACES TO display-row
               STRING
                   "                !! " day-golive-count
                   " go-live(s) on a fixed day - the new "
                   "quote(s) wait"
                   INTO display-row
               END-STRING
               PERFORM CALENDAR-EMIT-CONFLICT
           END-IF
           .

      *>   The series table is in file order, so the first run
      *>   covering the day wins, as on the site.
       FIND-ONE-DAY-SERIES SECTION.
           IF series-tab-day(series-idx) = day-serial
               MOVE series-idx TO day-series-idx
           END-IF
           .

      *>   FIND-TODAY-PIN takes the first matching row; so does
      *>   this, counting the rest for the two-pin conflict.
       FIND-ONE-DAY-PIN SECTION.
           IF pins-month-day(pins-idx) = day-month-day
               ADD 1 TO day-pin-count
               IF day-pin-count = 1
                   MOVE pins-line(pins-idx) TO day-pin-line
               END-IF
           END-IF
           .

      *>   Anything overdue goes live with tonight's PROMOTE, so it
      *>   counts on today's row.
       COUNT-ONE-DAY-GOLIVE SECTION.
           IF scheduled-date(scheduled-idx) = day-date-text
               OR (calendar-idx = 1
                   AND scheduled-date(scheduled-idx) < day-date-text)
               ADD 1 TO day-golive-count
           END-IF
           .

       SHOW-ONE-DAY-GOLIVE SECTION.
           IF scheduled-date(scheduled-idx) = day-date-text
               OR (calendar-idx = 1
                   AND scheduled-date(scheduled-idx) < day-date-text)
               MOVE SPACES TO display-row
               IF scheduled-date(scheduled-idx) < day-date-text
                   STRING
                       "                GO-LIVE (due "
                       scheduled-date(scheduled-idx) ") "
                       scheduled-text(scheduled-idx)
                       INTO display-row
                   END-STRING
               ELSE
                   STRING
                       "                GO-LIVE "
                       scheduled-text(scheduled-idx)
                       INTO display-row
                   END-STRING
               END-IF
               PERFORM CALENDAR-EMIT-ROW
           END-IF
           .

      *>   Every pin on the date after the first is one that never
      *>   shows.
       SHOW-ONE-EXTRA-PIN SECTION.
           IF pins-month-day(pins-idx) = day-month-day
               AND pins-line(pins-idx) NOT = day-pin-line
               MOVE pins-line(pins-idx) TO other-line-repr
               MOVE SPACES TO display-row
               STRING
                   "                !! second pin on " day-month-day
                   " (#" FUNCTION TRIM(other-line-repr)
                   ") never shows; #"
                   FUNCTION TRIM(day-line-repr) " wins"
                   INTO display-row
               END-STRING
               PERFORM CALENDAR-EMIT-CONFLICT
           END-IF
           .

      *>   Which registry authors were born or died on the day (in
      *>   a year not after it), and how many live lines carry one
      *>   of their names - the lines the site's anniversary draw
      *>   picks the least-shown of. Which one it will be depends
      *>   on the counters on the day, so only the author and the
      *>   count are forecast.
       FIND-DAY-ANNIVERSARIES SECTION.
           MOVE SPACES TO day-anniv-flags
           MOVE 0 TO day-anniv-authors
           MOVE 0 TO day-anniv-first
           PERFORM NOTE-ONE-DAY-ANNIVERSARY
               VARYING author-idx FROM 1 BY 1
               UNTIL author-idx > author-count
           IF day-anniv-authors > 0
               PERFORM COUNT-ONE-ANNIV-LINE
                   VARYING anniv-scan-line FROM 1 BY 1
                   UNTIL anniv-scan-line > total-line-count
                       OR anniv-scan-line > 2000
           END-IF
           .

       NOTE-ONE-DAY-ANNIVERSARY SECTION.
           IF (author-born(author-idx)(6:5) = day-month-day
                   AND author-born(author-idx)(1:4) IS NUMERIC
                   AND author-born(author-idx)(1:4) <= day-year)
               OR (author-died(author-idx)(6:5) = day-month-day
                   AND author-died(author-idx)(1:4) IS NUMERIC
                   AND author-died(author-idx)(1:4) <= day-year)
               MOVE "Y" TO day-anniv-flag(author-idx)
               ADD 1 TO day-anniv-authors
           END-IF
           .

      *>   The first author with a live line names the row.
       COUNT-ONE-ANNIV-LINE SECTION.
           IF quote-author-entry(anniv-scan-line) NOT = SPACES
               MOVE 0 TO anniv-match
               PERFORM MATCH-ONE-ANNIV-AUTHOR
                   VARYING author-idx FROM 1 BY 1
                   UNTIL author-idx > author-count OR anniv-match > 0
               IF anniv-match > 0
                   COMPUTE withdrawn-check-line = anniv-scan-line - 1
                   PERFORM CHECK-LINE-WITHDRAWN
                   IF NOT line-withdrawn
                       ADD 1 TO day-anniv-lines
                       IF day-anniv-first = 0
                           MOVE anniv-match TO day-anniv-first
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       MATCH-ONE-ANNIV-AUTHOR SECTION.
           IF day-anniv-flag(author-idx) = "Y"
               IF quote-author-entry(anniv-scan-line)
                       = author-canonical(author-idx)
                   OR (author-alias(author-idx) NOT = SPACES
                       AND quote-author-entry(anniv-scan-line)
                           = author-alias(author-idx))
                   MOVE author-idx TO anniv-match
               END-IF
           END-IF
           .

      *>   "ANNIV [author, born YYYY] n live line(s)", the text
      *>   starting in the column the quote rows' texts do.
       SHOW-ANNIVERSARY-ROW SECTION.
           IF author-born(day-anniv-first)(6:5) = day-month-day
               AND author-born(day-anniv-first)(1:4) IS NUMERIC
               AND author-born(day-anniv-first)(1:4) <= day-year
               MOVE "born" TO day-anniv-kind
               MOVE author-born(day-anniv-first)(1:4)
                   TO day-anniv-year
           ELSE
               MOVE "died" TO day-anniv-kind
               MOVE author-died(day-anniv-first)(1:4)
                   TO day-anniv-year
           END-IF
           MOVE day-anniv-lines TO anniv-lines-repr
           MOVE SPACES TO display-row
           STRING
               day-date-text " " weekday-name(weekday-idx)
               "  " day-kind
               INTO display-row
           END-STRING
           MOVE 33 TO row-pointer
           STRING
               "[" FUNCTION TRIM(author-canonical(day-anniv-first))
               ", " FUNCTION TRIM(day-anniv-kind) " "
               day-anniv-year "] " FUNCTION TRIM(anniv-lines-repr)
               " live line(s)"
               DELIMITED BY SIZE
               INTO display-row
               WITH POINTER row-pointer
           END-STRING
           PERFORM CALENDAR-EMIT-ROW
           .

      *>   A day with a known quote: its kind, its number, and as
      *>   much of its text as fits; a series day names its series
      *>   ahead of the text.
       SHOW-DAY-QUOTE-ROW SECTION.
           MOVE day-shown-line TO calendar-shown-line(calendar-idx)
           MOVE day-shown-line TO day-line-repr
           MOVE SPACES TO display-row
           STRING
               day-date-text " " weekday-name(weekday-idx)
               "  " day-kind " #" day-line-repr "  "
               INTO display-row
           END-STRING
           MOVE 33 TO row-pointer
           IF day-kind = "SERIES"
               STRING
                   "[" FUNCTION TRIM(series-tab-name(day-series-idx))
                   "] "
                   INTO display-row
                   WITH POINTER row-pointer
               END-STRING
           END-IF
           IF day-shown-line < total-line-count
               AND day-shown-line < 2000
               STRING
                   quote-text-entry(day-shown-line + 1)
                   DELIMITED BY SIZE
                   INTO display-row
                   WITH POINTER row-pointer
               END-STRING
           END-IF
           PERFORM CALENDAR-EMIT-ROW
           .

      *>   Was the day's fixed line - pinned, or its series day -
      *>   shown within the window before its day? Tonight's window
      *>   covers the days before the first row (today's own pick
      *>   too, once made); the calendar's own earlier rows cover
      *>   the rest.
       CHECK-FIXED-REPEAT-WINDOW SECTION.
           MOVE "N" TO window-status
           PERFORM CHECK-ONE-RECENT-PICK
               VARYING recent-idx FROM 1 BY 1
               UNTIL recent-idx > recent-count OR window-hit
           IF NOT window-hit AND calendar-idx > 1
               PERFORM CHECK-ONE-EARLIER-DAY
                   VARYING calendar-back-idx FROM 1 BY 1
                   UNTIL calendar-back-idx >= calendar-idx
                       OR window-hit
           END-IF
           IF window-hit
               MOVE window-gap TO window-gap-repr
               MOVE SPACES TO display-row
               IF window-hit-date = SPACES
                   STRING
                       "                !! #"
                       FUNCTION TRIM(day-line-repr)
                       " is still in the repeat window (shown "
                       FUNCTION TRIM(window-gap-repr)
                       " day(s) before)"
                       INTO display-row
                   END-STRING
               ELSE
                   STRING
                       "                !! #"
                       FUNCTION TRIM(day-line-repr)
                       " also shows on " window-hit-date ", "
                       FUNCTION TRIM(window-gap-repr)
                       " day(s) before"
                       INTO display-row
                   END-STRING
               END-IF
               PERFORM CALENDAR-EMIT-CONFLICT
           END-IF
           .

      *>   The window's newest entry is yesterday's pick, or today's
      *>   once it is made; the rest lie a day further back each.
       CHECK-ONE-RECENT-PICK SECTION.
           IF recent-entry(recent-idx) = day-shown-line
               COMPUTE window-gap =
                   calendar-idx - 1 + recent-count - recent-idx + 1
               IF today-picked
                   SUBTRACT 1 FROM window-gap
               END-IF
               IF window-gap >= 1 AND window-gap <= recent-window
                   SET window-hit TO TRUE
                   MOVE SPACES TO window-hit-date
               END-IF
           END-IF
           .

       CHECK-ONE-EARLIER-DAY SECTION.
           IF calendar-shown-line(calendar-back-idx)
               = day-shown-line
               COMPUTE window-gap = calendar-idx - calendar-back-idx
               IF window-gap <= recent-window
                   SET window-hit TO TRUE
                   MOVE calendar-date(calendar-back-idx)
                       TO window-hit-date
               END-IF
           END-IF
           .

       CALENDAR-EMIT-CONFLICT SECTION.
           ADD 1 TO conflict-count
           PERFORM CALENDAR-EMIT-ROW
           .

      *>   One row to both audiences: the terminal (cron mail) and
      *>   the HTML file.
       CALENDAR-EMIT-ROW SECTION.
           DISPLAY display-row
           MOVE SPACES TO html-row
           MOVE 1 TO html-pointer
           PERFORM ESCAPE-ONE-HTML-CHAR
               VARYING html-char-idx FROM 1 BY 1
               UNTIL html-char-idx > 80
           MOVE html-row TO calendarhtml-record
           WRITE calendarhtml-record
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
