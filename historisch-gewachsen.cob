               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS accesslog-file-status.

      *>   What visitors searched for: one line per "?search=" hit
      *>   (and per SEARCH run when quotes_site_config.txt asks for
      *>   it), appended the same way and rotated by
      *>   historisch-rotate alongside the access log.
           SELECT SearchLogDb ASSIGN TO "quotes_search_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS searchlog-file-status.

      *>   Scratch buffer for the page currently being built: cleared
      *>   at the start of every CGI hit, written to line by line as
      *>   the page is assembled, then measured for Content-Length
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pins-file-status.

      *>   Quote series: "name YYYY-MM-DD NNNN", one row per day of
      *>   a run, the rows of a run together and in running order -
      *>   the first row is the start date's quote, the next the
      *>   day after's, and so on (the Advent run, the anniversary
      *>   week). Hand-maintained like the pins, and consulted right
      *>   after them; dynamic for the same RETIRE reason.
           SELECT SeriesDb ASSIGN TO DYNAMIC seriesdb-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS series-file-status.

      *>   Generic source/target pair for the BACKUP/RESTORE copy
      *>   loop: ASSIGN TO data items, so the one SELECT pair serves
      *>   every member of the snapshot set in turn.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS throttle-file-status.

      *>   Every suggestion POST the throttle turned away, appended
      *>   as it happens and kept throttle-refusal-days days, for
      *>   BAN-REPORT to rank the clients that keep hitting it.
           SELECT RefusalDb
               ASSIGN TO "quotes_throttle_refusals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS refusal-file-status.

      *>   One vote tally per QuoteDb line, same line order - the
      *>   visitors' counterpart to CountsDb, which only records what
      *>   the server happened to serve.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS votes-file-status.

      *>   Every counted vote, one "YYYY-MM-DD HH:MM:SS NNNN addr"
      *>   line each: appended, never rewritten (bar a RETIRE's
      *>   renumber), read back to refuse a client's repeat vote
      *>   for the same line inside the configured window, and by
      *>   historisch-voteaudit to spot stuffed tallies.
           SELECT VoteLedgerDb ASSIGN TO "quotes_vote_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS voteledger-file-status.

      *>   Staging area for visitor-suggested quotes: appended to,
      *>   never written into QuoteDb directly, so each one gets a
      *>   look before it goes live.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS comments-file-status.

      *>   Open problem reports against a quote: "NNNN|REASON|date|
      *>   text", appended by the web "report=NN" path and worked
      *>   off through the REPORTS/RCLOSE modes. Kept apart from
      *>   the comment queue: a report is a note to the editors,
      *>   never something to publish under the quote.
      *>   Dynamic for the same temp-then-rename reason as CountsDb.
           SELECT ReportsDb ASSIGN TO DYNAMIC reportsdb-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reports-file-status.

      *>   The hand-kept blocklist suggestions and comments are
      *>   screened against: words, phrases and link fragments,
      *>   each either refused outright ("reject") or let through
      *>   for a closer look at review ("flag"). Lines starting "*"
      *>   are notes to the next editor. Only ever read here.
           SELECT BlocklistDb ASSIGN TO DYNAMIC blocklistdb-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS blocklist-file-status.

      *>   One line per rule that fired at intake, "date time
      *>   SUGGESTION|COMMENT REJECT|FLAG pattern", appended, never
      *>   rewritten; historisch-report BLOCKLIST counts it up by
      *>   month so rules that never match can be pruned.
           SELECT BlocklistLogDb ASSIGN TO DYNAMIC blocklistlogdb-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS blocklistlog-file-status.

      *>   Clients shut out of the site altogether: one
      *>   "address|expires|reason|added" line per ban, where a
      *>   trailing "*" on the address makes it a prefix ("10.1.*").
      *>   A ban holds through its expiry date, then simply stops
      *>   matching; kept through the BAN/UNBAN/BANS CLI modes.
           SELECT BansDb ASSIGN TO DYNAMIC bansdb-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bans-file-status.

      *>   historisch-housekeep's run ledger, one line per run:
      *>   "date time DELETED n BYTES n WAITING n IN-USE n"; only
      *>   read here, for the status document.
           SELECT HousekeepLedgerDb ASSIGN TO DYNAMIC
               housekeepledgerdb-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS housekeep-file-status.

      *>   The weekly winners ledger historisch-weekly.cob appends:
      *>   "YYYY-MM-DD MM-DD NNNN" per win; only its last entry is
      *>   read here, to announce the quote of the week in the feed.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS weeklywinners-file-status.

      *>   A whole file of "text|author|category|date-added|licence"
      *>   records for the bulk IMPORT mode - a licensed collection
      *>   loads in one run with one report instead of 150 ADD
      *>   commands.
           SELECT ImportDb ASSIGN TO DYNAMIC import-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS import-file-status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS siteconfig-file-status.

      *>   The author registry: "canonical|alias|bio|link|born|died"
      *>   per line (the dates optional, YYYY-MM-DD), maintained
      *>   through the AUTHOR CLI mode, read wherever an attribution
      *>   is rendered and on anniversaries by the day pick, and
      *>   cross-checked by historisch-reconcile - the one place
      *>   that says "Mark Twain" and "Twain, Mark" are the same
      *>   person.
      *>   Dynamic for the same temp-then-rename reason as CountsDb.
           SELECT AuthorsDb ASSIGN TO DYNAMIC authorsdb-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS authors-file-status.

      *>   The licence register: "id|licensor|start|end" per line,
      *>   dates as YYYY-MM-DD, maintained through the LICENCE CLI
      *>   mode. A quote record names its licence in an optional
      *>   fifth sub-field; once that licence's end date has
      *>   passed, the quote drops out of every serving path
      *>   without its line (or anybody's line number) moving.
      *>   Dynamic for the same temp-then-rename reason as CountsDb.
           SELECT LicencesDb ASSIGN TO DYNAMIC licencesdb-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS licences-file-status.

      *>   The partner register: "key|partner|quota|status" per
      *>   line, maintained through the PARTNER CLI mode. A JSON or
      *>   feed hit carrying "?key=" must name an ACTIVE entry; the
      *>   quota is requests per calendar day, 0 for no limit.
      *>   Dynamic for the same temp-then-rename reason as CountsDb.
           SELECT PartnersDb ASSIGN TO DYNAMIC partnersdb-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS partners-file-status.

      *>   Today's served count per partner key, "date key count"
      *>   a line, rewritten on every keyed hit the quota lets
      *>   through; rows of any earlier day are dropped on that
      *>   rewrite, so the file never holds more than one day. The
      *>   monthly statements come from the access log, not this.
           SELECT PartnerUsageDb ASSIGN TO DYNAMIC partnerusagedb-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS partnerusage-file-status.

      *>   The digest subscriber list: one "email token" line per
      *>   subscriber, appended by the web subscribe path, read by
      *>   the nightly historisch-digest run, rewritten (minus one
      *>   entry) when a token comes back on an unsubscribe POST.
      *>   A new entry carries "PENDING <date>" behind the token
      *>   until its confirm POST turns that into "CONFIRMED
      *>   <date>"; entries from before the double opt-in carry
      *>   neither and count as confirmed.
      *>   Dynamic for the same temp-then-rename reason as CountsDb.
           SELECT SubscribersDb ASSIGN TO DYNAMIC subscribersdb-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS subscribers-file-status.

      *>   One ready-to-send message per file in the outbox the
      *>   nightly historisch-digest run writes into and the mailer
      *>   empties - here, the confirmation mail a new subscriber
      *>   has to answer before the first digest goes out.
           SELECT OutboxDb ASSIGN TO DYNAMIC outbox-message-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS outbox-file-status.

      *>   Standing record of every catalogue mutation a CLI mode
      *>   performs - ADD, EDIT, RETIRE, RESTORE, RENAME-CAT,
      *>   IMPORT, PROMOTE - with the before/after text, appended,
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reviewjournal-file-status.

      *>   PRIVACY's walk over every file that can hold a person's
      *>   address: one SELECT pair serves them all in turn, the
      *>   same idiom as the BACKUP copy loop's CopySrcDb/CopyDstDb,
      *>   one width comfortably above the widest of them.
           SELECT PrivacySrcDb ASSIGN TO DYNAMIC privacy-src-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS privacysrc-file-status.

           SELECT PrivacyDstDb ASSIGN TO DYNAMIC privacy-dst-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS privacydst-file-status.

      *>   The names "ls" found for PRIVACY beyond the fixed list -
      *>   backup sets, log archives, outbox messages - named per
      *>   PID like historisch-housekeep's own listing.
           SELECT PrivacyListDb ASSIGN TO DYNAMIC privacy-list-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS privacylist-file-status.

      *>   Every privacy request handled, appended, never
      *>   rewritten: the proof of when it was answered and what
      *>   was found.
           SELECT PrivacyLedgerDb
               ASSIGN TO "quotes_privacy_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS privacyledger-file-status.

DATA   DATA DIVISION.
       FILE SECTION.
      *>   quote-line is "text|author|category|date-added|licence",
      *>   with the last four sub-fields optional; plain unadorned
      *>   text (no "|" at all) is still a perfectly good record, so
      *>   the whole existing quotes_cobol.txt keeps working
      *>   unchanged. The licence sub-field names an entry in
      *>   quotes_licences.txt and is only ever present on records
      *>   that came in under one.
           FD QuoteDb.
           01 QuoteDetails.
               02  quote-line          PIC X(500).
      *>   itself is assembled via STRING into access-log-line (same
      *>   idiom SHOW-QUOTE uses for display-row) before every WRITE.
           FD AccessLogDb.
           01 access-log-record        PIC X(100).

      *>   Flat record, same idiom: the formatted line is built in
      *>   response-body-line first, then moved in before every WRITE.
           FD VotesDb.
           01 vote-record              PIC 9(9).

      *>   "YYYY-MM-DD HH:MM:SS NNNN addr", fixed columns up to the
      *>   address so the repeat check reads them without parsing.
           FD VoteLedgerDb.
           01 vote-ledger-record.
               02 vledger-date             PIC X(10).
               02 FILLER                   PIC X.
               02 vledger-time             PIC X(8).
               02 FILLER                   PIC X.
               02 vledger-line             PIC 9(4).
               02 FILLER                   PIC X.
               02 vledger-addr             PIC X(45).

      *>   "YYYY-MM-DD HH:MM:SS addr", same formatted-line idiom as
      *>   the access log.
           FD ThrottleDb.
           01 throttle-record          PIC X(80).

      *>   Same "YYYY-MM-DD HH:MM:SS addr" shape as ThrottleDb.
           FD RefusalDb.
           01 refusal-record           PIC X(80).

      *>   "<lang> <default-line> <locale-line>", fixed columns.
           FD MappingDb.
           01 mapping-record.
               02 FILLER                   PIC X.
               02 pin-line                 PIC 9(4).

      *>   Split on blanks rather than read in fixed columns: a
      *>   series name is as long as its editor makes it.
           FD SeriesDb.
           01 series-record            PIC X(60).

      *>   Wide flat records: the copy loop only moves lines, so one
      *>   width comfortably above every set member's own serves all.
           FD CopySrcDb.
           FD CopyDstDb.
           01 copy-dst-record          PIC X(500).

      *>   The suggested text, then - only when the visitor left
      *>   one - "|" and the contact address the decision is mailed
      *>   to. A suggestion the blocklist flagged carries a third
      *>   sub-field, the rule that matched ("text||rule" when it
      *>   came without an address).
           FD PendingDb.
           01 pending-record           PIC X(600).

           FD WeeklyWinnersDb.
           01 weekly-winner-record.
           FD SiteConfigDb.
           01 siteconfig-record        PIC X(60).

      *>   "canonical|alias|bio|link|born|died", pipe-delimited like
      *>   QuoteDb's own records, alias and the rest optional.
           FD AuthorsDb.
           01 author-record            PIC X(260).

      *>   "id|licensor|start|end", pipe-delimited the same way.
           FD LicencesDb.
           01 licence-record           PIC X(80).

      *>   "key|partner|quota|status", pipe-delimited the same way.
           FD PartnersDb.
           01 partner-record           PIC X(120).

      *>   "YYYY-MM-DD key count", blank-separated.
           FD PartnerUsageDb.
           01 partner-usage-record     PIC X(60).

      *>   "YYYY-MM-DD|term|hits|agent|author|category", the last
      *>   two only filled when every hit shares them.
           FD SearchLogDb.
           01 search-log-record        PIC X(200).

      *>   "NNNN|text": the commented quote's stable line number in
      *>   fixed columns ahead of the visitor's text; "NNNN|text|
      *>   rule" when the blocklist flagged it for a closer look.
           FD CommentsPendingDb.
           01 comment-pending-record   PIC X(400).

           FD CommentsDb.
           01 comment-record           PIC X(400).

      *>   Fits the comment files' row table, so a RETIRE renumbers
      *>   it through the same table.
           FD ReportsDb.
           01 report-record            PIC X(310).

      *>   "reject <pattern>" or "flag <pattern>", one rule a line.
           FD BlocklistDb.
           01 blocklist-record         PIC X(80).

           FD BlocklistLogDb.
           01 blocklist-log-record     PIC X(120).

      *>   "address|expires|reason|added".
           FD BansDb.
           01 ban-record               PIC X(160).

           FD HousekeepLedgerDb.
           01 housekeep-ledger-record  PIC X(80).

      *>   "<release-date>|<full QuoteDb record>": the date in front,
      *>   fixed columns, so the promotion pass can test it without
      *>   parsing the record behind it. A suggestion that came with
      *>   a contact address reads "<release-date>+<contact>|<full
      *>   QuoteDb record>" instead, so its go-live notice can still
      *>   be sent when PROMOTE gets to it.
           FD ScheduledDb.
           01 scheduled-record         PIC X(600).

      *>   "<email> <token> [PENDING|CONFIRMED <date>]", the token
      *>   being the confirm/unsubscribe handle the mails print back
      *>   to their reader.
           FD SubscribersDb.
           01 subscriber-record        PIC X(120).

      *>   Same width as historisch-digest's own outbox record.
           FD OutboxDb.
           01 outbox-record            PIC X(500).

      *>   Flat record, same idiom as AccessLogDb: the formatted line
      *>   is assembled via STRING into review-journal-line before
           FD ChangeJournalDb.
           01 change-journal-record    PIC X(1100).

           FD PrivacySrcDb.
           01 privacy-src-record       PIC X(1100).

           FD PrivacyDstDb.
           01 privacy-dst-record       PIC X(1100).

           FD PrivacyListDb.
           01 privacy-list-record      PIC X(200).

      *>   "date time EXPORT|ERASE <who> FILE <name> found n ..."
      *>   per file it was found in, then one "... DONE ..." line.
           FD PrivacyLedgerDb.
           01 privacy-ledger-record    PIC X(200).

       WORKING-STORAGE SECTION.
           01 NEWLINE                  PIC X       VALUE x"0a".

           01 search-match-tally       PIC 999     VALUE 0.
           01 search-line-repr         PIC ZZZ9.

      *>   The search log line: the term folded (lower case, blank
      *>   runs squeezed, "|" blanked) so "Mainframe " and
      *>   "mainframe" count as one, and the author and category
      *>   every hit shares - blank as soon as two hits differ. A
      *>   SEARCH run from the terminal is only logged, as agent
      *>   "CLI", when quotes_site_config.txt has "search-log-cli 1".
           01 searchlog-file-status    PIC XX      VALUE SPACES.
           01 search-raw-term          PIC X(40)   VALUE SPACES.
           01 search-log-term          PIC X(40)   VALUE SPACES.
           01 search-log-agent         PIC X(7)    VALUE SPACES.
           01 search-hits-repr         PIC Z(3)9.
           01 search-sole-author       PIC X(40)   VALUE SPACES.
           01 search-sole-category     PIC X(20)   VALUE SPACES.
           01 search-author-status     PIC X       VALUE "N".
               88 search-authors-mixed             VALUE "Y".
           01 search-category-status   PIC X       VALUE "N".
               88 search-categories-mixed          VALUE "Y".
           01 search-log-cli           PIC 9       VALUE 0.

      *>   "?browse=categories" / "?browse=authors": one pass over
      *>   QuoteDb aggregating the distinct values with their counts
      *>   (and, for authors, the first few permalinks), rendered as
           01 feed-shift-idx           PIC 99      VALUE 0.

           01 accesslog-file-status    PIC XX      VALUE SPACES.
           01 access-log-line          PIC X(100).
           01 alog-outcome-text        PIC X(12).
           01 alog-chosen-repr         PIC X(5).
           01 alog-line-ptr            PIC 999     VALUE 0.
           01 quote-picked-status      PIC X       VALUE "N".
               88 quote-was-picked                 VALUE "Y".

               88 suggestion-accepted               VALUE "Y".
           01 suggestion-reject-reason PIC X(40)   VALUE SPACES.

      *>   The optional "contact=<address>" alongside it: where the
      *>   approve/reject/go-live notice goes. Checked the way a
      *>   digest subscription address is, plus "|", which would
      *>   split the pending record.
           01 suggestion-contact       PIC X(80)   VALUE SPACES.
           01 suggestion-contact-length PIC 999    VALUE 0.
           01 suggestion-contact-trailing PIC 999  VALUE 0.
           01 suggestion-contact-at-count PIC 999  VALUE 0.
           01 suggestion-contact-idx   PIC 999     VALUE 0.
           01 suggestion-contact-bad-status PIC X  VALUE "N".
               88 suggestion-contact-bad           VALUE "Y".

      *>   Author-registry state: the name being looked up, what the
      *>   lookup found (a canonical entry, only an alias, nothing),
      *>   the entry's parsed fields, and the whole file held for
           01 author-reg-alias         PIC X(40)   VALUE SPACES.
           01 author-reg-bio           PIC X(70)   VALUE SPACES.
           01 author-reg-link          PIC X(80)   VALUE SPACES.
           01 author-reg-born          PIC X(10)   VALUE SPACES.
           01 author-reg-died          PIC X(10)   VALUE SPACES.
           01 author-read-status       PIC X       VALUE "N".
               88 author-read-eof                  VALUE "Y".
           01 author-rows-table.
               02 author-rows-entry    OCCURS 200 TIMES
                   PIC X(260).
           01 author-rows-count        PIC 999     VALUE 0.
           01 author-rows-idx          PIC 999     VALUE 0.
           01 author-rows-overflow-status PIC X    VALUE "N".
           01 author-replace-target    PIC 999     VALUE 0.
           01 author-arg-name          PIC X(40)   VALUE SPACES.

      *>   "AUTHOR <name> BORN|DIED <date>": the keyword, the dates
      *>   the entry carried before, and the date being checked.
           01 author-date-keyword      PIC X(10)   VALUE SPACES.
           01 author-old-born          PIC X(10)   VALUE SPACES.
           01 author-old-died          PIC X(10)   VALUE SPACES.
           01 author-date-check        PIC X(10)   VALUE SPACES.
           01 author-date-parts REDEFINES author-date-check.
               02 author-date-year         PIC 9(4).
               02 author-date-dash-1       PIC X.
               02 author-date-month        PIC 9(2).
               02 author-date-dash-2       PIC X.
               02 author-date-day          PIC 9(2).
           01 author-date-number       PIC 9(8)    VALUE 0.
           01 author-date-status       PIC X       VALUE "N".
               88 author-date-valid                VALUE "Y".

      *>   The registry's anniversaries falling on today: whose, born
      *>   or died, and the year, for the day pick and for the
      *>   page's "why this quote" line.
           01 anniversary-table.
               02 anniversary-entry OCCURS 20 TIMES.
                   03 anniversary-canonical PIC X(40).
                   03 anniversary-alias    PIC X(40).
                   03 anniversary-kind     PIC X.
                   03 anniversary-year     PIC X(4).
           01 anniversary-count        PIC 99      VALUE 0.
           01 anniversary-idx          PIC 99      VALUE 0.
           01 anniversary-today        PIC X(5)    VALUE SPACES.
           01 anniversary-loaded-status PIC X      VALUE "N".
               88 anniversaries-loaded             VALUE "Y".
           01 anniversary-match        PIC 99      VALUE 0.
           01 anniversary-line-flags.
               02 anniversary-line-flag OCCURS 2000 TIMES PIC X.
           01 anniversary-line-count   PIC 9(4)    VALUE 0.
           01 anniversary-scan-line    PIC 9(4)    VALUE 0.
           01 anniversary-found-status PIC X       VALUE "N".
               88 anniversary-found                VALUE "Y".
           01 anniversary-reason       PIC X(40)   VALUE SPACES.

      *>   Set when this hit's quote is the plain day pick, the only
      *>   page an anniversary reason belongs on.
           01 day-pick-served-status   PIC X       VALUE "N".
               88 day-pick-served                  VALUE "Y".

      *>   Licence-register state: one parsed register row, the ids
      *>   whose end date is already behind today, and the per-line
      *>   withdrawal flags the serving paths consult - indexed by
      *>   the line number of whichever QuoteDb this hit serves,
      *>   with the default catalogue's own flags kept alongside so
      *>   a localized hit can carry them over through the map.
      *>   Loaded at most once per invocation.
           01 licences-file-status     PIC XX      VALUE SPACES.
           01 licence-read-status      PIC X       VALUE "N".
               88 licence-read-eof                 VALUE "Y".
           01 licence-row-text         PIC X(80)   VALUE SPACES.
           01 licence-new-row          PIC X(80)   VALUE SPACES.
           01 licence-reg-id           PIC X(12)   VALUE SPACES.
           01 licence-reg-licensor     PIC X(40)   VALUE SPACES.
           01 licence-reg-start        PIC X(10)   VALUE SPACES.
           01 licence-reg-end          PIC X(10)   VALUE SPACES.
           01 licence-expired-table.
               02 licence-expired-id   OCCURS 200 TIMES PIC X(12).
           01 licence-expired-count    PIC 999     VALUE 0.
           01 licence-expired-idx      PIC 999     VALUE 0.
           01 licence-match-status     PIC X       VALUE "N".
               88 licence-is-expired               VALUE "Y".
           01 licence-flags-status     PIC X       VALUE "N".
               88 licence-flags-loaded             VALUE "Y".
           01 licence-withdrawn-flags.
               02 licence-withdrawn    OCCURS 2000 TIMES PIC X.
           01 default-withdrawn-flags.
               02 default-withdrawn    OCCURS 2000 TIMES PIC X.
           01 licence-scan-idx         PIC 9(4)    VALUE 0.
           01 licence-live-count       PIC 9(4)    VALUE 0.
           01 licence-rows-table.
               02 licence-rows-entry   OCCURS 200 TIMES PIC X(80).
           01 licence-rows-count       PIC 999     VALUE 0.
           01 licence-rows-idx         PIC 999     VALUE 0.
           01 licence-rows-overflow-status PIC X   VALUE "N".
               88 licence-rows-overflow            VALUE "Y".
           01 licence-replace-target   PIC 999     VALUE 0.
           01 licence-arg-id           PIC X(12)   VALUE SPACES.
           01 licence-known-status     PIC X       VALUE "N".
               88 licence-known                    VALUE "Y".
           01 licence-entry-len        PIC 999     VALUE 0.
           01 licence-entry-ptr        PIC 999     VALUE 0.
           01 licence-cover-table.
               02 licence-cover-count  OCCURS 200 TIMES PIC 9(4).
           01 licence-cover-repr       PIC ZZZ9.
           01 licence-state-text       PIC X(8)    VALUE SPACES.
           01 licence-date-check       PIC X(10)   VALUE SPACES.
           01 licence-date-status      PIC X       VALUE "N".
               88 licence-date-valid               VALUE "Y".

      *>   "LICENCE=<id>" on an IMPORT stamps every record that does
      *>   not name a licence of its own.
           01 import-licence-id        PIC X(12)   VALUE SPACES.

      *>   Partner-register state: the register rows, one parsed
      *>   row, today's usage rows, and how this hit's "?key=" came
      *>   out - refused as unknown/suspended ("U") or over its
      *>   quota ("Q"). A key is 1-32 of the characters in
      *>   partner-key-charset.
           01 partners-file-status     PIC XX      VALUE SPACES.
           01 partnerusage-file-status PIC XX      VALUE SPACES.
           01 partner-read-status      PIC X       VALUE "N".
               88 partner-read-eof                 VALUE "Y".
           01 partner-row-text         PIC X(120)  VALUE SPACES.
           01 partner-new-row          PIC X(120)  VALUE SPACES.
           01 partner-reg-key          PIC X(32)   VALUE SPACES.
           01 partner-reg-name         PIC X(60)   VALUE SPACES.
           01 partner-reg-quota        PIC X(9)    VALUE SPACES.
           01 partner-reg-status       PIC X(10)   VALUE SPACES.
           01 partner-quota-num        PIC 9(9)    VALUE 0.
           01 partner-rows-table.
               02 partner-rows-entry   OCCURS 200 TIMES PIC X(120).
           01 partner-rows-count       PIC 999     VALUE 0.
           01 partner-rows-idx         PIC 999     VALUE 0.
           01 partner-rows-overflow-status PIC X   VALUE "N".
               88 partner-rows-overflow            VALUE "Y".
           01 partner-replace-target   PIC 999     VALUE 0.
           01 partner-arg-key          PIC X(32)   VALUE SPACES.
           01 partner-known-status     PIC X       VALUE "N".
               88 partner-known                    VALUE "Y".
           01 partner-key-status       PIC X       VALUE "N".
               88 partner-key-given                VALUE "Y".
           01 partner-key-form-status  PIC X       VALUE "N".
               88 partner-key-malformed            VALUE "Y".
           01 partner-refusal-status   PIC X       VALUE SPACE.
               88 partner-refused                  VALUES "U" "Q".
               88 partner-key-refused              VALUE "U".
               88 partner-over-quota               VALUE "Q".
           01 partner-key-charset.
               02 FILLER               PIC X(26)   VALUE
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               02 FILLER               PIC X(26)   VALUE
                   "abcdefghijklmnopqrstuvwxyz".
               02 FILLER               PIC X(12)   VALUE
                   "0123456789_-".
           01 partner-key-blanks       PIC X(64)   VALUE SPACES.
           01 partner-key-check        PIC X(40)   VALUE SPACES.
           01 partner-pipe-count       PIC 99      VALUE 0.
           01 partner-field-len        PIC 99      VALUE 0.
           01 partner-usage-table.
               02 partner-usage-entry  OCCURS 200 TIMES.
                   03 partner-usage-key    PIC X(32).
                   03 partner-usage-count  PIC 9(9).
           01 partner-usage-rows       PIC 999     VALUE 0.
           01 partner-usage-idx        PIC 999     VALUE 0.
           01 partner-usage-target     PIC 999     VALUE 0.
           01 partner-usage-in-date    PIC X(10)   VALUE SPACES.
           01 partner-usage-in-key     PIC X(32)   VALUE SPACES.
           01 partner-usage-in-count   PIC X(9)    VALUE SPACES.
           01 partner-used-repr        PIC Z(8)9.
           01 partner-quota-repr       PIC Z(8)9.
           01 partner-retry-seconds    PIC 9(5)    VALUE 0.
           01 partner-retry-repr       PIC Z(4)9.
           01 import-record-licence    PIC X(12)   VALUE SPACES.

      *>   A "comment=<text>" POST tied to the "?id=NN" page it was
      *>   sent from: the decoded text, which quote it belongs to,
      *>   and the validation outcome - same shape as the suggestion
      *>   table treatment as the cross-locale map.
           01 comment-rows-table.
               02 comment-rows-entry   OCCURS 500 TIMES
                   PIC X(400).
           01 comment-rows-count       PIC 999     VALUE 0.
           01 comment-rows-idx         PIC 999     VALUE 0.
           01 comment-rows-num         PIC 9(4)    VALUE 0.
           01 comment-rows-overflow-status PIC X   VALUE "N".
               88 comment-rows-overflow            VALUE "Y".

      *>   A "report=NN&reason=<code>&detail=<text>" POST: which
      *>   quote, which of the four reason codes, and the visitor's
      *>   own words - same decode-then-check shape as a comment.
           01 reports-file-status      PIC XX      VALUE SPACES.
           01 report-target-line       PIC 9(4)    VALUE 0.
           01 report-value-text        PIC X(20)   VALUE SPACES.
           01 report-reason-code       PIC X(10)   VALUE SPACES.
           01 report-text              PIC X(250)  VALUE SPACES.
           01 report-real-length       PIC 999     VALUE 0.
           01 report-trailing-spaces   PIC 999     VALUE 0.
           01 report-pipe-count        PIC 999     VALUE 0.
           01 report-field-pos         PIC 9(4)    VALUE 0.
           01 report-attempted-status  PIC X       VALUE "N".
               88 report-attempted                 VALUE "Y".
           01 report-accepted-status   PIC X       VALUE "N".
               88 report-accepted                  VALUE "Y".
           01 report-reject-reason     PIC X(40)   VALUE SPACES.

      *>   REPORTS/RCLOSE: one report row broken into its fields,
      *>   which rows a grouped listing has already printed, and
      *>   the change-journal entry an RCLOSE ... FIXED points at.
           01 report-rec-line          PIC X(4)    VALUE SPACES.
           01 report-rec-reason        PIC X(10)   VALUE SPACES.
           01 report-rec-date          PIC X(10)   VALUE SPACES.
           01 report-rec-text          PIC X(250)  VALUE SPACES.
           01 report-listed-table.
               02 report-listed        OCCURS 200 TIMES PIC X.
           01 report-group-line        PIC X(4)    VALUE SPACES.
           01 report-group-count       PIC 999     VALUE 0.
           01 report-scan-idx          PIC 999     VALUE 0.
           01 report-quote-num         PIC 9(4)    VALUE 0.
           01 report-close-kind        PIC X(10)   VALUE SPACES.
           01 report-close-note        PIC X(200)  VALUE SPACES.
           01 report-edit-needle       PIC X(11)   VALUE SPACES.
           01 report-change-entry      PIC 9(6)    VALUE 0.
           01 report-change-count      PIC 9(6)    VALUE 0.
           01 report-change-repr       PIC Z(5)9.
           01 report-change-stamp      PIC X(19)   VALUE SPACES.
           01 report-change-ref        PIC X(60)   VALUE SPACES.

      *>   The blocklist, loaded once per run: each rule's action,
      *>   its pattern as written (for the log and the review
      *>   listing) and upper-cased (for the case-blind match).
           01 blocklist-file-status    PIC XX      VALUE SPACES.
           01 blocklistlog-file-status PIC XX      VALUE SPACES.
           01 blocklist-read-status    PIC X       VALUE "N".
               88 blocklist-read-eof               VALUE "Y".
           01 blocklist-loaded-status  PIC X       VALUE "N".
               88 blocklist-loaded                 VALUE "Y".
           01 blocklist-table.
               02 blocklist-entry      OCCURS 200 TIMES.
                   03 blocklist-action PIC X(6).
                   03 blocklist-pattern PIC X(60).
                   03 blocklist-match  PIC X(60).
                   03 blocklist-pattern-len PIC 99.
           01 blocklist-count          PIC 999     VALUE 0.
           01 blocklist-idx            PIC 999     VALUE 0.
           01 blocklist-word           PIC X(10)   VALUE SPACES.
           01 blocklist-space-pos      PIC 99      VALUE 0.
           01 blocklist-pattern-text   PIC X(60)   VALUE SPACES.
           01 blocklist-pattern-trail  PIC 99      VALUE 0.
           01 blocklist-pipe-count     PIC 99      VALUE 0.

      *>   One screening: the upper-cased text, where it came from,
      *>   what the rules decided (a reject outranks a flag) and
      *>   the rule that decided it.
           01 blocklist-screen-text    PIC X(400)  VALUE SPACES.
           01 blocklist-screen-source  PIC X(10)   VALUE SPACES.
           01 blocklist-tally          PIC 999     VALUE 0.
           01 blocklist-verdict        PIC X       VALUE SPACE.
               88 blocklist-passes                 VALUE SPACE.
               88 blocklist-rejects                VALUE "R".
               88 blocklist-flags                  VALUE "F".
           01 blocklist-rule           PIC X(60)   VALUE SPACES.
           01 blocklist-refused-status PIC X       VALUE "N".
               88 blocklist-refused                VALUE "Y".
           01 blocklist-log-line       PIC X(120)  VALUE SPACES.

      *>   REVIEW/COMMENTS: the flag rule a queue entry carries in
      *>   its third sub-field, blank when it carries none.
           01 pending-flag-part-1      PIC X(400)  VALUE SPACES.
           01 pending-flag-part-2      PIC X(400)  VALUE SPACES.
           01 pending-flag-rule        PIC X(60)   VALUE SPACES.
           01 pending-flag-pass        PIC X       VALUE SPACE.
           01 comment-text-end         PIC 999     VALUE 0.

      *>   The ban list, checked against remote-addr on every CGI
      *>   hit before anything else is done for it, and the
      *>   BAN-REPORT tally of the throttle's refusals by client.
           01 bans-file-status         PIC XX      VALUE SPACES.
           01 ban-read-status          PIC X       VALUE "N".
               88 ban-read-eof                     VALUE "Y".
           01 ban-rows-table.
               02 ban-rows-entry       OCCURS 200 TIMES PIC X(160).
           01 ban-rows-count           PIC 999     VALUE 0.
           01 ban-rows-idx             PIC 999     VALUE 0.
           01 ban-rows-overflow-status PIC X       VALUE "N".
               88 ban-rows-overflow                VALUE "Y".
           01 ban-row-text             PIC X(160)  VALUE SPACES.
           01 ban-reg-pattern          PIC X(45)   VALUE SPACES.
           01 ban-reg-expiry           PIC X(10)   VALUE SPACES.
           01 ban-reg-reason           PIC X(80)   VALUE SPACES.
           01 ban-reg-added            PIC X(10)   VALUE SPACES.
           01 ban-pattern-len          PIC 99      VALUE 0.
           01 ban-pattern-trail        PIC 99      VALUE 0.
           01 ban-match-status         PIC X       VALUE "N".
               88 client-banned                    VALUE "Y".
           01 ban-known-status         PIC X       VALUE "N".
               88 ban-known                        VALUE "Y".
           01 ban-replace-target       PIC 999     VALUE 0.
           01 ban-arg-pattern          PIC X(45)   VALUE SPACES.
           01 ban-arg-expiry           PIC X(10)   VALUE SPACES.
           01 ban-arg-days             PIC 9(4)    VALUE 0.
           01 ban-pipe-count           PIC 999     VALUE 0.
           01 ban-state-text           PIC X(8)    VALUE SPACES.
           01 ban-active-count         PIC 999     VALUE 0.
           01 ban-expiry-date          PIC 9(8)    VALUE 0.
           01 ban-expiry-parts REDEFINES ban-expiry-date.
               02 ban-expiry-year      PIC 9(4).
               02 ban-expiry-month     PIC 9(2).
               02 ban-expiry-day       PIC 9(2).
           01 ban-cand-table.
               02 ban-cand-entry       OCCURS 200 TIMES.
                   03 ban-cand-addr    PIC X(45).
                   03 ban-cand-hits    PIC 9(7).
                   03 ban-cand-first   PIC X(10).
                   03 ban-cand-last    PIC X(10).
                   03 ban-cand-shown   PIC X.
           01 ban-cand-count           PIC 999     VALUE 0.
           01 ban-cand-idx             PIC 999     VALUE 0.
           01 ban-cand-best            PIC 999     VALUE 0.
           01 ban-cand-rank            PIC 999     VALUE 0.
           01 ban-cand-repr            PIC Z(6)9.
           01 ban-cand-note            PIC X(30)   VALUE SPACES.

      *>   A "subscribe=<email>" or "unsubscribe=<token>" POST, for
      *>   the daily digest list - same form-field handling as the
      *>   "quote=" suggestion above. The token is drawn once off
           01 unsubscribe-token-text   PIC X(40)   VALUE SPACES.
           01 unsubscribe-target       PIC 999     VALUE 0.

      *>   A "confirm=<token>" POST, the second half of the double
      *>   opt-in: only the reader of the confirmation mail holds
      *>   the token, so only they can switch the digest on.
           01 confirm-attempted-status PIC X       VALUE "N".
               88 confirm-attempted                VALUE "Y".
           01 confirm-done-status      PIC X       VALUE "N".
               88 confirm-done                     VALUE "Y".
           01 confirm-target           PIC 999     VALUE 0.

      *>   Where the confirmation (and every other outgoing) mail
      *>   lands: the same "outbox" next to the data files
      *>   historisch-digest writes into by default.
           01 outbox-file-status       PIC XX      VALUE SPACES.
           01 outbox-dir               PIC X(60)   VALUE "outbox".
           01 outbox-message-path      PIC X(120)  VALUE SPACES.

      *>   The whole subscriber list, held for the duplicate check
      *>   on subscribe and the rewrite-minus-one on unsubscribe,
      *>   same bounded-table treatment as the pending queue.
           01 subscriber-table.
               02 subscriber-entry     OCCURS 500 TIMES
                   PIC X(120).
           01 subscriber-count         PIC 999     VALUE 0.
           01 subscriber-idx           PIC 999     VALUE 0.
           01 subscriber-read-status   PIC X       VALUE "N".
               88 subscriber-match                 VALUE "Y".
           01 subscriber-rec-email     PIC X(80)   VALUE SPACES.
           01 subscriber-rec-token     PIC X(12)   VALUE SPACES.
           01 subscriber-rec-state     PIC X(10)   VALUE SPACES.
           01 subscriber-rec-date      PIC X(10)   VALUE SPACES.

      *>   Client address as CGIHEADER read it off REMOTE_ADDR;
      *>   blank off the web, which also switches the throttle off.
           01 throttled-status         PIC X       VALUE "N".
               88 post-throttled                   VALUE "Y".
           01 throttle-rec-date        PIC X(10).

      *>   The throttle's refusal log: rows older than the cutoff
      *>   (throttle-refusal-days back, today included) are pruned
      *>   the first time a refusal finds the oldest row aged out.
           01 refusal-file-status      PIC XX      VALUE SPACES.
           01 throttle-refusal-days    PIC 999     VALUE 14.
           01 refusal-cutoff-date      PIC 9(8)    VALUE 0.
           01 refusal-cutoff-parts REDEFINES refusal-cutoff-date.
               02 refusal-cutoff-year  PIC 9(4).
               02 refusal-cutoff-month PIC 9(2).
               02 refusal-cutoff-day   PIC 9(2).
           01 refusal-cutoff-text      PIC X(10)   VALUE SPACES.
           01 refusal-read-status      PIC X       VALUE "N".
               88 refusal-read-eof                 VALUE "Y".
           01 refusal-stale-status     PIC X       VALUE "N".
               88 refusal-file-stale               VALUE "Y".
           01 throttle-rec-time        PIC X(8).
           01 throttle-rec-addr        PIC X(45).
           01 throttle-rec-hours       PIC 99.
           01 vote-cast-status         PIC X       VALUE "N".
               88 vote-cast                        VALUE "Y".

      *>   One vote per client per line per window: the window
      *>   (quotes_site_config.txt's vote-repeat-window-seconds, a
      *>   day by default), the now/cutoff instants as day-serial
      *>   seconds so a window may reach back past midnight, and
      *>   whether the vote ledger already held this client's vote
      *>   for this line inside it.
           01 voteledger-file-status   PIC XX      VALUE SPACES.
           01 vote-repeat-window-seconds PIC 9(7)  VALUE 86400.
           01 vote-now-stamp           PIC 9(12)   VALUE 0.
           01 vote-cutoff-stamp        PIC S9(12)  VALUE 0.
           01 vote-entry-stamp         PIC 9(12)   VALUE 0.
           01 vote-entry-date-num      PIC 9(8)    VALUE 0.
           01 vote-ledger-read-status  PIC X       VALUE "N".
               88 vote-ledger-read-eof             VALUE "Y".
           01 vote-repeat-status       PIC X       VALUE "N".
               88 vote-repeated                    VALUE "Y".

      *>   "?top=N" leaderboard: how many rows, and the repeated
      *>   pull-the-largest selection historisch-report.cob's top-ten
      *>   uses.
           01 rename-lang-idx          PIC 99      VALUE 0.
           01 rename-lang-seen-status  PIC X       VALUE "N".
               88 rename-lang-seen                 VALUE "Y".
           01 rename-dry-run-status    PIC X       VALUE "N".
               88 rename-dry-run                   VALUE "Y".

      *>   TRANSLATE/WORKSHEET state: which locale, which default
      *>   line, where the translated text lands in the locale file,
      *>   QuoteDb's own 0-indexed line numbers.
           01 pending-queue-table.
               02 pending-queue-entry  OCCURS 200 TIMES
                   PIC X(600).
           01 pending-queue-count      PIC 999     VALUE 0.
           01 pending-idx              PIC 999     VALUE 0.
           01 pending-read-status      PIC X       VALUE "N".
           01 pending-trailing-spaces  PIC 999     VALUE 0.
           01 pending-real-length      PIC 999     VALUE 0.

      *>   A suggestion entry split into its text and the optional
      *>   contact address behind it, and the notice that address
      *>   gets: ACCEPTED, SCHEDULED, REJECTED or LIVE. Notices go
      *>   into the digest outbox, one file each, named by date,
      *>   time, PID and a per-run sequence so nothing collides.
           01 pending-text-length      PIC 999     VALUE 0.
           01 pending-contact          PIC X(80)   VALUE SPACES.
           01 notice-kind              PIC X(10)   VALUE SPACES.
           01 notice-quote-text        PIC X(400)  VALUE SPACES.
           01 notice-seq               PIC 999     VALUE 0.

           01 reviewjournal-file-status PIC XX     VALUE SPACES.
           01 review-journal-line      PIC X(500).
           01 review-action-text       PIC X(9).
           01 history-read-status      PIC X       VALUE "N".
               88 history-read-eof                 VALUE "Y".

      *>   "UNDO <n>": journal entry n (1-based, the numbering an
      *>   RCLOSE ... FIXED cites) broken back into its mode, line
      *>   token and texts, and the first later entry that stands in
      *>   the way of reversing it. An entry's shape says what it
      *>   did to its line: N put a line in ("new:"), W took one
      *>   out ("was:"), C changed one in place ("was: ... now:").
           01 undo-entry-num           PIC 9(5)    VALUE 0.
           01 undo-entry-repr          PIC Z(4)9.
           01 undo-scan-count          PIC 9(5)    VALUE 0.
           01 undo-found-status        PIC X       VALUE "N".
               88 undo-entry-found                 VALUE "Y".
           01 undo-pointer             PIC 9(4)    VALUE 0.
           01 undo-now-count           PIC 9(4)    VALUE 0.
           01 undo-rest                PIC X(1100) VALUE SPACES.
           01 undo-parsed.
               02 undo-parsed-mode     PIC X(12).
               02 undo-parsed-line     PIC X(6).
               02 undo-parsed-shape    PIC X.
               02 undo-parsed-known    PIC X.
               02 undo-parsed-target   PIC 9(4).
               02 undo-parsed-before   PIC X(500).
               02 undo-parsed-after    PIC X(500).
           01 undo-entry.
               02 undo-entry-mode      PIC X(12).
               02 undo-entry-line      PIC X(6).
               02 undo-entry-shape     PIC X.
                   88 undo-shape-insert            VALUE "N".
                   88 undo-shape-remove            VALUE "W".
                   88 undo-shape-change            VALUE "C".
               02 undo-entry-known     PIC X.
                   88 undo-line-known              VALUE "Y".
               02 undo-entry-target    PIC 9(4).
               02 undo-entry-before    PIC X(500).
               02 undo-entry-after     PIC X(500).
           01 undo-entry-record        PIC X(1100) VALUE SPACES.
           01 undo-conflict-status     PIC X       VALUE "N".
               88 undo-conflict                    VALUE "Y".
           01 undo-conflict-num        PIC 9(5)    VALUE 0.
           01 undo-conflict-repr       PIC Z(4)9.
           01 undo-conflict-mode       PIC X(12)   VALUE SPACES.
           01 undo-conflict-why        PIC X(30)   VALUE SPACES.
           01 undo-restore-text        PIC X(500)  VALUE SPACES.
           01 undo-rename-count        PIC 9(4)    VALUE 0.
           01 undo-rename-count-text   PIC X(20)   VALUE SPACES.
           01 undo-dup-status          PIC X       VALUE "N".
               88 undo-duplicate                   VALUE "Y".

      *>   The scheduling side of APPROVE/PROMOTE: the optional
      *>   release date off cli-arg-extra, and the whole scheduled
      *>   file held for the promotion rewrite, same bounded-table
               88 release-date-valid               VALUE "Y".
           01 scheduled-table.
               02 scheduled-entry      OCCURS 200 TIMES
                   PIC X(600).
           01 scheduled-count          PIC 999     VALUE 0.
           01 scheduled-idx            PIC 999     VALUE 0.
           01 scheduled-read-status    PIC X       VALUE "N".
           01 scheduled-overflow-status PIC X      VALUE "N".
               88 scheduled-overflow               VALUE "Y".
           01 promote-record           PIC X(500)  VALUE SPACES.
           01 promote-contact-length   PIC 999     VALUE 0.
           01 promoted-count           PIC 999     VALUE 0.

      *>   Candidate line for CLI ADD mode.
           01 duplicate-quote-status   PIC X       VALUE "N".
               88 duplicate-quote-found            VALUE "Y".

      *>   Near-duplicate check: a text folded by NORMALISE-QUOTE-
      *>   TEXT - attribution typed onto the end cut off, lower
      *>   case, punctuation (dashes and curly quotes included)
      *>   turned to blanks, blank runs squeezed to one. Two texts
      *>   that fold the same are taken for the same quote; ADD,
      *>   APPROVE and IMPORT warn and name the line, but still go
      *>   ahead - the exact-match check is the one that refuses.
           01 norm-in                  PIC X(400)  VALUE SPACES.
           01 norm-out                 PIC X(400)  VALUE SPACES.
           01 norm-len                 PIC 999     VALUE 0.
           01 norm-idx                 PIC 999     VALUE 0.
           01 norm-out-ptr             PIC 999     VALUE 0.
           01 norm-cut-pos             PIC 999     VALUE 0.
           01 norm-scan-floor          PIC 999     VALUE 0.
           01 norm-tail-pos            PIC 999     VALUE 0.
           01 norm-tail-len            PIC 999     VALUE 0.
           01 norm-tail-blanks         PIC 999     VALUE 0.
           01 norm-tail-status         PIC X       VALUE "N".
               88 norm-tail-done                   VALUE "Y".
           01 norm-prev-status         PIC X       VALUE "Y".
               88 norm-prev-blank                  VALUE "Y".
           01 norm-punctuation.
               02 FILLER               PIC X(15)   VALUE
                   "!""#$%&'()*+,-./".
               02 FILLER               PIC X(7)    VALUE ":;<=>?@".
               02 FILLER               PIC X(6)    VALUE "[\]^_`".
               02 FILLER               PIC X(4)    VALUE "{|}~".
           01 norm-punct-blanks        PIC X(32)   VALUE SPACES.
           01 near-target-norm         PIC X(400)  VALUE SPACES.
           01 near-line-num            PIC 9(4)    VALUE 0.
           01 near-skip-pending        PIC 999     VALUE 0.
           01 near-pending-text        PIC X(400)  VALUE SPACES.
           01 near-norm-table.
               02 near-norm-entry      OCCURS 2000 TIMES
                   PIC X(400).
           01 near-import-recno-table.
               02 near-import-recno    OCCURS 2000 TIMES
                   PIC 9(5).
           01 near-pending-norm-table.
               02 near-pending-norm    OCCURS 200 TIMES
                   PIC X(400).
           01 near-scan-idx            PIC 9(4)    VALUE 0.
           01 near-recno-repr          PIC Z(4)9.

      *>   The whole QuoteDb held in memory for the EDIT/RETIRE
      *>   maintenance modes, which rewrite it in place; everything
      *>   else in this program only ever scans it.
      *>   expression.
           01 retire-shift-start       PIC 9(4)    VALUE 0.

      *>   Which way the line-keyed side files renumber: down after
      *>   a RETIRE takes line edit-target out, up when UNDO puts a
      *>   retired line back in at edit-target.
           01 retire-direction         PIC X       VALUE "D".
               88 retire-reinserting               VALUE "U".

      *>   Today's "MM-DD" against quotes_pins.txt, and what (if
      *>   anything) was pinned there. A pin pointing past the end
      *>   of the file is ignored, not served.
           01 pins-count               PIC 999     VALUE 0.
           01 pins-idx                 PIC 999     VALUE 0.

      *>   One series row taken apart: its name, its run's start
      *>   date, its line, and - counting along the run - the day
      *>   it falls on (as an INTEGER-OF-DATE day number). A row
      *>   that doesn't parse is no entry at all.
           01 series-file-status       PIC XX      VALUE SPACES.
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
           01 series-row-line          PIC 9(4)    VALUE 0.
           01 series-row-status        PIC X       VALUE "N".
               88 series-row-valid                 VALUE "Y".
           01 series-start-number      PIC 9(8)    VALUE 0.
           01 series-row-day           PIC 9(8)    VALUE 0.
           01 series-run-name          PIC X(20)   VALUE SPACES.
           01 series-run-start         PIC X(10)   VALUE SPACES.
           01 series-run-position      PIC 9(4)    VALUE 0.
           01 today-day-number         PIC 9(8)    VALUE 0.

      *>   Today's series entry, when a run covers today.
           01 series-found-status      PIC X       VALUE "N".
               88 series-found                     VALUE "Y".
           01 series-today-line        PIC 9(4)    VALUE 0.

      *>   The series file during a RETIRE renumber, same bounded-
      *>   table treatment as the pins.
           01 series-table.
               02 series-entry         OCCURS 500 TIMES PIC X(60).
           01 series-count             PIC 999     VALUE 0.
           01 series-idx               PIC 999     VALUE 0.
           01 series-overflow-status   PIC X       VALUE "N".
               88 series-overflow                  VALUE "Y".

      *>   "?series=name": the run being listed, and how much of it
      *>   is out yet.
           01 series-filter-value      PIC X(20)   VALUE SPACES.
           01 series-released-count    PIC 999     VALUE 0.
           01 series-future-count      PIC 999     VALUE 0.
           01 series-future-repr       PIC ZZ9.
           01 series-day-date.
               02 series-day-year          PIC 9(4).
               02 series-day-month         PIC 9(2).
               02 series-day-day           PIC 9(2).
           01 series-day-text          PIC X(10)   VALUE SPACES.

      *>   The cross-locale map during a RETIRE renumber, same
      *>   treatment again; its default-line column is keyed to the
      *>   very numbering the RETIRE just shifted.
               VALUE "quotes_comments_pending.txt".
           01 commentsdb-path          PIC X(60)
               VALUE "quotes_comments.txt".
           01 reportsdb-path           PIC X(60)
               VALUE "quotes_reports.txt".
           01 blocklistdb-path         PIC X(60)
               VALUE "quotes_blocklist.txt".
           01 blocklistlogdb-path      PIC X(60)
               VALUE "quotes_blocklist_log.txt".
           01 bansdb-path              PIC X(60)
               VALUE "quotes_bans.txt".
           01 housekeepledgerdb-path   PIC X(60)
               VALUE "quotes_housekeeping_ledger.txt".
           01 authorsdb-path           PIC X(60)
               VALUE "quotes_authors.txt".
           01 licencesdb-path          PIC X(60)
               VALUE "quotes_licences.txt".
           01 partnersdb-path          PIC X(60)
               VALUE "quotes_partners.txt".
           01 partnerusagedb-path      PIC X(60)
               VALUE "quotes_partner_usage.txt".
           01 pinsdb-path              PIC X(60)
               VALUE "quotes_pins.txt".
           01 seriesdb-path            PIC X(60)
               VALUE "quotes_series.txt".
           01 mappingdb-path           PIC X(60)
               VALUE "quotes_mapping.txt".

           01 status-lines-repr        PIC ZZZ9.
           01 status-reconcile-stamp   PIC X(19)   VALUE SPACES.

      *>   The last housekeeping run and the orphaned scratch files
      *>   it left waiting out the safety age, off the last line of
      *>   quotes_housekeeping_ledger.txt.
           01 housekeep-file-status    PIC XX      VALUE SPACES.
           01 housekeep-read-status    PIC X       VALUE "N".
               88 housekeep-read-eof               VALUE "Y".
           01 status-housekeep-stamp   PIC X(19)   VALUE SPACES.
           01 status-orphan-count      PIC 9(5)    VALUE 0.
           01 status-orphan-repr       PIC Z(4)9.
           01 housekeep-word           PIC X(12)   VALUE SPACES.
           01 housekeep-deleted        PIC X(12)   VALUE SPACES.
           01 housekeep-bytes          PIC X(12)   VALUE SPACES.
           01 housekeep-waiting        PIC X(12)   VALUE SPACES.

      *>   "EXPORT-SITE <dir>": the emit sections write into the
      *>   response-body file exactly as a CGI hit would, but the
      *>   "response body" is the static page being exported - this
           01 export-changed-count     PIC 9(4)    VALUE 0.
           01 export-skip-status       PIC X       VALUE "N".
               88 export-page-current              VALUE "Y".
      *>   A withdrawn line's state entry: blank quote text in front
      *>   of the "|", which no real record can carry, so renewing
      *>   the licence always reads as a changed line again.
           01 export-withdrawn-marker  PIC X(500)
               VALUE "|licence withdrawn".
           01 export-withdrawn-count   PIC 9(4)    VALUE 0.

      *>   quotes_comments.txt's size and mtime as of the last
      *>   completed export, carried as the state file's first line
               02 FILLER PIC X(30) VALUE "quotes_comments.txt".
               02 FILLER PIC X(30)
                   VALUE "quotes_comments_pending.txt".
               02 FILLER PIC X(30) VALUE "quotes_reports.txt".
               02 FILLER PIC X(30)
                   VALUE "quotes_weekly_winners.txt".
               02 FILLER PIC X(30)
                   VALUE "quotes_counts_history.txt".
               02 FILLER PIC X(30) VALUE "quotes_series.txt".
               02 FILLER PIC X(30) VALUE "quotes_vote_ledger.txt".
               02 FILLER PIC X(30) VALUE "quotes_vote_flags.txt".
           01 backup-set REDEFINES backup-set-names.
               02 backup-set-entry OCCURS 18 TIMES PIC X(30).
           01 backup-set-idx           PIC 99      VALUE 0.

           01 copy-src-path            PIC X(60)   VALUE SPACES.
               02 filler                   PIC X(8).
           01 copy-check-result        PIC 9(9)    COMP-5.

      *>   "COMPARE <date>": what a RESTORE of that set would change.
      *>   The set's quote file is matched against the live one line
      *>   by line - an identical record is the same quote wherever
      *>   it now sits, an unmatched pair in the place the lines
      *>   around it say it should be is an edit - and the line-
      *>   keyed side files are then compared row by row with the
      *>   set's line numbers carried over to the live numbering.
           01 compare-old-table.
               02 compare-old-entry    OCCURS 2000 TIMES
                   PIC X(500).
           01 compare-old-count        PIC 9(4)    VALUE 0.
           01 compare-old-idx          PIC 9(4)    VALUE 0.
           01 compare-live-idx         PIC 9(4)    VALUE 0.
           01 compare-map-table.
               02 compare-old-map      OCCURS 2000 TIMES.
                   03 compare-old-to-live  PIC 9(4).
                   03 compare-old-kind     PIC X.
               02 compare-live-to-old  OCCURS 2000 TIMES PIC 9(4).
           01 compare-offset           PIC S9(5)   VALUE 0.
           01 compare-probe            PIC S9(5)   VALUE 0.
           01 compare-found            PIC 9(4)    VALUE 0.
           01 compare-num-a            PIC 9(4)    VALUE 0.
           01 compare-num-b            PIC 9(4)    VALUE 0.
           01 compare-run-start        PIC 9(4)    VALUE 0.
           01 compare-run-end          PIC 9(4)    VALUE 0.
           01 compare-run-offset       PIC S9(5)   VALUE 0.
           01 compare-added-count      PIC 9(4)    VALUE 0.
           01 compare-removed-count    PIC 9(4)    VALUE 0.
           01 compare-edited-count     PIC 9(4)    VALUE 0.
           01 compare-moved-count      PIC 9(4)    VALUE 0.

      *>   The side files, and how each one's rows are keyed: C and
      *>   V one number per catalogue line, P "MM-DD NNNN", M "<lang>
      *>   <default> <locale>", K "NNNN|text", L "YYYY-MM-DD NNNN",
      *>   S "name YYYY-MM-DD NNNN" (series runs).
           01 compare-side-names.
               02 FILLER PIC X(30) VALUE "quotes_counts.txt".
               02 FILLER PIC X     VALUE "C".
               02 FILLER PIC X(30) VALUE "quotes_votes.txt".
               02 FILLER PIC X     VALUE "V".
               02 FILLER PIC X(30) VALUE "quotes_pins.txt".
               02 FILLER PIC X     VALUE "P".
               02 FILLER PIC X(30) VALUE "quotes_mapping.txt".
               02 FILLER PIC X     VALUE "M".
               02 FILLER PIC X(30) VALUE "quotes_comments.txt".
               02 FILLER PIC X     VALUE "K".
               02 FILLER PIC X(30)
                   VALUE "quotes_daypick_history.txt".
               02 FILLER PIC X     VALUE "L".
               02 FILLER PIC X(30) VALUE "quotes_series.txt".
               02 FILLER PIC X     VALUE "S".
           01 compare-sides REDEFINES compare-side-names.
               02 compare-side-entry OCCURS 7 TIMES.
                   03 compare-side-name    PIC X(30).
                   03 compare-side-kind    PIC X.
           01 compare-side-idx         PIC 9       VALUE 0.
           01 compare-kind             PIC X       VALUE SPACE.
           01 compare-reading-status   PIC X       VALUE "N".
               88 compare-reading-set              VALUE "Y".
           01 compare-set-present      PIC X       VALUE "N".
           01 compare-live-present     PIC X       VALUE "N".
           01 compare-file-present     PIC X       VALUE "N".
           01 compare-set-rows.
               02 compare-set-row      OCCURS 2000 TIMES.
                   03 compare-set-key      PIC X(24).
                   03 compare-set-value    PIC X(400).
                   03 compare-set-seen     PIC X.
           01 compare-set-count        PIC 9(4)    VALUE 0.
           01 compare-live-rows.
               02 compare-live-row     OCCURS 2000 TIMES.
                   03 compare-live-key     PIC X(24).
                   03 compare-live-value   PIC X(400).
           01 compare-live-count       PIC 9(4)    VALUE 0.
           01 compare-row-overflow     PIC X       VALUE "N".
           01 compare-row-num          PIC 9(4)    VALUE 0.
           01 compare-row-key          PIC X(24)   VALUE SPACES.
           01 compare-row-value        PIC X(400)  VALUE SPACES.
           01 compare-line-in          PIC X(4)    VALUE SPACES.
           01 compare-line-out         PIC X(9)    VALUE SPACES.
           01 compare-line-num         PIC 9(4)    VALUE 0.
           01 compare-row-idx          PIC 9(4)    VALUE 0.
           01 compare-match-idx        PIC 9(4)    VALUE 0.
           01 compare-drift-count      PIC 9(4)    VALUE 0.
           01 compare-live-only-count  PIC 9(4)    VALUE 0.
           01 compare-set-only-count   PIC 9(4)    VALUE 0.
           01 compare-detail-count     PIC 9(4)    VALUE 0.
           01 compare-detail-limit     PIC 9(4)    VALUE 30.
           01 compare-detail-text      PIC X(12)   VALUE SPACES.
           01 compare-value-lost       PIC X       VALUE "N".
               88 compare-loses-value              VALUE "Y".
           01 compare-lost-lines       PIC 9(4)    VALUE 0.
           01 compare-lost-values      PIC 9(5)    VALUE 0.

      *>   "PRIVACY EXPORT|ERASE <email|address> [received]": every
      *>   file a person's e-mail or client address can sit in,
      *>   with what ERASE does to a record that names them -
      *>     R  the record goes (a subscription nobody may keep)
      *>     T  like P, but matched on the unsubscribe token of the
      *>        subscriber row R found (the digest ledger only ever
      *>        names subscribers by token)
      *>     C  pending suggestion: the contact sub-field is dropped
      *>        when it is theirs, then as P
      *>     S  scheduled record: a "+contact" of theirs is dropped,
      *>        then as P
      *>     B  ban: kept while in force, as P once expired
      *>     P  every mention replaced by the request's pseudonym
      *>     M  outbox message: the whole file goes
      *>   Only R and M take anything out, and neither file is keyed
      *>   by line number; everything keyed by position or by a
      *>   quote's number keeps its records where they were, so no
      *>   pending, comment, report or journal number moves. The
      *>   pseudonym is one per request, so the vote audit still
      *>   sees that person's votes come from one address.
           01 privacy-file-names.
               02 FILLER PIC X(30) VALUE "quotes_subscribers.txt".
               02 FILLER PIC X     VALUE "R".
               02 FILLER PIC X(30) VALUE "quotes_digest_ledger.txt".
               02 FILLER PIC X     VALUE "T".
               02 FILLER PIC X(30) VALUE "quotes_post_throttle.txt".
               02 FILLER PIC X     VALUE "P".
               02 FILLER PIC X(30)
                   VALUE "quotes_throttle_refusals.txt".
               02 FILLER PIC X     VALUE "P".
               02 FILLER PIC X(30) VALUE "quotes_vote_ledger.txt".
               02 FILLER PIC X     VALUE "P".
               02 FILLER PIC X(30) VALUE "quotes_pending.txt".
               02 FILLER PIC X     VALUE "C".
               02 FILLER PIC X(30) VALUE "quotes_scheduled.txt".
               02 FILLER PIC X     VALUE "S".
               02 FILLER PIC X(30)
                   VALUE "quotes_comments_pending.txt".
               02 FILLER PIC X     VALUE "P".
               02 FILLER PIC X(30) VALUE "quotes_comments.txt".
               02 FILLER PIC X     VALUE "P".
               02 FILLER PIC X(30) VALUE "quotes_reports.txt".
               02 FILLER PIC X     VALUE "P".
               02 FILLER PIC X(30) VALUE "quotes_review_journal.txt".
               02 FILLER PIC X     VALUE "P".
               02 FILLER PIC X(30) VALUE "quotes_change_journal.txt".
               02 FILLER PIC X     VALUE "P".
               02 FILLER PIC X(30) VALUE "quotes_bans.txt".
               02 FILLER PIC X     VALUE "B".
               02 FILLER PIC X(30) VALUE "quotes_blocklist_log.txt".
               02 FILLER PIC X     VALUE "P".
               02 FILLER PIC X(30) VALUE "quotes_cobol.txt".
               02 FILLER PIC X     VALUE "P".
               02 FILLER PIC X(30) VALUE "quotes_access_log.txt".
               02 FILLER PIC X     VALUE "P".
               02 FILLER PIC X(30) VALUE "quotes_search_log.txt".
               02 FILLER PIC X     VALUE "P".
           01 privacy-files REDEFINES privacy-file-names.
               02 privacy-file-entry OCCURS 17 TIMES.
                   03 privacy-file-name    PIC X(30).
                   03 privacy-file-kind    PIC X.
           01 privacy-file-idx         PIC 99      VALUE 0.
           01 privacy-name-len         PIC 99      VALUE 0.

           01 privacy-action           PIC X(6)    VALUE SPACES.
               88 privacy-exporting                VALUE "EXPORT".
               88 privacy-erasing                  VALUE "ERASE".
           01 privacy-who              PIC X(80)   VALUE SPACES.
           01 privacy-who-upper        PIC X(80)   VALUE SPACES.
           01 privacy-who-len          PIC 99      VALUE 0.
           01 privacy-who-check        PIC X(80)   VALUE SPACES.
           01 privacy-at-count         PIC 99      VALUE 0.
           01 privacy-received         PIC X(10)   VALUE SPACES.
           01 privacy-days-taken       PIC 9(5)    VALUE 0.
           01 privacy-pseudonym        PIC X(21)   VALUE SPACES.
           01 privacy-token            PIC X(40)   VALUE SPACES.

      *>   The term one file is matched on (the address, or for a T
      *>   file the subscriber's token), upper-cased like the
      *>   record it is compared with.
           01 privacy-term-upper       PIC X(80)   VALUE SPACES.
           01 privacy-term-len         PIC 99      VALUE 0.

           01 privacy-src-path         PIC X(80)   VALUE SPACES.
           01 privacy-dst-path         PIC X(80)   VALUE SPACES.
           01 privacy-list-path        PIC X(60)   VALUE SPACES.
           01 privacysrc-file-status   PIC XX      VALUE SPACES.
           01 privacydst-file-status   PIC XX      VALUE SPACES.
           01 privacylist-file-status  PIC XX      VALUE SPACES.
           01 privacyledger-file-status PIC XX     VALUE SPACES.
           01 privacy-read-status      PIC X       VALUE "N".
               88 privacy-read-eof                 VALUE "Y".
           01 privacy-list-status      PIC X       VALUE "N".
               88 privacy-list-eof                 VALUE "Y".
           01 privacy-kind             PIC X       VALUE SPACE.
               88 privacy-kind-remove              VALUE "R".
               88 privacy-kind-token               VALUE "T".
               88 privacy-kind-contact             VALUE "C".
               88 privacy-kind-scheduled           VALUE "S".
               88 privacy-kind-ban                 VALUE "B".
               88 privacy-kind-message             VALUE "M".
           01 privacy-list-command-z   PIC X(160)  VALUE SPACES.
           01 privacy-system-result    PIC S9(9)   COMP-5.
           01 privacy-file-info.
               02 privacy-file-size        PIC X(8)  COMP-X.
               02 filler                   PIC X(8).
           01 privacy-check-result     PIC 9(9)    COMP-5.

      *>   One record being matched or rewritten.
           01 privacy-rec              PIC X(1100) VALUE SPACES.
           01 privacy-rec-upper        PIC X(1100) VALUE SPACES.
           01 privacy-rec-len          PIC 9(4)    VALUE 0.
           01 privacy-out              PIC X(1100) VALUE SPACES.
           01 privacy-out-ptr          PIC 9(4)    VALUE 0.
           01 privacy-pos              PIC 9(4)    VALUE 0.
           01 privacy-end-pos          PIC 9(4)    VALUE 0.
           01 privacy-hit-count        PIC 9(4)    VALUE 0.
           01 privacy-match-status     PIC X       VALUE "N".
               88 privacy-match-here               VALUE "Y".
      *>   An address runs on through letters, digits and these;
      *>   a "." only when more of the address follows it.
           01 privacy-char             PIC X       VALUE SPACE.
               88 privacy-char-word                VALUE "A" THRU "Z"
                   "0" THRU "9" "@" "_" "%" "+" "-" ":".
               88 privacy-char-alnum               VALUE "A" THRU "Z"
                   "0" THRU "9".
           01 privacy-contact          PIC X(500)  VALUE SPACES.
           01 privacy-rest             PIC X(1100) VALUE SPACES.
           01 privacy-rule             PIC X(80)   VALUE SPACES.
           01 privacy-contact-len      PIC 9(4)    VALUE 0.

      *>   Per file, then over the whole request.
           01 privacy-found            PIC 9(7)    VALUE 0.
           01 privacy-removed          PIC 9(7)    VALUE 0.
           01 privacy-anonymised       PIC 9(7)    VALUE 0.
           01 privacy-kept             PIC 9(7)    VALUE 0.
           01 privacy-total-found      PIC 9(7)    VALUE 0.
           01 privacy-total-removed    PIC 9(7)    VALUE 0.
           01 privacy-total-anonymised PIC 9(7)    VALUE 0.
           01 privacy-total-kept       PIC 9(7)    VALUE 0.
           01 privacy-file-hits        PIC 9(4)    VALUE 0.
           01 privacy-num-repr-a       PIC Z(6)9.
           01 privacy-num-repr-b       PIC Z(6)9.
           01 privacy-num-repr-c       PIC Z(6)9.
           01 privacy-num-repr-d       PIC Z(6)9.
           01 privacy-ledger-stamp     PIC X(19)   VALUE SPACES.
           01 privacy-ledger-line      PIC X(200)  VALUE SPACES.
           01 privacy-ledger-ptr       PIC 9(4)    VALUE 0.

      *>   quote-line, broken up into its "|"-delimited sub-fields by
      *>   PARSE-QUOTE-RECORD. A record with no "|" at all still
      *>   parses fine: quote-text gets the whole line, the rest stay
           01 quote-author             PIC X(40).
           01 quote-category           PIC X(20).
           01 quote-date-added         PIC X(10).
           01 quote-licence            PIC X(12).

CODE   PROCEDURE DIVISION.
       DECLARATIVES.
                   PERFORM CLI-REJECT-PENDING
               WHEN cgi-disabled AND cli-mode = "PROMOTE"
                   PERFORM CLI-PROMOTE-SCHEDULED
               WHEN cgi-disabled AND cli-mode = "UNDO"
                   PERFORM CLI-UNDO-CHANGE
               WHEN cgi-disabled AND cli-mode = "HISTORY"
                   PERFORM CLI-LINE-HISTORY
               WHEN cgi-disabled AND cli-mode = "MIGRATE"
                   PERFORM CLI-RENAME-CATEGORY
               WHEN cgi-disabled AND cli-mode = "AUTHOR"
                   PERFORM CLI-AUTHOR-REGISTRY
               WHEN cgi-disabled AND cli-mode = "LICENCE"
                   PERFORM CLI-LICENCE-REGISTER
               WHEN cgi-disabled AND cli-mode = "PARTNER"
                   PERFORM CLI-PARTNER-REGISTER
               WHEN cgi-disabled AND cli-mode = "BAN"
                   PERFORM CLI-ADD-BAN
               WHEN cgi-disabled AND cli-mode = "UNBAN"
                   PERFORM CLI-LIFT-BAN
               WHEN cgi-disabled AND cli-mode = "BANS"
                   PERFORM CLI-LIST-BANS
               WHEN cgi-disabled AND cli-mode = "BAN-REPORT"
                   PERFORM CLI-BAN-CANDIDATES
               WHEN cgi-disabled AND cli-mode = "COMMENTS"
                   PERFORM CLI-REVIEW-COMMENTS
               WHEN cgi-disabled AND cli-mode = "CAPPROVE"
                   PERFORM CLI-APPROVE-COMMENT
               WHEN cgi-disabled AND cli-mode = "CREJECT"
                   PERFORM CLI-REJECT-COMMENT
               WHEN cgi-disabled AND cli-mode = "REPORTS"
                   PERFORM CLI-REVIEW-REPORTS
               WHEN cgi-disabled AND cli-mode = "RCLOSE"
                   PERFORM CLI-CLOSE-REPORT
               WHEN cgi-disabled AND cli-mode = "TRANSLATE"
                   PERFORM CLI-TRANSLATE-QUOTE
               WHEN cgi-disabled AND cli-mode = "WORKSHEET"
                   PERFORM CLI-BACKUP-SET
               WHEN cgi-disabled AND cli-mode = "RESTORE"
                   PERFORM CLI-RESTORE-SET
               WHEN cgi-disabled AND cli-mode = "COMPARE"
                   PERFORM CLI-COMPARE-SET
               WHEN cgi-disabled AND cli-mode = "EXPORT-SITE"
                   PERFORM CLI-EXPORT-SITE
               WHEN cgi-disabled AND cli-mode = "PRIVACY"
                   PERFORM CLI-PRIVACY-REQUEST
               WHEN OTHER
                   PERFORM SHOW-QUOTE
           END-EVALUATE
                   IF config-value >= 1 AND config-value <= 99
                       MOVE config-value TO throttle-max-posts
                   END-IF
      *>       Up to a year of refusals for BAN-REPORT to look back
      *>       over.
               WHEN "throttle-refusal-days"
                   IF config-value >= 1 AND config-value <= 366
                       MOVE config-value TO throttle-refusal-days
                   END-IF
               WHEN "recent-history-max"
      *>           Clamped to the table the history actually lives
      *>           in, never past it.
                   IF config-value <= 31536000
                       MOVE config-value TO cache-max-age-day
                   END-IF
      *>       Up to a month; a longer memory than that is what the
      *>       nightly vote audit is for.
               WHEN "vote-repeat-window-seconds"
                   IF config-value >= 1
                       AND config-value <= 2592000
                       MOVE config-value
                           TO vote-repeat-window-seconds
                   END-IF
               WHEN "search-log-cli"
                   IF config-value <= 1
                       MOVE config-value TO search-log-cli
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                   GOBACK
               END-IF

      *>       "?series=name" lists a quote series' days out so far,
      *>       same fast-path shape as the archive page above.
               MOVE "series" TO qp-search-name
               PERFORM FIND-QUERY-PARAM
               IF qp-found AND qp-search-value NOT = SPACES
                   PERFORM SHOW-SERIES-PAGE
                   GOBACK
               END-IF

      *>       "?search=word" renders the matching records instead of
      *>       a single pick, same fast-path shape as the archive
      *>       page above.
      *>       to the attribution when the author has an entry.
               MOVE quote-author TO author-lookup-name
               PERFORM EMIT-AUTHOR-REGISTRY-NOTES

      *>       The day's pick says so when it is an anniversary.
               IF day-pick-served
                   PERFORM NOTE-ANNIVERSARY-REASON
                   IF anniversary-reason NOT = SPACES
                       MOVE "Why:" TO attribution-prefix
                       MOVE SPACES TO html-escape-in
                       MOVE anniversary-reason TO html-escape-in
                       MOVE 0 TO trailing-spaces
                       INSPECT FUNCTION REVERSE(html-escape-in)
                           TALLYING trailing-spaces FOR LEADING SPACE
                       PERFORM ESCAPE-HTML-QUOTE
                       PERFORM EMIT-ESCAPED-ATTRIBUTION-LINE
                   END-IF
               END-IF
           END-IF

           IF quote-category NOT = SPACES
               END-STRING
           END-IF

           MOVE SPACES TO status-housekeep-stamp
           MOVE 0 TO status-orphan-count
           MOVE "N" TO housekeep-read-status
           MOVE SPACES TO housekeep-file-status
           OPEN INPUT HousekeepLedgerDb
           IF housekeep-file-status = "00"
               PERFORM READ-ONE-HOUSEKEEP-RUN
                   UNTIL housekeep-read-eof
               CLOSE HousekeepLedgerDb
           END-IF

           MOVE total-line-count TO status-lines-repr
           MOVE status-pending-depth TO status-pending-repr
           MOVE status-log-bytes TO status-bytes-repr
           MOVE status-orphan-count TO status-orphan-repr

           PERFORM BUILD-STATUS-DOCUMENT
           PERFORM APPEND-RESPONSE-BODY-LINE
           PERFORM SEND-CGI-RESPONSE
           .

      *>   Every line overwrites the one before; the last stands.
       READ-ONE-HOUSEKEEP-RUN SECTION.
           READ HousekeepLedgerDb
               AT END
                   SET housekeep-read-eof TO TRUE
               NOT AT END
                   MOVE SPACES TO housekeep-deleted
                   MOVE SPACES TO housekeep-bytes
                   MOVE SPACES TO housekeep-waiting
                   UNSTRING housekeep-ledger-record(21:)
                       DELIMITED BY ALL " "
                       INTO housekeep-word housekeep-deleted
                            housekeep-word housekeep-bytes
                            housekeep-word housekeep-waiting
                   END-UNSTRING
                   IF housekeep-ledger-record(5:1) = "-"
                       AND FUNCTION TEST-NUMVAL(housekeep-waiting) = 0
                       MOVE housekeep-ledger-record(1:19)
                           TO status-housekeep-stamp
                       COMPUTE status-orphan-count =
                           FUNCTION NUMVAL(housekeep-waiting)
                   END-IF
           END-READ
           .

       COUNT-ONE-PENDING-LINE SECTION.
           READ PendingDb
               AT END
                   FUNCTION TRIM(status-bytes-repr)
                   ', "reconcile_last_run": "'
                   FUNCTION TRIM(status-reconcile-stamp)
                   '", "housekeeping_last_run": "'
                   FUNCTION TRIM(status-housekeep-stamp)
                   '", "orphan_files": '
                   FUNCTION TRIM(status-orphan-repr)
                   '}'
                   INTO response-body-line
               END-STRING
           ELSE
                   FUNCTION TRIM(status-bytes-repr)
                   ', "reconcile_last_run": "'
                   FUNCTION TRIM(status-reconcile-stamp)
                   '", "housekeeping_last_run": "'
                   FUNCTION TRIM(status-housekeep-stamp)
                   '", "orphan_files": '
                   FUNCTION TRIM(status-orphan-repr)
                   '}'
                   INTO response-body-line
               END-STRING
           END-IF
      *>   EMIT-DISPLAY-ROW already does.
       SHOW-SEARCH-PAGE SECTION.
           MOVE qp-search-value(1:40) TO search-term
           MOVE search-term TO search-raw-term

           PERFORM GET-LINE-COUNT
           IF quotedb-unavailable
               PERFORM SEND-SERVICE-UNAVAILABLE-RESPONSE
               GOBACK
           END-IF
           PERFORM LOAD-LICENCE-WITHDRAWALS

           PERFORM LOG-ACCESS
           PERFORM SELECT-TEMPLATE-THEME
           PERFORM EMIT-DISPLAY-ROW

           PERFORM SEARCH-QUOTE-SCAN
           MOVE agent-class TO search-log-agent
           PERFORM APPEND-SEARCH-LOG

           IF search-hit-count = 0
               MOVE "No quotes matched." TO display-row
           .

      *>   "historisch-gewachsen SEARCH <term>" - same scan, plain
      *>   terminal output, for the editors; on the search log only
      *>   with "search-log-cli 1" in quotes_site_config.txt, so
      *>   editors' own lookups don't swamp the visitors' terms.
       CLI-SEARCH-QUOTES SECTION.
           MOVE cli-arg-text(1:40) TO search-term
           MOVE search-term TO search-raw-term

           PERFORM SEARCH-QUOTE-SCAN

               IF search-hit-count = 0
                   DISPLAY "No quotes matched."
               END-IF
               IF search-log-cli = 1
                   MOVE "CLI" TO search-log-agent
                   PERFORM APPEND-SEARCH-LOG
               END-IF
           END-IF
           .

      *>   Walk QuoteDb once, upper-casing the term and each
      *>   record's text+author haystack so the match ignores case.
      *>   A line whose licence has ended is no hit on the site -
      *>   the flags are only loaded for a CGI hit, so the editors'
      *>   SEARCH still finds everything.
       SEARCH-QUOTE-SCAN SECTION.
           MOVE 0 TO search-hit-count
           MOVE 0 TO search-scan-idx
           MOVE SPACES TO search-sole-author
           MOVE SPACES TO search-sole-category
           MOVE "N" TO search-author-status
           MOVE "N" TO search-category-status

           MOVE 0 TO search-term-len
           INSPECT FUNCTION REVERSE(search-term)
                   INSPECT search-haystack
                       TALLYING search-match-tally
                       FOR ALL search-term(1:search-term-len)
                   IF search-scan-idx < 2000
                       IF licence-withdrawn(search-scan-idx + 1) = "Y"
                           MOVE 0 TO search-match-tally
                       END-IF
                   END-IF

                   IF search-match-tally > 0
                       ADD 1 TO search-hit-count
                       PERFORM NOTE-SEARCH-HIT-SOURCE
                       PERFORM EMIT-ONE-SEARCH-MATCH
                   END-IF

           END-READ
           .

      *>   Keep the author and category while every hit so far
      *>   shares them; the first hit that differs blanks them.
       NOTE-SEARCH-HIT-SOURCE SECTION.
           EVALUATE TRUE
               WHEN search-hit-count = 1
                   MOVE quote-author TO search-sole-author
               WHEN search-authors-mixed
                   CONTINUE
               WHEN quote-author NOT = search-sole-author
                   SET search-authors-mixed TO TRUE
                   MOVE SPACES TO search-sole-author
           END-EVALUATE
           EVALUATE TRUE
               WHEN search-hit-count = 1
                   MOVE quote-category TO search-sole-category
               WHEN search-categories-mixed
                   CONTINUE
               WHEN quote-category NOT = search-sole-category
                   SET search-categories-mixed TO TRUE
                   MOVE SPACES TO search-sole-category
           END-EVALUATE
           .

      *>   One line on the search log for the term just scanned.
      *>   The term is folded from what was typed, kept aside before
      *>   the scan upper-cased search-term.
       APPEND-SEARCH-LOG SECTION.
           MOVE search-raw-term TO norm-in
           MOVE 0 TO norm-len
           INSPECT FUNCTION REVERSE(norm-in)
               TALLYING norm-len FOR LEADING SPACE
           COMPUTE norm-len = 400 - norm-len
           MOVE FUNCTION LOWER-CASE(norm-in) TO norm-in
           INSPECT norm-in REPLACING ALL "|" BY SPACE
           MOVE SPACES TO norm-out
           MOVE 1 TO norm-out-ptr
           MOVE "Y" TO norm-prev-status
           PERFORM SQUEEZE-ONE-NORM-CHAR
               VARYING norm-idx FROM 1 BY 1
               UNTIL norm-idx > norm-len
           MOVE norm-out(1:40) TO search-log-term

           IF search-log-term NOT = SPACES
               MOVE search-hit-count TO search-hits-repr
               MOVE SPACES TO search-log-record
               STRING
                   current-year "-" current-month "-" current-day
                   "|" FUNCTION TRIM(search-log-term)
                   "|" FUNCTION TRIM(search-hits-repr)
                   "|" FUNCTION TRIM(search-log-agent)
                   "|" FUNCTION TRIM(search-sole-author)
                   "|" FUNCTION TRIM(search-sole-category)
                   DELIMITED BY SIZE
                   INTO search-log-record
               END-STRING

               OPEN EXTEND SearchLogDb
               IF searchlog-file-status NOT = "00"
                   OPEN OUTPUT SearchLogDb
               END-IF
               WRITE search-log-record
               CLOSE SearchLogDb
           END-IF
           .

      *>   One match: the permalink line, then the text itself -
      *>   escaped into the page for a CGI hit, plain for a CLI run,
      *>   same two-line shape as the archive rows.
               PERFORM SEND-SERVICE-UNAVAILABLE-RESPONSE
               GOBACK
           END-IF
           PERFORM LOAD-LICENCE-WITHDRAWALS

           PERFORM LOG-ACCESS
           PERFORM SELECT-TEMPLATE-THEME
                   IF dayhistory-date(1:7) = archive-filter-value
                       AND dayhistory-line < total-line-count
                       ADD 1 TO archive-match-count
                       IF licence-withdrawn(dayhistory-line + 1) = "Y"
                           PERFORM EMIT-WITHDRAWN-ARCHIVE-ROW
                       ELSE
                           PERFORM EMIT-ONE-ARCHIVE-ROW
                       END-IF
                   END-IF
           END-READ
           .

      *>   The day keeps its place in the month, but a quote whose
      *>   licence has since ended shows only its number, unlinked
      *>   as the permalink would not be honoured any more.
       EMIT-WITHDRAWN-ARCHIVE-ROW SECTION.
           MOVE dayhistory-line TO revmap-locale-line
           PERFORM REVERSE-MAP-LOCALE-LINE
           MOVE dayhistory-line TO archive-line-repr
           IF revmap-found
               MOVE revmap-default-line TO archive-line-repr
           END-IF
           MOVE SPACES TO display-row
           STRING
               dayhistory-date ": #"
               FUNCTION TRIM(archive-line-repr) " (withdrawn)"
               INTO display-row
           END-STRING
           PERFORM EMIT-DISPLAY-ROW

           MOVE " " TO display-row
           PERFORM EMIT-DISPLAY-ROW
           .

      *>   Two lines per day: the date with its permalink, then the
      *>   quote text itself, escaped the same way the main page
      *>   escapes it.
           PERFORM EMIT-DISPLAY-ROW
           .

      *>   Every day of the named series up to today, oldest first,
      *>   in the archive page's two-line shape; days still to come
      *>   are only counted, so the run keeps its surprises. The
      *>   name is only echoed back once the series file has shown
      *>   it to be one of ours.
       SHOW-SERIES-PAGE SECTION.
           MOVE qp-search-value(1:20) TO series-filter-value
           MOVE 0 TO series-released-count
           MOVE 0 TO series-future-count
           COMPUTE today-day-number =
               FUNCTION INTEGER-OF-DATE(day-rng-seed)

           PERFORM GET-LINE-COUNT
           IF quotedb-unavailable
               PERFORM LOG-ACCESS
               PERFORM SEND-SERVICE-UNAVAILABLE-RESPONSE
               GOBACK
           END-IF
           PERFORM LOAD-LICENCE-WITHDRAWALS

      *>   First pass: count, so the heading knows whether the name
      *>   is a real series before printing it.
           MOVE SPACES TO series-run-name
           MOVE SPACES TO series-run-start
           MOVE "N" TO series-read-status
           MOVE SPACES TO series-file-status
           OPEN INPUT SeriesDb
           IF series-file-status = "00"
               PERFORM COUNT-ONE-SERIES-DAY
                   UNTIL series-read-eof
               CLOSE SeriesDb
           END-IF

           PERFORM LOG-ACCESS
           PERFORM SELECT-TEMPLATE-THEME
           MOVE SPACES TO template-page-title
           IF series-released-count = 0 AND series-future-count = 0
               MOVE "Series - cobol.historisch-gewachsen.de"
                   TO template-page-title
           ELSE
               STRING
                   "Series " FUNCTION TRIM(series-filter-value)
                   " - cobol.historisch-gewachsen.de"
                   INTO template-page-title
               END-STRING
           END-IF
           CALL htmlstart-program-name END-CALL

           MOVE SPACES TO display-row
           IF series-released-count = 0 AND series-future-count = 0
               MOVE "=== QUOTE SERIES ===" TO display-row
           ELSE
               STRING
                   "=== QUOTE SERIES "
                   FUNCTION TRIM(series-filter-value) " ==="
                   INTO display-row
               END-STRING
           END-IF
           PERFORM EMIT-DISPLAY-ROW
           MOVE " " TO display-row
           PERFORM EMIT-DISPLAY-ROW

           IF series-released-count > 0
               MOVE SPACES TO series-run-name
               MOVE SPACES TO series-run-start
               MOVE "N" TO series-read-status
               MOVE SPACES TO series-file-status
               OPEN INPUT SeriesDb
               IF series-file-status = "00"
                   PERFORM SHOW-ONE-SERIES-DAY
                       UNTIL series-read-eof
                   CLOSE SeriesDb
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN series-released-count = 0
                   AND series-future-count = 0
                   MOVE "No quote series by that name." TO display-row
                   PERFORM EMIT-DISPLAY-ROW
               WHEN series-released-count = 0
                   MOVE "This series has not started yet."
                       TO display-row
                   PERFORM EMIT-DISPLAY-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF series-future-count > 0
               MOVE series-future-count TO series-future-repr
               MOVE SPACES TO display-row
               STRING
                   FUNCTION TRIM(series-future-repr)
                   " more day(s) to come."
                   INTO display-row
               END-STRING
               PERFORM EMIT-DISPLAY-ROW
           END-IF

           CALL htmlstop-program-name END-CALL
           PERFORM SEND-CGI-RESPONSE
           .

       COUNT-ONE-SERIES-DAY SECTION.
           READ SeriesDb
               AT END
                   SET series-read-eof TO TRUE
               NOT AT END
                   PERFORM PARSE-SERIES-ROW
                   IF series-row-valid
                       AND series-row-name = series-filter-value
                       IF series-row-day > today-day-number
                           ADD 1 TO series-future-count
                       ELSE
                           ADD 1 TO series-released-count
                       END-IF
                   END-IF
           END-READ
           .

       SHOW-ONE-SERIES-DAY SECTION.
           READ SeriesDb
               AT END
                   SET series-read-eof TO TRUE
               NOT AT END
                   PERFORM PARSE-SERIES-ROW
                   IF series-row-valid
                       AND series-row-name = series-filter-value
                       AND series-row-day <= today-day-number
                       PERFORM EMIT-ONE-SERIES-ROW
                   END-IF
           END-READ
           .

      *>   Same two lines, and the same stable-number link, as an
      *>   archive day. An entry whose quote has since been retired
      *>   or withdrawn keeps its date but shows no text.
       EMIT-ONE-SERIES-ROW SECTION.
           MOVE FUNCTION DATE-OF-INTEGER(series-row-day)
               TO series-day-date
           MOVE SPACES TO series-day-text
           STRING
               series-day-year "-" series-day-month "-"
               series-day-day
               INTO series-day-text
           END-STRING

           MOVE SPACES TO display-row
           EVALUATE TRUE
               WHEN series-row-line >= total-line-count
                   STRING
                       series-day-text
                       ": (no longer in the catalogue)"
                       INTO display-row
                   END-STRING
                   PERFORM EMIT-DISPLAY-ROW
               WHEN licence-withdrawn(series-row-line + 1) = "Y"
                   STRING
                       series-day-text ": (withdrawn)"
                       INTO display-row
                   END-STRING
                   PERFORM EMIT-DISPLAY-ROW
               WHEN OTHER
                   MOVE series-row-line TO revmap-locale-line
                   PERFORM REVERSE-MAP-LOCALE-LINE
                   MOVE series-row-line TO archive-line-repr
                   IF revmap-found
                       MOVE revmap-default-line TO archive-line-repr
                       STRING
                           series-day-text ': <a href="?id='
                           FUNCTION TRIM(archive-line-repr)
                           '">#' FUNCTION TRIM(archive-line-repr)
                           "</a>"
                           INTO display-row
                       END-STRING
                   ELSE
                       STRING
                           series-day-text ": #"
                           FUNCTION TRIM(archive-line-repr)
                           INTO display-row
                       END-STRING
                   END-IF
                   PERFORM EMIT-DISPLAY-ROW

                   MOVE series-row-line TO quotedb-seek-target
                   PERFORM READ-QUOTE-BY-LINE-NUMBER
                   PERFORM EMIT-WRAPPED-QUOTE-TEXT
           END-EVALUATE

           MOVE " " TO display-row
           PERFORM EMIT-DISPLAY-ROW
           .

      *>   An RSS 2.0 document with today's pick as the lead item and
      *>   the recently-shown lines (RecentDb, newest first) as the
      *>   "last several days" behind it, each linking back to its
               END-IF
           END-IF

      *>   A winner whose licence has ended since the vote is not
      *>   announced any longer either.
           IF winner-item-mapped
               AND winner-locale-line < total-line-count
               IF licence-withdrawn(winner-locale-line + 1) = "Y"
                   MOVE "N" TO winner-mapped-status
               END-IF
           END-IF

           IF winner-item-mapped
               AND winner-locale-line < total-line-count
                   MOVE winner-locale-line TO quotedb-seek-target
               TO feed-history-entry(feed-shift-idx)
           .

      *>   A past pick whose licence has since ended is left out,
      *>   same as one a hand edit shrank out of range.
       EMIT-ONE-LEDGER-FEED-ITEM SECTION.
           IF feed-history-date(feed-idx) NOT = today-formatted
               AND feed-history-line(feed-idx) < total-line-count
               IF licence-withdrawn(feed-history-line(feed-idx) + 1)
                       NOT = "Y"
                   MOVE feed-history-line(feed-idx)
                       TO feed-item-line
                   MOVE feed-item-line TO quotedb-seek-target
                   PERFORM READ-QUOTE-BY-LINE-NUMBER
                   PERFORM EMIT-ONE-FEED-ITEM
               END-IF
           END-IF
           .

               PERFORM CLASSIFY-USER-AGENT
           END-IF

      *>   A banned client gets nothing else out of the site, not
      *>   even the 405 a bad method would earn.
           IF cgi-enabled AND remote-addr NOT = SPACES
               PERFORM CHECK-CLIENT-BAN
               IF client-banned
                   PERFORM LOG-ACCESS
                   PERFORM SEND-BANNED-RESPONSE
                   GOBACK
               END-IF
           END-IF

           IF method-rejected = "Y" THEN
               SET invalid-method TO TRUE
               PERFORM LOG-ACCESS
               DISPLAY "Status: 405 METHOD NOT ALLOWED"
               DISPLAY "Content-Type: text/plain; charset=us-ascii"
                   NEWLINE
               DISPLAY "INVALID REQUEST METHOD:" SPACE request-method
               PERFORM RESOLVE-LOCALE-PERMALINK
           END-IF

      *>   A partner pulling the JSON quote or the feed identifies
      *>   itself with "?key="; a key that is unknown, suspended or
      *>   spent for today is answered here, before any quote is
      *>   picked or counted. Unkeyed and HTML hits pass as before.
           IF cgi-enabled AND request-method NOT = "POST"
               AND (json-requested OR feed-requested)
               PERFORM CHECK-PARTNER-KEY
               IF partner-refused
                   PERFORM LOG-ACCESS
                   PERFORM SEND-PARTNER-REFUSED-RESPONSE
                   GOBACK
               END-IF
           END-IF

      *>   A POST carries either a visitor's suggested quote or a
      *>   "vote=NN" on standard input rather than on the query
      *>   string; it never reaches GET-QUOTE/SHOW-QUOTE at all,
                   WHEN postbody-record(1:12) = "unsubscribe="
                       SET unsubscribe-attempted TO TRUE
                       PERFORM HANDLE-DIGEST-UNSUBSCRIBE
      *>           Same for a confirm: the token only ever travelled
      *>           inside the confirmation mail.
                   WHEN postbody-record(1:8) = "confirm="
                       SET confirm-attempted TO TRUE
                       PERFORM HANDLE-DIGEST-CONFIRM
      *>           A comment is visitor free text headed for a hand
      *>           review, exactly like a suggestion - same throttle.
                   WHEN postbody-record(1:8) = "comment="
                       ELSE
                           PERFORM HANDLE-QUOTE-COMMENT
                       END-IF
      *>           A problem report is free text for the editors,
      *>           so it shares the same throttle too.
                   WHEN postbody-record(1:7) = "report="
                       SET report-attempted TO TRUE
                       PERFORM CHECK-POST-THROTTLE
                       IF post-throttled
                           PERFORM LOG-ACCESS
                           PERFORM SEND-THROTTLED-RESPONSE
                       ELSE
                           PERFORM HANDLE-QUOTE-REPORT
                       END-IF
      *>           Subscribing shares the suggestion throttle: the
      *>           list is what the nightly digest mails to, so its
      *>           intake is bounded per client the same way.
      *>   HEAD never builds the page body (the whole point of the
      *>   fast path), so it gets its own lightweight header set
      *>   rather than the Content-Length that only the full response
      *>   can honestly compute. It still needs GET-LINE-COUNT, the
      *>   licence withdrawals and DETERMINE-CACHE-FLAGS, the same
      *>   id/random determination GET-QUOTE does for a GET, so
      *>   Cache-Control comes out matching what the equivalent GET
      *>   would send.
           IF cgi-enabled AND request-method = "HEAD" THEN
               PERFORM GET-LINE-COUNT
      *>       Same QuoteDb-missing check SHOW-QUOTE makes for GET -
                   PERFORM SEND-HEAD-SERVICE-UNAVAILABLE-RESPONSE
                   GOBACK
               END-IF
               PERFORM LOAD-LICENCE-WITHDRAWALS
               PERFORM DETERMINE-CACHE-FLAGS
               PERFORM LOG-ACCESS
               PERFORM SEND-HEAD-RESPONSE
       HANDLE-QUOTE-SUGGESTION SECTION.
           PERFORM VALIDATE-SUGGESTION

           IF suggestion-accepted
               PERFORM SCREEN-SUGGESTION
           END-IF

           IF suggestion-accepted
               PERFORM APPEND-PENDING-QUOTE
           END-IF

      *>   Count this client's suggestion POSTs inside the window
      *>   off quotes_post_throttle.txt; at the limit the POST is
      *>   answered with a 429 instead of being staged, and the
      *>   refusal goes on quotes_throttle_refusals.txt. An allowed
      *>   POST is recorded and the file rewritten down to just the
      *>   still-current entries. No REMOTE_ADDR (off the web, or a
      *>   server not exporting it) means no throttle - better open

               IF throttle-client-count >= throttle-max-posts
                   SET post-throttled TO TRUE
                   PERFORM RECORD-THROTTLE-REFUSAL
               ELSE
                   IF throttle-kept-count < 200
                       ADD 1 TO throttle-kept-count
           WRITE throttle-record
           .

      *>   One row per refusal. Appends come in time order, so the
      *>   first row is the oldest: only when that one has aged out
      *>   is the file rewritten down to the rows still inside the
      *>   retention, which happens about once a day at most.
       RECORD-THROTTLE-REFUSAL SECTION.
           PERFORM SET-REFUSAL-CUTOFF

           MOVE "N" TO refusal-stale-status
           MOVE SPACES TO refusal-file-status
           OPEN INPUT RefusalDb
           IF refusal-file-status = "00"
               READ RefusalDb
                   NOT AT END
                       IF refusal-record(1:10) < refusal-cutoff-text
                           SET refusal-file-stale TO TRUE
                       END-IF
               END-READ
               CLOSE RefusalDb
           END-IF
           IF refusal-file-stale
               PERFORM PRUNE-THROTTLE-REFUSALS
           END-IF

           MOVE SPACES TO refusal-record
           STRING
               today-formatted " "
               current-hours ":" current-minute ":" current-seconds
               " " FUNCTION TRIM(remote-addr)
               DELIMITED BY SIZE
               INTO refusal-record
           END-STRING
           OPEN EXTEND RefusalDb
           IF refusal-file-status NOT = "00"
               OPEN OUTPUT RefusalDb
           END-IF
           WRITE refusal-record
           CLOSE RefusalDb
           .

      *>   First day still inside the retention, as "YYYY-MM-DD".
       SET-REFUSAL-CUTOFF SECTION.
           COMPUTE refusal-cutoff-date =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(day-rng-seed)
                   - throttle-refusal-days + 1)
           MOVE SPACES TO refusal-cutoff-text
           STRING
               refusal-cutoff-year "-" refusal-cutoff-month "-"
               refusal-cutoff-day
               INTO refusal-cutoff-text
           END-STRING
           .

      *>   Through the generic copy SELECTs, temp-then-rename like
      *>   every other side-file rewrite.
       PRUNE-THROTTLE-REFUSALS SECTION.
           MOVE "quotes_throttle_refusals.txt" TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-final-path TO copy-src-path
           MOVE atomic-temp-path TO copy-dst-path
           MOVE "N" TO copy-read-status
           MOVE SPACES TO copysrc-file-status

           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               OPEN OUTPUT CopyDstDb
               PERFORM KEEP-ONE-REFUSAL-ROW UNTIL copy-read-eof
               CLOSE CopyDstDb
               CLOSE CopySrcDb
               PERFORM ATOMIC-RENAME-TEMP
           END-IF
           .

       KEEP-ONE-REFUSAL-ROW SECTION.
           READ CopySrcDb
               AT END
                   SET copy-read-eof TO TRUE
               NOT AT END
                   IF copy-src-record(1:10) >= refusal-cutoff-text
                       MOVE copy-src-record TO copy-dst-record
                       WRITE copy-dst-record
                   END-IF
           END-READ
           .

      *>   429, same minimal-header scope as the other short
      *>   POST-path answers.
       SEND-THROTTLED-RESPONSE SECTION.
               "please try again later."
           .

      *>   403 for a client on the ban list, same minimal headers.
       SEND-BANNED-RESPONSE SECTION.
           DISPLAY "Status: 403 Forbidden"
           DISPLAY "Content-Type: text/plain; charset=us-ascii"
               NEWLINE
           DISPLAY "Access from your address has been blocked."
           .

      *>   403 for a partner key the register does not know or has
      *>   suspended; 429 for one over its daily quota, with
      *>   Retry-After counting down to midnight, when it resets.
       SEND-PARTNER-REFUSED-RESPONSE SECTION.
           IF partner-over-quota
               COMPUTE partner-retry-seconds =
                   86400
                   - (current-hours * 3600)
                   - (current-minute * 60)
                   - current-seconds
               MOVE partner-retry-seconds TO partner-retry-repr
               DISPLAY "Status: 429 Too Many Requests"
               DISPLAY "Retry-After:" SPACE
                   FUNCTION TRIM(partner-retry-repr)
               DISPLAY "Content-Type: text/plain; charset=us-ascii"
                   NEWLINE
               DISPLAY "Daily request quota for this partner key "
                   "used up; it resets at midnight."
           ELSE
               DISPLAY "Status: 403 Forbidden"
               DISPLAY "Content-Type: text/plain; charset=us-ascii"
                   NEWLINE
               DISPLAY "Unknown or suspended partner key."
           END-IF
           .

      *>   Sets partner-key-given when the hit carries "?key=", and
      *>   partner-refusal-status when that key may not be served.
      *>   An allowed hit is counted against today's quota straight
      *>   away; a refused one is not, so a partner hammering away
      *>   after the 429 does not push its own count further up.
       CHECK-PARTNER-KEY SECTION.
           MOVE "N" TO partner-key-status
           MOVE "N" TO partner-key-form-status
           MOVE SPACE TO partner-refusal-status
           MOVE SPACES TO partner-arg-key

           MOVE "key" TO qp-search-name
           PERFORM FIND-QUERY-PARAM
           IF qp-found
               SET partner-key-given TO TRUE
               MOVE qp-search-value TO partner-key-check
               INSPECT partner-key-check
                   CONVERTING partner-key-charset
                   TO partner-key-blanks
               IF qp-search-value = SPACES
                   OR qp-search-value(33:8) NOT = SPACES
                   OR partner-key-check NOT = SPACES
                   SET partner-key-malformed TO TRUE
                   SET partner-key-refused TO TRUE
               ELSE
                   MOVE qp-search-value(1:32) TO partner-arg-key
                   PERFORM LOAD-PARTNER-ROWS
                   PERFORM FIND-PARTNER-ROW
                   IF partner-known AND partner-reg-status = "ACTIVE"
                       PERFORM COUNT-PARTNER-REQUEST
                   ELSE
                       SET partner-key-refused TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *>   Today's count for partner-arg-key against the quota of
      *>   the row FIND-PARTNER-ROW left parsed; under it, one more
      *>   is added and the usage file rewritten.
       COUNT-PARTNER-REQUEST SECTION.
           PERFORM LOAD-PARTNER-USAGE
           IF partner-usage-target = 0
               AND partner-usage-rows < 200
               ADD 1 TO partner-usage-rows
               MOVE partner-usage-rows TO partner-usage-target
               MOVE partner-arg-key
                   TO partner-usage-key(partner-usage-target)
               MOVE 0 TO partner-usage-count(partner-usage-target)
           END-IF

           MOVE 0 TO partner-quota-num
           IF FUNCTION TEST-NUMVAL(partner-reg-quota) = 0
               MOVE FUNCTION NUMVAL(partner-reg-quota)
                   TO partner-quota-num
           END-IF

           IF partner-usage-target > 0
               IF partner-quota-num > 0
                   AND partner-usage-count(partner-usage-target)
                       >= partner-quota-num
                   SET partner-over-quota TO TRUE
               ELSE
                   ADD 1 TO partner-usage-count(partner-usage-target)
                   PERFORM SAVE-PARTNER-USAGE
               END-IF
           END-IF
           .

      *>   Today's rows of quotes_partner_usage.txt into the usage
      *>   table, with partner-usage-target pointing at the row of
      *>   partner-arg-key (0 if it has none yet).
       LOAD-PARTNER-USAGE SECTION.
           INITIALIZE partner-usage-table
           MOVE 0 TO partner-usage-rows
           MOVE 0 TO partner-usage-target
           MOVE "N" TO partner-read-status
           MOVE SPACES TO partnerusage-file-status

           OPEN INPUT PartnerUsageDb
           IF partnerusage-file-status = "00"
               PERFORM READ-ONE-PARTNER-USAGE UNTIL partner-read-eof
               CLOSE PartnerUsageDb
           END-IF
           .

       READ-ONE-PARTNER-USAGE SECTION.
           READ PartnerUsageDb
               AT END
                   SET partner-read-eof TO TRUE
               NOT AT END
                   MOVE SPACES TO partner-usage-in-date
                   MOVE SPACES TO partner-usage-in-key
                   MOVE SPACES TO partner-usage-in-count
                   UNSTRING partner-usage-record DELIMITED BY ALL " "
                       INTO partner-usage-in-date
                            partner-usage-in-key
                            partner-usage-in-count
                   END-UNSTRING
                   IF partner-usage-in-date = today-formatted
                       AND partner-usage-in-key NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(partner-usage-in-count)
                           = 0
                       AND partner-usage-rows < 200
                       ADD 1 TO partner-usage-rows
                       MOVE partner-usage-in-key
                           TO partner-usage-key(partner-usage-rows)
                       MOVE FUNCTION NUMVAL(partner-usage-in-count)
                           TO partner-usage-count(partner-usage-rows)
                       IF partner-usage-in-key = partner-arg-key
                           MOVE partner-usage-rows
                               TO partner-usage-target
                       END-IF
                   END-IF
           END-READ
           .

       SAVE-PARTNER-USAGE SECTION.
           MOVE partnerusagedb-path TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-temp-path TO partnerusagedb-path

           OPEN OUTPUT PartnerUsageDb
           PERFORM WRITE-ONE-PARTNER-USAGE
               VARYING partner-usage-idx FROM 1 BY 1
               UNTIL partner-usage-idx > partner-usage-rows
           CLOSE PartnerUsageDb

           PERFORM ATOMIC-RENAME-TEMP
           MOVE atomic-final-path TO partnerusagedb-path
           .

       WRITE-ONE-PARTNER-USAGE SECTION.
           MOVE partner-usage-count(partner-usage-idx)
               TO partner-used-repr
           MOVE SPACES TO partner-usage-record
           STRING
               today-formatted " "
               FUNCTION TRIM(partner-usage-key(partner-usage-idx))
               " " FUNCTION TRIM(partner-used-repr)
               INTO partner-usage-record
           END-STRING
           WRITE partner-usage-record
           .

      *>   Sets client-banned when remote-addr matches a ban that
      *>   has not expired yet; a missing ban file bans nobody.
       CHECK-CLIENT-BAN SECTION.
           MOVE "N" TO ban-match-status
           PERFORM LOAD-BAN-ROWS
           PERFORM CHECK-ONE-BAN-ROW
               VARYING ban-rows-idx FROM 1 BY 1
               UNTIL ban-rows-idx > ban-rows-count
                   OR client-banned
           .

       CHECK-ONE-BAN-ROW SECTION.
           MOVE ban-rows-entry(ban-rows-idx) TO ban-row-text
           PERFORM PARSE-BAN-ROW
           IF ban-reg-expiry >= today-formatted
               AND ban-pattern-len > 0
               IF ban-reg-pattern(ban-pattern-len:1) = "*"
                   IF ban-pattern-len > 1
                       AND remote-addr(1:ban-pattern-len - 1) =
                           ban-reg-pattern(1:ban-pattern-len - 1)
                       SET client-banned TO TRUE
                   END-IF
               ELSE
                   IF remote-addr = ban-reg-pattern
                       SET client-banned TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *>   Break ban-row-text up into the ban-reg-* fields, with
      *>   ban-pattern-len the address or prefix's real length.
       PARSE-BAN-ROW SECTION.
           MOVE SPACES TO ban-reg-pattern
           MOVE SPACES TO ban-reg-expiry
           MOVE SPACES TO ban-reg-reason
           MOVE SPACES TO ban-reg-added
           UNSTRING ban-row-text DELIMITED BY "|"
               INTO ban-reg-pattern ban-reg-expiry
                    ban-reg-reason ban-reg-added
           END-UNSTRING
           MOVE 0 TO ban-pattern-trail
           INSPECT FUNCTION REVERSE(ban-reg-pattern)
               TALLYING ban-pattern-trail FOR LEADING SPACE
           COMPUTE ban-pattern-len = 45 - ban-pattern-trail
           .

       LOAD-BAN-ROWS SECTION.
           INITIALIZE ban-rows-table
           MOVE 0 TO ban-rows-count
           MOVE "N" TO ban-rows-overflow-status
           MOVE "N" TO ban-read-status
           MOVE SPACES TO bans-file-status

           OPEN INPUT BansDb
           IF bans-file-status = "00"
               PERFORM READ-ONE-BAN-ROW UNTIL ban-read-eof
               CLOSE BansDb
           END-IF
           .

       READ-ONE-BAN-ROW SECTION.
           READ BansDb
               AT END
                   SET ban-read-eof TO TRUE
               NOT AT END
                   IF ban-rows-count >= 200
                       SET ban-rows-overflow TO TRUE
                   ELSE
                       ADD 1 TO ban-rows-count
                       MOVE ban-record
                           TO ban-rows-entry(ban-rows-count)
                   END-IF
           END-READ
           .

       SAVE-BAN-ROWS SECTION.
           MOVE bansdb-path TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-temp-path TO bansdb-path

           OPEN OUTPUT BansDb
           PERFORM WRITE-ONE-BAN-ROW
               VARYING ban-rows-idx FROM 1 BY 1
               UNTIL ban-rows-idx > ban-rows-count
           CLOSE BansDb

           PERFORM ATOMIC-RENAME-TEMP
           MOVE atomic-final-path TO bansdb-path
           .

       WRITE-ONE-BAN-ROW SECTION.
           MOVE ban-rows-entry(ban-rows-idx) TO ban-record
           WRITE ban-record
           .

      *>   Tally a POSTed "vote=NN" into quotes_votes.txt, the
      *>   visitors' own counterpart to the served-counters file.
      *>   The line number is validated against the real line count
      *>   first - a vote for a line that doesn't exist is a 400,
      *>   same as a bad suggestion. A client's second vote for the
      *>   same line inside vote-repeat-window-seconds is refused
      *>   off the vote ledger instead of tallied.
       HANDLE-QUOTE-VOTE SECTION.
           MOVE "N" TO vote-cast-status
           MOVE "N" TO vote-repeat-status

           MOVE SPACES TO vote-value-text
           UNSTRING postbody-record(6:)
               COMPUTE vote-line =
                   FUNCTION NUMVAL(vote-value-text)
               IF vote-line <= (total-line-count - 1)
                   PERFORM CHECK-REPEAT-VOTE
                   IF NOT vote-repeated
                       PERFORM LOAD-VOTE-COUNTS
                       ADD 1 TO vote-count-entry(vote-line + 1)
                       PERFORM SAVE-VOTE-COUNTS
                       PERFORM APPEND-VOTE-LEDGER
                       SET vote-cast TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM SEND-VOTE-RESPONSE
           .

      *>   Walk the vote ledger for this client's vote on this line
      *>   inside the window. No REMOTE_ADDR means no check, same
      *>   open-side reasoning as CHECK-POST-THROTTLE.
       CHECK-REPEAT-VOTE SECTION.
           MOVE "N" TO vote-repeat-status

           IF remote-addr NOT = SPACES
               COMPUTE vote-now-stamp =
                   (FUNCTION INTEGER-OF-DATE(
                       (current-year * 10000)
                       + (current-month * 100)
                       + current-day) * 86400)
                   + (current-hours * 3600)
                   + (current-minute * 60)
                   + current-seconds
               COMPUTE vote-cutoff-stamp =
                   vote-now-stamp - vote-repeat-window-seconds

               MOVE "N" TO vote-ledger-read-status
               MOVE SPACES TO voteledger-file-status
               OPEN INPUT VoteLedgerDb
               IF voteledger-file-status = "00"
                   PERFORM CHECK-ONE-VOTE-LEDGER-ENTRY
                       UNTIL vote-ledger-read-eof
                           OR vote-repeated
                   CLOSE VoteLedgerDb
               END-IF
           END-IF
           .

      *>   A row that doesn't parse is passed over, never matched.
       CHECK-ONE-VOTE-LEDGER-ENTRY SECTION.
           READ VoteLedgerDb
               AT END
                   SET vote-ledger-read-eof TO TRUE
               NOT AT END
                   IF vledger-addr = remote-addr
                       AND vledger-line = vote-line
                       AND FUNCTION TEST-NUMVAL(vledger-date(1:4))
                           = 0
                       AND vledger-time(3:1) = ":"
                       COMPUTE vote-entry-date-num =
                           (FUNCTION NUMVAL(vledger-date(1:4))
                               * 10000)
                           + (FUNCTION NUMVAL(vledger-date(6:2))
                               * 100)
                           + FUNCTION NUMVAL(vledger-date(9:2))
                       COMPUTE vote-entry-stamp =
                           (FUNCTION INTEGER-OF-DATE(
                               vote-entry-date-num) * 86400)
                           + (FUNCTION NUMVAL(vledger-time(1:2))
                               * 3600)
                           + (FUNCTION NUMVAL(vledger-time(4:2))
                               * 60)
                           + FUNCTION NUMVAL(vledger-time(7:2))
                       IF vote-entry-stamp > vote-cutoff-stamp
                           SET vote-repeated TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

      *>   Same OPEN EXTEND/fallback append idiom as every ledger;
      *>   a vote arriving without REMOTE_ADDR is still recorded,
      *>   as "-", so the audit sees it.
       APPEND-VOTE-LEDGER SECTION.
           MOVE SPACES TO vote-ledger-record
           MOVE today-formatted TO vledger-date
           STRING
               current-hours ":" current-minute ":"
               current-seconds
               INTO vledger-time
           END-STRING
           MOVE vote-line TO vledger-line
           IF remote-addr = SPACES
               MOVE "-" TO vledger-addr
           ELSE
               MOVE remote-addr TO vledger-addr
           END-IF

           OPEN EXTEND VoteLedgerDb
           IF voteledger-file-status NOT = "00"
               OPEN OUTPUT VoteLedgerDb
           END-IF
           WRITE vote-ledger-record
           CLOSE VoteLedgerDb
           .

      *>   Same short-acknowledgement scope as the suggestion
      *>   response above; a repeat vote gets the throttle's 429.
       SEND-VOTE-RESPONSE SECTION.
           EVALUATE TRUE
               WHEN vote-cast
                   DISPLAY "Status: 200 OK"
                   DISPLAY
                       "Content-Type: text/plain; charset=us-ascii"
                       NEWLINE
                   DISPLAY "Thanks! Your vote has been counted."
               WHEN vote-repeated
                   DISPLAY "Status: 429 Too Many Requests"
                   DISPLAY
                       "Content-Type: text/plain; charset=us-ascii"
                       NEWLINE
                   DISPLAY "You have already voted for this quote "
                       "recently; thanks all the same."
               WHEN OTHER
                   DISPLAY "Status: 400 Bad Request"
                   DISPLAY
                       "Content-Type: text/plain; charset=us-ascii"
                       NEWLINE
                   DISPLAY "Vote rejected: no such quote."
           END-EVALUATE
           .

      *>   Stage a "subscribe=<email>" onto the digest list: decode

      *>   The address itself passed; refuse a duplicate (the same
      *>   reader pressing the button twice must not get the digest
      *>   twice) and a list past the table's edge, append otherwise
      *>   - as PENDING, once its confirmation mail is safely in the
      *>   outbox. No mail, no entry: an entry nobody can confirm
      *>   would only sit there until the nightly purge.
       STAGE-ONE-SUBSCRIBER SECTION.
           PERFORM LOAD-SUBSCRIBER-TABLE

               WHEN OTHER
                   COMPUTE subscriber-token =
                       FUNCTION MOD(data-rng-seed, 999999999)
                   PERFORM WRITE-CONFIRMATION-MESSAGE
                   IF outbox-file-status = "00"
                       PERFORM APPEND-ONE-SUBSCRIBER
                       SET subscribe-done TO TRUE
                   ELSE
                       MOVE "confirmation mail could not be queued"
                           TO subscribe-reject-reason
                   END-IF
           END-EVALUATE
           .

      *>   The confirmation mail, same shape as a digest message:
      *>   headers, blank line, body. Named by date and token, so a
      *>   second subscriber in the same second never overwrites
      *>   the first one's mail.
       WRITE-CONFIRMATION-MESSAGE SECTION.
           MOVE SPACES TO outbox-message-path
           STRING
               FUNCTION TRIM(outbox-dir) "/confirm-"
               today-formatted "-" subscriber-token ".txt"
               INTO outbox-message-path
           END-STRING

           MOVE SPACES TO outbox-file-status
           OPEN OUTPUT OutboxDb
           IF outbox-file-status = "00"
               MOVE SPACES TO outbox-record
               STRING
                   "To: " subscriber-email(1:subscriber-real-length)
                   INTO outbox-record
               END-STRING
               WRITE outbox-record

               MOVE "Subject: Please confirm your daily quote mail"
                   TO outbox-record
               WRITE outbox-record

               MOVE SPACES TO outbox-record
               WRITE outbox-record

               MOVE SPACES TO outbox-record
               STRING
                   "Someone - hopefully you - asked for the quote "
                   "of the day to be mailed to this address."
                   INTO outbox-record
               END-STRING
               WRITE outbox-record

               MOVE SPACES TO outbox-record
               WRITE outbox-record

               MOVE SPACES TO outbox-record
               STRING
                   "To confirm, post confirm=" subscriber-token
                   " back to the site."
                   INTO outbox-record
               END-STRING
               WRITE outbox-record

               MOVE SPACES TO outbox-record
               STRING
                   "If it wasn't you, just ignore this mail: "
                   "nothing more will be sent to this address."
                   INTO outbox-record
               END-STRING
               WRITE outbox-record

               CLOSE OutboxDb
           END-IF
           .

       CHECK-ONE-SUBSCRIBER-EMAIL SECTION.
           MOVE SPACES TO subscriber-rec-email
           MOVE SPACES TO subscriber-rec-token
           STRING
               subscriber-email(1:subscriber-real-length)
               " " subscriber-token
               " PENDING " today-formatted
               INTO subscriber-record
           END-STRING
           OPEN EXTEND SubscribersDb
           PERFORM SEND-UNSUBSCRIBE-RESPONSE
           .

      *>   "confirm=<token>": switch the one entry carrying that
      *>   token from PENDING to CONFIRMED, dated, so the nightly
      *>   digest starts mailing it. A token confirmed twice (the
      *>   reader clicking again) is still a success.
       HANDLE-DIGEST-CONFIRM SECTION.
           MOVE "N" TO confirm-done-status

           MOVE SPACES TO unsubscribe-token-text
           UNSTRING postbody-record(9:)
               DELIMITED BY "&"
               INTO unsubscribe-token-text
           END-UNSTRING

           IF unsubscribe-token-text NOT = SPACES
               AND FUNCTION TEST-NUMVAL(unsubscribe-token-text) = 0
               PERFORM LOAD-SUBSCRIBER-TABLE

               IF NOT subscriber-overflow
                   COMPUTE subscriber-token =
                       FUNCTION NUMVAL(unsubscribe-token-text)
                   MOVE "N" TO subscriber-match-status
                   MOVE 0 TO unsubscribe-target
                   PERFORM CHECK-ONE-SUBSCRIBER-TOKEN
                       VARYING subscriber-idx FROM 1 BY 1
                       UNTIL subscriber-idx > subscriber-count
                           OR subscriber-match
                   IF subscriber-match
                       MOVE unsubscribe-target TO confirm-target
      *>               SAVE-SUBSCRIBER-TABLE skips unsubscribe-
      *>               target; nothing is to be dropped here.
                       MOVE 0 TO unsubscribe-target
                       IF subscriber-rec-state = "PENDING"
                           MOVE SPACES
                               TO subscriber-entry(confirm-target)
                           STRING
                               FUNCTION TRIM(subscriber-rec-email)
                               " "
                               FUNCTION TRIM(subscriber-rec-token)
                               " CONFIRMED " today-formatted
                               INTO subscriber-entry(confirm-target)
                           END-STRING
                           PERFORM SAVE-SUBSCRIBER-TABLE
                       END-IF
                       SET confirm-done TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM LOG-ACCESS
           PERFORM SEND-CONFIRM-RESPONSE
           .

       CHECK-ONE-SUBSCRIBER-TOKEN SECTION.
           MOVE SPACES TO subscriber-rec-email
           MOVE SPACES TO subscriber-rec-token
           MOVE SPACES TO subscriber-rec-state
           MOVE SPACES TO subscriber-rec-date
           UNSTRING subscriber-entry(subscriber-idx)
               DELIMITED BY ALL " "
               INTO subscriber-rec-email subscriber-rec-token
                    subscriber-rec-state subscriber-rec-date
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(subscriber-rec-token) = 0
               AND FUNCTION NUMVAL(subscriber-rec-token)
               DISPLAY "Content-Type: text/plain; charset=us-ascii"
                   NEWLINE
               DISPLAY
                   "Thanks! Please confirm using the mail we have "
                   "just sent you; the daily quote follows from then."
           ELSE
               DISPLAY "Status: 400 Bad Request"
               DISPLAY "Content-Type: text/plain; charset=us-ascii"
           END-IF
           .

       SEND-CONFIRM-RESPONSE SECTION.
           IF confirm-done
               DISPLAY "Status: 200 OK"
               DISPLAY "Content-Type: text/plain; charset=us-ascii"
                   NEWLINE
               DISPLAY
                   "Confirmed! The daily quote will arrive by mail "
                   "from tomorrow on."
           ELSE
               DISPLAY "Status: 400 Bad Request"
               DISPLAY "Content-Type: text/plain; charset=us-ascii"
                   NEWLINE
               DISPLAY "Confirmation rejected: unknown token."
           END-IF
           .

       SEND-UNSUBSCRIBE-RESPONSE SECTION.
           IF unsubscribe-done
               DISPLAY "Status: 200 OK"
               END-IF
           END-IF

           IF comment-accepted
               PERFORM SCREEN-COMMENT
           END-IF

           IF comment-accepted
               PERFORM APPEND-PENDING-COMMENT
           END-IF
      *>   side file uses.
       APPEND-PENDING-COMMENT SECTION.
           MOVE SPACES TO comment-pending-record
           IF blocklist-flags
               STRING
                   comment-target-line "|"
                   comment-text(1:comment-real-length)
                   "|" FUNCTION TRIM(blocklist-rule)
                   INTO comment-pending-record
               END-STRING
           ELSE
               STRING
                   comment-target-line "|"
                   comment-text(1:comment-real-length)
                   INTO comment-pending-record
               END-STRING
           END-IF
           OPEN EXTEND CommentsPendingDb
           IF commentspending-file-status NOT = "00"
               OPEN OUTPUT CommentsPendingDb
           END-IF
           .

      *>   "report=NN&reason=<code>&detail=<text>": a visitor
      *>   telling the editors that quote NN is misattributed
      *>   (AUTHOR), misspelt (TYPO), OFFENSIVE or a DUPLICATE of
      *>   another line. Staged on quotes_reports.txt for the
      *>   REPORTS/RCLOSE modes - a public comment is the wrong
      *>   place for it. NN is checked against the real line count
      *>   the same way a comment's "?id=NN" is.
       HANDLE-QUOTE-REPORT SECTION.
           MOVE "N" TO report-accepted-status
           MOVE SPACES TO report-reject-reason
           MOVE SPACES TO report-text

           MOVE SPACES TO report-value-text
           UNSTRING postbody-record(8:)
               DELIMITED BY "&"
               INTO report-value-text
           END-UNSTRING

           IF report-value-text = SPACES
               OR FUNCTION TEST-NUMVAL(report-value-text) NOT = 0
               MOVE "no quote id supplied"
                   TO report-reject-reason
           ELSE
               PERFORM GET-LINE-COUNT
               COMPUTE report-target-line =
                   FUNCTION NUMVAL(report-value-text)
               IF quotedb-unavailable
                   OR report-target-line
                       > (total-line-count - 1)
                   MOVE "no such quote"
                       TO report-reject-reason
               ELSE
                   PERFORM VALIDATE-REPORT-FIELDS
               END-IF
           END-IF

           IF report-accepted
               PERFORM APPEND-QUOTE-REPORT
           END-IF

           PERFORM LOG-ACCESS
           PERFORM SEND-REPORT-RESPONSE
           .

      *>   The reason code is required, the detail optional (a
      *>   DUPLICATE or OFFENSIVE report often says it all); the
      *>   detail gets the comment text's length and "|" checks.
       VALIDATE-REPORT-FIELDS SECTION.
           MOVE 0 TO report-field-pos
           INSPECT postbody-record TALLYING report-field-pos
               FOR CHARACTERS BEFORE INITIAL "&reason="
           MOVE SPACES TO url-decode-in
           IF report-field-pos < 1290
               UNSTRING postbody-record(report-field-pos + 9:)
                   DELIMITED BY "&"
                   INTO url-decode-in
               END-UNSTRING
           END-IF
           PERFORM URL-DECODE-VALUE
           MOVE FUNCTION UPPER-CASE(url-decode-out(1:10))
               TO report-reason-code

           MOVE 0 TO report-field-pos
           INSPECT postbody-record TALLYING report-field-pos
               FOR CHARACTERS BEFORE INITIAL "&detail="
           MOVE SPACES TO url-decode-in
           IF report-field-pos < 1290
               UNSTRING postbody-record(report-field-pos + 9:)
                   DELIMITED BY "&"
                   INTO url-decode-in
               END-UNSTRING
           END-IF
           PERFORM URL-DECODE-VALUE
           MOVE url-decode-out(1:250) TO report-text

           MOVE 0 TO report-trailing-spaces
           INSPECT FUNCTION REVERSE(report-text)
               TALLYING report-trailing-spaces FOR LEADING SPACE
           COMPUTE report-real-length =
               250 - report-trailing-spaces

           MOVE 0 TO report-pipe-count
           INSPECT report-text
               TALLYING report-pipe-count FOR ALL "|"

           EVALUATE TRUE
               WHEN report-reason-code NOT = "AUTHOR"
                   AND report-reason-code NOT = "TYPO"
                   AND report-reason-code NOT = "OFFENSIVE"
                   AND report-reason-code NOT = "DUPLICATE"
                   MOVE "unknown reason code"
                       TO report-reject-reason
               WHEN report-real-length >= 250
                   MOVE "report text too long"
                       TO report-reject-reason
               WHEN report-pipe-count > 0
                   MOVE "report may not contain '|'"
                       TO report-reject-reason
               WHEN OTHER
                   MOVE "Y" TO report-accepted-status
           END-EVALUATE
           .

      *>   The report's own date rides along, so an RCLOSE ... FIXED
      *>   only ever credits an EDIT made after it came in.
       APPEND-QUOTE-REPORT SECTION.
           MOVE SPACES TO report-record
           STRING
               report-target-line "|"
               report-reason-code DELIMITED BY SPACE
               "|" today-formatted "|"
               report-text DELIMITED BY SIZE
               INTO report-record
           END-STRING
           OPEN EXTEND ReportsDb
           IF reports-file-status NOT = "00"
               OPEN OUTPUT ReportsDb
           END-IF
           WRITE report-record
           CLOSE ReportsDb
           .

       SEND-REPORT-RESPONSE SECTION.
           IF report-accepted
               DISPLAY "Status: 202 Accepted"
               DISPLAY "Content-Type: text/plain; charset=us-ascii"
                   NEWLINE
               DISPLAY
                   "Thanks! Your report has been passed to the "
                   "editors."
           ELSE
               DISPLAY "Status: 400 Bad Request"
               DISPLAY "Content-Type: text/plain; charset=us-ascii"
                   NEWLINE
               MOVE SPACES TO display-row
               STRING
                   "Report rejected: " report-reject-reason
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

      *>   Screen an otherwise acceptable suggestion or comment
      *>   against the blocklist: a "reject" rule refuses it (the
      *>   visitor is not told which rule - that would only teach
      *>   the spammer what to misspell), a "flag" rule lets it
      *>   through marked for review.
       SCREEN-SUGGESTION SECTION.
           MOVE FUNCTION UPPER-CASE(suggestion-text)
               TO blocklist-screen-text
           MOVE "SUGGESTION" TO blocklist-screen-source
           PERFORM SCREEN-BLOCKLIST-TEXT
           IF blocklist-rejects
               MOVE "N" TO suggestion-accepted-status
               MOVE "text matches a blocked word or link"
                   TO suggestion-reject-reason
               SET blocklist-refused TO TRUE
           END-IF
           .

       SCREEN-COMMENT SECTION.
           MOVE FUNCTION UPPER-CASE(comment-text)
               TO blocklist-screen-text
           MOVE "COMMENT" TO blocklist-screen-source
           PERFORM SCREEN-BLOCKLIST-TEXT
           IF blocklist-rejects
               MOVE "N" TO comment-accepted-status
               MOVE "text matches a blocked word or link"
                   TO comment-reject-reason
               SET blocklist-refused TO TRUE
           END-IF
           .

      *>   Every rule whose pattern occurs anywhere in the text is
      *>   logged, so the monthly summary counts it even when an
      *>   earlier rule already decided; the first "reject" match
      *>   decides, else the first "flag" match.
       SCREEN-BLOCKLIST-TEXT SECTION.
           PERFORM LOAD-BLOCKLIST
           MOVE SPACE TO blocklist-verdict
           MOVE SPACES TO blocklist-rule
           PERFORM SCREEN-ONE-BLOCKLIST-RULE
               VARYING blocklist-idx FROM 1 BY 1
               UNTIL blocklist-idx > blocklist-count
           .

       SCREEN-ONE-BLOCKLIST-RULE SECTION.
           MOVE 0 TO blocklist-tally
           INSPECT blocklist-screen-text TALLYING blocklist-tally
               FOR ALL blocklist-match(blocklist-idx)
                   (1:blocklist-pattern-len(blocklist-idx))
           IF blocklist-tally > 0
               PERFORM APPEND-BLOCKLIST-LOG
               EVALUATE TRUE
                   WHEN blocklist-action(blocklist-idx) = "REJECT"
                       AND NOT blocklist-rejects
                       SET blocklist-rejects TO TRUE
                       MOVE blocklist-pattern(blocklist-idx)
                           TO blocklist-rule
                   WHEN blocklist-action(blocklist-idx) = "FLAG"
                       AND blocklist-passes
                       SET blocklist-flags TO TRUE
                       MOVE blocklist-pattern(blocklist-idx)
                           TO blocklist-rule
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       APPEND-BLOCKLIST-LOG SECTION.
           MOVE SPACES TO blocklist-log-line
           STRING
               today-formatted " "
               current-hours ":" current-minute ":" current-seconds
               " " FUNCTION TRIM(blocklist-screen-source)
               " " FUNCTION TRIM(blocklist-action(blocklist-idx))
               " " FUNCTION TRIM(blocklist-pattern(blocklist-idx))
               INTO blocklist-log-line
           END-STRING

           MOVE blocklist-log-line TO blocklist-log-record
           OPEN EXTEND BlocklistLogDb
           IF blocklistlog-file-status NOT = "00"
               OPEN OUTPUT BlocklistLogDb
           END-IF
           WRITE blocklist-log-record
           CLOSE BlocklistLogDb
           .

      *>   Read the rules once per run. A line that is not "reject"
      *>   or "flag" plus a pattern, or whose pattern carries a "|"
      *>   (it would split the queue record it is copied into), is
      *>   skipped; a missing file means nothing is screened.
       LOAD-BLOCKLIST SECTION.
           IF NOT blocklist-loaded
               INITIALIZE blocklist-table
               MOVE 0 TO blocklist-count
               MOVE "N" TO blocklist-read-status
               MOVE SPACES TO blocklist-file-status

               OPEN INPUT BlocklistDb
               IF blocklist-file-status = "00"
                   PERFORM READ-ONE-BLOCKLIST-RULE
                       UNTIL blocklist-read-eof
                   CLOSE BlocklistDb
               END-IF
               SET blocklist-loaded TO TRUE
           END-IF
           .

       READ-ONE-BLOCKLIST-RULE SECTION.
           READ BlocklistDb
               AT END
                   SET blocklist-read-eof TO TRUE
               NOT AT END
                   MOVE 0 TO blocklist-space-pos
                   INSPECT blocklist-record
                       TALLYING blocklist-space-pos
                       FOR CHARACTERS BEFORE INITIAL " "
                   MOVE SPACES TO blocklist-word
                   MOVE SPACES TO blocklist-pattern-text
                   IF blocklist-space-pos > 0
                       AND blocklist-space-pos <= 10
                       MOVE FUNCTION UPPER-CASE(
                           blocklist-record(1:blocklist-space-pos))
                           TO blocklist-word
                       MOVE FUNCTION TRIM(
                           blocklist-record(blocklist-space-pos + 1:))
                           TO blocklist-pattern-text
                   END-IF

                   MOVE 0 TO blocklist-pipe-count
                   INSPECT blocklist-pattern-text
                       TALLYING blocklist-pipe-count FOR ALL "|"

                   IF (blocklist-word = "REJECT"
                           OR blocklist-word = "FLAG")
                       AND blocklist-pattern-text NOT = SPACES
                       AND blocklist-pipe-count = 0
                       AND blocklist-count < 200
                       ADD 1 TO blocklist-count
                       MOVE blocklist-word
                           TO blocklist-action(blocklist-count)
                       MOVE blocklist-pattern-text
                           TO blocklist-pattern(blocklist-count)
                       MOVE FUNCTION UPPER-CASE(blocklist-pattern-text)
                           TO blocklist-match(blocklist-count)
                       MOVE 0 TO blocklist-pattern-trail
                       INSPECT FUNCTION REVERSE(blocklist-pattern-text)
                           TALLYING blocklist-pattern-trail
                           FOR LEADING SPACE
                       COMPUTE blocklist-pattern-len(blocklist-count)
                           = 60 - blocklist-pattern-trail
                   END-IF
           END-READ
           .

      *>   Load/save the persisted vote tallies, one per QuoteDb
      *>   line - same shape as LOAD/SAVE-QUOTE-COUNTERS below. A
      *>   missing file just means nobody has voted yet.
                       MOVE "quote text may not contain '|'"
                           TO suggestion-reject-reason
                   ELSE
                       PERFORM VALIDATE-SUGGESTION-CONTACT
                   END-IF
               END-IF
           END-IF
           .

      *>   "contact=" is optional; left out (or left empty) the
      *>   suggestion goes through exactly as before. One that is
      *>   given but unusable refuses the whole suggestion: the
      *>   visitor is expecting an answer that could never arrive.
       VALIDATE-SUGGESTION-CONTACT SECTION.
           MOVE SPACES TO suggestion-contact
           MOVE 0 TO suggestion-contact-length

           MOVE 0 TO suggestion-prefix-pos
           INSPECT postbody-record TALLYING suggestion-prefix-pos
               FOR CHARACTERS BEFORE INITIAL "contact="

           IF suggestion-prefix-pos < 1290
               MOVE SPACES TO url-decode-in
               UNSTRING postbody-record(suggestion-prefix-pos + 9:)
                   DELIMITED BY "&"
                   INTO url-decode-in
               END-UNSTRING
               PERFORM URL-DECODE-VALUE
               MOVE url-decode-out(1:80) TO suggestion-contact

               MOVE 0 TO suggestion-contact-trailing
               INSPECT FUNCTION REVERSE(suggestion-contact)
                   TALLYING suggestion-contact-trailing
                   FOR LEADING SPACE
               COMPUTE suggestion-contact-length =
                   80 - suggestion-contact-trailing
           END-IF

           MOVE 0 TO suggestion-contact-at-count
           INSPECT suggestion-contact
               TALLYING suggestion-contact-at-count FOR ALL "@"

           MOVE "N" TO suggestion-contact-bad-status
           PERFORM CHECK-ONE-CONTACT-CHAR
               VARYING suggestion-contact-idx FROM 1 BY 1
               UNTIL suggestion-contact-idx
                   > suggestion-contact-length
                   OR suggestion-contact-bad

           EVALUATE TRUE
               WHEN suggestion-contact-length = 0
                   MOVE "Y" TO suggestion-accepted-status
               WHEN suggestion-contact-length >= 80
                   MOVE "contact address too long"
                       TO suggestion-reject-reason
               WHEN suggestion-contact-bad
                   MOVE "contact may not contain spaces or '|'"
                       TO suggestion-reject-reason
               WHEN suggestion-contact-at-count NOT = 1
                   MOVE "contact address not plausible"
                       TO suggestion-reject-reason
               WHEN OTHER
                   MOVE "Y" TO suggestion-accepted-status
           END-EVALUATE
           .

      *>   Same test as CHECK-ONE-SUBSCRIBER-CHAR (the address ends
      *>   up in a mail header either way), plus the record's "|".
       CHECK-ONE-CONTACT-CHAR SECTION.
           IF FUNCTION ORD(
                   suggestion-contact(suggestion-contact-idx:1)) < 34
               OR suggestion-contact(suggestion-contact-idx:1) = "|"
               SET suggestion-contact-bad TO TRUE
           END-IF
           .

      *>   Append the suggestion, same OPEN EXTEND/fallback idiom
      *>   every other side file in this program uses.
       APPEND-PENDING-QUOTE SECTION.
           MOVE SPACES TO pending-record
           EVALUATE TRUE
               WHEN blocklist-flags
                   STRING
                       suggestion-text(1:suggestion-real-length) "|"
                           DELIMITED BY SIZE
                       suggestion-contact DELIMITED BY SPACE
                       "|" FUNCTION TRIM(blocklist-rule)
                       INTO pending-record
                   END-STRING
               WHEN suggestion-contact-length = 0
                   MOVE suggestion-text TO pending-record
               WHEN OTHER
                   STRING
                       suggestion-text(1:suggestion-real-length) "|"
                       suggestion-contact(1:suggestion-contact-length)
                       INTO pending-record
                   END-STRING
           END-EVALUATE
           OPEN EXTEND PendingDb
           IF pendingdb-file-status NOT = "00"
               OPEN OUTPUT PendingDb
                   EVALUATE TRUE
                       WHEN vote-attempted AND vote-cast
                           MOVE "VOTED" TO alog-outcome-text
                       WHEN vote-attempted AND vote-repeated
                           MOVE "DUP-VOTE" TO alog-outcome-text
                       WHEN vote-attempted
                           MOVE "REJECTED" TO alog-outcome-text
                       WHEN unsubscribe-attempted
                           MOVE "UNSUBSCRIBED" TO alog-outcome-text
                       WHEN unsubscribe-attempted
                           MOVE "REJECTED" TO alog-outcome-text
                       WHEN confirm-attempted AND confirm-done
                           MOVE "CONFIRMED" TO alog-outcome-text
                       WHEN confirm-attempted
                           MOVE "REJECTED" TO alog-outcome-text
                       WHEN post-throttled
                           MOVE "THROTTLED" TO alog-outcome-text
                       WHEN blocklist-refused
                           MOVE "BLOCKED" TO alog-outcome-text
                       WHEN comment-attempted AND comment-accepted
                           MOVE "COMMENTED" TO alog-outcome-text
                       WHEN comment-attempted
                           MOVE "REJECTED" TO alog-outcome-text
                       WHEN report-attempted AND report-accepted
                           MOVE "REPORTED" TO alog-outcome-text
                       WHEN report-attempted
                           MOVE "REJECTED" TO alog-outcome-text
                       WHEN subscribe-attempted AND subscribe-done
                           MOVE "SUBSCRIBED" TO alog-outcome-text
                       WHEN subscribe-attempted
                   END-IF
               END-IF
           END-IF
      *>   A ban outranks whatever the method would have logged.
           IF client-banned
               MOVE "BANNED" TO alog-outcome-text
           END-IF
           EVALUATE TRUE
               WHEN partner-key-refused
                   MOVE "BAD-KEY" TO alog-outcome-text
               WHEN partner-over-quota
                   MOVE "OVER-QUOTA" TO alog-outcome-text
           END-EVALUATE

      *>   The agent class rides along as the line's last field, so
      *>   historisch-report can split readers from bots per hit;
      *>   older lines without it are simply unclassified there.
      *>   A partner's hit adds "key=<key>" behind it ("key=?" for
      *>   one too malformed to repeat) for the monthly statements.
           MOVE SPACES TO access-log-line
           STRING
               today-formatted " "
               " " agent-class
               INTO access-log-line
           END-STRING
           IF partner-key-given
               IF partner-key-malformed
                   MOVE "?" TO partner-arg-key
               END-IF
               MOVE 0 TO alog-line-ptr
               INSPECT FUNCTION REVERSE(access-log-line)
                   TALLYING alog-line-ptr FOR LEADING SPACE
               COMPUTE alog-line-ptr = 101 - alog-line-ptr
               STRING
                   " key=" FUNCTION TRIM(partner-arg-key)
                   DELIMITED BY SIZE
                   INTO access-log-line
                   WITH POINTER alog-line-ptr
               END-STRING
           END-IF

           MOVE access-log-line TO access-log-record
           OPEN EXTEND AccessLogDb
               IF permalink-mapped
                   MOVE mapped-locale-line TO requested-id
               END-IF
      *>       A quote whose licence has run out is treated like
      *>       one past the end of the file: the permalink is not
      *>       honoured and the hit shows the day's pick instead.
               IF requested-id <= (total-line-count - 1)
                   IF licence-withdrawn(requested-id + 1) NOT = "Y"
                       MOVE "Y" TO requested-id-status
                   END-IF
               END-IF
           END-IF

      *>   size/mtime so this doesn't have to scan the whole file on
      *>   every single hit.
           PERFORM GET-LINE-COUNT
           PERFORM LOAD-LICENCE-WITHDRAWALS
           PERFORM DETERMINE-CACHE-FLAGS

      *>   A "?category=xxx" restricts the random pick to only the
      *>   gets appended to RecentDb so the *next* day's reroll won't
      *>   repeat it either.
       RESOLVE-DAY-PICK SECTION.
           SET day-pick-served TO TRUE
           PERFORM LOAD-DAY-PICK-CACHE

      *>   A cached pick whose licence has lapsed since it was
      *>   resolved (the register was edited during the day) is
      *>   resolved afresh, as on the day's first hit.
           IF daypick-cache-found AND cached-daypick-line < 2000
               IF licence-withdrawn(cached-daypick-line + 1) = "Y"
                   MOVE "N" TO daypick-cache-status
               END-IF
           END-IF

           IF daypick-cache-found
                   AND cached-daypick-year = formatted-year
                   AND cached-daypick-month = formatted-month
      *>       all (and no recent-history reroll either - the whole
      *>       point of a pin is that it appears on its day).
      *>       Unpinned dates roll exactly as before.
      *>       A pin on a withdrawn quote lapses with its licence,
      *>       and the day rolls like any other.
               PERFORM FIND-TODAY-PIN
               IF pin-found AND pinned-line < total-line-count
                   IF licence-withdrawn(pinned-line + 1) = "Y"
                       MOVE "N" TO pin-found-status
                   END-IF
               END-IF
      *>       A day of a running series comes next: below a pin,
      *>       which names this very date, above the roll. Same
      *>       lapsing rules as the pin's.
               MOVE "N" TO series-found-status
               IF NOT (pin-found AND pinned-line < total-line-count)
                   PERFORM FIND-TODAY-SERIES-ENTRY
                   IF series-found
                       AND series-today-line < total-line-count
                       IF licence-withdrawn(series-today-line + 1)
                           = "Y"
                           MOVE "N" TO series-found-status
                       END-IF
                   END-IF
               END-IF
      *>       Then an author's anniversary, born or died on this
      *>       date per the registry: one of their quotes, under
      *>       any of the names the registry knows them by, drawn
      *>       the fair way among their lines.
               MOVE "N" TO anniversary-found-status
               IF NOT (pin-found AND pinned-line < total-line-count)
                   AND NOT (series-found
                       AND series-today-line < total-line-count)
                   PERFORM FIND-TODAY-ANNIVERSARIES
                   IF anniversary-count > 0
                       PERFORM COLLECT-ANNIVERSARY-LINES
                       IF anniversary-line-count > 0
                           SET anniversary-found TO TRUE
                       END-IF
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN pin-found AND pinned-line < total-line-count
                       MOVE pinned-line TO chosen-line
                       PERFORM LOAD-RECENT-HISTORY
                   WHEN series-found
                       AND series-today-line < total-line-count
                       MOVE series-today-line TO chosen-line
                       PERFORM LOAD-RECENT-HISTORY
                   WHEN anniversary-found
                       PERFORM ANNIVERSARY-PICK-LINE
                       PERFORM LOAD-RECENT-HISTORY
                   WHEN OTHER
      *>               The once-a-day roll draws among the least-
      *>               shown lines rather than the whole file: the
      *>               counters know exactly which quotes the plain
      *>               random pick kept neglecting, and the daily
      *>               pick is where evening that out actually
      *>               reaches every visitor.
                       PERFORM FAIR-PICK-LINE
                       PERFORM LOAD-RECENT-HISTORY
                       PERFORM REROLL-IF-RECENT
               END-EVALUATE
      *>       Either way the day's final pick flows into the
      *>       recent history, so the following days don't repeat
      *>       it.
           END-READ
           .

      *>   Walk quotes_series.txt for a run that covers today; the
      *>   first one found wins, as with two pins on one date. No
      *>   series file is the ordinary case.
       FIND-TODAY-SERIES-ENTRY SECTION.
           MOVE "N" TO series-found-status
           MOVE "N" TO series-read-status
           MOVE SPACES TO series-file-status
           MOVE SPACES TO series-run-name
           MOVE SPACES TO series-run-start
           COMPUTE today-day-number =
               FUNCTION INTEGER-OF-DATE(day-rng-seed)

           OPEN INPUT SeriesDb
           IF series-file-status = "00"
               PERFORM CHECK-ONE-SERIES-ENTRY
                   UNTIL series-read-eof OR series-found
               CLOSE SeriesDb
           END-IF
           .

       CHECK-ONE-SERIES-ENTRY SECTION.
           READ SeriesDb
               AT END
                   SET series-read-eof TO TRUE
               NOT AT END
                   PERFORM PARSE-SERIES-ROW
                   IF series-row-valid
                       AND series-row-day = today-day-number
                       MOVE series-row-line TO series-today-line
                       SET series-found TO TRUE
                   END-IF
           END-READ
           .

      *>   Take series-record apart and place it in its run: a row
      *>   with the name and start date of the row before it is the
      *>   next day of the same run, any other valid row starts a
      *>   run of its own.
       PARSE-SERIES-ROW SECTION.
           MOVE "N" TO series-row-status
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
               AND FUNCTION TEST-NUMVAL(series-row-line-text) = 0
               COMPUTE series-start-number =
                   (series-start-year * 10000)
                   + (series-start-month * 100)
                   + series-start-day
               IF FUNCTION TEST-DATE-YYYYMMDD(series-start-number)
                   = 0
                   COMPUTE series-row-line =
                       FUNCTION NUMVAL(series-row-line-text)
                   SET series-row-valid TO TRUE
               END-IF
           END-IF

           IF series-row-valid
               IF series-row-name = series-run-name
                   AND series-row-start = series-run-start
                   ADD 1 TO series-run-position
               ELSE
                   MOVE series-row-name TO series-run-name
                   MOVE series-row-start TO series-run-start
                   MOVE 1 TO series-run-position
               END-IF
               COMPUTE series-row-day =
                   FUNCTION INTEGER-OF-DATE(series-start-number)
                   + series-run-position - 1
           END-IF
           .

      *>   The registry's entries with a birth or death date on
      *>   today's "MM-DD", once per invocation. A date still ahead
      *>   in its own year is no anniversary yet.
       FIND-TODAY-ANNIVERSARIES SECTION.
           IF NOT anniversaries-loaded
               SET anniversaries-loaded TO TRUE
               INITIALIZE anniversary-table
               MOVE 0 TO anniversary-count
               MOVE SPACES TO anniversary-today
               STRING
                   formatted-month "-" formatted-day
                   INTO anniversary-today
               END-STRING

               MOVE "N" TO author-read-status
               MOVE SPACES TO authors-file-status
               OPEN INPUT AuthorsDb
               IF authors-file-status = "00"
                   PERFORM NOTE-ONE-ANNIVERSARY-ROW
                       UNTIL author-read-eof
                   CLOSE AuthorsDb
               END-IF
           END-IF
           .

       NOTE-ONE-ANNIVERSARY-ROW SECTION.
           READ AuthorsDb
               AT END
                   SET author-read-eof TO TRUE
               NOT AT END
                   PERFORM PARSE-AUTHOR-RECORD
                   IF author-reg-born(6:5) = anniversary-today
                       AND author-reg-born(1:4) IS NUMERIC
                       AND author-reg-born(1:4) <= formatted-year
                       AND anniversary-count < 20
                       ADD 1 TO anniversary-count
                       MOVE "B" TO anniversary-kind(anniversary-count)
                       MOVE author-reg-born(1:4)
                           TO anniversary-year(anniversary-count)
                       MOVE author-reg-canonical
                           TO anniversary-canonical(anniversary-count)
                       MOVE author-reg-alias
                           TO anniversary-alias(anniversary-count)
                   END-IF
                   IF author-reg-died(6:5) = anniversary-today
                       AND author-reg-died(1:4) IS NUMERIC
                       AND author-reg-died(1:4) <= formatted-year
                       AND anniversary-count < 20
                       ADD 1 TO anniversary-count
                       MOVE "D" TO anniversary-kind(anniversary-count)
                       MOVE author-reg-died(1:4)
                           TO anniversary-year(anniversary-count)
                       MOVE author-reg-canonical
                           TO anniversary-canonical(anniversary-count)
                       MOVE author-reg-alias
                           TO anniversary-alias(anniversary-count)
                   END-IF
           END-READ
           .

      *>   Flag every live line whose author is one of today's, by
      *>   canonical name or alias; withdrawn lines take no part,
      *>   as in the plain fair draw.
       COLLECT-ANNIVERSARY-LINES SECTION.
           MOVE SPACES TO anniversary-line-flags
           MOVE 0 TO anniversary-line-count
           MOVE 0 TO anniversary-scan-line
           MOVE SPACES TO file-status
           OPEN INPUT QuoteDb
           IF quotedb-file-status = "00"
               PERFORM CHECK-ONE-ANNIVERSARY-LINE
                   UNTIL file-eof
               CLOSE QuoteDb
           END-IF
           .

       CHECK-ONE-ANNIVERSARY-LINE SECTION.
           READ QuoteDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   ADD 1 TO anniversary-scan-line
                   PERFORM PARSE-QUOTE-RECORD
                   PERFORM MATCH-ANNIVERSARY-AUTHOR
                   IF anniversary-match > 0
                       AND anniversary-scan-line <= 2000
                       AND anniversary-scan-line <= total-line-count
                       AND licence-withdrawn(anniversary-scan-line)
                           NOT = "Y"
                       MOVE "Y" TO anniversary-line-flag
                           (anniversary-scan-line)
                       ADD 1 TO anniversary-line-count
                   END-IF
           END-READ
           .

      *>   Which of today's anniversaries, if any, quote-author
      *>   belongs to: anniversary-match is its slot, zero for none.
       MATCH-ANNIVERSARY-AUTHOR SECTION.
           MOVE 0 TO anniversary-match
           IF quote-author NOT = SPACES
               PERFORM MATCH-ONE-ANNIVERSARY
                   VARYING anniversary-idx FROM 1 BY 1
                   UNTIL anniversary-idx > anniversary-count
                       OR anniversary-match > 0
           END-IF
           .

       MATCH-ONE-ANNIVERSARY SECTION.
           IF quote-author = anniversary-canonical(anniversary-idx)
               OR (anniversary-alias(anniversary-idx) NOT = SPACES
                   AND quote-author
                       = anniversary-alias(anniversary-idx))
               MOVE anniversary-idx TO anniversary-match
           END-IF
           .

      *>   FAIR-PICK-LINE's draw, over the flagged lines only: the
      *>   least-shown of them, the day's seed choosing among ties.
       ANNIVERSARY-PICK-LINE SECTION.
           PERFORM LOAD-QUOTE-COUNTERS

           MOVE 999999999 TO fair-min-count
           PERFORM NOTE-SMALLER-ANNIV-COUNT
               VARYING fair-scan-idx FROM 1 BY 1
               UNTIL fair-scan-idx > total-line-count
                   OR fair-scan-idx > 2000

           MOVE 0 TO fair-candidate-count
           PERFORM COLLECT-ONE-ANNIV-CANDIDATE
               VARYING fair-scan-idx FROM 1 BY 1
               UNTIL fair-scan-idx > total-line-count
                   OR fair-scan-idx > 2000

           COMPUTE
               fair-pick-idx =
               TO chosen-line
           .

       NOTE-SMALLER-ANNIV-COUNT SECTION.
           IF anniversary-line-flag(fair-scan-idx) = "Y"
               AND quote-count-entry(fair-scan-idx) < fair-min-count
               MOVE quote-count-entry(fair-scan-idx)
                   TO fair-min-count
           END-IF
           .

       COLLECT-ONE-ANNIV-CANDIDATE SECTION.
           IF anniversary-line-flag(fair-scan-idx) = "Y"
               AND quote-count-entry(fair-scan-idx) = fair-min-count
               ADD 1 TO fair-candidate-count
               COMPUTE
                   fair-candidate-line(fair-candidate-count) =
           END-IF
           .

      *>   The page's "why this quote" line for an anniversary day:
      *>   left blank unless the quote shown is by one of today's
      *>   authors.
       NOTE-ANNIVERSARY-REASON SECTION.
           MOVE SPACES TO anniversary-reason
           PERFORM FIND-TODAY-ANNIVERSARIES
           PERFORM MATCH-ANNIVERSARY-AUTHOR
           IF anniversary-match > 0
               IF anniversary-kind(anniversary-match) = "B"
                   STRING
                       "born on this day, "
                       anniversary-year(anniversary-match)
                       INTO anniversary-reason
                   END-STRING
               ELSE
                   STRING
                       "died on this day, "
                       anniversary-year(anniversary-match)
                       INTO anniversary-reason
                   END-STRING
               END-IF
           END-IF
           .

      *>   Draw chosen-line among the lines whose served counter sits
      *>   at the file's minimum - the quotes the rotation has been
      *>   neglecting - using the same seed discipline as the plain
      *>   draw, so the daily pick stays fixed all day. Withdrawn
      *>   lines take no part, neither in the minimum nor in the
      *>   draw: their counters stop moving the day their licence
      *>   ends, and would otherwise soon hold the minimum forever.
       FAIR-PICK-LINE SECTION.
           PERFORM LOAD-QUOTE-COUNTERS

           MOVE 999999999 TO fair-min-count
           PERFORM NOTE-ONE-SMALLER-COUNT
               VARYING fair-scan-idx FROM 1 BY 1
               UNTIL fair-scan-idx > total-line-count

           MOVE 0 TO fair-candidate-count
           PERFORM COLLECT-ONE-FAIR-CANDIDATE
               VARYING fair-scan-idx FROM 1 BY 1
               UNTIL fair-scan-idx > total-line-count

      *>   A catalogue with nothing left under licence still has to
      *>   name some line; the first one is as good as any.
           IF fair-candidate-count = 0
               MOVE 0 TO chosen-line
           ELSE
               COMPUTE
                   fair-pick-idx =
                       (fair-candidate-count - 1)
                           * FUNCTION RANDOM(effective-rng-seed)
               END-COMPUTE
               MOVE fair-candidate-line(fair-pick-idx + 1)
                   TO chosen-line
           END-IF
           .

       NOTE-ONE-SMALLER-COUNT SECTION.
           IF quote-count-entry(fair-scan-idx) < fair-min-count
               AND licence-withdrawn(fair-scan-idx) NOT = "Y"
               MOVE quote-count-entry(fair-scan-idx)
                   TO fair-min-count
           END-IF
           .

       COLLECT-ONE-FAIR-CANDIDATE SECTION.
           IF quote-count-entry(fair-scan-idx) = fair-min-count
               AND licence-withdrawn(fair-scan-idx) NOT = "Y"
               ADD 1 TO fair-candidate-count
               COMPUTE
                   fair-candidate-line(fair-candidate-count) =
                       fair-scan-idx - 1
               END-COMPUTE
           END-IF
           .

      *>   Ledger the freshly-resolved pick: one line per calendar
      *>   day, appended on the same first-hit-of-the-day path that
      *>   writes the day-pick cache, so the cache answers "what is
      *>   today's quote" and this file keeps answering it for every
      *>   day since. Same append idiom as LOG-ACCESS.
       APPEND-DAY-PICK-HISTORY SECTION.
           MOVE SPACES TO dayhistory-record
           MOVE today-formatted TO dayhistory-date
           MOVE chosen-line TO dayhistory-line

           OPEN EXTEND DayHistoryDb
           IF dayhistory-file-status NOT = "00"
               OPEN OUTPUT DayHistoryDb
           END-IF
           WRITE dayhistory-record
           CLOSE DayHistoryDb
           .

      *>   QuoteDb is plain LINE SEQUENTIAL text, so there is no direct
      *>   READ by record number; counting up to quotedb-seek-target
      *>   is the same top-to-bottom scan COUNT-QUOTEDB-LINES and the
      *>   rest of this program already use. quote-line is left
      *>   holding the line at quotedb-seek-target once found, same
      *>   as a direct READ would have, and PARSE-QUOTE-RECORD runs
      *>   on it exactly as before.
       READ-QUOTE-BY-LINE-NUMBER SECTION.
           MOVE 0 TO quotedb-seek-line
           MOVE SPACES TO file-status
           OPEN INPUT QuoteDb
           IF quotedb-file-status = "00"
               PERFORM READ-ONE-SEEK-LINE
                   UNTIL file-eof
                       OR quotedb-seek-line > quotedb-seek-target
           .

      *>   Break quote-line up into quote-text/quote-author/
      *>   quote-category/quote-date-added/quote-licence. Any
      *>   sub-fields past the last "|" present in the record are
      *>   left blank.
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

               NOT AT END
                   PERFORM PARSE-QUOTE-RECORD
                   IF quote-category = category-filter-value
                       AND licence-withdrawn(category-scan-idx + 1)
                           NOT = "Y"
                       ADD 1 TO category-match-count
                       MOVE category-scan-idx
                           TO category-match-line(category-match-count)

      *>   "historisch-gewachsen ADD <quote text>" - validate and
      *>   append a new line to QuoteDb, instead of hand-editing
      *>   quotes_cobol.txt. A near duplicate is warned about, not
      *>   refused.
       CLI-ADD-QUOTE SECTION.
           INSPECT FUNCTION REVERSE(cli-arg-text)
               TALLYING cli-text-trailing-spaces FOR LEADING SPACE
                       DISPLAY
                           "ERROR: that quote is already in QuoteDb."
                   ELSE
                       PERFORM LOAD-PENDING-QUEUE
                       MOVE 0 TO near-skip-pending
                       PERFORM CHECK-NEAR-DUPLICATE
      *>               Append a new line, same OPEN EXTEND/fallback
      *>               idiom as PendingDb/AccessLogDb: QuoteDb may not
      *>               exist yet on a brand new install, in which case
           END-READ
           .

      *>   Warn about every QuoteDb line and pending-queue entry
      *>   whose text folds the same as new-quote-text. The caller
      *>   has the pending queue loaded; near-skip-pending names an
      *>   entry to leave out (APPROVE's own), 0 for none.
       CHECK-NEAR-DUPLICATE SECTION.
           MOVE new-quote-text TO norm-in
           PERFORM NORMALISE-QUOTE-TEXT
           MOVE norm-out TO near-target-norm

           IF near-target-norm NOT = SPACES
               MOVE SPACES TO file-status
               MOVE 0 TO near-line-num
               OPEN INPUT QuoteDb
               IF quotedb-file-status = "00"
                   PERFORM CHECK-ONE-QUOTE-FOR-NEAR UNTIL file-eof
                   CLOSE QuoteDb
               END-IF

               PERFORM CHECK-ONE-PENDING-FOR-NEAR
                   VARYING pending-idx FROM 1 BY 1
                   UNTIL pending-idx > pending-queue-count
           END-IF
           .

       CHECK-ONE-QUOTE-FOR-NEAR SECTION.
           READ QuoteDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   PERFORM PARSE-QUOTE-RECORD
                   MOVE quote-text TO norm-in
                   PERFORM NORMALISE-QUOTE-TEXT
                   IF norm-out = near-target-norm
                       MOVE SPACES TO display-row
                       STRING
                           "WARNING: close to line #" near-line-num
                           ": " quote-text(1:46)
                           INTO display-row
                       END-STRING
                       DISPLAY display-row
                   END-IF
                   ADD 1 TO near-line-num
           END-READ
           .

       CHECK-ONE-PENDING-FOR-NEAR SECTION.
           IF pending-idx NOT = near-skip-pending
               MOVE SPACES TO near-pending-text
               UNSTRING pending-queue-entry(pending-idx)
                   DELIMITED BY "|"
                   INTO near-pending-text
               END-UNSTRING
               MOVE near-pending-text TO norm-in
               PERFORM NORMALISE-QUOTE-TEXT
               IF norm-out = near-target-norm
                   MOVE SPACES TO display-row
                   STRING
                       "WARNING: close to pending #" pending-idx
                       ": " near-pending-text(1:46)
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
               END-IF
           END-IF
           .

      *>   Fold norm-in into norm-out. An attribution counts as
      *>   typed onto the end when the last 60 characters hold a
      *>   blank followed by "-", "--" or an em/en dash, and what
      *>   follows is at most five words starting with a capital:
      *>   "... is taken. -- Oscar Wilde". Anything shorter than
      *>   five characters in front of it is left alone.
       NORMALISE-QUOTE-TEXT SECTION.
           MOVE 0 TO norm-len
           INSPECT FUNCTION REVERSE(norm-in)
               TALLYING norm-len FOR LEADING SPACE
           COMPUTE norm-len = 400 - norm-len

           MOVE 0 TO norm-cut-pos
           MOVE 7 TO norm-scan-floor
           IF norm-len > 67
               COMPUTE norm-scan-floor = norm-len - 60
           END-IF
           PERFORM FIND-ATTRIBUTION-DASH
               VARYING norm-idx FROM norm-len BY -1
               UNTIL norm-idx < norm-scan-floor
                   OR norm-cut-pos > 0
           IF norm-cut-pos > 0
               MOVE SPACES TO norm-in(norm-cut-pos:)
           END-IF

           MOVE FUNCTION LOWER-CASE(norm-in) TO norm-in
           INSPECT norm-in REPLACING
               ALL X"E28093" BY "   "
               ALL X"E28094" BY "   "
               ALL X"E28098" BY "   "
               ALL X"E28099" BY "   "
               ALL X"E2809C" BY "   "
               ALL X"E2809D" BY "   "
               ALL X"E280A6" BY "   "
           INSPECT norm-in
               CONVERTING norm-punctuation TO norm-punct-blanks

           MOVE SPACES TO norm-out
           MOVE 1 TO norm-out-ptr
           MOVE "Y" TO norm-prev-status
           PERFORM SQUEEZE-ONE-NORM-CHAR
               VARYING norm-idx FROM 1 BY 1
               UNTIL norm-idx > norm-len
           .

       FIND-ATTRIBUTION-DASH SECTION.
           IF norm-in(norm-idx - 1:1) = SPACE
               EVALUATE TRUE
                   WHEN norm-in(norm-idx:1) = "-"
                       PERFORM CHECK-ATTRIBUTION-TAIL
                   WHEN norm-idx > 398
                       CONTINUE
                   WHEN norm-in(norm-idx:3) = X"E28093"
                       OR norm-in(norm-idx:3) = X"E28094"
                       PERFORM CHECK-ATTRIBUTION-TAIL
               END-EVALUATE
           END-IF
           .

      *>   Step over the dash run and blanks from norm-idx, then
      *>   judge what is left as a name.
       CHECK-ATTRIBUTION-TAIL SECTION.
           MOVE norm-idx TO norm-tail-pos
           MOVE "N" TO norm-tail-status
           PERFORM SKIP-ONE-DASH-CHAR
               UNTIL norm-tail-done OR norm-tail-pos > norm-len
           IF norm-tail-pos <= norm-len
               AND norm-in(norm-tail-pos:1) >= "A"
               AND norm-in(norm-tail-pos:1) <= "Z"
               COMPUTE norm-tail-len = norm-len - norm-tail-pos + 1
               MOVE 0 TO norm-tail-blanks
               INSPECT norm-in(norm-tail-pos:norm-tail-len)
                   TALLYING norm-tail-blanks FOR ALL SPACE
               IF norm-tail-blanks <= 4
                   COMPUTE norm-cut-pos = norm-idx - 1
               END-IF
           END-IF
           .

       SKIP-ONE-DASH-CHAR SECTION.
           EVALUATE TRUE
               WHEN norm-in(norm-tail-pos:1) = "-"
                   OR norm-in(norm-tail-pos:1) = SPACE
                   ADD 1 TO norm-tail-pos
               WHEN norm-tail-pos > 398
                   SET norm-tail-done TO TRUE
               WHEN norm-in(norm-tail-pos:3) = X"E28093"
                   OR norm-in(norm-tail-pos:3) = X"E28094"
                   ADD 3 TO norm-tail-pos
               WHEN OTHER
                   SET norm-tail-done TO TRUE
           END-EVALUATE
           .

       SQUEEZE-ONE-NORM-CHAR SECTION.
           IF norm-in(norm-idx:1) = SPACE
               IF NOT norm-prev-blank
                   MOVE SPACE TO norm-out(norm-out-ptr:1)
                   ADD 1 TO norm-out-ptr
                   SET norm-prev-blank TO TRUE
               END-IF
           ELSE
               MOVE norm-in(norm-idx:1) TO norm-out(norm-out-ptr:1)
               ADD 1 TO norm-out-ptr
               MOVE "N" TO norm-prev-status
           END-IF
           .

      *>   Load the rolling history of recently-shown lines. A
      *>   missing file just means there is no history yet.
       LOAD-RECENT-HISTORY SECTION.
           .

      *>   Set recent-match-status to "Y" when chosen-line is
      *>   somewhere in the recent history - or is withdrawn, which
      *>   the reroll has to walk past for exactly the same reason.
       CHECK-RECENT-HISTORY SECTION.
           MOVE "N" TO recent-match-status
           PERFORM CHECK-ONE-RECENT-ENTRY
               VARYING recent-idx FROM 1 BY 1
               UNTIL recent-idx > recent-history-count OR recent-match
           IF licence-withdrawn(chosen-line + 1) = "Y"
               MOVE "Y" TO recent-match-status
           END-IF
           .

       CHECK-ONE-RECENT-ENTRY SECTION.
                   UNTIL NOT recent-match
                       OR reroll-attempts >= total-line-count
           END-IF

      *>   A catalogue with fewer live lines than the recent window
      *>   runs out of fresh ones; a repeat is acceptable then, a
      *>   withdrawn quote is not.
           IF recent-match
               MOVE 0 TO reroll-attempts
               PERFORM ADVANCE-CHOSEN-LINE
                   UNTIL licence-withdrawn(chosen-line + 1) NOT = "Y"
                       OR reroll-attempts >= total-line-count
           END-IF
           .

       ADVANCE-AND-RECHECK-CHOSEN-LINE SECTION.
           PERFORM ADVANCE-CHOSEN-LINE
           PERFORM CHECK-RECENT-HISTORY
           .

      *>   Walk chosen-line on to the next candidate, wrapping within
      *>   whichever space is active: the full QuoteDb, or just the
      *>   lines matching the current category filter.
       ADVANCE-CHOSEN-LINE SECTION.
           ADD 1 TO reroll-attempts
           IF category-filter-active
               COMPUTE category-pick-idx =
               COMPUTE chosen-line =
                   FUNCTION MOD(chosen-line + 1, total-line-count)
           END-IF
           .

      *>   Record chosen-line as the most-recently-shown line,
           ELSE
               MOVE "=== PENDING SUGGESTION QUEUE ===" TO display-row
               DISPLAY display-row
               PERFORM DISPLAY-PENDING-BY-FLAG
      *>       Same story APPROVE/REJECT tell when they refuse: the
      *>       listing must not look complete when it isn't.
               IF pending-queue-overflow
           END-IF
           .

      *>   Entries the blocklist flagged come first, each with the
      *>   rule that matched, then the rest; either way an entry
      *>   keeps its queue position, the number APPROVE/CAPPROVE
      *>   and friends act on.
       DISPLAY-PENDING-BY-FLAG SECTION.
           MOVE "F" TO pending-flag-pass
           PERFORM DISPLAY-ONE-PENDING-ENTRY
               VARYING pending-idx FROM 1 BY 1
               UNTIL pending-idx > pending-queue-count
           MOVE SPACE TO pending-flag-pass
           PERFORM DISPLAY-ONE-PENDING-ENTRY
               VARYING pending-idx FROM 1 BY 1
               UNTIL pending-idx > pending-queue-count
           .

      *>   The whole entry, not a display-row slice: the moderator
      *>   must see exactly the text APPROVE would promote.
       DISPLAY-ONE-PENDING-ENTRY SECTION.
           MOVE SPACES TO pending-flag-part-1
           MOVE SPACES TO pending-flag-part-2
           MOVE SPACES TO pending-flag-rule
           UNSTRING pending-queue-entry(pending-idx)
               DELIMITED BY "|"
               INTO pending-flag-part-1 pending-flag-part-2
                    pending-flag-rule
           END-UNSTRING

           EVALUATE TRUE
               WHEN pending-flag-pass = "F"
                   AND pending-flag-rule NOT = SPACES
                   DISPLAY "#" pending-idx " FLAGGED ("
                       FUNCTION TRIM(pending-flag-rule) ") "
                       FUNCTION TRIM(pending-queue-entry(pending-idx)
                           TRAILING)
               WHEN pending-flag-pass = SPACE
                   AND pending-flag-rule = SPACES
                   DISPLAY "#" pending-idx " "
                       FUNCTION TRIM(pending-queue-entry(pending-idx)
                           TRAILING)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *>   "historisch-gewachsen APPROVE <n> [release-date]" -
               FUNCTION REVERSE(pending-queue-entry(review-target))
               TALLYING pending-trailing-spaces FOR LEADING SPACE
           COMPUTE pending-real-length =
               600 - pending-trailing-spaces

      *>   A blank line (only ever a hand edit - APPEND-PENDING-QUOTE
      *>   never stages one) must not become a blank QuoteDb record.
               GOBACK
           END-IF

           PERFORM SPLIT-PENDING-ENTRY
           MOVE SPACES TO new-quote-text
           MOVE pending-queue-entry(review-target)
               (1:pending-text-length) TO new-quote-text

           PERFORM CHECK-DUPLICATE-QUOTE
           IF duplicate-quote-found
                   "use REJECT to clear it from the queue."
               GOBACK
           END-IF
           MOVE review-target TO near-skip-pending
           PERFORM CHECK-NEAR-DUPLICATE

      *>   A release date still in the future parks the record; a
      *>   date already reached (or today) just means "now" and
                   MOVE SPACES TO display-row
                   STRING
                       "Scheduled for " release-date-value ": "
                       new-quote-text(1:pending-text-length)
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
                   MOVE "SCHEDULED" TO notice-kind
                   PERFORM SEND-SUGGESTION-NOTICE
                   GOBACK
               END-IF
           END-IF
      *>   Same OPEN EXTEND/fallback idiom CLI-ADD-QUOTE uses.
           MOVE SPACES TO quote-line
           STRING
               new-quote-text(1:pending-text-length)
               "|||" today-formatted
               INTO quote-line
           END-STRING
           PERFORM SAVE-PENDING-QUEUE

           DISPLAY "Approved: "
               new-quote-text(1:pending-text-length)
           MOVE "ACCEPTED" TO notice-kind
           PERFORM SEND-SUGGESTION-NOTICE
           .

      *>   "historisch-gewachsen REJECT <n> <reason>" - drop queue
               FUNCTION REVERSE(pending-queue-entry(review-target))
               TALLYING pending-trailing-spaces FOR LEADING SPACE
           COMPUTE pending-real-length =
               600 - pending-trailing-spaces

      *>   A blank line (only ever a hand edit) can still be
      *>   rejected; journal it recognisably instead of slicing a
           DISPLAY "Rejected: "
               pending-queue-entry(review-target)
               (1:pending-real-length)
           PERFORM SPLIT-PENDING-ENTRY
           MOVE "REJECTED" TO notice-kind
           PERFORM SEND-SUGGESTION-NOTICE
           .

      *>   "historisch-gewachsen COMMENTS" - list the pending-comment
           ELSE
               MOVE "=== PENDING COMMENT QUEUE ===" TO display-row
               DISPLAY display-row
               PERFORM DISPLAY-PENDING-BY-FLAG
               IF pending-queue-overflow
                   DISPLAY "WARNING: quotes_comments_pending.txt "
                       "holds more than 200 entries; only the "
               FUNCTION REVERSE(pending-queue-entry(review-target))
               TALLYING pending-trailing-spaces FOR LEADING SPACE
           COMPUTE pending-real-length =
               600 - pending-trailing-spaces

           IF pending-real-length = 0
               DISPLAY "ERROR: that queue entry is blank; use "
               GOBACK
           END-IF

      *>   A blocklist flag stays behind: it is a note for the
      *>   reviewer, never part of the published comment.
           MOVE 0 TO comment-text-end
           INSPECT pending-queue-entry(review-target)(6:)
               TALLYING comment-text-end
               FOR CHARACTERS BEFORE INITIAL "|"
           IF comment-text-end + 5 < pending-real-length
               COMPUTE pending-real-length = comment-text-end + 5
           END-IF

           MOVE SPACES TO comment-record
           MOVE pending-queue-entry(review-target)
               (1:pending-real-length) TO comment-record
               FUNCTION REVERSE(pending-queue-entry(review-target))
               TALLYING pending-trailing-spaces FOR LEADING SPACE
           COMPUTE pending-real-length =
               600 - pending-trailing-spaces

           IF pending-real-length = 0
               MOVE "(blank line)"
           END-IF
           .

      *>   "historisch-gewachsen REPORTS" - the open problem reports,
      *>   grouped under the quote they are about (first-reported
      *>   quote first), each with the 1-indexed queue position
      *>   RCLOSE acts on.
       CLI-REVIEW-REPORTS SECTION.
           PERFORM LOAD-REPORT-QUEUE

           IF pending-queue-count = 0
               DISPLAY "There are no open problem reports."
           ELSE
               PERFORM LOAD-EDIT-QUOTE-TABLE
               INITIALIZE report-listed-table
               MOVE "=== OPEN PROBLEM REPORTS ===" TO display-row
               DISPLAY display-row
               PERFORM LIST-ONE-REPORT-GROUP
                   VARYING pending-idx FROM 1 BY 1
                   UNTIL pending-idx > pending-queue-count
               IF pending-queue-overflow
                   DISPLAY "WARNING: quotes_reports.txt holds more "
                       "than 200 entries; only the first 200 are "
                       "listed, and RCLOSE will refuse until it is "
                       "trimmed by hand."
               END-IF
           END-IF
           .

      *>   The first row for a quote not yet shown opens its group:
      *>   the quote's own text as a heading, then every row for
      *>   the same line, marked off so they are not listed twice.
       LIST-ONE-REPORT-GROUP SECTION.
           IF report-listed(pending-idx) NOT = "Y"
               MOVE pending-queue-entry(pending-idx)(1:4)
                   TO report-group-line
               MOVE 0 TO report-group-count
               PERFORM COUNT-ONE-GROUP-REPORT
                   VARYING report-scan-idx FROM pending-idx BY 1
                   UNTIL report-scan-idx > pending-queue-count

               MOVE SPACES TO report-rec-text
               IF FUNCTION TEST-NUMVAL(report-group-line) = 0
                   COMPUTE report-quote-num =
                       FUNCTION NUMVAL(report-group-line)
                   IF report-quote-num < edit-quote-count
                       UNSTRING
                           edit-quote-entry(report-quote-num + 1)
                           DELIMITED BY "|"
                           INTO report-rec-text
                       END-UNSTRING
                   ELSE
                       MOVE "(no longer in the catalogue)"
                           TO report-rec-text
                   END-IF
               END-IF

               DISPLAY " "
               MOVE SPACES TO display-row
               STRING
                   "#" report-group-line " ("
                   report-group-count " report(s)) "
                   report-rec-text DELIMITED BY SIZE
                   INTO display-row
               END-STRING
               DISPLAY display-row

               PERFORM SHOW-ONE-GROUP-REPORT
                   VARYING report-scan-idx FROM pending-idx BY 1
                   UNTIL report-scan-idx > pending-queue-count
           END-IF
           .

       COUNT-ONE-GROUP-REPORT SECTION.
           IF pending-queue-entry(report-scan-idx)(1:4)
                   = report-group-line
               ADD 1 TO report-group-count
           END-IF
           .

       SHOW-ONE-GROUP-REPORT SECTION.
           IF pending-queue-entry(report-scan-idx)(1:4)
                   = report-group-line
               MOVE "Y" TO report-listed(report-scan-idx)
               MOVE SPACES TO report-rec-line
               MOVE SPACES TO report-rec-reason
               MOVE SPACES TO report-rec-date
               MOVE SPACES TO report-rec-text
               UNSTRING pending-queue-entry(report-scan-idx)
                   DELIMITED BY "|"
                   INTO report-rec-line report-rec-reason
                        report-rec-date report-rec-text
               END-UNSTRING
               DISPLAY "  [" report-scan-idx "] "
                   report-rec-date " " report-rec-reason " "
                   FUNCTION TRIM(report-rec-text TRAILING)
           END-IF
           .

      *>   "historisch-gewachsen RCLOSE <n> FIXED|DECLINED|DUPLICATE
      *>   [note]" - take report n off the open list, the decision
      *>   on record in the review journal. FIXED needs the EDIT
      *>   that made the correction to be on the change journal
      *>   already, made on or after the day the report came in;
      *>   the journal line names that entry. DECLINED needs the
      *>   note as its reason, exactly like a REJECT.
       CLI-CLOSE-REPORT SECTION.
           PERFORM LOAD-REPORT-QUEUE
           PERFORM PARSE-REPORT-TARGET
           IF NOT review-target-valid
               GOBACK
           END-IF

           MOVE FUNCTION UPPER-CASE(cli-arg-extra(1:10))
               TO report-close-kind
           MOVE cli-arg-fourth(1:200) TO report-close-note

           MOVE 0 TO pending-trailing-spaces
           INSPECT
               FUNCTION REVERSE(pending-queue-entry(review-target))
               TALLYING pending-trailing-spaces FOR LEADING SPACE
           COMPUTE pending-real-length =
               600 - pending-trailing-spaces

           IF pending-real-length = 0
               MOVE "(blank line)"
                   TO pending-queue-entry(review-target)
               MOVE 12 TO pending-real-length
           END-IF

           EVALUATE report-close-kind
               WHEN "FIXED"
                   IF FUNCTION TEST-NUMVAL(
                           pending-queue-entry(review-target)(1:4))
                           NOT = 0
                       DISPLAY "ERROR: that report carries no line "
                           "number; close it as DECLINED."
                       GOBACK
                   END-IF
                   PERFORM FIND-REPORT-FIX-ENTRY
                   IF report-change-entry = 0
                       DISPLAY "ERROR: no EDIT of line "
                           report-rec-line " is on the change "
                           "journal since " report-rec-date
                           "; make the correction with EDIT first."
                       GOBACK
                   END-IF
               WHEN "DECLINED"
                   IF report-close-note = SPACES
                       DISPLAY "ERROR: DECLINED needs a reason, "
                           "e.g. RCLOSE 2 DECLINED 'attribution "
                           "checked'."
                       GOBACK
                   END-IF
               WHEN "DUPLICATE"
                   IF report-close-note = SPACES
                       MOVE "same problem already reported"
                           TO report-close-note
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: close a report as FIXED, "
                       "DECLINED or DUPLICATE, e.g. RCLOSE 2 FIXED."
                   GOBACK
           END-EVALUATE

           MOVE report-close-kind TO review-action-text
           PERFORM APPEND-REVIEW-JOURNAL
           PERFORM SAVE-REPORT-QUEUE

           DISPLAY "Report closed as "
               FUNCTION TRIM(report-close-kind) ": "
               pending-queue-entry(review-target)
               (1:pending-real-length)
           IF report-close-kind = "FIXED"
               DISPLAY "Fixed by change-journal entry "
                   FUNCTION TRIM(report-change-ref)
           END-IF
           .

      *>   Walk the change journal for the last "EDIT #N" of the
      *>   reported line dated no earlier than the report itself.
      *>   Entries are numbered by their position in the journal,
      *>   which is append-only, so the number stays good.
       FIND-REPORT-FIX-ENTRY SECTION.
           MOVE SPACES TO report-rec-line
           MOVE SPACES TO report-rec-reason
           MOVE SPACES TO report-rec-date
           MOVE SPACES TO report-rec-text
           UNSTRING pending-queue-entry(review-target)
               DELIMITED BY "|"
               INTO report-rec-line report-rec-reason
                    report-rec-date report-rec-text
           END-UNSTRING

           COMPUTE change-line-repr =
               FUNCTION NUMVAL(report-rec-line)
           MOVE SPACES TO report-edit-needle
           STRING
               "EDIT #" FUNCTION TRIM(change-line-repr) " "
               INTO report-edit-needle
           END-STRING
           MOVE 0 TO history-needle-len
           INSPECT FUNCTION REVERSE(report-edit-needle)
               TALLYING history-needle-len FOR LEADING SPACE
           COMPUTE history-needle-len = 11 - history-needle-len + 1

           MOVE 0 TO report-change-entry
           MOVE 0 TO report-change-count
           MOVE SPACES TO report-change-stamp
           MOVE SPACES TO report-change-ref
           MOVE "N" TO history-read-status
           MOVE SPACES TO changejournal-file-status

           OPEN INPUT ChangeJournalDb
           IF changejournal-file-status = "00"
               PERFORM SCAN-ONE-FIX-CANDIDATE
                   UNTIL history-read-eof
               CLOSE ChangeJournalDb
           END-IF

           IF report-change-entry > 0
               MOVE report-change-entry TO report-change-repr
               STRING
                   FUNCTION TRIM(report-change-repr)
                   " (" report-change-stamp " "
                   report-edit-needle(1:history-needle-len - 1)
                   ")"
                   INTO report-change-ref
               END-STRING
           END-IF
           .

       SCAN-ONE-FIX-CANDIDATE SECTION.
           READ ChangeJournalDb
               AT END
                   SET history-read-eof TO TRUE
               NOT AT END
                   ADD 1 TO report-change-count
                   IF change-journal-record(21:history-needle-len)
                           = report-edit-needle(1:history-needle-len)
                       AND change-journal-record(1:10)
                           >= report-rec-date
                       MOVE report-change-count
                           TO report-change-entry
                       MOVE change-journal-record(1:19)
                           TO report-change-stamp
                   END-IF
           END-READ
           .

      *>   Same checks as PARSE-REVIEW-TARGET, worded for the
      *>   report list.
       PARSE-REPORT-TARGET SECTION.
           MOVE "N" TO review-target-status

           IF pending-queue-count = 0
               DISPLAY "There are no open problem reports."
               GOBACK
           END-IF

           IF pending-queue-overflow
               DISPLAY "ERROR: quotes_reports.txt holds more than "
                   "200 entries; trim it by hand before closing "
                   "any."
               GOBACK
           END-IF

           IF cli-arg-text = SPACES
               OR FUNCTION TEST-NUMVAL(cli-arg-text) NOT = 0
               DISPLAY "ERROR: give the position shown by REPORTS, "
                   "e.g. RCLOSE 2 FIXED."
               GOBACK
           END-IF

           COMPUTE review-target = FUNCTION NUMVAL(cli-arg-text)
           IF review-target < 1
               OR review-target > pending-queue-count
               DISPLAY "ERROR: no such report; run REPORTS to see "
                   "the current numbering."
               GOBACK
           END-IF

           MOVE "Y" TO review-target-status
           .

      *>   The report list rides in the pending-queue table as well,
      *>   same as the comment queue.
       LOAD-REPORT-QUEUE SECTION.
           INITIALIZE pending-queue-table
           MOVE 0 TO pending-queue-count
           MOVE "N" TO pending-read-status
           MOVE "N" TO pending-overflow-status
           MOVE SPACES TO reports-file-status

           OPEN INPUT ReportsDb
           IF reports-file-status = "00"
               PERFORM READ-ONE-QUEUED-REPORT
                   VARYING pending-idx FROM 1 BY 1
                   UNTIL pending-idx > 200 OR pending-read-eof
               IF NOT pending-read-eof
                   READ ReportsDb
                       AT END
                           SET pending-read-eof TO TRUE
                       NOT AT END
                           SET pending-queue-overflow TO TRUE
                   END-READ
               END-IF
               CLOSE ReportsDb
           END-IF
           .

       READ-ONE-QUEUED-REPORT SECTION.
           READ ReportsDb
               AT END
                   SET pending-read-eof TO TRUE
               NOT AT END
                   MOVE report-record
                       TO pending-queue-entry(pending-idx)
                   ADD 1 TO pending-queue-count
           END-READ
           .

       SAVE-REPORT-QUEUE SECTION.
           MOVE reportsdb-path TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-temp-path TO reportsdb-path

           OPEN OUTPUT ReportsDb
           PERFORM WRITE-ONE-KEPT-REPORT
               VARYING pending-idx FROM 1 BY 1
               UNTIL pending-idx > pending-queue-count
           CLOSE ReportsDb

           PERFORM ATOMIC-RENAME-TEMP
           MOVE atomic-final-path TO reportsdb-path
           .

       WRITE-ONE-KEPT-REPORT SECTION.
           IF pending-idx NOT = review-target
               MOVE pending-queue-entry(pending-idx)
                   TO report-record
               WRITE report-record
           END-IF
           .

      *>   "historisch-gewachsen MIGRATE" - the one-off companion to
      *>   the 2000-line capacity raise: rewrite every fixed-column
      *>   side file whose line-number field grew from 3 digits to
      *>   4 (mapping, pins, the day-pick ledgers, recent history,
      *>   comments, weekly winners, counter snapshots), each in a
      *>   temp-then-rename pass, and remove the self-rebuilding
      *>   caches whose layout changed with them. The parse is
      *>   lenient (any digit run), the rewrite strict, so a rerun
      *>   changes nothing.
       CLI-MIGRATE-WIDTHS SECTION.
           MOVE 0 TO migrated-file-count

           MOVE "R" TO migrate-kind
           MOVE "quotes_recent.txt" TO migrate-path
           PERFORM MIGRATE-ONE-SIDE-FILE

           MOVE "P" TO migrate-kind
           MOVE "quotes_pins.txt" TO migrate-path
           PERFORM MIGRATE-ONE-SIDE-FILE

           MOVE "M" TO migrate-kind
           MOVE "quotes_mapping.txt" TO migrate-path
           PERFORM MIGRATE-ONE-SIDE-FILE

           MOVE "D" TO migrate-kind
           MOVE "quotes_daypick_history.txt" TO migrate-path
           PERFORM MIGRATE-ONE-SIDE-FILE

           MOVE "C" TO migrate-kind
           MOVE "quotes_comments_pending.txt" TO migrate-path
           PERFORM MIGRATE-ONE-SIDE-FILE

           MOVE "C" TO migrate-kind
           MOVE "quotes_comments.txt" TO migrate-path
           PERFORM MIGRATE-ONE-SIDE-FILE

           MOVE "W" TO migrate-kind
           MOVE "quotes_weekly_winners.txt" TO migrate-path
           PERFORM MIGRATE-ONE-SIDE-FILE

           MOVE "H" TO migrate-kind
           MOVE "quotes_counts_history.txt" TO migrate-path
           PERFORM MIGRATE-ONE-SIDE-FILE

      *>   The caches rebuild themselves on the next hit; their old
      *>   records would misparse under the new layout, so out they
      *>   go rather than being translated.
           MOVE "quotes_linecount_cache.txt"
               TO linecountdb-path-for-check
           DELETE FILE LineCountDb
           MOVE "quotes_daypick_cache.txt"
               TO daypickdb-path-for-check
           DELETE FILE DayPickDb

      *>   Each locale the mapping names keeps its own ledger and
      *>   caches; they travel with the default ones.
           PERFORM COLLECT-RENAME-LOCALES
           PERFORM MIGRATE-ONE-LOCALE-SET
               VARYING rename-lang-idx FROM 1 BY 1
               UNTIL rename-lang-idx > rename-lang-count

           MOVE SPACES TO display-row
           STRING
               "Migrated " migrated-file-count " side file(s) to "
               "the 4-digit layout."
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

           END-IF
           .

      *>   "historisch-gewachsen IMPORT <file> [DRY-RUN]
      *>   [LICENCE=<id>]" - load a whole file of
      *>   "text|author|category|date-added|licence" records
      *>   through the same checks a single ADD and the suggestion
      *>   intake apply (length, sub-field count, control
      *>   characters, duplicates - including against earlier lines
      *>   of the import file itself), append the clean ones in one
      *>   pass, and report a verdict per line. DRY-RUN prints the
      *>   same report and writes nothing, for fixing the source
      *>   file first. LICENCE= stamps the collection's licence on
      *>   every record that names none itself. A record that only
      *>   folds the same as a catalogue line, an earlier record or
      *>   a pending suggestion is still accepted, with a NEAR row
      *>   naming the other one.
       CLI-IMPORT-QUOTES SECTION.
           IF cli-arg-text = SPACES
               DISPLAY "ERROR: give the file to import, e.g. "
                   "IMPORT new_quotes.txt [DRY-RUN] [LICENCE=<id>]."
               GOBACK
           END-IF
           MOVE SPACES TO import-path

           MOVE "N" TO import-dry-run-status
           IF FUNCTION UPPER-CASE(cli-arg-extra(1:3)) = "DRY"
               OR FUNCTION UPPER-CASE(cli-arg-fourth(1:3)) = "DRY"
               SET import-dry-run TO TRUE
           END-IF

      *>   A licensed collection names its licence once for the
      *>   whole file; records carrying their own keep theirs. Any
      *>   licence named either way has to be in the register
      *>   already, or nothing would ever withdraw those lines.
           MOVE SPACES TO import-licence-id
           IF FUNCTION UPPER-CASE(cli-arg-extra(1:8)) = "LICENCE="
               MOVE cli-arg-extra(9:12) TO import-licence-id
           END-IF
           IF FUNCTION UPPER-CASE(cli-arg-fourth(1:8)) = "LICENCE="
               MOVE cli-arg-fourth(9:12) TO import-licence-id
           END-IF

           PERFORM LOAD-LICENCE-ROWS
           IF import-licence-id NOT = SPACES
               MOVE import-licence-id TO licence-arg-id
               PERFORM FIND-LICENCE-ROW
               IF NOT licence-known
                   DISPLAY "ERROR: licence "
                       FUNCTION TRIM(import-licence-id)
                       " is not in quotes_licences.txt; register "
                       "it with LICENCE first."
                   GOBACK
               END-IF
               IF licence-reg-end < today-formatted
                   DISPLAY "ERROR: licence "
                       FUNCTION TRIM(import-licence-id)
                       " ended on " licence-reg-end "."
                   GOBACK
               END-IF
           END-IF

           PERFORM LOAD-EDIT-QUOTE-TABLE
           MOVE edit-quote-count TO import-base-count

      *>   Fold the catalogue and the pending queue once up front;
      *>   every accepted record is folded onto the end as it goes,
      *>   so near matches inside the file show up too.
           PERFORM FOLD-ONE-CATALOGUE-LINE
               VARYING edit-idx FROM 1 BY 1
               UNTIL edit-idx > edit-quote-count
           PERFORM LOAD-PENDING-QUEUE
           PERFORM FOLD-ONE-PENDING-ENTRY
               VARYING pending-idx FROM 1 BY 1
               UNTIL pending-idx > pending-queue-count

           MOVE 0 TO import-record-count
           MOVE 0 TO import-accept-count
           MOVE 0 TO import-reject-count
           PERFORM PARSE-QUOTE-RECORD
           MOVE quote-text TO import-text

           MOVE quote-licence TO import-record-licence
           MOVE "Y" TO licence-known-status
           MOVE SPACES TO licence-reg-end
           IF import-record-licence NOT = SPACES
               MOVE import-record-licence TO licence-arg-id
               PERFORM FIND-LICENCE-ROW
           END-IF

           MOVE 0 TO import-text-len
           INSPECT FUNCTION REVERSE(import-text)
               TALLYING import-text-len FOR LEADING SPACE
               WHEN import-text-len >= 400
                   MOVE "text fills the 400-byte field"
                       TO import-reject-reason
               WHEN import-pipe-count > 4
                   MOVE "more than four '|' sub-fields"
                       TO import-reject-reason
               WHEN import-control-found
                   MOVE "contains a control character"
                       TO import-reject-reason
               WHEN NOT licence-known
                   MOVE "names a licence not in the register"
                       TO import-reject-reason
               WHEN licence-reg-end NOT = SPACES
                   AND licence-reg-end < today-formatted
                   MOVE "names a licence that has ended"
                       TO import-reject-reason
               WHEN OTHER
                   PERFORM CHECK-IMPORT-DUPLICATE
                   EVALUATE TRUE
                           MOVE "catalogue table is full"
                               TO import-reject-reason
                       WHEN OTHER
                           PERFORM CHECK-IMPORT-NEAR-DUPLICATE
                           ADD 1 TO edit-quote-count
                           MOVE import-record
                               TO edit-quote-entry
                                   (edit-quote-count)
                           MOVE near-target-norm
                               TO near-norm-entry(edit-quote-count)
                           MOVE import-record-count
                               TO near-import-recno(edit-quote-count)
                           IF import-record-licence = SPACES
                               AND import-licence-id NOT = SPACES
                               PERFORM STAMP-IMPORT-LICENCE
                           END-IF
                           ADD 1 TO import-accept-count
                   END-EVALUATE
           END-EVALUATE
           END-IF
           .

      *>   Pad the accepted record out to its fifth sub-field and
      *>   put the run's licence there: "text" becomes
      *>   "text||||ACME-01", "text|author|cat|date" becomes
      *>   "text|author|cat|date|ACME-01".
       STAMP-IMPORT-LICENCE SECTION.
           MOVE 0 TO licence-entry-len
           INSPECT FUNCTION REVERSE(edit-quote-entry(edit-quote-count))
               TALLYING licence-entry-len FOR LEADING SPACE
           COMPUTE licence-entry-ptr = 501 - licence-entry-len
           PERFORM APPEND-ONE-IMPORT-PIPE
               UNTIL import-pipe-count >= 4
           STRING
               FUNCTION TRIM(import-licence-id)
               DELIMITED BY SIZE
               INTO edit-quote-entry(edit-quote-count)
               WITH POINTER licence-entry-ptr
           END-STRING
           .

       APPEND-ONE-IMPORT-PIPE SECTION.
           STRING
               "|" DELIMITED BY SIZE
               INTO edit-quote-entry(edit-quote-count)
               WITH POINTER licence-entry-ptr
           END-STRING
           ADD 1 TO import-pipe-count
           .

      *>   Same anything-below-a-space test historisch-reconcile
      *>   applies to the live catalogue.
       CHECK-ONE-IMPORT-CHAR SECTION.
           END-IF
           .

       FOLD-ONE-CATALOGUE-LINE SECTION.
           MOVE edit-quote-entry(edit-idx) TO quote-line
           PERFORM PARSE-QUOTE-RECORD
           MOVE quote-text TO norm-in
           PERFORM NORMALISE-QUOTE-TEXT
           MOVE norm-out TO near-norm-entry(edit-idx)
           MOVE 0 TO near-import-recno(edit-idx)
           .

       FOLD-ONE-PENDING-ENTRY SECTION.
           MOVE SPACES TO near-pending-text
           UNSTRING pending-queue-entry(pending-idx)
               DELIMITED BY "|"
               INTO near-pending-text
           END-UNSTRING
           MOVE near-pending-text TO norm-in
           PERFORM NORMALISE-QUOTE-TEXT
           MOVE norm-out TO near-pending-norm(pending-idx)
           .

      *>   An import record about to be accepted, against the
      *>   folded catalogue, the records accepted before it and the
      *>   pending queue; a warning row per match, in the same
      *>   shape as the REJECTED rows.
       CHECK-IMPORT-NEAR-DUPLICATE SECTION.
           MOVE import-text TO norm-in
           PERFORM NORMALISE-QUOTE-TEXT
           MOVE norm-out TO near-target-norm
           IF near-target-norm NOT = SPACES
               PERFORM CHECK-ONE-IMPORT-NEAR-ENTRY
                   VARYING near-scan-idx FROM 1 BY 1
                   UNTIL near-scan-idx > edit-quote-count
               PERFORM CHECK-ONE-IMPORT-NEAR-PENDING
                   VARYING pending-idx FROM 1 BY 1
                   UNTIL pending-idx > pending-queue-count
           END-IF
           .

       CHECK-ONE-IMPORT-NEAR-ENTRY SECTION.
           IF near-norm-entry(near-scan-idx) = near-target-norm
               MOVE SPACES TO display-row
               IF near-scan-idx > import-base-count
                   MOVE near-import-recno(near-scan-idx)
                       TO near-recno-repr
                   STRING
                       "NEAR line " import-record-count
                       ": close to import line "
                       FUNCTION TRIM(near-recno-repr)
                       " | " import-text(1:30)
                       INTO display-row
                   END-STRING
               ELSE
                   COMPUTE near-line-num = near-scan-idx - 1
                   STRING
                       "NEAR line " import-record-count
                       ": close to #" near-line-num
                       " | " import-text(1:30)
                       INTO display-row
                   END-STRING
               END-IF
               DISPLAY display-row
           END-IF
           .

       CHECK-ONE-IMPORT-NEAR-PENDING SECTION.
           IF near-pending-norm(pending-idx) = near-target-norm
               MOVE SPACES TO display-row
               STRING
                   "NEAR line " import-record-count
                   ": close to pending #" pending-idx
                   " | " import-text(1:30)
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

       WRITE-ONE-IMPORTED-QUOTE SECTION.
           MOVE edit-quote-entry(edit-idx) TO quote-line
           WRITE QuoteDetails
               GOBACK
           END-IF

           PERFORM RENAME-CATEGORY-EVERYWHERE

           MOVE "RENAME-CAT" TO change-mode-text
           MOVE "-" TO change-line-text
           DISPLAY display-row
           .

      *>   rename-old-category to rename-new-category in every file,
      *>   totalled in rename-total-count; with rename-dry-run set
      *>   it only counts, which is how UNDO checks a rename back
      *>   would touch exactly the records the rename did.
       RENAME-CATEGORY-EVERYWHERE SECTION.
           MOVE 0 TO rename-total-count

      *>   The default catalogue first; quotedb-path-for-check still
      *>   holds its plain name on any CLI run.
           PERFORM RENAME-CATEGORY-IN-QUOTEDB

      *>   Then each locale file the mapping names, through the same
      *>   SELECT by pointing its path at them in turn.
           PERFORM COLLECT-RENAME-LOCALES
           PERFORM RENAME-ONE-LOCALE-FILE
               VARYING rename-lang-idx FROM 1 BY 1
               UNTIL rename-lang-idx > rename-lang-count
           MOVE "quotes_cobol.txt" TO quotedb-path-for-check
           .

      *>   One file: load it whole, swap the category on matching
      *>   records, and only rewrite at all when something matched.
       RENAME-CATEGORY-IN-QUOTEDB SECTION.
                   VARYING edit-idx FROM 1 BY 1
                   UNTIL edit-idx > edit-quote-count

               ADD rename-touched-count TO rename-total-count
               IF NOT rename-dry-run
                   IF rename-touched-count > 0
                       PERFORM SAVE-EDIT-QUOTE-TABLE
                   END-IF

                   MOVE SPACES TO display-row
                   STRING
                       FUNCTION TRIM(quotedb-path-for-check) ": "
                       rename-touched-count " record(s) updated."
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
               END-IF
           END-IF
           .

                   "|" FUNCTION TRIM(quote-date-added)
                   INTO edit-quote-entry(edit-idx)
               END-STRING
               IF quote-licence NOT = SPACES
                   MOVE edit-idx TO licence-scan-idx
                   PERFORM APPEND-LICENCE-SUBFIELD
               END-IF
               ADD 1 TO rename-touched-count
           END-IF
           .
      *>   replaces the one already carrying that canonical name -
      *>   the registry is the fix for one person split across
      *>   "Mark Twain" and "Twain, Mark" in the catalogue.
      *>   "AUTHOR <canonical> BORN|DIED <YYYY-MM-DD>" sets one date
      *>   on an existing entry ("-" clears it); the dates can also
      *>   ride along as fifth and sixth fields of the full form,
      *>   and a full form giving neither keeps the ones the entry
      *>   had.
       CLI-AUTHOR-REGISTRY SECTION.
           IF cli-arg-text = SPACES
               PERFORM LIST-AUTHOR-REGISTRY
               DISPLAY "ERROR: give the entry's fields, e.g. "
                   "AUTHOR 'Mark Twain' "
                   "'Twain, Mark|American writer|https://...'."
               DISPLAY "       or a date, e.g. AUTHOR 'Mark Twain' "
                   "BORN 1835-11-30."
               GOBACK
           END-IF

           MOVE cli-arg-text(1:40) TO author-arg-name
           MOVE SPACES TO author-date-keyword
           IF cli-arg-fourth NOT = SPACES
               MOVE FUNCTION UPPER-CASE(cli-arg-extra(1:10))
                   TO author-date-keyword
           END-IF

           PERFORM LOAD-AUTHOR-ROWS
           IF author-rows-overflow
               UNTIL author-rows-idx > author-rows-count
                   OR author-replace-target > 0

           MOVE SPACES TO author-old-born
           MOVE SPACES TO author-old-died
           IF author-replace-target > 0
               MOVE author-rows-entry(author-replace-target)
                   TO author-record
               PERFORM PARSE-AUTHOR-RECORD
               MOVE author-reg-born TO author-old-born
               MOVE author-reg-died TO author-old-died
           END-IF

           IF author-date-keyword = "BORN"
               OR author-date-keyword = "DIED"
               PERFORM SET-ONE-AUTHOR-DATE
           ELSE
               MOVE SPACES TO author-record
               STRING
                   FUNCTION TRIM(author-arg-name) "|"
                   FUNCTION TRIM(cli-arg-extra)
                   INTO author-record
               END-STRING
               PERFORM PARSE-AUTHOR-RECORD
               IF author-reg-born = SPACES
                   AND author-reg-died = SPACES
                   MOVE author-old-born TO author-reg-born
                   MOVE author-old-died TO author-reg-died
               END-IF
               PERFORM CHECK-AUTHOR-DATES
           END-IF

           IF author-replace-target = 0
               ADD 1 TO author-rows-count
               MOVE author-rows-count TO author-replace-target
           END-IF

      *>   An entry with no dates keeps the four-field shape it has
      *>   always had.
           MOVE SPACES TO author-rows-entry(author-replace-target)
           IF author-reg-born = SPACES AND author-reg-died = SPACES
               AND author-date-keyword NOT = "BORN"
               AND author-date-keyword NOT = "DIED"
               MOVE author-record
                   TO author-rows-entry(author-replace-target)
           ELSE
               STRING
                   FUNCTION TRIM(author-reg-canonical) "|"
                   FUNCTION TRIM(author-reg-alias) "|"
                   FUNCTION TRIM(author-reg-bio) "|"
                   FUNCTION TRIM(author-reg-link) "|"
                   FUNCTION TRIM(author-reg-born) "|"
                   FUNCTION TRIM(author-reg-died)
                   INTO author-rows-entry(author-replace-target)
               END-STRING
           END-IF

           PERFORM SAVE-AUTHOR-ROWS

                   TRAILING)
           .

      *>   The BORN/DIED form: only for an entry that exists, the
      *>   rest of it left exactly as it was.
       SET-ONE-AUTHOR-DATE SECTION.
           IF author-replace-target = 0
               DISPLAY "ERROR: no registry entry for "
                   FUNCTION TRIM(author-arg-name)
                   "; register the author first."
               GOBACK
           END-IF

           IF cli-arg-fourth = "-"
               IF author-date-keyword = "BORN"
                   MOVE SPACES TO author-reg-born
               ELSE
                   MOVE SPACES TO author-reg-died
               END-IF
           ELSE
               IF author-date-keyword = "BORN"
                   MOVE cli-arg-fourth(1:10) TO author-reg-born
               ELSE
                   MOVE cli-arg-fourth(1:10) TO author-reg-died
               END-IF
           END-IF
           PERFORM CHECK-AUTHOR-DATES
           .

      *>   Either date, when given, has to be a real YYYY-MM-DD no
      *>   later than today, and a death can't come before the
      *>   birth.
       CHECK-AUTHOR-DATES SECTION.
           IF author-reg-born NOT = SPACES
               MOVE author-reg-born TO author-date-check
               PERFORM CHECK-ONE-AUTHOR-DATE
               IF NOT author-date-valid
                   DISPLAY "ERROR: birth date must be YYYY-MM-DD, "
                       "no later than today: "
                       FUNCTION TRIM(author-reg-born)
                   GOBACK
               END-IF
           END-IF
           IF author-reg-died NOT = SPACES
               MOVE author-reg-died TO author-date-check
               PERFORM CHECK-ONE-AUTHOR-DATE
               IF NOT author-date-valid
                   DISPLAY "ERROR: death date must be YYYY-MM-DD, "
                       "no later than today: "
                       FUNCTION TRIM(author-reg-died)
                   GOBACK
               END-IF
           END-IF
           IF author-reg-born NOT = SPACES
               AND author-reg-died NOT = SPACES
               AND author-reg-died < author-reg-born
               DISPLAY "ERROR: the death date lies before the birth "
                   "date."
               GOBACK
           END-IF
           .

       CHECK-ONE-AUTHOR-DATE SECTION.
           MOVE "N" TO author-date-status
           IF author-date-year IS NUMERIC
               AND author-date-month IS NUMERIC
               AND author-date-day IS NUMERIC
               AND author-date-dash-1 = "-"
               AND author-date-dash-2 = "-"
               COMPUTE author-date-number =
                   (author-date-year * 10000)
                   + (author-date-month * 100)
                   + author-date-day
               IF FUNCTION TEST-DATE-YYYYMMDD(author-date-number) = 0
                   AND author-date-check <= today-formatted
                   SET author-date-valid TO TRUE
               END-IF
           END-IF
           .

      *>   author-record taken apart into the six registry fields.
       PARSE-AUTHOR-RECORD SECTION.
           MOVE SPACES TO author-reg-canonical
           MOVE SPACES TO author-reg-alias
           MOVE SPACES TO author-reg-bio
           MOVE SPACES TO author-reg-link
           MOVE SPACES TO author-reg-born
           MOVE SPACES TO author-reg-died
           UNSTRING author-record DELIMITED BY "|"
               INTO author-reg-canonical author-reg-alias
                    author-reg-bio author-reg-link
                    author-reg-born author-reg-died
           END-UNSTRING
           .

       FIND-ONE-AUTHOR-ROW SECTION.
           MOVE SPACES TO author-reg-canonical
           UNSTRING author-rows-entry(author-rows-idx)
               AT END
                   SET author-read-eof TO TRUE
               NOT AT END
                   PERFORM PARSE-AUTHOR-RECORD

                   EVALUATE TRUE
                       WHEN author-reg-canonical
           END-IF
           .

      *>   Per-line withdrawal flags for this invocation: a line is
      *>   withdrawn when its record names a licence whose end date
      *>   is already behind today. The register speaks about the
      *>   default catalogue's records, so that file is scanned
      *>   whatever this hit serves; a localized hit then carries
      *>   each flag over to its counterpart through the map. No
      *>   register, or nothing expired in it, costs one small read.
       LOAD-LICENCE-WITHDRAWALS SECTION.
           IF NOT licence-flags-loaded
               SET licence-flags-loaded TO TRUE
               MOVE SPACES TO licence-withdrawn-flags
               MOVE SPACES TO default-withdrawn-flags
               PERFORM COLLECT-EXPIRED-LICENCES

               IF licence-expired-count > 0
                   PERFORM FLAG-WITHDRAWN-DEFAULT-LINES
                   IF locale-quotedb-active
                       PERFORM CARRY-WITHDRAWALS-TO-LOCALE
                   ELSE
                       MOVE default-withdrawn-flags
                           TO licence-withdrawn-flags
                   END-IF
               END-IF
           END-IF
           .

       COLLECT-EXPIRED-LICENCES SECTION.
           MOVE 0 TO licence-expired-count
           MOVE "N" TO licence-read-status
           MOVE SPACES TO licences-file-status

           OPEN INPUT LicencesDb
           IF licences-file-status = "00"
               PERFORM NOTE-ONE-EXPIRED-LICENCE
                   UNTIL licence-read-eof
               CLOSE LicencesDb
           END-IF
           .

      *>   The end date is the last day the licence still covers.
       NOTE-ONE-EXPIRED-LICENCE SECTION.
           READ LicencesDb
               AT END
                   SET licence-read-eof TO TRUE
               NOT AT END
                   MOVE licence-record TO licence-row-text
                   PERFORM PARSE-LICENCE-ROW
                   IF licence-reg-id NOT = SPACES
                       AND licence-reg-end NOT = SPACES
                       AND licence-reg-end < today-formatted
                       AND licence-expired-count < 200
                       ADD 1 TO licence-expired-count
                       MOVE licence-reg-id
                           TO licence-expired-id(licence-expired-count)
                   END-IF
           END-READ
           .

      *>   Through the generic copy SELECT, pointed at the default
      *>   catalogue by name: QuoteDb itself may be aimed at a
      *>   locale file for this hit.
       FLAG-WITHDRAWN-DEFAULT-LINES SECTION.
           MOVE 0 TO licence-scan-idx
           MOVE "N" TO copy-read-status
           MOVE SPACES TO copysrc-file-status
           MOVE "quotes_cobol.txt" TO copy-src-path

           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               PERFORM FLAG-ONE-WITHDRAWN-LINE
                   UNTIL copy-read-eof
               CLOSE CopySrcDb
           END-IF
           .

       FLAG-ONE-WITHDRAWN-LINE SECTION.
           READ CopySrcDb
               AT END
                   SET copy-read-eof TO TRUE
               NOT AT END
                   ADD 1 TO licence-scan-idx
                   MOVE copy-src-record TO quote-line
                   PERFORM PARSE-QUOTE-RECORD
                   IF quote-licence NOT = SPACES
                       AND licence-scan-idx <= 2000
                       PERFORM MATCH-EXPIRED-LICENCE
                       IF licence-is-expired
                           MOVE "Y"
                               TO default-withdrawn(licence-scan-idx)
                       END-IF
                   END-IF
           END-READ
           .

      *>   Sets licence-is-expired when quote-licence is one of the
      *>   ids COLLECT-EXPIRED-LICENCES found.
       MATCH-EXPIRED-LICENCE SECTION.
           MOVE "N" TO licence-match-status
           PERFORM CHECK-ONE-EXPIRED-ID
               VARYING licence-expired-idx FROM 1 BY 1
               UNTIL licence-expired-idx > licence-expired-count
                   OR licence-is-expired
           .

       CHECK-ONE-EXPIRED-ID SECTION.
           IF licence-expired-id(licence-expired-idx) = quote-licence
               SET licence-is-expired TO TRUE
           END-IF
           .

      *>   A locale line is withdrawn when the default line it
      *>   translates is; a locale line with no map entry has no
      *>   licence to lapse.
       CARRY-WITHDRAWALS-TO-LOCALE SECTION.
           MOVE "N" TO mapping-read-status
           MOVE SPACES TO mapping-file-status
           OPEN INPUT MappingDb
           IF mapping-file-status = "00"
               PERFORM CARRY-ONE-WITHDRAWAL UNTIL mapping-read-eof
               CLOSE MappingDb
           END-IF
           .

       CARRY-ONE-WITHDRAWAL SECTION.
           READ MappingDb
               AT END
                   SET mapping-read-eof TO TRUE
               NOT AT END
                   IF map-lang = locale-lang-code
                       AND map-default-line < 2000
                       AND map-locale-line < 2000
                       IF default-withdrawn(map-default-line + 1)
                               = "Y"
                           MOVE "Y" TO
                               licence-withdrawn(map-locale-line + 1)
                       END-IF
                   END-IF
           END-READ
           .

      *>   "historisch-gewachsen LICENCE" lists the register, with
      *>   how many catalogue lines each entry covers;
      *>   "LICENCE <id> 'licensor|start|end'" registers a licence
      *>   or replaces the entry of that id, same replace-or-append
      *>   rewrite the AUTHOR mode does.
       CLI-LICENCE-REGISTER SECTION.
           IF cli-arg-text = SPACES
               PERFORM LIST-LICENCE-REGISTER
               GOBACK
           END-IF

           IF cli-arg-extra = SPACES
               DISPLAY "ERROR: give the entry's fields, e.g. "
                   "LICENCE ACME-01 "
                   "'Acme Quotes Ltd|2026-01-01|2027-12-31'."
               GOBACK
           END-IF

           IF cli-arg-text(13:1) NOT = SPACE
               OR cli-arg-text(1:12) = SPACES
               DISPLAY "ERROR: a licence id is at most 12 "
                   "characters."
               GOBACK
           END-IF
           MOVE cli-arg-text(1:12) TO licence-arg-id
           MOVE 0 TO licence-entry-len
           INSPECT licence-arg-id TALLYING licence-entry-len
               FOR ALL "|"
           IF licence-entry-len > 0
               DISPLAY "ERROR: a licence id cannot contain '|'."
               GOBACK
           END-IF

      *>   Check the fields the way they will be read back.
           MOVE SPACES TO licence-row-text
           STRING
               FUNCTION TRIM(licence-arg-id) "|"
               FUNCTION TRIM(cli-arg-extra)
               INTO licence-row-text
           END-STRING
           PERFORM PARSE-LICENCE-ROW

           MOVE licence-reg-start TO licence-date-check
           PERFORM CHECK-LICENCE-DATE
           IF licence-date-valid
               MOVE licence-reg-end TO licence-date-check
               PERFORM CHECK-LICENCE-DATE
           END-IF
           IF NOT licence-date-valid
               DISPLAY "ERROR: give start and end date as "
                   "YYYY-MM-DD, e.g. LICENCE ACME-01 "
                   "'Acme Quotes Ltd|2026-01-01|2027-12-31'."
               GOBACK
           END-IF
           IF licence-reg-end < licence-reg-start
               DISPLAY "ERROR: the licence ends before it starts."
               GOBACK
           END-IF
           MOVE SPACES TO licence-new-row
           STRING
               FUNCTION TRIM(licence-arg-id) "|"
               FUNCTION TRIM(licence-reg-licensor) "|"
               licence-reg-start "|" licence-reg-end
               INTO licence-new-row
           END-STRING

           PERFORM LOAD-LICENCE-ROWS
           IF licence-rows-overflow
               DISPLAY "ERROR: quotes_licences.txt holds more than "
                   "200 entries; trim it by hand first."
               GOBACK
           END-IF

           PERFORM FIND-LICENCE-ROW
           IF NOT licence-known
               ADD 1 TO licence-rows-count
               MOVE licence-rows-count TO licence-replace-target
           END-IF

           MOVE licence-new-row
               TO licence-rows-entry(licence-replace-target)

           PERFORM SAVE-LICENCE-ROWS

           DISPLAY "Registered: "
               FUNCTION TRIM(
                   licence-rows-entry(licence-replace-target)
                   TRAILING)
           .

      *>   "YYYY-MM-DD" in licence-date-check, a real calendar date.
       CHECK-LICENCE-DATE SECTION.
           MOVE "N" TO licence-date-status
           IF licence-date-check(5:1) = "-"
               AND licence-date-check(8:1) = "-"
               AND licence-date-check(1:4) IS NUMERIC
               AND licence-date-check(6:2) IS NUMERIC
               AND licence-date-check(9:2) IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(licence-date-check(1:4))
                           * 10000
                       + FUNCTION NUMVAL(licence-date-check(6:2))
                           * 100
                       + FUNCTION NUMVAL(licence-date-check(9:2)))
                       = 0
                   SET licence-date-valid TO TRUE
               END-IF
           END-IF
           .

      *>   Break licence-row-text up into the licence-reg-* fields.
       PARSE-LICENCE-ROW SECTION.
           MOVE SPACES TO licence-reg-id
           MOVE SPACES TO licence-reg-licensor
           MOVE SPACES TO licence-reg-start
           MOVE SPACES TO licence-reg-end
           UNSTRING licence-row-text DELIMITED BY "|"
               INTO licence-reg-id licence-reg-licensor
                    licence-reg-start licence-reg-end
           END-UNSTRING
           .

      *>   Sets licence-known (and licence-replace-target, with the
      *>   row's fields left parsed) when licence-arg-id is in the
      *>   loaded register.
       FIND-LICENCE-ROW SECTION.
           MOVE "N" TO licence-known-status
           MOVE 0 TO licence-replace-target
           PERFORM FIND-ONE-LICENCE-ROW
               VARYING licence-rows-idx FROM 1 BY 1
               UNTIL licence-rows-idx > licence-rows-count
                   OR licence-known
           IF licence-known
               MOVE licence-rows-entry(licence-replace-target)
                   TO licence-row-text
               PERFORM PARSE-LICENCE-ROW
           END-IF
           .

       FIND-ONE-LICENCE-ROW SECTION.
           MOVE licence-rows-entry(licence-rows-idx)
               TO licence-row-text
           PERFORM PARSE-LICENCE-ROW
           IF licence-reg-id = licence-arg-id
               MOVE licence-rows-idx TO licence-replace-target
               SET licence-known TO TRUE
           END-IF
           .

      *>   The register plus a count of the catalogue lines naming
      *>   each entry, and whether that entry has already ended.
       LIST-LICENCE-REGISTER SECTION.
           PERFORM LOAD-LICENCE-ROWS
           IF licence-rows-count = 0
               DISPLAY "The licence register is empty."
           ELSE
               INITIALIZE licence-cover-table
               PERFORM LOAD-EDIT-QUOTE-TABLE
               PERFORM COVER-ONE-LICENSED-LINE
                   VARYING edit-idx FROM 1 BY 1
                   UNTIL edit-idx > edit-quote-count
               PERFORM LIST-ONE-LICENCE-ROW
                   VARYING licence-rows-idx FROM 1 BY 1
                   UNTIL licence-rows-idx > licence-rows-count
           END-IF
           .

       COVER-ONE-LICENSED-LINE SECTION.
           MOVE edit-quote-entry(edit-idx) TO quote-line
           PERFORM PARSE-QUOTE-RECORD
           IF quote-licence NOT = SPACES
               MOVE quote-licence TO licence-arg-id
               PERFORM FIND-LICENCE-ROW
               IF licence-known
                   ADD 1 TO licence-cover-count(licence-replace-target)
               END-IF
           END-IF
           .

       LIST-ONE-LICENCE-ROW SECTION.
           MOVE licence-rows-entry(licence-rows-idx)
               TO licence-row-text
           PERFORM PARSE-LICENCE-ROW
           MOVE licence-cover-count(licence-rows-idx)
               TO licence-cover-repr
           IF licence-reg-end < today-formatted
               MOVE "ENDED" TO licence-state-text
           ELSE
               MOVE "LIVE" TO licence-state-text
           END-IF
           MOVE SPACES TO display-row
           STRING
               licence-reg-id " " licence-reg-start ".."
               licence-reg-end " " licence-state-text
               licence-cover-repr " line(s)  "
               FUNCTION TRIM(licence-reg-licensor)
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

       LOAD-LICENCE-ROWS SECTION.
           INITIALIZE licence-rows-table
           MOVE 0 TO licence-rows-count
           MOVE "N" TO licence-rows-overflow-status
           MOVE "N" TO licence-read-status
           MOVE SPACES TO licences-file-status

           OPEN INPUT LicencesDb
           IF licences-file-status = "00"
               PERFORM READ-ONE-LICENCE-ROW UNTIL licence-read-eof
               CLOSE LicencesDb
           END-IF
           .

       READ-ONE-LICENCE-ROW SECTION.
           READ LicencesDb
               AT END
                   SET licence-read-eof TO TRUE
               NOT AT END
                   IF licence-rows-count >= 200
                       SET licence-rows-overflow TO TRUE
                   ELSE
                       ADD 1 TO licence-rows-count
                       MOVE licence-record
                           TO licence-rows-entry(licence-rows-count)
                   END-IF
           END-READ
           .

       SAVE-LICENCE-ROWS SECTION.
           MOVE licencesdb-path TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-temp-path TO licencesdb-path

           OPEN OUTPUT LicencesDb
           PERFORM WRITE-ONE-LICENCE-ROW
               VARYING licence-rows-idx FROM 1 BY 1
               UNTIL licence-rows-idx > licence-rows-count
           CLOSE LicencesDb

           PERFORM ATOMIC-RENAME-TEMP
           MOVE atomic-final-path TO licencesdb-path
           .

       WRITE-ONE-LICENCE-ROW SECTION.
           MOVE licence-rows-entry(licence-rows-idx)
               TO licence-record
           WRITE licence-record
           .

      *>   "historisch-gewachsen PARTNER" lists the register with
      *>   today's count against each quota;
      *>   "PARTNER <key> 'partner|quota|status'" registers a key or
      *>   replaces the entry of that key, same replace-or-append
      *>   rewrite the LICENCE mode does. Status is ACTIVE or
      *>   SUSPENDED, quota a whole number of requests a day (0 for
      *>   no limit).
       CLI-PARTNER-REGISTER SECTION.
           IF cli-arg-text = SPACES
               PERFORM LIST-PARTNER-REGISTER
               GOBACK
           END-IF

           IF cli-arg-extra = SPACES
               DISPLAY "ERROR: give the entry's fields, e.g. "
                   "PARTNER acme-7f3k 'Acme Calendars|500|ACTIVE'."
               GOBACK
           END-IF

           MOVE cli-arg-text(1:40) TO partner-key-check
           INSPECT partner-key-check
               CONVERTING partner-key-charset
               TO partner-key-blanks
           IF cli-arg-text(33:1) NOT = SPACE
               OR partner-key-check NOT = SPACES
               DISPLAY "ERROR: a partner key is at most 32 letters, "
                   "digits, '_' or '-'."
               GOBACK
           END-IF
           MOVE cli-arg-text(1:32) TO partner-arg-key

           MOVE 0 TO partner-pipe-count
           INSPECT cli-arg-extra TALLYING partner-pipe-count
               FOR ALL "|"
           MOVE SPACES TO partner-row-text
           STRING
               FUNCTION TRIM(partner-arg-key) "|"
               FUNCTION TRIM(cli-arg-extra)
               INTO partner-row-text
           END-STRING
           PERFORM PARSE-PARTNER-ROW
           MOVE FUNCTION UPPER-CASE(partner-reg-status)
               TO partner-reg-status

           MOVE 0 TO partner-field-len
           INSPECT partner-reg-quota TALLYING partner-field-len
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN partner-pipe-count NOT = 2
                   OR partner-reg-name = SPACES
                   DISPLAY "ERROR: give partner, quota and status, "
                       "e.g. PARTNER acme-7f3k "
                       "'Acme Calendars|500|ACTIVE'."
                   GOBACK
               WHEN partner-field-len = 0
                   OR partner-reg-quota(1:partner-field-len)
                       IS NOT NUMERIC
                   DISPLAY "ERROR: the quota is a whole number of "
                       "requests a day, 0 for no limit."
                   GOBACK
               WHEN partner-reg-status NOT = "ACTIVE"
                   AND partner-reg-status NOT = "SUSPENDED"
                   DISPLAY "ERROR: the status is ACTIVE or "
                       "SUSPENDED."
                   GOBACK
           END-EVALUATE

           MOVE FUNCTION NUMVAL(partner-reg-quota) TO partner-quota-num
           MOVE partner-quota-num TO partner-quota-repr
           MOVE SPACES TO partner-new-row
           STRING
               FUNCTION TRIM(partner-arg-key) "|"
               FUNCTION TRIM(partner-reg-name) "|"
               FUNCTION TRIM(partner-quota-repr) "|"
               FUNCTION TRIM(partner-reg-status)
               INTO partner-new-row
           END-STRING

           PERFORM LOAD-PARTNER-ROWS
           IF partner-rows-overflow
               DISPLAY "ERROR: quotes_partners.txt holds more than "
                   "200 entries; trim it by hand first."
               GOBACK
           END-IF

           PERFORM FIND-PARTNER-ROW
           IF NOT partner-known
               ADD 1 TO partner-rows-count
               MOVE partner-rows-count TO partner-replace-target
           END-IF

           MOVE partner-new-row
               TO partner-rows-entry(partner-replace-target)

           PERFORM SAVE-PARTNER-ROWS

           DISPLAY "Registered: "
               FUNCTION TRIM(
                   partner-rows-entry(partner-replace-target)
                   TRAILING)
           .

      *>   Break partner-row-text up into the partner-reg-* fields.
       PARSE-PARTNER-ROW SECTION.
           MOVE SPACES TO partner-reg-key
           MOVE SPACES TO partner-reg-name
           MOVE SPACES TO partner-reg-quota
           MOVE SPACES TO partner-reg-status
           UNSTRING partner-row-text DELIMITED BY "|"
               INTO partner-reg-key partner-reg-name
                    partner-reg-quota partner-reg-status
           END-UNSTRING
           .

      *>   Sets partner-known (and partner-replace-target, with the
      *>   row's fields left parsed) when partner-arg-key is in the
      *>   loaded register. Keys compare exactly, case included.
       FIND-PARTNER-ROW SECTION.
           MOVE "N" TO partner-known-status
           MOVE 0 TO partner-replace-target
           PERFORM FIND-ONE-PARTNER-ROW
               VARYING partner-rows-idx FROM 1 BY 1
               UNTIL partner-rows-idx > partner-rows-count
                   OR partner-known
           IF partner-known
               MOVE partner-rows-entry(partner-replace-target)
                   TO partner-row-text
               PERFORM PARSE-PARTNER-ROW
           END-IF
           .

       FIND-ONE-PARTNER-ROW SECTION.
           MOVE partner-rows-entry(partner-rows-idx)
               TO partner-row-text
           PERFORM PARSE-PARTNER-ROW
           IF partner-reg-key = partner-arg-key
               MOVE partner-rows-idx TO partner-replace-target
               SET partner-known TO TRUE
           END-IF
           .

      *>   The register plus today's count for each key.
       LIST-PARTNER-REGISTER SECTION.
           PERFORM LOAD-PARTNER-ROWS
           IF partner-rows-count = 0
               DISPLAY "The partner register is empty."
           ELSE
               MOVE SPACES TO partner-arg-key
               PERFORM LOAD-PARTNER-USAGE
               DISPLAY "STATUS         QUOTA     TODAY  KEY / PARTNER"
               PERFORM LIST-ONE-PARTNER-ROW
                   VARYING partner-rows-idx FROM 1 BY 1
                   UNTIL partner-rows-idx > partner-rows-count
           END-IF
           .

       LIST-ONE-PARTNER-ROW SECTION.
           MOVE partner-rows-entry(partner-rows-idx)
               TO partner-row-text
           PERFORM PARSE-PARTNER-ROW
           MOVE 0 TO partner-quota-num
           IF FUNCTION TEST-NUMVAL(partner-reg-quota) = 0
               MOVE FUNCTION NUMVAL(partner-reg-quota)
                   TO partner-quota-num
           END-IF
           MOVE partner-quota-num TO partner-quota-repr
           MOVE 0 TO partner-used-repr
           PERFORM MATCH-ONE-PARTNER-USAGE
               VARYING partner-usage-idx FROM 1 BY 1
               UNTIL partner-usage-idx > partner-usage-rows
           MOVE SPACES TO display-row
           STRING
               partner-reg-status " " partner-quota-repr " "
               partner-used-repr "  "
               FUNCTION TRIM(partner-reg-key) " "
               FUNCTION TRIM(partner-reg-name)
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

       MATCH-ONE-PARTNER-USAGE SECTION.
           IF partner-usage-key(partner-usage-idx) = partner-reg-key
               MOVE partner-usage-count(partner-usage-idx)
                   TO partner-used-repr
           END-IF
           .

       LOAD-PARTNER-ROWS SECTION.
           INITIALIZE partner-rows-table
           MOVE 0 TO partner-rows-count
           MOVE "N" TO partner-rows-overflow-status
           MOVE "N" TO partner-read-status
           MOVE SPACES TO partners-file-status

           OPEN INPUT PartnersDb
           IF partners-file-status = "00"
               PERFORM READ-ONE-PARTNER-ROW UNTIL partner-read-eof
               CLOSE PartnersDb
           END-IF
           .

       READ-ONE-PARTNER-ROW SECTION.
           READ PartnersDb
               AT END
                   SET partner-read-eof TO TRUE
               NOT AT END
                   IF partner-rows-count >= 200
                       SET partner-rows-overflow TO TRUE
                   ELSE
                       ADD 1 TO partner-rows-count
                       MOVE partner-record
                           TO partner-rows-entry(partner-rows-count)
                   END-IF
           END-READ
           .

       SAVE-PARTNER-ROWS SECTION.
           MOVE partnersdb-path TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-temp-path TO partnersdb-path

           OPEN OUTPUT PartnersDb
           PERFORM WRITE-ONE-PARTNER-ROW
               VARYING partner-rows-idx FROM 1 BY 1
               UNTIL partner-rows-idx > partner-rows-count
           CLOSE PartnersDb

           PERFORM ATOMIC-RENAME-TEMP
           MOVE atomic-final-path TO partnersdb-path
           .

       WRITE-ONE-PARTNER-ROW SECTION.
           MOVE partner-rows-entry(partner-rows-idx)
               TO partner-record
           WRITE partner-record
           .

      *>   "BAN <address|prefix*> <YYYY-MM-DD|days> <reason>": add
      *>   a ban, or re-date and re-word the one already on that
      *>   address or prefix. A bare number is days from today.
       CLI-ADD-BAN SECTION.
           IF cli-arg-text = SPACES
               OR cli-arg-extra = SPACES
               OR cli-arg-fourth = SPACES
               DISPLAY "ERROR: give address or prefix, expiry and "
                   "reason, e.g. BAN 203.0.113.* 30 "
                   "'scraping the archive'."
               GOBACK
           END-IF

           IF cli-arg-text(46:1) NOT = SPACE
               DISPLAY "ERROR: an address or prefix is at most 45 "
                   "characters."
               GOBACK
           END-IF
           MOVE cli-arg-text(1:45) TO ban-arg-pattern
           MOVE ban-arg-pattern TO ban-reg-pattern
           MOVE 0 TO ban-pattern-trail
           INSPECT FUNCTION REVERSE(ban-reg-pattern)
               TALLYING ban-pattern-trail FOR LEADING SPACE
           COMPUTE ban-pattern-len = 45 - ban-pattern-trail
           MOVE 0 TO ban-pipe-count
           INSPECT ban-arg-pattern(1:ban-pattern-len)
               TALLYING ban-pipe-count FOR ALL "|" ALL "*" ALL " "
           IF ban-arg-pattern(ban-pattern-len:1) = "*"
               SUBTRACT 1 FROM ban-pipe-count
           END-IF
           IF ban-pipe-count > 0 OR ban-arg-pattern = "*"
               DISPLAY "ERROR: an address may not contain spaces or "
                   "'|', and a prefix takes a single '*' at its end."
               GOBACK
           END-IF

           MOVE SPACES TO ban-arg-expiry
           IF FUNCTION TEST-NUMVAL(cli-arg-extra) = 0
               AND cli-arg-extra(1:1) IS NUMERIC
               AND cli-arg-extra(5:1) = SPACE
               MOVE FUNCTION NUMVAL(cli-arg-extra) TO ban-arg-days
               IF ban-arg-days > 0
                   MOVE FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           (current-year * 10000)
                           + (current-month * 100)
                           + current-day) + ban-arg-days)
                       TO ban-expiry-date
                   STRING
                       ban-expiry-year "-" ban-expiry-month "-"
                       ban-expiry-day
                       INTO ban-arg-expiry
                   END-STRING
               END-IF
           ELSE
               IF cli-arg-extra(11:1) = SPACE
                   MOVE cli-arg-extra(1:10) TO licence-date-check
                   PERFORM CHECK-LICENCE-DATE
                   IF licence-date-valid
                       MOVE licence-date-check TO ban-arg-expiry
                   END-IF
               END-IF
           END-IF
           IF ban-arg-expiry = SPACES
               DISPLAY "ERROR: give the expiry as YYYY-MM-DD or as "
                   "a number of days from today."
               GOBACK
           END-IF
           IF ban-arg-expiry < today-formatted
               DISPLAY "ERROR: that expiry date has already passed."
               GOBACK
           END-IF

           MOVE 0 TO ban-pipe-count
           INSPECT cli-arg-fourth TALLYING ban-pipe-count FOR ALL "|"
           IF ban-pipe-count > 0 OR cli-arg-fourth(81:1) NOT = SPACE
               DISPLAY "ERROR: the reason is at most 80 characters "
                   "and may not contain '|'."
               GOBACK
           END-IF

           PERFORM LOAD-BAN-ROWS
           IF ban-rows-overflow
               DISPLAY "ERROR: quotes_bans.txt holds more than 200 "
                   "entries; lift the expired ones first."
               GOBACK
           END-IF

           PERFORM FIND-BAN-ROW
           IF NOT ban-known
               IF ban-rows-count >= 200
                   DISPLAY "ERROR: quotes_bans.txt is full; lift "
                       "the expired entries first."
                   GOBACK
               END-IF
               ADD 1 TO ban-rows-count
               MOVE ban-rows-count TO ban-replace-target
           END-IF

           MOVE SPACES TO ban-rows-entry(ban-replace-target)
           STRING
               FUNCTION TRIM(ban-arg-pattern) "|"
               ban-arg-expiry "|"
               FUNCTION TRIM(cli-arg-fourth(1:80)) "|"
               today-formatted
               INTO ban-rows-entry(ban-replace-target)
           END-STRING

           PERFORM SAVE-BAN-ROWS

           DISPLAY "Banned: "
               FUNCTION TRIM(ban-rows-entry(ban-replace-target)
                   TRAILING)
           .

      *>   "UNBAN <address|prefix*>": take the ban off the list
      *>   outright, expired or not.
       CLI-LIFT-BAN SECTION.
           IF cli-arg-text = SPACES
               DISPLAY "ERROR: give the banned address or prefix "
                   "exactly as BANS lists it, e.g. UNBAN 203.0.113.*"
               GOBACK
           END-IF
           MOVE cli-arg-text(1:45) TO ban-arg-pattern

           PERFORM LOAD-BAN-ROWS
           IF ban-rows-overflow
               DISPLAY "ERROR: quotes_bans.txt holds more than 200 "
                   "entries; trim it by hand first."
               GOBACK
           END-IF

           PERFORM FIND-BAN-ROW
           IF NOT ban-known
               DISPLAY "ERROR: there is no ban on "
                   FUNCTION TRIM(ban-arg-pattern) "."
               GOBACK
           END-IF

           DISPLAY "Lifted: "
               FUNCTION TRIM(ban-rows-entry(ban-replace-target)
                   TRAILING)
           PERFORM SHIFT-ONE-BAN-ROW
               VARYING ban-rows-idx FROM ban-replace-target BY 1
               UNTIL ban-rows-idx >= ban-rows-count
           SUBTRACT 1 FROM ban-rows-count

           PERFORM SAVE-BAN-ROWS
           .

       SHIFT-ONE-BAN-ROW SECTION.
           MOVE ban-rows-entry(ban-rows-idx + 1)
               TO ban-rows-entry(ban-rows-idx)
           .

      *>   Sets ban-known (and ban-replace-target) when
      *>   ban-arg-pattern already has a row in the loaded list.
       FIND-BAN-ROW SECTION.
           MOVE "N" TO ban-known-status
           MOVE 0 TO ban-replace-target
           PERFORM FIND-ONE-BAN-ROW
               VARYING ban-rows-idx FROM 1 BY 1
               UNTIL ban-rows-idx > ban-rows-count
                   OR ban-known
           .

       FIND-ONE-BAN-ROW SECTION.
           MOVE ban-rows-entry(ban-rows-idx) TO ban-row-text
           PERFORM PARSE-BAN-ROW
           IF ban-reg-pattern = ban-arg-pattern
               MOVE ban-rows-idx TO ban-replace-target
               SET ban-known TO TRUE
           END-IF
           .

      *>   Every ban on the list, still holding or already past
      *>   its expiry date.
       CLI-LIST-BANS SECTION.
           PERFORM LOAD-BAN-ROWS
           IF ban-rows-count = 0
               DISPLAY "The ban list is empty."
               GOBACK
           END-IF

           MOVE 0 TO ban-active-count
           PERFORM LIST-ONE-BAN-ROW
               VARYING ban-rows-idx FROM 1 BY 1
               UNTIL ban-rows-idx > ban-rows-count

           MOVE SPACES TO display-row
           STRING
               ban-active-count " of " ban-rows-count
               " ban(s) in force today."
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

       LIST-ONE-BAN-ROW SECTION.
           MOVE ban-rows-entry(ban-rows-idx) TO ban-row-text
           PERFORM PARSE-BAN-ROW
           IF ban-reg-expiry < today-formatted
               MOVE "EXPIRED" TO ban-state-text
           ELSE
               MOVE "ACTIVE" TO ban-state-text
               ADD 1 TO ban-active-count
           END-IF
           MOVE SPACES TO display-row
           STRING
               ban-state-text " until " ban-reg-expiry
               " (since " ban-reg-added ")  "
               FUNCTION TRIM(ban-reg-pattern)
               INTO display-row
           END-STRING
           DISPLAY display-row
           MOVE SPACES TO display-row
           STRING
               "         "
               FUNCTION TRIM(ban-reg-reason)
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

      *>   "BAN-REPORT": the clients the suggestion throttle turned
      *>   away most often over the last throttle-refusal-days days
      *>   (quotes_throttle_refusals.txt), most first, each with the
      *>   first and last day it was refused; ones already banned
      *>   are marked so. Rows older than the retention are left out
      *>   even where no refusal has pruned them yet.
       CLI-BAN-CANDIDATES SECTION.
           PERFORM SET-REFUSAL-CUTOFF
           INITIALIZE ban-cand-table
           MOVE 0 TO ban-cand-count
           MOVE "N" TO refusal-read-status
           MOVE SPACES TO refusal-file-status

           OPEN INPUT RefusalDb
           IF refusal-file-status = "00"
               PERFORM READ-ONE-BAN-CANDIDATE
                   UNTIL refusal-read-eof
               CLOSE RefusalDb
           END-IF

           IF ban-cand-count = 0
               DISPLAY "The throttle has refused no client since "
                   refusal-cutoff-text "."
               GOBACK
           END-IF

           DISPLAY "Throttle refusals since " refusal-cutoff-text
           DISPLAY " #  REFUSED  FIRST       LAST        CLIENT"
           MOVE 0 TO ban-cand-rank
           MOVE 1 TO ban-cand-best
           PERFORM SHOW-NEXT-BAN-CANDIDATE
               UNTIL ban-cand-rank >= ban-cand-count
                   OR ban-cand-rank >= 20
                   OR ban-cand-best = 0
           DISPLAY " "
           DISPLAY "Ban one with: BAN <address> <days> '<reason>'"
           .

       READ-ONE-BAN-CANDIDATE SECTION.
           READ RefusalDb
               AT END
                   SET refusal-read-eof TO TRUE
               NOT AT END
                   MOVE SPACES TO throttle-rec-date
                   MOVE SPACES TO throttle-rec-time
                   MOVE SPACES TO throttle-rec-addr
                   UNSTRING refusal-record DELIMITED BY ALL " "
                       INTO throttle-rec-date throttle-rec-time
                            throttle-rec-addr
                   END-UNSTRING
                   IF throttle-rec-addr NOT = SPACES
                       AND throttle-rec-date(5:1) = "-"
                       AND throttle-rec-date >= refusal-cutoff-text
                       MOVE 0 TO ban-cand-best
                       PERFORM FIND-ONE-BAN-CANDIDATE
                           VARYING ban-cand-idx FROM 1 BY 1
                           UNTIL ban-cand-idx > ban-cand-count
                               OR ban-cand-best > 0
                       IF ban-cand-best = 0
                           AND ban-cand-count < 200
                           ADD 1 TO ban-cand-count
                           MOVE ban-cand-count TO ban-cand-best
                           MOVE throttle-rec-addr
                               TO ban-cand-addr(ban-cand-best)
                           MOVE throttle-rec-date
                               TO ban-cand-first(ban-cand-best)
                           MOVE throttle-rec-date
                               TO ban-cand-last(ban-cand-best)
                       END-IF
                       IF ban-cand-best > 0
                           ADD 1 TO ban-cand-hits(ban-cand-best)
                           IF throttle-rec-date
                               < ban-cand-first(ban-cand-best)
                               MOVE throttle-rec-date
                                   TO ban-cand-first(ban-cand-best)
                           END-IF
                           IF throttle-rec-date
                               > ban-cand-last(ban-cand-best)
                               MOVE throttle-rec-date
                                   TO ban-cand-last(ban-cand-best)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       FIND-ONE-BAN-CANDIDATE SECTION.
           IF ban-cand-addr(ban-cand-idx) = throttle-rec-addr
               MOVE ban-cand-idx TO ban-cand-best
           END-IF
           .

      *>   Pick the busiest client not shown yet and print it.
       SHOW-NEXT-BAN-CANDIDATE SECTION.
           MOVE 0 TO ban-cand-best
           PERFORM RANK-ONE-BAN-CANDIDATE
               VARYING ban-cand-idx FROM 1 BY 1
               UNTIL ban-cand-idx > ban-cand-count
           IF ban-cand-best > 0
               ADD 1 TO ban-cand-rank
               MOVE "Y" TO ban-cand-shown(ban-cand-best)
               MOVE SPACES TO ban-cand-note
               MOVE ban-cand-addr(ban-cand-best) TO remote-addr
               PERFORM CHECK-CLIENT-BAN
               MOVE SPACES TO remote-addr
               IF client-banned
                   MOVE "(already banned)" TO ban-cand-note
               END-IF
               MOVE ban-cand-hits(ban-cand-best) TO ban-cand-repr
               MOVE SPACES TO display-row
               STRING
                   ban-cand-rank " " ban-cand-repr "  "
                   ban-cand-first(ban-cand-best) "  "
                   ban-cand-last(ban-cand-best) "  "
                   FUNCTION TRIM(ban-cand-addr(ban-cand-best)) " "
                   ban-cand-note
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

       RANK-ONE-BAN-CANDIDATE SECTION.
           IF ban-cand-shown(ban-cand-idx) NOT = "Y"
               IF ban-cand-best = 0
                   MOVE ban-cand-idx TO ban-cand-best
               ELSE
                   IF ban-cand-hits(ban-cand-idx)
                       > ban-cand-hits(ban-cand-best)
                       MOVE ban-cand-idx TO ban-cand-best
                   END-IF
               END-IF
           END-IF
           .

      *>   Put "|<quote-licence>" behind the record already built in
      *>   edit-quote-entry(licence-scan-idx); the rebuilds in EDIT
      *>   and RENAME-CAT would otherwise drop it.
       APPEND-LICENCE-SUBFIELD SECTION.
           MOVE 0 TO licence-entry-len
           INSPECT FUNCTION REVERSE(edit-quote-entry(licence-scan-idx))
               TALLYING licence-entry-len FOR LEADING SPACE
           COMPUTE licence-entry-ptr = 501 - licence-entry-len
           STRING
               "|" FUNCTION TRIM(quote-licence)
               DELIMITED BY SIZE
               INTO edit-quote-entry(licence-scan-idx)
               WITH POINTER licence-entry-ptr
           END-STRING
           .

      *>   Settle release-date-value off cli-arg-extra, same shape
      *>   check CLI-RESTORE-SET applies to its set date.
       PARSE-RELEASE-DATE SECTION.
           MOVE "N" TO release-date-status

           IF cli-arg-extra(5:1) NOT = "-"
               OR cli-arg-extra(8:1) NOT = "-"
               OR FUNCTION TEST-NUMVAL(cli-arg-extra(1:4)) NOT = 0
               OR FUNCTION TEST-NUMVAL(cli-arg-extra(6:2)) NOT = 0
               OR FUNCTION TEST-NUMVAL(cli-arg-extra(9:2)) NOT = 0
               DISPLAY "ERROR: give the release date as "
                   "YYYY-MM-DD, e.g. APPROVE 2 2026-12-01."
               GOBACK
           END-IF

           MOVE cli-arg-extra(1:10) TO release-date-value
           MOVE "Y" TO release-date-status
           .

      *>   Same OPEN EXTEND/fallback idiom every other append-only
      *>   side file uses; the record behind the date is exactly
      *>   what the immediate path would have written to QuoteDb.
       PARK-SCHEDULED-QUOTE SECTION.
           MOVE SPACES TO scheduled-record
           IF pending-contact = SPACES
               STRING
                   release-date-value "|"
                   new-quote-text(1:pending-text-length)
                   "|||" today-formatted
                   INTO scheduled-record
               END-STRING
           ELSE
               STRING
                   release-date-value "+"
                   FUNCTION TRIM(pending-contact) "|"
                   new-quote-text(1:pending-text-length)
                   "|||" today-formatted
                   INTO scheduled-record
               END-STRING
           END-IF
           OPEN EXTEND ScheduledDb
           IF scheduled-file-status NOT = "00"
               OPEN OUTPUT ScheduledDb
           END-IF
           WRITE scheduled-record
           CLOSE ScheduledDb
           .

      *>   Split the queue entry under review-target into the text
      *>   and the contact address behind its "|", if any.
       SPLIT-PENDING-ENTRY SECTION.
           MOVE SPACES TO notice-quote-text
           MOVE SPACES TO pending-contact
           UNSTRING pending-queue-entry(review-target)
               DELIMITED BY "|"
               INTO notice-quote-text pending-contact
           END-UNSTRING

           MOVE 0 TO pending-text-length
           INSPECT FUNCTION REVERSE(notice-quote-text)
               TALLYING pending-text-length FOR LEADING SPACE
           COMPUTE pending-text-length = 400 - pending-text-length
           .

      *>   Tell a suggestion's submitter what became of it, if they
      *>   left an address: a mail in the digest outbox, same
      *>   headers-blank-line-body shape as the confirmation mail.
      *>   The caller has notice-kind, notice-quote-text and
      *>   pending-contact set. A notice that cannot be written is
      *>   reported but does not undo the decision it is about.
       SEND-SUGGESTION-NOTICE SECTION.
           IF pending-contact NOT = SPACES
               IF responsebody-pid = 0
                   CALL "getpid" RETURNING responsebody-pid-raw
                   END-CALL
                   MOVE responsebody-pid-raw TO responsebody-pid
               END-IF
               ADD 1 TO notice-seq

               MOVE SPACES TO outbox-message-path
               STRING
                   FUNCTION TRIM(outbox-dir) "/notice-"
                   today-formatted "-"
                   current-hours current-minute current-seconds
                   "-" FUNCTION TRIM(responsebody-pid)
                   "-" notice-seq ".txt"
                   INTO outbox-message-path
               END-STRING

               MOVE SPACES TO outbox-file-status
               OPEN OUTPUT OutboxDb
               IF outbox-file-status = "00"
                   PERFORM WRITE-SUGGESTION-NOTICE
                   CLOSE OutboxDb
               ELSE
                   DISPLAY "WARNING: the notice to "
                       FUNCTION TRIM(pending-contact)
                       " could not be written to the outbox."
               END-IF
           END-IF
           .

       WRITE-SUGGESTION-NOTICE SECTION.
           MOVE SPACES TO outbox-record
           STRING
               "To: " FUNCTION TRIM(pending-contact)
               INTO outbox-record
           END-STRING
           WRITE outbox-record

           MOVE SPACES TO outbox-record
           EVALUATE notice-kind
               WHEN "ACCEPTED"
                   MOVE "Subject: Your quote suggestion was accepted"
                       TO outbox-record
               WHEN "SCHEDULED"
                   STRING
                       "Subject: Your quote suggestion goes live on "
                       release-date-value
                       INTO outbox-record
                   END-STRING
               WHEN "LIVE"
                   MOVE "Subject: Your suggested quote is now live"
                       TO outbox-record
               WHEN OTHER
                   MOVE "Subject: About your quote suggestion"
                       TO outbox-record
           END-EVALUATE
           WRITE outbox-record

           MOVE SPACES TO outbox-record
           WRITE outbox-record

           MOVE "Thank you for suggesting:" TO outbox-record
           WRITE outbox-record

           MOVE SPACES TO outbox-record
           STRING
               "  " FUNCTION TRIM(notice-quote-text)
               INTO outbox-record
           END-STRING
           WRITE outbox-record

           MOVE SPACES TO outbox-record
           WRITE outbox-record

           MOVE SPACES TO outbox-record
           EVALUATE notice-kind
               WHEN "ACCEPTED"
                   MOVE "It has been accepted into the collection."
                       TO outbox-record
               WHEN "SCHEDULED"
                   STRING
                       "It has been accepted and will go live on "
                       release-date-value "."
                       INTO outbox-record
                   END-STRING
               WHEN "LIVE"
                   STRING
                       "It went live in the collection on "
                       today-formatted "."
                       INTO outbox-record
                   END-STRING
               WHEN OTHER
                   STRING
                       "We have decided not to add it. Reason: "
                       FUNCTION TRIM(cli-arg-extra)
                       INTO outbox-record
                   END-STRING
           END-EVALUATE
           WRITE outbox-record
           .

      *>   "historisch-gewachsen PROMOTE" - the nightly cron step:
      *>   move every scheduled record whose date has arrived onto
      *>   the end of QuoteDb, and rewrite quotes_scheduled.txt down
      *>   to the still-waiting ones. The new lines' counts/votes
      *>   side-file slots need no touch, same as CLI-ADD-QUOTE: a
      *>   tally the side files don't carry yet simply reads as
      *>   zero until the next save extends them.
       CLI-PROMOTE-SCHEDULED SECTION.
           PERFORM LOAD-SCHEDULED-TABLE

           IF scheduled-count = 0
               DISPLAY "Nothing is scheduled."
               GOBACK
           END-IF

      *>   Rewriting the file off a table that couldn't hold all of
      *>   it would drop the unseen tail; refuse outright, same
      *>   caution as the pending queue's moderation.
           IF scheduled-overflow
               DISPLAY "ERROR: quotes_scheduled.txt holds more "
                   "than 200 entries; trim it by hand before "
                   "promoting."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO promoted-count
           PERFORM PROMOTE-ONE-SCHEDULED
               VARYING scheduled-idx FROM 1 BY 1
               UNTIL scheduled-idx > scheduled-count

           IF promoted-count > 0
               PERFORM SAVE-SCHEDULED-TABLE
           END-IF

           MOVE SPACES TO display-row
           STRING
               "Promoted " promoted-count " scheduled quote(s)."
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

      *>   One scheduled record: not due yet stays put; due goes
      *>   through the same duplicate check CLI-ADD-QUOTE runs (the
      *>   catalogue may have gained the text since APPROVE parked
      *>   it) and onto the end of QuoteDb. Either way a consumed
      *>   entry is blanked so the rewrite below drops it.
       PROMOTE-ONE-SCHEDULED SECTION.
           MOVE scheduled-entry(scheduled-idx)(1:10)
               TO release-date-value

           IF release-date-value <= today-formatted
               MOVE SPACES TO promote-record
               MOVE SPACES TO pending-contact
               IF scheduled-entry(scheduled-idx)(11:1) = "+"
                   MOVE 0 TO promote-contact-length
                   UNSTRING scheduled-entry(scheduled-idx)(12:)
                       DELIMITED BY "|"
                       INTO pending-contact
                       COUNT IN promote-contact-length
                   END-UNSTRING
                   MOVE scheduled-entry(scheduled-idx)
                       (promote-contact-length + 13:)
                       TO promote-record
               ELSE
                   MOVE scheduled-entry(scheduled-idx)(12:500)
                       TO promote-record
               END-IF

               MOVE promote-record TO quote-line
               PERFORM PARSE-QUOTE-RECORD
               MOVE SPACES TO new-quote-text
               MOVE quote-text TO new-quote-text
               MOVE quote-text TO notice-quote-text
               PERFORM CHECK-DUPLICATE-QUOTE

               IF duplicate-quote-found
                   DISPLAY "Dropped (already in QuoteDb): "
                       FUNCTION TRIM(promote-record TRAILING)
               ELSE
                   MOVE promote-record TO quote-line
                   OPEN EXTEND QuoteDb
                   IF quotedb-file-status NOT = "00"
                       OPEN OUTPUT QuoteDb
                   END-IF
                   IF quotedb-file-status NOT = "00"
                       DISPLAY "ERROR: could not open QuoteDb, "
                           "status " quotedb-file-status
                           "; nothing promoted."
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   WRITE QuoteDetails
                   CLOSE QuoteDb
                   ADD 1 TO promoted-count
                   DISPLAY "Promoted: "
                       FUNCTION TRIM(promote-record TRAILING)

                   PERFORM COUNT-QUOTEDB-LINES
                   COMPUTE change-line-repr = line-count - 1
                   PERFORM SET-CHANGE-LINE-TEXT
                   MOVE "PROMOTE" TO change-mode-text
                   MOVE SPACES TO change-before
                   MOVE SPACES TO change-after
                   MOVE promote-record TO change-after
                   PERFORM APPEND-CHANGE-JOURNAL

                   MOVE "LIVE" TO notice-kind
                   PERFORM SEND-SUGGESTION-NOTICE
               END-IF

               MOVE SPACES TO scheduled-entry(scheduled-idx)
           END-IF
           .

      *>   Load the whole scheduled file into its table. A missing
      *>   file just means nothing has been scheduled yet.
       LOAD-SCHEDULED-TABLE SECTION.
           INITIALIZE scheduled-table
           MOVE 0 TO scheduled-count
           MOVE "N" TO scheduled-read-status
           MOVE "N" TO scheduled-overflow-status
           MOVE SPACES TO scheduled-file-status

           OPEN INPUT ScheduledDb
           IF scheduled-file-status = "00"
               PERFORM READ-ONE-SCHEDULED-RECORD
                   VARYING scheduled-idx FROM 1 BY 1
                   UNTIL scheduled-idx > 200
                       OR scheduled-read-eof
               IF NOT scheduled-read-eof
                   READ ScheduledDb
                       AT END
                           SET scheduled-read-eof TO TRUE
                       NOT AT END
                           SET scheduled-overflow TO TRUE
                   END-READ
               END-IF
               CLOSE ScheduledDb
           END-IF
           .

       READ-ONE-SCHEDULED-RECORD SECTION.
           READ ScheduledDb
               AT END
                   SET scheduled-read-eof TO TRUE
               NOT AT END
                   MOVE scheduled-record
                       TO scheduled-entry(scheduled-idx)
                   ADD 1 TO scheduled-count
           END-READ
           .

      *>   Rewrite the scheduled file down to the entries still
      *>   waiting, temp-then-rename like every other side-file
      *>   rewrite here.
       SAVE-SCHEDULED-TABLE SECTION.
           MOVE scheduleddb-path TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-temp-path TO scheduleddb-path

           OPEN OUTPUT ScheduledDb
           IF scheduled-file-status NOT = "00"
               MOVE atomic-final-path TO scheduleddb-path
               DISPLAY "ERROR: could not rewrite "
                   "quotes_scheduled.txt, status "
                   scheduled-file-status
                   "; promoted entries are still listed there."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-ONE-KEPT-SCHEDULED
               VARYING scheduled-idx FROM 1 BY 1
               UNTIL scheduled-idx > scheduled-count
           CLOSE ScheduledDb

           PERFORM ATOMIC-RENAME-TEMP
           MOVE atomic-final-path TO scheduleddb-path
           IF rename-result NOT = 0
               DISPLAY "ERROR: could not put the rewritten "
                   "quotes_scheduled.txt in place; promoted entries "
                   "are still listed there."
               MOVE 1 TO RETURN-CODE
           END-IF
           .

       WRITE-ONE-KEPT-SCHEDULED SECTION.
           IF scheduled-entry(scheduled-idx) NOT = SPACES
               MOVE scheduled-entry(scheduled-idx)
                   TO scheduled-record
               WRITE scheduled-record
           END-IF
           .

      *>   "historisch-gewachsen TRANSLATE <lang> <line> <text>" -
      *>   close one of the coverage gaps historisch-reconcile
      *>   reports each morning in a single run: the translated text
      *>   goes onto the end of quotes_cobol.<lang>.txt and the
      *>   matching "<lang> NNNN MMMM" row into quotes_mapping.txt,
      *>   each rewritten temp-then-rename - no more hand-typing the
      *>   mapping row and serving the wrong quote off a slip.
       CLI-TRANSLATE-QUOTE SECTION.
           IF cli-arg-text = SPACES
               OR cli-arg-extra = SPACES
               OR cli-arg-fourth = SPACES
               DISPLAY "ERROR: give language, default line and "
                   "text, e.g. TRANSLATE de 7 'Der Satz'."
               GOBACK
           END-IF

           MOVE FUNCTION LOWER-CASE(cli-arg-text(1:2))
               TO translate-lang

           IF FUNCTION TEST-NUMVAL(cli-arg-extra) NOT = 0
               DISPLAY "ERROR: give the default file's line number "
                   "as LIST shows it, e.g. TRANSLATE de 7 '...'."
               GOBACK
           END-IF
           COMPUTE translate-default-line =
               FUNCTION NUMVAL(cli-arg-extra)

           PERFORM COUNT-QUOTEDB-LINES
           MOVE line-count TO total-line-count
           IF quotedb-unavailable
               DISPLAY "ERROR: QuoteDb is not readable."
               GOBACK
           END-IF
           IF translate-default-line > (total-line-count - 1)
               DISPLAY "ERROR: no such line; run LIST to see the "
                   "current numbering."
               GOBACK
           END-IF

      *>   Refuse a line that is already mapped for this locale -
      *>   a second row for the same pair is exactly the kind of
      *>   drift RESOLVE-LOCALE-PERMALINK cannot survive.
           MOVE translate-lang TO locale-lang-code
           MOVE translate-default-line TO mapping-lookup-id
           MOVE "N" TO permalink-mapped-status
           MOVE "N" TO mapping-read-status
           MOVE SPACES TO mapping-file-status
           OPEN INPUT MappingDb
           IF mapping-file-status = "00"
               PERFORM CHECK-ONE-MAPPING-ENTRY
                   UNTIL mapping-read-eof OR permalink-mapped
               CLOSE MappingDb
           END-IF
           IF permalink-mapped
               DISPLAY "ERROR: that line already has a "
                   "counterpart in this locale; EDIT the locale "
                   "file by hand if it is wrong."
               GOBACK
           END-IF

           MOVE 0 TO translate-text-len
           INSPECT FUNCTION REVERSE(cli-arg-fourth)
               TALLYING translate-text-len FOR LEADING SPACE
           COMPUTE translate-text-len = 500 - translate-text-len

      *>   The new record lands at the locale file's current end,
      *>   so its (0-indexed) line number is today's line count.
           MOVE SPACES TO locale-candidate-path
           STRING
               "quotes_cobol." translate-lang ".txt"
               INTO locale-candidate-path
           END-STRING
           PERFORM COUNT-TRANSLATE-LOCALE-LINES

           PERFORM TRANSLATE-APPEND-LOCALE-FILE
           PERFORM TRANSLATE-APPEND-MAPPING-ROW

           MOVE SPACES TO display-row
           STRING
               "Added " translate-lang " line "
               translate-locale-line " for default line "
               translate-default-line "."
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

      *>   Count the locale file's lines through the generic copy
      *>   SELECT; a missing file just means the first translation
      *>   starts a fresh one at line 0.
       COUNT-TRANSLATE-LOCALE-LINES SECTION.
           MOVE 0 TO translate-locale-line
           MOVE "N" TO copy-read-status
           MOVE SPACES TO copysrc-file-status
           MOVE locale-candidate-path TO copy-src-path

           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               PERFORM COUNT-ONE-TRANSLATE-LINE
                   UNTIL copy-read-eof
               CLOSE CopySrcDb
           END-IF
           .

       COUNT-ONE-TRANSLATE-LINE SECTION.
           READ CopySrcDb
               AT END
                   SET copy-read-eof TO TRUE
               NOT AT END
                   ADD 1 TO translate-locale-line
           END-READ
           .

      *>   Copy the locale file into a per-PID temp, append the new
      *>   record, rename over the real name - same temp-then-rename
      *>   discipline as every side-file save, so a localized hit
      *>   mid-read never sees a half-written file.
       TRANSLATE-APPEND-LOCALE-FILE SECTION.
           MOVE locale-candidate-path TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH

           MOVE atomic-final-path TO copy-src-path
           MOVE atomic-temp-path TO copy-dst-path
           MOVE "N" TO copy-read-status
           MOVE SPACES TO copysrc-file-status

           OPEN OUTPUT CopyDstDb
           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               PERFORM COPY-ONE-RECORD UNTIL copy-read-eof
               CLOSE CopySrcDb
           END-IF

           MOVE SPACES TO copy-dst-record
           MOVE cli-arg-fourth(1:translate-text-len)
               TO copy-dst-record
           WRITE copy-dst-record
           CLOSE CopyDstDb

           PERFORM ATOMIC-RENAME-TEMP
           .

      *>   Same pass for the mapping file; the row is written with
      *>   the zero-padded fixed columns the MappingDb layout reads
      *>   back.
       TRANSLATE-APPEND-MAPPING-ROW SECTION.
           MOVE mappingdb-path TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH

           MOVE atomic-final-path TO copy-src-path
           MOVE atomic-temp-path TO copy-dst-path
           MOVE "N" TO copy-read-status
           MOVE SPACES TO copysrc-file-status

           OPEN OUTPUT CopyDstDb
           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               PERFORM COPY-ONE-RECORD UNTIL copy-read-eof
               CLOSE CopySrcDb
           END-IF

           MOVE SPACES TO copy-dst-record
           STRING
               translate-lang " "
               translate-default-line " "
               translate-locale-line
               INTO copy-dst-record
           END-STRING
           WRITE copy-dst-record
           CLOSE CopyDstDb

           PERFORM ATOMIC-RENAME-TEMP
           .

      *>   "historisch-gewachsen WORKSHEET <lang>" - the untranslated
      *>   default lines with their full text, one per row, ready to
      *>   redirect into a file and hand to the translator; the
      *>   counts reconcile prints say how big the backlog is, this
      *>   says what is actually in it.
       CLI-TRANSLATION-WORKSHEET SECTION.
           IF cli-arg-text = SPACES
               DISPLAY "ERROR: give a language code, e.g. "
                   "WORKSHEET de."
               GOBACK
           END-IF
           MOVE FUNCTION LOWER-CASE(cli-arg-text(1:2))
               TO translate-lang

           INITIALIZE worksheet-flags
           MOVE "N" TO mapping-read-status
           MOVE SPACES TO mapping-file-status
           OPEN INPUT MappingDb
           IF mapping-file-status = "00"
               PERFORM FLAG-ONE-WORKSHEET-ROW
                   UNTIL mapping-read-eof
               CLOSE MappingDb
           END-IF

           MOVE 0 TO worksheet-missing-count
           MOVE 0 TO report-line-id
           MOVE SPACES TO file-status
           OPEN INPUT QuoteDb
           IF quotedb-file-status = "00"
               PERFORM LIST-ONE-WORKSHEET-LINE UNTIL file-eof
               CLOSE QuoteDb
           ELSE
               DISPLAY "ERROR: QuoteDb is not readable."
               GOBACK
           END-IF

           IF worksheet-missing-count = 0
               MOVE SPACES TO display-row
               STRING
                   "Every line has a " translate-lang
                   " counterpart."
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

       FLAG-ONE-WORKSHEET-ROW SECTION.
           READ MappingDb
               AT END
                   SET mapping-read-eof TO TRUE
               NOT AT END
                   IF map-lang = translate-lang
                       AND map-default-line < 2000
                       MOVE "Y" TO
                           worksheet-flag(map-default-line + 1)
                   END-IF
           END-READ
           .

      *>   Same "#NNN <record>" row shape CLI-LIST-QUOTES prints, so
      *>   the numbers feed straight back into TRANSLATE.
       LIST-ONE-WORKSHEET-LINE SECTION.
           READ QuoteDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   IF worksheet-flag(report-line-id + 1) NOT = "Y"
                       ADD 1 TO worksheet-missing-count
                       MOVE SPACES TO display-row
                       STRING
                           "#" report-line-id " " quote-line
                           INTO display-row
                       END-STRING
                       DISPLAY display-row
                   END-IF
                   ADD 1 TO report-line-id
           END-READ
           .

      *>   Settle review-target off cli-arg-text, same TEST-NUMVAL/
      *>   NUMVAL caution DETERMINE-CACHE-FLAGS applies to "?id=NN";
      *>   anything out of range of the loaded queue is refused here
      *>   so the callers above can act on it unchecked.
       PARSE-REVIEW-TARGET SECTION.
           MOVE "N" TO review-target-status

           IF pending-queue-count = 0
               DISPLAY "The pending-suggestion queue is empty."
               GOBACK
           END-IF

      *>   Rewriting the queue off a table that couldn't hold all of
      *>   it would drop the unseen tail; refuse outright rather than
      *>   lose suggestions.
           IF pending-queue-overflow
               DISPLAY "ERROR: quotes_pending.txt holds more than "
                   "200 entries; trim it by hand before moderating."
               GOBACK
           END-IF

           IF cli-arg-text = SPACES
               OR FUNCTION TEST-NUMVAL(cli-arg-text) NOT = 0
               DISPLAY "ERROR: give the queue position shown by "
                   "REVIEW, e.g. APPROVE 2."
               GOBACK
           END-IF

           COMPUTE review-target = FUNCTION NUMVAL(cli-arg-text)
           IF review-target < 1
               OR review-target > pending-queue-count
               DISPLAY "ERROR: no such queue entry; run REVIEW to "
                   "see the current numbering."
               GOBACK
           END-IF

           MOVE "Y" TO review-target-status
           .

      *>   Load the whole pending queue into its table. A missing
      *>   file just means nothing has been suggested yet.
       LOAD-PENDING-QUEUE SECTION.
           INITIALIZE pending-queue-table
           MOVE 0 TO pending-queue-count
           MOVE "N" TO pending-read-status
           MOVE "N" TO pending-overflow-status
           MOVE SPACES TO pendingdb-file-status

           OPEN INPUT PendingDb
           IF pendingdb-file-status = "00"
               PERFORM READ-ONE-PENDING-RECORD
                   VARYING pending-idx FROM 1 BY 1
                   UNTIL pending-idx > 200 OR pending-read-eof
      *>       The table filled before the file ran out - one more
      *>       READ tells the two apart, so SAVE-PENDING-QUEUE's
      *>       rewrite can be refused rather than silently dropping
      *>       whatever came after entry 200.
               IF NOT pending-read-eof
                   READ PendingDb
                       AT END
                           SET pending-read-eof TO TRUE
                       NOT AT END
                           SET pending-queue-overflow TO TRUE
                   END-READ
               END-IF
               CLOSE PendingDb
           END-IF
           .

       READ-ONE-PENDING-RECORD SECTION.
           READ PendingDb
               AT END
                   SET pending-read-eof TO TRUE
               NOT AT END
                   MOVE pending-record
                       TO pending-queue-entry(pending-idx)
                   ADD 1 TO pending-queue-count
           END-READ
           .

      *>   Rewrite the queue minus the entry review-target just
      *>   settled on - the one write that actually clears a
      *>   suggestion out of quotes_pending.txt.
       SAVE-PENDING-QUEUE SECTION.
           MOVE pendingdb-path TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-temp-path TO pendingdb-path

           OPEN OUTPUT PendingDb
           PERFORM WRITE-ONE-KEPT-PENDING
               VARYING pending-idx FROM 1 BY 1
               UNTIL pending-idx > pending-queue-count
           CLOSE PendingDb

           PERFORM ATOMIC-RENAME-TEMP
           MOVE atomic-final-path TO pendingdb-path
           .

       WRITE-ONE-KEPT-PENDING SECTION.
           IF pending-idx NOT = review-target
               MOVE pending-queue-entry(pending-idx)
                   TO pending-record
               WRITE pending-record
           END-IF
           .

      *>   One journal line per moderation decision: timestamp,
      *>   APPROVED/REJECTED, the text acted on, and (for a
      *>   rejection) the reason given. Same append idiom as
      *>   LOG-ACCESS.
       APPEND-REVIEW-JOURNAL SECTION.
      *>   The reason goes ahead of the (possibly full-length)
      *>   text: whatever has to give at the record's edge, it is
      *>   never the reason - keeping that on record is the whole
      *>   point of this journal.
           MOVE SPACES TO review-journal-line
      *>   Comment rejections carry a mandatory reason exactly like
      *>   suggestion rejections; both land in the same shape here.
           EVALUATE review-action-text
               WHEN "REJECTED"
               WHEN "CREJECTED"
                   STRING
                       today-formatted " "
                       current-hours ":" current-minute ":"
                       current-seconds
                       " " review-action-text
                       " reason: " FUNCTION TRIM(cli-arg-extra)
                       " | "
                       pending-queue-entry(review-target)
                           (1:pending-real-length)
                       INTO review-journal-line
                   END-STRING
      *>   A closed problem report: FIXED names the change-journal
      *>   entry that fixed it, the other two carry their note.
               WHEN "FIXED"
                   STRING
                       today-formatted " "
                       current-hours ":" current-minute ":"
                       current-seconds
                       " FIXED by change-journal entry "
                       FUNCTION TRIM(report-change-ref)
                       " | "
                       pending-queue-entry(review-target)
                           (1:pending-real-length)
                       INTO review-journal-line
                   END-STRING
               WHEN "DECLINED"
               WHEN "DUPLICATE"
                   STRING
                       today-formatted " "
                       current-hours ":" current-minute ":"
                       current-seconds
                       " " FUNCTION TRIM(review-action-text)
                       " reason: " FUNCTION TRIM(report-close-note)
                       " | "
                       pending-queue-entry(review-target)
                           (1:pending-real-length)
                       INTO review-journal-line
                   END-STRING
               WHEN "SCHEDULED"
                   STRING
                       today-formatted " "
                       current-hours ":" current-minute ":"
                       current-seconds
                       " " review-action-text
                       " for: " release-date-value
                       " | "
                       pending-queue-entry(review-target)
                           (1:pending-real-length)
                       INTO review-journal-line
                   END-STRING
               WHEN OTHER
                   STRING
                       today-formatted " "
                       current-hours ":" current-minute ":"
                       current-seconds
                       " " review-action-text " "
                       pending-queue-entry(review-target)
                           (1:pending-real-length)
                       INTO review-journal-line
                   END-STRING
           END-EVALUATE

           MOVE review-journal-line TO review-journal-record
           OPEN EXTEND ReviewJournalDb
           IF reviewjournal-file-status NOT = "00"
               OPEN OUTPUT ReviewJournalDb
           END-IF
           WRITE review-journal-record
           CLOSE ReviewJournalDb
           .

      *>   One journal line per catalogue mutation: timestamp, the
      *>   mode, the "#NNNN" acted on, and whichever of the before/
      *>   after texts the mode has. The caller fills
      *>   change-mode-text, change-line-text, change-before and
      *>   change-after; same append idiom as the review journal.
       SET-CHANGE-LINE-TEXT SECTION.
           MOVE SPACES TO change-line-text
           STRING
               "#" FUNCTION TRIM(change-line-repr)
               INTO change-line-text
           END-STRING
           .

       APPEND-CHANGE-JOURNAL SECTION.
           MOVE SPACES TO change-journal-line
           EVALUATE TRUE
               WHEN change-before = SPACES
                   STRING
                       today-formatted " "
                       current-hours ":" current-minute ":"
                       current-seconds
                       " " FUNCTION TRIM(change-mode-text)
                       " " FUNCTION TRIM(change-line-text)
                       " new: "
                       FUNCTION TRIM(change-after TRAILING)
                       INTO change-journal-line
                   END-STRING
               WHEN change-after = SPACES
                   STRING
                       today-formatted " "
                       current-hours ":" current-minute ":"
                       current-seconds
                       " " FUNCTION TRIM(change-mode-text)
                       " " FUNCTION TRIM(change-line-text)
                       " was: "
                       FUNCTION TRIM(change-before TRAILING)
                       INTO change-journal-line
                   END-STRING
               WHEN OTHER
                   STRING
                       today-formatted " "
                       current-hours ":" current-minute ":"
                       current-seconds
                       " " FUNCTION TRIM(change-mode-text)
                       " " FUNCTION TRIM(change-line-text)
                       " was: "
                       FUNCTION TRIM(change-before TRAILING)
                       " now: "
                       FUNCTION TRIM(change-after TRAILING)
                       INTO change-journal-line
                   END-STRING
           END-EVALUATE

           MOVE change-journal-line TO change-journal-record
           OPEN EXTEND ChangeJournalDb
           IF changejournal-file-status NOT = "00"
               OPEN OUTPUT ChangeJournalDb
           END-IF
           WRITE change-journal-record
           CLOSE ChangeJournalDb
           .

      *>   "historisch-gewachsen HISTORY <n>" - every change-journal
      *>   entry carrying that line's "#NNNN" token, oldest first.
      *>   The numbers are as of each entry's own day: a RETIRE
      *>   renumbers the catalogue, never the journal.
       CLI-LINE-HISTORY SECTION.
           IF cli-arg-text = SPACES
               OR FUNCTION TEST-NUMVAL(cli-arg-text) NOT = 0
               DISPLAY "ERROR: give a line number, e.g. HISTORY 3."
               GOBACK
           END-IF

           COMPUTE change-line-repr =
               FUNCTION NUMVAL(cli-arg-text)
           MOVE SPACES TO history-needle
           STRING
               "#" FUNCTION TRIM(change-line-repr) " "
               INTO history-needle
           END-STRING
           MOVE 0 TO history-needle-len
           INSPECT FUNCTION REVERSE(history-needle)
               TALLYING history-needle-len FOR LEADING SPACE
           COMPUTE history-needle-len = 8 - history-needle-len + 1

           MOVE 0 TO history-match-count
           MOVE "N" TO history-read-status
           MOVE SPACES TO changejournal-file-status

           OPEN INPUT ChangeJournalDb
           IF changejournal-file-status = "00"
               PERFORM SHOW-ONE-HISTORY-LINE
                   UNTIL history-read-eof
               CLOSE ChangeJournalDb
           END-IF

           IF history-match-count = 0
               DISPLAY "No recorded changes for that line."
           END-IF
           .

       SHOW-ONE-HISTORY-LINE SECTION.
           READ ChangeJournalDb
               AT END
                   SET history-read-eof TO TRUE
               NOT AT END
                   MOVE 0 TO history-scan-pos
                   INSPECT change-journal-record
                       TALLYING history-scan-pos
                       FOR CHARACTERS BEFORE INITIAL
                       history-needle(1:history-needle-len)
                   IF history-scan-pos < 1100
                       ADD 1 TO history-match-count
                       DISPLAY FUNCTION TRIM(
                           change-journal-record TRAILING)
                   END-IF
           END-READ
           .

      *>   "historisch-gewachsen UNDO <n>" - reverse change-journal
      *>   entry n (its 1-based place in the journal) through the
      *>   same cascade its mode used: a line put in by ADD, IMPORT
      *>   or PROMOTE comes back out as RETIRE would take it, an
      *>   EDIT gets its old text back, a RETIREd line goes back in
      *>   at its number with the side files renumbered up, and a
      *>   RENAME-CAT renames back. Refused when any later entry
      *>   touched the line, or moved it by taking out or putting
      *>   in a line below it; an undo is journalled as "UNDO-<n>"
      *>   in the same shapes, so it can be audited and undone too.
       CLI-UNDO-CHANGE SECTION.
           IF cli-arg-text = SPACES
               OR FUNCTION TEST-NUMVAL(cli-arg-text) NOT = 0
               DISPLAY "ERROR: give the journal entry number, "
                   "e.g. UNDO 12 (1 is the oldest entry)."
               GOBACK
           END-IF
           COMPUTE undo-entry-num = FUNCTION NUMVAL(cli-arg-text)
           MOVE undo-entry-num TO undo-entry-repr

           MOVE 0 TO undo-scan-count
           MOVE "N" TO undo-found-status
           MOVE "N" TO undo-conflict-status
           MOVE "N" TO history-read-status
           MOVE SPACES TO changejournal-file-status
           OPEN INPUT ChangeJournalDb
           IF changejournal-file-status = "00"
               PERFORM SCAN-ONE-UNDO-ENTRY UNTIL history-read-eof
               CLOSE ChangeJournalDb
           END-IF

           IF undo-entry-num = 0 OR NOT undo-entry-found
               MOVE SPACES TO display-row
               STRING
                   "ERROR: no journal entry "
                   FUNCTION TRIM(undo-entry-repr)
                   "; the journal holds " undo-scan-count "."
                   INTO display-row
               END-STRING
               DISPLAY display-row
               GOBACK
           END-IF
           DISPLAY "Entry " FUNCTION TRIM(undo-entry-repr) ": "
               FUNCTION TRIM(undo-entry-record TRAILING)

           IF undo-entry-line = "-" AND NOT undo-shape-change
               DISPLAY "ERROR: a whole-set change like RESTORE is "
                   "not undone entry by entry; RESTORE the set "
                   "you want instead."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF undo-entry-shape = SPACE
               OR (undo-entry-line NOT = "-"
                   AND NOT undo-line-known)
               DISPLAY "ERROR: that entry does not say what it "
                   "changed; it cannot be undone."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF undo-conflict
               MOVE undo-conflict-num TO undo-conflict-repr
               MOVE SPACES TO display-row
               STRING
                   "REFUSED: later entry "
                   FUNCTION TRIM(undo-conflict-repr) " ("
                   FUNCTION TRIM(undo-conflict-mode) ") "
                   FUNCTION TRIM(undo-conflict-why) "."
                   INTO display-row
               END-STRING
               DISPLAY display-row
               DISPLAY "Undo that one first, or put this right "
                   "with EDIT."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO change-mode-text
           STRING
               "UNDO-" FUNCTION TRIM(undo-entry-repr)
               INTO change-mode-text
           END-STRING

           EVALUATE TRUE
               WHEN undo-entry-line = "-"
                   PERFORM UNDO-CATEGORY-RENAME
               WHEN undo-shape-insert
                   PERFORM UNDO-LINE-INSERT
               WHEN undo-shape-change
                   PERFORM UNDO-LINE-CHANGE
               WHEN OTHER
                   PERFORM UNDO-LINE-REMOVAL
           END-EVALUATE
           .

      *>   The entry asked for is held on to; every entry after it
      *>   is checked against it, and the first one in the way is
      *>   remembered for the refusal.
       SCAN-ONE-UNDO-ENTRY SECTION.
           READ ChangeJournalDb
               AT END
                   SET history-read-eof TO TRUE
               NOT AT END
                   ADD 1 TO undo-scan-count
                   EVALUATE TRUE
                       WHEN undo-scan-count = undo-entry-num
                           PERFORM PARSE-UNDO-JOURNAL-LINE
                           MOVE undo-parsed TO undo-entry
                           MOVE change-journal-record
                               TO undo-entry-record
                           SET undo-entry-found TO TRUE
                       WHEN undo-entry-found AND NOT undo-conflict
                           PERFORM PARSE-UNDO-JOURNAL-LINE
                           PERFORM CHECK-UNDO-CONFLICT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

      *>   "YYYY-MM-DD HH:MM:SS MODE #N was: x now: y" back into its
      *>   parts - the reverse of APPEND-CHANGE-JOURNAL.
       PARSE-UNDO-JOURNAL-LINE SECTION.
           INITIALIZE undo-parsed
           MOVE SPACE TO undo-parsed-shape
           MOVE "N" TO undo-parsed-known
           MOVE 21 TO undo-pointer
           UNSTRING change-journal-record DELIMITED BY " "
               INTO undo-parsed-mode undo-parsed-line
               WITH POINTER undo-pointer
           END-UNSTRING
           MOVE SPACES TO undo-rest
           IF undo-pointer < 1100
               MOVE change-journal-record(undo-pointer:)
                   TO undo-rest
           END-IF

           EVALUATE TRUE
               WHEN undo-rest(1:5) = "new: "
                   MOVE "N" TO undo-parsed-shape
                   MOVE undo-rest(6:) TO undo-parsed-after
               WHEN undo-rest(1:5) = "was: "
                   MOVE 0 TO undo-now-count
                   INSPECT undo-rest TALLYING undo-now-count
                       FOR ALL " now: "
                   IF undo-now-count = 0
                       MOVE "W" TO undo-parsed-shape
                       MOVE undo-rest(6:) TO undo-parsed-before
                   ELSE
                       MOVE "C" TO undo-parsed-shape
                       UNSTRING undo-rest(6:) DELIMITED BY " now: "
                           INTO undo-parsed-before undo-parsed-after
                       END-UNSTRING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF undo-parsed-line(1:1) = "#"
               AND undo-parsed-line(2:5) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(undo-parsed-line(2:5)) = 0
                   COMPUTE undo-parsed-target =
                       FUNCTION NUMVAL(undo-parsed-line(2:5))
                   MOVE "Y" TO undo-parsed-known
               END-IF
           END-IF
           .

      *>   Does the later entry just parsed stand in the way? A
      *>   RESTORE always does; a rename only blocks undoing a
      *>   rename; otherwise it is the same line number, or a line
      *>   taken out or put in at or below it, which has moved it.
       CHECK-UNDO-CONFLICT SECTION.
           MOVE SPACES TO undo-conflict-why
           EVALUATE TRUE
               WHEN undo-parsed-line = "-"
                   AND undo-parsed-shape NOT = "C"
                   MOVE "restored a whole backup set"
                       TO undo-conflict-why
               WHEN undo-parsed-line = "-"
                   IF undo-entry-line = "-"
                       MOVE "renamed a category since"
                           TO undo-conflict-why
                   END-IF
               WHEN undo-entry-line = "-"
                   OR undo-parsed-known NOT = "Y"
                   CONTINUE
               WHEN undo-parsed-target = undo-entry-target
                   MOVE "touched the same line since"
                       TO undo-conflict-why
               WHEN undo-parsed-shape = "W"
                   AND undo-parsed-target < undo-entry-target
                   MOVE "took out a line before it"
                       TO undo-conflict-why
               WHEN undo-parsed-shape = "N"
                   AND undo-parsed-target < undo-entry-target
                   MOVE "put in a line before it"
                       TO undo-conflict-why
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF undo-conflict-why NOT = SPACES
               SET undo-conflict TO TRUE
               MOVE undo-scan-count TO undo-conflict-num
               MOVE undo-parsed-mode TO undo-conflict-mode
           END-IF
           .

      *>   The line the entry put in must still be there reading as
      *>   it was written; it then leaves the way RETIRE takes one.
       UNDO-LINE-INSERT SECTION.
           PERFORM LOAD-EDIT-QUOTE-TABLE
           MOVE undo-entry-target TO edit-target
           IF edit-target >= edit-quote-count
               PERFORM REFUSE-UNDO-LINE-CHANGED
           END-IF
           IF edit-quote-entry(edit-target + 1) NOT = undo-entry-after
               PERFORM REFUSE-UNDO-LINE-CHANGED
           END-IF

           MOVE SPACES TO change-before
           MOVE edit-quote-entry(edit-target + 1) TO change-before
           PERFORM REMOVE-QUOTE-LINE

           MOVE edit-target TO change-line-repr
           PERFORM SET-CHANGE-LINE-TEXT
           MOVE SPACES TO change-after
           PERFORM APPEND-CHANGE-JOURNAL

           DISPLAY "Took out line: "
               FUNCTION TRIM(change-before TRAILING)
           DISPLAY "Side files renumbered."
           .

      *>   An EDIT: the line must still read as the EDIT left it.
       UNDO-LINE-CHANGE SECTION.
           PERFORM LOAD-EDIT-QUOTE-TABLE
           MOVE undo-entry-target TO edit-target
           IF edit-target >= edit-quote-count
               PERFORM REFUSE-UNDO-LINE-CHANGED
           END-IF
           IF edit-quote-entry(edit-target + 1) NOT = undo-entry-after
               PERFORM REFUSE-UNDO-LINE-CHANGED
           END-IF

           MOVE edit-quote-entry(edit-target + 1) TO change-before
           MOVE undo-entry-before TO edit-quote-entry(edit-target + 1)
           PERFORM SAVE-EDIT-QUOTE-TABLE

           MOVE edit-target TO change-line-repr
           PERFORM SET-CHANGE-LINE-TEXT
           MOVE undo-entry-before TO change-after
           PERFORM APPEND-CHANGE-JOURNAL

           DISPLAY "Line back to: "
               FUNCTION TRIM(change-after TRAILING)
           .

      *>   A RETIRE: the line goes back in at its old number, unless
      *>   the same record has come back some other way meanwhile.
       UNDO-LINE-REMOVAL SECTION.
           PERFORM LOAD-EDIT-QUOTE-TABLE
           MOVE undo-entry-target TO edit-target
           IF edit-target > edit-quote-count
               OR edit-quote-count >= 2000
               PERFORM REFUSE-UNDO-LINE-CHANGED
           END-IF
           MOVE "N" TO undo-dup-status
           PERFORM CHECK-ONE-UNDO-DUPLICATE
               VARYING edit-idx FROM 1 BY 1
               UNTIL edit-idx > edit-quote-count OR undo-duplicate
           IF undo-duplicate
               SUBTRACT 2 FROM edit-idx GIVING change-line-repr
               MOVE SPACES TO display-row
               STRING
                   "REFUSED: that record is back already, as line #"
                   FUNCTION TRIM(change-line-repr) "."
                   INTO display-row
               END-STRING
               DISPLAY display-row
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE undo-entry-before TO undo-restore-text
           PERFORM INSERT-QUOTE-LINE

           MOVE edit-target TO change-line-repr
           PERFORM SET-CHANGE-LINE-TEXT
           MOVE SPACES TO change-before
           MOVE undo-entry-before TO change-after
           PERFORM APPEND-CHANGE-JOURNAL

           DISPLAY "Put back line: "
               FUNCTION TRIM(change-after TRAILING)
           DISPLAY "Side files renumbered; its old counter, votes, "
               "pins, series days and comments start afresh."
           .

       CHECK-ONE-UNDO-DUPLICATE SECTION.
           IF edit-quote-entry(edit-idx) = undo-entry-before
               SET undo-duplicate TO TRUE
           END-IF
           .

       REFUSE-UNDO-LINE-CHANGED SECTION.
           MOVE undo-entry-target TO change-line-repr
           MOVE SPACES TO display-row
           STRING
               "REFUSED: line #" FUNCTION TRIM(change-line-repr)
               " no longer reads as entry "
               FUNCTION TRIM(undo-entry-repr) " left it."
               INTO display-row
           END-STRING
           DISPLAY display-row
           MOVE 1 TO RETURN-CODE
           GOBACK
           .

      *>   A RENAME-CAT: "was: <old> now: <new> (NNNN record(s))".
      *>   Renamed back only when exactly that many records carry
      *>   the new name, or records that had it all along would be
      *>   swept into the old one.
       UNDO-CATEGORY-RENAME SECTION.
           MOVE SPACES TO rename-old-category
           MOVE SPACES TO undo-rename-count-text
           UNSTRING undo-entry-after DELIMITED BY " ("
               INTO rename-old-category undo-rename-count-text
           END-UNSTRING
           MOVE undo-entry-before(1:20) TO rename-new-category
           MOVE 0 TO undo-rename-count
           IF FUNCTION TEST-NUMVAL(undo-rename-count-text(1:4)) = 0
               COMPUTE undo-rename-count =
                   FUNCTION NUMVAL(undo-rename-count-text(1:4))
           END-IF

           SET rename-dry-run TO TRUE
           PERFORM RENAME-CATEGORY-EVERYWHERE
           MOVE "N" TO rename-dry-run-status
           IF rename-total-count NOT = undo-rename-count
               MOVE SPACES TO display-row
               STRING
                   "REFUSED: " rename-total-count " record(s) now "
                   "carry '" FUNCTION TRIM(rename-old-category)
                   "', the rename touched " undo-rename-count "."
                   INTO display-row
               END-STRING
               DISPLAY display-row
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM RENAME-CATEGORY-EVERYWHERE

           MOVE "-" TO change-line-text
           MOVE SPACES TO change-before
           MOVE rename-old-category TO change-before
           MOVE SPACES TO change-after
           STRING
               FUNCTION TRIM(rename-new-category)
               " (" rename-total-count " record(s))"
               INTO change-after
           END-STRING
           PERFORM APPEND-CHANGE-JOURNAL

           MOVE SPACES TO display-row
           STRING
               "Renamed the category back on " rename-total-count
               " record(s) in all."
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

      *>   "historisch-gewachsen EDIT <n> <text>" - replace line n's
      *>   text sub-field in place, keeping its author/category/date
      *>   and, since the line keeps its position, every side file's
      *>   numbering too. The alternative is the hand edit this mode
      *>   exists to retire.
       CLI-EDIT-QUOTE SECTION.
           PERFORM LOAD-EDIT-QUOTE-TABLE
           PERFORM PARSE-EDIT-TARGET
           IF NOT edit-target-valid
               GOBACK
           END-IF

           MOVE 0 TO cli-extra-trailing-spaces
           INSPECT FUNCTION REVERSE(cli-arg-extra)
               TALLYING cli-extra-trailing-spaces
               FOR LEADING SPACE
           COMPUTE edit-text-len = 500 - cli-extra-trailing-spaces

           IF edit-text-len = 0
               DISPLAY "ERROR: give the replacement text, e.g. "
                   "EDIT 3 'the corrected quote'."
               GOBACK
           END-IF
           IF edit-text-len > 400
               DISPLAY "ERROR: quote text is " edit-text-len
                   " characters; QuoteDetails only holds 400."
               GOBACK
           END-IF
           MOVE SPACES TO edit-new-text
           MOVE cli-arg-extra(1:edit-text-len) TO edit-new-text

      *>   Re-assemble the record around the new text, keeping only
      *>   the sub-fields the old record actually carried; the old
      *>   record is kept aside for the change journal first.
           MOVE SPACES TO change-before
           MOVE edit-quote-entry(edit-target + 1) TO change-before
           MOVE edit-quote-entry(edit-target + 1) TO quote-line
           PERFORM PARSE-QUOTE-RECORD

           MOVE SPACES TO edit-quote-entry(edit-target + 1)
           IF quote-author = SPACES AND quote-category = SPACES
               AND quote-date-added = SPACES
               AND quote-licence = SPACES
               MOVE edit-new-text(1:edit-text-len)
                   TO edit-quote-entry(edit-target + 1)
           ELSE
               STRING
                   edit-new-text(1:edit-text-len)
                   "|" FUNCTION TRIM(quote-author)
                   "|" FUNCTION TRIM(quote-category)
                   "|" FUNCTION TRIM(quote-date-added)
                   INTO edit-quote-entry(edit-target + 1)
               END-STRING
               IF quote-licence NOT = SPACES
                   COMPUTE licence-scan-idx = edit-target + 1
                   PERFORM APPEND-LICENCE-SUBFIELD
               END-IF
           END-IF

           PERFORM SAVE-EDIT-QUOTE-TABLE

           MOVE edit-target TO change-line-repr
           PERFORM SET-CHANGE-LINE-TEXT
           MOVE "EDIT" TO change-mode-text
           MOVE SPACES TO change-after
           MOVE edit-quote-entry(edit-target + 1) TO change-after
           PERFORM APPEND-CHANGE-JOURNAL

           DISPLAY "Edited line: "
               edit-quote-entry(edit-target + 1)
           .

      *>   "historisch-gewachsen RETIRE <n>" - take line n out of
      *>   rotation entirely, and renumber every side file keyed by
      *>   line position in the same run: counters and votes shift
      *>   down, recent history and the day-pick ledger renumber,
      *>   the day-pick cache resets if it pointed at (or past) the
      *>   removed line. Skipping any one of these is how "#047 from
      *>   a 44-line file" happens.
       CLI-RETIRE-QUOTE SECTION.
           PERFORM LOAD-EDIT-QUOTE-TABLE
           PERFORM PARSE-EDIT-TARGET
           IF NOT edit-target-valid
               GOBACK
           END-IF

           DISPLAY "Retiring line: "
               edit-quote-entry(edit-target + 1)

           MOVE SPACES TO change-before
           MOVE edit-quote-entry(edit-target + 1) TO change-before

           PERFORM REMOVE-QUOTE-LINE

           MOVE edit-target TO change-line-repr
           PERFORM SET-CHANGE-LINE-TEXT
           MOVE "RETIRE" TO change-mode-text
           MOVE SPACES TO change-after
           PERFORM APPEND-CHANGE-JOURNAL

           DISPLAY "Side files renumbered."
           .

      *>   Line edit-target out of the loaded table and QuoteDb,
      *>   and every line-keyed side file renumbered down to match.
       REMOVE-QUOTE-LINE SECTION.
           MOVE "D" TO retire-direction
           COMPUTE retire-shift-start = edit-target + 1
           PERFORM SHIFT-ONE-QUOTE-ENTRY
               VARYING edit-idx FROM retire-shift-start BY 1
               UNTIL edit-idx >= edit-quote-count
           SUBTRACT 1 FROM edit-quote-count
           PERFORM SAVE-EDIT-QUOTE-TABLE

      *>   total-line-count drives how many entries the counter/vote
      *>   rewrites below keep.
           MOVE edit-quote-count TO total-line-count
           PERFORM RENUMBER-LINE-SIDE-FILES
           .

      *>   The reverse, for UNDO of a RETIRE: undo-restore-text
      *>   goes back in at line edit-target and the side files
      *>   renumber up around it. What the cascade dropped or
      *>   pointed at 9999 when the line went - its counter, votes,
      *>   pins, comments - is not recoverable and starts afresh.
       INSERT-QUOTE-LINE SECTION.
           MOVE "U" TO retire-direction
           COMPUTE retire-shift-start = edit-target + 1
           ADD 1 TO edit-quote-count
           PERFORM SHIFT-ONE-QUOTE-ENTRY-UP
               VARYING edit-idx FROM edit-quote-count BY -1
               UNTIL edit-idx <= retire-shift-start
           MOVE undo-restore-text
               TO edit-quote-entry(retire-shift-start)
           PERFORM SAVE-EDIT-QUOTE-TABLE

           MOVE edit-quote-count TO total-line-count
           PERFORM RENUMBER-LINE-SIDE-FILES
           MOVE "D" TO retire-direction
           .

       SHIFT-ONE-QUOTE-ENTRY-UP SECTION.
           MOVE edit-quote-entry(edit-idx - 1)
               TO edit-quote-entry(edit-idx)
           .

       RENUMBER-LINE-SIDE-FILES SECTION.
           PERFORM RETIRE-CASCADE-COUNTS
           PERFORM RETIRE-CASCADE-VOTES
           PERFORM RETIRE-CASCADE-RECENT
           PERFORM RETIRE-CASCADE-DAYPICK
           PERFORM RETIRE-CASCADE-LEDGER
           PERFORM RETIRE-CASCADE-PINS
           PERFORM RETIRE-CASCADE-SERIES
           PERFORM RETIRE-CASCADE-MAPPING
           PERFORM RETIRE-CASCADE-COMMENTS
           PERFORM RETIRE-CASCADE-REPORTS
           PERFORM RETIRE-CASCADE-WINNERS
           PERFORM RETIRE-CASCADE-SNAPSHOTS
           PERFORM RETIRE-CASCADE-VOTE-LEDGER
           PERFORM RETIRE-CASCADE-VOTE-FLAGS
           .

      *>   Comment files, pending and approved alike: rows for the
      *>   retired line are dropped (their quote is gone), rows for
      *>   higher lines renumber down - same discipline as the
      *>   cross-locale map, with the same leave-it-alone caution
      *>   past the table's edge.
       RETIRE-CASCADE-COMMENTS SECTION.
           INITIALIZE comment-rows-table
           MOVE 0 TO comment-rows-count
           MOVE "N" TO comment-rows-overflow-status
           MOVE "N" TO comment-read-status
           MOVE SPACES TO commentspending-file-status

           OPEN INPUT CommentsPendingDb
           IF commentspending-file-status = "00"
               PERFORM READ-ONE-PENDING-COMMENT-ROW
                   UNTIL comment-read-eof
               CLOSE CommentsPendingDb

               IF comment-rows-overflow
                   DISPLAY "WARNING: quotes_comments_pending.txt "
                       "longer than 500 rows; left unrenumbered."
               ELSE
                   MOVE commentspendingdb-path
                       TO atomic-final-path
                   PERFORM BUILD-SIDEFILE-TEMP-PATH
                   MOVE atomic-temp-path
                       TO commentspendingdb-path

                   OPEN OUTPUT CommentsPendingDb
                   PERFORM WRITE-ONE-PENDING-COMMENT-ROW
                       VARYING comment-rows-idx FROM 1 BY 1
                       UNTIL comment-rows-idx
                           > comment-rows-count
                   CLOSE CommentsPendingDb

                   PERFORM ATOMIC-RENAME-TEMP
                   MOVE atomic-final-path
                       TO commentspendingdb-path
               END-IF
           END-IF

           INITIALIZE comment-rows-table
           MOVE 0 TO comment-rows-count
           MOVE "N" TO comment-rows-overflow-status
           MOVE "N" TO comment-read-status
           MOVE SPACES TO comments-file-status

           OPEN INPUT CommentsDb
           IF comments-file-status = "00"
               PERFORM READ-ONE-APPROVED-COMMENT-ROW
                   UNTIL comment-read-eof
               CLOSE CommentsDb

               IF comment-rows-overflow
                   DISPLAY "WARNING: quotes_comments.txt longer "
                       "than 500 rows; left unrenumbered."
               ELSE
                   MOVE commentsdb-path TO atomic-final-path
                   PERFORM BUILD-SIDEFILE-TEMP-PATH
                   MOVE atomic-temp-path TO commentsdb-path

                   OPEN OUTPUT CommentsDb
                   PERFORM WRITE-ONE-APPROVED-COMMENT-ROW
                       VARYING comment-rows-idx FROM 1 BY 1
                       UNTIL comment-rows-idx
                           > comment-rows-count
                   CLOSE CommentsDb

                   PERFORM ATOMIC-RENAME-TEMP
                   MOVE atomic-final-path TO commentsdb-path
               END-IF
           END-IF
           .

      *>   The weekly winners ledger is line-number-keyed too:
      *>   entries past the removed slot renumber down, entries for
      *>   the retired line itself are pointed out of range (the
      *>   same 9999 marker the day-pick ledger uses), so the feed's
      *>   announcement and historisch-weekly's last-pin matching
      *>   keep meaning the quotes they meant. Streamed through the
      *>   generic copy pair - an append-only ledger outgrows any
      *>   bounded table eventually.
       RETIRE-CASCADE-WINNERS SECTION.
           MOVE "quotes_weekly_winners.txt" TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-final-path TO copy-src-path
           MOVE atomic-temp-path TO copy-dst-path
           MOVE "N" TO copy-read-status
           MOVE SPACES TO copysrc-file-status

           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               OPEN OUTPUT CopyDstDb
               PERFORM RENUMBER-ONE-WINNER-ROW
                   UNTIL copy-read-eof
               CLOSE CopyDstDb
               CLOSE CopySrcDb
               PERFORM ATOMIC-RENAME-TEMP
           END-IF
           .

      *>   "YYYY-MM-DD MM-DD NNNN": the line sits in columns 18-21.
      *>   A row that doesn't parse travels unchanged.
       RENUMBER-ONE-WINNER-ROW SECTION.
           READ CopySrcDb
               AT END
                   SET copy-read-eof TO TRUE
               NOT AT END
                   MOVE copy-src-record TO copy-dst-record
                   IF FUNCTION TEST-NUMVAL(
                           copy-src-record(18:4)) = 0
                       COMPUTE ledger-line-num =
                           FUNCTION NUMVAL(copy-src-record(18:4))
                       EVALUATE TRUE
                           WHEN retire-reinserting
                               IF ledger-line-num >= edit-target
                                   AND ledger-line-num < 9999
                                   ADD 1 TO ledger-line-num
                                   MOVE ledger-line-num
                                       TO copy-dst-record(18:4)
                               END-IF
                           WHEN ledger-line-num = edit-target
                               MOVE 9999
                                   TO copy-dst-record(18:4)
                           WHEN ledger-line-num > edit-target
                               AND ledger-line-num < 9999
                               SUBTRACT 1 FROM ledger-line-num
                               MOVE ledger-line-num
                                   TO copy-dst-record(18:4)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   WRITE copy-dst-record
           END-READ
           .

      *>   Same treatment for the nightly counter snapshots, or the
      *>   TREND report starts attributing one line's deltas to its
      *>   neighbour after every RETIRE.
       RETIRE-CASCADE-SNAPSHOTS SECTION.
           MOVE "quotes_counts_history.txt" TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-final-path TO copy-src-path
           MOVE atomic-temp-path TO copy-dst-path
           MOVE "N" TO copy-read-status
           MOVE SPACES TO copysrc-file-status

           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               OPEN OUTPUT CopyDstDb
               PERFORM RENUMBER-ONE-SNAPSHOT-ROW
                   UNTIL copy-read-eof
               CLOSE CopyDstDb
               CLOSE CopySrcDb
               PERFORM ATOMIC-RENAME-TEMP
           END-IF
           .

      *>   "YYYY-MM-DD NNNN CCCCCCCCC": the line sits in columns
      *>   12-15.
       RENUMBER-ONE-SNAPSHOT-ROW SECTION.
           READ CopySrcDb
               AT END
                   SET copy-read-eof TO TRUE
               NOT AT END
                   MOVE copy-src-record TO copy-dst-record
                   IF FUNCTION TEST-NUMVAL(
                           copy-src-record(12:4)) = 0
                       COMPUTE ledger-line-num =
                           FUNCTION NUMVAL(copy-src-record(12:4))
                       EVALUATE TRUE
                           WHEN retire-reinserting
                               IF ledger-line-num >= edit-target
                                   AND ledger-line-num < 9999
                                   ADD 1 TO ledger-line-num
                                   MOVE ledger-line-num
                                       TO copy-dst-record(12:4)
                               END-IF
                           WHEN ledger-line-num = edit-target
                               MOVE 9999
                                   TO copy-dst-record(12:4)
                           WHEN ledger-line-num > edit-target
                               AND ledger-line-num < 9999
                               SUBTRACT 1 FROM ledger-line-num
                               MOVE ledger-line-num
                                   TO copy-dst-record(12:4)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   WRITE copy-dst-record
           END-READ
           .

      *>   The vote ledger is line-keyed as well: left alone, a
      *>   RETIRE would have the repeat check and the nightly audit
      *>   charging one line's votes to its neighbour.
       RETIRE-CASCADE-VOTE-LEDGER SECTION.
           MOVE "quotes_vote_ledger.txt" TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-final-path TO copy-src-path
           MOVE atomic-temp-path TO copy-dst-path
           MOVE "N" TO copy-read-status
           MOVE SPACES TO copysrc-file-status

           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               OPEN OUTPUT CopyDstDb
               PERFORM RENUMBER-ONE-VOTE-LEDGER-ROW
                   UNTIL copy-read-eof
               CLOSE CopyDstDb
               CLOSE CopySrcDb
               PERFORM ATOMIC-RENAME-TEMP
           END-IF
           .

      *>   "YYYY-MM-DD HH:MM:SS NNNN addr": the line sits in
      *>   columns 21-24.
       RENUMBER-ONE-VOTE-LEDGER-ROW SECTION.
           READ CopySrcDb
               AT END
                   SET copy-read-eof TO TRUE
               NOT AT END
                   MOVE copy-src-record TO copy-dst-record
                   IF FUNCTION TEST-NUMVAL(
                           copy-src-record(21:4)) = 0
                       COMPUTE ledger-line-num =
                           FUNCTION NUMVAL(copy-src-record(21:4))
                       EVALUATE TRUE
                           WHEN retire-reinserting
                               IF ledger-line-num >= edit-target
                                   AND ledger-line-num < 9999
                                   ADD 1 TO ledger-line-num
                                   MOVE ledger-line-num
                                       TO copy-dst-record(21:4)
                               END-IF
                           WHEN ledger-line-num = edit-target
                               MOVE 9999
                                   TO copy-dst-record(21:4)
                           WHEN ledger-line-num > edit-target
                               AND ledger-line-num < 9999
                               SUBTRACT 1 FROM ledger-line-num
                               MOVE ledger-line-num
                                   TO copy-dst-record(21:4)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   WRITE copy-dst-record
           END-READ
           .

      *>   And the audit's flag list, which historisch-weekly reads
      *>   to keep stuffed lines out of the running: a flag must
      *>   stay on the quote it was raised against.
       RETIRE-CASCADE-VOTE-FLAGS SECTION.
           MOVE "quotes_vote_flags.txt" TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-final-path TO copy-src-path
           MOVE atomic-temp-path TO copy-dst-path
           MOVE "N" TO copy-read-status
           MOVE SPACES TO copysrc-file-status

           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               OPEN OUTPUT CopyDstDb
               PERFORM RENUMBER-ONE-VOTE-FLAG-ROW
                   UNTIL copy-read-eof
               CLOSE CopyDstDb
               CLOSE CopySrcDb
               PERFORM ATOMIC-RENAME-TEMP
           END-IF
           .

      *>   "NNNN reason": the line sits in columns 1-4.
       RENUMBER-ONE-VOTE-FLAG-ROW SECTION.
           READ CopySrcDb
               AT END
                   SET copy-read-eof TO TRUE
               NOT AT END
                   MOVE copy-src-record TO copy-dst-record
                   IF FUNCTION TEST-NUMVAL(
                           copy-src-record(1:4)) = 0
                       COMPUTE ledger-line-num =
                           FUNCTION NUMVAL(copy-src-record(1:4))
                       EVALUATE TRUE
                           WHEN retire-reinserting
                               IF ledger-line-num >= edit-target
                                   AND ledger-line-num < 9999
                                   ADD 1 TO ledger-line-num
                                   MOVE ledger-line-num
                                       TO copy-dst-record(1:4)
                               END-IF
                           WHEN ledger-line-num = edit-target
                               MOVE 9999
                                   TO copy-dst-record(1:4)
                           WHEN ledger-line-num > edit-target
                               AND ledger-line-num < 9999
                               SUBTRACT 1 FROM ledger-line-num
                               MOVE ledger-line-num
                                   TO copy-dst-record(1:4)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   WRITE copy-dst-record
           END-READ
           .

       READ-ONE-PENDING-COMMENT-ROW SECTION.
           READ CommentsPendingDb
               AT END
                   SET comment-read-eof TO TRUE
               NOT AT END
                   MOVE comment-pending-record
                       TO comment-record
                   PERFORM RENUMBER-ONE-COMMENT-ROW
           END-READ
           .

       READ-ONE-APPROVED-COMMENT-ROW SECTION.
           READ CommentsDb
               AT END
                   SET comment-read-eof TO TRUE
               NOT AT END
                   PERFORM RENUMBER-ONE-COMMENT-ROW
           END-READ
           .

      *>   The row under renumber sits in comment-record whichever
      *>   file it came from; a malformed row travels unchanged
      *>   rather than being guessed at.
       RENUMBER-ONE-COMMENT-ROW SECTION.
           IF FUNCTION TEST-NUMVAL(comment-record(1:4)) = 0
               COMPUTE comment-rows-num =
                   FUNCTION NUMVAL(comment-record(1:4))
               EVALUATE TRUE
                   WHEN comment-rows-num = edit-target
                       AND NOT retire-reinserting
                       CONTINUE
                   WHEN comment-rows-count >= 500
                       SET comment-rows-overflow TO TRUE
                   WHEN OTHER
                       IF retire-reinserting
                           IF comment-rows-num >= edit-target
                               ADD 1 TO comment-rows-num
                               MOVE comment-rows-num
                                   TO comment-record(1:4)
                           END-IF
                       ELSE
                           IF comment-rows-num > edit-target
                               SUBTRACT 1 FROM comment-rows-num
                               MOVE comment-rows-num
                                   TO comment-record(1:4)
                           END-IF
                       END-IF
                       ADD 1 TO comment-rows-count
                       MOVE comment-record
                           TO comment-rows-entry
                               (comment-rows-count)
               END-EVALUATE
           ELSE
               IF comment-rows-count < 500
                   ADD 1 TO comment-rows-count
                   MOVE comment-record
                       TO comment-rows-entry(comment-rows-count)
               ELSE
                   SET comment-rows-overflow TO TRUE
               END-IF
           END-IF
           .

       WRITE-ONE-PENDING-COMMENT-ROW SECTION.
           MOVE comment-rows-entry(comment-rows-idx)
               TO comment-pending-record
           WRITE comment-pending-record
           .

       WRITE-ONE-APPROVED-COMMENT-ROW SECTION.
           MOVE comment-rows-entry(comment-rows-idx)
               TO comment-record
           WRITE comment-record
           .

      *>   Open problem reports: same "NNNN|" front as the comment
      *>   files, so the same row table and renumber rule; a report
      *>   on the retired line goes with it.
       RETIRE-CASCADE-REPORTS SECTION.
           INITIALIZE comment-rows-table
           MOVE 0 TO comment-rows-count
           MOVE "N" TO comment-rows-overflow-status
           MOVE "N" TO comment-read-status
           MOVE SPACES TO reports-file-status

           OPEN INPUT ReportsDb
           IF reports-file-status = "00"
               PERFORM READ-ONE-REPORT-ROW
                   UNTIL comment-read-eof
               CLOSE ReportsDb

               IF comment-rows-overflow
                   DISPLAY "WARNING: quotes_reports.txt longer "
                       "than 500 rows; left unrenumbered."
               ELSE
                   MOVE reportsdb-path TO atomic-final-path
                   PERFORM BUILD-SIDEFILE-TEMP-PATH
                   MOVE atomic-temp-path TO reportsdb-path

                   OPEN OUTPUT ReportsDb
                   PERFORM WRITE-ONE-REPORT-ROW
                       VARYING comment-rows-idx FROM 1 BY 1
                       UNTIL comment-rows-idx
                           > comment-rows-count
                   CLOSE ReportsDb

                   PERFORM ATOMIC-RENAME-TEMP
                   MOVE atomic-final-path TO reportsdb-path
               END-IF
           END-IF
           .

       READ-ONE-REPORT-ROW SECTION.
           READ ReportsDb
               AT END
                   SET comment-read-eof TO TRUE
               NOT AT END
                   MOVE report-record TO comment-record
                   PERFORM RENUMBER-ONE-COMMENT-ROW
           END-READ
           .

       WRITE-ONE-REPORT-ROW SECTION.
           MOVE comment-rows-entry(comment-rows-idx)
               TO report-record
           WRITE report-record
           .

      *>   Cross-locale map: rows for the retired line are dropped
      *>   (their quote is gone), rows for higher default lines
      *>   renumber down - the locale-line column is untouched, the
      *>   translated files themselves didn't move. A map past 500
      *>   rows is left alone (with a warning) rather than
      *>   half-rewritten, same caution as the day-pick ledger.
       RETIRE-CASCADE-MAPPING SECTION.
           INITIALIZE mapping-rows-table
           MOVE 0 TO mapping-rows-count
           MOVE "N" TO mapping-overflow-status
           MOVE "N" TO mapping-read-status
           MOVE SPACES TO mapping-file-status

           OPEN INPUT MappingDb
           IF mapping-file-status = "00"
               PERFORM READ-ONE-MAPPING-FOR-RENUMBER
                   UNTIL mapping-read-eof
               CLOSE MappingDb

               IF mapping-overflow
                   DISPLAY "WARNING: quotes_mapping.txt longer "
                       "than 500 rows; left unrenumbered."
               ELSE
                   MOVE mappingdb-path TO atomic-final-path
                   PERFORM BUILD-SIDEFILE-TEMP-PATH
                   MOVE atomic-temp-path TO mappingdb-path

                   OPEN OUTPUT MappingDb
                   PERFORM WRITE-ONE-MAPPING-ROW
                       VARYING mapping-rows-idx FROM 1 BY 1
                       UNTIL mapping-rows-idx > mapping-rows-count
                   CLOSE MappingDb

                   PERFORM ATOMIC-RENAME-TEMP
                   MOVE atomic-final-path TO mappingdb-path
               END-IF
           END-IF
           .

       READ-ONE-MAPPING-FOR-RENUMBER SECTION.
           READ MappingDb
               AT END
                   SET mapping-read-eof TO TRUE
               NOT AT END
                   IF mapping-rows-count >= 500
                       SET mapping-overflow TO TRUE
                   ELSE
                       IF retire-reinserting
                           IF map-default-line >= edit-target
                               ADD 1 TO map-default-line
                           END-IF
                           ADD 1 TO mapping-rows-count
                           MOVE mapping-record
                               TO mapping-rows-entry
                                   (mapping-rows-count)
                       END-IF
                       IF map-default-line NOT = edit-target
                           AND NOT retire-reinserting
                           IF map-default-line > edit-target
                               SUBTRACT 1 FROM map-default-line
                           END-IF
                           ADD 1 TO mapping-rows-count
                           MOVE mapping-record
                               TO mapping-rows-entry
                                   (mapping-rows-count)
                       END-IF
                   END-IF
           END-READ
           .

       WRITE-ONE-MAPPING-ROW SECTION.
           MOVE mapping-rows-entry(mapping-rows-idx)
               TO mapping-record
           WRITE mapping-record
           .

      *>   Date pins: a pin for the retired line is dropped (its
      *>   quote is gone), pins past it renumber down with the rest.
       RETIRE-CASCADE-PINS SECTION.
           INITIALIZE pins-table
           MOVE 0 TO pins-count
           MOVE "N" TO pins-read-status
           MOVE SPACES TO pins-file-status

           OPEN INPUT PinsDb
           IF pins-file-status = "00"
               PERFORM READ-ONE-PIN-FOR-RENUMBER
                   UNTIL pins-read-eof
               CLOSE PinsDb

               MOVE pinsdb-path TO atomic-final-path
               PERFORM BUILD-SIDEFILE-TEMP-PATH
               MOVE atomic-temp-path TO pinsdb-path

               OPEN OUTPUT PinsDb
               PERFORM WRITE-ONE-PIN-ENTRY
                   VARYING pins-idx FROM 1 BY 1
                   UNTIL pins-idx > pins-count
               CLOSE PinsDb

               PERFORM ATOMIC-RENAME-TEMP
               MOVE atomic-final-path TO pinsdb-path
           END-IF
           .

       READ-ONE-PIN-FOR-RENUMBER SECTION.
           READ PinsDb
               AT END
                   SET pins-read-eof TO TRUE
               NOT AT END
                   IF retire-reinserting AND pins-count < 100
                       IF pin-line >= edit-target
                           ADD 1 TO pin-line
                       END-IF
                       ADD 1 TO pins-count
                       MOVE pin-record
                           TO pins-entry(pins-count)
                   END-IF
                   IF pin-line NOT = edit-target
                       AND pins-count < 100
                       AND NOT retire-reinserting
                       IF pin-line > edit-target
                           SUBTRACT 1 FROM pin-line
                       END-IF
                       ADD 1 TO pins-count
                       MOVE pin-record
                           TO pins-entry(pins-count)
                   END-IF
           END-READ
           .

       WRITE-ONE-PIN-ENTRY SECTION.
           MOVE pins-entry(pins-idx) TO pin-record
           WRITE pin-record
           .

      *>   Series entries renumber like the pins, except that the
      *>   retired line's own entry is kept and pointed out of range
      *>   (the 9999 marker) rather than dropped: each row's place
      *>   in its run is its day, and dropping one would pull every
      *>   later day of the run forward. That day rolls instead. A
      *>   row that doesn't parse travels unchanged.
       RETIRE-CASCADE-SERIES SECTION.
           INITIALIZE series-table
           MOVE 0 TO series-count
           MOVE "N" TO series-overflow-status
           MOVE "N" TO series-read-status
           MOVE SPACES TO series-file-status
           MOVE SPACES TO series-run-name
           MOVE SPACES TO series-run-start

           OPEN INPUT SeriesDb
           IF series-file-status = "00"
               PERFORM READ-ONE-SERIES-FOR-RENUMBER
                   UNTIL series-read-eof
               CLOSE SeriesDb

               IF series-overflow
                   DISPLAY "WARNING: quotes_series.txt longer than "
                       "500 rows; left unrenumbered."
               ELSE
                   MOVE seriesdb-path TO atomic-final-path
                   PERFORM BUILD-SIDEFILE-TEMP-PATH
                   MOVE atomic-temp-path TO seriesdb-path

                   OPEN OUTPUT SeriesDb
                   PERFORM WRITE-ONE-SERIES-ENTRY
                       VARYING series-idx FROM 1 BY 1
                       UNTIL series-idx > series-count
                   CLOSE SeriesDb

                   PERFORM ATOMIC-RENAME-TEMP
                   MOVE atomic-final-path TO seriesdb-path
               END-IF
           END-IF
           .

       READ-ONE-SERIES-FOR-RENUMBER SECTION.
           READ SeriesDb
               AT END
                   SET series-read-eof TO TRUE
               NOT AT END
                   IF series-count < 500
                       PERFORM PARSE-SERIES-ROW
                       IF series-row-valid
                           AND series-row-line NOT = 9999
                           EVALUATE TRUE
                               WHEN retire-reinserting
                                   AND series-row-line >= edit-target
                                   ADD 1 TO series-row-line
                               WHEN retire-reinserting
                                   CONTINUE
                               WHEN series-row-line = edit-target
                                   MOVE 9999 TO series-row-line
                               WHEN series-row-line > edit-target
                                   SUBTRACT 1 FROM series-row-line
                           END-EVALUATE
                           MOVE SPACES TO series-record
                           STRING
                               series-row-name DELIMITED BY SPACE
                               " " series-row-start
                               " " series-row-line
                               INTO series-record
                           END-STRING
                       END-IF
                       ADD 1 TO series-count
                       MOVE series-record TO series-entry(series-count)
                   ELSE
                       SET series-overflow TO TRUE
                   END-IF
           END-READ
           .

       WRITE-ONE-SERIES-ENTRY SECTION.
           MOVE series-entry(series-idx) TO series-record
           WRITE series-record
           .

       SHIFT-ONE-QUOTE-ENTRY SECTION.
           MOVE edit-quote-entry(edit-idx + 1)
               TO edit-quote-entry(edit-idx)
           .

       PARSE-EDIT-TARGET SECTION.
           MOVE "N" TO edit-target-status

           IF edit-quote-count = 0
               DISPLAY "ERROR: QuoteDb is empty or unreadable."
               GOBACK
           END-IF

           IF cli-arg-text = SPACES
               OR FUNCTION TEST-NUMVAL(cli-arg-text) NOT = 0
               DISPLAY "ERROR: give the line number LIST shows, "
                   "e.g. EDIT 3 'text' / RETIRE 3."
               GOBACK
           END-IF

           COMPUTE edit-target = FUNCTION NUMVAL(cli-arg-text)
           IF edit-target > (edit-quote-count - 1)
               DISPLAY "ERROR: no such line; run LIST to see the "
                   "current numbering."
               GOBACK
           END-IF

           MOVE "Y" TO edit-target-status
           .

       LOAD-EDIT-QUOTE-TABLE SECTION.
           INITIALIZE edit-quote-table
           MOVE 0 TO edit-quote-count
           MOVE "N" TO edit-read-status
           MOVE SPACES TO file-status

           OPEN INPUT QuoteDb
           IF quotedb-file-status = "00"
               PERFORM READ-ONE-EDIT-QUOTE UNTIL edit-read-eof
               CLOSE QuoteDb
           END-IF
           .

       READ-ONE-EDIT-QUOTE SECTION.
           READ QuoteDb
               AT END
                   SET edit-read-eof TO TRUE
               NOT AT END
                   IF edit-quote-count < 2000
                       ADD 1 TO edit-quote-count
                       MOVE quote-line
                           TO edit-quote-entry(edit-quote-count)
                   END-IF
           END-READ
           .

      *>   Temp-then-rename here too: a CGI hit reading QuoteDb mid-
      *>   rewrite would otherwise see a truncated catalogue.
       SAVE-EDIT-QUOTE-TABLE SECTION.
           MOVE quotedb-path-for-check TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-temp-path TO quotedb-path-for-check

           OPEN OUTPUT QuoteDb
           PERFORM WRITE-ONE-EDIT-QUOTE
               VARYING edit-idx FROM 1 BY 1
               UNTIL edit-idx > edit-quote-count
           CLOSE QuoteDb

           PERFORM ATOMIC-RENAME-TEMP
           MOVE atomic-final-path TO quotedb-path-for-check
           .

       WRITE-ONE-EDIT-QUOTE SECTION.
           MOVE edit-quote-entry(edit-idx) TO quote-line
           WRITE QuoteDetails
           .

      *>   Counters and votes: drop slot n, shift the rest down one.
      *>   Put back, slot n opens at zero and the rest shift up.
       RETIRE-CASCADE-COUNTS SECTION.
           PERFORM LOAD-QUOTE-COUNTERS
           IF retire-reinserting
               PERFORM SHIFT-ONE-COUNT-UP
                   VARYING counts-idx FROM total-line-count BY -1
                   UNTIL counts-idx <= retire-shift-start
               MOVE 0 TO quote-count-entry(retire-shift-start)
           ELSE
               PERFORM SHIFT-ONE-COUNT-DOWN
                   VARYING counts-idx FROM retire-shift-start BY 1
                   UNTIL counts-idx > total-line-count
           END-IF
           PERFORM SAVE-QUOTE-COUNTERS
           .

       SHIFT-ONE-COUNT-UP SECTION.
           MOVE quote-count-entry(counts-idx - 1)
               TO quote-count-entry(counts-idx)
           .

       SHIFT-ONE-COUNT-DOWN SECTION.
           MOVE quote-count-entry(counts-idx + 1)
               TO quote-count-entry(counts-idx)
           .

       RETIRE-CASCADE-VOTES SECTION.
           PERFORM LOAD-VOTE-COUNTS
           IF retire-reinserting
               PERFORM SHIFT-ONE-VOTE-UP
                   VARYING votes-idx FROM total-line-count BY -1
                   UNTIL votes-idx <= retire-shift-start
               MOVE 0 TO vote-count-entry(retire-shift-start)
           ELSE
               PERFORM SHIFT-ONE-VOTE-DOWN
                   VARYING votes-idx FROM retire-shift-start BY 1
                   UNTIL votes-idx > total-line-count
           END-IF
           PERFORM SAVE-VOTE-COUNTS
           .

       SHIFT-ONE-VOTE-UP SECTION.
           MOVE vote-count-entry(votes-idx - 1)
               TO vote-count-entry(votes-idx)
           .

       SHIFT-ONE-VOTE-DOWN SECTION.
           MOVE vote-count-entry(votes-idx + 1)
               TO vote-count-entry(votes-idx)
           .

      *>   Recent history: entries for the retired line vanish,
      *>   entries past it renumber down.
       RETIRE-CASCADE-RECENT SECTION.
           PERFORM LOAD-RECENT-HISTORY

           MOVE 0 TO recent-idx
           MOVE 0 TO reroll-attempts
           PERFORM FILTER-ONE-RECENT-ENTRY
               VARYING recent-idx FROM 1 BY 1
               UNTIL recent-idx > recent-history-count
           MOVE reroll-attempts TO recent-history-count

           PERFORM SAVE-RECENT-HISTORY
           .

      *>   reroll-attempts doubles as the write cursor here: it
      *>   counts the entries kept so far, always at or behind
      *>   recent-idx, so the filter can compact the table in place.
       FILTER-ONE-RECENT-ENTRY SECTION.
           IF retire-reinserting
               ADD 1 TO reroll-attempts
               IF recent-history-entry(recent-idx) >= edit-target
                   ADD 1 TO recent-history-entry(recent-idx)
               END-IF
           END-IF
           IF recent-history-entry(recent-idx) NOT = edit-target
               AND NOT retire-reinserting
               ADD 1 TO reroll-attempts
               IF recent-history-entry(recent-idx) > edit-target
                   COMPUTE recent-history-entry(reroll-attempts) =
                       recent-history-entry(recent-idx) - 1
               ELSE
                   MOVE recent-history-entry(recent-idx)
                       TO recent-history-entry(reroll-attempts)
               END-IF
           END-IF
           .

      *>   Day-pick cache: pointing at the retired line (or past the
      *>   new end) resets it; pointing past the removed slot just
      *>   renumbers, today's pick is still today's pick.
       RETIRE-CASCADE-DAYPICK SECTION.
           PERFORM LOAD-DAY-PICK-CACHE
           IF daypick-cache-found
               EVALUATE TRUE
                   WHEN retire-reinserting
                       AND cached-daypick-line < edit-target
                       CONTINUE
                   WHEN cached-daypick-line = edit-target
                       AND NOT retire-reinserting
                       DELETE FILE DayPickDb
                   WHEN cached-daypick-line >= edit-target
                       IF retire-reinserting
                           ADD 1 TO cached-daypick-line
                       ELSE
                           SUBTRACT 1 FROM cached-daypick-line
                       END-IF
                       MOVE daypickdb-path-for-check
                           TO atomic-final-path
                       PERFORM BUILD-SIDEFILE-TEMP-PATH
                       MOVE atomic-temp-path
                           TO daypickdb-path-for-check
                       OPEN OUTPUT DayPickDb
                       WRITE daypick-record
                       CLOSE DayPickDb
                       PERFORM ATOMIC-RENAME-TEMP
                       MOVE atomic-final-path
                           TO daypickdb-path-for-check
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      *>   Day-pick ledger: entries past the removed slot renumber
      *>   down; entries for the retired line itself are pointed out
      *>   of range instead, so the archive page and feed skip them
      *>   rather than showing whichever quote inherited the number.
       RETIRE-CASCADE-LEDGER SECTION.
           INITIALIZE ledger-table
           MOVE 0 TO ledger-count
           MOVE "N" TO ledger-overflow-status
           MOVE "N" TO dayhistory-read-status
           MOVE SPACES TO dayhistory-file-status

           OPEN INPUT DayHistoryDb
           IF dayhistory-file-status = "00"
               PERFORM READ-ONE-LEDGER-ENTRY
                   UNTIL dayhistory-read-eof
               CLOSE DayHistoryDb

               IF ledger-overflow
                   DISPLAY "WARNING: day-pick ledger longer than "
                       "1000 entries; left unrenumbered."
               ELSE
                   IF ledger-count > 0
                       MOVE dayhistorydb-path-for-check
                           TO atomic-final-path
                       PERFORM BUILD-SIDEFILE-TEMP-PATH
                       MOVE atomic-temp-path
                           TO dayhistorydb-path-for-check
                       OPEN OUTPUT DayHistoryDb
                       PERFORM WRITE-ONE-LEDGER-ENTRY
                           VARYING ledger-idx FROM 1 BY 1
                           UNTIL ledger-idx > ledger-count
                       CLOSE DayHistoryDb
                       PERFORM ATOMIC-RENAME-TEMP
                       MOVE atomic-final-path
                           TO dayhistorydb-path-for-check
                   END-IF
               END-IF
           END-IF
           .

       READ-ONE-LEDGER-ENTRY SECTION.
           READ DayHistoryDb
               AT END
                   SET dayhistory-read-eof TO TRUE
               NOT AT END
                   IF ledger-count >= 1000
                       SET ledger-overflow TO TRUE
                   ELSE
                       MOVE dayhistory-line TO ledger-line-num
                       EVALUATE TRUE
                           WHEN retire-reinserting
                               IF ledger-line-num >= edit-target
                                   AND ledger-line-num < 9999
                                   ADD 1 TO dayhistory-line
                               END-IF
                           WHEN ledger-line-num = edit-target
                               MOVE 9999 TO dayhistory-line
                           WHEN ledger-line-num > edit-target
                               SUBTRACT 1 FROM dayhistory-line
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       ADD 1 TO ledger-count
                       MOVE dayhistory-record
                           TO ledger-entry(ledger-count)
                   END-IF
           END-READ
           .

       WRITE-ONE-LEDGER-ENTRY SECTION.
           MOVE ledger-entry(ledger-idx) TO dayhistory-record
           WRITE dayhistory-record
           .

      *>   "historisch-gewachsen EXPORT-SITE <dir>" - write a
      *>   complete static mirror: one fully rendered page per quote
      *>   through the same HTMLSTART/HTMLSTOP templates and
      *>   escaping the live page uses, an index page linking them
      *>   all, and a sitemap.xml of the "?id=NN" permalinks. Cheap
      *>   failover to rsync anywhere, and the catalogue finally
      *>   becomes crawlable. The directory must already exist.
       CLI-EXPORT-SITE SECTION.
           IF cli-arg-text = SPACES
               DISPLAY "ERROR: give a target directory, e.g. "
                   "EXPORT-SITE ./mirror."
               GOBACK
           END-IF
           MOVE SPACES TO export-dir
           MOVE FUNCTION TRIM(cli-arg-text) TO export-dir

           PERFORM COUNT-QUOTEDB-LINES
           MOVE line-count TO total-line-count
           IF quotedb-unavailable OR total-line-count = 0
               DISPLAY "ERROR: QuoteDb is empty or unreadable; "
                   "nothing to export."
               GOBACK
           END-IF
           PERFORM LOAD-LICENCE-WITHDRAWALS

           SET export-active TO TRUE
           MOVE "HTMLSTART" TO htmlstart-program-name
           MOVE "HTMLSTOP" TO htmlstop-program-name

      *>   Template placeholder defaults for the static pages; the
      *>   per-quote pages override title and number below.
           MOVE "cobol.historisch-gewachsen.de"
               TO template-page-title
           MOVE today-formatted TO template-today
           MOVE SPACES TO template-shown-number
           MOVE "default" TO template-theme-name

           MOVE SPACES TO export-state-path
           STRING
               FUNCTION TRIM(export-dir)
               "/quotes_export_state.txt"
               INTO export-state-path
           END-STRING
           PERFORM LOAD-EXPORT-STATE

      *>   A moved comment file invalidates the pages its lines sit
      *>   on - the one change the quote-line comparison below can
      *>   never see.
           PERFORM COMPUTE-EXPORT-COMMENTS-STAMP
           MOVE "N" TO export-comments-moved-status
           IF export-comments-stamp
                   NOT = export-comments-stamp-old
               SET export-comments-moved TO TRUE
               PERFORM LOAD-EXPORT-COMMENT-FLAGS
           END-IF

           MOVE 0 TO export-changed-count
           MOVE 0 TO export-withdrawn-count
           PERFORM EXPORT-ONE-QUOTE-PAGE
               VARYING export-idx FROM 1 BY 1
               UNTIL export-idx > total-line-count

      *>   An untouched catalogue with its index already on disk is
      *>   the no-op this whole bookkeeping exists for; the index
      *>   check covers a run that died between its last page and
      *>   the index rewrite.
           MOVE SPACES TO copy-src-path
           STRING
               FUNCTION TRIM(export-dir) "/index.html"
               INTO copy-src-path
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING
               copy-src-path copy-file-info
               RETURNING copy-check-result
           END-CALL

           IF export-changed-count = 0
               AND export-state-count = total-line-count
               AND copy-check-result = 0
               AND NOT export-comments-moved
               MOVE "N" TO export-active-status
               DISPLAY "Static mirror is up to date; nothing to "
                   "export."
               GOBACK
           END-IF

      *>   A shrunk catalogue leaves page files past the new end;
      *>   remove them before the state is trimmed to match.
           PERFORM DELETE-ONE-STALE-PAGE
               VARYING export-idx
               FROM total-line-count BY 1
               UNTIL export-idx >= export-state-count

           PERFORM EXPORT-INDEX-PAGE
           PERFORM EXPORT-SITEMAP

      *>   Only a run that got this far may advance the recorded
      *>   comment stamp; the per-page checkpoints keep writing the
      *>   old one, so an interrupted comment refresh resumes with
      *>   the remaining flagged pages still due.
           MOVE export-comments-stamp
               TO export-comments-stamp-old
           MOVE total-line-count TO export-state-count
           PERFORM SAVE-EXPORT-STATE

           MOVE "N" TO export-active-status

           MOVE SPACES TO display-row
           STRING
               "Exported " export-changed-count " page(s), index "
               "and sitemap to " FUNCTION TRIM(export-dir)
               INTO display-row
           END-STRING
           DISPLAY display-row

           IF export-withdrawn-count > 0
               MOVE SPACES TO display-row
               STRING
                   "Removed " export-withdrawn-count
                   " page(s) whose licence has ended."
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

      *>   Load what the last run wrote, through the generic copy
      *>   SELECT (its record is the same width as a quote line).
      *>   A missing state file just means a full first export.
       LOAD-EXPORT-STATE SECTION.
           INITIALIZE export-state-table
           MOVE 0 TO export-state-count
           MOVE SPACES TO export-comments-stamp-old
           MOVE "N" TO copy-read-status
           MOVE SPACES TO copysrc-file-status
           MOVE export-state-path TO copy-src-path

           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               PERFORM READ-ONE-EXPORT-STATE
                   UNTIL copy-read-eof
               CLOSE CopySrcDb
           END-IF
           .

      *>   The state file's optional first line carries the comment
      *>   stamp; a state written before that line existed simply
      *>   reads as "no stamp on record", which forces one full
      *>   comment refresh and then self-heals.
       READ-ONE-EXPORT-STATE SECTION.
           READ CopySrcDb
               AT END
                   SET copy-read-eof TO TRUE
               NOT AT END
                   IF copy-src-record(1:15) = "comments-stamp "
                       AND export-state-count = 0
                       MOVE copy-src-record(16:30)
                           TO export-comments-stamp-old
                   ELSE
                       IF export-state-count < 2000
                           ADD 1 TO export-state-count
                           MOVE copy-src-record
                               TO export-state-entry
                                   (export-state-count)
                       END-IF
                   END-IF
           END-READ
           .

      *>   Checkpoint the state after every page, temp-then-rename,
      *>   so a run killed mid-export resumes instead of starting
      *>   over.
       SAVE-EXPORT-STATE SECTION.
           MOVE export-state-path TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-temp-path TO copy-dst-path

           OPEN OUTPUT CopyDstDb
           MOVE SPACES TO copy-dst-record
           STRING
               "comments-stamp "
               FUNCTION TRIM(export-comments-stamp-old)
               INTO copy-dst-record
           END-STRING
           WRITE copy-dst-record
           PERFORM WRITE-ONE-EXPORT-STATE
               VARYING edit-idx FROM 1 BY 1
               UNTIL edit-idx > export-state-count
           CLOSE CopyDstDb

           PERFORM ATOMIC-RENAME-TEMP
           .

       WRITE-ONE-EXPORT-STATE SECTION.
           MOVE export-state-entry(edit-idx) TO copy-dst-record
           WRITE copy-dst-record
           .

      *>   Boil quotes_comments.txt's size and mtime down to one
      *>   comparable token; a missing file stamps as "none", which
      *>   still compares correctly against every real value.
       COMPUTE-EXPORT-COMMENTS-STAMP SECTION.
           MOVE SPACES TO status-check-path
           MOVE "quotes_comments.txt" TO status-check-path
           CALL "CBL_CHECK_FILE_EXIST" USING
               status-check-path export-comments-info
               RETURNING ec-check-result
           END-CALL

           IF ec-check-result NOT = 0
               MOVE "none" TO export-comments-stamp
           ELSE
               MOVE ec-size TO ec-size-num
               MOVE ec-mtime-day TO ec-stamp-day
               MOVE ec-mtime-month TO ec-stamp-month
               MOVE ec-mtime-year TO ec-stamp-year
               MOVE ec-mtime-hour TO ec-stamp-hour
               MOVE ec-mtime-minute TO ec-stamp-minute
               MOVE ec-mtime-second TO ec-stamp-second
               MOVE SPACES TO export-comments-stamp
               STRING
                   ec-size-num "-"
                   ec-stamp-year ec-stamp-month ec-stamp-day
                   ec-stamp-hour ec-stamp-minute ec-stamp-second
                   INTO export-comments-stamp
               END-STRING
           END-IF
           .

      *>   Which lines carry approved comments right now - the
      *>   pages a moved comment file actually dates.
       LOAD-EXPORT-COMMENT-FLAGS SECTION.
           INITIALIZE export-comment-flags
           MOVE "N" TO comment-read-status
           MOVE SPACES TO comments-file-status

           OPEN INPUT CommentsDb
           IF comments-file-status = "00"
               PERFORM FLAG-ONE-EXPORT-COMMENT
                   UNTIL comment-read-eof
               CLOSE CommentsDb
           END-IF
           .

       FLAG-ONE-EXPORT-COMMENT SECTION.
           READ CommentsDb
               AT END
                   SET comment-read-eof TO TRUE
               NOT AT END
                   IF FUNCTION TEST-NUMVAL(comment-record(1:4))
                           = 0
                       AND FUNCTION NUMVAL(comment-record(1:4))
                           < 2000
                       COMPUTE comment-rows-num =
                           FUNCTION NUMVAL(comment-record(1:4))
                       MOVE "Y" TO
                           export-comment-flag
                               (comment-rows-num + 1)
                   END-IF
           END-READ
           .

       DELETE-ONE-STALE-PAGE SECTION.
           MOVE SPACES TO responsebody-path-for-check
           MOVE export-idx TO export-line-repr
           STRING
               FUNCTION TRIM(export-dir) "/quote-"
               FUNCTION TRIM(export-line-repr) ".html"
               INTO responsebody-path-for-check
           END-STRING
           DELETE FILE ResponseBodyDb
           .

      *>   A line under an expired licence gets no page at all; one
      *>   a previous run exported is taken down again.
       EXPORT-ONE-QUOTE-PAGE SECTION.
           IF licence-withdrawn(export-idx) = "Y"
               PERFORM WITHDRAW-ONE-EXPORT-PAGE
           ELSE
               PERFORM EXPORT-ONE-LIVE-PAGE
           END-IF
           .

      *>   Removing the page counts as a change, so the index and
      *>   sitemap are rewritten without its link; the marker in
      *>   the state file makes the next run skip the line again.
       WITHDRAW-ONE-EXPORT-PAGE SECTION.
           IF export-idx > export-state-count
               OR export-state-entry(export-idx)
                   NOT = export-withdrawn-marker
               COMPUTE export-line-repr = export-idx - 1
               MOVE SPACES TO responsebody-path-for-check
               STRING
                   FUNCTION TRIM(export-dir) "/quote-"
                   FUNCTION TRIM(export-line-repr) ".html"
                   INTO responsebody-path-for-check
               END-STRING
               DELETE FILE ResponseBodyDb

               MOVE export-withdrawn-marker
                   TO export-state-entry(export-idx)
               IF export-idx > export-state-count
                   MOVE export-idx TO export-state-count
               END-IF
               ADD 1 TO export-changed-count
               ADD 1 TO export-withdrawn-count
               PERFORM SAVE-EXPORT-STATE
           END-IF
           .

      *>   One "quote-NN.html", the same report body SHOW-QUOTE
      *>   renders for "?id=NN", between the same template halves.
      *>   A line the state file already carries verbatim, with its
      *>   page still on disk, is skipped outright - that skip is
      *>   the whole incremental export.
       EXPORT-ONE-LIVE-PAGE SECTION.
           COMPUTE quotedb-seek-target = export-idx - 1
           PERFORM READ-QUOTE-BY-LINE-NUMBER

           COMPUTE export-line-repr = export-idx - 1
           MOVE SPACES TO responsebody-path-for-check
           STRING
               FUNCTION TRIM(export-dir) "/quote-"
               FUNCTION TRIM(export-line-repr) ".html"
               INTO responsebody-path-for-check
           END-STRING

      *>   A moved comment file pulls the skip out from under every
      *>   line that carries comments - their pages changed without
      *>   their quote line changing.
           MOVE "N" TO export-skip-status
           IF export-idx <= export-state-count
               AND export-state-entry(export-idx) = quote-line
               AND (NOT export-comments-moved
                   OR export-comment-flag(export-idx) NOT = "Y")
               CALL "CBL_CHECK_FILE_EXIST" USING
                   responsebody-path-for-check
                   responsebody-file-info
                   RETURNING responsebody-check-result
               END-CALL
               IF responsebody-check-result = 0
                   SET export-page-current TO TRUE
               END-IF
           END-IF

           IF NOT export-page-current
               PERFORM WRITE-ONE-EXPORT-PAGE
               MOVE quote-line TO export-state-entry(export-idx)
               IF export-idx > export-state-count
                   MOVE export-idx TO export-state-count
               END-IF
               ADD 1 TO export-changed-count
               PERFORM SAVE-EXPORT-STATE
           END-IF
           .

       WRITE-ONE-EXPORT-PAGE SECTION.
           PERFORM START-RESPONSE-BODY

           MOVE SPACES TO template-shown-number
           STRING
               "#" FUNCTION TRIM(export-line-repr)
               INTO template-shown-number
           END-STRING
           MOVE SPACES TO template-page-title
           STRING
               "Quote " FUNCTION TRIM(template-shown-number)
               " - cobol.historisch-gewachsen.de"
               INTO template-page-title
           END-STRING

           CALL htmlstart-program-name END-CALL

           MOVE "=== REPORT OF cobol.historisch-gewachsen.de ==="
               TO display-row
           PERFORM EMIT-DISPLAY-ROW
           MOVE " " TO display-row
           PERFORM EMIT-DISPLAY-ROW

           MOVE "-- REASON" TO display-row
           PERFORM EMIT-DISPLAY-ROW
           MOVE SPACES TO display-row
           STRING
               "#" FUNCTION TRIM(export-line-repr)
               INTO display-row
           END-STRING
           PERFORM EMIT-DISPLAY-ROW

           PERFORM EMIT-WRAPPED-QUOTE-TEXT

           IF quote-author NOT = SPACES
               MOVE "--" TO attribution-prefix
               MOVE SPACES TO html-escape-in
               MOVE quote-author TO html-escape-in
               MOVE 0 TO trailing-spaces
               INSPECT FUNCTION REVERSE(html-escape-in)
                   TALLYING trailing-spaces FOR LEADING SPACE
               PERFORM ESCAPE-HTML-QUOTE
               PERFORM EMIT-ESCAPED-ATTRIBUTION-LINE

      *>       Same registry notes the live permalink renders.
               MOVE quote-author TO author-lookup-name
               PERFORM EMIT-AUTHOR-REGISTRY-NOTES
           END-IF

           IF quote-category NOT = SPACES
               MOVE "Category:" TO attribution-prefix
               MOVE SPACES TO html-escape-in
               MOVE quote-category TO html-escape-in
               MOVE 0 TO trailing-spaces
               INSPECT FUNCTION REVERSE(html-escape-in)
                   TALLYING trailing-spaces FOR LEADING SPACE
               PERFORM ESCAPE-HTML-QUOTE
               PERFORM EMIT-ESCAPED-ATTRIBUTION-LINE
           END-IF

           IF quote-date-added NOT = SPACES
               MOVE "Added:" TO attribution-prefix
               MOVE SPACES TO html-escape-in
               MOVE quote-date-added TO html-escape-in
               MOVE 0 TO trailing-spaces
               INSPECT FUNCTION REVERSE(html-escape-in)
                   TALLYING trailing-spaces FOR LEADING SPACE
               PERFORM ESCAPE-HTML-QUOTE
               PERFORM EMIT-ESCAPED-ATTRIBUTION-LINE
           END-IF

      *>   The exported page carries the same approved comments its
      *>   live "?id=NN" counterpart renders.
           COMPUTE comment-target-line = export-idx - 1
           PERFORM EMIT-QUOTE-COMMENTS

           CALL htmlstop-program-name END-CALL
           .

      *>   "index.html": every quote, linked to its static page.
       EXPORT-INDEX-PAGE SECTION.
           MOVE SPACES TO responsebody-path-for-check
           STRING
               FUNCTION TRIM(export-dir) "/index.html"
               INTO responsebody-path-for-check
           END-STRING
           PERFORM START-RESPONSE-BODY

           MOVE SPACES TO template-shown-number
           MOVE "The whole catalogue - cobol.historisch-gewachsen.de"
               TO template-page-title

           CALL htmlstart-program-name END-CALL

           MOVE "=== THE WHOLE CATALOGUE ===" TO display-row
           PERFORM EMIT-DISPLAY-ROW
           MOVE " " TO display-row
           PERFORM EMIT-DISPLAY-ROW

           PERFORM EXPORT-ONE-INDEX-ROW
               VARYING export-idx FROM 1 BY 1
               UNTIL export-idx > total-line-count

           CALL htmlstop-program-name END-CALL
           .

       EXPORT-ONE-INDEX-ROW SECTION.
           IF licence-withdrawn(export-idx) NOT = "Y"
               COMPUTE quotedb-seek-target = export-idx - 1
               PERFORM READ-QUOTE-BY-LINE-NUMBER

               COMPUTE export-line-repr = export-idx - 1
               MOVE SPACES TO display-row
               STRING
                   '<a href="quote-'
                   FUNCTION TRIM(export-line-repr)
                   '.html">#' FUNCTION TRIM(export-line-repr) "</a>"
                   INTO display-row
               END-STRING
               PERFORM EMIT-DISPLAY-ROW

               PERFORM EMIT-WRAPPED-QUOTE-TEXT

               MOVE " " TO display-row
               PERFORM EMIT-DISPLAY-ROW
           END-IF
           .

      *>   "sitemap.xml": the live permalinks, one <url> apiece - no
      *>   HTML template around an XML document.
       EXPORT-SITEMAP SECTION.
           MOVE SPACES TO responsebody-path-for-check
           STRING
               FUNCTION TRIM(export-dir) "/sitemap.xml"
               INTO responsebody-path-for-check
           END-STRING
           PERFORM START-RESPONSE-BODY

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO display-row
           PERFORM EMIT-DISPLAY-ROW
           MOVE SPACES TO display-row
           STRING
               '<urlset xmlns="http://www.sitemaps.org/'
               'schemas/sitemap/0.9">'
               INTO display-row
           END-STRING
           PERFORM EMIT-DISPLAY-ROW

           PERFORM EXPORT-ONE-SITEMAP-ROW
               VARYING export-idx FROM 1 BY 1
               UNTIL export-idx > total-line-count

           MOVE "</urlset>" TO display-row
           PERFORM EMIT-DISPLAY-ROW
           .

       EXPORT-ONE-SITEMAP-ROW SECTION.
           IF licence-withdrawn(export-idx) NOT = "Y"
               COMPUTE export-line-repr = export-idx - 1
               MOVE SPACES TO display-row
               STRING
                   "<url><loc>https://cobol.historisch-gewachsen.de/"
                   "?id=" FUNCTION TRIM(export-line-repr)
                   "</loc></url>"
                   INTO display-row
               END-STRING
               PERFORM EMIT-DISPLAY-ROW
           END-IF
           .

      *>   "historisch-gewachsen BACKUP" - snapshot QuoteDb together
      *>   with its side files into a dated set
      *>   ("<name>.YYYY-MM-DD.bak"), so a bad hand edit can be
      *>   rolled back as one consistent unit. A set member that
      *>   doesn't exist yet is simply skipped.
       CLI-BACKUP-SET SECTION.
           MOVE today-formatted TO backup-date
           MOVE 0 TO copied-file-count

           PERFORM BACKUP-ONE-FILE
               VARYING backup-set-idx FROM 1 BY 1
               UNTIL backup-set-idx > 18

           MOVE SPACES TO display-row
           STRING
               "Backed up " copied-file-count " file(s) as set "
               backup-date "."
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

       BACKUP-ONE-FILE SECTION.
           MOVE SPACES TO copy-src-path
           MOVE backup-set-entry(backup-set-idx) TO copy-src-path

           MOVE SPACES TO copy-dst-path
           STRING
               FUNCTION TRIM(backup-set-entry(backup-set-idx))
               "." backup-date ".bak"
               INTO copy-dst-path
           END-STRING

           PERFORM COPY-ONE-FILE
           .

      *>   "historisch-gewachsen RESTORE <date>" - put the whole
      *>   dated set back. The quote file's own backup must exist or
      *>   nothing is touched; a side file with no backup in the set
      *>   is removed, since at snapshot time it did not exist and
      *>   leaving today's behind is exactly the half-restored state
      *>   this mode exists to avoid.
       CLI-RESTORE-SET SECTION.
           IF cli-arg-text(5:1) NOT = "-"
               OR cli-arg-text(8:1) NOT = "-"
               OR FUNCTION TEST-NUMVAL(cli-arg-text(1:4)) NOT = 0
               DISPLAY "ERROR: give the set date as YYYY-MM-DD, "
                   "e.g. RESTORE 2026-08-01."
               GOBACK
           END-IF
           MOVE cli-arg-text(1:10) TO backup-date

           MOVE SPACES TO copy-src-path
           STRING
               "quotes_cobol.txt." backup-date ".bak"
               INTO copy-src-path
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING
               copy-src-path copy-file-info
               RETURNING copy-check-result
           END-CALL
           IF copy-check-result NOT = 0
               MOVE SPACES TO display-row
               STRING
                   "ERROR: no backup set of " backup-date
                   " found; nothing restored."
                   INTO display-row
               END-STRING
               DISPLAY display-row
               GOBACK
           END-IF

           MOVE 0 TO copied-file-count
           PERFORM RESTORE-ONE-FILE
               VARYING backup-set-idx FROM 1 BY 1
               UNTIL backup-set-idx > 18

           MOVE "RESTORE" TO change-mode-text
           MOVE "-" TO change-line-text
           MOVE SPACES TO change-before
           MOVE SPACES TO change-after
           STRING
               "whole snapshot set " backup-date
               INTO change-after
           END-STRING
           PERFORM APPEND-CHANGE-JOURNAL

           MOVE SPACES TO display-row
           STRING
               "Restored " copied-file-count " file(s) from set "
               backup-date "."
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

       RESTORE-ONE-FILE SECTION.
           MOVE SPACES TO copy-src-path
           STRING
               FUNCTION TRIM(backup-set-entry(backup-set-idx))
               "." backup-date ".bak"
               INTO copy-src-path
           END-STRING

           MOVE SPACES TO copy-dst-path
           MOVE backup-set-entry(backup-set-idx) TO copy-dst-path

           CALL "CBL_CHECK_FILE_EXIST" USING
               copy-src-path copy-file-info
               RETURNING copy-check-result
           END-CALL

           IF copy-check-result = 0
               PERFORM COPY-ONE-FILE
           ELSE
      *>       Not in the set: the file did not exist at snapshot
      *>       time, so it must not exist after the restore either.
               MOVE copy-dst-path TO copy-src-path
               MOVE SPACES TO copysrc-file-status
               OPEN INPUT CopySrcDb
               IF copysrc-file-status = "00"
                   CLOSE CopySrcDb
                   DELETE FILE CopySrcDb
                   MOVE SPACES TO display-row
                   STRING
                       "Removed "
                       FUNCTION TRIM(copy-dst-path)
                       " (not in the " backup-date " set)."
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
               END-IF
           END-IF
           .

      *>   Plain line-by-line copy through the generic pair; a
      *>   missing source is quietly skipped (BACKUP's "nothing to
      *>   snapshot yet" case - RESTORE has already checked).
       COPY-ONE-FILE SECTION.
           MOVE "N" TO copy-read-status
           MOVE SPACES TO copysrc-file-status

           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               OPEN OUTPUT CopyDstDb
               PERFORM COPY-ONE-RECORD UNTIL copy-read-eof
               CLOSE CopyDstDb
               CLOSE CopySrcDb
               ADD 1 TO copied-file-count

               MOVE SPACES TO display-row
               STRING
                   FUNCTION TRIM(copy-src-path) " -> "
                   FUNCTION TRIM(copy-dst-path)
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

       COPY-ONE-RECORD SECTION.
           READ CopySrcDb
               AT END
                   SET copy-read-eof TO TRUE
               NOT AT END
                   MOVE copy-src-record TO copy-dst-record
                   WRITE copy-dst-record
           END-READ
           .

      *>   "historisch-gewachsen COMPARE <date>" - what RESTORE of
      *>   that set would do to the live files, read-only: the
      *>   catalogue's added, removed, edited and renumbered lines
      *>   first, then row counts and value drift in the line-keyed
      *>   side files, then whether the restore would lose anything
      *>   the live files hold and the set does not.
       CLI-COMPARE-SET SECTION.
           IF cli-arg-text(5:1) NOT = "-"
               OR cli-arg-text(8:1) NOT = "-"
               OR FUNCTION TEST-NUMVAL(cli-arg-text(1:4)) NOT = 0
               DISPLAY "ERROR: give the set date as YYYY-MM-DD, "
                   "e.g. COMPARE 2026-08-01."
               GOBACK
           END-IF
           MOVE cli-arg-text(1:10) TO backup-date

           MOVE SPACES TO copy-src-path
           STRING
               "quotes_cobol.txt." backup-date ".bak"
               INTO copy-src-path
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING
               copy-src-path copy-file-info
               RETURNING copy-check-result
           END-CALL
           IF copy-check-result NOT = 0
               MOVE SPACES TO display-row
               STRING
                   "ERROR: no backup set of " backup-date
                   " found."
                   INTO display-row
               END-STRING
               DISPLAY display-row
               GOBACK
           END-IF

           PERFORM LOAD-EDIT-QUOTE-TABLE
           INITIALIZE compare-old-table
           MOVE 0 TO compare-old-count
           MOVE "N" TO copy-read-status
           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               PERFORM READ-ONE-COMPARE-OLD-QUOTE
                   UNTIL copy-read-eof
               CLOSE CopySrcDb
           END-IF

           MOVE 0 TO compare-lost-lines
           MOVE 0 TO compare-lost-values
           PERFORM COMPARE-CATALOGUE
           PERFORM COMPARE-ONE-SIDE-FILE
               VARYING compare-side-idx FROM 1 BY 1
               UNTIL compare-side-idx > 7

           DISPLAY " "
           MOVE SPACES TO display-row
           IF compare-lost-lines = 0 AND compare-lost-values = 0
               STRING
                   "VERDICT: restoring set " backup-date
                   " would lose no live data."
                   INTO display-row
               END-STRING
           ELSE
               STRING
                   "VERDICT: restoring set " backup-date
                   " WOULD LOSE live data:"
                   INTO display-row
               END-STRING
               DISPLAY display-row
               MOVE SPACES TO display-row
               STRING
                   "    " compare-lost-lines
                   " quote line(s) added or edited since, "
                   compare-lost-values " side-file row(s)."
                   INTO display-row
               END-STRING
           END-IF
           DISPLAY display-row
           .

       READ-ONE-COMPARE-OLD-QUOTE SECTION.
           READ CopySrcDb
               AT END
                   SET copy-read-eof TO TRUE
               NOT AT END
                   IF compare-old-count < 2000
                       ADD 1 TO compare-old-count
                       MOVE copy-src-record
                           TO compare-old-entry(compare-old-count)
                   END-IF
           END-READ
           .

      *>   Identical records pair up first, trying the spot the
      *>   previous pair's shift predicts before scanning the whole
      *>   live file; what is left over pairs as an edit where the
      *>   shift of the lines before it puts it, and is otherwise
      *>   removed (set side) or added (live side).
       COMPARE-CATALOGUE SECTION.
           INITIALIZE compare-map-table
           MOVE 0 TO compare-offset
           PERFORM MATCH-ONE-UNCHANGED-QUOTE
               VARYING compare-old-idx FROM 1 BY 1
               UNTIL compare-old-idx > compare-old-count
           MOVE 0 TO compare-offset
           PERFORM PAIR-ONE-EDITED-QUOTE
               VARYING compare-old-idx FROM 1 BY 1
               UNTIL compare-old-idx > compare-old-count

           DISPLAY " "
           MOVE SPACES TO display-row
           STRING
               "=== quotes_cobol.txt: " compare-old-count
               " line(s) in set " backup-date ", "
               edit-quote-count " live ==="
               INTO display-row
           END-STRING
           DISPLAY display-row

           MOVE 0 TO compare-removed-count
           MOVE 0 TO compare-edited-count
           MOVE 0 TO compare-added-count
           MOVE 0 TO compare-moved-count
           PERFORM REPORT-ONE-OLD-QUOTE
               VARYING compare-old-idx FROM 1 BY 1
               UNTIL compare-old-idx > compare-old-count
           PERFORM REPORT-ONE-ADDED-QUOTE
               VARYING compare-live-idx FROM 1 BY 1
               UNTIL compare-live-idx > edit-quote-count
           MOVE 0 TO compare-run-start
           PERFORM REPORT-ONE-RENUMBER-STEP
               VARYING compare-old-idx FROM 1 BY 1
               UNTIL compare-old-idx > compare-old-count + 1

           MOVE SPACES TO display-row
           STRING
               compare-added-count " added, "
               compare-removed-count " removed, "
               compare-edited-count " edited, "
               compare-moved-count " renumbered."
               INTO display-row
           END-STRING
           DISPLAY display-row
           COMPUTE compare-lost-lines =
               compare-added-count + compare-edited-count
           .

       MATCH-ONE-UNCHANGED-QUOTE SECTION.
           MOVE 0 TO compare-found
           COMPUTE compare-probe = compare-old-idx + compare-offset
           IF compare-probe >= 1
               AND compare-probe <= edit-quote-count
               IF compare-live-to-old(compare-probe) = 0
                   AND edit-quote-entry(compare-probe)
                       = compare-old-entry(compare-old-idx)
                   MOVE compare-probe TO compare-found
               END-IF
           END-IF
           IF compare-found = 0
               PERFORM FIND-ONE-EQUAL-LIVE-QUOTE
                   VARYING compare-live-idx FROM 1 BY 1
                   UNTIL compare-live-idx > edit-quote-count
                       OR compare-found > 0
           END-IF
           IF compare-found > 0
               MOVE compare-found
                   TO compare-old-to-live(compare-old-idx)
               MOVE "U" TO compare-old-kind(compare-old-idx)
               MOVE compare-old-idx
                   TO compare-live-to-old(compare-found)
               COMPUTE compare-offset =
                   compare-found - compare-old-idx
           END-IF
           .

       FIND-ONE-EQUAL-LIVE-QUOTE SECTION.
           IF compare-live-to-old(compare-live-idx) = 0
               AND edit-quote-entry(compare-live-idx)
                   = compare-old-entry(compare-old-idx)
               MOVE compare-live-idx TO compare-found
           END-IF
           .

       PAIR-ONE-EDITED-QUOTE SECTION.
           IF compare-old-to-live(compare-old-idx) > 0
               COMPUTE compare-offset =
                   compare-old-to-live(compare-old-idx)
                   - compare-old-idx
           ELSE
               COMPUTE compare-probe =
                   compare-old-idx + compare-offset
               IF compare-probe >= 1
                   AND compare-probe <= edit-quote-count
                   IF compare-live-to-old(compare-probe) = 0
                       MOVE compare-probe
                           TO compare-old-to-live(compare-old-idx)
                       MOVE "E" TO compare-old-kind(compare-old-idx)
                       MOVE compare-old-idx
                           TO compare-live-to-old(compare-probe)
                   END-IF
               END-IF
           END-IF
           .

       REPORT-ONE-OLD-QUOTE SECTION.
           COMPUTE compare-num-a = compare-old-idx - 1
           EVALUATE TRUE
               WHEN compare-old-to-live(compare-old-idx) = 0
                   ADD 1 TO compare-removed-count
                   MOVE SPACES TO display-row
                   STRING
                       "REMOVED  #" compare-num-a "  "
                       compare-old-entry(compare-old-idx)
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
               WHEN compare-old-kind(compare-old-idx) = "E"
                   ADD 1 TO compare-edited-count
                   COMPUTE compare-num-b =
                       compare-old-to-live(compare-old-idx) - 1
                   MOVE SPACES TO display-row
                   STRING
                       "EDITED   #" compare-num-a
                       INTO display-row
                   END-STRING
                   IF compare-num-b NOT = compare-num-a
                       STRING
                           "EDITED   #" compare-num-a
                           " (now #" compare-num-b ")"
                           INTO display-row
                       END-STRING
                   END-IF
                   DISPLAY display-row
                   DISPLAY "    set:  "
                       FUNCTION TRIM(
                           compare-old-entry(compare-old-idx)
                           TRAILING)
                   DISPLAY "    live: "
                       FUNCTION TRIM(
                           edit-quote-entry(
                               compare-old-to-live(compare-old-idx))
                           TRAILING)
           END-EVALUATE
           .

       REPORT-ONE-ADDED-QUOTE SECTION.
           IF compare-live-to-old(compare-live-idx) = 0
               ADD 1 TO compare-added-count
               COMPUTE compare-num-a = compare-live-idx - 1
               MOVE SPACES TO display-row
               STRING
                   "ADDED    #" compare-num-a "  "
                   edit-quote-entry(compare-live-idx)
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

      *>   Unchanged quotes that moved, gathered into runs sharing
      *>   one shift, so a RETIRE's hundred renumbered lines read as
      *>   one line; the step past the last line closes the last run.
       REPORT-ONE-RENUMBER-STEP SECTION.
           MOVE 0 TO compare-probe
           IF compare-old-idx <= compare-old-count
               IF compare-old-kind(compare-old-idx) = "U"
                   COMPUTE compare-probe =
                       compare-old-to-live(compare-old-idx)
                       - compare-old-idx
               END-IF
           END-IF

           IF compare-run-start > 0
               IF compare-probe NOT = compare-run-offset
                   OR compare-old-idx NOT = compare-run-end + 1
                   PERFORM SHOW-ONE-RENUMBER-RUN
                   MOVE 0 TO compare-run-start
               END-IF
           END-IF

           IF compare-probe NOT = 0
               ADD 1 TO compare-moved-count
               IF compare-run-start = 0
                   MOVE compare-old-idx TO compare-run-start
                   MOVE compare-probe TO compare-run-offset
               END-IF
               MOVE compare-old-idx TO compare-run-end
           END-IF
           .

       SHOW-ONE-RENUMBER-RUN SECTION.
           MOVE SPACES TO display-row
           COMPUTE compare-num-a = compare-run-start - 1
           COMPUTE compare-num-b =
               compare-run-start - 1 + compare-run-offset
           IF compare-run-start = compare-run-end
               STRING
                   "MOVED    #" compare-num-a " -> #" compare-num-b
                   INTO display-row
               END-STRING
           ELSE
               COMPUTE compare-row-num = compare-run-end - 1
               COMPUTE compare-match-idx =
                   compare-run-end - 1 + compare-run-offset
               STRING
                   "MOVED    #" compare-num-a "..#" compare-row-num
                   " -> #" compare-num-b "..#" compare-match-idx
                   INTO display-row
               END-STRING
           END-IF
           DISPLAY display-row
           .

      *>   One side file: the set's rows and the live rows, each
      *>   reduced to a key and a value with line numbers in live
      *>   numbering, then matched by key (comments, several to a
      *>   line, by key and text together).
       COMPARE-ONE-SIDE-FILE SECTION.
           MOVE compare-side-kind(compare-side-idx) TO compare-kind
           MOVE "N" TO compare-row-overflow

           INITIALIZE compare-set-rows
           MOVE 0 TO compare-set-count
           SET compare-reading-set TO TRUE
           MOVE SPACES TO copy-src-path
           STRING
               FUNCTION TRIM(compare-side-name(compare-side-idx))
               "." backup-date ".bak"
               INTO copy-src-path
           END-STRING
           PERFORM LOAD-COMPARE-ROWS
           MOVE compare-file-present TO compare-set-present

           INITIALIZE compare-live-rows
           MOVE 0 TO compare-live-count
           MOVE "N" TO compare-reading-status
           MOVE compare-side-name(compare-side-idx) TO copy-src-path
           PERFORM LOAD-COMPARE-ROWS
           MOVE compare-file-present TO compare-live-present

           DISPLAY " "
           MOVE SPACES TO display-row
           STRING
               "--- " FUNCTION TRIM(compare-side-name
                   (compare-side-idx)) ": "
               compare-set-count " row(s) in set, "
               compare-live-count " live"
               INTO display-row
           END-STRING
           DISPLAY display-row
           IF compare-set-present = "N"
               DISPLAY "    (not in the set)"
           END-IF
           IF compare-live-present = "N"
               DISPLAY "    (no live file)"
           END-IF
           IF compare-row-overflow = "Y"
               DISPLAY "    WARNING: only the first 2000 rows of "
                   "each side compared."
           END-IF
           IF compare-kind = "C" OR compare-kind = "V"
               IF compare-set-present = "Y"
                   AND compare-set-count NOT = compare-old-count
                   MOVE SPACES TO display-row
                   STRING
                       "    MISMATCH: set has " compare-set-count
                       " row(s) for " compare-old-count
                       " catalogue line(s)"
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
               END-IF
               IF compare-live-present = "Y"
                   AND compare-live-count NOT = edit-quote-count
                   MOVE SPACES TO display-row
                   STRING
                       "    MISMATCH: live file has "
                       compare-live-count " row(s) for "
                       edit-quote-count " catalogue line(s)"
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
               END-IF
           END-IF

           MOVE 0 TO compare-drift-count
           MOVE 0 TO compare-live-only-count
           MOVE 0 TO compare-set-only-count
           MOVE 0 TO compare-detail-count
           PERFORM COMPARE-ONE-LIVE-ROW
               VARYING compare-row-idx FROM 1 BY 1
               UNTIL compare-row-idx > compare-live-count
           PERFORM NOTE-ONE-SET-ONLY-ROW
               VARYING compare-row-idx FROM 1 BY 1
               UNTIL compare-row-idx > compare-set-count
           IF compare-detail-count > compare-detail-limit
               COMPUTE compare-row-num =
                   compare-detail-count - compare-detail-limit
               MOVE SPACES TO display-row
               STRING
                   "    ... and " compare-row-num " more"
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF

           MOVE SPACES TO display-row
           STRING
               "    " compare-drift-count " changed, "
               compare-live-only-count " live only, "
               compare-set-only-count " in set only"
               INTO display-row
           END-STRING
           DISPLAY display-row
           .

      *>   Reads copy-src-path into the set or the live row table,
      *>   depending on compare-reading-set; compare-file-present
      *>   comes back "Y" when the file was there at all.
       LOAD-COMPARE-ROWS SECTION.
           MOVE "N" TO compare-file-present
           MOVE 0 TO compare-row-num
           MOVE SPACES TO series-run-name
           MOVE SPACES TO series-run-start
           MOVE "N" TO copy-read-status
           MOVE SPACES TO copysrc-file-status
           OPEN INPUT CopySrcDb
           IF copysrc-file-status = "00"
               MOVE "Y" TO compare-file-present
               PERFORM READ-ONE-COMPARE-ROW UNTIL copy-read-eof
               CLOSE CopySrcDb
           END-IF
           .

       READ-ONE-COMPARE-ROW SECTION.
           READ CopySrcDb
               AT END
                   SET copy-read-eof TO TRUE
               NOT AT END
                   PERFORM NORMALIZE-COMPARE-ROW
                   ADD 1 TO compare-row-num
                   IF compare-reading-set
                       IF compare-set-count < 2000
                           ADD 1 TO compare-set-count
                           MOVE compare-row-key
                               TO compare-set-key(compare-set-count)
                           MOVE compare-row-value
                               TO compare-set-value
                                   (compare-set-count)
                       ELSE
                           MOVE "Y" TO compare-row-overflow
                       END-IF
                   ELSE
                       IF compare-live-count < 2000
                           ADD 1 TO compare-live-count
                           MOVE compare-row-key
                               TO compare-live-key(compare-live-count)
                           MOVE compare-row-value
                               TO compare-live-value
                                   (compare-live-count)
                       ELSE
                           MOVE "Y" TO compare-row-overflow
                       END-IF
                   END-IF
           END-READ
           .

      *>   copy-src-record (row compare-row-num, from 0) reduced to
      *>   compare-row-key and compare-row-value.
       NORMALIZE-COMPARE-ROW SECTION.
           MOVE SPACES TO compare-row-key
           MOVE SPACES TO compare-row-value
           EVALUATE compare-kind
               WHEN "C"
               WHEN "V"
                   MOVE compare-row-num TO compare-line-in
                   PERFORM MAP-COMPARE-LINE
                   MOVE compare-line-out TO compare-row-key
                   MOVE copy-src-record(1:9) TO compare-row-value
               WHEN "P"
                   MOVE copy-src-record(1:5) TO compare-row-key
                   MOVE copy-src-record(7:4) TO compare-line-in
                   PERFORM MAP-COMPARE-LINE
                   MOVE compare-line-out TO compare-row-value
               WHEN "M"
                   MOVE copy-src-record(4:4) TO compare-line-in
                   PERFORM MAP-COMPARE-LINE
                   STRING
                       copy-src-record(1:2) " " compare-line-out
                       INTO compare-row-key
                   END-STRING
                   MOVE copy-src-record(9:4) TO compare-row-value
               WHEN "K"
                   MOVE copy-src-record(1:4) TO compare-line-in
                   PERFORM MAP-COMPARE-LINE
                   MOVE compare-line-out TO compare-row-key
                   MOVE copy-src-record(6:395) TO compare-row-value
      *>       A series row is keyed by its series and the day it
      *>       falls on; one that doesn't parse by its own text.
               WHEN "S"
                   MOVE copy-src-record(1:60) TO series-record
                   PERFORM PARSE-SERIES-ROW
                   IF series-row-valid
                       MOVE FUNCTION DATE-OF-INTEGER(series-row-day)
                           TO series-day-date
                       STRING
                           series-row-name(1:13) DELIMITED BY SPACE
                           " " series-day-year "-" series-day-month
                           "-" series-day-day
                           INTO compare-row-key
                       END-STRING
                       MOVE series-row-line TO compare-line-in
                       PERFORM MAP-COMPARE-LINE
                       MOVE compare-line-out TO compare-row-value
                   ELSE
                       MOVE copy-src-record(1:24) TO compare-row-key
                   END-IF
               WHEN OTHER
                   MOVE copy-src-record(1:10) TO compare-row-key
                   MOVE copy-src-record(12:4) TO compare-line-in
                   PERFORM MAP-COMPARE-LINE
                   MOVE compare-line-out TO compare-row-value
           END-EVALUATE
           .

      *>   compare-line-in, a 0-based line number off a row, as
      *>   "#NNNN" in live numbering; a set row's line that no
      *>   longer exists reads "gone#NNNN" so it never matches, and
      *>   the ledgers' 9999 out-of-range marker stays as it is.
       MAP-COMPARE-LINE SECTION.
           MOVE SPACES TO compare-line-out
           IF compare-line-in IS NOT NUMERIC
               MOVE compare-line-in TO compare-line-out
           ELSE
               MOVE compare-line-in TO compare-line-num
               IF compare-reading-set AND compare-line-num < 9999
                   IF compare-line-num < compare-old-count
                       AND compare-old-to-live(compare-line-num + 1)
                           > 0
                       COMPUTE compare-line-num =
                           compare-old-to-live(compare-line-num + 1)
                           - 1
                       STRING "#" compare-line-num
                           INTO compare-line-out
                       END-STRING
                   ELSE
                       STRING "gone#" compare-line-num
                           INTO compare-line-out
                       END-STRING
                   END-IF
               ELSE
                   STRING "#" compare-line-num
                       INTO compare-line-out
                   END-STRING
               END-IF
           END-IF
           .

      *>   A live row with no set row behind it, or a different
      *>   value there, is what a restore would throw away - bar a
      *>   counter the set holds higher, which it would only raise.
       COMPARE-ONE-LIVE-ROW SECTION.
           MOVE 0 TO compare-match-idx
           PERFORM FIND-ONE-COMPARE-SET-ROW
               VARYING compare-live-idx FROM 1 BY 1
               UNTIL compare-live-idx > compare-set-count
                   OR compare-match-idx > 0

           MOVE "N" TO compare-value-lost
           EVALUATE TRUE
               WHEN compare-match-idx = 0
                   ADD 1 TO compare-live-only-count
                   MOVE "live only" TO compare-detail-text
                   IF (compare-kind = "C" OR compare-kind = "V")
                       AND FUNCTION NUMVAL(
                           compare-live-value(compare-row-idx)) = 0
                       CONTINUE
                   ELSE
                       SET compare-loses-value TO TRUE
                   END-IF
                   PERFORM SHOW-ONE-COMPARE-ROW
               WHEN compare-set-value(compare-match-idx)
                   NOT = compare-live-value(compare-row-idx)
                   ADD 1 TO compare-drift-count
                   MOVE "changed" TO compare-detail-text
                   IF (compare-kind = "C" OR compare-kind = "V")
                       AND FUNCTION NUMVAL(
                           compare-live-value(compare-row-idx))
                           < FUNCTION NUMVAL(
                           compare-set-value(compare-match-idx))
                       CONTINUE
                   ELSE
                       SET compare-loses-value TO TRUE
                   END-IF
                   PERFORM SHOW-ONE-COMPARE-ROW
           END-EVALUATE
           IF compare-loses-value
               ADD 1 TO compare-lost-values
           END-IF
           .

       FIND-ONE-COMPARE-SET-ROW SECTION.
           IF compare-set-seen(compare-live-idx) NOT = "Y"
               AND compare-set-key(compare-live-idx)
                   = compare-live-key(compare-row-idx)
               IF compare-kind NOT = "K"
                   OR compare-set-value(compare-live-idx)
                       = compare-live-value(compare-row-idx)
                   MOVE compare-live-idx TO compare-match-idx
                   MOVE "Y" TO compare-set-seen(compare-live-idx)
               END-IF
           END-IF
           .

       SHOW-ONE-COMPARE-ROW SECTION.
           ADD 1 TO compare-detail-count
           IF compare-detail-count <= compare-detail-limit
               MOVE SPACES TO display-row
               IF compare-match-idx = 0
                   STRING
                       "    " compare-detail-text " "
                       FUNCTION TRIM(compare-live-key(compare-row-idx))
                       " " compare-live-value(compare-row-idx)
                       INTO display-row
                   END-STRING
               ELSE
                   STRING
                       "    " compare-detail-text " "
                       FUNCTION TRIM(compare-live-key(compare-row-idx))
                       " " FUNCTION TRIM(
                           compare-set-value(compare-match-idx))
                       " -> "
                       compare-live-value(compare-row-idx)
                       INTO display-row
                   END-STRING
               END-IF
               DISPLAY display-row
           END-IF
           .

       NOTE-ONE-SET-ONLY-ROW SECTION.
           IF compare-set-seen(compare-row-idx) NOT = "Y"
               ADD 1 TO compare-set-only-count
               ADD 1 TO compare-detail-count
               IF compare-detail-count <= compare-detail-limit
                   MOVE SPACES TO display-row
                   STRING
                       "    in set only  "
                       FUNCTION TRIM(compare-set-key(compare-row-idx))
                       " " compare-set-value(compare-row-idx)
                       INTO display-row
                   END-STRING
                   DISPLAY display-row
               END-IF
           END-IF
           .

      *>   "historisch-gewachsen PRIVACY EXPORT|ERASE <who>
      *>   [YYYY-MM-DD]": <who> an e-mail address or a client
      *>   address, the date the day the request came in (today
      *>   when left off). EXPORT prints every record that names
      *>   them, file by file; ERASE takes them out or replaces the
      *>   mention as privacy-file-names lays down. Either way the
      *>   privacy ledger gets a line per file they were found in
      *>   and a closing line with the dates and the totals. A match
      *>   is case-blind and must stand on its own - "10.0.0.1" is
      *>   not found inside "10.0.0.12".
       CLI-PRIVACY-REQUEST SECTION.
           MOVE FUNCTION UPPER-CASE(cli-arg-text) TO cli-arg-text
           EVALUATE cli-arg-text
               WHEN "EXPORT"
                   MOVE "EXPORT" TO privacy-action
               WHEN "ERASE"
                   MOVE "ERASE" TO privacy-action
               WHEN OTHER
                   DISPLAY "ERROR: give EXPORT or ERASE and an "
                       "e-mail or client address, e.g. PRIVACY "
                       "EXPORT reader@example.org."
                   GOBACK
           END-EVALUATE

           IF cli-arg-extra = SPACES
               OR cli-arg-extra(81:1) NOT = SPACE
               DISPLAY "ERROR: give the e-mail or client address, "
                   "at most 80 characters."
               GOBACK
           END-IF
           MOVE cli-arg-extra(1:80) TO privacy-who
           MOVE 0 TO privacy-who-len
           INSPECT FUNCTION REVERSE(privacy-who)
               TALLYING privacy-who-len FOR LEADING SPACE
           COMPUTE privacy-who-len = 80 - privacy-who-len

           MOVE 0 TO privacy-at-count
           INSPECT privacy-who(1:privacy-who-len)
               TALLYING privacy-at-count FOR ALL " " ALL "|"
           IF privacy-at-count > 0 OR privacy-who-len < 3
               DISPLAY "ERROR: an address is at least 3 characters "
                   "and holds no spaces or '|'."
               GOBACK
           END-IF

      *>   One "@" with something either side is an e-mail address;
      *>   otherwise only the characters of an IPv4 or IPv6 address.
           MOVE 0 TO privacy-at-count
           INSPECT privacy-who TALLYING privacy-at-count FOR ALL "@"
           MOVE privacy-who TO privacy-who-check
           INSPECT privacy-who-check
               CONVERTING "0123456789ABCDEFabcdef.:"
               TO "                        "
           EVALUATE TRUE
               WHEN privacy-at-count = 1
                   AND privacy-who(1:1) NOT = "@"
                   AND privacy-who(privacy-who-len:1) NOT = "@"
                   CONTINUE
               WHEN privacy-at-count = 0
                   AND privacy-who-check = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: that is neither an e-mail address "
                       "nor a client address."
                   GOBACK
           END-EVALUATE
           MOVE FUNCTION UPPER-CASE(privacy-who) TO privacy-who-upper

           IF cli-arg-fourth = SPACES
               MOVE today-formatted TO privacy-received
           ELSE
               MOVE "N" TO licence-date-status
               IF cli-arg-fourth(11:1) = SPACE
                   MOVE cli-arg-fourth(1:10) TO licence-date-check
                   PERFORM CHECK-LICENCE-DATE
               END-IF
               IF NOT licence-date-valid
                   OR licence-date-check > today-formatted
                   DISPLAY "ERROR: give the date the request came "
                       "in as YYYY-MM-DD, not in the future."
                   GOBACK
               END-IF
               MOVE licence-date-check TO privacy-received
           END-IF
           COMPUTE privacy-days-taken =
               FUNCTION INTEGER-OF-DATE(
                   (current-year * 10000) + (current-month * 100)
                   + current-day)
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(privacy-received(1:4)) * 10000
                   + FUNCTION NUMVAL(privacy-received(6:2)) * 100
                   + FUNCTION NUMVAL(privacy-received(9:2)))

           MOVE SPACES TO privacy-pseudonym
           STRING
               "erased-" current-year current-month current-day
               current-hours current-minute current-seconds
               INTO privacy-pseudonym
           END-STRING
           MOVE SPACES TO privacy-ledger-stamp
           STRING
               today-formatted " " current-hours ":" current-minute
               ":" current-seconds
               INTO privacy-ledger-stamp
           END-STRING

           IF privacy-exporting
               DISPLAY "=== PRIVACY EXPORT: "
                   privacy-who(1:privacy-who-len) " ==="
           ELSE
               DISPLAY "=== PRIVACY ERASE: "
                   privacy-who(1:privacy-who-len) " (mentions become "
                   FUNCTION TRIM(privacy-pseudonym) ") ==="
           END-IF

           MOVE SPACES TO privacy-token
           MOVE 0 TO privacy-file-hits
           MOVE 0 TO privacy-total-found
           MOVE 0 TO privacy-total-removed
           MOVE 0 TO privacy-total-anonymised
           MOVE 0 TO privacy-total-kept

           PERFORM PRIVACY-ONE-LISTED-FILE
               VARYING privacy-file-idx FROM 1 BY 1
               UNTIL privacy-file-idx > 17
           PERFORM PRIVACY-EXTRA-FILES

           DISPLAY " "
           MOVE privacy-total-found TO privacy-num-repr-a
           MOVE privacy-file-hits TO privacy-num-repr-b
           IF privacy-total-found = 0
               DISPLAY "Nothing found for "
                   privacy-who(1:privacy-who-len) "."
           ELSE
               DISPLAY "Found " FUNCTION TRIM(privacy-num-repr-a)
                   " record(s) in " FUNCTION TRIM(privacy-num-repr-b)
                   " file(s)."
           END-IF
           IF privacy-erasing AND privacy-total-found > 0
               MOVE privacy-total-removed TO privacy-num-repr-a
               MOVE privacy-total-anonymised TO privacy-num-repr-b
               MOVE privacy-total-kept TO privacy-num-repr-c
               DISPLAY "Removed " FUNCTION TRIM(privacy-num-repr-a)
                   ", anonymised " FUNCTION TRIM(privacy-num-repr-b)
                   ", kept " FUNCTION TRIM(privacy-num-repr-c)
                   " (bans still in force)."
           END-IF

           MOVE privacy-days-taken TO privacy-num-repr-a
           MOVE privacy-total-found TO privacy-num-repr-b
           MOVE privacy-file-hits TO privacy-num-repr-c
           MOVE SPACES TO privacy-ledger-line
           MOVE 1 TO privacy-ledger-ptr
           STRING
               privacy-ledger-stamp " " FUNCTION TRIM(privacy-action)
               " " privacy-who(1:privacy-who-len)
               " DONE received " privacy-received
               " days " FUNCTION TRIM(privacy-num-repr-a)
               " found " FUNCTION TRIM(privacy-num-repr-b)
               " in " FUNCTION TRIM(privacy-num-repr-c) " file(s)"
               DELIMITED BY SIZE
               INTO privacy-ledger-line
               WITH POINTER privacy-ledger-ptr
           END-STRING
           IF privacy-erasing
               MOVE privacy-total-removed TO privacy-num-repr-a
               MOVE privacy-total-anonymised TO privacy-num-repr-b
               MOVE privacy-total-kept TO privacy-num-repr-c
               STRING
                   " removed " FUNCTION TRIM(privacy-num-repr-a)
                   " anonymised " FUNCTION TRIM(privacy-num-repr-b)
                   " kept " FUNCTION TRIM(privacy-num-repr-c)
                   " as " FUNCTION TRIM(privacy-pseudonym)
                   DELIMITED BY SIZE
                   INTO privacy-ledger-line
                   WITH POINTER privacy-ledger-ptr
               END-STRING
           END-IF
           PERFORM APPEND-PRIVACY-LEDGER
           .

       PRIVACY-ONE-LISTED-FILE SECTION.
           MOVE privacy-file-name(privacy-file-idx)
               TO privacy-src-path
           MOVE privacy-file-kind(privacy-file-idx) TO privacy-kind
           PERFORM PRIVACY-ONE-FILE
           .

      *>   Copies of the same data the fixed list does not name:
      *>   the BACKUP sets, the rotated access and search logs, and
      *>   whatever sits in the outbox waiting for the mailer. An
      *>   old set put back by RESTORE must not bring an erased
      *>   address back with it.
       PRIVACY-EXTRA-FILES SECTION.
           IF responsebody-pid = 0
               CALL "getpid" RETURNING responsebody-pid-raw
               END-CALL
               MOVE responsebody-pid-raw TO responsebody-pid
           END-IF
           MOVE SPACES TO privacy-list-path
           STRING
               "quotes_privacy." FUNCTION TRIM(responsebody-pid)
               ".lst"
               INTO privacy-list-path
           END-STRING

           MOVE SPACES TO privacy-list-command-z
           STRING
               "ls -1d quotes_*.bak quotes_*_log.*.txt "
               FUNCTION TRIM(outbox-dir) "/* > "
               FUNCTION TRIM(privacy-list-path) " 2>/dev/null" X"00"
               INTO privacy-list-command-z
           END-STRING
           CALL "SYSTEM" USING privacy-list-command-z
               RETURNING privacy-system-result
           END-CALL

           MOVE "N" TO privacy-list-status
           OPEN INPUT PrivacyListDb
           IF privacylist-file-status = "00"
               PERFORM PRIVACY-ONE-EXTRA-FILE
                   UNTIL privacy-list-eof
               CLOSE PrivacyListDb
           END-IF
           DELETE FILE PrivacyListDb
           .

      *>   Only the outbox's entries are not named "quotes_...".
       PRIVACY-ONE-EXTRA-FILE SECTION.
           READ PrivacyListDb
               AT END
                   SET privacy-list-eof TO TRUE
               NOT AT END
                   IF privacy-list-record NOT = SPACES
                       AND privacy-list-record(81:1) = SPACE
                       MOVE privacy-list-record(1:80)
                           TO privacy-src-path
                       IF privacy-list-record(1:7) = "quotes_"
                           MOVE "P" TO privacy-kind
                           PERFORM PRIVACY-KIND-OF-SET-FILE
                               VARYING privacy-file-idx FROM 1 BY 1
                               UNTIL privacy-file-idx > 17
                       ELSE
                           MOVE "M" TO privacy-kind
                       END-IF
                       PERFORM PRIVACY-ONE-FILE
                   END-IF
           END-READ
           .

      *>   A BACKUP copy "<file>.<date>.bak" is handled the way its
      *>   live file is, so a RESTORE brings no subscriber row back.
       PRIVACY-KIND-OF-SET-FILE SECTION.
           MOVE 0 TO privacy-name-len
           INSPECT privacy-file-name(privacy-file-idx)
               TALLYING privacy-name-len FOR CHARACTERS
               BEFORE INITIAL SPACE
           IF privacy-src-path(1:privacy-name-len)
               = privacy-file-name(privacy-file-idx)(1:privacy-name-len)
               AND privacy-src-path(privacy-name-len + 1:1) = "."
               MOVE privacy-file-kind(privacy-file-idx)
                   TO privacy-kind
           END-IF
           .

      *>   One file: a first pass counts (and for EXPORT prints) the
      *>   records that name them; ERASE then rewrites the file
      *>   temp-then-rename, or deletes an outbox message outright.
       PRIVACY-ONE-FILE SECTION.
           MOVE 0 TO privacy-found
           MOVE 0 TO privacy-removed
           MOVE 0 TO privacy-anonymised
           MOVE 0 TO privacy-kept

           CALL "CBL_CHECK_FILE_EXIST" USING
               privacy-src-path privacy-file-info
               RETURNING privacy-check-result
           END-CALL

           MOVE privacy-who-upper TO privacy-term-upper
           MOVE privacy-who-len TO privacy-term-len
           IF privacy-kind-token
               MOVE FUNCTION UPPER-CASE(privacy-token)
                   TO privacy-term-upper
               MOVE 0 TO privacy-term-len
               INSPECT FUNCTION REVERSE(privacy-term-upper)
                   TALLYING privacy-term-len FOR LEADING SPACE
               COMPUTE privacy-term-len = 80 - privacy-term-len
           END-IF

           IF privacy-check-result = 0 AND privacy-term-len > 0
               MOVE "N" TO privacy-read-status
               OPEN INPUT PrivacySrcDb
               IF privacysrc-file-status = "00"
                   PERFORM PRIVACY-SCAN-ONE-RECORD
                       UNTIL privacy-read-eof
                   CLOSE PrivacySrcDb
               END-IF
           END-IF

           IF privacy-found > 0
               ADD 1 TO privacy-file-hits
               ADD privacy-found TO privacy-total-found
               IF privacy-erasing
                   IF privacy-kind-message
                       DELETE FILE PrivacySrcDb
                       MOVE privacy-found TO privacy-removed
                   ELSE
                       PERFORM PRIVACY-REWRITE-FILE
                   END-IF
                   ADD privacy-removed TO privacy-total-removed
                   ADD privacy-anonymised TO privacy-total-anonymised
                   ADD privacy-kept TO privacy-total-kept
                   MOVE privacy-found TO privacy-num-repr-a
                   MOVE privacy-removed TO privacy-num-repr-b
                   MOVE privacy-anonymised TO privacy-num-repr-c
                   MOVE privacy-kept TO privacy-num-repr-d
                   DISPLAY FUNCTION TRIM(privacy-src-path) ": "
                       FUNCTION TRIM(privacy-num-repr-a) " found, "
                       FUNCTION TRIM(privacy-num-repr-b) " removed, "
                       FUNCTION TRIM(privacy-num-repr-c)
                       " anonymised, "
                       FUNCTION TRIM(privacy-num-repr-d) " kept"
               END-IF
               PERFORM PRIVACY-LEDGER-FILE-LINE
           END-IF
           .

       PRIVACY-SCAN-ONE-RECORD SECTION.
           READ PrivacySrcDb
               AT END
                   SET privacy-read-eof TO TRUE
               NOT AT END
                   MOVE privacy-src-record TO privacy-rec
                   PERFORM PRIVACY-COUNT-HITS
                   IF privacy-hit-count > 0
                       IF privacy-exporting AND privacy-found = 0
                           DISPLAY " "
                           DISPLAY FUNCTION TRIM(privacy-src-path) ":"
                       END-IF
                       ADD 1 TO privacy-found
                       IF privacy-exporting
                           DISPLAY "  "
                               privacy-rec(1:privacy-rec-len)
                       END-IF
      *>               The subscriber's token is what the digest
      *>               ledger knows them by.
                       IF privacy-kind-remove
                           AND privacy-token = SPACES
                           UNSTRING privacy-rec DELIMITED BY ALL " "
                               INTO privacy-contact privacy-token
                           END-UNSTRING
                       END-IF
                   END-IF
           END-READ
           .

       PRIVACY-REWRITE-FILE SECTION.
           MOVE privacy-src-path TO atomic-final-path
           PERFORM BUILD-SIDEFILE-TEMP-PATH
           MOVE atomic-temp-path TO privacy-dst-path

           MOVE "N" TO privacy-read-status
           OPEN INPUT PrivacySrcDb
           OPEN OUTPUT PrivacyDstDb
           IF privacysrc-file-status = "00"
               AND privacydst-file-status = "00"
               PERFORM PRIVACY-REWRITE-ONE-RECORD
                   UNTIL privacy-read-eof
               CLOSE PrivacySrcDb
               CLOSE PrivacyDstDb
               PERFORM ATOMIC-RENAME-TEMP
           ELSE
               DISPLAY "ERROR: could not rewrite "
                   FUNCTION TRIM(privacy-src-path) "."
               MOVE 0 TO privacy-removed
               MOVE 0 TO privacy-anonymised
               MOVE 0 TO privacy-kept
               IF privacysrc-file-status = "00"
                   CLOSE PrivacySrcDb
               END-IF
               IF privacydst-file-status = "00"
                   CLOSE PrivacyDstDb
               END-IF
           END-IF
           .

       PRIVACY-REWRITE-ONE-RECORD SECTION.
           READ PrivacySrcDb
               AT END
                   SET privacy-read-eof TO TRUE
               NOT AT END
                   MOVE privacy-src-record TO privacy-rec
                   PERFORM PRIVACY-COUNT-HITS

                   MOVE SPACES TO privacy-contact
                   MOVE SPACES TO privacy-rule
                   IF privacy-kind-ban
                       UNSTRING privacy-rec DELIMITED BY "|"
                           INTO privacy-contact privacy-rule
                       END-UNSTRING
                   END-IF

                   EVALUATE TRUE
                       WHEN privacy-hit-count = 0
                           MOVE privacy-rec TO privacy-dst-record
                           WRITE privacy-dst-record
                       WHEN privacy-kind-remove
                           ADD 1 TO privacy-removed
                       WHEN privacy-kind-ban
                           AND privacy-rule(1:10) >= today-formatted
                           ADD 1 TO privacy-kept
                           MOVE privacy-rec TO privacy-dst-record
                           WRITE privacy-dst-record
                       WHEN OTHER
                           IF privacy-kind-contact
                               PERFORM PRIVACY-DROP-PENDING-CONTACT
                           END-IF
                           IF privacy-kind-scheduled
                               PERFORM PRIVACY-DROP-SCHEDULED-CONTACT
                           END-IF
                           PERFORM PRIVACY-PSEUDONYMISE
                           ADD 1 TO privacy-anonymised
                           MOVE privacy-out TO privacy-dst-record
                           WRITE privacy-dst-record
                   END-EVALUATE
           END-READ
           .

      *>   "text|contact" or "text|contact|rule": a contact of
      *>   theirs goes, leaving "text" or "text||rule", so no
      *>   decision notice is ever mailed to the pseudonym.
       PRIVACY-DROP-PENDING-CONTACT SECTION.
           MOVE SPACES TO privacy-rest
           MOVE SPACES TO privacy-contact
           MOVE SPACES TO privacy-rule
           UNSTRING privacy-rec DELIMITED BY "|"
               INTO privacy-rest privacy-contact privacy-rule
           END-UNSTRING
           IF FUNCTION UPPER-CASE(privacy-contact) = privacy-who-upper
               MOVE SPACES TO privacy-rec
               IF privacy-rule = SPACES
                   MOVE privacy-rest TO privacy-rec
               ELSE
                   STRING
                       FUNCTION TRIM(privacy-rest TRAILING) "||"
                       FUNCTION TRIM(privacy-rule TRAILING)
                       DELIMITED BY SIZE
                       INTO privacy-rec
                   END-STRING
               END-IF
           END-IF
           .

      *>   "<date>+<contact>|<record>" back to "<date>|<record>".
       PRIVACY-DROP-SCHEDULED-CONTACT SECTION.
           IF privacy-rec(11:1) = "+"
               MOVE SPACES TO privacy-contact
               MOVE 0 TO privacy-contact-len
               UNSTRING privacy-rec(12:) DELIMITED BY "|"
                   INTO privacy-contact
                   COUNT IN privacy-contact-len
               END-UNSTRING
               IF FUNCTION UPPER-CASE(privacy-contact)
                   = privacy-who-upper
                   MOVE privacy-rec(12 + privacy-contact-len:)
                       TO privacy-rest
                   MOVE privacy-rest TO privacy-rec(11:)
               END-IF
           END-IF
           .

      *>   Upper-cased copy and length of privacy-rec, then how many
      *>   free-standing mentions of the term it holds.
       PRIVACY-COUNT-HITS SECTION.
           PERFORM PRIVACY-MEASURE-RECORD
           MOVE 0 TO privacy-hit-count
           PERFORM PRIVACY-COUNT-ONE-POS
               VARYING privacy-pos FROM 1 BY 1
               UNTIL privacy-pos + privacy-term-len - 1
                   > privacy-rec-len
      *>   A scheduled row's contact follows the "+" straight on,
      *>   which the boundary rule would take for part of an address.
           IF privacy-kind-scheduled AND privacy-rec(11:1) = "+"
               MOVE SPACES TO privacy-contact
               UNSTRING privacy-rec(12:) DELIMITED BY "|"
                   INTO privacy-contact
               END-UNSTRING
               IF FUNCTION UPPER-CASE(privacy-contact)
                   = privacy-who-upper
                   ADD 1 TO privacy-hit-count
               END-IF
           END-IF
           .

       PRIVACY-MEASURE-RECORD SECTION.
           MOVE FUNCTION UPPER-CASE(privacy-rec) TO privacy-rec-upper
           MOVE 0 TO privacy-rec-len
           INSPECT FUNCTION REVERSE(privacy-rec)
               TALLYING privacy-rec-len FOR LEADING SPACE
           COMPUTE privacy-rec-len = 1100 - privacy-rec-len
           .

       PRIVACY-COUNT-ONE-POS SECTION.
           PERFORM PRIVACY-CHECK-MATCH-AT
           IF privacy-match-here
               ADD 1 TO privacy-hit-count
           END-IF
           .

      *>   Does the term start at privacy-pos, with no more of an
      *>   address on either side of it?
       PRIVACY-CHECK-MATCH-AT SECTION.
           MOVE "N" TO privacy-match-status
           IF privacy-rec-upper(privacy-pos:privacy-term-len)
               = privacy-term-upper(1:privacy-term-len)
               SET privacy-match-here TO TRUE
               IF privacy-pos > 1
                   MOVE privacy-rec-upper(privacy-pos - 1:1)
                       TO privacy-char
                   IF privacy-char-word OR privacy-char = "."
                       MOVE "N" TO privacy-match-status
                   END-IF
               END-IF
               COMPUTE privacy-end-pos =
                   privacy-pos + privacy-term-len
               IF privacy-end-pos <= 1100
                   MOVE privacy-rec-upper(privacy-end-pos:1)
                       TO privacy-char
                   EVALUATE TRUE
                       WHEN privacy-char-word
                           MOVE "N" TO privacy-match-status
                       WHEN privacy-char = "."
                           AND privacy-end-pos < 1100
                           MOVE privacy-rec-upper(
                               privacy-end-pos + 1:1) TO privacy-char
                           IF privacy-char-alnum
                               MOVE "N" TO privacy-match-status
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .

      *>   privacy-rec into privacy-out with every mention replaced
      *>   by the pseudonym.
       PRIVACY-PSEUDONYMISE SECTION.
           PERFORM PRIVACY-MEASURE-RECORD
           MOVE SPACES TO privacy-out
           MOVE 1 TO privacy-out-ptr
           MOVE 1 TO privacy-pos
           PERFORM PRIVACY-COPY-ONE-STEP
               UNTIL privacy-pos > privacy-rec-len
           .

       PRIVACY-COPY-ONE-STEP SECTION.
           MOVE "N" TO privacy-match-status
           IF privacy-pos + privacy-term-len - 1 <= privacy-rec-len
               PERFORM PRIVACY-CHECK-MATCH-AT
           END-IF
           IF privacy-match-here
               STRING
                   FUNCTION TRIM(privacy-pseudonym)
                   DELIMITED BY SIZE
                   INTO privacy-out
                   WITH POINTER privacy-out-ptr
               END-STRING
               ADD privacy-term-len TO privacy-pos
           ELSE
               IF privacy-out-ptr <= 1100
                   MOVE privacy-rec(privacy-pos:1)
                       TO privacy-out(privacy-out-ptr:1)
                   ADD 1 TO privacy-out-ptr
               END-IF
               ADD 1 TO privacy-pos
           END-IF
           .

       PRIVACY-LEDGER-FILE-LINE SECTION.
           MOVE privacy-found TO privacy-num-repr-a
           MOVE SPACES TO privacy-ledger-line
           MOVE 1 TO privacy-ledger-ptr
           STRING
               privacy-ledger-stamp " " FUNCTION TRIM(privacy-action)
               " " privacy-who(1:privacy-who-len)
               " FILE " FUNCTION TRIM(privacy-src-path)
               " found " FUNCTION TRIM(privacy-num-repr-a)
               DELIMITED BY SIZE
               INTO privacy-ledger-line
               WITH POINTER privacy-ledger-ptr
           END-STRING
           IF privacy-erasing
               MOVE privacy-removed TO privacy-num-repr-a
               MOVE privacy-anonymised TO privacy-num-repr-b
               MOVE privacy-kept TO privacy-num-repr-c
               STRING
                   " removed " FUNCTION TRIM(privacy-num-repr-a)
                   " anonymised " FUNCTION TRIM(privacy-num-repr-b)
                   " kept " FUNCTION TRIM(privacy-num-repr-c)
                   DELIMITED BY SIZE
                   INTO privacy-ledger-line
                   WITH POINTER privacy-ledger-ptr
               END-STRING
           END-IF
           PERFORM APPEND-PRIVACY-LEDGER
           .

       APPEND-PRIVACY-LEDGER SECTION.
           OPEN EXTEND PrivacyLedgerDb
           IF privacyledger-file-status NOT = "00"
               OPEN OUTPUT PrivacyLedgerDb
           END-IF
           WRITE privacy-ledger-record FROM privacy-ledger-line
           CLOSE PrivacyLedgerDb
           .

       SETUP-TIME SECTION.
