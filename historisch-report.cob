      *>   - Run by hand (or out of cron, alongside
      *>     historisch-reconcile), with the working directory set to
      *>     wherever quotes_access_log.txt and quotes_cobol.txt live.
      *>   - "TREND [htmlfile]" for the month-over-month digest.
      *>   - "BLOCKLIST [YYYY-MM]" for how often each blocklist rule
      *>     fired in a month (default: the current one).
      *>   - "PARTNERS [YYYY-MM]" for the partner usage statements
      *>     and the account summary of a month (default: the
      *>     current one).
      *>   - "DUPLICATES" for the clusters of near-duplicate lines
      *>     in quotes_cobol.txt, with counts and votes per line.
      *>   - "SEARCHES [YYYY-MM]" for what visitors searched for in
      *>     a month (default: the current one): top terms, terms
      *>     that found nothing, terms only one author or category
      *>     answers.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. historisch-report.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS quotedb-file-status.

      *>   The intake blocklist historisch-gewachsen.cob screens
      *>   suggestions and comments against, and the log of every
      *>   rule firing it appends; both only read here.
           SELECT BlocklistDb ASSIGN TO "quotes_blocklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS blocklist-file-status.

           SELECT BlocklistLogDb ASSIGN TO "quotes_blocklist_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS blocklistlog-file-status.

      *>   The partner register historisch-gewachsen.cob checks a
      *>   JSON or feed hit's "?key=" against; only read here.
           SELECT PartnersDb ASSIGN TO "quotes_partners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS partners-file-status.

      *>   One usage statement per partner and month, and the
      *>   month's summary across all partners; both simply
      *>   overwritten by a rerun.
           SELECT StatementDb ASSIGN TO DYNAMIC statement-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statement-file-status.

           SELECT SummaryDb ASSIGN TO DYNAMIC summary-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS summary-file-status.

      *>   Per-line serve counts and vote tallies, one row per
      *>   QuoteDb line in the same order; only read here.
           SELECT CountsDb ASSIGN TO "quotes_counts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS counts-file-status.

           SELECT VotesDb ASSIGN TO "quotes_votes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS votes-file-status.

      *>   historisch-gewachsen.cob's search log, the live file or
      *>   a month's archive historisch-rotate left, same idiom as
      *>   AccessLogDb.
           SELECT SearchLogDb ASSIGN TO DYNAMIC searchlog-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS searchlog-file-status.

       DATA DIVISION.
       FILE SECTION.
           FD AccessLogDb.
           01 access-log-record        PIC X(100).

           FD TrendHtmlDb.
           01 trendhtml-record         PIC X(100).
           01 QuoteDetails.
               02  quote-line          PIC X(500).

      *>   "reject <pattern>" / "flag <pattern>", "*" for notes.
           FD BlocklistDb.
           01 blocklist-record         PIC X(80).

      *>   "date time SUGGESTION|COMMENT REJECT|FLAG pattern".
           FD BlocklistLogDb.
           01 blocklist-log-record     PIC X(120).

      *>   "key|partner|quota|status".
           FD PartnersDb.
           01 partner-record           PIC X(120).

           FD StatementDb.
           01 statement-record         PIC X(100).

           FD SummaryDb.
           01 summary-record           PIC X(100).

           FD CountsDb.
           01 count-record             PIC 9(9).

           FD VotesDb.
           01 vote-record              PIC 9(9).

           FD SearchLogDb.
           01 search-log-record        PIC X(200).

       WORKING-STORAGE SECTION.
      *>   Check for EOF while walking either file.
           01 file-status              PIC X.
           01 nodb-hits                PIC 9(9)    VALUE 0.
           01 suggested-hits           PIC 9(9)    VALUE 0.
           01 voted-hits               PIC 9(9)    VALUE 0.
           01 dup-vote-hits            PIC 9(9)    VALUE 0.
           01 throttled-hits           PIC 9(9)    VALUE 0.
           01 subscribed-hits          PIC 9(9)    VALUE 0.
           01 unsubscribed-hits        PIC 9(9)    VALUE 0.
           01 confirmed-hits           PIC 9(9)    VALUE 0.
           01 banned-hits              PIC 9(9)    VALUE 0.
           01 blocked-hits             PIC 9(9)    VALUE 0.
           01 reported-hits            PIC 9(9)    VALUE 0.
           01 commented-hits           PIC 9(9)    VALUE 0.
           01 bad-key-hits             PIC 9(9)    VALUE 0.
           01 over-quota-hits          PIC 9(9)    VALUE 0.

      *>   Agent-class mix, matching the class words LOG-ACCESS
      *>   writes; lines from before the class was logged land in
           01 cli-mode                 PIC X(10)   VALUE SPACES.
           01 trend-mode-status        PIC X       VALUE "N".
               88 trend-mode-active                VALUE "Y".
           01 blocklist-mode-status    PIC X       VALUE "N".
               88 blocklist-mode-active            VALUE "Y".
           01 partners-mode-status     PIC X       VALUE "N".
               88 partners-mode-active             VALUE "Y".
           01 duplicates-mode-status   PIC X       VALUE "N".
               88 duplicates-mode-active           VALUE "Y".
           01 searches-mode-status     PIC X       VALUE "N".
               88 searches-mode-active             VALUE "Y".

      *>   "historisch-report BLOCKLIST [YYYY-MM]": every rule on the
      *>   list with how often it fired that month, split by intake
      *>   path, so rules that never match can be pruned; firings
      *>   of rules since edited or removed are counted apart.
           01 blocklist-file-status    PIC XX      VALUE SPACES.
           01 blocklistlog-file-status PIC XX      VALUE SPACES.
           01 blocklist-month          PIC X(7)    VALUE SPACES.
           01 blocklist-table.
               02 blocklist-entry      OCCURS 200 TIMES.
                   03 blocklist-action PIC X(6).
                   03 blocklist-pattern PIC X(60).
                   03 blocklist-sugg-count PIC 9(5).
                   03 blocklist-comm-count PIC 9(5).
           01 blocklist-count          PIC 999     VALUE 0.
           01 blocklist-idx            PIC 999     VALUE 0.
           01 blocklist-space-pos      PIC 99      VALUE 0.
           01 blocklist-word           PIC X(10)   VALUE SPACES.
           01 blocklist-rest           PIC X(60)   VALUE SPACES.
           01 blocklist-pipe-count     PIC 99      VALUE 0.
           01 blocklist-match-status   PIC X       VALUE "N".
               88 blocklist-match-found            VALUE "Y".
           01 blocklist-log-date       PIC X(10)   VALUE SPACES.
           01 blocklist-log-time       PIC X(8)    VALUE SPACES.
           01 blocklist-log-source     PIC X(10)   VALUE SPACES.
           01 blocklist-log-action     PIC X(6)    VALUE SPACES.
           01 blocklist-log-ptr        PIC 999     VALUE 0.
           01 blocklist-firing-count   PIC 9(7)    VALUE 0.
           01 blocklist-orphan-count   PIC 9(7)    VALUE 0.
           01 blocklist-idle-count     PIC 999     VALUE 0.

      *>   "historisch-report PARTNERS [YYYY-MM]": the "key=" field
      *>   LOG-ACCESS puts behind a partner's hits, tallied per
      *>   registered key and day of the month - requests, those
      *>   served, those turned away over the quota (OVER-QUOTA)
      *>   and those refused outright (BAD-KEY, a suspended key).
      *>   Keys the register does not hold are counted apart.
           01 partners-file-status     PIC XX      VALUE SPACES.
           01 statement-file-status    PIC XX      VALUE SPACES.
           01 summary-file-status      PIC XX      VALUE SPACES.
           01 partners-month           PIC X(7)    VALUE SPACES.
           01 statement-path           PIC X(100)  VALUE SPACES.
           01 summary-path             PIC X(60)   VALUE SPACES.
           01 partner-row-text         PIC X(120)  VALUE SPACES.
           01 preg-key                 PIC X(32)   VALUE SPACES.
           01 preg-name                PIC X(60)   VALUE SPACES.
           01 preg-quota               PIC X(9)    VALUE SPACES.
           01 preg-status              PIC X(10)   VALUE SPACES.
           01 partner-table.
               02 partner-entry OCCURS 200 TIMES.
                   03 partner-key          PIC X(32).
                   03 partner-name         PIC X(60).
                   03 partner-quota        PIC 9(9).
                   03 partner-status       PIC X(10).
                   03 partner-requests     PIC 9(9).
                   03 partner-served       PIC 9(9).
                   03 partner-quota-hits   PIC 9(9).
                   03 partner-refused      PIC 9(9).
                   03 partner-day OCCURS 31 TIMES.
                       04 pday-requests    PIC 9(7).
                       04 pday-served      PIC 9(7).
                       04 pday-quota-hits  PIC 9(7).
                       04 pday-refused     PIC 9(7).
           01 partner-count            PIC 999     VALUE 0.
           01 partner-idx              PIC 999     VALUE 0.
           01 partner-match-idx        PIC 999     VALUE 0.
           01 stray-key-table.
               02 stray-key-entry OCCURS 50 TIMES.
                   03 stray-key            PIC X(32).
                   03 stray-key-hits       PIC 9(7).
           01 stray-key-count          PIC 99      VALUE 0.
           01 stray-key-idx            PIC 99      VALUE 0.
           01 stray-match-idx          PIC 99      VALUE 0.
           01 stray-total-hits         PIC 9(9)    VALUE 0.
           01 stray-overflow-hits      PIC 9(9)    VALUE 0.
           01 log-key-pos              PIC 999     VALUE 0.
           01 log-key                  PIC X(32)   VALUE SPACES.
           01 log-day-num              PIC 99      VALUE 0.
           01 partners-year            PIC 9(4)    VALUE 0.
           01 partners-mon             PIC 99      VALUE 0.
           01 partners-next-first      PIC 9(8)    VALUE 0.
           01 month-day-count          PIC 99      VALUE 0.
           01 month-days-shown         PIC 99      VALUE 0.
           01 pday-idx                 PIC 99      VALUE 0.
           01 pday-label               PIC X(10)   VALUE SPACES.
           01 pday-num-repr            PIC 99      VALUE 0.
           01 partner-days-at-quota    PIC 99      VALUE 0.
           01 partner-peak-day         PIC 99      VALUE 0.
           01 partner-peak-count       PIC 9(7)    VALUE 0.
           01 partner-quota-text       PIC X(9)    VALUE SPACES.
           01 partner-total-requests   PIC 9(9)    VALUE 0.
           01 partner-total-served     PIC 9(9)    VALUE 0.
           01 partner-total-quota-hits PIC 9(9)    VALUE 0.
           01 pnum-repr-a              PIC Z(8)9.
           01 pnum-repr-b              PIC Z(8)9.
           01 pnum-repr-c              PIC Z(8)9.
           01 pnum-repr-d              PIC Z(8)9.
           01 pdays-repr               PIC ZZZ9.
           01 ppeak-repr               PIC Z(6)9.
           01 statement-count          PIC 999     VALUE 0.
           01 statement-row            PIC X(100)  VALUE SPACES.
           01 today-label              PIC X(10)   VALUE SPACES.

      *>   "historisch-report DUPLICATES": every QuoteDb text folded
      *>   the way historisch-gewachsen.cob's near-duplicate warning
      *>   folds it (see NORMALISE-QUOTE-TEXT), and the lines that
      *>   fold the same gathered into numbered clusters. Within a
      *>   cluster the line with the most votes - then the most
      *>   serves, then the lowest number - is marked to keep.
           01 counts-file-status       PIC XX      VALUE SPACES.
           01 votes-file-status        PIC XX      VALUE SPACES.
           01 dup-count-table.
               02 dup-served           OCCURS 2000 TIMES PIC 9(9).
           01 dup-vote-table.
               02 dup-votes            OCCURS 2000 TIMES PIC 9(9).
           01 dup-norm-table.
               02 dup-norm             OCCURS 2000 TIMES PIC X(400).
           01 dup-cluster-table.
               02 dup-cluster-of       OCCURS 2000 TIMES PIC 9(4).
           01 dup-row-count            PIC 9(4)    VALUE 0.
           01 dup-i                    PIC 9(4)    VALUE 0.
           01 dup-j                    PIC 9(4)    VALUE 0.
           01 dup-cluster-count        PIC 9(4)    VALUE 0.
           01 dup-cluster-idx          PIC 9(4)    VALUE 0.
           01 dup-member-count         PIC 9(4)    VALUE 0.
           01 dup-retire-count         PIC 9(4)    VALUE 0.
           01 dup-keep-idx             PIC 9(4)    VALUE 0.
           01 dup-line-num             PIC 9(4)    VALUE 0.
           01 dup-mark                 PIC X(7)    VALUE SPACES.
           01 dup-served-repr          PIC Z(8)9.
           01 dup-votes-repr           PIC Z(8)9.
           01 dup-num-repr             PIC ZZZ9.

      *>   "historisch-report SEARCHES": the month's search log lines
      *>   ("YYYY-MM-DD|term|hits|agent|author|category") gathered
      *>   per term. Crawler searches are counted but kept out of
      *>   the rankings - they replay links, nobody typed them. A
      *>   term is single-source while every search of it that found
      *>   anything found only the one author (or category); the
      *>   log line leaves those blank when the hits were mixed.
           01 searches-month           PIC X(7)    VALUE SPACES.
           01 searchlog-path           PIC X(60)   VALUE SPACES.
           01 searchlog-file-status    PIC XX      VALUE SPACES.
           01 sl-date                  PIC X(10)   VALUE SPACES.
           01 sl-term                  PIC X(40)   VALUE SPACES.
           01 sl-hits-text             PIC X(6)    VALUE SPACES.
           01 sl-hits                  PIC 9(4)    VALUE 0.
           01 sl-agent                 PIC X(7)    VALUE SPACES.
           01 sl-author                PIC X(40)   VALUE SPACES.
           01 sl-category              PIC X(20)   VALUE SPACES.
           01 search-term-table.
               02 search-term-entry    OCCURS 500 TIMES.
                   03 st-term          PIC X(40).
                   03 st-searches      PIC 9(7).
                   03 st-zero-searches PIC 9(7).
                   03 st-hit-searches  PIC 9(7).
                   03 st-last-hits     PIC 9(4).
                   03 st-author        PIC X(40).
                   03 st-category      PIC X(20).
                   03 st-author-status PIC X.
                       88 st-authors-mixed         VALUE "Y".
                   03 st-category-status PIC X.
                       88 st-categories-mixed      VALUE "Y".
                   03 st-listed-status PIC X.
                       88 st-listed                VALUE "Y".
           01 search-term-count        PIC 9(4)    VALUE 0.
           01 search-term-idx          PIC 9(4)    VALUE 0.
           01 search-found-idx         PIC 9(4)    VALUE 0.
           01 search-best-idx          PIC 9(4)    VALUE 0.
           01 search-best-value        PIC 9(7)    VALUE 0.
           01 search-rank              PIC 99      VALUE 0.
           01 search-rank-limit        PIC 99      VALUE 0.
           01 search-list-kind         PIC X       VALUE SPACE.
               88 search-list-top                  VALUE "T".
               88 search-list-zero                 VALUE "Z".
               88 search-list-single               VALUE "S".
           01 search-total             PIC 9(7)    VALUE 0.
           01 search-crawler-total     PIC 9(7)    VALUE 0.
           01 search-overflow-total    PIC 9(7)    VALUE 0.
           01 search-listed-count      PIC 99      VALUE 0.
           01 snum-repr-a              PIC Z(6)9.
           01 snum-repr-b              PIC Z(6)9.
           01 snum-repr-c              PIC Z(6)9.

      *>   Folding scratch, same fields and rules as in
      *>   historisch-gewachsen.cob.
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

           01 accesslog-path           PIC X(60)
               VALUE "quotes_access_log.txt".
                   03 month-ok         PIC 9(9).
                   03 month-rejected   PIC 9(9).
                   03 month-other      PIC 9(9).
                   03 month-banned     PIC 9(9).
                   03 month-blocked    PIC 9(9).
                   03 month-bad-key    PIC 9(9).
                   03 month-over-quota PIC 9(9).
                   03 month-reported   PIC 9(9).
                   03 month-commented  PIC 9(9).
                   03 month-top OCCURS 3 TIMES.
                       04 month-top-line   PIC 9(4).
                       04 month-top-count  PIC 9(9).
           01 mscan-ok                 PIC 9(9)    VALUE 0.
           01 mscan-rejected           PIC 9(9)    VALUE 0.
           01 mscan-other              PIC 9(9)    VALUE 0.
           01 mscan-banned             PIC 9(9)    VALUE 0.
           01 mscan-blocked            PIC 9(9)    VALUE 0.
           01 mscan-bad-key            PIC 9(9)    VALUE 0.
           01 mscan-over-quota         PIC 9(9)    VALUE 0.
           01 mscan-reported           PIC 9(9)    VALUE 0.
           01 mscan-commented          PIC 9(9)    VALUE 0.
           01 mscan-top-idx            PIC 9       VALUE 0.

      *>   Rise/fall callout between consecutive months.
           01 trend-num-repr           PIC Z(8)9.
           01 trend-line-repr          PIC ZZZ9.

      *>   The refusal and posting outcomes go on rows of their own
      *>   under the month, each count only when it is non-zero.
           01 trend-outcome-name       PIC X(10)   VALUE SPACES.
           01 trend-outcome-count      PIC 9(9)    VALUE 0.
           01 trend-row-ptr            PIC 99      VALUE 0.
           01 trend-row-start          PIC 99      VALUE 0.

      *>   CBL_CHECK_FILE_EXIST detail area, same shape as in
      *>   historisch-rotate.cob; only existence matters here.
           01 archive-file-info.
               PERFORM TREND-REPORT
               STOP RUN
           END-IF
           IF blocklist-mode-active
               PERFORM BLOCKLIST-REPORT
               STOP RUN
           END-IF
           IF partners-mode-active
               PERFORM PARTNERS-REPORT
               STOP RUN
           END-IF
           IF duplicates-mode-active
               PERFORM DUPLICATES-REPORT
               STOP RUN
           END-IF
           IF searches-mode-active
               PERFORM SEARCHES-REPORT
               STOP RUN
           END-IF

           INITIALIZE served-tally-table
           INITIALIZE served-human-table
                       ADD 1 TO suggested-hits
                   WHEN "VOTED"
                       ADD 1 TO voted-hits
                   WHEN "DUP-VOTE"
                       ADD 1 TO dup-vote-hits
                   WHEN "THROTTLED"
                       ADD 1 TO throttled-hits
                   WHEN "SUBSCRIBED"
                       ADD 1 TO subscribed-hits
                   WHEN "UNSUBSCRIBED"
                       ADD 1 TO unsubscribed-hits
                   WHEN "CONFIRMED"
                       ADD 1 TO confirmed-hits
                   WHEN "BANNED"
                       ADD 1 TO banned-hits
                   WHEN "BLOCKED"
                       ADD 1 TO blocked-hits
                   WHEN "REPORTED"
                       ADD 1 TO reported-hits
                   WHEN "COMMENTED"
                       ADD 1 TO commented-hits
                   WHEN "BAD-KEY"
                       ADD 1 TO bad-key-hits
                   WHEN "OVER-QUOTA"
                       ADD 1 TO over-quota-hits
                   WHEN OTHER
                       ADD 1 TO other-outcome-hits
               END-EVALUATE
           STRING "VOTED:     " voted-hits INTO display-row
           END-STRING
           DISPLAY display-row
           IF dup-vote-hits > 0
               MOVE SPACES TO display-row
               STRING "DUP-VOTE:  " dup-vote-hits
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           MOVE SPACES TO display-row
           STRING "THROTTLED: " throttled-hits
               INTO display-row
           END-STRING
           DISPLAY display-row
           IF subscribed-hits > 0 OR unsubscribed-hits > 0
               OR confirmed-hits > 0
               MOVE SPACES TO display-row
               STRING "SUBSCRIBED:" subscribed-hits
                   INTO display-row
               END-STRING
               DISPLAY display-row
               MOVE SPACES TO display-row
               STRING "CONFIRMED: " confirmed-hits
                   INTO display-row
               END-STRING
               DISPLAY display-row
               MOVE SPACES TO display-row
               STRING "UNSUBSCRI.:" unsubscribed-hits
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           IF banned-hits > 0
               MOVE SPACES TO display-row
               STRING "BANNED:    " banned-hits
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           IF blocked-hits > 0
               MOVE SPACES TO display-row
               STRING "BLOCKED:   " blocked-hits
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           IF reported-hits > 0
               MOVE SPACES TO display-row
               STRING "REPORTED:  " reported-hits
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           IF commented-hits > 0
               MOVE SPACES TO display-row
               STRING "COMMENTED: " commented-hits
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           IF bad-key-hits > 0
               MOVE SPACES TO display-row
               STRING "BAD-KEY:   " bad-key-hits
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           IF over-quota-hits > 0
               MOVE SPACES TO display-row
               STRING "OVER-QUOTA:" over-quota-hits
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           IF other-outcome-hits > 0
               MOVE SPACES TO display-row
               STRING "Other:     " other-outcome-hits
               IF cli-mode = "TREND"
                   SET trend-mode-active TO TRUE
               END-IF
               IF cli-mode = "BLOCKLIST"
                   SET blocklist-mode-active TO TRUE
               END-IF
               IF cli-mode = "PARTNERS"
                   SET partners-mode-active TO TRUE
               END-IF
               IF cli-mode = "DUPLICATES"
                   SET duplicates-mode-active TO TRUE
               END-IF
               IF cli-mode = "SEARCHES"
                   SET searches-mode-active TO TRUE
               END-IF
           END-IF
           IF cli-arg-count > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               EVALUATE TRUE
                   WHEN blocklist-mode-active
                       ACCEPT blocklist-month FROM ARGUMENT-VALUE
                   WHEN partners-mode-active
                       ACCEPT partners-month FROM ARGUMENT-VALUE
                   WHEN searches-mode-active
                       ACCEPT searches-month FROM ARGUMENT-VALUE
                   WHEN OTHER
                       ACCEPT trend-html-path FROM ARGUMENT-VALUE
               END-EVALUATE
           END-IF
           .

           MOVE 0 TO mscan-ok
           MOVE 0 TO mscan-rejected
           MOVE 0 TO mscan-other
           MOVE 0 TO mscan-banned
           MOVE 0 TO mscan-blocked
           MOVE 0 TO mscan-bad-key
           MOVE 0 TO mscan-over-quota
           MOVE 0 TO mscan-reported
           MOVE 0 TO mscan-commented
           INITIALIZE served-tally-table

           MOVE SPACES TO accesslog-path
               MOVE mscan-ok TO month-ok(month-count)
               MOVE mscan-rejected TO month-rejected(month-count)
               MOVE mscan-other TO month-other(month-count)
               MOVE mscan-banned TO month-banned(month-count)
               MOVE mscan-blocked TO month-blocked(month-count)
               MOVE mscan-bad-key TO month-bad-key(month-count)
               MOVE mscan-over-quota
                   TO month-over-quota(month-count)
               MOVE mscan-reported TO month-reported(month-count)
               MOVE mscan-commented TO month-commented(month-count)
               PERFORM TREND-EXTRACT-TOP
                   VARYING mscan-top-idx FROM 1 BY 1
                   UNTIL mscan-top-idx > 3
                               ADD 1 TO mscan-ok
                           WHEN "REJECTED"
                               ADD 1 TO mscan-rejected
                           WHEN "BANNED"
                               ADD 1 TO mscan-banned
                           WHEN "BLOCKED"
                               ADD 1 TO mscan-blocked
                           WHEN "BAD-KEY"
                               ADD 1 TO mscan-bad-key
                           WHEN "OVER-QUOTA"
                               ADD 1 TO mscan-over-quota
                           WHEN "REPORTED"
                               ADD 1 TO mscan-reported
                           WHEN "COMMENTED"
                               ADD 1 TO mscan-commented
                           WHEN OTHER
                               ADD 1 TO mscan-other
                       END-EVALUATE
           END-STRING
           PERFORM TREND-EMIT-ROW

           MOVE SPACES TO display-row
           MOVE "   refused:" TO display-row
           MOVE 12 TO trend-row-ptr
           MOVE trend-row-ptr TO trend-row-start
           MOVE "BANNED" TO trend-outcome-name
           MOVE month-banned(month-idx) TO trend-outcome-count
           PERFORM APPEND-TREND-OUTCOME
           MOVE "BLOCKED" TO trend-outcome-name
           MOVE month-blocked(month-idx) TO trend-outcome-count
           PERFORM APPEND-TREND-OUTCOME
           MOVE "BAD-KEY" TO trend-outcome-name
           MOVE month-bad-key(month-idx) TO trend-outcome-count
           PERFORM APPEND-TREND-OUTCOME
           MOVE "OVER-QUOTA" TO trend-outcome-name
           MOVE month-over-quota(month-idx) TO trend-outcome-count
           PERFORM APPEND-TREND-OUTCOME
           IF trend-row-ptr > trend-row-start
               PERFORM TREND-EMIT-ROW
           END-IF

           MOVE SPACES TO display-row
           MOVE "   posted:" TO display-row
           MOVE 11 TO trend-row-ptr
           MOVE trend-row-ptr TO trend-row-start
           MOVE "REPORTED" TO trend-outcome-name
           MOVE month-reported(month-idx) TO trend-outcome-count
           PERFORM APPEND-TREND-OUTCOME
           MOVE "COMMENTED" TO trend-outcome-name
           MOVE month-commented(month-idx) TO trend-outcome-count
           PERFORM APPEND-TREND-OUTCOME
           IF trend-row-ptr > trend-row-start
               PERFORM TREND-EMIT-ROW
           END-IF

           MOVE SPACES TO display-row
           MOVE "   top served:" TO display-row
           PERFORM TREND-EMIT-ROW
               UNTIL mscan-top-idx > 3
           .

       APPEND-TREND-OUTCOME SECTION.
           IF trend-outcome-count > 0
               MOVE trend-outcome-count TO trend-num-repr
               STRING
                   " " FUNCTION TRIM(trend-outcome-name)
                   " " FUNCTION TRIM(trend-num-repr)
                   DELIMITED BY SIZE
                   INTO display-row
                   WITH POINTER trend-row-ptr
               END-STRING
           END-IF
           .

       EMIT-ONE-TREND-TOP-ROW SECTION.
           IF month-top-count(month-idx, mscan-top-idx) > 0
               MOVE month-top-line(month-idx, mscan-top-idx)
           WRITE trendhtml-record
           .

      *>   The month's firings against the list as it stands now.
       BLOCKLIST-REPORT SECTION.
           MOVE FUNCTION CURRENT-DATE TO current-date-data
           IF blocklist-month = SPACES
               STRING
                   current-year "-" current-month
                   INTO blocklist-month
               END-STRING
           END-IF
           IF blocklist-month(5:1) NOT = "-"
               OR FUNCTION TEST-NUMVAL(blocklist-month(1:4)) NOT = 0
               OR FUNCTION TEST-NUMVAL(blocklist-month(6:2)) NOT = 0
               DISPLAY "ERROR: give the month as YYYY-MM, e.g. "
                   "BLOCKLIST 2026-10."
               STOP RUN
           END-IF

           INITIALIZE blocklist-table
           MOVE 0 TO blocklist-count
           MOVE SPACES TO file-status
           MOVE SPACES TO blocklist-file-status
           OPEN INPUT BlocklistDb
           IF blocklist-file-status = "00"
               PERFORM READ-ONE-BLOCKLIST-RULE UNTIL file-eof
               CLOSE BlocklistDb
           END-IF

           MOVE 0 TO blocklist-firing-count
           MOVE 0 TO blocklist-orphan-count
           MOVE SPACES TO file-status
           MOVE SPACES TO blocklistlog-file-status
           OPEN INPUT BlocklistLogDb
           IF blocklistlog-file-status = "00"
               PERFORM TALLY-ONE-BLOCKLIST-FIRING UNTIL file-eof
               CLOSE BlocklistLogDb
           END-IF

           MOVE SPACES TO display-row
           STRING
               "=== BLOCKLIST RULE FIRINGS " blocklist-month " ==="
               INTO display-row
           END-STRING
           DISPLAY display-row

           IF blocklist-count = 0
               DISPLAY "quotes_blocklist.txt holds no rules."
           ELSE
               DISPLAY "ACTION  SUGGESTION COMMENT  PATTERN"
               MOVE 0 TO blocklist-idle-count
               PERFORM REPORT-ONE-BLOCKLIST-RULE
                   VARYING blocklist-idx FROM 1 BY 1
                   UNTIL blocklist-idx > blocklist-count

               DISPLAY " "
               MOVE SPACES TO display-row
               STRING
                   blocklist-firing-count " firing(s) in "
                   blocklist-month "; " blocklist-idle-count
                   " rule(s) never fired - candidates for pruning."
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF

           IF blocklist-orphan-count > 0
               MOVE SPACES TO display-row
               STRING
                   blocklist-orphan-count " firing(s) of rules no "
                   "longer on the list."
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

      *>   Same parse as historisch-gewachsen.cob's own loader:
      *>   "reject"/"flag", one space, the pattern; anything else
      *>   (including "*" notes and patterns holding "|") is
      *>   passed over.
       READ-ONE-BLOCKLIST-RULE SECTION.
           READ BlocklistDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   MOVE 0 TO blocklist-space-pos
                   INSPECT blocklist-record
                       TALLYING blocklist-space-pos
                       FOR CHARACTERS BEFORE INITIAL " "
                   MOVE SPACES TO blocklist-word
                   MOVE SPACES TO blocklist-rest
                   IF blocklist-space-pos > 0
                       AND blocklist-space-pos <= 10
                       MOVE FUNCTION UPPER-CASE(
                           blocklist-record(1:blocklist-space-pos))
                           TO blocklist-word
                       MOVE FUNCTION TRIM(
                           blocklist-record(blocklist-space-pos + 1:))
                           TO blocklist-rest
                   END-IF
                   MOVE 0 TO blocklist-pipe-count
                   INSPECT blocklist-rest
                       TALLYING blocklist-pipe-count FOR ALL "|"
                   IF (blocklist-word = "REJECT"
                           OR blocklist-word = "FLAG")
                       AND blocklist-rest NOT = SPACES
                       AND blocklist-pipe-count = 0
                       AND blocklist-count < 200
                       ADD 1 TO blocklist-count
                       MOVE blocklist-word
                           TO blocklist-action(blocklist-count)
                       MOVE blocklist-rest
                           TO blocklist-pattern(blocklist-count)
                   END-IF
           END-READ
           .

       TALLY-ONE-BLOCKLIST-FIRING SECTION.
           READ BlocklistLogDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   IF blocklist-log-record(1:7) = blocklist-month
                       PERFORM MATCH-ONE-BLOCKLIST-FIRING
                   END-IF
           END-READ
           .

       MATCH-ONE-BLOCKLIST-FIRING SECTION.
           ADD 1 TO blocklist-firing-count
           MOVE SPACES TO blocklist-log-date
           MOVE SPACES TO blocklist-log-time
           MOVE SPACES TO blocklist-log-source
           MOVE SPACES TO blocklist-log-action
           MOVE 1 TO blocklist-log-ptr
           UNSTRING blocklist-log-record DELIMITED BY ALL " "
               INTO blocklist-log-date blocklist-log-time
                    blocklist-log-source blocklist-log-action
               WITH POINTER blocklist-log-ptr
           END-UNSTRING
           MOVE SPACES TO blocklist-rest
           IF blocklist-log-ptr <= 120
               MOVE blocklist-log-record(blocklist-log-ptr:)
                   TO blocklist-rest
           END-IF

           MOVE "N" TO blocklist-match-status
           PERFORM CHECK-ONE-BLOCKLIST-RULE
               VARYING blocklist-idx FROM 1 BY 1
               UNTIL blocklist-idx > blocklist-count
                   OR blocklist-match-found
           IF NOT blocklist-match-found
               ADD 1 TO blocklist-orphan-count
           END-IF
           .

       CHECK-ONE-BLOCKLIST-RULE SECTION.
           IF blocklist-action(blocklist-idx) = blocklist-log-action
               AND blocklist-pattern(blocklist-idx) = blocklist-rest
               SET blocklist-match-found TO TRUE
               IF blocklist-log-source = "COMMENT"
                   ADD 1 TO blocklist-comm-count(blocklist-idx)
               ELSE
                   ADD 1 TO blocklist-sugg-count(blocklist-idx)
               END-IF
           END-IF
           .

       REPORT-ONE-BLOCKLIST-RULE SECTION.
           MOVE SPACES TO display-row
           STRING
               blocklist-action(blocklist-idx) "  "
               blocklist-sugg-count(blocklist-idx) "      "
               blocklist-comm-count(blocklist-idx) "    "
               blocklist-pattern(blocklist-idx)
               INTO display-row
           END-STRING
           DISPLAY display-row
           IF blocklist-sugg-count(blocklist-idx) = 0
               AND blocklist-comm-count(blocklist-idx) = 0
               ADD 1 TO blocklist-idle-count
           END-IF
           .

      *>   The month's usage statements, one file per registered
      *>   partner, and the summary across them all for account
      *>   management - on the terminal (cron mail) and in
      *>   quotes_partner_summary.YYYY-MM.txt. Traffic comes from
      *>   the month's rotated archive plus the live log, the same
      *>   pair TREND reads, so a statement run before the month is
      *>   rotated and one run after it both see every line.
       PARTNERS-REPORT SECTION.
           MOVE FUNCTION CURRENT-DATE TO current-date-data
           MOVE SPACES TO today-label
           STRING
               current-year "-" current-month "-" current-day
               INTO today-label
           END-STRING
           IF partners-month = SPACES
               MOVE today-label(1:7) TO partners-month
           END-IF
           IF partners-month(5:1) NOT = "-"
               OR partners-month(1:4) IS NOT NUMERIC
               OR partners-month(6:2) IS NOT NUMERIC
               OR partners-month(6:2) < "01"
               OR partners-month(6:2) > "12"
               OR partners-month(1:4) < "1601"
               DISPLAY "ERROR: give the month as YYYY-MM, e.g. "
                   "PARTNERS 2026-10."
               STOP RUN
           END-IF

      *>   Days in the month; the open month's statement stops at
      *>   today rather than listing days still to come.
           MOVE partners-month(1:4) TO partners-year
           MOVE partners-month(6:2) TO partners-mon
           IF partners-mon = 12
               COMPUTE partners-next-first =
                   (partners-year + 1) * 10000 + 101
           ELSE
               COMPUTE partners-next-first =
                   partners-year * 10000 + (partners-mon + 1) * 100
                   + 1
           END-IF
           COMPUTE month-day-count =
               FUNCTION INTEGER-OF-DATE(partners-next-first)
               - FUNCTION INTEGER-OF-DATE(
                   partners-year * 10000 + partners-mon * 100 + 1)
           MOVE month-day-count TO month-days-shown
           IF partners-month = today-label(1:7)
               MOVE current-day TO month-days-shown
           END-IF

           PERFORM LOAD-PARTNER-REGISTER

           INITIALIZE stray-key-table
           MOVE 0 TO stray-key-count
           MOVE 0 TO stray-total-hits
           MOVE 0 TO stray-overflow-hits

           MOVE SPACES TO accesslog-path
           STRING
               "quotes_access_log." partners-month ".txt"
               INTO accesslog-path
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING
               accesslog-path archive-file-info
               RETURNING archive-check-result
           END-CALL
           IF archive-check-result = 0
               PERFORM PARTNERS-SCAN-ONE-FILE
           END-IF

           MOVE "quotes_access_log.txt" TO accesslog-path
           PERFORM PARTNERS-SCAN-ONE-FILE

           MOVE 0 TO statement-count
           PERFORM WRITE-PARTNER-STATEMENT
               VARYING partner-idx FROM 1 BY 1
               UNTIL partner-idx > partner-count

           PERFORM WRITE-PARTNER-SUMMARY
           .

       LOAD-PARTNER-REGISTER SECTION.
           INITIALIZE partner-table
           MOVE 0 TO partner-count
           MOVE SPACES TO file-status
           MOVE SPACES TO partners-file-status
           OPEN INPUT PartnersDb
           IF partners-file-status = "00"
               PERFORM READ-ONE-PARTNER-ROW UNTIL file-eof
               CLOSE PartnersDb
           END-IF
           .

      *>   Same "key|partner|quota|status" parse as the PARTNER CLI
      *>   mode; a row without a key is passed over.
       READ-ONE-PARTNER-ROW SECTION.
           READ PartnersDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   MOVE partner-record TO partner-row-text
                   MOVE SPACES TO preg-key
                   MOVE SPACES TO preg-name
                   MOVE SPACES TO preg-quota
                   MOVE SPACES TO preg-status
                   UNSTRING partner-row-text DELIMITED BY "|"
                       INTO preg-key preg-name preg-quota preg-status
                   END-UNSTRING
                   IF preg-key NOT = SPACES AND partner-count < 200
                       ADD 1 TO partner-count
                       MOVE preg-key TO partner-key(partner-count)
                       MOVE preg-name TO partner-name(partner-count)
                       MOVE preg-status
                           TO partner-status(partner-count)
                       IF FUNCTION TEST-NUMVAL(preg-quota) = 0
                           MOVE FUNCTION NUMVAL(preg-quota)
                               TO partner-quota(partner-count)
                       END-IF
                   END-IF
           END-READ
           .

       PARTNERS-SCAN-ONE-FILE SECTION.
           MOVE SPACES TO file-status
           MOVE SPACES TO accesslog-file-status
           OPEN INPUT AccessLogDb
           IF accesslog-file-status = "00"
               PERFORM PARTNERS-DIGEST-ONE-LINE UNTIL file-eof
               CLOSE AccessLogDb
           END-IF
           .

      *>   Only this month's lines that carry a "key=" field count;
      *>   the key is the rest of the line up to the next blank.
       PARTNERS-DIGEST-ONE-LINE SECTION.
           READ AccessLogDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   MOVE SPACES TO log-date
                   MOVE SPACES TO log-time
                   MOVE SPACES TO log-method
                   MOVE SPACES TO log-outcome
                   UNSTRING access-log-record
                       DELIMITED BY ALL " "
                       INTO log-date log-time log-method
                            log-outcome
                   END-UNSTRING

                   MOVE 0 TO log-key-pos
                   INSPECT access-log-record TALLYING log-key-pos
                       FOR CHARACTERS BEFORE INITIAL " key="
                   MOVE SPACES TO log-key
                   IF log-key-pos < 95
                       UNSTRING access-log-record(log-key-pos + 6:)
                           DELIMITED BY " "
                           INTO log-key
                       END-UNSTRING
                   END-IF

                   IF log-date(1:7) = partners-month
                       AND log-date(8:1) = "-"
                       AND log-date(9:2) IS NUMERIC
                       AND log-key NOT = SPACES
                       MOVE log-date(9:2) TO log-day-num
                       PERFORM TALLY-ONE-PARTNER-HIT
                   END-IF
           END-READ
           .

       TALLY-ONE-PARTNER-HIT SECTION.
           MOVE 0 TO partner-match-idx
           PERFORM MATCH-ONE-PARTNER-KEY
               VARYING partner-idx FROM 1 BY 1
               UNTIL partner-idx > partner-count
                   OR partner-match-idx > 0

           IF partner-match-idx = 0
               PERFORM TALLY-STRAY-KEY
           ELSE
               IF log-day-num < 1 OR log-day-num > 31
                   MOVE 0 TO log-day-num
               END-IF
               ADD 1 TO partner-requests(partner-match-idx)
               IF log-day-num > 0
                   ADD 1 TO pday-requests(partner-match-idx,
                       log-day-num)
               END-IF
               EVALUATE log-outcome
                   WHEN "OK"
                       ADD 1 TO partner-served(partner-match-idx)
                       IF log-day-num > 0
                           ADD 1 TO pday-served(partner-match-idx,
                               log-day-num)
                       END-IF
                   WHEN "OVER-QUOTA"
                       ADD 1 TO partner-quota-hits(partner-match-idx)
                       IF log-day-num > 0
                           ADD 1 TO pday-quota-hits(
                               partner-match-idx, log-day-num)
                       END-IF
                   WHEN "BAD-KEY"
                       ADD 1 TO partner-refused(partner-match-idx)
                       IF log-day-num > 0
                           ADD 1 TO pday-refused(partner-match-idx,
                               log-day-num)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       MATCH-ONE-PARTNER-KEY SECTION.
           IF partner-key(partner-idx) = log-key
               MOVE partner-idx TO partner-match-idx
           END-IF
           .

      *>   A key the register does not hold (any more) - a stale
      *>   integration, or somebody guessing; "?" stands for keys
      *>   too malformed for LOG-ACCESS to repeat.
       TALLY-STRAY-KEY SECTION.
           ADD 1 TO stray-total-hits
           MOVE 0 TO stray-match-idx
           PERFORM MATCH-ONE-STRAY-KEY
               VARYING stray-key-idx FROM 1 BY 1
               UNTIL stray-key-idx > stray-key-count
                   OR stray-match-idx > 0
           EVALUATE TRUE
               WHEN stray-match-idx > 0
                   ADD 1 TO stray-key-hits(stray-match-idx)
               WHEN stray-key-count < 50
                   ADD 1 TO stray-key-count
                   MOVE log-key TO stray-key(stray-key-count)
                   MOVE 1 TO stray-key-hits(stray-key-count)
               WHEN OTHER
                   ADD 1 TO stray-overflow-hits
           END-EVALUATE
           .

       MATCH-ONE-STRAY-KEY SECTION.
           IF stray-key(stray-key-idx) = log-key
               MOVE stray-key-idx TO stray-match-idx
           END-IF
           .

      *>   quotes_partner_statement.<key>.YYYY-MM.txt: the partner's
      *>   register entry, one row per day of the month, the
      *>   month's totals, and how often the quota was reached.
       WRITE-PARTNER-STATEMENT SECTION.
           MOVE SPACES TO statement-path
           STRING
               "quotes_partner_statement."
               FUNCTION TRIM(partner-key(partner-idx)) "."
               partners-month ".txt"
               INTO statement-path
           END-STRING
           MOVE SPACES TO statement-file-status
           OPEN OUTPUT StatementDb
           IF statement-file-status NOT = "00"
               MOVE SPACES TO display-row
               STRING
                   "ERROR: cannot write "
                   FUNCTION TRIM(statement-path)
                   INTO display-row
               END-STRING
               DISPLAY display-row
               MOVE 2 TO RETURN-CODE
           ELSE
               PERFORM EMIT-PARTNER-STATEMENT
               CLOSE StatementDb
               ADD 1 TO statement-count
           END-IF
           .

       EMIT-PARTNER-STATEMENT SECTION.
           PERFORM SET-PARTNER-QUOTA-TEXT

           MOVE SPACES TO statement-row
           STRING
               "USAGE STATEMENT " partners-month
               INTO statement-row
           END-STRING
           PERFORM STATEMENT-EMIT-ROW
           MOVE SPACES TO statement-row
           PERFORM STATEMENT-EMIT-ROW
           MOVE SPACES TO statement-row
           STRING
               "Partner:      "
               FUNCTION TRIM(partner-name(partner-idx))
               INTO statement-row
           END-STRING
           PERFORM STATEMENT-EMIT-ROW
           MOVE SPACES TO statement-row
           STRING
               "Key:          "
               FUNCTION TRIM(partner-key(partner-idx))
               INTO statement-row
           END-STRING
           PERFORM STATEMENT-EMIT-ROW
           MOVE SPACES TO statement-row
           STRING
               "Status:       " partner-status(partner-idx)
               INTO statement-row
           END-STRING
           PERFORM STATEMENT-EMIT-ROW
           MOVE SPACES TO statement-row
           STRING
               "Daily quota:  " FUNCTION TRIM(partner-quota-text)
               INTO statement-row
           END-STRING
           PERFORM STATEMENT-EMIT-ROW
           MOVE SPACES TO statement-row
           PERFORM STATEMENT-EMIT-ROW

           MOVE "DATE        REQUESTS     SERVED   AT QUOTA    REFUSED"
               TO statement-row
           PERFORM STATEMENT-EMIT-ROW
           MOVE 0 TO partner-days-at-quota
           MOVE 0 TO partner-peak-day
           MOVE 0 TO partner-peak-count
           PERFORM EMIT-ONE-STATEMENT-DAY
               VARYING pday-idx FROM 1 BY 1
               UNTIL pday-idx > month-days-shown

           MOVE partner-requests(partner-idx) TO pnum-repr-a
           MOVE partner-served(partner-idx) TO pnum-repr-b
           MOVE partner-quota-hits(partner-idx) TO pnum-repr-c
           MOVE partner-refused(partner-idx) TO pnum-repr-d
           MOVE SPACES TO statement-row
           STRING
               "TOTAL     " " " pnum-repr-a "  " pnum-repr-b
               "  " pnum-repr-c "  " pnum-repr-d
               INTO statement-row
           END-STRING
           PERFORM STATEMENT-EMIT-ROW
           MOVE SPACES TO statement-row
           PERFORM STATEMENT-EMIT-ROW

           MOVE partner-days-at-quota TO pdays-repr
           MOVE SPACES TO statement-row
           STRING
               "Quota reached on " FUNCTION TRIM(pdays-repr)
               " day(s) this month."
               INTO statement-row
           END-STRING
           PERFORM STATEMENT-EMIT-ROW
           IF partner-peak-day > 0
               MOVE partner-peak-day TO pday-num-repr
               MOVE partner-peak-count TO ppeak-repr
               MOVE SPACES TO statement-row
               STRING
                   "Busiest day: " partners-month "-" pday-num-repr
                   ", " FUNCTION TRIM(ppeak-repr) " request(s)."
                   INTO statement-row
               END-STRING
               PERFORM STATEMENT-EMIT-ROW
           END-IF
           MOVE SPACES TO statement-row
           STRING
               "Produced " today-label
               " from the access log as it stood then."
               INTO statement-row
           END-STRING
           PERFORM STATEMENT-EMIT-ROW
           .

       EMIT-ONE-STATEMENT-DAY SECTION.
           MOVE pday-idx TO pday-num-repr
           MOVE pday-requests(partner-idx, pday-idx) TO pnum-repr-a
           MOVE pday-served(partner-idx, pday-idx) TO pnum-repr-b
           MOVE pday-quota-hits(partner-idx, pday-idx)
               TO pnum-repr-c
           MOVE pday-refused(partner-idx, pday-idx) TO pnum-repr-d
           MOVE SPACES TO statement-row
           STRING
               partners-month "-" pday-num-repr " " pnum-repr-a
               "  " pnum-repr-b "  " pnum-repr-c "  " pnum-repr-d
               INTO statement-row
           END-STRING
           PERFORM STATEMENT-EMIT-ROW

           IF pday-quota-hits(partner-idx, pday-idx) > 0
               ADD 1 TO partner-days-at-quota
           END-IF
           IF pday-requests(partner-idx, pday-idx)
                   > partner-peak-count
               MOVE pday-requests(partner-idx, pday-idx)
                   TO partner-peak-count
               MOVE pday-idx TO partner-peak-day
           END-IF
           .

       STATEMENT-EMIT-ROW SECTION.
           MOVE statement-row TO statement-record
           WRITE statement-record
           .

       SET-PARTNER-QUOTA-TEXT SECTION.
           IF partner-quota(partner-idx) = 0
               MOVE "unlimited" TO partner-quota-text
           ELSE
               MOVE partner-quota(partner-idx) TO pnum-repr-a
               MOVE pnum-repr-a TO partner-quota-text
           END-IF
           .

      *>   One block per partner - status, quota, the month's
      *>   requests, served and quota hits, days at quota and the
      *>   busiest day - with a note where account management has
      *>   something to act on; then the keys nobody registered.
       WRITE-PARTNER-SUMMARY SECTION.
           MOVE SPACES TO summary-path
           STRING
               "quotes_partner_summary." partners-month ".txt"
               INTO summary-path
           END-STRING
           MOVE SPACES TO summary-file-status
           OPEN OUTPUT SummaryDb
           IF summary-file-status NOT = "00"
               MOVE SPACES TO display-row
               STRING
                   "ERROR: cannot write "
                   FUNCTION TRIM(summary-path)
                   INTO display-row
               END-STRING
               DISPLAY display-row
               MOVE 2 TO RETURN-CODE
           END-IF

           MOVE SPACES TO display-row
           STRING
               "=== PARTNER USAGE " partners-month " ==="
               INTO display-row
           END-STRING
           PERFORM SUMMARY-EMIT-ROW

           MOVE 0 TO partner-total-requests
           MOVE 0 TO partner-total-served
           MOVE 0 TO partner-total-quota-hits
           IF partner-count = 0
               MOVE "quotes_partners.txt holds no partners."
                   TO display-row
               PERFORM SUMMARY-EMIT-ROW
           ELSE
               MOVE "KEY / PARTNER" TO display-row
               PERFORM SUMMARY-EMIT-ROW
               MOVE SPACES TO display-row
               STRING
                   "  STATUS         QUOTA  REQUESTS    SERVED"
                   "  AT QUOTA DAYS  BUSIEST DAY"
                   INTO display-row
               END-STRING
               PERFORM SUMMARY-EMIT-ROW
               PERFORM SUMMARIZE-ONE-PARTNER
                   VARYING partner-idx FROM 1 BY 1
                   UNTIL partner-idx > partner-count

               MOVE partner-count TO pdays-repr
               MOVE partner-total-requests TO pnum-repr-a
               MOVE partner-total-served TO pnum-repr-b
               MOVE partner-total-quota-hits TO pnum-repr-c
               MOVE SPACES TO display-row
               STRING
                   FUNCTION TRIM(pdays-repr) " partner(s): "
                   FUNCTION TRIM(pnum-repr-a) " request(s), "
                   FUNCTION TRIM(pnum-repr-b) " served, "
                   FUNCTION TRIM(pnum-repr-c) " over quota."
                   INTO display-row
               END-STRING
               PERFORM SUMMARY-EMIT-ROW
           END-IF

           IF stray-total-hits > 0
               MOVE SPACES TO display-row
               PERFORM SUMMARY-EMIT-ROW
               MOVE stray-total-hits TO pnum-repr-a
               MOVE SPACES TO display-row
               STRING
                   "Refused keys not in the register: "
                   FUNCTION TRIM(pnum-repr-a) " request(s)"
                   INTO display-row
               END-STRING
               PERFORM SUMMARY-EMIT-ROW
               PERFORM SUMMARIZE-ONE-STRAY-KEY
                   VARYING stray-key-idx FROM 1 BY 1
                   UNTIL stray-key-idx > stray-key-count
               IF stray-overflow-hits > 0
                   MOVE stray-overflow-hits TO pnum-repr-a
                   MOVE SPACES TO display-row
                   STRING
                       "  " pnum-repr-a "  (further keys)"
                       INTO display-row
                   END-STRING
                   PERFORM SUMMARY-EMIT-ROW
               END-IF
           END-IF

           MOVE statement-count TO pdays-repr
           MOVE SPACES TO display-row
           STRING
               FUNCTION TRIM(pdays-repr) " statement(s) written as "
               "quotes_partner_statement.<key>." partners-month
               ".txt"
               INTO display-row
           END-STRING
           PERFORM SUMMARY-EMIT-ROW

           IF summary-file-status = "00"
               CLOSE SummaryDb
           END-IF
           .

       SUMMARIZE-ONE-PARTNER SECTION.
           ADD partner-requests(partner-idx) TO partner-total-requests
           ADD partner-served(partner-idx) TO partner-total-served
           ADD partner-quota-hits(partner-idx)
               TO partner-total-quota-hits

           MOVE 0 TO partner-days-at-quota
           MOVE 0 TO partner-peak-day
           MOVE 0 TO partner-peak-count
           PERFORM WEIGH-ONE-PARTNER-DAY
               VARYING pday-idx FROM 1 BY 1
               UNTIL pday-idx > month-day-count
           PERFORM SET-PARTNER-QUOTA-TEXT

           MOVE SPACES TO display-row
           STRING
               FUNCTION TRIM(partner-key(partner-idx)) "  "
               FUNCTION TRIM(partner-name(partner-idx))
               INTO display-row
           END-STRING
           PERFORM SUMMARY-EMIT-ROW

           MOVE partner-requests(partner-idx) TO pnum-repr-a
           MOVE partner-served(partner-idx) TO pnum-repr-b
           MOVE partner-quota-hits(partner-idx) TO pnum-repr-c
           MOVE partner-days-at-quota TO pdays-repr
           MOVE SPACES TO display-row
           IF partner-peak-day > 0
               MOVE partner-peak-day TO pday-num-repr
               MOVE partner-peak-count TO ppeak-repr
               STRING
                   "  " partner-status(partner-idx) " "
                   partner-quota-text " " pnum-repr-a " "
                   pnum-repr-b " " pnum-repr-c " " pdays-repr "  "
                   partners-month "-" pday-num-repr " "
                   FUNCTION TRIM(ppeak-repr)
                   INTO display-row
               END-STRING
           ELSE
               STRING
                   "  " partner-status(partner-idx) " "
                   partner-quota-text " " pnum-repr-a " "
                   pnum-repr-b " " pnum-repr-c " " pdays-repr
                   INTO display-row
               END-STRING
           END-IF
           PERFORM SUMMARY-EMIT-ROW

           EVALUATE TRUE
               WHEN partner-status(partner-idx) NOT = "ACTIVE"
                   AND partner-requests(partner-idx) > 0
                   MOVE partner-refused(partner-idx) TO pnum-repr-a
                   MOVE SPACES TO display-row
                   STRING
                       "  -> suspended but still calling: "
                       FUNCTION TRIM(pnum-repr-a) " refused."
                       INTO display-row
                   END-STRING
                   PERFORM SUMMARY-EMIT-ROW
               WHEN partner-requests(partner-idx) = 0
                   MOVE "  -> no requests this month."
                       TO display-row
                   PERFORM SUMMARY-EMIT-ROW
               WHEN partner-days-at-quota > 0
                   MOVE SPACES TO display-row
                   STRING
                       "  -> at quota on " FUNCTION TRIM(pdays-repr)
                       " day(s); a larger quota may be due."
                       INTO display-row
                   END-STRING
                   PERFORM SUMMARY-EMIT-ROW
           END-EVALUATE
           .

       WEIGH-ONE-PARTNER-DAY SECTION.
           IF pday-quota-hits(partner-idx, pday-idx) > 0
               ADD 1 TO partner-days-at-quota
           END-IF
           IF pday-requests(partner-idx, pday-idx)
                   > partner-peak-count
               MOVE pday-requests(partner-idx, pday-idx)
                   TO partner-peak-count
               MOVE pday-idx TO partner-peak-day
           END-IF
           .

       SUMMARIZE-ONE-STRAY-KEY SECTION.
           MOVE stray-key-hits(stray-key-idx) TO pnum-repr-a
           MOVE SPACES TO display-row
           STRING
               "  " pnum-repr-a "  "
               FUNCTION TRIM(stray-key(stray-key-idx))
               INTO display-row
           END-STRING
           PERFORM SUMMARY-EMIT-ROW
           .

      *>   One row to both audiences, same as TREND-EMIT-ROW: the
      *>   terminal and the summary file (when it could be opened).
       SUMMARY-EMIT-ROW SECTION.
           DISPLAY display-row
           IF summary-file-status = "00"
               MOVE SPACES TO summary-record
               MOVE display-row TO summary-record
               WRITE summary-record
           END-IF
           .

      *>   The near-duplicate clusters already in the catalogue, so
      *>   the spare copies can be chosen and taken out with RETIRE.
       DUPLICATES-REPORT SECTION.
           PERFORM LOAD-QUOTE-TABLE
           IF qdb-line-count = 0
               DISPLAY "ERROR: quotes_cobol.txt is not readable or "
                   "empty; nothing to compare."
               STOP RUN
           END-IF
           MOVE qdb-line-count TO dup-row-count

           INITIALIZE dup-count-table
           MOVE SPACES TO file-status
           MOVE 0 TO dup-i
           OPEN INPUT CountsDb
           IF counts-file-status = "00"
               PERFORM READ-ONE-DUP-COUNT
                   UNTIL file-eof OR dup-i >= dup-row-count
               CLOSE CountsDb
           END-IF

           INITIALIZE dup-vote-table
           MOVE SPACES TO file-status
           MOVE 0 TO dup-i
           OPEN INPUT VotesDb
           IF votes-file-status = "00"
               PERFORM READ-ONE-DUP-VOTE
                   UNTIL file-eof OR dup-i >= dup-row-count
               CLOSE VotesDb
           END-IF

           PERFORM FOLD-ONE-DUP-LINE
               VARYING dup-i FROM 1 BY 1
               UNTIL dup-i > dup-row-count

           INITIALIZE dup-cluster-table
           MOVE 0 TO dup-cluster-count
           PERFORM CLUSTER-FROM-ONE-LINE
               VARYING dup-i FROM 1 BY 1
               UNTIL dup-i > dup-row-count

           MOVE "=== NEAR-DUPLICATE CLUSTERS IN quotes_cobol.txt ==="
               TO display-row
           DISPLAY display-row

           MOVE 0 TO dup-retire-count
           IF dup-cluster-count = 0
               DISPLAY "No two lines fold to the same text."
           ELSE
               PERFORM REPORT-ONE-DUP-CLUSTER
                   VARYING dup-cluster-idx FROM 1 BY 1
                   UNTIL dup-cluster-idx > dup-cluster-count

               DISPLAY " "
               MOVE dup-cluster-count TO dup-num-repr
               MOVE SPACES TO display-row
               STRING
                   FUNCTION TRIM(dup-num-repr) " cluster(s); "
                   INTO display-row
               END-STRING
               MOVE dup-retire-count TO dup-num-repr
               STRING
                   FUNCTION TRIM(display-row) " "
                   FUNCTION TRIM(dup-num-repr)
                   " line(s) marked RETIRE?."
                   DELIMITED BY SIZE
                   INTO display-row
               END-STRING
               DISPLAY display-row
               DISPLAY "RETIRE renumbers every line below the one "
                   "it takes out: work from the highest"
               DISPLAY "line number down."
           END-IF
           .

       READ-ONE-DUP-COUNT SECTION.
           READ CountsDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   ADD 1 TO dup-i
                   MOVE count-record TO dup-served(dup-i)
           END-READ
           .

       READ-ONE-DUP-VOTE SECTION.
           READ VotesDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   ADD 1 TO dup-i
                   MOVE vote-record TO dup-votes(dup-i)
           END-READ
           .

       FOLD-ONE-DUP-LINE SECTION.
           MOVE SPACES TO quote-text
           UNSTRING quote-text-entry(dup-i) DELIMITED BY "|"
               INTO quote-text
           END-UNSTRING
           MOVE quote-text TO norm-in
           PERFORM NORMALISE-QUOTE-TEXT
           MOVE norm-out TO dup-norm(dup-i)
           .

      *>   A line not yet in a cluster opens one as soon as a later
      *>   line folds the same; every such later line joins it.
       CLUSTER-FROM-ONE-LINE SECTION.
           IF dup-cluster-of(dup-i) = 0
               AND dup-norm(dup-i) NOT = SPACES
               PERFORM CLUSTER-ONE-PAIR
                   VARYING dup-j FROM dup-i BY 1
                   UNTIL dup-j > dup-row-count
           END-IF
           .

       CLUSTER-ONE-PAIR SECTION.
           IF dup-j > dup-i
               AND dup-cluster-of(dup-j) = 0
               AND dup-norm(dup-j) = dup-norm(dup-i)
               IF dup-cluster-of(dup-i) = 0
                   ADD 1 TO dup-cluster-count
                   MOVE dup-cluster-count TO dup-cluster-of(dup-i)
               END-IF
               MOVE dup-cluster-count TO dup-cluster-of(dup-j)
           END-IF
           .

       REPORT-ONE-DUP-CLUSTER SECTION.
           MOVE 0 TO dup-member-count
           MOVE 0 TO dup-keep-idx
           PERFORM WEIGH-ONE-DUP-MEMBER
               VARYING dup-i FROM 1 BY 1
               UNTIL dup-i > dup-row-count

           DISPLAY " "
           MOVE dup-cluster-idx TO dup-num-repr
           MOVE SPACES TO display-row
           STRING
               "Cluster " FUNCTION TRIM(dup-num-repr) ", "
               INTO display-row
           END-STRING
           MOVE dup-member-count TO dup-num-repr
           STRING
               FUNCTION TRIM(display-row) " "
               FUNCTION TRIM(dup-num-repr) " lines:"
               DELIMITED BY SIZE
               INTO display-row
           END-STRING
           DISPLAY display-row
           DISPLAY "          LINE     SERVED      VOTES  TEXT"
           PERFORM LIST-ONE-DUP-MEMBER
               VARYING dup-i FROM 1 BY 1
               UNTIL dup-i > dup-row-count
           .

      *>   Most votes first, then most serves; the first line seen
      *>   wins a full tie, so the older line is kept.
       WEIGH-ONE-DUP-MEMBER SECTION.
           IF dup-cluster-of(dup-i) = dup-cluster-idx
               ADD 1 TO dup-member-count
               EVALUATE TRUE
                   WHEN dup-keep-idx = 0
                       MOVE dup-i TO dup-keep-idx
                   WHEN dup-votes(dup-i) > dup-votes(dup-keep-idx)
                       MOVE dup-i TO dup-keep-idx
                   WHEN dup-votes(dup-i) = dup-votes(dup-keep-idx)
                       AND dup-served(dup-i)
                           > dup-served(dup-keep-idx)
                       MOVE dup-i TO dup-keep-idx
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       LIST-ONE-DUP-MEMBER SECTION.
           IF dup-cluster-of(dup-i) = dup-cluster-idx
               IF dup-i = dup-keep-idx
                   MOVE "KEEP" TO dup-mark
               ELSE
                   MOVE "RETIRE?" TO dup-mark
                   ADD 1 TO dup-retire-count
               END-IF
               COMPUTE dup-line-num = dup-i - 1
               MOVE dup-served(dup-i) TO dup-served-repr
               MOVE dup-votes(dup-i) TO dup-votes-repr
               MOVE SPACES TO quote-text
               UNSTRING quote-text-entry(dup-i) DELIMITED BY "|"
                   INTO quote-text
               END-UNSTRING
               MOVE SPACES TO display-row
               STRING
                   "  " dup-mark " #" dup-line-num " "
                   dup-served-repr "  " dup-votes-repr "  "
                   quote-text(1:36)
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

      *>   Fold norm-in into norm-out, exactly as historisch-
      *>   gewachsen.cob's NORMALISE-QUOTE-TEXT does: an
      *>   attribution typed onto the end (a blank, then "-", "--"
      *>   or an em/en dash, then at most five words starting with a
      *>   capital, within the last 60 characters and with five or
      *>   more in front) cut off, lower case, punctuation to
      *>   blanks, blank runs squeezed to one.
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

      *>   What visitors looked for in a month and did or did not
      *>   find - the zero-hit list is the shopping list for the
      *>   next IMPORT. On the terminal and in
      *>   quotes_search_report.YYYY-MM.txt.
       SEARCHES-REPORT SECTION.
           MOVE FUNCTION CURRENT-DATE TO current-date-data
           IF searches-month = SPACES
               MOVE SPACES TO searches-month
               STRING
                   current-year "-" current-month
                   INTO searches-month
               END-STRING
           END-IF
           IF searches-month(5:1) NOT = "-"
               OR searches-month(1:4) IS NOT NUMERIC
               OR searches-month(6:2) IS NOT NUMERIC
               OR searches-month(6:2) < "01"
               OR searches-month(6:2) > "12"
               DISPLAY "ERROR: give the month as YYYY-MM, e.g. "
                   "SEARCHES 2026-10."
               STOP RUN
           END-IF

           INITIALIZE search-term-table
           MOVE 0 TO search-term-count
           MOVE 0 TO search-total
           MOVE 0 TO search-crawler-total
           MOVE 0 TO search-overflow-total

           MOVE SPACES TO searchlog-path
           STRING
               "quotes_search_log." searches-month ".txt"
               INTO searchlog-path
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING
               searchlog-path archive-file-info
               RETURNING archive-check-result
           END-CALL
           IF archive-check-result = 0
               PERFORM SEARCHES-SCAN-ONE-FILE
           END-IF

           MOVE "quotes_search_log.txt" TO searchlog-path
           PERFORM SEARCHES-SCAN-ONE-FILE

           MOVE SPACES TO summary-path
           STRING
               "quotes_search_report." searches-month ".txt"
               INTO summary-path
           END-STRING
           MOVE SPACES TO summary-file-status
           OPEN OUTPUT SummaryDb
           IF summary-file-status NOT = "00"
               MOVE SPACES TO display-row
               STRING
                   "ERROR: cannot write "
                   FUNCTION TRIM(summary-path)
                   INTO display-row
               END-STRING
               DISPLAY display-row
               MOVE 2 TO RETURN-CODE
           END-IF

           MOVE SPACES TO display-row
           STRING
               "=== SEARCH TERMS " searches-month " ==="
               INTO display-row
           END-STRING
           PERFORM SUMMARY-EMIT-ROW

           MOVE search-total TO snum-repr-a
           MOVE search-term-count TO snum-repr-b
           MOVE search-crawler-total TO snum-repr-c
           MOVE SPACES TO display-row
           STRING
               FUNCTION TRIM(snum-repr-a) " search(es), "
               FUNCTION TRIM(snum-repr-b) " distinct term(s); "
               FUNCTION TRIM(snum-repr-c) " by crawlers, left out."
               INTO display-row
           END-STRING
           PERFORM SUMMARY-EMIT-ROW
           IF search-overflow-total > 0
               MOVE search-overflow-total TO snum-repr-a
               MOVE SPACES TO display-row
               STRING
                   FUNCTION TRIM(snum-repr-a) " search(es) for "
                   "further terms past the first 500 not ranked."
                   INTO display-row
               END-STRING
               PERFORM SUMMARY-EMIT-ROW
           END-IF

           IF search-term-count > 0
               MOVE SPACES TO display-row
               PERFORM SUMMARY-EMIT-ROW
               MOVE "Top terms:" TO display-row
               PERFORM SUMMARY-EMIT-ROW
               MOVE "   SEARCHES  LAST HITS  TERM" TO display-row
               PERFORM SUMMARY-EMIT-ROW
               SET search-list-top TO TRUE
               MOVE 20 TO search-rank-limit
               PERFORM EMIT-SEARCH-TERM-LIST

               MOVE SPACES TO display-row
               PERFORM SUMMARY-EMIT-ROW
               MOVE "Terms that still find nothing, most wanted first:"
                   TO display-row
               PERFORM SUMMARY-EMIT-ROW
               MOVE "   SEARCHES  WITH NONE  TERM" TO display-row
               PERFORM SUMMARY-EMIT-ROW
               SET search-list-zero TO TRUE
               MOVE 50 TO search-rank-limit
               PERFORM EMIT-SEARCH-TERM-LIST

               MOVE SPACES TO display-row
               PERFORM SUMMARY-EMIT-ROW
               MOVE "Terms only one author or category answers:"
                   TO display-row
               PERFORM SUMMARY-EMIT-ROW
               MOVE "   SEARCHES  LAST HITS  TERM -> SOURCE"
                   TO display-row
               PERFORM SUMMARY-EMIT-ROW
               SET search-list-single TO TRUE
               MOVE 50 TO search-rank-limit
               PERFORM EMIT-SEARCH-TERM-LIST
           END-IF

           IF summary-file-status = "00"
               CLOSE SummaryDb
           END-IF
           .

       SEARCHES-SCAN-ONE-FILE SECTION.
           MOVE SPACES TO file-status
           MOVE SPACES TO searchlog-file-status
           OPEN INPUT SearchLogDb
           IF searchlog-file-status = "00"
               PERFORM SEARCHES-DIGEST-ONE-LINE UNTIL file-eof
               CLOSE SearchLogDb
           END-IF
           .

       SEARCHES-DIGEST-ONE-LINE SECTION.
           READ SearchLogDb
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   MOVE SPACES TO sl-date
                   MOVE SPACES TO sl-term
                   MOVE SPACES TO sl-hits-text
                   MOVE SPACES TO sl-agent
                   MOVE SPACES TO sl-author
                   MOVE SPACES TO sl-category
                   UNSTRING search-log-record DELIMITED BY "|"
                       INTO sl-date sl-term sl-hits-text sl-agent
                            sl-author sl-category
                   END-UNSTRING
                   MOVE 0 TO sl-hits
                   IF sl-hits-text NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(sl-hits-text) = 0
                       MOVE FUNCTION NUMVAL(sl-hits-text) TO sl-hits
                   END-IF
                   EVALUATE TRUE
                       WHEN sl-date(1:7) NOT = searches-month
                           OR sl-term = SPACES
                           CONTINUE
                       WHEN sl-agent = "CRAWLER"
                           ADD 1 TO search-crawler-total
                       WHEN OTHER
                           ADD 1 TO search-total
                           PERFORM TALLY-ONE-SEARCH
                   END-EVALUATE
           END-READ
           .

       TALLY-ONE-SEARCH SECTION.
           MOVE 0 TO search-found-idx
           PERFORM MATCH-ONE-SEARCH-TERM
               VARYING search-term-idx FROM 1 BY 1
               UNTIL search-term-idx > search-term-count
                   OR search-found-idx > 0
           IF search-found-idx = 0
               IF search-term-count < 500
                   ADD 1 TO search-term-count
                   MOVE search-term-count TO search-found-idx
                   MOVE sl-term TO st-term(search-found-idx)
               ELSE
                   ADD 1 TO search-overflow-total
               END-IF
           END-IF

           IF search-found-idx > 0
               ADD 1 TO st-searches(search-found-idx)
               MOVE sl-hits TO st-last-hits(search-found-idx)
               IF sl-hits = 0
                   ADD 1 TO st-zero-searches(search-found-idx)
               ELSE
                   ADD 1 TO st-hit-searches(search-found-idx)
                   EVALUATE TRUE
                       WHEN st-hit-searches(search-found-idx) = 1
                           MOVE sl-author
                               TO st-author(search-found-idx)
                       WHEN sl-author
                           NOT = st-author(search-found-idx)
                           MOVE "Y" TO
                               st-author-status(search-found-idx)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN st-hit-searches(search-found-idx) = 1
                           MOVE sl-category
                               TO st-category(search-found-idx)
                       WHEN sl-category
                           NOT = st-category(search-found-idx)
                           MOVE "Y" TO
                               st-category-status(search-found-idx)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF sl-author = SPACES
                       MOVE "Y" TO st-author-status(search-found-idx)
                   END-IF
                   IF sl-category = SPACES
                       MOVE "Y"
                           TO st-category-status(search-found-idx)
                   END-IF
               END-IF
           END-IF
           .

       MATCH-ONE-SEARCH-TERM SECTION.
           IF st-term(search-term-idx) = sl-term
               MOVE search-term-idx TO search-found-idx
           END-IF
           .

      *>   One ranked list, pulled by repeated largest-remaining
      *>   selection like the traffic report's top lines: the top
      *>   list by searches, the zero-hit list (terms whose latest
      *>   search still found nothing) by searches that found
      *>   nothing, the single-source list by searches.
       EMIT-SEARCH-TERM-LIST SECTION.
           PERFORM CLEAR-ONE-SEARCH-LISTED
               VARYING search-term-idx FROM 1 BY 1
               UNTIL search-term-idx > search-term-count
           MOVE 0 TO search-listed-count
           PERFORM EMIT-ONE-RANKED-SEARCH
               VARYING search-rank FROM 1 BY 1
               UNTIL search-rank > search-rank-limit
           IF search-listed-count = 0
               MOVE "   (none)" TO display-row
               PERFORM SUMMARY-EMIT-ROW
           END-IF
           .

       CLEAR-ONE-SEARCH-LISTED SECTION.
           MOVE "N" TO st-listed-status(search-term-idx)
           .

       EMIT-ONE-RANKED-SEARCH SECTION.
           MOVE 0 TO search-best-idx
           MOVE 0 TO search-best-value
           PERFORM FIND-ONE-LARGER-SEARCH
               VARYING search-term-idx FROM 1 BY 1
               UNTIL search-term-idx > search-term-count

           IF search-best-idx > 0
               MOVE "Y" TO st-listed-status(search-best-idx)
               ADD 1 TO search-listed-count
               MOVE st-searches(search-best-idx) TO snum-repr-a
               IF search-list-zero
                   MOVE st-zero-searches(search-best-idx)
                       TO snum-repr-b
               ELSE
                   MOVE st-last-hits(search-best-idx) TO snum-repr-b
               END-IF
               MOVE SPACES TO display-row
               EVALUATE TRUE
                   WHEN NOT search-list-single
                       STRING
                           "    " snum-repr-a "    " snum-repr-b "  "
                           FUNCTION TRIM(st-term(search-best-idx))
                           INTO display-row
                       END-STRING
                   WHEN NOT st-authors-mixed(search-best-idx)
                       STRING
                           "    " snum-repr-a "    " snum-repr-b "  "
                           FUNCTION TRIM(st-term(search-best-idx))
                           " -> author "
                           FUNCTION TRIM(st-author(search-best-idx))
                           DELIMITED BY SIZE
                           INTO display-row
                       END-STRING
                   WHEN OTHER
                       STRING
                           "    " snum-repr-a "    " snum-repr-b "  "
                           FUNCTION TRIM(st-term(search-best-idx))
                           " -> category "
                           FUNCTION TRIM(st-category(search-best-idx))
                           DELIMITED BY SIZE
                           INTO display-row
                       END-STRING
               END-EVALUATE
               PERFORM SUMMARY-EMIT-ROW
           END-IF
           .

      *>   Which terms a list takes, and what it ranks them by.
       FIND-ONE-LARGER-SEARCH SECTION.
           IF NOT st-listed(search-term-idx)
               EVALUATE TRUE
                   WHEN search-list-top
                       IF st-searches(search-term-idx)
                           > search-best-value
                           MOVE search-term-idx TO search-best-idx
                           MOVE st-searches(search-term-idx)
                               TO search-best-value
                       END-IF
                   WHEN search-list-zero
                       IF st-last-hits(search-term-idx) = 0
                           AND st-zero-searches(search-term-idx)
                               > search-best-value
                           MOVE search-term-idx TO search-best-idx
                           MOVE st-zero-searches(search-term-idx)
                               TO search-best-value
                       END-IF
                   WHEN search-list-single
                       IF st-hit-searches(search-term-idx) > 0
                           AND (NOT st-authors-mixed(search-term-idx)
                               OR NOT
                               st-categories-mixed(search-term-idx))
                           AND st-searches(search-term-idx)
                               > search-best-value
                           MOVE search-term-idx TO search-best-idx
                           MOVE st-searches(search-term-idx)
                               TO search-best-value
                       END-IF
               END-EVALUATE
           END-IF
           .

       END PROGRAM historisch-report.
