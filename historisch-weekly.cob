OF    *> vote tallies.
THE   *>
WEEK  *> Usage:
      *>   - Run out of cron in the small hours after Sunday (the
      *>     nightly stream runs it just after midnight), with the
      *>     working directory set to wherever quotes_votes.txt and
      *>     quotes_pins.txt live.
      *>
      *> Reads the vote tallies, picks the top-voted line that has
      *> week's pin is taken out of quotes_pins.txt in the same
      *> rewrite - the pins file holds recurring dates, and last
      *> Monday's winner must not come back every year.
      *> Lines historisch-voteaudit flagged in quotes_vote_flags.txt
      *> (votes in one burst, or from a handful of addresses) are
      *> left out of the running however many votes they carry.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. historisch-weekly.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pins-file-status.

      *>   historisch-voteaudit's verdict, "NNNN reason" per
      *>   flagged line; only read here.
           SELECT VoteFlagsDb ASSIGN TO "quotes_vote_flags.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS voteflags-file-status.

       DATA DIVISION.
       FILE SECTION.
           FD VotesDb.
               02 FILLER                   PIC X.
               02 pin-line                 PIC 9(4).

      *>   "NNNN reason", matching historisch-voteaudit's layout.
           FD VoteFlagsDb.
           01 vote-flag-record.
               02 vflag-line               PIC 9(4).
               02 FILLER                   PIC X.
               02 vflag-reason             PIC X(20).

       WORKING-STORAGE SECTION.
      *>   Check for EOF while walking a file.
           01 file-status              PIC X.
           01 quotedb-file-status      PIC XX      VALUE SPACES.
           01 winners-file-status      PIC XX      VALUE SPACES.
           01 pins-file-status         PIC XX      VALUE SPACES.
           01 voteflags-file-status    PIC XX      VALUE SPACES.

           01 display-row              PIC X(80).


           01 total-line-count         PIC 9(4)    VALUE 0.

      *>   One flag per line, indexed line + 1 like the tallies: set
      *>   for the lines the vote audit found stuffed.
           01 vote-flag-table.
               02 vote-flag-entry      OCCURS 2000 TIMES PIC X.
           01 voteflags-read-status    PIC X       VALUE "N".
               88 voteflags-read-eof               VALUE "Y".
           01 flagged-line-count       PIC 9(4)    VALUE 0.

      *>   The last few winners, loaded tail-first with the same
      *>   shifting idiom the site's recent-history keeps, so the
      *>   same crowd favourite doesn't win every single week.
                   03 current-year         PIC 9(4).
                   03 current-month        PIC 9(2).
                   03 current-day          PIC 9(2).
               02 current-time.
                   03 current-hours        PIC 9(2).
                   03 FILLER               PIC X(6).

       PROCEDURE DIVISION.
       DECLARATIVES.
           END-IF

           PERFORM LOAD-VOTE-COUNTS
           PERFORM LOAD-VOTE-FLAGS
           PERFORM LOAD-RECENT-WINNERS
           PERFORM PICK-WEEKLY-WINNER

           END-READ
           .

      *>   A missing flag file just means the audit hasn't run, or
      *>   found nothing; every line stays eligible then.
       LOAD-VOTE-FLAGS SECTION.
           INITIALIZE vote-flag-table
           MOVE 0 TO flagged-line-count
           MOVE "N" TO voteflags-read-status
           MOVE SPACES TO voteflags-file-status

           OPEN INPUT VoteFlagsDb
           IF voteflags-file-status = "00"
               PERFORM READ-ONE-VOTE-FLAG
                   UNTIL voteflags-read-eof
               CLOSE VoteFlagsDb
           END-IF

           IF flagged-line-count > 0
               MOVE SPACES TO display-row
               STRING
                   "Left out on the vote audit's word: "
                   flagged-line-count " line(s)."
                   INTO display-row
               END-STRING
               DISPLAY display-row
           END-IF
           .

      *>   A row that doesn't parse, or a line a RETIRE pointed out
      *>   of range, flags nothing.
       READ-ONE-VOTE-FLAG SECTION.
           READ VoteFlagsDb
               AT END
                   SET voteflags-read-eof TO TRUE
               NOT AT END
                   IF vflag-line IS NUMERIC
                       AND vflag-line < 2000
                       MOVE "Y" TO vote-flag-entry(vflag-line + 1)
                       ADD 1 TO flagged-line-count
                   END-IF
           END-READ
           .

      *>   Keep the last 8 winners (and the final entry's pin, for
      *>   the pins rewrite); a missing ledger just means the first
      *>   ever run.

       WEIGH-ONE-CANDIDATE SECTION.
           IF vote-count-entry(pick-scan-idx) > pick-best-votes
               AND vote-flag-entry(pick-scan-idx) NOT = "Y"
               MOVE "N" TO pick-recent-status
               PERFORM CHECK-ONE-RECENT-WINNER
                   VARYING pick-recent-idx FROM 1 BY 1
           END-IF
           .

      *>   Sunday's "coming Monday" is tomorrow, and in the small
      *>   hours of a Monday (before six, ahead of the day's first
      *>   pick) it is that Monday itself; run any later, it is the
      *>   next Monday ahead - a Monday already under way has had
      *>   its pick made.
       COMPUTE-COMING-MONDAY SECTION.
           MOVE current-day TO zeller-q
           MOVE current-month TO zeller-m

           COMPUTE days-until-monday =
               FUNCTION MOD(2 - zeller-h, 7)
           IF days-until-monday = 0 AND current-hours >= 6
               MOVE 7 TO days-until-monday
           END-IF

