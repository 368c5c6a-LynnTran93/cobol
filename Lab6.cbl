      *                 reaches majority -- all written to the
      *                 report file like the rest of the output, so
      *                 the morning-after analysis is on paper.
      *   2026-10-15 LT The projection run passes partial.txt through
      *                 the INBOUNDCK header/trailer check first and
      *                 projects nothing from a file it refuses;
      *                 header and trailer rows are skipped.
      *   2026-10-15 LT Candidate-level results: the candidates.txt
      *                 file (riding, candidate, party, votes) kept
      *                 by PARL-MAINT gives each riding's winner,
      *                 runner-up and margin. The derived winner is
      *                 checked against ridings.txt and any riding
      *                 that disagrees is flagged and logged; the
      *                 closest races are listed by margin with every
      *                 riding inside the judicial-recount threshold
      *                 (a margin under 1/1000 of the votes cast)
      *                 marked RECOUNT; and a flip table shows the
      *                 seats each party would gain or lose if every
      *                 race inside a chosen margin went the other
      *                 way. Batch runs use the default margin.
      *   2026-10-15 LT Proportional-representation simulation from
      *                 the parliament file's party votes: each
      *                 province's seats allocated by D'Hondt and by
      *                 Sainte-Lague, optionally only among parties
      *                 clearing a national vote-share threshold,
      *                 shown against the actual seats province by
      *                 province and nationally, with the majority
      *                 check run again under each method.
      *   2026-10-15 LT Takes a run request -- the run mode followed
      *                 by the business date -- in place of the bare
      *                 run mode. A projection checks partial.txt
      *                 for that date (spaces for today) so a queued
      *                 projection worked after midnight still takes
      *                 election night's file, and a projection that
      *                 is refused or has no partial.txt now returns
      *                 RETURN-CODE 8 instead of looking completed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB-6.
               FILE STATUS IS WS-PARTIAL-STATUS.
           SELECT PROJECTION-FILE ASSIGN TO "../PROJECTION.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CANDIDATE-FILE ASSIGN TO "C:\candidates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARLIAMENT-FILE.
       FD PROJECTION-FILE.
       01 PROJECTION-RECORD        PIC X(80).

       FD CANDIDATE-FILE.
       01 CANDIDATE-RECORD.
           05 CD-RIDING-NAME       PIC X(30).
           05 CD-CANDIDATE-NAME    PIC X(30).
           05 CD-PARTY             PIC X(20).
           05 CD-VOTES             PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-EOF                   PIC X(3) VALUE "No".
       01 WS-INDEX                 PIC 99 VALUE 0.
       01 WS-MSGLOG-SEVERITY       PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT           PIC X(60).

       01 WS-INBOUND-FILE-ID       PIC X(12) VALUE 'PARTIAL'.
       01 WS-INBOUND-FILE-NAME     PIC X(40) VALUE 'C:\partial.txt'.
       01 WS-INBOUND-DATE          PIC X(8) VALUE SPACES.
       01 WS-INBOUND-RESULT        PIC X VALUE 'Y'.

       01 WS-ROW-SEAT-TOTAL        PIC 999 VALUE 0.
       01 WS-REF-MATCH             PIC 99 VALUE 0.
       01 WS-PROVINCE-REF-TABLE.
       01 WS-COMBO-J               PIC 9 VALUE 0.
       01 WS-COMBO-FOUND           PIC X VALUE 'N'.

       01 WS-CANDIDATE-STATUS      PIC X(2) VALUE '00'.
           88 CANDIDATE-FILE-OK        VALUE '00'.
       01 WS-CANDIDATE-EOF         PIC X VALUE 'N'.
           88 NO-MORE-CANDIDATE-RECORDS VALUE 'Y'.
       01 WS-CAND-RIDING           PIC X(30).
       01 WS-CAND-PARTY-NAME       PIC X(20).
       01 WS-CAND-PARTY-ID         PIC 99 VALUE 0.
       01 WS-RESULT-MATCH          PIC 9(3) VALUE 0.
       01 WS-RESULT-COUNT          PIC 9(3) VALUE 0.
       01 WS-RESULT-TABLE.
           05 RESULT-ENTRY OCCURS 1 TO 400 TIMES
               DEPENDING ON WS-RESULT-COUNT
               INDEXED BY IDX-RESULT.
               10 RES-MARGIN            PIC 9(7).
               10 RES-RIDING-NAME       PIC X(30).
               10 RES-WINNER-PARTY      PIC 99.
               10 RES-RUNNER-PARTY      PIC 99.
               10 RES-WINNER-VOTES      PIC 9(7).
               10 RES-RUNNER-VOTES      PIC 9(7).
               10 RES-TOTAL-VOTES       PIC 9(8).
       01 WS-AGREE-COUNT           PIC 9(3) VALUE 0.
       01 WS-DISAGREE-COUNT        PIC 9(3) VALUE 0.
       01 WS-CLOSE-RANK            PIC 9(3) VALUE 0.
       01 WS-CLOSE-LIMIT           PIC 9(3) VALUE 20.
       01 WS-RECOUNT-COUNT         PIC 9(3) VALUE 0.
       01 WS-MARGIN-PCT            PIC 9(3)V99 VALUE 0.
       01 WS-MARGIN-FMT            PIC Z,ZZZ,ZZ9.
       01 WS-MARGIN-PCT-FMT        PIC ZZ9.99.
       01 WS-RANK-FMT              PIC ZZ9.
       01 WS-FLIP-INPUT            PIC X(10).
       01 WS-FLIP-DEFAULT          PIC 9(7) VALUE 1000.
       01 WS-FLIP-MARGIN           PIC 9(7) VALUE 0.
       01 WS-FLIP-RACES            PIC 9(3) VALUE 0.
       01 WS-FLIP-NET              PIC S9(3) VALUE 0.
       01 WS-FLIP-AFTER            PIC 9(4) VALUE 0.
       01 WS-FLIP-NET-FMT          PIC ---9.
       01 WS-FLIP-COUNT-FMT        PIC ZZ9.
       01 WS-FLIP-TALLIES.
           05 FLIP-TALLY OCCURS 7 TIMES.
               10 FLIP-HELD             PIC 9(3).
               10 FLIP-GAIN             PIC 9(3).
               10 FLIP-LOSS             PIC 9(3).

       01 WS-PR-THRESHOLD-INPUT    PIC X(10).
       01 WS-PR-THRESHOLD          PIC 9(2)V99 VALUE 0.
       01 WS-PR-THRESHOLD-FMT      PIC Z9.99.
       01 WS-PR-ELIGIBILITY.
           05 PR-ELIGIBLE OCCURS 7 TIMES PIC X.
       01 WS-PR-SEAT-TABLE.
           05 PR-PROVINCE OCCURS 14 TIMES.
               10 PR-ALLOCATED          PIC X.
               10 PR-METHOD OCCURS 2 TIMES.
                   15 PR-SEATS OCCURS 7 TIMES PIC 9(3).
       01 WS-PR-NATIONAL-TABLE.
           05 PR-NATIONAL-METHOD OCCURS 2 TIMES.
               10 PR-NATIONAL-SEATS OCCURS 7 TIMES PIC 9(4).
       01 WS-PR-METHOD-SUB         PIC 9 VALUE 0.
       01 WS-PR-PROV-SEATS         PIC 9(3) VALUE 0.
       01 WS-PR-PROV-VOTES         PIC 9(9) VALUE 0.
       01 WS-PR-SEAT-NO            PIC 9(3) VALUE 0.
       01 WS-PR-BEST-PARTY         PIC 99 VALUE 0.
       01 WS-PR-BEST-DIVISOR       PIC 9(4) VALUE 0.
       01 WS-PR-DIVISOR            PIC 9(4) VALUE 0.
       01 WS-PR-LEFT               PIC 9(12) VALUE 0.
       01 WS-PR-RIGHT              PIC 9(12) VALUE 0.
       01 WS-PR-ACTUAL             PIC 9(4) VALUE 0.
       01 WS-PR-DHONDT             PIC 9(4) VALUE 0.
       01 WS-PR-STE-LAGUE          PIC 9(4) VALUE 0.
       01 WS-PR-DIFF               PIC S9(4) VALUE 0.
       01 WS-PR-DIFF-FMT           PIC ---9.
       01 WS-PR-MAJORITY-PARTY     PIC 99 VALUE 0.
       01 WS-PR-METHOD-NAME        PIC X(12).

       LINKAGE SECTION.
       01 LK-RUN-REQUEST.
           05 LK-RUN-MODE              PIC X.
               88 LK-BATCH-MODE            VALUE 'B'.
               88 LK-PROJECTION-MODE       VALUE 'P'.
           05 LK-BUSINESS-DATE         PIC X(8).

       PROCEDURE DIVISION USING LK-RUN-REQUEST.
       100-PRODUCE-PARTY-REPORT.
           IF LK-PROJECTION-MODE
               PERFORM 500-PROJECTION-RUN
           END-IF
           PERFORM 340-CHECK-MAJORITY
           PERFORM 345-VOTES-VS-SEATS-REPORT
           PERFORM 700-PR-SEAT-SIMULATION
           PERFORM 600-CANDIDATE-RESULTS
           PERFORM 370-BYELECTION-CHANGE-REPORT
           IF NOT LK-BATCH-MODE
               PERFORM 200-SELECT-LOOKUP-MODE
               MOVE 0 TO PROV-REPORTING(IDX-REF)
           END-PERFORM
           MOVE 'N' TO WS-PARTIAL-EOF
           MOVE LK-BUSINESS-DATE TO WS-INBOUND-DATE
           CALL 'INBOUNDCK' USING WS-INBOUND-FILE-ID
               WS-INBOUND-FILE-NAME WS-INBOUND-DATE WS-MSGLOG-PROGRAM
               WS-INBOUND-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-INBOUND-RESULT = 'N'
               DISPLAY "partial.txt REFUSED AT THE INBOUND CHECK -- "
                   "PROJECTION NOT RUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PARTIAL-RESULTS-FILE
           IF NOT PARTIAL-FILE-OK
               DISPLAY "NO partial.txt RESULTS FILE -- "
                   "PROJECTION NOT RUN."
               MOVE 'Y' TO WS-PARTIAL-EOF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PROJECTION-FILE
           CLOSE PROJECTION-FILE.

       510-READ-PARTIAL-ROW.
           PERFORM 515-READ-PAST-CONTROL-ROW
           PERFORM 515-READ-PAST-CONTROL-ROW
               UNTIL NO-MORE-PARTIAL-RECORDS
               OR (PARTIAL-RESULT-RECORD(1:4) NOT = '*HDR'
               AND PARTIAL-RESULT-RECORD(1:4) NOT = '*TRL').

       515-READ-PAST-CONTROL-ROW.
           READ PARTIAL-RESULTS-FILE
               AT END MOVE 'Y' TO WS-PARTIAL-EOF.

           WRITE PROJECTION-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

      ******************************************************************
      * Candidate results: candidates.txt carries one row per
      * candidate, so each riding's winner, runner-up and margin of
      * victory come from the votes rather than the winning party
      * keyed on ridings.txt. The derived winners are checked
      * against ridings.txt, the closest races listed, and the flip
      * table run -- all only when the file has rows.
      ******************************************************************
       600-CANDIDATE-RESULTS.
           PERFORM 610-LOAD-CANDIDATES
           IF WS-RESULT-COUNT = 0
               DISPLAY "NO CANDIDATE RESULTS -- SKIPPING RACE REPORTS."
           ELSE
               PERFORM 620-CHECK-RIDING-WINNERS
               SORT RESULT-ENTRY ASCENDING KEY RES-MARGIN
               PERFORM 630-CLOSEST-RACES-REPORT
               PERFORM 640-FLIP-SCENARIO
           END-IF.

       610-LOAD-CANDIDATES.
           MOVE 0 TO WS-RESULT-COUNT
           MOVE 'N' TO WS-CANDIDATE-EOF
           OPEN INPUT CANDIDATE-FILE
           IF CANDIDATE-FILE-OK
               PERFORM 611-READ-CANDIDATE-ROW
               PERFORM UNTIL NO-MORE-CANDIDATE-RECORDS
                   PERFORM 612-TALLY-ONE-CANDIDATE
                   PERFORM 611-READ-CANDIDATE-ROW
               END-PERFORM
               CLOSE CANDIDATE-FILE
           END-IF.

       611-READ-CANDIDATE-ROW.
           READ CANDIDATE-FILE
               AT END MOVE 'Y' TO WS-CANDIDATE-EOF.

      ******************************************************************
      * The highest vote in the riding wins and the next highest is
      * the runner-up. A candidate equalling the leader becomes the
      * runner-up at a margin of zero, which the closest-races list
      * then shows at the top with its RECOUNT flag.
      ******************************************************************
       612-TALLY-ONE-CANDIDATE.
           MOVE FUNCTION UPPER-CASE(CD-RIDING-NAME) TO WS-CAND-RIDING
           MOVE FUNCTION UPPER-CASE(CD-PARTY) TO WS-CAND-PARTY-NAME
           MOVE 0 TO WS-CAND-PARTY-ID
           PERFORM VARYING IDX-PARTY FROM 1 BY 1
               UNTIL IDX-PARTY > 6 OR WS-CAND-PARTY-ID > 0
               IF WS-CAND-PARTY-NAME = NAME(IDX-PARTY)
                   MOVE IDX-PARTY TO WS-CAND-PARTY-ID
               END-IF
           END-PERFORM
           IF WS-CAND-PARTY-ID = 0 OR CD-VOTES NOT NUMERIC
               DISPLAY "WARNING: CANDIDATE " CD-CANDIDATE-NAME
                   " HAS UNKNOWN PARTY OR VOTES " CD-PARTY
           ELSE
               PERFORM 613-FIND-OR-ADD-RESULT
               IF WS-RESULT-MATCH > 0
                   ADD CD-VOTES TO RES-TOTAL-VOTES(WS-RESULT-MATCH)
                   EVALUATE TRUE
                       WHEN RES-WINNER-PARTY(WS-RESULT-MATCH) = 0
                           MOVE WS-CAND-PARTY-ID TO
                               RES-WINNER-PARTY(WS-RESULT-MATCH)
                           MOVE CD-VOTES TO
                               RES-WINNER-VOTES(WS-RESULT-MATCH)
                       WHEN CD-VOTES >
                           RES-WINNER-VOTES(WS-RESULT-MATCH)
                           MOVE RES-WINNER-PARTY(WS-RESULT-MATCH) TO
                               RES-RUNNER-PARTY(WS-RESULT-MATCH)
                           MOVE RES-WINNER-VOTES(WS-RESULT-MATCH) TO
                               RES-RUNNER-VOTES(WS-RESULT-MATCH)
                           MOVE WS-CAND-PARTY-ID TO
                               RES-WINNER-PARTY(WS-RESULT-MATCH)
                           MOVE CD-VOTES TO
                               RES-WINNER-VOTES(WS-RESULT-MATCH)
                       WHEN RES-RUNNER-PARTY(WS-RESULT-MATCH) = 0
                           OR CD-VOTES >
                               RES-RUNNER-VOTES(WS-RESULT-MATCH)
                           MOVE WS-CAND-PARTY-ID TO
                               RES-RUNNER-PARTY(WS-RESULT-MATCH)
                           MOVE CD-VOTES TO
                               RES-RUNNER-VOTES(WS-RESULT-MATCH)
                   END-EVALUATE
                   COMPUTE RES-MARGIN(WS-RESULT-MATCH) =
                       RES-WINNER-VOTES(WS-RESULT-MATCH) -
                       RES-RUNNER-VOTES(WS-RESULT-MATCH)
               END-IF
           END-IF.

       613-FIND-OR-ADD-RESULT.
           MOVE 0 TO WS-RESULT-MATCH
           PERFORM VARYING IDX-RESULT FROM 1 BY 1
               UNTIL IDX-RESULT > WS-RESULT-COUNT
                   OR WS-RESULT-MATCH > 0
               IF RES-RIDING-NAME(IDX-RESULT) = WS-CAND-RIDING
                   SET WS-RESULT-MATCH TO IDX-RESULT
               END-IF
           END-PERFORM
           IF WS-RESULT-MATCH = 0 AND WS-RESULT-COUNT < 400
               ADD 1 TO WS-RESULT-COUNT
               MOVE WS-RESULT-COUNT TO WS-RESULT-MATCH
               MOVE WS-CAND-RIDING TO RES-RIDING-NAME(WS-RESULT-MATCH)
               MOVE 0 TO RES-MARGIN(WS-RESULT-MATCH)
               MOVE 0 TO RES-WINNER-PARTY(WS-RESULT-MATCH)
               MOVE 0 TO RES-RUNNER-PARTY(WS-RESULT-MATCH)
               MOVE 0 TO RES-WINNER-VOTES(WS-RESULT-MATCH)
               MOVE 0 TO RES-RUNNER-VOTES(WS-RESULT-MATCH)
               MOVE 0 TO RES-TOTAL-VOTES(WS-RESULT-MATCH)
           END-IF.

      ******************************************************************
      * Winner check: a riding whose candidate votes give a different
      * winner than ridings.txt, or which ridings.txt does not have
      * at all, is listed and logged so one file or the other gets
      * corrected. Without a riding file there is nothing to check.
      ******************************************************************
       620-CHECK-RIDING-WINNERS.
           MOVE 0 TO WS-AGREE-COUNT
           MOVE 0 TO WS-DISAGREE-COUNT
           MOVE "CANDIDATE RESULTS AGAINST RIDING WINNERS:"
               TO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           PERFORM 380-WRITE-REPORT-LINE
           IF WS-RIDINGS-LOADED = 'N'
               MOVE "  NO RIDING FILE -- WINNERS NOT CHECKED."
                   TO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
               PERFORM 380-WRITE-REPORT-LINE
           ELSE
               PERFORM 621-CHECK-ONE-RIDING
                   VARYING IDX-RESULT FROM 1 BY 1
                   UNTIL IDX-RESULT > WS-RESULT-COUNT
               MOVE WS-AGREE-COUNT TO WS-RANK-FMT
               MOVE WS-DISAGREE-COUNT TO WS-FLIP-COUNT-FMT
               STRING '  ' DELIMITED BY SIZE
                   WS-RANK-FMT DELIMITED BY SIZE
                   ' RIDINGS AGREE, ' DELIMITED BY SIZE
                   WS-FLIP-COUNT-FMT DELIMITED BY SIZE
                   ' DISAGREE' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
               PERFORM 380-WRITE-REPORT-LINE
           END-IF.

       621-CHECK-ONE-RIDING.
           MOVE 0 TO WS-RIDING-MATCH
           PERFORM VARYING IDX-RIDING FROM 1 BY 1
               UNTIL IDX-RIDING > WS-RIDING-COUNT
                   OR WS-RIDING-MATCH > 0
               IF FUNCTION UPPER-CASE(
                   RIDING-ENTRY-NAME(IDX-RIDING)) =
                   RES-RIDING-NAME(IDX-RESULT)
                   SET WS-RIDING-MATCH TO IDX-RIDING
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RIDING-MATCH = 0
                   ADD 1 TO WS-DISAGREE-COUNT
                   STRING '  NOT ON RIDING FILE: ' DELIMITED BY SIZE
                       RES-RIDING-NAME(IDX-RESULT) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   DISPLAY WS-REPORT-LINE
                   PERFORM 380-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-MSGLOG-TEXT
                   STRING 'RIDING NOT ON RIDING FILE -- '
                       DELIMITED BY SIZE
                       RES-RIDING-NAME(IDX-RESULT) DELIMITED BY SIZE
                       INTO WS-MSGLOG-TEXT
                   PERFORM 622-LOG-WINNER-WARNING
               WHEN RIDING-ENTRY-PARTY(WS-RIDING-MATCH) NOT =
                   RES-WINNER-PARTY(IDX-RESULT)
                   ADD 1 TO WS-DISAGREE-COUNT
                   STRING '  MISMATCH ' DELIMITED BY SIZE
                       RES-RIDING-NAME(IDX-RESULT) DELIMITED BY '  '
                       ': VOTES ' DELIMITED BY SIZE
                       NAME(RES-WINNER-PARTY(IDX-RESULT))
                       DELIMITED BY '  '
                       ', RIDING FILE ' DELIMITED BY SIZE
                       NAME(RIDING-ENTRY-PARTY(WS-RIDING-MATCH))
                       DELIMITED BY '  '
                       INTO WS-REPORT-LINE
                   DISPLAY WS-REPORT-LINE
                   PERFORM 380-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-MSGLOG-TEXT
                   STRING 'RIDING WINNER DISAGREES WITH VOTES -- '
                       DELIMITED BY SIZE
                       RES-RIDING-NAME(IDX-RESULT) DELIMITED BY SIZE
                       INTO WS-MSGLOG-TEXT
                   PERFORM 622-LOG-WINNER-WARNING
               WHEN OTHER
                   ADD 1 TO WS-AGREE-COUNT
           END-EVALUATE.

       622-LOG-WINNER-WARNING.
           MOVE 'W' TO WS-MSGLOG-SEVERITY
           PERFORM 316-LOG-SEAT-WARNING.

      ******************************************************************
      * Closest races, narrowest margin first. The first twenty are
      * listed, plus any further riding inside the judicial-recount
      * threshold -- a margin under one thousandth of the votes cast
      * in the riding -- so no RECOUNT riding is ever left off.
      ******************************************************************
       630-CLOSEST-RACES-REPORT.
           MOVE 0 TO WS-RECOUNT-COUNT
           MOVE
               "CLOSEST RACES (RECOUNT = MARGIN UNDER 1/1000 OF VOTES):"
               TO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           PERFORM 380-WRITE-REPORT-LINE
           MOVE 'RANK' TO WS-REPORT-LINE(1:4)
           MOVE 'RIDING' TO WS-REPORT-LINE(6:6)
           MOVE 'WINNER' TO WS-REPORT-LINE(31:6)
           MOVE 'RUNNER-UP' TO WS-REPORT-LINE(44:9)
           MOVE 'MARGIN' TO WS-REPORT-LINE(60:6)
           MOVE 'PCT' TO WS-REPORT-LINE(70:3)
           DISPLAY WS-REPORT-LINE
           PERFORM 380-WRITE-REPORT-LINE
           PERFORM 631-ONE-CLOSE-RACE
               VARYING IDX-RESULT FROM 1 BY 1
               UNTIL IDX-RESULT > WS-RESULT-COUNT
           MOVE WS-RECOUNT-COUNT TO WS-RANK-FMT
           STRING '  ' DELIMITED BY SIZE
               WS-RANK-FMT DELIMITED BY SIZE
               ' RIDINGS INSIDE THE JUDICIAL-RECOUNT THRESHOLD'
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           PERFORM 380-WRITE-REPORT-LINE.

       631-ONE-CLOSE-RACE.
           SET WS-CLOSE-RANK TO IDX-RESULT
           MOVE SPACES TO WS-REPORT-LINE
           IF RES-RUNNER-PARTY(IDX-RESULT) > 0
               AND RES-MARGIN(IDX-RESULT) * 1000 <
                   RES-TOTAL-VOTES(IDX-RESULT)
               ADD 1 TO WS-RECOUNT-COUNT
               MOVE 'RECOUNT' TO WS-REPORT-LINE(74:7)
           END-IF
           IF WS-CLOSE-RANK NOT > WS-CLOSE-LIMIT
               OR WS-REPORT-LINE(74:7) = 'RECOUNT'
               IF RES-TOTAL-VOTES(IDX-RESULT) = 0
                   MOVE 0 TO WS-MARGIN-PCT
               ELSE
                   COMPUTE WS-MARGIN-PCT ROUNDED =
                       (RES-MARGIN(IDX-RESULT) /
                        RES-TOTAL-VOTES(IDX-RESULT)) * 100
               END-IF
               MOVE WS-CLOSE-RANK TO WS-RANK-FMT
               MOVE RES-MARGIN(IDX-RESULT) TO WS-MARGIN-FMT
               MOVE WS-MARGIN-PCT TO WS-MARGIN-PCT-FMT
               MOVE WS-RANK-FMT TO WS-REPORT-LINE(1:3)
               MOVE RES-RIDING-NAME(IDX-RESULT) TO
                   WS-REPORT-LINE(6:25)
               MOVE NAME(RES-WINNER-PARTY(IDX-RESULT)) TO
                   WS-REPORT-LINE(31:12)
               IF RES-RUNNER-PARTY(IDX-RESULT) = 0
                   MOVE '(NONE)' TO WS-REPORT-LINE(44:12)
               ELSE
                   MOVE NAME(RES-RUNNER-PARTY(IDX-RESULT)) TO
                       WS-REPORT-LINE(44:12)
               END-IF
               MOVE WS-MARGIN-FMT TO WS-REPORT-LINE(57:9)
               MOVE WS-MARGIN-PCT-FMT TO WS-REPORT-LINE(67:6)
               DISPLAY WS-REPORT-LINE
               PERFORM 380-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * Flip table: every race won by no more than the chosen number
      * of votes is handed to its runner-up, showing what each party
      * would gain, lose and end up holding among the ridings with
      * candidate results. Batch runs take the default margin; a
      * riding with a single candidate cannot flip.
      ******************************************************************
       640-FLIP-SCENARIO.
           MOVE WS-FLIP-DEFAULT TO WS-FLIP-MARGIN
           IF NOT LK-BATCH-MODE
               DISPLAY "Flip races won by how many votes or fewer "
                   "(blank = " WS-FLIP-DEFAULT "):"
               ACCEPT WS-FLIP-INPUT
               IF WS-FLIP-INPUT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-FLIP-INPUT) = 0
                       COMPUTE WS-FLIP-MARGIN =
                           FUNCTION NUMVAL(WS-FLIP-INPUT)
                   ELSE
                       DISPLAY "Not a vote count -- using "
                           WS-FLIP-DEFAULT "."
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-FLIP-RACES
           PERFORM VARYING IDX-PARTY FROM 1 BY 1 UNTIL IDX-PARTY > 7
               MOVE 0 TO FLIP-HELD(IDX-PARTY)
               MOVE 0 TO FLIP-GAIN(IDX-PARTY)
               MOVE 0 TO FLIP-LOSS(IDX-PARTY)
           END-PERFORM
           PERFORM 641-FLIP-ONE-RACE
               VARYING IDX-RESULT FROM 1 BY 1
               UNTIL IDX-RESULT > WS-RESULT-COUNT
           MOVE WS-FLIP-MARGIN TO WS-MARGIN-FMT
           MOVE WS-FLIP-RACES TO WS-FLIP-COUNT-FMT
           STRING 'IF EVERY RACE WON BY' DELIMITED BY SIZE
               WS-MARGIN-FMT DELIMITED BY SIZE
               ' VOTES OR FEWER FLIPPED (' DELIMITED BY SIZE
               WS-FLIP-COUNT-FMT DELIMITED BY SIZE
               ' RACES):' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           PERFORM 380-WRITE-REPORT-LINE
           MOVE "  PARTY          HELD  GAIN  LOSS   NET  AFTER"
               TO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           PERFORM 380-WRITE-REPORT-LINE
           PERFORM 642-ONE-PARTY-FLIP-LINE
               VARYING IDX-PARTY FROM 1 BY 1
               UNTIL IDX-PARTY > 6.

       641-FLIP-ONE-RACE.
           ADD 1 TO FLIP-HELD(RES-WINNER-PARTY(IDX-RESULT))
           IF RES-RUNNER-PARTY(IDX-RESULT) > 0
               AND RES-MARGIN(IDX-RESULT) NOT > WS-FLIP-MARGIN
               ADD 1 TO WS-FLIP-RACES
               ADD 1 TO FLIP-LOSS(RES-WINNER-PARTY(IDX-RESULT))
               ADD 1 TO FLIP-GAIN(RES-RUNNER-PARTY(IDX-RESULT))
           END-IF.

       642-ONE-PARTY-FLIP-LINE.
           COMPUTE WS-FLIP-NET =
               FLIP-GAIN(IDX-PARTY) - FLIP-LOSS(IDX-PARTY)
           COMPUTE WS-FLIP-AFTER =
               FLIP-HELD(IDX-PARTY) + WS-FLIP-NET
           MOVE SPACES TO WS-REPORT-LINE
           MOVE NAME(IDX-PARTY) TO WS-REPORT-LINE(3:12)
           MOVE FLIP-HELD(IDX-PARTY) TO WS-FLIP-COUNT-FMT
           MOVE WS-FLIP-COUNT-FMT TO WS-REPORT-LINE(17:3)
           MOVE FLIP-GAIN(IDX-PARTY) TO WS-FLIP-COUNT-FMT
           MOVE WS-FLIP-COUNT-FMT TO WS-REPORT-LINE(23:3)
           MOVE FLIP-LOSS(IDX-PARTY) TO WS-FLIP-COUNT-FMT
           MOVE WS-FLIP-COUNT-FMT TO WS-REPORT-LINE(29:3)
           MOVE WS-FLIP-NET TO WS-FLIP-NET-FMT
           MOVE WS-FLIP-NET-FMT TO WS-REPORT-LINE(34:4)
           MOVE WS-FLIP-AFTER TO WS-SEATS-FMT
           MOVE WS-SEATS-FMT TO WS-REPORT-LINE(40:4)
           DISPLAY WS-REPORT-LINE
           PERFORM 380-WRITE-REPORT-LINE.

      ******************************************************************
      * Proportional-representation simulation: every province keeps
      * its actual number of seats (vacant ones included) but they
      * are shared out on the parliament file's party votes, once by
      * D'Hondt (divisors 1, 2, 3 ...) and once by Sainte-Lague
      * (divisors 1, 3, 5 ...). A party under the optional national
      * vote-share threshold takes no seats anywhere; batch runs use
      * no threshold. Like the votes-versus-seats section it needs
      * the vote columns, and a province without votes is left
      * unallocated rather than guessed at.
      ******************************************************************
       700-PR-SEAT-SIMULATION.
           IF WS-VOTES-PRESENT = 'Y'
               PERFORM 705-GET-PR-THRESHOLD
               PERFORM 710-SET-PR-ELIGIBILITY
                   VARYING IDX-PARTY FROM 1 BY 1
                   UNTIL IDX-PARTY > 7
               PERFORM VARYING WS-PR-METHOD-SUB FROM 1 BY 1
                   UNTIL WS-PR-METHOD-SUB > 2
                   PERFORM VARYING IDX-PARTY FROM 1 BY 1
                       UNTIL IDX-PARTY > 7
                       MOVE 0 TO PR-NATIONAL-SEATS(WS-PR-METHOD-SUB,
                           IDX-PARTY)
                   END-PERFORM
               END-PERFORM
               IF WS-PR-THRESHOLD = 0
                   MOVE "PR SEAT SIMULATION (NO VOTE-SHARE THRESHOLD):"
                       TO WS-REPORT-LINE
               ELSE
                   MOVE WS-PR-THRESHOLD TO WS-PR-THRESHOLD-FMT
                   STRING "PR SEAT SIMULATION (THRESHOLD "
                       DELIMITED BY SIZE
                       WS-PR-THRESHOLD-FMT DELIMITED BY SIZE
                       "% OF NATIONAL VOTE):" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               END-IF
               DISPLAY WS-REPORT-LINE
               PERFORM 380-WRITE-REPORT-LINE
               PERFORM 720-ALLOCATE-ONE-PROVINCE
                   VARYING IDX-PROVINCE FROM 1 BY 1
                   UNTIL IDX-PROVINCE > WS-INDEX
               PERFORM 740-PR-NATIONAL-TABLE
               PERFORM 750-PR-MAJORITY-CHECK
                   VARYING WS-PR-METHOD-SUB FROM 1 BY 1
                   UNTIL WS-PR-METHOD-SUB > 2
           END-IF.

       705-GET-PR-THRESHOLD.
           MOVE 0 TO WS-PR-THRESHOLD
           IF NOT LK-BATCH-MODE
               DISPLAY "PR simulation vote-share threshold % "
                   "(blank = none):"
               ACCEPT WS-PR-THRESHOLD-INPUT
               IF WS-PR-THRESHOLD-INPUT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-PR-THRESHOLD-INPUT) = 0
                       AND FUNCTION NUMVAL(WS-PR-THRESHOLD-INPUT)
                           < 100
                       COMPUTE WS-PR-THRESHOLD =
                           FUNCTION NUMVAL(WS-PR-THRESHOLD-INPUT)
                   ELSE
                       DISPLAY "Not a percentage -- no threshold."
                   END-IF
               END-IF
           END-IF.

       710-SET-PR-ELIGIBILITY.
           MOVE 'Y' TO PR-ELIGIBLE(IDX-PARTY)
           IF IDX-PARTY > 6
               OR NATIONAL-VOTE-TOTAL(IDX-PARTY) = 0
               OR NATIONAL-VOTE-TOTAL(IDX-PARTY) * 100 <
                   WS-PR-THRESHOLD * WS-NATIONAL-TOTAL-VOTES
               MOVE 'N' TO PR-ELIGIBLE(IDX-PARTY)
           END-IF.

       720-ALLOCATE-ONE-PROVINCE.
           MOVE 0 TO WS-PR-PROV-SEATS
           MOVE 0 TO WS-PR-PROV-VOTES
           PERFORM VARYING IDX-PARTY FROM 1 BY 1 UNTIL IDX-PARTY > 7
               ADD SEAT-COUNTS(IDX-PROVINCE, IDX-PARTY) TO
                   WS-PR-PROV-SEATS
               IF PR-ELIGIBLE(IDX-PARTY) = 'Y'
                   ADD VOTE-COUNTS(IDX-PROVINCE, IDX-PARTY) TO
                       WS-PR-PROV-VOTES
               END-IF
               MOVE 0 TO PR-SEATS(IDX-PROVINCE, 1, IDX-PARTY)
               MOVE 0 TO PR-SEATS(IDX-PROVINCE, 2, IDX-PARTY)
           END-PERFORM
           MOVE WS-PR-PROV-SEATS TO WS-SEATS-FMT
           IF WS-PR-PROV-SEATS = 0 OR WS-PR-PROV-VOTES = 0
               MOVE 'N' TO PR-ALLOCATED(IDX-PROVINCE)
               STRING "  " DELIMITED BY SIZE
                   PROVINCE-VALUE(IDX-PROVINCE) DELIMITED BY "  "
                   " -- NO VOTES, SEATS NOT ALLOCATED" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
               PERFORM 380-WRITE-REPORT-LINE
           ELSE
               MOVE 'Y' TO PR-ALLOCATED(IDX-PROVINCE)
               PERFORM VARYING WS-PR-METHOD-SUB FROM 1 BY 1
                   UNTIL WS-PR-METHOD-SUB > 2
                   PERFORM 725-AWARD-ONE-SEAT
                       VARYING WS-PR-SEAT-NO FROM 1 BY 1
                       UNTIL WS-PR-SEAT-NO > WS-PR-PROV-SEATS
                   PERFORM VARYING IDX-PARTY FROM 1 BY 1
                       UNTIL IDX-PARTY > 7
                       ADD PR-SEATS(IDX-PROVINCE, WS-PR-METHOD-SUB,
                           IDX-PARTY) TO
                           PR-NATIONAL-SEATS(WS-PR-METHOD-SUB,
                               IDX-PARTY)
                   END-PERFORM
               END-PERFORM
               STRING "  " DELIMITED BY SIZE
                   PROVINCE-VALUE(IDX-PROVINCE) DELIMITED BY "  "
                   " -- " DELIMITED BY SIZE
                   WS-SEATS-FMT DELIMITED BY SIZE
                   " SEATS" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
               PERFORM 380-WRITE-REPORT-LINE
               PERFORM 735-WRITE-PR-HEADING
               PERFORM 730-ONE-PROVINCE-PR-LINE
                   VARYING IDX-PARTY FROM 1 BY 1
                   UNTIL IDX-PARTY > 6
           END-IF.

      ******************************************************************
      * Each seat goes to the party with the highest quotient, votes
      * over the method's divisor for the seats it already holds.
      * Quotients are compared cross-multiplied so no rounding can
      * decide a seat; on an exact tie the earlier party keeps it.
      ******************************************************************
       725-AWARD-ONE-SEAT.
           MOVE 0 TO WS-PR-BEST-PARTY
           MOVE 0 TO WS-PR-BEST-DIVISOR
           PERFORM 726-QUOTIENT-ONE-PARTY
               VARYING IDX-PARTY FROM 1 BY 1
               UNTIL IDX-PARTY > 6
           ADD 1 TO PR-SEATS(IDX-PROVINCE, WS-PR-METHOD-SUB,
               WS-PR-BEST-PARTY).

       726-QUOTIENT-ONE-PARTY.
           IF PR-ELIGIBLE(IDX-PARTY) = 'Y'
               AND VOTE-COUNTS(IDX-PROVINCE, IDX-PARTY) > 0
               IF WS-PR-METHOD-SUB = 1
                   COMPUTE WS-PR-DIVISOR = PR-SEATS(IDX-PROVINCE,
                       WS-PR-METHOD-SUB, IDX-PARTY) + 1
               ELSE
                   COMPUTE WS-PR-DIVISOR = (PR-SEATS(IDX-PROVINCE,
                       WS-PR-METHOD-SUB, IDX-PARTY) * 2) + 1
               END-IF
               IF WS-PR-BEST-PARTY = 0
                   MOVE IDX-PARTY TO WS-PR-BEST-PARTY
                   MOVE WS-PR-DIVISOR TO WS-PR-BEST-DIVISOR
               ELSE
                   COMPUTE WS-PR-LEFT =
                       VOTE-COUNTS(IDX-PROVINCE, IDX-PARTY) *
                       WS-PR-BEST-DIVISOR
                   COMPUTE WS-PR-RIGHT =
                       VOTE-COUNTS(IDX-PROVINCE, WS-PR-BEST-PARTY) *
                       WS-PR-DIVISOR
                   IF WS-PR-LEFT > WS-PR-RIGHT
                       MOVE IDX-PARTY TO WS-PR-BEST-PARTY
                       MOVE WS-PR-DIVISOR TO WS-PR-BEST-DIVISOR
                   END-IF
               END-IF
           END-IF.

       730-ONE-PROVINCE-PR-LINE.
           MOVE SEAT-COUNTS(IDX-PROVINCE, IDX-PARTY) TO WS-PR-ACTUAL
           MOVE PR-SEATS(IDX-PROVINCE, 1, IDX-PARTY) TO WS-PR-DHONDT
           MOVE PR-SEATS(IDX-PROVINCE, 2, IDX-PARTY) TO
               WS-PR-STE-LAGUE
           PERFORM 736-WRITE-PR-LINE.

       735-WRITE-PR-HEADING.
           MOVE 'PARTY' TO WS-REPORT-LINE(5:5)
           MOVE 'ACTUAL' TO WS-REPORT-LINE(17:6)
           MOVE "D'HONDT" TO WS-REPORT-LINE(24:7)
           MOVE 'DIFF' TO WS-REPORT-LINE(33:4)
           MOVE 'STE-LAGUE' TO WS-REPORT-LINE(38:9)
           MOVE 'DIFF' TO WS-REPORT-LINE(48:4)
           DISPLAY WS-REPORT-LINE
           PERFORM 380-WRITE-REPORT-LINE.

      ******************************************************************
      * One party's actual seats beside each simulated count and the
      * difference (simulated minus actual). A party with no seats
      * either way is left off.
      ******************************************************************
       736-WRITE-PR-LINE.
           IF WS-PR-ACTUAL > 0 OR WS-PR-DHONDT > 0
               OR WS-PR-STE-LAGUE > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE NAME(IDX-PARTY) TO WS-REPORT-LINE(5:12)
               MOVE WS-PR-ACTUAL TO WS-SEATS-FMT
               MOVE WS-SEATS-FMT TO WS-REPORT-LINE(19:4)
               MOVE WS-PR-DHONDT TO WS-SEATS-FMT
               MOVE WS-SEATS-FMT TO WS-REPORT-LINE(27:4)
               COMPUTE WS-PR-DIFF = WS-PR-DHONDT - WS-PR-ACTUAL
               MOVE WS-PR-DIFF TO WS-PR-DIFF-FMT
               MOVE WS-PR-DIFF-FMT TO WS-REPORT-LINE(33:4)
               MOVE WS-PR-STE-LAGUE TO WS-SEATS-FMT
               MOVE WS-SEATS-FMT TO WS-REPORT-LINE(43:4)
               COMPUTE WS-PR-DIFF = WS-PR-STE-LAGUE - WS-PR-ACTUAL
               MOVE WS-PR-DIFF TO WS-PR-DIFF-FMT
               MOVE WS-PR-DIFF-FMT TO WS-REPORT-LINE(48:4)
               DISPLAY WS-REPORT-LINE
               PERFORM 380-WRITE-REPORT-LINE
           END-IF.

       740-PR-NATIONAL-TABLE.
           MOVE WS-NATIONAL-TOTAL-SEATS TO WS-SEATS-FMT
           STRING "  NATIONAL -- " DELIMITED BY SIZE
               WS-SEATS-FMT DELIMITED BY SIZE
               " SEATS" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           PERFORM 380-WRITE-REPORT-LINE
           PERFORM 735-WRITE-PR-HEADING
           PERFORM 745-ONE-NATIONAL-PR-LINE
               VARYING IDX-PARTY FROM 1 BY 1
               UNTIL IDX-PARTY > 6.

       745-ONE-NATIONAL-PR-LINE.
           MOVE NATIONAL-PARTY-TOTAL(IDX-PARTY) TO WS-PR-ACTUAL
           MOVE PR-NATIONAL-SEATS(1, IDX-PARTY) TO WS-PR-DHONDT
           MOVE PR-NATIONAL-SEATS(2, IDX-PARTY) TO WS-PR-STE-LAGUE
           PERFORM 736-WRITE-PR-LINE.

      ******************************************************************
      * The 340-CHECK-MAJORITY test again -- a party holding at least
      * WS-MAJORITY-THRESHOLD seats -- against each simulated
      * Parliament, which has the same number of seats.
      ******************************************************************
       750-PR-MAJORITY-CHECK.
           IF WS-PR-METHOD-SUB = 1
               MOVE "D'HONDT" TO WS-PR-METHOD-NAME
           ELSE
               MOVE "SAINTE-LAGUE" TO WS-PR-METHOD-NAME
           END-IF
           MOVE 0 TO WS-PR-MAJORITY-PARTY
           PERFORM VARYING IDX-PARTY FROM 1 BY 1 UNTIL IDX-PARTY > 6
               IF PR-NATIONAL-SEATS(WS-PR-METHOD-SUB, IDX-PARTY) >=
                   WS-MAJORITY-THRESHOLD
                   MOVE IDX-PARTY TO WS-PR-MAJORITY-PARTY
               END-IF
           END-PERFORM
           IF WS-PR-MAJORITY-PARTY > 0
               COMPUTE WS-MAJORITY-MARGIN =
                   PR-NATIONAL-SEATS(WS-PR-METHOD-SUB,
                       WS-PR-MAJORITY-PARTY) -
                   WS-MAJORITY-THRESHOLD + 1
               MOVE WS-MAJORITY-MARGIN TO WS-MAJORITY-MARGIN-FMT
               STRING "  " DELIMITED BY SIZE
                   WS-PR-METHOD-NAME DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   NAME(WS-PR-MAJORITY-PARTY) DELIMITED BY "  "
                   " WOULD HAVE A MAJORITY BY " DELIMITED BY SIZE
                   WS-MAJORITY-MARGIN-FMT DELIMITED BY SIZE
                   " SEATS" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                   WS-PR-METHOD-NAME DELIMITED BY "  "
                   ": NO PARTY WOULD HAVE A MAJORITY." DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           DISPLAY WS-REPORT-LINE
           PERFORM 380-WRITE-REPORT-LINE.

       END PROGRAM LAB-6.
