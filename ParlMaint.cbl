      *                 reference table the seat entry uses -- read
      *                 by the TURNOUT-REPORT alongside the vote
      *                 counts.
      *   2026-10-15 LT Now also maintains the candidates.txt
      *                 candidate results file -- one row per
      *                 candidate with the riding, the candidate's
      *                 name, party and votes -- the party validated
      *                 against the party names before anything is
      *                 written. LAB-6 derives each riding's winner
      *                 and margin of victory from it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARL-MAINT.
               "C:\regvoters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOTERS-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO "C:\candidates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RV-PROVINCE          PIC X(25).
           05 RV-REGISTERED        PIC 9(7).

       FD CANDIDATE-FILE.
       01 CANDIDATE-RECORD.
           05 CD-RIDING-NAME       PIC X(30).
           05 CD-CANDIDATE-NAME    PIC X(30).
           05 CD-PARTY             PIC X(20).
           05 CD-VOTES             PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-PARLIAMENT-STATUS    PIC X(2) VALUE '00'.
           88 PARLIAMENT-FILE-OK       VALUE '00'.
           88 MENU-CHANGE              VALUE 'C' 'c'.
           88 MENU-LIST                VALUE 'L' 'l'.
           88 MENU-VOTERS              VALUE 'V' 'v'.
           88 MENU-CANDIDATES          VALUE 'N' 'n'.
           88 MENU-QUIT                VALUE 'Q' 'q'.

       01 WS-PROVINCE-INPUT       PIC X(25).
       01 WS-RIDING-INPUT         PIC X(30).
       01 WS-REGISTERED-INPUT     PIC 9(7).

       01 WS-CANDIDATE-STATUS     PIC X(2) VALUE '00'.
           88 CANDIDATE-FILE-OK        VALUE '00'.
       01 WS-END-OF-CANDIDATES    PIC X VALUE 'N'.
           88 NO-MORE-CANDIDATE-ROWS   VALUE 'Y'.
       01 WS-CANDIDATE-COUNT      PIC 9(4) VALUE 0.
       01 WS-CANDIDATE-TABLE.
           05 CAN-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-CANDIDATE-COUNT
               INDEXED BY CANX.
               10 CAN-RIDING           PIC X(30).
               10 CAN-NAME             PIC X(30).
               10 CAN-PARTY            PIC X(20).
               10 CAN-VOTES            PIC 9(7).
       01 WS-CANDIDATE-MATCH      PIC 9(4) VALUE 0.
       01 WS-CANDIDATE-INPUT      PIC X(30).
       01 WS-PARTY-INPUT          PIC X(20).
       01 WS-VOTES-INPUT          PIC 9(7).
       01 WS-PARTY-MATCH          PIC 9 VALUE 0.

       01 WS-PROVINCE-REF-TABLE.
           05 PROVINCE-REF OCCURS 13 TIMES INDEXED BY IDX-REF.
               10 REF-PROVINCE-NAME   PIC X(25).
           PERFORM 1000-SETUP-REFERENCE-TABLES
           PERFORM 1500-LOAD-PARLIAMENT-TABLE
           PERFORM 1700-LOAD-VOTER-TABLE
           PERFORM 1800-LOAD-CANDIDATE-TABLE
           PERFORM 2000-MAIN-MENU UNTIL MENU-QUIT
           GOBACK.

       2000-MAIN-MENU.
           DISPLAY '------------------------------------------------'
           DISPLAY '(C)hange a province  (L)ist  registered '
               '(V)oters  ca(N)didates  (Q)uit'
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN MENU-CHANGE
                   PERFORM 4000-LIST-PROVINCES
               WHEN MENU-VOTERS
                   PERFORM 5000-MAINTAIN-VOTERS
               WHEN MENU-CANDIDATES
                   PERFORM 6000-MAINTAIN-CANDIDATES
               WHEN MENU-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice. Enter C, L, V, N, or Q.'
           END-EVALUATE.

      ******************************************************************
           MOVE VTR-REGISTERED(VTRX) TO RV-REGISTERED
           WRITE REGISTERED-VOTERS-RECORD.

       1800-LOAD-CANDIDATE-TABLE.
           OPEN INPUT CANDIDATE-FILE
           IF NOT CANDIDATE-FILE-OK
               MOVE 'Y' TO WS-END-OF-CANDIDATES
           ELSE
               PERFORM 1810-READ-CANDIDATE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-CANDIDATE-ROWS
               IF WS-CANDIDATE-COUNT < 3000
                   ADD 1 TO WS-CANDIDATE-COUNT
                   SET CANX TO WS-CANDIDATE-COUNT
                   MOVE CD-RIDING-NAME TO CAN-RIDING(CANX)
                   MOVE CD-CANDIDATE-NAME TO CAN-NAME(CANX)
                   MOVE CD-PARTY TO CAN-PARTY(CANX)
                   IF CD-VOTES NUMERIC
                       MOVE CD-VOTES TO CAN-VOTES(CANX)
                   ELSE
                       MOVE 0 TO CAN-VOTES(CANX)
                   END-IF
               END-IF
               PERFORM 1810-READ-CANDIDATE-ROW
           END-PERFORM
           IF CANDIDATE-FILE-OK OR WS-CANDIDATE-STATUS = '10'
               CLOSE CANDIDATE-FILE
           END-IF.

       1810-READ-CANDIDATE-ROW.
           READ CANDIDATE-FILE
               AT END MOVE 'Y' TO WS-END-OF-CANDIDATES.

      ******************************************************************
      * Candidate results by riding: add a candidate or change one
      * already on file (matched on riding and candidate name). The
      * party must be one of the party names -- VACANT is not a
      * party a candidate can stand for -- and the votes numeric,
      * or nothing is written. The riding's candidates are shown
      * afterwards so a keying slip is seen at once.
      ******************************************************************
       6000-MAINTAIN-CANDIDATES.
           DISPLAY 'Riding name:'
           ACCEPT WS-RIDING-INPUT
           MOVE FUNCTION UPPER-CASE(WS-RIDING-INPUT) TO
               WS-RIDING-INPUT
           DISPLAY 'Candidate name:'
           ACCEPT WS-CANDIDATE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CANDIDATE-INPUT) TO
               WS-CANDIDATE-INPUT
           EVALUATE TRUE
               WHEN WS-RIDING-INPUT = SPACES
                   DISPLAY 'Riding name cannot be blank.'
               WHEN WS-CANDIDATE-INPUT = SPACES
                   DISPLAY 'Candidate name cannot be blank.'
               WHEN OTHER
                   PERFORM 6100-ACCEPT-CANDIDATE-RESULT
           END-EVALUATE.

       6100-ACCEPT-CANDIDATE-RESULT.
           DISPLAY 'Party:'
           ACCEPT WS-PARTY-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PARTY-INPUT) TO WS-PARTY-INPUT
           MOVE 0 TO WS-PARTY-MATCH
           PERFORM VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > 6 OR WS-PARTY-MATCH > 0
               IF NAME(WS-PARTY-SUB) = WS-PARTY-INPUT
                   MOVE WS-PARTY-SUB TO WS-PARTY-MATCH
               END-IF
           END-PERFORM
           IF WS-PARTY-MATCH = 0
               DISPLAY 'REJECTED: ' WS-PARTY-INPUT
                   ' is not a party name.'
           ELSE
               DISPLAY 'Votes:'
               ACCEPT WS-VOTES-INPUT
               IF WS-VOTES-INPUT NOT NUMERIC
                   DISPLAY 'REJECTED: votes must be numeric.'
               ELSE
                   PERFORM 6200-FIND-CANDIDATE
                   IF WS-CANDIDATE-MATCH = 0
                       AND WS-CANDIDATE-COUNT NOT < 3000
                       DISPLAY 'REJECTED: candidate file is full.'
                   ELSE
                       IF WS-CANDIDATE-MATCH = 0
                           ADD 1 TO WS-CANDIDATE-COUNT
                           MOVE WS-CANDIDATE-COUNT TO
                               WS-CANDIDATE-MATCH
                           MOVE WS-RIDING-INPUT TO
                               CAN-RIDING(WS-CANDIDATE-MATCH)
                           MOVE WS-CANDIDATE-INPUT TO
                               CAN-NAME(WS-CANDIDATE-MATCH)
                       END-IF
                       MOVE WS-PARTY-INPUT TO
                           CAN-PARTY(WS-CANDIDATE-MATCH)
                       MOVE WS-VOTES-INPUT TO
                           CAN-VOTES(WS-CANDIDATE-MATCH)
                       PERFORM 6500-SAVE-CANDIDATE-FILE
                       DISPLAY 'Candidate result recorded.'
                       PERFORM 6300-SHOW-RIDING-CANDIDATES
                   END-IF
               END-IF
           END-IF.

       6200-FIND-CANDIDATE.
           MOVE 0 TO WS-CANDIDATE-MATCH
           PERFORM 6210-MATCH-ONE-CANDIDATE
               VARYING CANX FROM 1 BY 1
               UNTIL CANX > WS-CANDIDATE-COUNT
                   OR WS-CANDIDATE-MATCH > 0.

       6210-MATCH-ONE-CANDIDATE.
           IF CAN-RIDING(CANX) = WS-RIDING-INPUT
               AND CAN-NAME(CANX) = WS-CANDIDATE-INPUT
               SET WS-CANDIDATE-MATCH TO CANX
           END-IF.

       6300-SHOW-RIDING-CANDIDATES.
           DISPLAY WS-RIDING-INPUT ' candidates:'
           PERFORM 6310-SHOW-ONE-CANDIDATE
               VARYING CANX FROM 1 BY 1
               UNTIL CANX > WS-CANDIDATE-COUNT.

       6310-SHOW-ONE-CANDIDATE.
           IF CAN-RIDING(CANX) = WS-RIDING-INPUT
               DISPLAY '  ' CAN-NAME(CANX) ' ' CAN-PARTY(CANX) ' '
                   CAN-VOTES(CANX)
           END-IF.

       6500-SAVE-CANDIDATE-FILE.
           OPEN OUTPUT CANDIDATE-FILE
           PERFORM 6510-WRITE-ONE-CANDIDATE
               VARYING CANX FROM 1 BY 1
               UNTIL CANX > WS-CANDIDATE-COUNT
           CLOSE CANDIDATE-FILE.

       6510-WRITE-ONE-CANDIDATE.
           MOVE CAN-RIDING(CANX) TO CD-RIDING-NAME
           MOVE CAN-NAME(CANX) TO CD-CANDIDATE-NAME
           MOVE CAN-PARTY(CANX) TO CD-PARTY
           MOVE CAN-VOTES(CANX) TO CD-VOTES
           WRITE CANDIDATE-RECORD.

       8000-SAVE-PARLIAMENT-FILE.
           OPEN OUTPUT PARLIAMENT-FILE
           PERFORM 8100-WRITE-ONE-PROVINCE
