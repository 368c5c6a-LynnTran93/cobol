      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Stale closing-price report. PRE-FLIGHT only checks
      *          that a held symbol is on the master; a symbol that
      *          has quietly stopped arriving on PRICEFEED.txt goes
      *          on being valued at its old CLOSINGPRICE. Every
      *          symbol held on PORTFOLIO.txt is aged through the
      *          shared PRICEAGE subprogram (last PRICEHIST.txt date
      *          against the DATEUTIL business-day calendar), and
      *          those priced longer ago than the PRICESTALE.txt
      *          limit are listed on STALEPRICE.txt with the number
      *          of positions and shares carried on the old close.
      *          Symbols whose feed price is waiting on the
      *          PRICEHELD.txt review queue are listed in a section
      *          of their own, so a price held for review is not
      *          taken for one that never came. Runs in the night's
      *          batch ahead of the valuation.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALE-PRICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO "../PORTFOLIO.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-POSITION-KEY
               FILE STATUS IS WS-PORTFOLIO-STATUS.
           SELECT HELD-PRICES-FILE ASSIGN TO "../PRICEHELD.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT STALE-REPORT-FILE ASSIGN TO "../STALEPRICE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PORTFOLIO-FILE.
           COPY PORTREC.

       FD HELD-PRICES-FILE.
           COPY HELDREC.

       FD STALE-REPORT-FILE.
       01 STALE-REPORT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PORTFOLIO-STATUS     PIC X(2) VALUE '00'.
           88 PORTFOLIO-OK             VALUE '00'.
       01 WS-HELD-STATUS          PIC X(2) VALUE '00'.
           88 HELD-FILE-OK             VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-TRAILER-SYMBOL       PIC X(7) VALUE 'TRAILER'.

      * Each symbol held, with how much of the book sits on it.
       01 WS-HOLDING-COUNT        PIC 9(4) VALUE 0.
       01 WS-HOLDING-TABLE.
           05 HOLD-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-HOLDING-COUNT
               INDEXED BY HDX.
               10 HOLD-SYMBOL         PIC X(7).
               10 HOLD-POSITIONS      PIC 9(5).
               10 HOLD-SHARES         PIC 9(9)V9999.
               10 HOLD-STATUS         PIC X.
               10 HOLD-LAST-DATE      PIC X(8).
               10 HOLD-AGE-DAYS       PIC 9(3).
       01 WS-HOLDING-MATCH        PIC 9(4) VALUE 0.

       01 WS-STALE-COUNT          PIC 9(4) VALUE 0.
       01 WS-HELD-COUNT           PIC 9(4) VALUE 0.
       01 WS-STALE-POSITIONS      PIC 9(6) VALUE 0.

           COPY PRCAGE.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'STALE-PRICE'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-COUNT-FMT            PIC Z,ZZ9.
       01 WS-POSITIONS-FMT        PIC ZZ,ZZ9.
       01 WS-SHARES-FMT           PIC ZZZ,ZZZ,ZZ9.9999.
       01 WS-AGE-FMT              PIC ZZ9.
       01 WS-PRICE-FMT            PIC ZZZ,ZZ9.99.
       01 WS-LIMIT-FMT            PIC ZZ9.
       01 WS-REPORT-LINE          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-LOAD-HOLDINGS
           MOVE 'L' TO PA-FUNCTION
           MOVE WS-TODAY TO PA-REF-DATE
           CALL 'PRICEAGE' USING PRICE-AGE-AREA
               ON EXCEPTION
                   DISPLAY 'STALE-PRICE: PRICEAGE NOT AVAILABLE'
           END-CALL
           PERFORM 2000-AGE-ONE-HOLDING
               VARYING HDX FROM 1 BY 1
               UNTIL HDX > WS-HOLDING-COUNT
           PERFORM 3000-WRITE-REPORT
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           IF WS-STALE-COUNT > 0
               MOVE 'W' TO WS-MSGLOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-MSGLOG-TEXT
           MOVE WS-STALE-COUNT TO WS-COUNT-FMT
           STRING WS-COUNT-FMT DELIMITED BY SIZE
               ' STALE HELD SYMBOLS, ' DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           MOVE WS-HELD-COUNT TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-MSGLOG-TEXT(27:5)
           MOVE ' HELD FOR REVIEW' TO WS-MSGLOG-TEXT(32:16)
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 0 TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * Only symbols actually held (shares on hand) matter; the
      * TRAILER control record is skipped.
      ******************************************************************
       1000-LOAD-HOLDINGS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PORTFOLIO-FILE
           IF NOT PORTFOLIO-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1010-READ-POSITION-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF P-STOCK-SYMBOL NOT = WS-TRAILER-SYMBOL
                   AND P-SHARES > 0
                   PERFORM 1100-TAKE-ONE-POSITION
               END-IF
               PERFORM 1010-READ-POSITION-ROW
           END-PERFORM
           IF PORTFOLIO-OK OR WS-PORTFOLIO-STATUS = '10'
               CLOSE PORTFOLIO-FILE
           END-IF.

       1010-READ-POSITION-ROW.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

       1100-TAKE-ONE-POSITION.
           MOVE 0 TO WS-HOLDING-MATCH
           PERFORM 1110-MATCH-ONE-HOLDING
               VARYING HDX FROM 1 BY 1
               UNTIL HDX > WS-HOLDING-COUNT
                   OR WS-HOLDING-MATCH > 0
           IF WS-HOLDING-MATCH = 0 AND WS-HOLDING-COUNT < 9999
               ADD 1 TO WS-HOLDING-COUNT
               MOVE WS-HOLDING-COUNT TO WS-HOLDING-MATCH
               MOVE P-STOCK-SYMBOL TO HOLD-SYMBOL(WS-HOLDING-MATCH)
               MOVE 0 TO HOLD-POSITIONS(WS-HOLDING-MATCH)
               MOVE 0 TO HOLD-SHARES(WS-HOLDING-MATCH)
           END-IF
           IF WS-HOLDING-MATCH > 0
               ADD 1 TO HOLD-POSITIONS(WS-HOLDING-MATCH)
               ADD P-SHARES TO HOLD-SHARES(WS-HOLDING-MATCH)
           END-IF.

       1110-MATCH-ONE-HOLDING.
           IF HOLD-SYMBOL(HDX) = P-STOCK-SYMBOL
               SET WS-HOLDING-MATCH TO HDX
           END-IF.

       2000-AGE-ONE-HOLDING.
           MOVE 'A' TO PA-FUNCTION
           MOVE HOLD-SYMBOL(HDX) TO PA-SYMBOL
           MOVE 'C' TO PA-STATUS
           CALL 'PRICEAGE' USING PRICE-AGE-AREA
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE PA-STATUS TO HOLD-STATUS(HDX)
           MOVE PA-LAST-DATE TO HOLD-LAST-DATE(HDX)
           MOVE PA-AGE-DAYS TO HOLD-AGE-DAYS(HDX)
           EVALUATE TRUE
               WHEN PA-STALE
                   ADD 1 TO WS-STALE-COUNT
                   ADD HOLD-POSITIONS(HDX) TO WS-STALE-POSITIONS
               WHEN PA-HELD
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-WRITE-REPORT.
           OPEN OUTPUT STALE-REPORT-FILE
           MOVE PA-STALE-LIMIT TO WS-LIMIT-FMT
           STRING 'STALE CLOSING PRICES -- RUN ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               '   LIMIT ' DELIMITED BY SIZE
               WS-LIMIT-FMT DELIMITED BY SIZE
               ' BUSINESS DAYS' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'SYMBOL' TO WS-REPORT-LINE(1:6)
           MOVE 'LAST PRICED' TO WS-REPORT-LINE(10:11)
           MOVE 'BUS DAYS' TO WS-REPORT-LINE(23:8)
           MOVE 'POSITIONS' TO WS-REPORT-LINE(33:9)
           MOVE 'SHARES HELD' TO WS-REPORT-LINE(50:11)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:60)
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-STALE-COUNT = 0
               MOVE '  NO HELD SYMBOL IS PRICED ON A STALE CLOSE.'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 3100-WRITE-STALE-LINE
                   VARYING HDX FROM 1 BY 1
                   UNTIL HDX > WS-HOLDING-COUNT
           END-IF
           MOVE ALL '-' TO WS-REPORT-LINE(1:60)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-STALE-COUNT TO WS-COUNT-FMT
           MOVE WS-STALE-POSITIONS TO WS-POSITIONS-FMT
           STRING WS-COUNT-FMT DELIMITED BY SIZE
               ' STALE SYMBOLS CARRIED ON' DELIMITED BY SIZE
               WS-POSITIONS-FMT DELIMITED BY SIZE
               ' POSITIONS' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'HELD FOR REVIEW ON PRICEHELD.txt -- A FEED PRICE CAME '
               TO WS-REPORT-LINE
           MOVE 'AND AWAITS AN OPERATOR' TO WS-REPORT-LINE(55:22)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'SYMBOL' TO WS-REPORT-LINE(1:6)
           MOVE 'FEED DATE' TO WS-REPORT-LINE(10:9)
           MOVE 'REASON' TO WS-REPORT-LINE(21:6)
           MOVE 'MASTER PRICE' TO WS-REPORT-LINE(34:12)
           MOVE 'HELD PRICE' TO WS-REPORT-LINE(50:10)
           MOVE 'LAST PRICED' TO WS-REPORT-LINE(62:11)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:72)
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-HELD-COUNT = 0
               MOVE '  NO HELD SYMBOL HAS A PRICE WAITING FOR REVIEW.'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 3200-LIST-HELD-QUEUE
           END-IF
           CLOSE STALE-REPORT-FILE.

       3100-WRITE-STALE-LINE.
           IF HOLD-STATUS(HDX) = 'S'
               MOVE HOLD-SYMBOL(HDX) TO WS-REPORT-LINE(1:7)
               IF HOLD-LAST-DATE(HDX) = SPACES
                   MOVE 'NONE ON FILE' TO WS-REPORT-LINE(10:12)
               ELSE
                   MOVE HOLD-LAST-DATE(HDX) TO WS-REPORT-LINE(10:8)
                   MOVE HOLD-AGE-DAYS(HDX) TO WS-AGE-FMT
                   MOVE WS-AGE-FMT TO WS-REPORT-LINE(28:3)
               END-IF
               MOVE HOLD-POSITIONS(HDX) TO WS-POSITIONS-FMT
               MOVE WS-POSITIONS-FMT TO WS-REPORT-LINE(36:6)
               MOVE HOLD-SHARES(HDX) TO WS-SHARES-FMT
               MOVE WS-SHARES-FMT TO WS-REPORT-LINE(44:17)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * One line per waiting queue row for a held symbol -- a symbol
      * can have more than one feed price held.
      ******************************************************************
       3200-LIST-HELD-QUEUE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT HELD-PRICES-FILE
           IF NOT HELD-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3210-READ-HELD-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE 0 TO WS-HOLDING-MATCH
               PERFORM 3220-MATCH-HELD-HOLDING
                   VARYING HDX FROM 1 BY 1
                   UNTIL HDX > WS-HOLDING-COUNT
                       OR WS-HOLDING-MATCH > 0
               IF WS-HOLDING-MATCH > 0
                   PERFORM 3230-WRITE-HELD-LINE
               END-IF
               PERFORM 3210-READ-HELD-ROW
           END-PERFORM
           IF HELD-FILE-OK OR WS-HELD-STATUS = '10'
               CLOSE HELD-PRICES-FILE
           END-IF.

       3210-READ-HELD-ROW.
           READ HELD-PRICES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3220-MATCH-HELD-HOLDING.
           IF HOLD-SYMBOL(HDX) = HP-SYMBOL
               AND HOLD-STATUS(HDX) = 'H'
               SET WS-HOLDING-MATCH TO HDX
           END-IF.

       3230-WRITE-HELD-LINE.
           MOVE HP-SYMBOL TO WS-REPORT-LINE(1:7)
           MOVE HP-FEED-DATE TO WS-REPORT-LINE(10:8)
           IF HP-VENDOR-HOLD
               MOVE 'VENDOR SPREAD' TO WS-REPORT-LINE(21:13)
           ELSE
               MOVE 'TOLERANCE' TO WS-REPORT-LINE(21:9)
           END-IF
           MOVE HP-OLD-PRICE TO WS-PRICE-FMT
           MOVE WS-PRICE-FMT TO WS-REPORT-LINE(36:10)
           MOVE HP-NEW-PRICE TO WS-PRICE-FMT
           MOVE WS-PRICE-FMT TO WS-REPORT-LINE(50:10)
           IF HOLD-LAST-DATE(WS-HOLDING-MATCH) = SPACES
               MOVE 'NONE ON FILE' TO WS-REPORT-LINE(62:12)
           ELSE
               MOVE HOLD-LAST-DATE(WS-HOLDING-MATCH) TO
                   WS-REPORT-LINE(62:8)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO STALE-REPORT-RECORD
           WRITE STALE-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM STALE-PRICE.
