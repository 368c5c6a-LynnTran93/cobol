      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Nightly large-holding disclosure report. Totals
      *          P-SHARES for every symbol across all accounts on
      *          PORTFOLIO.txt and measures the shop's combined
      *          holding against the issuer's shares outstanding on
      *          the stock master. A symbol at or above the warning
      *          threshold is flagged WARNING so compliance sees the
      *          filing threshold coming; at or above the filing
      *          threshold it is flagged OVER FILING. A filing falls
      *          due when the holding first reaches the filing
      *          threshold, moves a further filing step either way
      *          since the last filing, or drops back below the
      *          threshold after a filing; each is flagged FILING
      *          DUE, logged to the shop log, and appended to the
      *          HOLDFILE.txt filing register so the change since
      *          the last filing is measured from it next night.
      *          A held symbol with no shares outstanding on the
      *          master cannot be measured and is listed as such.
      *          Written to HOLDDISCL.txt; run from BATCH-RUNNER.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-DISCL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKFILE ASSIGN TO 'C:\STOCKS.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCKSYMBOL
               FILE STATUS IS WS-STOCKFILE-STATUS.
           SELECT PORTFOLIO-FILE ASSIGN TO "../PORTFOLIO.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-POSITION-KEY
               FILE STATUS IS WS-PORTFOLIO-STATUS.
           SELECT HOLD-FILING-FILE ASSIGN TO "../HOLDFILE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.
           SELECT DISCLOSURE-REPORT-FILE ASSIGN TO "../HOLDDISCL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKFILE.
           COPY STOCKREC.

       FD PORTFOLIO-FILE.
           COPY PORTREC.

       FD HOLD-FILING-FILE.
           COPY HFLREC.

       FD DISCLOSURE-REPORT-FILE.
       01 DISCLOSURE-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
       01 WS-STOCKFILE-OPEN       PIC X VALUE 'N'.
       01 WS-PORTFOLIO-STATUS     PIC X(2) VALUE '00'.
           88 PORTFOLIO-OK             VALUE '00'.
       01 WS-FILING-STATUS        PIC X(2) VALUE '00'.
           88 FILING-FILE-OK           VALUE '00'.
           88 FILING-FILE-MISSING      VALUE '35'.
       01 WS-END-OF-PORTFOLIO     PIC X VALUE 'N'.
           88 NO-MORE-PORTFOLIO        VALUE 'Y'.
       01 WS-END-OF-FILINGS       PIC X VALUE 'N'.
           88 NO-MORE-FILINGS          VALUE 'Y'.

       01 WS-TRAILER-SYMBOL       PIC X(7) VALUE 'TRAILER'.
       01 WS-TODAY                PIC X(8).

      * Thresholds are percentages of shares outstanding. The filing
      * step is the further move, either way, that needs a new filing.
       01 WS-WARNING-PERCENT      PIC 9(3)V99 VALUE 5.00.
       01 WS-FILING-PERCENT       PIC 9(3)V99 VALUE 10.00.
       01 WS-FILING-STEP          PIC 9(3)V99 VALUE 2.00.

       01 WS-SYMBOL-COUNT         PIC 9(4) VALUE 0.
       01 WS-SYMBOL-TABLE.
           05 SYM-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-SYMBOL-COUNT
               ASCENDING KEY IS SYM-SYMBOL
               INDEXED BY SYMX.
               10 SYM-SYMBOL          PIC X(7).
               10 SYM-HOLDING         PIC 9(9)V9999.
               10 SYM-FILED           PIC X.
               10 SYM-FILED-DATE      PIC X(8).
               10 SYM-FILED-PERCENT   PIC 9(3)V9999.

       01 WS-SYM-SUB              PIC 9(4) VALUE 0.
       01 WS-FIND-SYMBOL          PIC X(7).
       01 WS-SYMBOL-FOUND         PIC X VALUE 'N'.
           88 SYMBOL-FOUND             VALUE 'Y'.
       01 WS-SHARES-OUTSTANDING   PIC 9(12) VALUE 0.
       01 WS-PERCENT              PIC 9(3)V9999 VALUE 0.
       01 WS-LAST-PERCENT         PIC 9(3)V9999 VALUE 0.
       01 WS-CHANGE               PIC S9(3)V9999 VALUE 0.
       01 WS-CHANGE-SIZE          PIC 9(3)V9999 VALUE 0.
       01 WS-FLAG                 PIC X(14).
       01 WS-FILING-DUE           PIC X VALUE 'N'.
           88 FILING-DUE               VALUE 'Y'.

       01 WS-HELD-COUNT           PIC 9(4) VALUE 0.
       01 WS-WARNING-COUNT        PIC 9(4) VALUE 0.
       01 WS-OVER-COUNT           PIC 9(4) VALUE 0.
       01 WS-DUE-COUNT            PIC 9(4) VALUE 0.
       01 WS-UNKNOWN-COUNT        PIC 9(4) VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'HOLD-DISCL'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-SHARES-FMT           PIC ZZZ,ZZZ,ZZ9.
       01 WS-OUTSTANDING-FMT      PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-PERCENT-FMT          PIC ZZ9.99.
       01 WS-CHANGE-FMT           PIC +ZZ9.99.
       01 WS-COUNT-FMT            PIC ZZZ9.
       01 WS-REPORT-LINE          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN OUTPUT DISCLOSURE-REPORT-FILE
           STRING 'LARGE-HOLDING DISCLOSURE REPORT ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-WARNING-PERCENT TO WS-PERCENT-FMT
           STRING 'WARNING AT ' DELIMITED BY SIZE
               WS-PERCENT-FMT DELIMITED BY SIZE
               '%  FILING AT ' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-FILING-PERCENT TO WS-PERCENT-FMT
           MOVE WS-PERCENT-FMT TO WS-REPORT-LINE(31:6)
           MOVE '%  FURTHER FILING EVERY' TO WS-REPORT-LINE(37:23)
           MOVE WS-FILING-STEP TO WS-PERCENT-FMT
           MOVE WS-PERCENT-FMT TO WS-REPORT-LINE(60:6)
           MOVE '% MOVE' TO WS-REPORT-LINE(66:6)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 1000-LOAD-FILING-HISTORY
           PERFORM 1500-LOAD-HOLDINGS
           IF WS-SYMBOL-COUNT > 0
               SORT SYM-ENTRY ASCENDING KEY SYM-SYMBOL
           END-IF
           MOVE 'SYMBOL' TO WS-REPORT-LINE(1:6)
           MOVE 'NAME' TO WS-REPORT-LINE(9:4)
           MOVE 'HELD' TO WS-REPORT-LINE(37:4)
           MOVE 'OUTSTANDING' TO WS-REPORT-LINE(46:11)
           MOVE 'PCT' TO WS-REPORT-LINE(62:3)
           MOVE 'FILED' TO WS-REPORT-LINE(68:5)
           MOVE 'CHANGE' TO WS-REPORT-LINE(75:6)
           MOVE 'FLAG' TO WS-REPORT-LINE(83:4)
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN EXTEND HOLD-FILING-FILE
           IF FILING-FILE-MISSING
               OPEN OUTPUT HOLD-FILING-FILE
           END-IF
           OPEN INPUT STOCKFILE
           IF STOCKFILE-OK
               MOVE 'Y' TO WS-STOCKFILE-OPEN
           END-IF
           PERFORM 2000-CHECK-ONE-SYMBOL
               VARYING WS-SYM-SUB FROM 1 BY 1
               UNTIL WS-SYM-SUB > WS-SYMBOL-COUNT
           IF WS-STOCKFILE-OPEN = 'Y'
               CLOSE STOCKFILE
           END-IF
           CLOSE HOLD-FILING-FILE
           PERFORM 3000-WRITE-TOTALS
           CLOSE DISCLOSURE-REPORT-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * The filing register is appended in date order, so the last
      * row read for a symbol is its latest filing. Each filed symbol
      * goes in the table even if no longer held, so a holding sold
      * out from over the threshold still shows its drop-below
      * filing.
      ******************************************************************
       1000-LOAD-FILING-HISTORY.
           MOVE 'N' TO WS-END-OF-FILINGS
           OPEN INPUT HOLD-FILING-FILE
           IF NOT FILING-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILINGS
           ELSE
               PERFORM 1010-READ-FILING-ROW
           END-IF
           PERFORM UNTIL NO-MORE-FILINGS
               IF HFL-SYMBOL NOT = SPACES
                   AND HFL-PERCENT NUMERIC
                   MOVE HFL-SYMBOL TO WS-FIND-SYMBOL
                   PERFORM 1900-FIND-OR-ADD-SYMBOL
                   IF SYMBOL-FOUND
                       MOVE 'Y' TO SYM-FILED(SYMX)
                       MOVE HFL-FILING-DATE TO SYM-FILED-DATE(SYMX)
                       MOVE HFL-PERCENT TO SYM-FILED-PERCENT(SYMX)
                   END-IF
               END-IF
               PERFORM 1010-READ-FILING-ROW
           END-PERFORM
           IF FILING-FILE-OK OR WS-FILING-STATUS = '10'
               CLOSE HOLD-FILING-FILE
           END-IF.

       1010-READ-FILING-ROW.
           READ HOLD-FILING-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILINGS.

       1500-LOAD-HOLDINGS.
           OPEN INPUT PORTFOLIO-FILE
           IF NOT PORTFOLIO-OK
               MOVE 'Y' TO WS-END-OF-PORTFOLIO
           ELSE
               PERFORM 1510-READ-PORTFOLIO-ROW
           END-IF
           PERFORM UNTIL NO-MORE-PORTFOLIO
               IF P-STOCK-SYMBOL NOT = WS-TRAILER-SYMBOL
                   AND P-SHARES > 0
                   MOVE P-STOCK-SYMBOL TO WS-FIND-SYMBOL
                   PERFORM 1900-FIND-OR-ADD-SYMBOL
                   IF SYMBOL-FOUND
                       ADD P-SHARES TO SYM-HOLDING(SYMX)
                   END-IF
               END-IF
               PERFORM 1510-READ-PORTFOLIO-ROW
           END-PERFORM
           IF PORTFOLIO-OK OR WS-PORTFOLIO-STATUS = '10'
               CLOSE PORTFOLIO-FILE
           END-IF.

       1510-READ-PORTFOLIO-ROW.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-PORTFOLIO
           END-READ.

       1900-FIND-OR-ADD-SYMBOL.
           MOVE 'N' TO WS-SYMBOL-FOUND
           IF WS-SYMBOL-COUNT > 0
               SET SYMX TO 1
               SEARCH SYM-ENTRY
                   AT END CONTINUE
                   WHEN SYM-SYMBOL(SYMX) = WS-FIND-SYMBOL
                       MOVE 'Y' TO WS-SYMBOL-FOUND
               END-SEARCH
           END-IF
           IF NOT SYMBOL-FOUND AND WS-SYMBOL-COUNT < 2000
               ADD 1 TO WS-SYMBOL-COUNT
               SET SYMX TO WS-SYMBOL-COUNT
               MOVE WS-FIND-SYMBOL TO SYM-SYMBOL(SYMX)
               MOVE 0 TO SYM-HOLDING(SYMX)
               MOVE 'N' TO SYM-FILED(SYMX)
               MOVE SPACES TO SYM-FILED-DATE(SYMX)
               MOVE 0 TO SYM-FILED-PERCENT(SYMX)
               MOVE 'Y' TO WS-SYMBOL-FOUND
           END-IF.

      ******************************************************************
      * One symbol. The last filed percentage is zero until a first
      * filing is made. A filing is due on reaching the filing
      * threshold from below, on a further move of a filing step
      * either way while over it, and on dropping back below it.
      ******************************************************************
       2000-CHECK-ONE-SYMBOL.
           SET SYMX TO WS-SYM-SUB
           MOVE SPACES TO STOCKNAME
           MOVE 0 TO WS-SHARES-OUTSTANDING
           MOVE SYM-SYMBOL(SYMX) TO STOCKSYMBOL
           IF WS-STOCKFILE-OPEN = 'Y'
               READ STOCKFILE
                   INVALID KEY
                       MOVE 'NOT ON STOCK MASTER' TO STOCKNAME
                   NOT INVALID KEY
                       IF STOCK-SHARES-OUTSTANDING NUMERIC
                           MOVE STOCK-SHARES-OUTSTANDING TO
                               WS-SHARES-OUTSTANDING
                       END-IF
               END-READ
           END-IF
           IF SYM-FILED(SYMX) = 'Y'
               MOVE SYM-FILED-PERCENT(SYMX) TO WS-LAST-PERCENT
           ELSE
               MOVE 0 TO WS-LAST-PERCENT
           END-IF
           IF SYM-HOLDING(SYMX) > 0
               ADD 1 TO WS-HELD-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-SHARES-OUTSTANDING = 0
                   AND SYM-HOLDING(SYMX) > 0
                   ADD 1 TO WS-UNKNOWN-COUNT
                   PERFORM 2200-REPORT-NOT-MEASURED
               WHEN WS-SHARES-OUTSTANDING = 0
                   CONTINUE
               WHEN SYM-HOLDING(SYMX) = 0
                   AND WS-LAST-PERCENT < WS-FILING-PERCENT
                   CONTINUE
               WHEN OTHER
                   PERFORM 2100-MEASURE-HOLDING
           END-EVALUATE.

       2100-MEASURE-HOLDING.
           COMPUTE WS-PERCENT ROUNDED =
               SYM-HOLDING(SYMX) * 100 / WS-SHARES-OUTSTANDING
               ON SIZE ERROR MOVE 999.9999 TO WS-PERCENT
           END-COMPUTE
           COMPUTE WS-CHANGE = WS-PERCENT - WS-LAST-PERCENT
           IF WS-CHANGE < 0
               COMPUTE WS-CHANGE-SIZE = 0 - WS-CHANGE
           ELSE
               MOVE WS-CHANGE TO WS-CHANGE-SIZE
           END-IF
           MOVE 'N' TO WS-FILING-DUE
           EVALUATE TRUE
               WHEN WS-PERCENT NOT < WS-FILING-PERCENT
                   AND WS-LAST-PERCENT < WS-FILING-PERCENT
                   MOVE 'Y' TO WS-FILING-DUE
               WHEN WS-PERCENT NOT < WS-FILING-PERCENT
                   AND WS-CHANGE-SIZE NOT < WS-FILING-STEP
                   MOVE 'Y' TO WS-FILING-DUE
               WHEN WS-PERCENT < WS-FILING-PERCENT
                   AND WS-LAST-PERCENT NOT < WS-FILING-PERCENT
                   MOVE 'Y' TO WS-FILING-DUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN FILING-DUE
                   MOVE 'FILING DUE' TO WS-FLAG
                   ADD 1 TO WS-DUE-COUNT
               WHEN WS-PERCENT NOT < WS-FILING-PERCENT
                   MOVE 'OVER FILING' TO WS-FLAG
               WHEN WS-PERCENT NOT < WS-WARNING-PERCENT
                   MOVE 'WARNING' TO WS-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-FLAG
           END-EVALUATE
           IF WS-PERCENT NOT < WS-FILING-PERCENT
               ADD 1 TO WS-OVER-COUNT
           ELSE
               IF WS-PERCENT NOT < WS-WARNING-PERCENT
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF
           PERFORM 2300-WRITE-DETAIL-LINE
           IF FILING-DUE
               PERFORM 2400-RECORD-FILING
           END-IF.

       2200-REPORT-NOT-MEASURED.
           MOVE SYM-SYMBOL(SYMX) TO WS-REPORT-LINE(1:7)
           MOVE STOCKNAME(1:20) TO WS-REPORT-LINE(9:20)
           MOVE SYM-HOLDING(SYMX) TO WS-SHARES-FMT
           MOVE WS-SHARES-FMT TO WS-REPORT-LINE(30:11)
           MOVE 'SHARES OUTSTANDING NOT KNOWN' TO
               WS-REPORT-LINE(46:28)
           PERFORM 8000-WRITE-REPORT-LINE.

       2300-WRITE-DETAIL-LINE.
           MOVE SYM-SYMBOL(SYMX) TO WS-REPORT-LINE(1:7)
           MOVE STOCKNAME(1:20) TO WS-REPORT-LINE(9:20)
           MOVE SYM-HOLDING(SYMX) TO WS-SHARES-FMT
           MOVE WS-SHARES-FMT TO WS-REPORT-LINE(30:11)
           MOVE WS-SHARES-OUTSTANDING TO WS-OUTSTANDING-FMT
           MOVE WS-OUTSTANDING-FMT TO WS-REPORT-LINE(42:15)
           MOVE WS-PERCENT TO WS-PERCENT-FMT
           MOVE WS-PERCENT-FMT TO WS-REPORT-LINE(59:6)
           IF SYM-FILED(SYMX) = 'Y'
               MOVE WS-LAST-PERCENT TO WS-PERCENT-FMT
               MOVE WS-PERCENT-FMT TO WS-REPORT-LINE(67:6)
           ELSE
               MOVE 'NONE' TO WS-REPORT-LINE(69:4)
           END-IF
           MOVE WS-CHANGE TO WS-CHANGE-FMT
           MOVE WS-CHANGE-FMT TO WS-REPORT-LINE(74:7)
           MOVE WS-FLAG TO WS-REPORT-LINE(83:14)
           PERFORM 8000-WRITE-REPORT-LINE.

       2400-RECORD-FILING.
           MOVE SYM-SYMBOL(SYMX) TO HFL-SYMBOL
           MOVE WS-TODAY TO HFL-FILING-DATE
           MOVE SYM-HOLDING(SYMX) TO HFL-HOLDING
           MOVE WS-SHARES-OUTSTANDING TO HFL-SHARES-OUTSTANDING
           MOVE WS-PERCENT TO HFL-PERCENT
           WRITE HOLDING-FILING-RECORD
           MOVE WS-PERCENT TO WS-PERCENT-FMT
           MOVE 'W' TO WS-MSGLOG-SEVERITY
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'LARGE-HOLDING FILING DUE ' DELIMITED BY SIZE
               SYM-SYMBOL(SYMX) DELIMITED BY SPACE
               ' AT ' DELIMITED BY SIZE
               WS-PERCENT-FMT DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           PERFORM 7000-LOG-MESSAGE.

       3000-WRITE-TOTALS.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-COUNT-FMT
           STRING 'SYMBOLS HELD:                ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-WARNING-COUNT TO WS-COUNT-FMT
           STRING 'ABOVE WARNING THRESHOLD:     ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-OVER-COUNT TO WS-COUNT-FMT
           STRING 'ABOVE FILING THRESHOLD:      ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-DUE-COUNT TO WS-COUNT-FMT
           STRING 'FILINGS DUE:                 ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-FMT
           STRING 'OUTSTANDING NOT KNOWN:       ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-WARNING-COUNT > 0 OR WS-OVER-COUNT > 0
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               STRING 'LARGE HOLDINGS OVER WARNING -- SEE '
                   DELIMITED BY SIZE
                   'HOLDDISCL.txt' DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
           ELSE
               MOVE 'I' TO WS-MSGLOG-SEVERITY
               MOVE 'NO LARGE HOLDINGS OVER WARNING'
                   TO WS-MSGLOG-TEXT
           END-IF
           PERFORM 7000-LOG-MESSAGE.

       7000-LOG-MESSAGE.
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISCLOSURE-REPORT-RECORD
           WRITE DISCLOSURE-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM HOLD-DISCL.
