      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Portfolio risk report for the investment committee.
      *          For every symbol held on PORTFOLIO.txt it takes the
      *          daily closes on PRICEHIST.txt over a keyed lookback
      *          (calendar days back from today) and works out the
      *          daily-return volatility (sample standard deviation,
      *          also shown annualized over 252 trading days), the
      *          maximum drawdown from a running peak, and the beta
      *          against the BENCHMARK.txt index series VAL-TREND-
      *          REPORT reads (the index level for a date is the
      *          latest row on or before it). The figures are then
      *          rolled up by account on market-value weights --
      *          shares times the STOCKS.txt closing price, turned
      *          into USD at today's FXRATES rate for the position's
      *          currency through FXRATEAT -- into a weighted
      *          volatility, a weighted beta and a simple one-day
      *          95% value-at-risk (1.645 times the weighted daily
      *          volatility times the account's market value).
      *          Accounts whose weighted beta or annualized
      *          volatility runs past the committee's limits are
      *          flagged. Output goes to RISK.txt.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT Market values are converted to USD at today's
      *                 FXRATES rate for the position's currency
      *                 through FXRATEAT, as HARVEST-REPORT does, and
      *                 the short-history footnote prints only when
      *                 a symbol is short of history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-REPORT.

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
           SELECT PRICE-HISTORY-FILE ASSIGN TO "../PRICEHIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BENCHMARK-FILE ASSIGN TO "../BENCHMARK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENCHMARK-STATUS.
           SELECT RISK-REPORT-FILE ASSIGN TO "../RISK.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKFILE.
           COPY STOCKREC.

       FD PORTFOLIO-FILE.
           COPY PORTREC.

       FD PRICE-HISTORY-FILE.
           COPY PRCHIST.

       FD BENCHMARK-FILE.
       01 BENCHMARK-RECORD.
           05 BM-DATE             PIC X(8).
           05 BM-LEVEL            PIC 9(7)V99.

       FD RISK-REPORT-FILE.
       01 RISK-REPORT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
       01 WS-PORTFOLIO-STATUS     PIC X(2) VALUE '00'.
           88 PORTFOLIO-OK             VALUE '00'.
       01 WS-HISTORY-STATUS       PIC X(2) VALUE '00'.
           88 HISTORY-FILE-OK          VALUE '00'.
       01 WS-BENCHMARK-STATUS     PIC X(2) VALUE '00'.
           88 BENCHMARK-FILE-OK        VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TRAILER-SYMBOL       PIC X(7) VALUE 'TRAILER'.
       01 WS-LOOKBACK-INPUT       PIC X(3).
       01 WS-LOOKBACK-DAYS        PIC 9(3) VALUE 90.
       01 WS-CURRENT-TIMESTAMP    PIC X(21).
       01 WS-TODAY                PIC X(8).
       01 WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
       01 WS-WINDOW-START         PIC X(8).
       01 WS-BENCHMARK-START      PIC X(8).
       01 WS-DATE-NUM             PIC 9(8) VALUE 0.
       01 WS-DAY-NUMBER           PIC 9(7) VALUE 0.

      * The committee's limits: an account is running hot when its
      * weighted beta or annualized weighted volatility exceeds them.
       01 WS-HOT-BETA             PIC 9V99 VALUE 1.20.
       01 WS-HOT-ANNUAL-VOL-PCT   PIC 9(3)V99 VALUE 30.00.
       01 WS-ANNUAL-FACTOR        PIC 99V9999 VALUE 15.8745.
       01 WS-VAR-95-FACTOR        PIC 9V999 VALUE 1.645.

       01 WS-HISTORY-COUNT        PIC 9(4) VALUE 0.
       01 WS-HISTORY-TABLE.
           05 HIST-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-HISTORY-COUNT
               INDEXED BY HDX.
               10 HIST-SYMBOL         PIC X(7).
               10 HIST-DATE           PIC X(8).
               10 HIST-PRICE          PIC 9(6)V99.

       01 WS-BENCHMARK-COUNT      PIC 9(4) VALUE 0.
       01 WS-BENCHMARK-TABLE.
           05 BMK-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-BENCHMARK-COUNT
               INDEXED BY BMKX.
               10 BMK-DATE            PIC X(8).
               10 BMK-LEVEL           PIC 9(7)V99.
       01 WS-BMK-SCAN             PIC 9(4) VALUE 0.
       01 WS-BMK-LOOKUP-DATE      PIC X(8) VALUE SPACES.
       01 WS-BMK-FOUND-DATE       PIC X(8) VALUE SPACES.
       01 WS-BMK-FOUND-LEVEL      PIC 9(7)V99 VALUE 0.
       01 WS-BMK-THIS-LEVEL       PIC 9(7)V99 VALUE 0.
       01 WS-BMK-PRIOR-LEVEL      PIC 9(7)V99 VALUE 0.

       01 WS-POSITION-COUNT       PIC 9(3) VALUE 0.
       01 WS-POSITION-TABLE.
           05 POS-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-POSITION-COUNT
               INDEXED BY POSX.
               10 POS-ACCOUNT-ID      PIC X(8).
               10 POS-SYMBOL          PIC X(7).
               10 POS-MARKET-VALUE    PIC 9(13)V99.
       01 WS-POSITION-PRICE       PIC 9(6)V99 VALUE 0.
       01 WS-POSITION-VALUE       PIC 9(13)V99 VALUE 0.
       01 WS-POSITION-CURRENCY    PIC X(3).
       01 WS-NATIVE-RATE          PIC 9(3)V9999 VALUE 0.
       01 WS-THIN-SYMBOL-COUNT    PIC 9(3) VALUE 0.

       01 WS-SYMBOL-COUNT         PIC 9(3) VALUE 0.
       01 WS-SYMBOL-TABLE.
           05 SYM-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-SYMBOL-COUNT
               INDEXED BY SYMX.
               10 SYM-SYMBOL          PIC X(7).
               10 SYM-OBSERVATIONS    PIC 9(4).
               10 SYM-HAS-VOL         PIC X.
               10 SYM-HAS-BETA        PIC X.
               10 SYM-DAILY-VOL       PIC 9(3)V9(8).
               10 SYM-MAX-DRAWDOWN    PIC 9V9(6).
               10 SYM-BETA            PIC S9(3)V9(4).
       01 WS-SYMBOL-MATCH         PIC 9(3) VALUE 0.
       01 WS-SYMBOL-SCAN          PIC 9(3) VALUE 0.

      * One symbol's closes in the window, in date order; a date
      * with more than one close keeps the last one appended.
       01 WS-SERIES-COUNT         PIC 9(4) VALUE 0.
       01 WS-SERIES-TABLE.
           05 SER-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-SERIES-COUNT
               INDEXED BY SERX.
               10 SER-DATE            PIC X(8).
               10 SER-PRICE           PIC 9(6)V99.
       01 WS-SERIES-SLOT          PIC 9(4) VALUE 0.
       01 WS-SERIES-SCAN          PIC 9(4) VALUE 0.
       01 WS-SERIES-SUB           PIC 9(4) VALUE 0.

       01 WS-RETURN-COUNT         PIC 9(4) VALUE 0.
       01 WS-PAIRED-COUNT         PIC 9(4) VALUE 0.
       01 WS-DEGREES-OF-FREEDOM   PIC 9(4) VALUE 0.
       01 WS-STOCK-RETURN         PIC S9(3)V9(8) VALUE 0.
       01 WS-BENCH-RETURN         PIC S9(3)V9(8) VALUE 0.
       01 WS-SUM-R                PIC S9(7)V9(8) VALUE 0.
       01 WS-SUM-RR               PIC S9(7)V9(10) VALUE 0.
       01 WS-SUM-PAIRED-R         PIC S9(7)V9(8) VALUE 0.
       01 WS-SUM-B                PIC S9(7)V9(8) VALUE 0.
       01 WS-SUM-BB               PIC S9(7)V9(10) VALUE 0.
       01 WS-SUM-RB               PIC S9(7)V9(10) VALUE 0.
       01 WS-VARIANCE             PIC S9(5)V9(10) VALUE 0.
       01 WS-COVARIANCE           PIC S9(5)V9(10) VALUE 0.
       01 WS-BENCH-VARIANCE       PIC S9(5)V9(10) VALUE 0.
       01 WS-RUNNING-PEAK         PIC 9(6)V99 VALUE 0.
       01 WS-DRAWDOWN             PIC 9V9(6) VALUE 0.

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACC-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACCX.
               10 ACC-ACCOUNT-ID      PIC X(8).
               10 ACC-MARKET-VALUE    PIC 9(13)V99.
               10 ACC-VOL-VALUE       PIC 9(13)V99.
               10 ACC-VOL-WEIGHTED    PIC 9(13)V9(8).
               10 ACC-BETA-VALUE      PIC 9(13)V99.
               10 ACC-BETA-WEIGHTED   PIC S9(15)V9(4).
               10 ACC-INCOMPLETE      PIC X.
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-SCAN         PIC 9(3) VALUE 0.
       01 WS-WEIGHTED-VOL         PIC 9(3)V9(8) VALUE 0.
       01 WS-WEIGHTED-BETA        PIC S9(3)V9(4) VALUE 0.
       01 WS-ANNUAL-VOL-PCT       PIC 9(5)V99 VALUE 0.
       01 WS-VALUE-AT-RISK        PIC 9(13)V99 VALUE 0.
       01 WS-HOT-COUNT            PIC 9(3) VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'RISK-REPORT'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-PCT-FMT              PIC ZZZZ9.99.
       01 WS-BETA-FMT             PIC -ZZ9.99.
       01 WS-COUNT-FMT            PIC ZZZ9.
       01 WS-MONEY-FMT            PIC $$,$$$,$$$,$$9.99.
       01 WS-REPORT-LINE          PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY 'Lookback in calendar days (blank = 90):'
           ACCEPT WS-LOOKBACK-INPUT
           IF WS-LOOKBACK-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-LOOKBACK-INPUT) = 0
                   MOVE FUNCTION NUMVAL(WS-LOOKBACK-INPUT)
                       TO WS-LOOKBACK-DAYS
               END-IF
           END-IF
           IF WS-LOOKBACK-DAYS < 5
               DISPLAY 'Lookback too short -- using 90 days.'
               MOVE 90 TO WS-LOOKBACK-DAYS
           END-IF
           PERFORM 1000-SET-WINDOW
           PERFORM 1100-LOAD-PRICE-HISTORY
           PERFORM 1200-LOAD-BENCHMARK
           PERFORM 2000-LOAD-POSITIONS
           PERFORM 3000-MEASURE-ONE-SYMBOL
               VARYING SYMX FROM 1 BY 1
               UNTIL SYMX > WS-SYMBOL-COUNT
           PERFORM 4000-ROLL-UP-ONE-POSITION
               VARYING POSX FROM 1 BY 1
               UNTIL POSX > WS-POSITION-COUNT
           PERFORM 5000-WRITE-REPORT
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           IF WS-HOT-COUNT > 0
               MOVE 'W' TO WS-MSGLOG-SEVERITY
           END-IF
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-FMT
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'RISK REPORT ACCOUNTS ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           MOVE WS-HOT-COUNT TO WS-COUNT-FMT
           MOVE ' RUNNING HOT ' TO WS-MSGLOG-TEXT(26:13)
           MOVE WS-COUNT-FMT TO WS-MSGLOG-TEXT(39:4)
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL
           GOBACK.

      ******************************************************************
      * The window runs from today back the keyed number of calendar
      * days. The benchmark is taken from a week earlier so the first
      * close in the window still finds an index level on or before
      * the close ahead of it.
      ******************************************************************
       1000-SET-WINDOW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               - WS-LOOKBACK-DAYS
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           MOVE WS-DATE-NUM TO WS-WINDOW-START
           SUBTRACT 7 FROM WS-DAY-NUMBER
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           MOVE WS-DATE-NUM TO WS-BENCHMARK-START.

       1100-LOAD-PRICE-HISTORY.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PRICE-HISTORY-FILE
           IF NOT HISTORY-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1110-READ-HISTORY-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-HISTORY-COUNT < 9999
                   AND PH-PRICE NUMERIC AND PH-PRICE > 0
                   AND PH-DATE NOT < WS-WINDOW-START
                   AND PH-DATE NOT > WS-TODAY
                   ADD 1 TO WS-HISTORY-COUNT
                   SET HDX TO WS-HISTORY-COUNT
                   MOVE PH-SYMBOL TO HIST-SYMBOL(HDX)
                   MOVE PH-DATE TO HIST-DATE(HDX)
                   MOVE PH-PRICE TO HIST-PRICE(HDX)
               END-IF
               PERFORM 1110-READ-HISTORY-ROW
           END-PERFORM
           IF HISTORY-FILE-OK OR WS-HISTORY-STATUS = '10'
               CLOSE PRICE-HISTORY-FILE
           END-IF.

       1110-READ-HISTORY-ROW.
           READ PRICE-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1200-LOAD-BENCHMARK.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BENCHMARK-FILE
           IF NOT BENCHMARK-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1210-READ-BENCHMARK-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-BENCHMARK-COUNT < 9999
                   AND BM-DATE NUMERIC
                   AND BM-LEVEL NUMERIC
                   AND BM-DATE NOT < WS-BENCHMARK-START
                   AND BM-DATE NOT > WS-TODAY
                   ADD 1 TO WS-BENCHMARK-COUNT
                   SET BMKX TO WS-BENCHMARK-COUNT
                   MOVE BM-DATE TO BMK-DATE(BMKX)
                   MOVE BM-LEVEL TO BMK-LEVEL(BMKX)
               END-IF
               PERFORM 1210-READ-BENCHMARK-ROW
           END-PERFORM
           IF BENCHMARK-FILE-OK OR WS-BENCHMARK-STATUS = '10'
               CLOSE BENCHMARK-FILE
           END-IF.

       1210-READ-BENCHMARK-ROW.
           READ BENCHMARK-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * The benchmark level for a date is the latest series row dated
      * on or before it, as VAL-TREND-REPORT matches a run date.
      ******************************************************************
       1300-FIND-BENCHMARK-LEVEL.
           MOVE SPACES TO WS-BMK-FOUND-DATE
           MOVE 0 TO WS-BMK-FOUND-LEVEL
           PERFORM 1310-MATCH-ONE-BENCHMARK
               VARYING WS-BMK-SCAN FROM 1 BY 1
               UNTIL WS-BMK-SCAN > WS-BENCHMARK-COUNT.

       1310-MATCH-ONE-BENCHMARK.
           IF BMK-DATE(WS-BMK-SCAN) NOT > WS-BMK-LOOKUP-DATE
               AND BMK-DATE(WS-BMK-SCAN) >= WS-BMK-FOUND-DATE
               MOVE BMK-DATE(WS-BMK-SCAN) TO WS-BMK-FOUND-DATE
               MOVE BMK-LEVEL(WS-BMK-SCAN) TO WS-BMK-FOUND-LEVEL
           END-IF.

       2000-LOAD-POSITIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT STOCKFILE
           OPEN INPUT PORTFOLIO-FILE
           IF NOT PORTFOLIO-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2100-READ-PORTFOLIO-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF P-STOCK-SYMBOL NOT = WS-TRAILER-SYMBOL
                   AND P-SHARES > 0
                   AND WS-POSITION-COUNT < 999
                   PERFORM 2200-VALUE-ONE-POSITION
               END-IF
               PERFORM 2100-READ-PORTFOLIO-ROW
           END-PERFORM
           IF PORTFOLIO-OK OR WS-PORTFOLIO-STATUS = '10'
               CLOSE PORTFOLIO-FILE
           END-IF
           CLOSE STOCKFILE.

       2100-READ-PORTFOLIO-ROW.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      * The closing price is in the position's own currency; today's
      * rate (units per USD) brings the value to USD. A blank
      * currency is USD, and a rate not on file is taken as 1.
       2200-VALUE-ONE-POSITION.
           MOVE P-STOCK-SYMBOL TO STOCKSYMBOL
           READ STOCKFILE
               INVALID KEY
                   MOVE 0 TO WS-POSITION-PRICE
               NOT INVALID KEY
                   MOVE CLOSINGPRICE TO WS-POSITION-PRICE
           END-READ
           MOVE P-CURRENCY-CODE TO WS-POSITION-CURRENCY
           IF WS-POSITION-CURRENCY = SPACES
               MOVE 'USD' TO WS-POSITION-CURRENCY
           END-IF
           MOVE 1 TO WS-NATIVE-RATE
           IF WS-POSITION-CURRENCY NOT = 'USD'
               CALL 'FXRATEAT' USING WS-POSITION-CURRENCY
                   WS-TODAY WS-NATIVE-RATE
                   ON EXCEPTION MOVE 0 TO WS-NATIVE-RATE
               END-CALL
               IF WS-NATIVE-RATE = 0
                   MOVE 1 TO WS-NATIVE-RATE
               END-IF
           END-IF
           COMPUTE WS-POSITION-VALUE ROUNDED =
               P-SHARES * WS-POSITION-PRICE / WS-NATIVE-RATE
               ON SIZE ERROR MOVE 0 TO WS-POSITION-VALUE
           END-COMPUTE
           ADD 1 TO WS-POSITION-COUNT
           SET POSX TO WS-POSITION-COUNT
           MOVE P-ACCOUNT-ID TO POS-ACCOUNT-ID(POSX)
           MOVE P-STOCK-SYMBOL TO POS-SYMBOL(POSX)
           MOVE WS-POSITION-VALUE TO POS-MARKET-VALUE(POSX)
           PERFORM 2300-FIND-SYMBOL
           IF WS-SYMBOL-MATCH = 0 AND WS-SYMBOL-COUNT < 999
               ADD 1 TO WS-SYMBOL-COUNT
               SET SYMX TO WS-SYMBOL-COUNT
               MOVE P-STOCK-SYMBOL TO SYM-SYMBOL(SYMX)
               MOVE 0 TO SYM-OBSERVATIONS(SYMX)
               MOVE 'N' TO SYM-HAS-VOL(SYMX)
               MOVE 'N' TO SYM-HAS-BETA(SYMX)
               MOVE 0 TO SYM-DAILY-VOL(SYMX)
               MOVE 0 TO SYM-MAX-DRAWDOWN(SYMX)
               MOVE 0 TO SYM-BETA(SYMX)
           END-IF.

       2300-FIND-SYMBOL.
           MOVE 0 TO WS-SYMBOL-MATCH
           PERFORM 2310-MATCH-ONE-SYMBOL
               VARYING WS-SYMBOL-SCAN FROM 1 BY 1
               UNTIL WS-SYMBOL-SCAN > WS-SYMBOL-COUNT
                   OR WS-SYMBOL-MATCH > 0.

       2310-MATCH-ONE-SYMBOL.
           IF SYM-SYMBOL(WS-SYMBOL-SCAN) = P-STOCK-SYMBOL
               MOVE WS-SYMBOL-SCAN TO WS-SYMBOL-MATCH
           END-IF.

      ******************************************************************
      * One held symbol: gather its closes in date order, then walk
      * them once for the return sums, the running peak and the
      * benchmark-paired sums. Volatility needs at least two daily
      * returns; beta needs two returns with an index level at both
      * ends and an index that actually moved.
      ******************************************************************
       3000-MEASURE-ONE-SYMBOL.
           MOVE 0 TO WS-SERIES-COUNT
           PERFORM 3100-ADD-ONE-CLOSE
               VARYING HDX FROM 1 BY 1
               UNTIL HDX > WS-HISTORY-COUNT
           MOVE WS-SERIES-COUNT TO SYM-OBSERVATIONS(SYMX)
           MOVE 0 TO WS-RETURN-COUNT
           MOVE 0 TO WS-PAIRED-COUNT
           MOVE 0 TO WS-SUM-R
           MOVE 0 TO WS-SUM-RR
           MOVE 0 TO WS-SUM-PAIRED-R
           MOVE 0 TO WS-SUM-B
           MOVE 0 TO WS-SUM-BB
           MOVE 0 TO WS-SUM-RB
           MOVE 0 TO WS-RUNNING-PEAK
           IF WS-SERIES-COUNT > 0
               MOVE SER-PRICE(1) TO WS-RUNNING-PEAK
           END-IF
           PERFORM 3200-TAKE-ONE-RETURN
               VARYING WS-SERIES-SUB FROM 2 BY 1
               UNTIL WS-SERIES-SUB > WS-SERIES-COUNT
           IF WS-RETURN-COUNT > 1
               COMPUTE WS-VARIANCE ROUNDED =
                   WS-SUM-RR -
                   (WS-SUM-R * WS-SUM-R / WS-RETURN-COUNT)
                   ON SIZE ERROR MOVE 0 TO WS-VARIANCE
               END-COMPUTE
               COMPUTE WS-DEGREES-OF-FREEDOM = WS-RETURN-COUNT - 1
               COMPUTE WS-VARIANCE ROUNDED =
                   WS-VARIANCE / WS-DEGREES-OF-FREEDOM
                   ON SIZE ERROR MOVE 0 TO WS-VARIANCE
               END-COMPUTE
               IF WS-VARIANCE > 0
                   COMPUTE SYM-DAILY-VOL(SYMX) ROUNDED =
                       WS-VARIANCE ** 0.5
                       ON SIZE ERROR MOVE 0 TO SYM-DAILY-VOL(SYMX)
                   END-COMPUTE
               END-IF
               MOVE 'Y' TO SYM-HAS-VOL(SYMX)
           END-IF
           IF WS-PAIRED-COUNT > 1
               COMPUTE WS-COVARIANCE ROUNDED =
                   WS-SUM-RB -
                   (WS-SUM-PAIRED-R * WS-SUM-B / WS-PAIRED-COUNT)
                   ON SIZE ERROR MOVE 0 TO WS-COVARIANCE
               END-COMPUTE
               COMPUTE WS-BENCH-VARIANCE ROUNDED =
                   WS-SUM-BB -
                   (WS-SUM-B * WS-SUM-B / WS-PAIRED-COUNT)
                   ON SIZE ERROR MOVE 0 TO WS-BENCH-VARIANCE
               END-COMPUTE
               IF WS-BENCH-VARIANCE > 0
                   COMPUTE SYM-BETA(SYMX) ROUNDED =
                       WS-COVARIANCE / WS-BENCH-VARIANCE
                       ON SIZE ERROR MOVE 0 TO SYM-BETA(SYMX)
                   END-COMPUTE
                   MOVE 'Y' TO SYM-HAS-BETA(SYMX)
               END-IF
           END-IF.

       3100-ADD-ONE-CLOSE.
           IF HIST-SYMBOL(HDX) = SYM-SYMBOL(SYMX)
               MOVE 0 TO WS-SERIES-SLOT
               PERFORM 3110-FIND-SERIES-SLOT
                   VARYING WS-SERIES-SCAN FROM 1 BY 1
                   UNTIL WS-SERIES-SCAN > WS-SERIES-COUNT
                       OR WS-SERIES-SLOT > 0
               IF WS-SERIES-SLOT > 0
                   AND SER-DATE(WS-SERIES-SLOT) = HIST-DATE(HDX)
                   MOVE HIST-PRICE(HDX) TO SER-PRICE(WS-SERIES-SLOT)
               ELSE
                   IF WS-SERIES-COUNT < 999
                       PERFORM 3120-INSERT-CLOSE
                   END-IF
               END-IF
           END-IF.

       3110-FIND-SERIES-SLOT.
           IF SER-DATE(WS-SERIES-SCAN) NOT < HIST-DATE(HDX)
               MOVE WS-SERIES-SCAN TO WS-SERIES-SLOT
           END-IF.

      * A close dated earlier than one already gathered is slotted in
      * ahead of it, moving the later closes down one place.
       3120-INSERT-CLOSE.
           ADD 1 TO WS-SERIES-COUNT
           IF WS-SERIES-SLOT = 0
               MOVE WS-SERIES-COUNT TO WS-SERIES-SLOT
           ELSE
               PERFORM 3130-SHIFT-ONE-CLOSE
                   VARYING WS-SERIES-SCAN FROM WS-SERIES-COUNT BY -1
                   UNTIL WS-SERIES-SCAN NOT > WS-SERIES-SLOT
           END-IF
           MOVE HIST-DATE(HDX) TO SER-DATE(WS-SERIES-SLOT)
           MOVE HIST-PRICE(HDX) TO SER-PRICE(WS-SERIES-SLOT).

       3130-SHIFT-ONE-CLOSE.
           MOVE SER-ENTRY(WS-SERIES-SCAN - 1) TO
               SER-ENTRY(WS-SERIES-SCAN).

       3200-TAKE-ONE-RETURN.
           COMPUTE WS-STOCK-RETURN ROUNDED =
               (SER-PRICE(WS-SERIES-SUB) /
                SER-PRICE(WS-SERIES-SUB - 1)) - 1
               ON SIZE ERROR MOVE 0 TO WS-STOCK-RETURN
           END-COMPUTE
           ADD 1 TO WS-RETURN-COUNT
           ADD WS-STOCK-RETURN TO WS-SUM-R
           COMPUTE WS-SUM-RR = WS-SUM-RR +
               WS-STOCK-RETURN * WS-STOCK-RETURN
               ON SIZE ERROR CONTINUE
           END-COMPUTE
           IF SER-PRICE(WS-SERIES-SUB) > WS-RUNNING-PEAK
               MOVE SER-PRICE(WS-SERIES-SUB) TO WS-RUNNING-PEAK
           ELSE
               COMPUTE WS-DRAWDOWN ROUNDED =
                   (WS-RUNNING-PEAK - SER-PRICE(WS-SERIES-SUB))
                   / WS-RUNNING-PEAK
                   ON SIZE ERROR MOVE 0 TO WS-DRAWDOWN
               END-COMPUTE
               IF WS-DRAWDOWN > SYM-MAX-DRAWDOWN(SYMX)
                   MOVE WS-DRAWDOWN TO SYM-MAX-DRAWDOWN(SYMX)
               END-IF
           END-IF
           IF WS-BENCHMARK-COUNT > 0
               MOVE SER-DATE(WS-SERIES-SUB) TO WS-BMK-LOOKUP-DATE
               PERFORM 1300-FIND-BENCHMARK-LEVEL
               MOVE WS-BMK-FOUND-LEVEL TO WS-BMK-THIS-LEVEL
               MOVE SER-DATE(WS-SERIES-SUB - 1) TO WS-BMK-LOOKUP-DATE
               PERFORM 1300-FIND-BENCHMARK-LEVEL
               MOVE WS-BMK-FOUND-LEVEL TO WS-BMK-PRIOR-LEVEL
               IF WS-BMK-THIS-LEVEL > 0 AND WS-BMK-PRIOR-LEVEL > 0
                   COMPUTE WS-BENCH-RETURN ROUNDED =
                       (WS-BMK-THIS-LEVEL / WS-BMK-PRIOR-LEVEL) - 1
                       ON SIZE ERROR MOVE 0 TO WS-BENCH-RETURN
                   END-COMPUTE
                   ADD 1 TO WS-PAIRED-COUNT
                   ADD WS-STOCK-RETURN TO WS-SUM-PAIRED-R
                   ADD WS-BENCH-RETURN TO WS-SUM-B
                   COMPUTE WS-SUM-BB = WS-SUM-BB +
                       WS-BENCH-RETURN * WS-BENCH-RETURN
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
                   COMPUTE WS-SUM-RB = WS-SUM-RB +
                       WS-STOCK-RETURN * WS-BENCH-RETURN
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
               END-IF
           END-IF.

      ******************************************************************
      * Account roll-up on market-value weights. A position with no
      * volatility (or no beta) on file is left out of that weighted
      * figure, the weights are taken over the positions that have
      * it, and the account is marked incomplete.
      ******************************************************************
       4000-ROLL-UP-ONE-POSITION.
           MOVE 0 TO WS-ACCOUNT-MATCH
           PERFORM 4010-MATCH-ONE-ACCOUNT
               VARYING WS-ACCOUNT-SCAN FROM 1 BY 1
               UNTIL WS-ACCOUNT-SCAN > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-MATCH > 0
           IF WS-ACCOUNT-MATCH = 0
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-MATCH
               SET ACCX TO WS-ACCOUNT-MATCH
               MOVE POS-ACCOUNT-ID(POSX) TO ACC-ACCOUNT-ID(ACCX)
               MOVE 0 TO ACC-MARKET-VALUE(ACCX)
               MOVE 0 TO ACC-VOL-VALUE(ACCX)
               MOVE 0 TO ACC-VOL-WEIGHTED(ACCX)
               MOVE 0 TO ACC-BETA-VALUE(ACCX)
               MOVE 0 TO ACC-BETA-WEIGHTED(ACCX)
               MOVE 'N' TO ACC-INCOMPLETE(ACCX)
           END-IF
           SET ACCX TO WS-ACCOUNT-MATCH
           MOVE POS-SYMBOL(POSX) TO P-STOCK-SYMBOL
           PERFORM 2300-FIND-SYMBOL
           SET SYMX TO WS-SYMBOL-MATCH
           ADD POS-MARKET-VALUE(POSX) TO ACC-MARKET-VALUE(ACCX)
           IF SYM-HAS-VOL(SYMX) = 'Y'
               ADD POS-MARKET-VALUE(POSX) TO ACC-VOL-VALUE(ACCX)
               COMPUTE ACC-VOL-WEIGHTED(ACCX) =
                   ACC-VOL-WEIGHTED(ACCX) +
                   POS-MARKET-VALUE(POSX) * SYM-DAILY-VOL(SYMX)
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           ELSE
               MOVE 'Y' TO ACC-INCOMPLETE(ACCX)
           END-IF
           IF SYM-HAS-BETA(SYMX) = 'Y'
               ADD POS-MARKET-VALUE(POSX) TO ACC-BETA-VALUE(ACCX)
               COMPUTE ACC-BETA-WEIGHTED(ACCX) =
                   ACC-BETA-WEIGHTED(ACCX) +
                   POS-MARKET-VALUE(POSX) * SYM-BETA(SYMX)
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           ELSE
               MOVE 'Y' TO ACC-INCOMPLETE(ACCX)
           END-IF.

       4010-MATCH-ONE-ACCOUNT.
           IF ACC-ACCOUNT-ID(WS-ACCOUNT-SCAN) = POS-ACCOUNT-ID(POSX)
               MOVE WS-ACCOUNT-SCAN TO WS-ACCOUNT-MATCH
           END-IF.

       5000-WRITE-REPORT.
           OPEN OUTPUT RISK-REPORT-FILE
           MOVE WS-LOOKBACK-DAYS TO WS-COUNT-FMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PORTFOLIO RISK REPORT -- ' DELIMITED BY SIZE
               WS-WINDOW-START DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               ' DAYS)' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-BENCHMARK-COUNT = 0
               STRING 'NO BENCHMARK.txt LEVELS IN THE WINDOW -- '
                   DELIMITED BY SIZE
                   'BETA NOT COMPUTED.' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'HELD SYMBOLS' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'SYMBOL' TO WS-REPORT-LINE(1:6)
           MOVE 'CLOSES' TO WS-REPORT-LINE(10:6)
           MOVE 'DAILY VOL%' TO WS-REPORT-LINE(19:10)
           MOVE 'ANNUAL VOL%' TO WS-REPORT-LINE(31:11)
           MOVE 'MAX DRAWDOWN%' TO WS-REPORT-LINE(44:13)
           MOVE 'BETA' TO WS-REPORT-LINE(62:4)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:80)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 5100-WRITE-ONE-SYMBOL
               VARYING SYMX FROM 1 BY 1
               UNTIL SYMX > WS-SYMBOL-COUNT
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNTS' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(1:7)
           MOVE 'MARKET VALUE' TO WS-REPORT-LINE(16:12)
           MOVE 'DAILY VOL%' TO WS-REPORT-LINE(30:10)
           MOVE 'ANNUAL VOL%' TO WS-REPORT-LINE(42:11)
           MOVE 'BETA' TO WS-REPORT-LINE(57:4)
           MOVE '1-DAY 95% VAR' TO WS-REPORT-LINE(67:13)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:100)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 5200-WRITE-ONE-ACCOUNT
               VARYING ACCX FROM 1 BY 1
               UNTIL ACCX > WS-ACCOUNT-COUNT
           MOVE ALL '-' TO WS-REPORT-LINE(1:100)
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-THIN-SYMBOL-COUNT > 0
               STRING '* SOME POSITIONS HAVE TOO LITTLE HISTORY AND '
                   DELIMITED BY SIZE
                   'ARE LEFT OUT OF THE WEIGHTING.' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-HOT-BETA TO WS-BETA-FMT
           MOVE WS-HOT-ANNUAL-VOL-PCT TO WS-PCT-FMT
           STRING 'RUNNING HOT = WEIGHTED BETA OVER ' DELIMITED BY SIZE
               WS-BETA-FMT DELIMITED BY SIZE
               ' OR ANNUAL VOL% OVER ' DELIMITED BY SIZE
               WS-PCT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           CLOSE RISK-REPORT-FILE.

       5100-WRITE-ONE-SYMBOL.
           MOVE SYM-SYMBOL(SYMX) TO WS-REPORT-LINE(1:7)
           MOVE SYM-OBSERVATIONS(SYMX) TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(12:4)
           IF SYM-HAS-VOL(SYMX) = 'Y'
               COMPUTE WS-PCT-FMT ROUNDED =
                   SYM-DAILY-VOL(SYMX) * 100
               MOVE WS-PCT-FMT TO WS-REPORT-LINE(20:8)
               COMPUTE WS-PCT-FMT ROUNDED =
                   SYM-DAILY-VOL(SYMX) * WS-ANNUAL-FACTOR * 100
               MOVE WS-PCT-FMT TO WS-REPORT-LINE(33:8)
               COMPUTE WS-PCT-FMT ROUNDED =
                   SYM-MAX-DRAWDOWN(SYMX) * 100
               MOVE WS-PCT-FMT TO WS-REPORT-LINE(48:8)
           ELSE
               MOVE 'TOO LITTLE HISTORY' TO WS-REPORT-LINE(20:18)
               ADD 1 TO WS-THIN-SYMBOL-COUNT
           END-IF
           IF SYM-HAS-BETA(SYMX) = 'Y'
               COMPUTE WS-BETA-FMT ROUNDED = SYM-BETA(SYMX)
               MOVE WS-BETA-FMT TO WS-REPORT-LINE(59:7)
           ELSE
               MOVE 'N/A' TO WS-REPORT-LINE(63:3)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       5200-WRITE-ONE-ACCOUNT.
           IF ACC-ACCOUNT-ID(ACCX) = SPACES
               MOVE '(HOUSE)' TO WS-REPORT-LINE(1:8)
           ELSE
               MOVE ACC-ACCOUNT-ID(ACCX) TO WS-REPORT-LINE(1:8)
           END-IF
           IF ACC-INCOMPLETE(ACCX) = 'Y'
               MOVE '*' TO WS-REPORT-LINE(9:1)
           END-IF
           MOVE ACC-MARKET-VALUE(ACCX) TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(10:18)
           MOVE 0 TO WS-WEIGHTED-VOL
           MOVE 0 TO WS-ANNUAL-VOL-PCT
           MOVE 0 TO WS-WEIGHTED-BETA
           IF ACC-VOL-VALUE(ACCX) > 0
               COMPUTE WS-WEIGHTED-VOL ROUNDED =
                   ACC-VOL-WEIGHTED(ACCX) / ACC-VOL-VALUE(ACCX)
                   ON SIZE ERROR MOVE 0 TO WS-WEIGHTED-VOL
               END-COMPUTE
               COMPUTE WS-ANNUAL-VOL-PCT ROUNDED =
                   WS-WEIGHTED-VOL * WS-ANNUAL-FACTOR * 100
                   ON SIZE ERROR MOVE 0 TO WS-ANNUAL-VOL-PCT
               END-COMPUTE
               COMPUTE WS-PCT-FMT ROUNDED = WS-WEIGHTED-VOL * 100
               MOVE WS-PCT-FMT TO WS-REPORT-LINE(31:8)
               MOVE WS-ANNUAL-VOL-PCT TO WS-PCT-FMT
               MOVE WS-PCT-FMT TO WS-REPORT-LINE(44:8)
               COMPUTE WS-VALUE-AT-RISK ROUNDED =
                   WS-VAR-95-FACTOR * WS-WEIGHTED-VOL
                   * ACC-MARKET-VALUE(ACCX)
                   ON SIZE ERROR MOVE 0 TO WS-VALUE-AT-RISK
               END-COMPUTE
               MOVE WS-VALUE-AT-RISK TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(62:18)
           ELSE
               MOVE 'N/A' TO WS-REPORT-LINE(36:3)
               MOVE 'N/A' TO WS-REPORT-LINE(49:3)
               MOVE 'N/A' TO WS-REPORT-LINE(77:3)
           END-IF
           IF ACC-BETA-VALUE(ACCX) > 0
               COMPUTE WS-WEIGHTED-BETA ROUNDED =
                   ACC-BETA-WEIGHTED(ACCX) / ACC-BETA-VALUE(ACCX)
                   ON SIZE ERROR MOVE 0 TO WS-WEIGHTED-BETA
               END-COMPUTE
               MOVE WS-WEIGHTED-BETA TO WS-BETA-FMT
               MOVE WS-BETA-FMT TO WS-REPORT-LINE(54:7)
           ELSE
               MOVE 'N/A' TO WS-REPORT-LINE(58:3)
           END-IF
           IF WS-WEIGHTED-BETA > WS-HOT-BETA
               OR WS-ANNUAL-VOL-PCT > WS-HOT-ANNUAL-VOL-PCT
               MOVE '** RUNNING HOT **' TO WS-REPORT-LINE(82:17)
               ADD 1 TO WS-HOT-COUNT
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RISK-REPORT-RECORD
           WRITE RISK-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM RISK-REPORT.
