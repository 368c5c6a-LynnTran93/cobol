      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Account performance report. For a keyed as-of date
      *          each account's return is measured for the month,
      *          the quarter, the year to date and since inception,
      *          two ways: time-weighted (the Modified Dietz return of
      *          every stretch between two valuations, chained) and
      *          money-weighted (the internal rate of return over the
      *          period, solved by halving the bracket). Valuations
      *          are the ACCTVAL.txt rows PROJECT2 appends on every
      *          full run; because those carry the positions only,
      *          the account's cash balance from CASHLEDGER.txt as at
      *          the same date is added, so money moving between cash
      *          and stock is not a gain or a loss. Deposits and
      *          withdrawals (types D and W) are the external flows
      *          taken out of the return; dividends, fees and the
      *          rest are the account's own earnings and costs. A
      *          period whose first valuation falls after the period
      *          start is measured from that valuation and marked.
      *          Each account gets a detail block on PERFRPT.txt and
      *          a house-wide summary page follows, with the whole
      *          book measured the same way as one composite.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERF-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT ACCOUNT-VALUE-FILE ASSIGN TO "../ACCTVAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTVAL-STATUS.
           SELECT CASH-LEDGER-FILE ASSIGN TO "../CASHLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PERF-REPORT-FILE ASSIGN TO "../PERFRPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD ACCOUNT-VALUE-FILE.
           COPY AVALREC.

       FD CASH-LEDGER-FILE.
           COPY CSHREC.

       FD PERF-REPORT-FILE.
       01 PERF-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-ACCTVAL-STATUS       PIC X(2) VALUE '00'.
           88 ACCTVAL-FILE-OK          VALUE '00'.
       01 WS-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88 LEDGER-FILE-OK           VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-AS-OF-DATE           PIC X(8).
       01 WS-DATE-NUM             PIC 9(8) VALUE 0.

      * The four measurement periods; each start date is set from
      * the as-of date, inception's start is the first valuation.
       01 WS-PERIOD-TABLE.
           05 PER-ENTRY OCCURS 4 TIMES INDEXED BY PERX.
               10 PER-LABEL           PIC X(8).
               10 PER-START-DATE      PIC X(8).
       01 WS-PERIOD-SUB           PIC 9 VALUE 0.
       01 WS-QUARTER-MONTH        PIC 99 VALUE 0.

      * Every ACCTVAL.txt row, latest rerun of a day winning, sorted
      * into account and date order with the cash balance added.
       01 WS-VALUE-COUNT          PIC 9(4) VALUE 0.
       01 WS-VALUE-TABLE.
           05 VAL-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-VALUE-COUNT
               ASCENDING KEY IS VAL-KEY
               INDEXED BY VALX.
               10 VAL-KEY.
                   15 VAL-ACCOUNT-ID  PIC X(8).
                   15 VAL-DATE        PIC X(8).
               10 VAL-MARKET-VALUE    PIC 9(15)V99.
               10 VAL-CASH-BALANCE    PIC S9(11)V99.
       01 WS-VALUE-SUB            PIC 9(4) VALUE 0.
       01 WS-VALUE-FULL           PIC X VALUE 'N'.

      * Every CASHLEDGER.txt row in account and date order; the
      * deposits and withdrawals are flagged as external flows.
       01 WS-LEDGER-COUNT         PIC 9(4) VALUE 0.
       01 WS-LEDGER-TABLE.
           05 LED-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-LEDGER-COUNT
               ASCENDING KEY IS LED-KEY
               INDEXED BY LEDX.
               10 LED-KEY.
                   15 LED-ACCOUNT-ID  PIC X(8).
                   15 LED-DATE        PIC X(8).
               10 LED-AMOUNT          PIC S9(9)V99.
               10 LED-FLOW            PIC X.
       01 WS-LEDGER-SUB           PIC 9(4) VALUE 0.
       01 WS-LEDGER-FULL          PIC X VALUE 'N'.
       01 WS-RUNNING-CASH         PIC S9(11)V99 VALUE 0.
       01 WS-RUNNING-ACCOUNT      PIC X(8).

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACTX.
               10 ACCT-ENTRY-ID       PIC X(8).
               10 ACCT-ENTRY-NAME     PIC X(25).
               10 ACCT-ENTRY-VAL-FIRST PIC 9(4).
               10 ACCT-ENTRY-VAL-LAST PIC 9(4).
               10 ACCT-ENTRY-RESULT OCCURS 4 TIMES.
                   15 ACCT-ENTRY-FOUND PIC X.
                   15 ACCT-ENTRY-TWR  PIC S9(5)V99.
                   15 ACCT-ENTRY-MWR  PIC S9(5)V99.
                   15 ACCT-ENTRY-MWR-OK PIC X.
       01 WS-ACCT-SUB             PIC 9(3) VALUE 0.
       01 WS-ACCT-MATCH           PIC 9(3) VALUE 0.
       01 WS-HOUSE-RESULT.
           05 HSE-RESULT OCCURS 4 TIMES.
               10 HSE-FOUND           PIC X.
               10 HSE-TWR             PIC S9(5)V99.
               10 HSE-MWR             PIC S9(5)V99.
               10 HSE-MWR-OK          PIC X.

      * The series being measured -- one account's, or the house
      * composite -- as dated values and dated external flows.
       01 WS-POINT-COUNT          PIC 9(4) VALUE 0.
       01 WS-POINT-TABLE.
           05 PT-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-POINT-COUNT
               ASCENDING KEY IS PT-DATE
               INDEXED BY PTX.
               10 PT-DATE             PIC X(8).
               10 PT-DAY              PIC 9(7).
               10 PT-VALUE            PIC S9(15)V99.
       01 WS-FLOW-COUNT           PIC 9(4) VALUE 0.
       01 WS-FLOW-TABLE.
           05 FL-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-FLOW-COUNT
               ASCENDING KEY IS FL-DATE
               INDEXED BY FLX.
               10 FL-DATE             PIC X(8).
               10 FL-DAY              PIC 9(7).
               10 FL-AMOUNT           PIC S9(11)V99.
       01 WS-POINT-MATCH          PIC 9(4) VALUE 0.

      * One period's measurement.
       01 WS-PERIOD-START         PIC X(8).
       01 WS-OPEN-SUB             PIC 9(4) VALUE 0.
       01 WS-CLOSE-SUB            PIC 9(4) VALUE 0.
       01 WS-FIRST-IN-SUB         PIC 9(4) VALUE 0.
       01 WS-START-SUB            PIC 9(4) VALUE 0.
       01 WS-PT-SUB               PIC 9(4) VALUE 0.
       01 WS-PREV-SUB             PIC 9(4) VALUE 0.
       01 WS-FLOW-SUB             PIC 9(4) VALUE 0.
       01 WS-FLOW-FIRST           PIC 9(4) VALUE 0.
       01 WS-RESULT-FOUND         PIC X VALUE 'N'.
       01 WS-RESULT-PARTIAL       PIC X VALUE 'N'.
       01 WS-OPEN-VALUE           PIC S9(15)V99 VALUE 0.
       01 WS-CLOSE-VALUE          PIC S9(15)V99 VALUE 0.
       01 WS-NET-FLOWS            PIC S9(13)V99 VALUE 0.
       01 WS-SUB-FLOWS            PIC S9(13)V99 VALUE 0.
       01 WS-SUB-WEIGHTED         PIC S9(13)V99 VALUE 0.
       01 WS-SUB-DAYS             PIC 9(7) VALUE 0.
       01 WS-SUB-DENOMINATOR      PIC S9(15)V99 VALUE 0.
       01 WS-SUB-RETURN           PIC S9(5)V9(10) VALUE 0.
       01 WS-GROWTH               PIC S9(7)V9(10) VALUE 1.
       01 WS-FLOW-WEIGHT          PIC 9V9(10) VALUE 0.
       01 WS-TWR-PCT              PIC S9(5)V99 VALUE 0.
       01 WS-MWR-PCT              PIC S9(5)V99 VALUE 0.
       01 WS-MWR-OK               PIC X VALUE 'N'.

      * The money-weighted return is the rate R that carries the
      * opening value and every flow forward to the closing value;
      * the bracket is halved until it is narrow enough.
       01 WS-TOTAL-DAYS           PIC 9(7) VALUE 0.
       01 WS-RATE-LOW             PIC S9(3)V9(10) VALUE 0.
       01 WS-RATE-HIGH            PIC S9(3)V9(10) VALUE 0.
       01 WS-RATE-TRY             PIC S9(3)V9(10) VALUE 0.
       01 WS-FLOW-GROWTH          PIC 9(3)V9(10) VALUE 0.
       01 WS-RATE-DIFF            PIC S9(17)V99 VALUE 0.
       01 WS-DIFF-LOW             PIC S9(17)V99 VALUE 0.
       01 WS-DIFF-HIGH            PIC S9(17)V99 VALUE 0.
       01 WS-HALVING-COUNT        PIC 9(3) VALUE 0.

       01 WS-HOUSE-FULL           PIC X VALUE 'N'.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'PERF-REPORT'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-MONEY-FMT            PIC $$,$$$,$$$,$$$,$$9.99-.
       01 WS-PCT-FMT              PIC -ZZZZ9.99.
       01 WS-COUNT-FMT            PIC ZZ9.
       01 WS-COLUMN               PIC 9(3) VALUE 0.
       01 WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY 'Performance as-of date YYYYMMDD (blank = today):'
           ACCEPT WS-AS-OF-DATE
           IF WS-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF
           IF WS-AS-OF-DATE NOT NUMERIC
               DISPLAY 'Error: as-of date must be YYYYMMDD.'
           ELSE
               PERFORM 1000-SET-PERIOD-STARTS
               PERFORM 1100-LOAD-ACCOUNT-TABLE
               PERFORM 1200-LOAD-VALUE-TABLE
               PERFORM 1300-LOAD-LEDGER-TABLE
               PERFORM 1400-ADD-CASH-BALANCES
               PERFORM 1500-LOCATE-ACCOUNT-VALUES
               OPEN OUTPUT PERF-REPORT-FILE
               PERFORM 2000-REPORT-EACH-ACCOUNT
               PERFORM 3000-MEASURE-HOUSE
               PERFORM 4000-SUMMARY-PAGE
               CLOSE PERF-REPORT-FILE
               MOVE WS-ACCOUNT-COUNT TO WS-COUNT-FMT
               DISPLAY 'PERFORMANCE REPORT: ' WS-COUNT-FMT
                   ' ACCOUNTS MEASURED.'
               MOVE 'I' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               STRING 'PERFORMANCE MEASURED AS OF ' DELIMITED BY SIZE
                   WS-AS-OF-DATE DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   ' ACCOUNTS' DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
               CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
                   WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF
           GOBACK.

       1000-SET-PERIOD-STARTS.
           MOVE 'MONTH' TO PER-LABEL(1)
           MOVE WS-AS-OF-DATE TO PER-START-DATE(1)
           MOVE '01' TO PER-START-DATE(1)(7:2)
           MOVE 'QUARTER' TO PER-LABEL(2)
           MOVE WS-AS-OF-DATE(5:2) TO WS-QUARTER-MONTH
           COMPUTE WS-QUARTER-MONTH =
               ((WS-QUARTER-MONTH - 1) / 3) * 3 + 1
           MOVE WS-AS-OF-DATE TO PER-START-DATE(2)
           MOVE WS-QUARTER-MONTH TO PER-START-DATE(2)(5:2)
           MOVE '01' TO PER-START-DATE(2)(7:2)
           MOVE 'YTD' TO PER-LABEL(3)
           MOVE WS-AS-OF-DATE TO PER-START-DATE(3)
           MOVE '0101' TO PER-START-DATE(3)(5:4)
           MOVE 'INCEPT' TO PER-LABEL(4)
           MOVE '00000000' TO PER-START-DATE(4).

       1100-LOAD-ACCOUNT-TABLE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1110-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-ACCOUNT-COUNT < 999
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET ACTX TO WS-ACCOUNT-COUNT
                   MOVE ACCT-ID TO ACCT-ENTRY-ID(ACTX)
                   MOVE ACCT-NAME TO ACCT-ENTRY-NAME(ACTX)
                   MOVE 0 TO ACCT-ENTRY-VAL-FIRST(ACTX)
                   MOVE 0 TO ACCT-ENTRY-VAL-LAST(ACTX)
               END-IF
               PERFORM 1110-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       1110-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * ACCTVAL.txt is appended run by run, so a rerun on the same
      * day lands right after that day's earlier rows: looking back
      * only over the rows of the same date finds the earlier value
      * to replace. Rows after the as-of date are not needed.
      ******************************************************************
       1200-LOAD-VALUE-TABLE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-VALUE-FILE
           IF NOT ACCTVAL-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1210-READ-ACCTVAL-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF AV-RUN-DATE NUMERIC
                   AND AV-RUN-DATE NOT > WS-AS-OF-DATE
                   PERFORM 1220-TAKE-ONE-VALUE
               END-IF
               PERFORM 1210-READ-ACCTVAL-ROW
           END-PERFORM
           IF ACCTVAL-FILE-OK OR WS-ACCTVAL-STATUS = '10'
               CLOSE ACCOUNT-VALUE-FILE
           END-IF
           IF WS-VALUE-COUNT > 0
               SORT VAL-ENTRY ASCENDING KEY VAL-KEY
           END-IF
           IF WS-VALUE-FULL = 'Y'
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE 'ACCTVAL.TXT OVER 9999 ROWS -- LATER ROWS IGNORED'
                   TO WS-MSGLOG-TEXT
               CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
                   WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

       1210-READ-ACCTVAL-ROW.
           READ ACCOUNT-VALUE-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1220-TAKE-ONE-VALUE.
           MOVE 0 TO WS-VALUE-SUB
           MOVE WS-VALUE-COUNT TO WS-PT-SUB
           PERFORM 1230-MATCH-SAME-DAY
               UNTIL WS-PT-SUB = 0 OR WS-VALUE-SUB > 0
           IF WS-VALUE-SUB > 0
               MOVE AV-MARKET-VALUE TO VAL-MARKET-VALUE(WS-VALUE-SUB)
           ELSE
               IF WS-VALUE-COUNT < 9999
                   ADD 1 TO WS-VALUE-COUNT
                   SET VALX TO WS-VALUE-COUNT
                   MOVE AV-ACCOUNT-ID TO VAL-ACCOUNT-ID(VALX)
                   MOVE AV-RUN-DATE TO VAL-DATE(VALX)
                   MOVE AV-MARKET-VALUE TO VAL-MARKET-VALUE(VALX)
                   MOVE 0 TO VAL-CASH-BALANCE(VALX)
               ELSE
                   MOVE 'Y' TO WS-VALUE-FULL
               END-IF
           END-IF.

       1230-MATCH-SAME-DAY.
           IF VAL-DATE(WS-PT-SUB) NOT = AV-RUN-DATE
               MOVE 0 TO WS-PT-SUB
           ELSE
               IF VAL-ACCOUNT-ID(WS-PT-SUB) = AV-ACCOUNT-ID
                   MOVE WS-PT-SUB TO WS-VALUE-SUB
               ELSE
                   SUBTRACT 1 FROM WS-PT-SUB
               END-IF
           END-IF.

       1300-LOAD-LEDGER-TABLE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CASH-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1310-READ-LEDGER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF CSH-DATE NUMERIC
                   AND CSH-DATE NOT > WS-AS-OF-DATE
                   IF WS-LEDGER-COUNT < 9999
                       ADD 1 TO WS-LEDGER-COUNT
                       SET LEDX TO WS-LEDGER-COUNT
                       MOVE CSH-ACCOUNT-ID TO LED-ACCOUNT-ID(LEDX)
                       MOVE CSH-DATE TO LED-DATE(LEDX)
                       MOVE CSH-AMOUNT TO LED-AMOUNT(LEDX)
                       IF CSH-DEPOSIT OR CSH-WITHDRAWAL
                           MOVE 'Y' TO LED-FLOW(LEDX)
                       ELSE
                           MOVE 'N' TO LED-FLOW(LEDX)
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-LEDGER-FULL
                   END-IF
               END-IF
               PERFORM 1310-READ-LEDGER-ROW
           END-PERFORM
           IF LEDGER-FILE-OK OR WS-LEDGER-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF
           IF WS-LEDGER-COUNT > 0
               SORT LED-ENTRY ASCENDING KEY LED-KEY
           END-IF
           IF WS-LEDGER-FULL = 'Y'
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE 'CASHLEDGER.TXT OVER 9999 ROWS - LATER ROWS IGNORED'
                   TO WS-MSGLOG-TEXT
               CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
                   WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

       1310-READ-LEDGER-ROW.
           READ CASH-LEDGER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * Both tables are in account and date order, so one pass down
      * the valuations carries a running cash balance per account:
      * every ledger row up to and including the valuation date.
      ******************************************************************
       1400-ADD-CASH-BALANCES.
           MOVE 1 TO WS-LEDGER-SUB
           MOVE 0 TO WS-RUNNING-CASH
           MOVE LOW-VALUES TO WS-RUNNING-ACCOUNT
           PERFORM 1410-CASH-FOR-ONE-VALUE
               VARYING WS-VALUE-SUB FROM 1 BY 1
               UNTIL WS-VALUE-SUB > WS-VALUE-COUNT.

       1410-CASH-FOR-ONE-VALUE.
           IF VAL-ACCOUNT-ID(WS-VALUE-SUB) NOT = WS-RUNNING-ACCOUNT
               MOVE VAL-ACCOUNT-ID(WS-VALUE-SUB) TO WS-RUNNING-ACCOUNT
               MOVE 0 TO WS-RUNNING-CASH
           END-IF
           PERFORM 1420-TAKE-LEDGER-ROW
               UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
               OR LED-KEY(WS-LEDGER-SUB) > VAL-KEY(WS-VALUE-SUB)
           MOVE WS-RUNNING-CASH TO VAL-CASH-BALANCE(WS-VALUE-SUB).

       1420-TAKE-LEDGER-ROW.
           IF LED-ACCOUNT-ID(WS-LEDGER-SUB) = WS-RUNNING-ACCOUNT
               ADD LED-AMOUNT(WS-LEDGER-SUB) TO WS-RUNNING-CASH
           END-IF
           ADD 1 TO WS-LEDGER-SUB.

      ******************************************************************
      * Each account's valuations are one run of the sorted table; an
      * account valued but not on the master still gets measured.
      ******************************************************************
       1500-LOCATE-ACCOUNT-VALUES.
           PERFORM 1510-LOCATE-ONE-VALUE
               VARYING WS-VALUE-SUB FROM 1 BY 1
               UNTIL WS-VALUE-SUB > WS-VALUE-COUNT.

       1510-LOCATE-ONE-VALUE.
           MOVE 0 TO WS-ACCT-MATCH
           PERFORM 1520-MATCH-ONE-ACCOUNT
               VARYING ACTX FROM 1 BY 1
               UNTIL ACTX > WS-ACCOUNT-COUNT OR WS-ACCT-MATCH > 0
           IF WS-ACCT-MATCH = 0 AND WS-ACCOUNT-COUNT < 999
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACCT-MATCH
               MOVE VAL-ACCOUNT-ID(WS-VALUE-SUB) TO
                   ACCT-ENTRY-ID(WS-ACCT-MATCH)
               MOVE '(NOT ON ACCOUNT MASTER)' TO
                   ACCT-ENTRY-NAME(WS-ACCT-MATCH)
               MOVE 0 TO ACCT-ENTRY-VAL-FIRST(WS-ACCT-MATCH)
           END-IF
           IF WS-ACCT-MATCH > 0
               IF ACCT-ENTRY-VAL-FIRST(WS-ACCT-MATCH) = 0
                   MOVE WS-VALUE-SUB TO
                       ACCT-ENTRY-VAL-FIRST(WS-ACCT-MATCH)
               END-IF
               MOVE WS-VALUE-SUB TO ACCT-ENTRY-VAL-LAST(WS-ACCT-MATCH)
           END-IF.

       1520-MATCH-ONE-ACCOUNT.
           IF ACCT-ENTRY-ID(ACTX) = VAL-ACCOUNT-ID(WS-VALUE-SUB)
               SET WS-ACCT-MATCH TO ACTX
           END-IF.

       2000-REPORT-EACH-ACCOUNT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCOUNT PERFORMANCE -- AS OF ' DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'TWR = TIME-WEIGHTED (CHAINED MODIFIED DIETZ)' TO
               WS-REPORT-LINE(1:44)
           MOVE 'MWR = MONEY-WEIGHTED (IRR FOR THE PERIOD)' TO
               WS-REPORT-LINE(48:41)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE '* = FIRST VALUATION FALLS AFTER THE PERIOD START' TO
               WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2100-REPORT-ONE-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT.

       2100-REPORT-ONE-ACCOUNT.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(1:7)
           MOVE ACCT-ENTRY-ID(WS-ACCT-SUB) TO WS-REPORT-LINE(10:8)
           MOVE ACCT-ENTRY-NAME(WS-ACCT-SUB) TO WS-REPORT-LINE(20:25)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2200-BUILD-ACCOUNT-SERIES
           IF WS-POINT-COUNT = 0
               MOVE '  NO VALUATION HISTORY ON ACCTVAL.TXT' TO
                   WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               PERFORM 2400-CLEAR-ACCOUNT-RESULT
                   VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 4
           ELSE
               PERFORM 8100-WRITE-DETAIL-HEADING
               PERFORM 2300-MEASURE-ACCOUNT-PERIOD
                   VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 4
           END-IF.

      ******************************************************************
      * The account's series: each valuation plus cash as a point,
      * each deposit or withdrawal (a deposit is positive on the
      * ledger, a withdrawal negative) as a flow.
      ******************************************************************
       2200-BUILD-ACCOUNT-SERIES.
           MOVE 0 TO WS-POINT-COUNT
           MOVE 0 TO WS-FLOW-COUNT
           IF ACCT-ENTRY-VAL-FIRST(WS-ACCT-SUB) > 0
               PERFORM 2210-ADD-ACCOUNT-POINT
                   VARYING WS-VALUE-SUB
                   FROM ACCT-ENTRY-VAL-FIRST(WS-ACCT-SUB) BY 1
                   UNTIL WS-VALUE-SUB >
                       ACCT-ENTRY-VAL-LAST(WS-ACCT-SUB)
               PERFORM 2220-ADD-ACCOUNT-FLOW
                   VARYING WS-LEDGER-SUB FROM 1 BY 1
                   UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
           END-IF.

       2210-ADD-ACCOUNT-POINT.
           ADD 1 TO WS-POINT-COUNT
           MOVE VAL-DATE(WS-VALUE-SUB) TO PT-DATE(WS-POINT-COUNT)
           MOVE VAL-DATE(WS-VALUE-SUB) TO WS-DATE-NUM
           COMPUTE PT-DAY(WS-POINT-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE PT-VALUE(WS-POINT-COUNT) =
               VAL-MARKET-VALUE(WS-VALUE-SUB) +
               VAL-CASH-BALANCE(WS-VALUE-SUB).

       2220-ADD-ACCOUNT-FLOW.
           IF LED-ACCOUNT-ID(WS-LEDGER-SUB) = ACCT-ENTRY-ID(WS-ACCT-SUB)
               AND LED-FLOW(WS-LEDGER-SUB) = 'Y'
               ADD 1 TO WS-FLOW-COUNT
               MOVE LED-DATE(WS-LEDGER-SUB) TO FL-DATE(WS-FLOW-COUNT)
               MOVE LED-DATE(WS-LEDGER-SUB) TO WS-DATE-NUM
               COMPUTE FL-DAY(WS-FLOW-COUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               MOVE LED-AMOUNT(WS-LEDGER-SUB) TO
                   FL-AMOUNT(WS-FLOW-COUNT)
           END-IF.

       2300-MEASURE-ACCOUNT-PERIOD.
           MOVE PER-START-DATE(WS-PERIOD-SUB) TO WS-PERIOD-START
           PERFORM 5000-MEASURE-PERIOD
           MOVE WS-RESULT-FOUND TO
               ACCT-ENTRY-FOUND(WS-ACCT-SUB, WS-PERIOD-SUB)
           MOVE WS-TWR-PCT TO
               ACCT-ENTRY-TWR(WS-ACCT-SUB, WS-PERIOD-SUB)
           MOVE WS-MWR-PCT TO
               ACCT-ENTRY-MWR(WS-ACCT-SUB, WS-PERIOD-SUB)
           MOVE WS-MWR-OK TO
               ACCT-ENTRY-MWR-OK(WS-ACCT-SUB, WS-PERIOD-SUB)
           PERFORM 8200-WRITE-PERIOD-LINE.

       2400-CLEAR-ACCOUNT-RESULT.
           MOVE 'N' TO ACCT-ENTRY-FOUND(WS-ACCT-SUB, WS-PERIOD-SUB)
           MOVE 0 TO ACCT-ENTRY-TWR(WS-ACCT-SUB, WS-PERIOD-SUB)
           MOVE 0 TO ACCT-ENTRY-MWR(WS-ACCT-SUB, WS-PERIOD-SUB)
           MOVE 'N' TO ACCT-ENTRY-MWR-OK(WS-ACCT-SUB, WS-PERIOD-SUB).

      ******************************************************************
      * The house composite: every account's value summed by date,
      * every account's deposits and withdrawals as the flows.
      ******************************************************************
       3000-MEASURE-HOUSE.
           MOVE 0 TO WS-POINT-COUNT
           MOVE 0 TO WS-FLOW-COUNT
           PERFORM 3100-ADD-HOUSE-VALUE
               VARYING WS-VALUE-SUB FROM 1 BY 1
               UNTIL WS-VALUE-SUB > WS-VALUE-COUNT
           IF WS-POINT-COUNT > 0
               SORT PT-ENTRY ASCENDING KEY PT-DATE
           END-IF
           PERFORM 3200-ADD-HOUSE-FLOW
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
           IF WS-FLOW-COUNT > 0
               SORT FL-ENTRY ASCENDING KEY FL-DATE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'HOUSE COMPOSITE -- ALL ACCOUNTS' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-POINT-COUNT = 0
               MOVE '  NO VALUATION HISTORY ON ACCTVAL.TXT' TO
                   WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 8100-WRITE-DETAIL-HEADING
           END-IF
           PERFORM 3300-MEASURE-HOUSE-PERIOD
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > 4.

       3100-ADD-HOUSE-VALUE.
           MOVE 0 TO WS-POINT-MATCH
           PERFORM 3110-MATCH-HOUSE-DATE
               VARYING PTX FROM 1 BY 1
               UNTIL PTX > WS-POINT-COUNT OR WS-POINT-MATCH > 0
           IF WS-POINT-MATCH = 0
               IF WS-POINT-COUNT < 9999
                   ADD 1 TO WS-POINT-COUNT
                   MOVE WS-POINT-COUNT TO WS-POINT-MATCH
                   MOVE VAL-DATE(WS-VALUE-SUB) TO
                       PT-DATE(WS-POINT-MATCH)
                   MOVE VAL-DATE(WS-VALUE-SUB) TO WS-DATE-NUM
                   COMPUTE PT-DAY(WS-POINT-MATCH) =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   MOVE 0 TO PT-VALUE(WS-POINT-MATCH)
               ELSE
                   MOVE 'Y' TO WS-HOUSE-FULL
               END-IF
           END-IF
           IF WS-POINT-MATCH > 0
               COMPUTE PT-VALUE(WS-POINT-MATCH) =
                   PT-VALUE(WS-POINT-MATCH) +
                   VAL-MARKET-VALUE(WS-VALUE-SUB) +
                   VAL-CASH-BALANCE(WS-VALUE-SUB)
                   ON SIZE ERROR MOVE 'Y' TO WS-HOUSE-FULL
               END-COMPUTE
           END-IF.

       3110-MATCH-HOUSE-DATE.
           IF PT-DATE(PTX) = VAL-DATE(WS-VALUE-SUB)
               SET WS-POINT-MATCH TO PTX
           END-IF.

       3200-ADD-HOUSE-FLOW.
           IF LED-FLOW(WS-LEDGER-SUB) = 'Y'
               ADD 1 TO WS-FLOW-COUNT
               MOVE LED-DATE(WS-LEDGER-SUB) TO FL-DATE(WS-FLOW-COUNT)
               MOVE LED-DATE(WS-LEDGER-SUB) TO WS-DATE-NUM
               COMPUTE FL-DAY(WS-FLOW-COUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               MOVE LED-AMOUNT(WS-LEDGER-SUB) TO
                   FL-AMOUNT(WS-FLOW-COUNT)
           END-IF.

       3300-MEASURE-HOUSE-PERIOD.
           MOVE PER-START-DATE(WS-PERIOD-SUB) TO WS-PERIOD-START
           IF WS-POINT-COUNT = 0
               MOVE 'N' TO WS-RESULT-FOUND
               MOVE 0 TO WS-TWR-PCT
               MOVE 0 TO WS-MWR-PCT
               MOVE 'N' TO WS-MWR-OK
           ELSE
               PERFORM 5000-MEASURE-PERIOD
               PERFORM 8200-WRITE-PERIOD-LINE
           END-IF
           MOVE WS-RESULT-FOUND TO HSE-FOUND(WS-PERIOD-SUB)
           MOVE WS-TWR-PCT TO HSE-TWR(WS-PERIOD-SUB)
           MOVE WS-MWR-PCT TO HSE-MWR(WS-PERIOD-SUB)
           MOVE WS-MWR-OK TO HSE-MWR-OK(WS-PERIOD-SUB).

      ******************************************************************
      * Summary page: one line per account with both measures for
      * all four periods, the house composite last.
      ******************************************************************
       4000-SUMMARY-PAGE.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE(1:112)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PERFORMANCE SUMMARY -- ALL ACCOUNTS -- AS OF '
               DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE '---- TIME-WEIGHTED % ----' TO WS-REPORT-LINE(43:25)
           MOVE '--- MONEY-WEIGHTED % ----' TO WS-REPORT-LINE(80:25)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(1:7)
           MOVE 'NAME' TO WS-REPORT-LINE(11:4)
           MOVE '   MONTH  QUARTER      YTD   INCEPT' TO
               WS-REPORT-LINE(37:36)
           MOVE '   MONTH  QUARTER      YTD   INCEPT' TO
               WS-REPORT-LINE(74:36)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4100-SUMMARY-ONE-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT
           MOVE ALL '-' TO WS-REPORT-LINE(1:112)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'HOUSE' TO WS-REPORT-LINE(1:8)
           MOVE 'ALL ACCOUNTS COMBINED' TO WS-REPORT-LINE(11:25)
           PERFORM 4200-SUMMARY-HOUSE-PERIOD
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > 4
           PERFORM 8000-WRITE-REPORT-LINE.

       4100-SUMMARY-ONE-ACCOUNT.
           MOVE ACCT-ENTRY-ID(WS-ACCT-SUB) TO WS-REPORT-LINE(1:8)
           MOVE ACCT-ENTRY-NAME(WS-ACCT-SUB) TO WS-REPORT-LINE(11:25)
           PERFORM 4110-SUMMARY-ACCOUNT-PERIOD
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > 4
           PERFORM 8000-WRITE-REPORT-LINE.

       4110-SUMMARY-ACCOUNT-PERIOD.
           MOVE ACCT-ENTRY-FOUND(WS-ACCT-SUB, WS-PERIOD-SUB) TO
               WS-RESULT-FOUND
           MOVE ACCT-ENTRY-TWR(WS-ACCT-SUB, WS-PERIOD-SUB) TO
               WS-TWR-PCT
           MOVE ACCT-ENTRY-MWR(WS-ACCT-SUB, WS-PERIOD-SUB) TO
               WS-MWR-PCT
           MOVE ACCT-ENTRY-MWR-OK(WS-ACCT-SUB, WS-PERIOD-SUB) TO
               WS-MWR-OK
           PERFORM 4300-PLACE-SUMMARY-FIGURES.

       4200-SUMMARY-HOUSE-PERIOD.
           MOVE HSE-FOUND(WS-PERIOD-SUB) TO WS-RESULT-FOUND
           MOVE HSE-TWR(WS-PERIOD-SUB) TO WS-TWR-PCT
           MOVE HSE-MWR(WS-PERIOD-SUB) TO WS-MWR-PCT
           MOVE HSE-MWR-OK(WS-PERIOD-SUB) TO WS-MWR-OK
           PERFORM 4300-PLACE-SUMMARY-FIGURES.

       4300-PLACE-SUMMARY-FIGURES.
           COMPUTE WS-COLUMN = 37 + (WS-PERIOD-SUB - 1) * 9
           IF WS-RESULT-FOUND = 'Y'
               MOVE WS-TWR-PCT TO WS-PCT-FMT
               MOVE WS-PCT-FMT TO WS-REPORT-LINE(WS-COLUMN:9)
           ELSE
               MOVE '      N/A' TO WS-REPORT-LINE(WS-COLUMN:9)
           END-IF
           COMPUTE WS-COLUMN = 74 + (WS-PERIOD-SUB - 1) * 9
           IF WS-RESULT-FOUND = 'Y' AND WS-MWR-OK = 'Y'
               MOVE WS-MWR-PCT TO WS-PCT-FMT
               MOVE WS-PCT-FMT TO WS-REPORT-LINE(WS-COLUMN:9)
           ELSE
               MOVE '      N/A' TO WS-REPORT-LINE(WS-COLUMN:9)
           END-IF.

      ******************************************************************
      * Measure the series in the point and flow tables from the
      * period start to the as-of date. The opening value is the last
      * valuation before the period starts; with none, the first one
      * inside the period (the result is then marked partial).
      ******************************************************************
       5000-MEASURE-PERIOD.
           MOVE 'N' TO WS-RESULT-FOUND
           MOVE 'N' TO WS-RESULT-PARTIAL
           MOVE 'N' TO WS-MWR-OK
           MOVE 0 TO WS-TWR-PCT
           MOVE 0 TO WS-MWR-PCT
           MOVE 0 TO WS-NET-FLOWS
           MOVE 0 TO WS-OPEN-VALUE
           MOVE 0 TO WS-CLOSE-VALUE
           MOVE 0 TO WS-OPEN-SUB
           MOVE 0 TO WS-CLOSE-SUB
           MOVE 0 TO WS-FIRST-IN-SUB
           PERFORM 5010-FIND-END-POINTS
               VARYING PTX FROM 1 BY 1
               UNTIL PTX > WS-POINT-COUNT
           IF WS-OPEN-SUB = 0
               MOVE WS-FIRST-IN-SUB TO WS-OPEN-SUB
               IF WS-FIRST-IN-SUB > 0
                   AND PT-DATE(WS-FIRST-IN-SUB) > WS-PERIOD-START
                   AND WS-PERIOD-START NOT = '00000000'
                   MOVE 'Y' TO WS-RESULT-PARTIAL
               END-IF
           END-IF
           IF WS-OPEN-SUB > 0 AND WS-CLOSE-SUB > WS-OPEN-SUB
               MOVE 'Y' TO WS-RESULT-FOUND
               MOVE PT-VALUE(WS-OPEN-SUB) TO WS-OPEN-VALUE
               MOVE PT-VALUE(WS-CLOSE-SUB) TO WS-CLOSE-VALUE
               PERFORM 5100-TIME-WEIGHTED-RETURN
               PERFORM 5200-MONEY-WEIGHTED-RETURN
           END-IF.

       5010-FIND-END-POINTS.
           IF PT-DATE(PTX) < WS-PERIOD-START
               SET WS-OPEN-SUB TO PTX
           END-IF
           IF PT-DATE(PTX) NOT > WS-AS-OF-DATE
               SET WS-CLOSE-SUB TO PTX
               IF PT-DATE(PTX) >= WS-PERIOD-START
                   AND WS-FIRST-IN-SUB = 0
                   SET WS-FIRST-IN-SUB TO PTX
               END-IF
           END-IF.

      ******************************************************************
      * Each stretch between two valuations earns
      *   (end value - begin value - flows) /
      *   (begin value + each flow weighted by the share of the
      *    stretch it was invested for)
      * and the stretches are linked by multiplying (1 + return).
      ******************************************************************
       5100-TIME-WEIGHTED-RETURN.
           MOVE 1 TO WS-GROWTH
           MOVE 1 TO WS-FLOW-SUB
           PERFORM 5110-SKIP-EARLY-FLOW
               UNTIL WS-FLOW-SUB > WS-FLOW-COUNT
               OR FL-DATE(WS-FLOW-SUB) > PT-DATE(WS-OPEN-SUB)
           MOVE WS-FLOW-SUB TO WS-FLOW-FIRST
           COMPUTE WS-START-SUB = WS-OPEN-SUB + 1
           PERFORM 5120-CHAIN-ONE-STRETCH
               VARYING WS-PT-SUB FROM WS-START-SUB BY 1
               UNTIL WS-PT-SUB > WS-CLOSE-SUB
           COMPUTE WS-TWR-PCT ROUNDED = (WS-GROWTH - 1) * 100
               ON SIZE ERROR MOVE 0 TO WS-TWR-PCT
           END-COMPUTE.

       5110-SKIP-EARLY-FLOW.
           ADD 1 TO WS-FLOW-SUB.

       5120-CHAIN-ONE-STRETCH.
           COMPUTE WS-PREV-SUB = WS-PT-SUB - 1
           COMPUTE WS-SUB-DAYS = PT-DAY(WS-PT-SUB) - PT-DAY(WS-PREV-SUB)
           MOVE 0 TO WS-SUB-FLOWS
           MOVE 0 TO WS-SUB-WEIGHTED
           PERFORM 5130-TAKE-STRETCH-FLOW
               UNTIL WS-FLOW-SUB > WS-FLOW-COUNT
               OR FL-DATE(WS-FLOW-SUB) > PT-DATE(WS-PT-SUB)
           ADD WS-SUB-FLOWS TO WS-NET-FLOWS
           COMPUTE WS-SUB-DENOMINATOR =
               PT-VALUE(WS-PREV-SUB) + WS-SUB-WEIGHTED
           IF WS-SUB-DENOMINATOR > 0
               COMPUTE WS-SUB-RETURN ROUNDED =
                   (PT-VALUE(WS-PT-SUB) - PT-VALUE(WS-PREV-SUB)
                    - WS-SUB-FLOWS) / WS-SUB-DENOMINATOR
                   ON SIZE ERROR MOVE 0 TO WS-SUB-RETURN
               END-COMPUTE
               COMPUTE WS-GROWTH ROUNDED =
                   WS-GROWTH * (1 + WS-SUB-RETURN)
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           END-IF.

       5130-TAKE-STRETCH-FLOW.
           ADD FL-AMOUNT(WS-FLOW-SUB) TO WS-SUB-FLOWS
           IF WS-SUB-DAYS > 0
               COMPUTE WS-FLOW-WEIGHT ROUNDED =
                   (PT-DAY(WS-PT-SUB) - FL-DAY(WS-FLOW-SUB))
                   / WS-SUB-DAYS
           ELSE
               MOVE 0 TO WS-FLOW-WEIGHT
           END-IF
           COMPUTE WS-SUB-WEIGHTED ROUNDED = WS-SUB-WEIGHTED +
               FL-AMOUNT(WS-FLOW-SUB) * WS-FLOW-WEIGHT
           ADD 1 TO WS-FLOW-SUB.

      ******************************************************************
      * The money-weighted return R solves
      *   opening x (1+R) + sum of flow x (1+R) ** weight = closing
      * where a flow's weight is the share of the period left after
      * it arrived. R is bracketed between -99% and +900% and the
      * bracket halved sixty times; with no sign change inside the
      * bracket there is no answer and N/A is shown.
      ******************************************************************
       5200-MONEY-WEIGHTED-RETURN.
           COMPUTE WS-TOTAL-DAYS =
               PT-DAY(WS-CLOSE-SUB) - PT-DAY(WS-OPEN-SUB)
           MOVE -0.99 TO WS-RATE-LOW
           MOVE 9 TO WS-RATE-HIGH
           MOVE WS-RATE-LOW TO WS-RATE-TRY
           PERFORM 5210-TRY-ONE-RATE
           MOVE WS-RATE-DIFF TO WS-DIFF-LOW
           MOVE WS-RATE-HIGH TO WS-RATE-TRY
           PERFORM 5210-TRY-ONE-RATE
           MOVE WS-RATE-DIFF TO WS-DIFF-HIGH
           IF (WS-DIFF-LOW NOT > 0 AND WS-DIFF-HIGH NOT < 0)
               OR (WS-DIFF-LOW NOT < 0 AND WS-DIFF-HIGH NOT > 0)
               MOVE 'Y' TO WS-MWR-OK
               PERFORM 5230-HALVE-BRACKET
                   VARYING WS-HALVING-COUNT FROM 1 BY 1
                   UNTIL WS-HALVING-COUNT > 60
               COMPUTE WS-MWR-PCT ROUNDED =
                   (WS-RATE-LOW + WS-RATE-HIGH) / 2 * 100
                   ON SIZE ERROR MOVE 'N' TO WS-MWR-OK
               END-COMPUTE
           END-IF.

       5210-TRY-ONE-RATE.
           COMPUTE WS-RATE-DIFF ROUNDED =
               WS-OPEN-VALUE * (1 + WS-RATE-TRY) - WS-CLOSE-VALUE
               ON SIZE ERROR MOVE 0 TO WS-RATE-DIFF
           END-COMPUTE
           PERFORM 5220-GROW-ONE-FLOW
               VARYING WS-FLOW-SUB FROM WS-FLOW-FIRST BY 1
               UNTIL WS-FLOW-SUB > WS-FLOW-COUNT
               OR FL-DATE(WS-FLOW-SUB) > PT-DATE(WS-CLOSE-SUB).

       5220-GROW-ONE-FLOW.
           IF WS-TOTAL-DAYS > 0
               COMPUTE WS-FLOW-WEIGHT ROUNDED =
                   (PT-DAY(WS-CLOSE-SUB) - FL-DAY(WS-FLOW-SUB))
                   / WS-TOTAL-DAYS
           ELSE
               MOVE 0 TO WS-FLOW-WEIGHT
           END-IF
           COMPUTE WS-FLOW-GROWTH ROUNDED =
               (1 + WS-RATE-TRY) ** WS-FLOW-WEIGHT
               ON SIZE ERROR MOVE 1 TO WS-FLOW-GROWTH
           END-COMPUTE
           COMPUTE WS-RATE-DIFF ROUNDED = WS-RATE-DIFF +
               FL-AMOUNT(WS-FLOW-SUB) * WS-FLOW-GROWTH
               ON SIZE ERROR CONTINUE
           END-COMPUTE.

       5230-HALVE-BRACKET.
           COMPUTE WS-RATE-TRY ROUNDED =
               (WS-RATE-LOW + WS-RATE-HIGH) / 2
           PERFORM 5210-TRY-ONE-RATE
           IF (WS-RATE-DIFF < 0 AND WS-DIFF-LOW < 0)
               OR (WS-RATE-DIFF > 0 AND WS-DIFF-LOW > 0)
               MOVE WS-RATE-TRY TO WS-RATE-LOW
               MOVE WS-RATE-DIFF TO WS-DIFF-LOW
           ELSE
               MOVE WS-RATE-TRY TO WS-RATE-HIGH
           END-IF.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       8100-WRITE-DETAIL-HEADING.
           MOVE 'PERIOD' TO WS-REPORT-LINE(3:6)
           MOVE 'FROM' TO WS-REPORT-LINE(14:4)
           MOVE 'TO' TO WS-REPORT-LINE(23:2)
           MOVE 'OPENING VALUE' TO WS-REPORT-LINE(41:13)
           MOVE 'NET DEPOSITS' TO WS-REPORT-LINE(66:12)
           MOVE 'CLOSING VALUE' TO WS-REPORT-LINE(88:13)
           MOVE 'TWR %' TO WS-REPORT-LINE(106:5)
           MOVE 'MWR %' TO WS-REPORT-LINE(116:5)
           PERFORM 8000-WRITE-REPORT-LINE.

       8200-WRITE-PERIOD-LINE.
           MOVE PER-LABEL(WS-PERIOD-SUB) TO WS-REPORT-LINE(3:8)
           IF WS-RESULT-FOUND NOT = 'Y'
               MOVE 'NO VALUATION IN PERIOD' TO WS-REPORT-LINE(14:22)
           ELSE
               MOVE PT-DATE(WS-OPEN-SUB) TO WS-REPORT-LINE(14:8)
               MOVE PT-DATE(WS-CLOSE-SUB) TO WS-REPORT-LINE(23:8)
               MOVE WS-OPEN-VALUE TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(32:22)
               MOVE WS-NET-FLOWS TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(56:22)
               MOVE WS-CLOSE-VALUE TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(79:22)
               MOVE WS-TWR-PCT TO WS-PCT-FMT
               MOVE WS-PCT-FMT TO WS-REPORT-LINE(102:9)
               IF WS-MWR-OK = 'Y'
                   MOVE WS-MWR-PCT TO WS-PCT-FMT
                   MOVE WS-PCT-FMT TO WS-REPORT-LINE(112:9)
               ELSE
                   MOVE '      N/A' TO WS-REPORT-LINE(112:9)
               END-IF
               IF WS-RESULT-PARTIAL = 'Y'
                   MOVE '*' TO WS-REPORT-LINE(122:1)
               END-IF
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.
       END PROGRAM PERF-REPORT.
