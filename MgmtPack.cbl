      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Month-end management information pack. For a keyed
      *          month, the one document the partners read in place
      *          of the six reports it used to be assembled from:
      *          assets under management by account type and
      *          currency (each account's last ACCTVAL.txt value in
      *          the month, the rule FEE-BILLING bills on), net new
      *          money from the deposits and withdrawals on
      *          CASHLEDGER.txt, the fee revenue FEE-BILLING posted
      *          there, realized gains from REALIZED.txt, dividend
      *          income received, trade counts and turnover from
      *          TRADELOG.txt (cancelled trades left out), accounts
      *          opened and closed from the ACCTEVT.txt account event
      *          history, and the ticket desk's net take on
      *          TICKETSALES.txt and its catalogued archives. Every
      *          figure is shown beside the
      *          prior month and the same month last year with the
      *          percent change against each, on MGMTPACK.txt.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT Gift voucher sale and redemption rows are
      *                 left out of the ticket desk figures; they are
      *                 a liability, not ticket revenue.
      *   2026-10-15 LT The ticket desk's take also counts the
      *                 TICKETSALES archives catalogued in ARCHCAT.txt,
      *                 as DESK-PLAN reads them, so prior months and
      *                 last year are not lost to an archive run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGMT-PACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT ACCOUNT-VALUE-FILE ASSIGN TO "../ACCTVAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTVAL-STATUS.
           SELECT CASH-LEDGER-FILE ASSIGN TO "../CASHLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REALIZED-FILE ASSIGN TO "../REALIZED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REALIZED-STATUS.
           SELECT TRADE-LOG-FILE ASSIGN TO "../TRADELOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADE-STATUS.
           SELECT ACCOUNT-EVENT-FILE ASSIGN TO "../ACCTEVT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT TICKET-SALES-FILE ASSIGN TO WS-TICKET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "../ARCHCAT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT PACK-REPORT-FILE ASSIGN TO "../MGMTPACK.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD ACCOUNT-VALUE-FILE.
           COPY AVALREC.

       FD CASH-LEDGER-FILE.
           COPY CSHREC.

       FD REALIZED-FILE.
           COPY RELREC.

       FD TRADE-LOG-FILE.
           COPY TRDREC.

       FD ACCOUNT-EVENT-FILE.
           COPY AEVTREC.

       FD TICKET-SALES-FILE.
           COPY TICKSALE.

       FD ARCHIVE-CATALOG-FILE.
       01 ARCHIVE-CATALOG-RECORD  PIC X(40).

       FD PACK-REPORT-FILE.
       01 PACK-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS       PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-ACCTVAL-STATUS       PIC X(2) VALUE '00'.
           88 ACCTVAL-FILE-OK          VALUE '00'.
       01 WS-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88 LEDGER-FILE-OK           VALUE '00'.
       01 WS-REALIZED-STATUS      PIC X(2) VALUE '00'.
           88 REALIZED-FILE-OK         VALUE '00'.
       01 WS-TRADE-STATUS         PIC X(2) VALUE '00'.
           88 TRADE-FILE-OK            VALUE '00'.
       01 WS-EVENT-STATUS         PIC X(2) VALUE '00'.
           88 EVENT-FILE-OK            VALUE '00'.
       01 WS-TICKET-STATUS        PIC X(2) VALUE '00'.
           88 TICKET-FILE-OK           VALUE '00'.
       01 WS-CATALOG-STATUS       PIC X(2) VALUE '00'.
           88 CATALOG-FILE-OK          VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.
       01 WS-END-OF-CATALOG       PIC X VALUE 'N'.
           88 NO-MORE-CATALOG          VALUE 'Y'.
       01 WS-TICKET-FILENAME      PIC X(40).

       01 WS-OPENED-COUNT         PIC 9(3) VALUE 0.
       01 WS-OPENED-TABLE.
           05 OPENED-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-OPENED-COUNT
               INDEXED BY OPNX.
               10 OPENED-NAME         PIC X(40).
       01 WS-OPENED-MATCH         PIC 9(3) VALUE 0.
       01 WS-OPENED-SCAN          PIC 9(3) VALUE 0.

       01 WS-TODAY                PIC X(8).
       01 WS-MONTH-INPUT          PIC X(6).
       01 WS-PACK-MONTH.
           05 WS-PACK-YEAR            PIC 9(4).
           05 WS-PACK-MM              PIC 9(2).
       01 WS-MONTH-VALID          PIC X VALUE 'Y'.
       01 WS-WORK-MONTH.
           05 WS-WORK-YEAR            PIC 9(4).
           05 WS-WORK-MM              PIC 9(2).

      * The three months compared: 1 the pack month, 2 the month
      * before it, 3 the same month a year earlier.
       01 WS-PERIOD-TABLE.
           05 PER-ENTRY OCCURS 3 TIMES
               INDEXED BY PERX.
               10 PER-MONTH           PIC X(6).
               10 PER-DEPOSITS        PIC S9(13)V99.
               10 PER-WITHDRAWALS     PIC S9(13)V99.
               10 PER-FEES            PIC S9(13)V99.
               10 PER-REALIZED        PIC S9(13)V99.
               10 PER-DIVIDENDS       PIC S9(13)V99.
               10 PER-WITHHELD        PIC S9(13)V99.
               10 PER-BUYS            PIC 9(7).
               10 PER-SELLS           PIC 9(7).
               10 PER-TURNOVER        PIC S9(13)V99.
               10 PER-OPENED          PIC 9(5).
               10 PER-CLOSED          PIC 9(5).
               10 PER-TICKETS         PIC S9(13)V99.
       01 WS-ROW-MONTH            PIC X(6).
       01 WS-ROW-PERIOD           PIC 9 VALUE 0.
       01 WS-TRADE-VALUE          PIC S9(13)V99 VALUE 0.

      * Each account's month-end value in each of the three months:
      * the last ACCTVAL.txt row dated in the month wins.
       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACTX.
               10 ACT-ID              PIC X(8).
               10 ACT-TYPE            PIC X(8).
               10 ACT-CURRENCY        PIC X(3).
               10 ACT-MONTH-END OCCURS 3 TIMES.
                   15 ACT-MV-DATE     PIC X(8).
                   15 ACT-MV          PIC 9(15)V99.
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.
       01 WS-LOOKUP-ID            PIC X(8).

       01 WS-AUM-COUNT            PIC 9(2) VALUE 0.
       01 WS-AUM-TABLE.
           05 AUM-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-AUM-COUNT
               INDEXED BY AUMX.
               10 AUM-TYPE            PIC X(8).
               10 AUM-CURRENCY        PIC X(3).
               10 AUM-VALUE           PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-AUM-MATCH            PIC 9(2) VALUE 0.
       01 WS-CCY-COUNT            PIC 9(2) VALUE 0.
       01 WS-CCY-TABLE.
           05 CCY-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-CCY-COUNT
               INDEXED BY CCYX.
               10 CCY-CODE            PIC X(3).
               10 CCY-VALUE           PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-CCY-MATCH            PIC 9(2) VALUE 0.

      * One figure line: a label and the figure for each month.
       01 WS-LINE-LABEL           PIC X(30).
       01 WS-LINE-KIND            PIC X VALUE 'A'.
           88 LINE-IS-AMOUNT           VALUE 'A'.
           88 LINE-IS-COUNT            VALUE 'C'.
       01 WS-LINE-FIGURES.
           05 WS-LINE-VALUE           PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-LINE-SUB             PIC 9 VALUE 0.
       01 WS-PCT-BASE             PIC S9(13)V99 VALUE 0.
       01 WS-PCT-CHANGE           PIC S9(5)V9 VALUE 0.
       01 WS-PCT-TEXT             PIC X(8).

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'MGMT-PACK'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-AMOUNT-FMT           PIC $$$,$$$,$$$,$$9.99-.
       01 WS-COUNT-FMT            PIC ZZ,ZZZ,ZZ9.
       01 WS-PCT-FMT              PIC ----9.9.
       01 WS-REPORT-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-GET-PACK-MONTH
           IF WS-MONTH-VALID NOT = 'Y'
               GOBACK
           END-IF
           PERFORM 0200-SET-PERIODS
           PERFORM 1000-LOAD-ACCOUNTS
           PERFORM 1100-LOAD-MONTH-END-VALUES
           PERFORM 1200-SUM-CASH-LEDGER
           PERFORM 1300-SUM-REALIZED
           PERFORM 1400-SUM-TRADES
           PERFORM 1500-COUNT-ACCOUNT-EVENTS
           PERFORM 1600-SUM-TICKET-TAKE
           PERFORM 2000-BUILD-AUM-GROUPS
               VARYING ACTX FROM 1 BY 1
               UNTIL ACTX > WS-ACCOUNT-COUNT
           PERFORM 4000-WRITE-PACK
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'MANAGEMENT PACK ' DELIMITED BY SIZE
               WS-PACK-MONTH DELIMITED BY SIZE
               ' WRITTEN TO MGMTPACK.txt' DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL
           GOBACK.

      ******************************************************************
      * Blank takes last month, the usual month-end run.
      ******************************************************************
       0100-GET-PACK-MONTH.
           DISPLAY 'Month for the pack (YYYYMM, blank = last month):'
           ACCEPT WS-MONTH-INPUT
           IF WS-MONTH-INPUT = SPACES
               MOVE WS-TODAY(1:6) TO WS-PACK-MONTH
               IF WS-PACK-MM = 1
                   MOVE 12 TO WS-PACK-MM
                   SUBTRACT 1 FROM WS-PACK-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PACK-MM
               END-IF
           ELSE
               MOVE WS-MONTH-INPUT TO WS-PACK-MONTH
           END-IF
           IF WS-PACK-MONTH NOT NUMERIC
               OR WS-PACK-MM < 1 OR WS-PACK-MM > 12
               DISPLAY 'Month must be YYYYMM.'
               MOVE 'N' TO WS-MONTH-VALID
           END-IF.

       0200-SET-PERIODS.
           INITIALIZE WS-PERIOD-TABLE
           MOVE WS-PACK-MONTH TO PER-MONTH(1)
           MOVE WS-PACK-MONTH TO WS-WORK-MONTH
           IF WS-WORK-MM = 1
               MOVE 12 TO WS-WORK-MM
               SUBTRACT 1 FROM WS-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF
           MOVE WS-WORK-MONTH TO PER-MONTH(2)
           MOVE WS-PACK-MONTH TO WS-WORK-MONTH
           SUBTRACT 1 FROM WS-WORK-YEAR
           MOVE WS-WORK-MONTH TO PER-MONTH(3).

       1000-LOAD-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1010-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-ACCOUNT-COUNT < 999
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET ACTX TO WS-ACCOUNT-COUNT
                   INITIALIZE ACT-ENTRY(ACTX)
                   MOVE ACCT-ID TO ACT-ID(ACTX)
                   MOVE ACCT-TYPE TO ACT-TYPE(ACTX)
                   MOVE ACCT-CURRENCY TO ACT-CURRENCY(ACTX)
                   IF ACCT-CURRENCY = SPACES
                       MOVE 'USD' TO ACT-CURRENCY(ACTX)
                   END-IF
               END-IF
               PERFORM 1010-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       1010-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * A valued account missing from ACCOUNTS.txt still counts: the
      * blank id is the house account, anything else shows as
      * UNKNOWN so the gap is seen rather than the assets dropped.
      ******************************************************************
       1100-LOAD-MONTH-END-VALUES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-VALUE-FILE
           IF NOT ACCTVAL-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1110-READ-VALUE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE AV-RUN-DATE(1:6) TO WS-ROW-MONTH
               PERFORM 7000-FIND-PERIOD
               IF WS-ROW-PERIOD > 0
                   MOVE AV-ACCOUNT-ID TO WS-LOOKUP-ID
                   PERFORM 7100-FIND-ACCOUNT
                   IF WS-ACCOUNT-MATCH > 0
                       SET ACTX TO WS-ACCOUNT-MATCH
                       IF AV-RUN-DATE >=
                           ACT-MV-DATE(ACTX, WS-ROW-PERIOD)
                           MOVE AV-RUN-DATE TO
                               ACT-MV-DATE(ACTX, WS-ROW-PERIOD)
                           MOVE AV-MARKET-VALUE TO
                               ACT-MV(ACTX, WS-ROW-PERIOD)
                       END-IF
                   END-IF
               END-IF
               PERFORM 1110-READ-VALUE-ROW
           END-PERFORM
           IF ACCTVAL-FILE-OK OR WS-ACCTVAL-STATUS = '10'
               CLOSE ACCOUNT-VALUE-FILE
           END-IF.

       1110-READ-VALUE-ROW.
           READ ACCOUNT-VALUE-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * Net new money is the keyed deposits and withdrawals. The fee
      * revenue is the type-F debits FEE-BILLING posts, turned
      * positive; dividends are the gross type-V receipts with the
      * foreign tax withheld at source beside them.
      ******************************************************************
       1200-SUM-CASH-LEDGER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CASH-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1210-READ-LEDGER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE CSH-DATE(1:6) TO WS-ROW-MONTH
               PERFORM 7000-FIND-PERIOD
               IF WS-ROW-PERIOD > 0
                   SET PERX TO WS-ROW-PERIOD
                   EVALUATE TRUE
                       WHEN CSH-DEPOSIT
                           ADD CSH-AMOUNT TO PER-DEPOSITS(PERX)
                       WHEN CSH-WITHDRAWAL
                           ADD CSH-AMOUNT TO PER-WITHDRAWALS(PERX)
                       WHEN CSH-FEE
                           SUBTRACT CSH-AMOUNT FROM PER-FEES(PERX)
                       WHEN CSH-DIVIDEND
                           ADD CSH-AMOUNT TO PER-DIVIDENDS(PERX)
                       WHEN CSH-TAX-WITHHELD
                           ADD CSH-AMOUNT TO PER-WITHHELD(PERX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM 1210-READ-LEDGER-ROW
           END-PERFORM
           IF LEDGER-FILE-OK OR WS-LEDGER-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF.

       1210-READ-LEDGER-ROW.
           READ CASH-LEDGER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1300-SUM-REALIZED.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REALIZED-FILE
           IF NOT REALIZED-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1310-READ-REALIZED-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE RL-TRADE-DATE(1:6) TO WS-ROW-MONTH
               PERFORM 7000-FIND-PERIOD
               IF WS-ROW-PERIOD > 0
                   SET PERX TO WS-ROW-PERIOD
                   ADD RL-GAIN-LOSS TO PER-REALIZED(PERX)
               END-IF
               PERFORM 1310-READ-REALIZED-ROW
           END-PERFORM
           IF REALIZED-FILE-OK OR WS-REALIZED-STATUS = '10'
               CLOSE REALIZED-FILE
           END-IF.

       1310-READ-REALIZED-ROW.
           READ REALIZED-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * A cancelled trade stays on the journal as the audit trail but
      * never happened, so only posted rows count. Turnover is shares
      * times price, buys and sells alike.
      ******************************************************************
       1400-SUM-TRADES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TRADE-LOG-FILE
           IF NOT TRADE-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1410-READ-TRADE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE TRD-TRADE-DATE(1:6) TO WS-ROW-MONTH
               PERFORM 7000-FIND-PERIOD
               IF WS-ROW-PERIOD > 0 AND TRD-POSTED
                   SET PERX TO WS-ROW-PERIOD
                   IF TRD-BUY
                       ADD 1 TO PER-BUYS(PERX)
                   ELSE
                       ADD 1 TO PER-SELLS(PERX)
                   END-IF
                   COMPUTE WS-TRADE-VALUE ROUNDED =
                       TRD-SHARES * TRD-PRICE
                       ON SIZE ERROR MOVE 0 TO WS-TRADE-VALUE
                   END-COMPUTE
                   ADD WS-TRADE-VALUE TO PER-TURNOVER(PERX)
               END-IF
               PERFORM 1410-READ-TRADE-ROW
           END-PERFORM
           IF TRADE-FILE-OK OR WS-TRADE-STATUS = '10'
               CLOSE TRADE-LOG-FILE
           END-IF.

       1410-READ-TRADE-ROW.
           READ TRADE-LOG-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * A reopened account comes back on the books, so it counts as
      * an opening in the month it was reopened.
      ******************************************************************
       1500-COUNT-ACCOUNT-EVENTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-EVENT-FILE
           IF NOT EVENT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1510-READ-EVENT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE AE-EVENT-DATE(1:6) TO WS-ROW-MONTH
               PERFORM 7000-FIND-PERIOD
               IF WS-ROW-PERIOD > 0
                   SET PERX TO WS-ROW-PERIOD
                   EVALUATE TRUE
                       WHEN AE-OPENED
                       WHEN AE-REOPENED
                           ADD 1 TO PER-OPENED(PERX)
                       WHEN AE-CLOSED
                           ADD 1 TO PER-CLOSED(PERX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM 1510-READ-EVENT-ROW
           END-PERFORM
           IF EVENT-FILE-OK OR WS-EVENT-STATUS = '10'
               CLOSE ACCOUNT-EVENT-FILE
           END-IF.

       1510-READ-EVENT-ROW.
           READ ACCOUNT-EVENT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * The desk's net take, counted the way GL-TIEOUT counts it: a
      * void refunds its price, every other row takes it in, and
      * gift voucher rows are passed over as liability movements.
      * The live file first, then every catalogued archive of it.
      ******************************************************************
       1600-SUM-TICKET-TAKE.
           MOVE 'TICKETSALES.txt' TO WS-TICKET-FILENAME
           PERFORM 1605-SUM-ONE-TICKET-FILE
           PERFORM 1650-WALK-THE-ARCHIVES.

       1605-SUM-ONE-TICKET-FILE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TICKET-SALES-FILE
           IF NOT TICKET-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1610-READ-TICKET-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF TS-DATE NUMERIC AND TS-PRICE NUMERIC
                   AND NOT TS-VOUCHER-ROW
                   MOVE TS-DATE(1:6) TO WS-ROW-MONTH
                   PERFORM 7000-FIND-PERIOD
                   IF WS-ROW-PERIOD > 0
                       SET PERX TO WS-ROW-PERIOD
                       IF TS-VOID
                           SUBTRACT TS-PRICE FROM PER-TICKETS(PERX)
                       ELSE
                           ADD TS-PRICE TO PER-TICKETS(PERX)
                       END-IF
                   END-IF
               END-IF
               PERFORM 1610-READ-TICKET-ROW
           END-PERFORM
           IF TICKET-FILE-OK OR WS-TICKET-STATUS = '10'
               CLOSE TICKET-SALES-FILE
           END-IF.

       1610-READ-TICKET-ROW.
           READ TICKET-SALES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * One catalogued archive per pass, skipping names already
      * opened (a rerun catalogues the same day twice) and anything
      * that is not a TICKETSALES archive.
      ******************************************************************
       1650-WALK-THE-ARCHIVES.
           MOVE 'N' TO WS-END-OF-CATALOG
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF NOT CATALOG-FILE-OK
               MOVE 'Y' TO WS-END-OF-CATALOG
           ELSE
               PERFORM 1660-READ-CATALOG-ROW
           END-IF
           PERFORM UNTIL NO-MORE-CATALOG
               IF ARCHIVE-CATALOG-RECORD(1:16) =
                   'TICKETSALES.txt-'
                   PERFORM 1670-TRY-ONE-ARCHIVE
               END-IF
               PERFORM 1660-READ-CATALOG-ROW
           END-PERFORM
           IF CATALOG-FILE-OK OR WS-CATALOG-STATUS = '10'
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       1660-READ-CATALOG-ROW.
           READ ARCHIVE-CATALOG-FILE
               AT END MOVE 'Y' TO WS-END-OF-CATALOG.

       1670-TRY-ONE-ARCHIVE.
           MOVE 0 TO WS-OPENED-MATCH
           PERFORM 1680-MATCH-ONE-OPENED
               VARYING WS-OPENED-SCAN FROM 1 BY 1
               UNTIL WS-OPENED-SCAN > WS-OPENED-COUNT
                   OR WS-OPENED-MATCH > 0
           IF WS-OPENED-MATCH = 0 AND WS-OPENED-COUNT < 999
               ADD 1 TO WS-OPENED-COUNT
               SET OPNX TO WS-OPENED-COUNT
               MOVE ARCHIVE-CATALOG-RECORD TO OPENED-NAME(OPNX)
               MOVE ARCHIVE-CATALOG-RECORD TO WS-TICKET-FILENAME
               PERFORM 1605-SUM-ONE-TICKET-FILE
           END-IF.

       1680-MATCH-ONE-OPENED.
           IF OPENED-NAME(WS-OPENED-SCAN) = ARCHIVE-CATALOG-RECORD
               MOVE WS-OPENED-SCAN TO WS-OPENED-MATCH
           END-IF.

      ******************************************************************
      * Adds the account at ACTX into its type and currency group and
      * into its currency's total for each month it was valued in.
      ******************************************************************
       2000-BUILD-AUM-GROUPS.
           PERFORM 2010-ADD-ONE-MONTH-END
               VARYING PERX FROM 1 BY 1
               UNTIL PERX > 3.

       2010-ADD-ONE-MONTH-END.
           IF ACT-MV-DATE(ACTX, PERX) NOT = SPACES
               PERFORM 7200-FIND-AUM-GROUP
               IF WS-AUM-MATCH > 0
                   ADD ACT-MV(ACTX, PERX) TO
                       AUM-VALUE(WS-AUM-MATCH, PERX)
               END-IF
               PERFORM 7300-FIND-CURRENCY
               IF WS-CCY-MATCH > 0
                   ADD ACT-MV(ACTX, PERX) TO
                       CCY-VALUE(WS-CCY-MATCH, PERX)
               END-IF
           END-IF.

       4000-WRITE-PACK.
           OPEN OUTPUT PACK-REPORT-FILE
           STRING 'MANAGEMENT INFORMATION PACK -- MONTH '
               DELIMITED BY SIZE
               WS-PACK-MONTH DELIMITED BY SIZE
               '   RUN ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'FIGURE' TO WS-REPORT-LINE(1:6)
           MOVE 'THIS MONTH' TO WS-REPORT-LINE(40:10)
           MOVE 'PRIOR MONTH' TO WS-REPORT-LINE(60:11)
           MOVE 'CHANGE' TO WS-REPORT-LINE(75:6)
           MOVE 'LAST YEAR' TO WS-REPORT-LINE(92:9)
           MOVE 'CHANGE' TO WS-REPORT-LINE(105:6)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE PER-MONTH(1) TO WS-REPORT-LINE(44:6)
           MOVE PER-MONTH(2) TO WS-REPORT-LINE(65:6)
           MOVE PER-MONTH(3) TO WS-REPORT-LINE(95:6)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:110)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4100-WRITE-AUM-SECTION
           PERFORM 4200-WRITE-MONEY-SECTION
           PERFORM 4300-WRITE-INCOME-SECTION
           PERFORM 4400-WRITE-TRADING-SECTION
           PERFORM 4500-WRITE-ACCOUNT-SECTION
           PERFORM 4600-WRITE-TICKET-SECTION
           MOVE ALL '-' TO WS-REPORT-LINE(1:110)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'AMOUNTS OUTSIDE THE ASSETS SECTION ARE IN EACH'
               TO WS-REPORT-LINE(1:46)
           MOVE ' ACCOUNT''S OWN CURRENCY.' TO WS-REPORT-LINE(47:24)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'CHANGE IS THIS MONTH AGAINST THE MONTH NAMED;'
               TO WS-REPORT-LINE(1:45)
           MOVE ' N/A WHERE THAT MONTH HAD NONE.'
               TO WS-REPORT-LINE(46:31)
           PERFORM 8000-WRITE-REPORT-LINE
           CLOSE PACK-REPORT-FILE.

       4100-WRITE-AUM-SECTION.
           MOVE 'ASSETS UNDER MANAGEMENT (MONTH-END MARKET VALUE)'
               TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'A' TO WS-LINE-KIND
           PERFORM 4110-WRITE-ONE-AUM-GROUP
               VARYING AUMX FROM 1 BY 1
               UNTIL AUMX > WS-AUM-COUNT
           PERFORM 4120-WRITE-ONE-CURRENCY
               VARYING CCYX FROM 1 BY 1
               UNTIL CCYX > WS-CCY-COUNT
           IF WS-AUM-COUNT = 0
               MOVE '  NO ACCOUNT VALUATIONS IN THESE MONTHS.'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       4110-WRITE-ONE-AUM-GROUP.
           MOVE SPACES TO WS-LINE-LABEL
           STRING '  ' DELIMITED BY SIZE
               AUM-TYPE(AUMX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AUM-CURRENCY(AUMX) DELIMITED BY SIZE
               INTO WS-LINE-LABEL
           MOVE AUM-VALUE(AUMX, 1) TO WS-LINE-VALUE(1)
           MOVE AUM-VALUE(AUMX, 2) TO WS-LINE-VALUE(2)
           MOVE AUM-VALUE(AUMX, 3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE.

       4120-WRITE-ONE-CURRENCY.
           MOVE SPACES TO WS-LINE-LABEL
           STRING '  TOTAL ' DELIMITED BY SIZE
               CCY-CODE(CCYX) DELIMITED BY SIZE
               INTO WS-LINE-LABEL
           MOVE CCY-VALUE(CCYX, 1) TO WS-LINE-VALUE(1)
           MOVE CCY-VALUE(CCYX, 2) TO WS-LINE-VALUE(2)
           MOVE CCY-VALUE(CCYX, 3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE.

       4200-WRITE-MONEY-SECTION.
           MOVE 'NET NEW MONEY' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'A' TO WS-LINE-KIND
           MOVE '  Deposits' TO WS-LINE-LABEL
           MOVE PER-DEPOSITS(1) TO WS-LINE-VALUE(1)
           MOVE PER-DEPOSITS(2) TO WS-LINE-VALUE(2)
           MOVE PER-DEPOSITS(3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE
           MOVE '  Withdrawals' TO WS-LINE-LABEL
           MOVE PER-WITHDRAWALS(1) TO WS-LINE-VALUE(1)
           MOVE PER-WITHDRAWALS(2) TO WS-LINE-VALUE(2)
           MOVE PER-WITHDRAWALS(3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE
           MOVE '  Net new money' TO WS-LINE-LABEL
           PERFORM 4210-NET-ONE-MONTH
               VARYING PERX FROM 1 BY 1
               UNTIL PERX > 3
           PERFORM 4900-WRITE-FIGURE-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       4210-NET-ONE-MONTH.
           SET WS-LINE-SUB TO PERX
           COMPUTE WS-LINE-VALUE(WS-LINE-SUB) =
               PER-DEPOSITS(PERX) + PER-WITHDRAWALS(PERX).

       4300-WRITE-INCOME-SECTION.
           MOVE 'REVENUE AND INCOME' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'A' TO WS-LINE-KIND
           MOVE '  Fee revenue billed' TO WS-LINE-LABEL
           MOVE PER-FEES(1) TO WS-LINE-VALUE(1)
           MOVE PER-FEES(2) TO WS-LINE-VALUE(2)
           MOVE PER-FEES(3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE
           MOVE '  Realized gains' TO WS-LINE-LABEL
           MOVE PER-REALIZED(1) TO WS-LINE-VALUE(1)
           MOVE PER-REALIZED(2) TO WS-LINE-VALUE(2)
           MOVE PER-REALIZED(3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE
           MOVE '  Dividends (gross)' TO WS-LINE-LABEL
           MOVE PER-DIVIDENDS(1) TO WS-LINE-VALUE(1)
           MOVE PER-DIVIDENDS(2) TO WS-LINE-VALUE(2)
           MOVE PER-DIVIDENDS(3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE
           MOVE '  Foreign tax withheld' TO WS-LINE-LABEL
           MOVE PER-WITHHELD(1) TO WS-LINE-VALUE(1)
           MOVE PER-WITHHELD(2) TO WS-LINE-VALUE(2)
           MOVE PER-WITHHELD(3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE
           MOVE '  Dividend income received' TO WS-LINE-LABEL
           PERFORM 4310-NET-DIVIDEND-MONTH
               VARYING PERX FROM 1 BY 1
               UNTIL PERX > 3
           PERFORM 4900-WRITE-FIGURE-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       4310-NET-DIVIDEND-MONTH.
           SET WS-LINE-SUB TO PERX
           COMPUTE WS-LINE-VALUE(WS-LINE-SUB) =
               PER-DIVIDENDS(PERX) + PER-WITHHELD(PERX).

       4400-WRITE-TRADING-SECTION.
           MOVE 'TRADING' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'C' TO WS-LINE-KIND
           MOVE '  Buys' TO WS-LINE-LABEL
           MOVE PER-BUYS(1) TO WS-LINE-VALUE(1)
           MOVE PER-BUYS(2) TO WS-LINE-VALUE(2)
           MOVE PER-BUYS(3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE
           MOVE '  Sells' TO WS-LINE-LABEL
           MOVE PER-SELLS(1) TO WS-LINE-VALUE(1)
           MOVE PER-SELLS(2) TO WS-LINE-VALUE(2)
           MOVE PER-SELLS(3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE
           MOVE '  Trades' TO WS-LINE-LABEL
           PERFORM 4410-TRADES-ONE-MONTH
               VARYING PERX FROM 1 BY 1
               UNTIL PERX > 3
           PERFORM 4900-WRITE-FIGURE-LINE
           MOVE 'A' TO WS-LINE-KIND
           MOVE '  Turnover' TO WS-LINE-LABEL
           MOVE PER-TURNOVER(1) TO WS-LINE-VALUE(1)
           MOVE PER-TURNOVER(2) TO WS-LINE-VALUE(2)
           MOVE PER-TURNOVER(3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       4410-TRADES-ONE-MONTH.
           SET WS-LINE-SUB TO PERX
           COMPUTE WS-LINE-VALUE(WS-LINE-SUB) =
               PER-BUYS(PERX) + PER-SELLS(PERX).

       4500-WRITE-ACCOUNT-SECTION.
           MOVE 'ACCOUNTS' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'C' TO WS-LINE-KIND
           MOVE '  Opened' TO WS-LINE-LABEL
           MOVE PER-OPENED(1) TO WS-LINE-VALUE(1)
           MOVE PER-OPENED(2) TO WS-LINE-VALUE(2)
           MOVE PER-OPENED(3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE
           MOVE '  Closed' TO WS-LINE-LABEL
           MOVE PER-CLOSED(1) TO WS-LINE-VALUE(1)
           MOVE PER-CLOSED(2) TO WS-LINE-VALUE(2)
           MOVE PER-CLOSED(3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       4600-WRITE-TICKET-SECTION.
           MOVE 'TICKET DESK' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'A' TO WS-LINE-KIND
           MOVE '  Ticket-desk revenue' TO WS-LINE-LABEL
           MOVE PER-TICKETS(1) TO WS-LINE-VALUE(1)
           MOVE PER-TICKETS(2) TO WS-LINE-VALUE(2)
           MOVE PER-TICKETS(3) TO WS-LINE-VALUE(3)
           PERFORM 4900-WRITE-FIGURE-LINE.

      ******************************************************************
      * One figure line: this month, the prior month and the change
      * on it, last year's month and the change on that. The change
      * is taken against the size of the earlier figure, so a loss
      * that narrows reads as an improvement.
      ******************************************************************
       4900-WRITE-FIGURE-LINE.
           MOVE WS-LINE-LABEL TO WS-REPORT-LINE(1:30)
           MOVE 1 TO WS-LINE-SUB
           PERFORM 4910-FORMAT-FIGURE
           MOVE 2 TO WS-LINE-SUB
           PERFORM 4910-FORMAT-FIGURE
           PERFORM 4920-FORMAT-CHANGE
           MOVE WS-PCT-TEXT TO WS-REPORT-LINE(73:8)
           MOVE 3 TO WS-LINE-SUB
           PERFORM 4910-FORMAT-FIGURE
           PERFORM 4920-FORMAT-CHANGE
           MOVE WS-PCT-TEXT TO WS-REPORT-LINE(103:8)
           PERFORM 8000-WRITE-REPORT-LINE.

       4910-FORMAT-FIGURE.
           IF LINE-IS-COUNT
               MOVE WS-LINE-VALUE(WS-LINE-SUB) TO WS-COUNT-FMT
               EVALUATE WS-LINE-SUB
                   WHEN 1
                       MOVE WS-COUNT-FMT TO WS-REPORT-LINE(40:10)
                   WHEN 2
                       MOVE WS-COUNT-FMT TO WS-REPORT-LINE(61:10)
                   WHEN OTHER
                       MOVE WS-COUNT-FMT TO WS-REPORT-LINE(91:10)
               END-EVALUATE
           ELSE
               MOVE WS-LINE-VALUE(WS-LINE-SUB) TO WS-AMOUNT-FMT
               EVALUATE WS-LINE-SUB
                   WHEN 1
                       MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(32:19)
                   WHEN 2
                       MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(53:19)
                   WHEN OTHER
                       MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(83:19)
               END-EVALUATE
           END-IF.

       4920-FORMAT-CHANGE.
           MOVE WS-LINE-VALUE(WS-LINE-SUB) TO WS-PCT-BASE
           IF WS-PCT-BASE < 0
               MULTIPLY -1 BY WS-PCT-BASE
           END-IF
           IF WS-PCT-BASE = 0
               MOVE '     N/A' TO WS-PCT-TEXT
           ELSE
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-LINE-VALUE(1) - WS-LINE-VALUE(WS-LINE-SUB))
                   * 100 / WS-PCT-BASE
                   ON SIZE ERROR MOVE 99999.9 TO WS-PCT-CHANGE
               END-COMPUTE
               MOVE WS-PCT-CHANGE TO WS-PCT-FMT
               MOVE SPACES TO WS-PCT-TEXT
               STRING WS-PCT-FMT DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO WS-PCT-TEXT
           END-IF.

       7000-FIND-PERIOD.
           MOVE 0 TO WS-ROW-PERIOD
           PERFORM 7010-MATCH-ONE-PERIOD
               VARYING PERX FROM 1 BY 1
               UNTIL PERX > 3 OR WS-ROW-PERIOD > 0.

       7010-MATCH-ONE-PERIOD.
           IF PER-MONTH(PERX) = WS-ROW-MONTH
               SET WS-ROW-PERIOD TO PERX
           END-IF.

       7100-FIND-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-MATCH
           PERFORM 7110-MATCH-ONE-ACCOUNT
               VARYING ACTX FROM 1 BY 1
               UNTIL ACTX > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-MATCH > 0
           IF WS-ACCOUNT-MATCH = 0 AND WS-ACCOUNT-COUNT < 999
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-MATCH
               SET ACTX TO WS-ACCOUNT-MATCH
               INITIALIZE ACT-ENTRY(ACTX)
               MOVE WS-LOOKUP-ID TO ACT-ID(ACTX)
               MOVE 'USD' TO ACT-CURRENCY(ACTX)
               IF WS-LOOKUP-ID = SPACES
                   MOVE 'HOUSE' TO ACT-TYPE(ACTX)
               ELSE
                   MOVE 'UNKNOWN' TO ACT-TYPE(ACTX)
               END-IF
           END-IF.

       7110-MATCH-ONE-ACCOUNT.
           IF ACT-ID(ACTX) = WS-LOOKUP-ID
               SET WS-ACCOUNT-MATCH TO ACTX
           END-IF.

       7200-FIND-AUM-GROUP.
           MOVE 0 TO WS-AUM-MATCH
           PERFORM 7210-MATCH-ONE-GROUP
               VARYING AUMX FROM 1 BY 1
               UNTIL AUMX > WS-AUM-COUNT
                   OR WS-AUM-MATCH > 0
           IF WS-AUM-MATCH = 0 AND WS-AUM-COUNT < 99
               ADD 1 TO WS-AUM-COUNT
               MOVE WS-AUM-COUNT TO WS-AUM-MATCH
               SET AUMX TO WS-AUM-MATCH
               INITIALIZE AUM-ENTRY(AUMX)
               MOVE ACT-TYPE(ACTX) TO AUM-TYPE(AUMX)
               MOVE ACT-CURRENCY(ACTX) TO AUM-CURRENCY(AUMX)
           END-IF.

       7210-MATCH-ONE-GROUP.
           IF AUM-TYPE(AUMX) = ACT-TYPE(ACTX)
               AND AUM-CURRENCY(AUMX) = ACT-CURRENCY(ACTX)
               SET WS-AUM-MATCH TO AUMX
           END-IF.

       7300-FIND-CURRENCY.
           MOVE 0 TO WS-CCY-MATCH
           PERFORM 7310-MATCH-ONE-CURRENCY
               VARYING CCYX FROM 1 BY 1
               UNTIL CCYX > WS-CCY-COUNT
                   OR WS-CCY-MATCH > 0
           IF WS-CCY-MATCH = 0 AND WS-CCY-COUNT < 99
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-MATCH
               SET CCYX TO WS-CCY-MATCH
               INITIALIZE CCY-ENTRY(CCYX)
               MOVE ACT-CURRENCY(ACTX) TO CCY-CODE(CCYX)
           END-IF.

       7310-MATCH-ONE-CURRENCY.
           IF CCY-CODE(CCYX) = ACT-CURRENCY(ACTX)
               SET WS-CCY-MATCH TO CCYX
           END-IF.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PACK-REPORT-RECORD
           WRITE PACK-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM MGMT-PACK.
