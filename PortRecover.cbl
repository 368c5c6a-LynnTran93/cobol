      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Roll-forward recovery of PORTFOLIO.txt and
      *          PURCHASELOTS.txt after either is damaged in the day.
      *          Starts from the latest snapshot on the SNAPSHOTS.txt
      *          register that PROJECT2's 318-SNAPSHOT-PORTFOLIO took
      *          at or before the chosen recovery point, and replays
      *          in posting order every POSJRNL.txt, TRADELOG.txt and
      *          LOTJRNL.txt entry stamped after the snapshot up to
      *          that point:
      *            - a position journal row sets the position to its
      *              after-image (shares and average cost), and says
      *              so when the rebuilt position did not match its
      *              before-image;
      *            - a posted blotter buy adds its lot at the cost
      *              the blotter books (price plus commission per
      *              share) and a posted sell relieves lots by the
      *              method the blotter used -- first-in first-out,
      *              highest cost first, or the lots the operator
      *              picked as the lot journal lists them -- flagging
      *              a sale whose relieved cost on the journal
      *              differs from the rebuild;
      *            - a cancel, at the date and time it was stamped on
      *              the trade, reverses the trade: a buy's lot is
      *              relieved as the blotter's 6300-REVERSE-BUY does
      *              and a sale's lot is restored as the lot journal
      *              recorded it;
      *            - a transfer in kind or a symbol rename moves each
      *              lot the lot journal lists to the to account or
      *              the new symbol, whole or in part, and a position
      *              either one opens takes the currency the lot
      *              journal's position row carries;
      *            - a CORP-ACTIONS journal row that changes the share
      *              count splits that position's lots in the same
      *              ratio, and a DIVIDEND-PST row adds the reinvested
      *              lot as the lot journal recorded it.
      *          Positions, lots and the TRAILER are then rewritten
      *          and read back through the same account-and-symbol
      *          checks LOT-RECON makes. Every entry replayed or
      *          skipped is listed on RECOVERY.txt. Runs under the
      *          PORTFOLIO update lock so nothing posts while it
      *          works, and ends with RETURN-CODE set when a break is
      *          left.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT Records the rebuilt PORTFOLIO.txt and
      *                 PURCHASELOTS.txt on the MASTERCTL integrity
      *                 control register.
      *   2026-10-15 LT Replays sales by their recorded relief method,
      *                 cancels as reversals at their cancel stamp,
      *                 and transfers in kind lot by lot, from the
      *                 LOTJRNL.txt lot journal.
      *   2026-10-15 LT A position the replay opens takes its currency
      *                 from the lot journal's position row (else the
      *                 from position's), a symbol rename moves lots
      *                 to the new symbol, and a reinvestment lot is
      *                 rebuilt from its LOTJRNL.txt row as posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORT-RECOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO "../PORTFOLIO.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-POSITION-KEY
               FILE STATUS IS WS-PORTFOLIO-STATUS.
           SELECT PURCHASE-LOTS-FILE ASSIGN TO "../PURCHASELOTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT SNAPSHOT-REGISTER-FILE ASSIGN TO "../SNAPSHOTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PORTFOLIO-SNAPSHOT-FILE ASSIGN TO
               WS-SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT LOTS-SNAPSHOT-FILE ASSIGN TO
               WS-LOT-SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-SNAPSHOT-STATUS.
           SELECT POSITION-JOURNAL-FILE ASSIGN TO "../POSJRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT TRADE-LOG-FILE ASSIGN TO "../TRADELOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADE-LOG-STATUS.
           SELECT LOT-JOURNAL-FILE ASSIGN TO "../LOTJRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-JOURNAL-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "../RECOVERY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PORTFOLIO-FILE.
           COPY PORTREC.

       FD PURCHASE-LOTS-FILE.
           COPY LOTREC.

       FD SNAPSHOT-REGISTER-FILE.
           COPY SNAPREC.

       FD PORTFOLIO-SNAPSHOT-FILE.
       01 PORTFOLIO-SNAPSHOT-RECORD   PIC X(60).

       FD LOTS-SNAPSHOT-FILE.
       01 LOTS-SNAPSHOT-RECORD        PIC X(60).

       FD POSITION-JOURNAL-FILE.
           COPY PJNLREC.

       FD TRADE-LOG-FILE.
           COPY TRDREC.

       FD LOT-JOURNAL-FILE.
           COPY LJNLREC.

       FD RECOVERY-REPORT-FILE.
       01 RECOVERY-REPORT-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PORTFOLIO-STATUS     PIC X(2) VALUE '00'.
           88 PORTFOLIO-OK             VALUE '00'.
       01 WS-LOTS-STATUS          PIC X(2) VALUE '00'.
           88 LOTS-FILE-OK             VALUE '00'.
       01 WS-REGISTER-STATUS      PIC X(2) VALUE '00'.
           88 REGISTER-FILE-OK         VALUE '00'.
       01 WS-SNAPSHOT-STATUS      PIC X(2) VALUE '00'.
           88 SNAPSHOT-FILE-OK         VALUE '00'.
       01 WS-LOT-SNAPSHOT-STATUS  PIC X(2) VALUE '00'.
           88 LOT-SNAPSHOT-FILE-OK     VALUE '00'.
       01 WS-JOURNAL-STATUS       PIC X(2) VALUE '00'.
           88 JOURNAL-FILE-OK          VALUE '00'.
       01 WS-TRADE-LOG-STATUS     PIC X(2) VALUE '00'.
           88 TRADE-LOG-OK             VALUE '00'.
       01 WS-LOT-JOURNAL-STATUS   PIC X(2) VALUE '00'.
           88 LOT-JOURNAL-OK           VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TRAILER-SYMBOL       PIC X(7) VALUE 'TRAILER'.
       01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
       01 WS-CONFIRM              PIC X VALUE 'N'.
       01 WS-VALID-ENTRY          PIC X VALUE 'Y'.
           88 ENTRY-VALID              VALUE 'Y'.

       01 WS-LOCK-FUNCTION        PIC X VALUE 'A'.
       01 WS-LOCK-RESULT          PIC X VALUE 'Y'.
       01 WS-LOCK-PROGRAM         PIC X(12) VALUE 'PORT-RECOVER'.
       01 WS-LOCK-RESOURCE        PIC X(10) VALUE 'PORTFOLIO'.

      * The recovery point and the snapshot stamp, each date then
      * time, so one alphanumeric compare orders them.
       01 WS-RECOVERY-STAMP.
           05 WS-RECOVERY-DATE    PIC X(8).
           05 WS-RECOVERY-TIME    PIC X(6).
       01 WS-SNAPSHOT-STAMP.
           05 WS-SNAPSHOT-DATE    PIC X(8).
           05 WS-SNAPSHOT-TIME    PIC X(6).
       01 WS-ROW-STAMP.
           05 WS-ROW-DATE         PIC X(8).
           05 WS-ROW-TIME         PIC X(6).
       01 WS-SNAPSHOT-FILENAME    PIC X(40).
       01 WS-LOT-SNAPSHOT-FILENAME PIC X(40).
       01 WS-SNAPSHOT-FOUND       PIC X VALUE 'N'.
           88 SNAPSHOT-FOUND           VALUE 'Y'.

       01 WS-REGISTER-COUNT       PIC 9(4) VALUE 0.
       01 WS-REGISTER-TABLE.
           05 REG-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-REGISTER-COUNT.
               10 REG-DATE            PIC X(8).
               10 REG-TIME            PIC X(6).
       01 WS-REG-SUB              PIC 9(4) VALUE 0.
       01 WS-LATER-DATE           PIC X(8) VALUE SPACES.

       01 WS-POSITION-COUNT       PIC 9(4) VALUE 0.
       01 WS-POSITION-TABLE.
           05 POS-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-POSITION-COUNT
               INDEXED BY POSX.
               10 POS-SYMBOL          PIC X(7).
               10 POS-SHARES          PIC 9(5)V9999.
               10 POS-AVG-COST        PIC 9(6)V99.
               10 POS-CURRENCY-CODE   PIC X(3).
               10 POS-ACCOUNT-ID      PIC X(8).
       01 WS-POSITION-MATCH       PIC 9(4) VALUE 0.
       01 WS-FIND-ACCOUNT         PIC X(8).
       01 WS-FIND-SYMBOL          PIC X(7).

       01 WS-LOT-COUNT            PIC 9(4) VALUE 0.
       01 WS-LOT-TABLE.
           05 LOT-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-LOT-COUNT
               INDEXED BY LOTX.
               10 LOT-ENTRY-SYMBOL         PIC X(7).
               10 LOT-ENTRY-SHARES         PIC 9(5)V9999.
               10 LOT-ENTRY-COST-PER-SHARE PIC 9(6)V99.
               10 LOT-ENTRY-PURCHASE-DATE  PIC X(8).
               10 LOT-ENTRY-ACCOUNT-ID     PIC X(8).
               10 LOT-ENTRY-FX-RATE        PIC 9(3)V9999.
               10 LOT-ENTRY-CLAIMED        PIC X.

      * Every journal and trade row stamped after the snapshot, sorted
      * into posting order; the row itself is kept whole. A trade
      * cancelled after the snapshot is entered a second time, at
      * its cancel stamp, as a reversal.
       01 WS-EVENT-COUNT          PIC 9(4) VALUE 0.
       01 WS-EVENT-TABLE.
           05 EVT-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EVENT-COUNT
               ASCENDING KEY IS EVT-STAMP EVT-SOURCE EVT-ROW
               INDEXED BY EVTX.
               10 EVT-STAMP           PIC X(14).
               10 EVT-SOURCE          PIC X.
                   88 EVT-CANCEL          VALUE 'C'.
                   88 EVT-JOURNAL         VALUE 'J'.
                   88 EVT-LOT-MOVE        VALUE 'L'.
                   88 EVT-TRADE           VALUE 'T'.
               10 EVT-ROW             PIC 9(5).
               10 EVT-DATA            PIC X(120).
       01 WS-ROW-NUMBER           PIC 9(5) VALUE 0.

      * The lot journal's rows other than lot renames, found by the
      * trade sequence and stamp of the sale or cancel that wrote
      * them, by the stamp of the reinvestment's journal row, or by
      * the account and symbol a transfer or rename moved to.
       01 WS-LOT-ROW-COUNT        PIC 9(4) VALUE 0.
       01 WS-LOT-ROW-TABLE.
           05 LJR-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-LOT-ROW-COUNT
               INDEXED BY LJRX.
               10 LJR-STAMP           PIC X(14).
               10 LJR-ACTION          PIC X.
               10 LJR-SEQUENCE        PIC 9(5).
               10 LJR-SYMBOL          PIC X(7).
               10 LJR-ACCOUNT-ID      PIC X(8).
               10 LJR-TO-SYMBOL       PIC X(7).
               10 LJR-TO-ACCOUNT-ID   PIC X(8).
               10 LJR-SHARES          PIC 9(5)V9999.
               10 LJR-PURCHASE-DATE   PIC X(8).
               10 LJR-COST-PER-SHARE  PIC 9(6)V99.
               10 LJR-FX-RATE         PIC 9(3)V9999.
               10 LJR-CURRENCY        PIC X(3).
               10 LJR-USED            PIC X.
       01 WS-LOT-ROW-MATCH        PIC 9(4) VALUE 0.
       01 WS-OPEN-CURRENCY        PIC X(3).
       01 WS-OPEN-STAMP           PIC X(14).

       01 WS-ACTION               PIC X(45).
       01 WS-DELTA-SHARES         PIC 9(5)V9999 VALUE 0.
       01 WS-SPLIT-RATIO          PIC 9(5)V9(6) VALUE 0.
       01 WS-LOT-COST             PIC 9(6)V99 VALUE 0.
       01 WS-LOT-FX-RATE          PIC 9(3)V9999 VALUE 0.
       01 WS-TRADE-CURRENCY       PIC X(3).
       01 WS-SHARES-TO-RELIEVE    PIC 9(5)V9999 VALUE 0.
       01 WS-RELIEVED-THIS-LOT    PIC 9(5)V9999 VALUE 0.
       01 WS-RELIEVED-COST        PIC 9(9)V99 VALUE 0.
       01 WS-RELIEF-TEXT          PIC X(25).
       01 WS-HIGH-LOT             PIC 9(4) VALUE 0.
       01 WS-HIGH-COST            PIC 9(6)V99 VALUE 0.
       01 WS-LOT-SCAN             PIC 9(4) VALUE 0.
       01 WS-LOTS-EXHAUSTED       PIC X VALUE 'N'.
       01 WS-PICK-LEFT            PIC 9(5)V9999 VALUE 0.
       01 WS-MOVE-LOT-LIMIT       PIC 9(4) VALUE 0.

       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(5) VALUE 0.
       01 WS-LATE-COUNT           PIC 9(5) VALUE 0.
       01 WS-DIFFERED-COUNT       PIC 9(5) VALUE 0.

       01 WS-RECORDS-WRITTEN      PIC 9(5) VALUE 0.
       01 WS-TOTAL-SHARES         PIC 9(9)V9999 VALUE 0.
       01 WS-LOTS-WRITTEN         PIC 9(5) VALUE 0.

      * Read-back of the rebuilt portfolio for the closing checks.
       01 WS-CHECK-COUNT          PIC 9(4) VALUE 0.
       01 WS-CHECK-TABLE.
           05 CHK-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-CHECK-COUNT
               INDEXED BY CHKX.
               10 CHK-SYMBOL          PIC X(7).
               10 CHK-ACCOUNT-ID      PIC X(8).
               10 CHK-SHARES          PIC 9(5)V9999.
       01 WS-READ-BACK-ROWS       PIC 9(5) VALUE 0.
       01 WS-READ-BACK-SHARES     PIC 9(9)V9999 VALUE 0.
       01 WS-TRAILER-ROWS         PIC 9(5) VALUE 0.
       01 WS-TRAILER-SHARES       PIC 9(9)V9999 VALUE 0.
       01 WS-TRAILER-FOUND        PIC X VALUE 'N'.
       01 WS-LOT-SUM              PIC 9(9)V9999 VALUE 0.
       01 WS-LOT-FOUND            PIC X VALUE 'N'.
       01 WS-BREAK-COUNT          PIC 9(4) VALUE 0.
       01 WS-RECOVERY-RC          PIC 9 VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'PORT-RECOVER'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.

       01 WS-SHARES-FMT           PIC ZZZZ9.9999.
       01 WS-TOTAL-FMT            PIC ZZZZZZZZ9.9999.
       01 WS-PRICE-FMT            PIC ZZZZZ9.99.
       01 WS-COUNT-FMT            PIC ZZ,ZZ9.
       01 WS-REPORT-LINE          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-ACCEPT-RECOVERY-POINT
           IF NOT ENTRY-VALID
               GOBACK
           END-IF
           MOVE 'A' TO WS-LOCK-FUNCTION
           MOVE 'Y' TO WS-LOCK-RESULT
           CALL 'STOCKLOCK' USING WS-LOCK-FUNCTION
               WS-LOCK-RESOURCE WS-LOCK-PROGRAM WS-LOCK-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-LOCK-RESULT = 'N'
               DISPLAY 'PORTFOLIO is locked by another session; '
                   'recovery refused.'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-FIND-SNAPSHOT
           IF NOT SNAPSHOT-FOUND
               DISPLAY 'No snapshot on SNAPSHOTS.txt at or before '
                   WS-RECOVERY-DATE ' ' WS-RECOVERY-TIME
                   ' -- nothing to recover from.'
               MOVE 1 TO WS-RECOVERY-RC
           ELSE
               DISPLAY 'Starting snapshot: ' WS-SNAPSHOT-DATE ' '
                   WS-SNAPSHOT-TIME
               DISPLAY 'Rebuild PORTFOLIO.txt and PURCHASELOTS.txt '
                   'from it (Y/N)?'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM 2000-RECOVER
               ELSE
                   DISPLAY 'Recovery cancelled; files untouched.'
               END-IF
           END-IF
           MOVE 'R' TO WS-LOCK-FUNCTION
           CALL 'STOCKLOCK' USING WS-LOCK-FUNCTION
               WS-LOCK-RESOURCE WS-LOCK-PROGRAM WS-LOCK-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE WS-RECOVERY-RC TO RETURN-CODE
           GOBACK.

       1000-ACCEPT-RECOVERY-POINT.
           MOVE 'Y' TO WS-VALID-ENTRY
           DISPLAY 'Operator ID:'
           ACCEPT WS-OPERATOR-ID
           DISPLAY 'Recover to date YYYYMMDD (blank = today):'
           ACCEPT WS-RECOVERY-DATE
           IF WS-RECOVERY-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RECOVERY-DATE
           END-IF
           DISPLAY 'Recover to time HHMMSS (blank = end of day):'
           ACCEPT WS-RECOVERY-TIME
           IF WS-RECOVERY-TIME = SPACES
               MOVE '235959' TO WS-RECOVERY-TIME
           END-IF
           IF WS-RECOVERY-DATE NOT NUMERIC
               OR WS-RECOVERY-TIME NOT NUMERIC
               DISPLAY 'Error: recovery point must be YYYYMMDD and '
                   'HHMMSS.'
               MOVE 'N' TO WS-VALID-ENTRY
               MOVE 1 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * A second valuation run on one day overwrites that day's
      * snapshot files, so only each day's last register row
      * describes what is on disk. Reading the register backward,
      * the first row seen for a date is that day's last; the first
      * such row at or before the recovery point is the start.
      ******************************************************************
       1100-FIND-SNAPSHOT.
           MOVE 'N' TO WS-SNAPSHOT-FOUND
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SNAPSHOT-REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1110-READ-REGISTER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF SNP-DATE NUMERIC AND SNP-TIME NUMERIC
                   AND WS-REGISTER-COUNT < 9999
                   ADD 1 TO WS-REGISTER-COUNT
                   MOVE SNP-DATE TO REG-DATE(WS-REGISTER-COUNT)
                   MOVE SNP-TIME TO REG-TIME(WS-REGISTER-COUNT)
               END-IF
               PERFORM 1110-READ-REGISTER-ROW
           END-PERFORM
           IF REGISTER-FILE-OK OR WS-REGISTER-STATUS = '10'
               CLOSE SNAPSHOT-REGISTER-FILE
           END-IF
           MOVE SPACES TO WS-LATER-DATE
           PERFORM 1120-CHECK-ONE-REGISTER-ROW
               VARYING WS-REG-SUB FROM WS-REGISTER-COUNT BY -1
               UNTIL WS-REG-SUB = 0 OR SNAPSHOT-FOUND
           IF SNAPSHOT-FOUND
               MOVE SPACES TO WS-SNAPSHOT-FILENAME
               STRING '../PORTFOLIO-' DELIMITED BY SIZE
                   WS-SNAPSHOT-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-SNAPSHOT-FILENAME
               MOVE SPACES TO WS-LOT-SNAPSHOT-FILENAME
               STRING '../PURCHASELOTS-' DELIMITED BY SIZE
                   WS-SNAPSHOT-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-LOT-SNAPSHOT-FILENAME
           END-IF.

       1110-READ-REGISTER-ROW.
           READ SNAPSHOT-REGISTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1120-CHECK-ONE-REGISTER-ROW.
           IF REG-DATE(WS-REG-SUB) NOT = WS-LATER-DATE
               MOVE REG-DATE(WS-REG-SUB) TO WS-ROW-DATE
               MOVE REG-TIME(WS-REG-SUB) TO WS-ROW-TIME
               IF WS-ROW-STAMP NOT > WS-RECOVERY-STAMP
                   MOVE WS-ROW-STAMP TO WS-SNAPSHOT-STAMP
                   MOVE 'Y' TO WS-SNAPSHOT-FOUND
               END-IF
           END-IF
           MOVE REG-DATE(WS-REG-SUB) TO WS-LATER-DATE.

       2000-RECOVER.
           OPEN OUTPUT RECOVERY-REPORT-FILE
           STRING 'PORTFOLIO ROLL-FORWARD RECOVERY -- OPERATOR '
               DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'FROM SNAPSHOT ' DELIMITED BY SIZE
               WS-SNAPSHOT-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SNAPSHOT-TIME DELIMITED BY SIZE
               '  TO RECOVERY POINT ' DELIMITED BY SIZE
               WS-RECOVERY-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RECOVERY-TIME DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2100-LOAD-SNAPSHOT-POSITIONS
           PERFORM 2200-LOAD-SNAPSHOT-LOTS
           IF NOT SNAPSHOT-FILE-OK
               MOVE 'SNAPSHOT FILE MISSING -- RECOVERY ABANDONED, FILES'
                   TO WS-REPORT-LINE
               MOVE ' UNTOUCHED.' TO WS-REPORT-LINE(51:11)
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE 'E' TO WS-MSGLOG-SEVERITY
               MOVE 'RECOVERY ABANDONED -- SNAPSHOT FILE MISSING'
                   TO WS-MSGLOG-TEXT
               PERFORM 8600-LOG-MESSAGE
               MOVE 1 TO WS-RECOVERY-RC
           ELSE
               MOVE WS-POSITION-COUNT TO WS-COUNT-FMT
               STRING 'SNAPSHOT POSITIONS: ' DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-LOT-COUNT TO WS-COUNT-FMT
               MOVE 'LOTS:' TO WS-REPORT-LINE(30:5)
               MOVE WS-COUNT-FMT TO WS-REPORT-LINE(36:6)
               PERFORM 8000-WRITE-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               PERFORM 3000-LOAD-EVENTS
               IF WS-EVENT-COUNT > 0
                   SORT EVT-ENTRY
                       ASCENDING KEY EVT-STAMP EVT-SOURCE EVT-ROW
               END-IF
               MOVE 'POSTED' TO WS-REPORT-LINE(1:6)
               MOVE 'FROM' TO WS-REPORT-LINE(17:4)
               MOVE 'ACCOUNT' TO WS-REPORT-LINE(23:7)
               MOVE 'SYMBOL' TO WS-REPORT-LINE(32:6)
               MOVE 'SHARES' TO WS-REPORT-LINE(44:6)
               MOVE 'ACTION' TO WS-REPORT-LINE(52:6)
               PERFORM 8000-WRITE-REPORT-LINE
               PERFORM 4000-REPLAY-ONE-EVENT
                   VARYING EVTX FROM 1 BY 1
                   UNTIL EVTX > WS-EVENT-COUNT
               PERFORM 5000-REWRITE-FILES
               PERFORM 6000-CHECK-INTEGRITY
               PERFORM 7000-WRITE-TOTALS
           END-IF
           CLOSE RECOVERY-REPORT-FILE.

       2100-LOAD-SNAPSHOT-POSITIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PORTFOLIO-SNAPSHOT-FILE
           IF NOT SNAPSHOT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2110-READ-SNAPSHOT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE PORTFOLIO-SNAPSHOT-RECORD TO PORTFOLIO-RECORD
               IF P-STOCK-SYMBOL NOT = WS-TRAILER-SYMBOL
                   AND P-SHARES NUMERIC
                   AND WS-POSITION-COUNT < 9999
                   ADD 1 TO WS-POSITION-COUNT
                   SET POSX TO WS-POSITION-COUNT
                   MOVE P-STOCK-SYMBOL TO POS-SYMBOL(POSX)
                   MOVE P-SHARES TO POS-SHARES(POSX)
                   MOVE P-AVG-COST TO POS-AVG-COST(POSX)
                   MOVE P-CURRENCY-CODE TO POS-CURRENCY-CODE(POSX)
                   MOVE P-ACCOUNT-ID TO POS-ACCOUNT-ID(POSX)
               END-IF
               PERFORM 2110-READ-SNAPSHOT-ROW
           END-PERFORM
           IF SNAPSHOT-FILE-OK OR WS-SNAPSHOT-STATUS = '10'
               CLOSE PORTFOLIO-SNAPSHOT-FILE
               MOVE '00' TO WS-SNAPSHOT-STATUS
           END-IF.

       2110-READ-SNAPSHOT-ROW.
           READ PORTFOLIO-SNAPSHOT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2200-LOAD-SNAPSHOT-LOTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LOTS-SNAPSHOT-FILE
           IF NOT LOT-SNAPSHOT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2210-READ-LOT-SNAPSHOT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE LOTS-SNAPSHOT-RECORD TO PURCHASE-LOT-RECORD
               IF LOT-SHARES NUMERIC AND WS-LOT-COUNT < 9999
                   ADD 1 TO WS-LOT-COUNT
                   SET LOTX TO WS-LOT-COUNT
                   MOVE LOT-SYMBOL TO LOT-ENTRY-SYMBOL(LOTX)
                   MOVE LOT-SHARES TO LOT-ENTRY-SHARES(LOTX)
                   MOVE LOT-COST-PER-SHARE TO
                       LOT-ENTRY-COST-PER-SHARE(LOTX)
                   MOVE LOT-PURCHASE-DATE TO
                       LOT-ENTRY-PURCHASE-DATE(LOTX)
                   MOVE LOT-ACCOUNT-ID TO LOT-ENTRY-ACCOUNT-ID(LOTX)
                   IF LOT-FX-RATE NUMERIC
                       MOVE LOT-FX-RATE TO LOT-ENTRY-FX-RATE(LOTX)
                   ELSE
                       MOVE 0 TO LOT-ENTRY-FX-RATE(LOTX)
                   END-IF
               END-IF
               PERFORM 2210-READ-LOT-SNAPSHOT-ROW
           END-PERFORM
           IF LOT-SNAPSHOT-FILE-OK OR WS-LOT-SNAPSHOT-STATUS = '10'
               CLOSE LOTS-SNAPSHOT-FILE
           END-IF.

       2210-READ-LOT-SNAPSHOT-ROW.
           READ LOTS-SNAPSHOT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * Both journals are appended in posting order. Rows stamped at
      * or before the snapshot are already in it; rows after the
      * recovery point are kept too, so the report shows what the
      * recovery leaves to be re-keyed. A trade row with no posting
      * stamp was written before trades were stamped and so before
      * any snapshot on the register.
      ******************************************************************
       3000-LOAD-EVENTS.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE 0 TO WS-ROW-NUMBER
           OPEN INPUT POSITION-JOURNAL-FILE
           IF NOT JOURNAL-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3010-READ-JOURNAL-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               ADD 1 TO WS-ROW-NUMBER
               MOVE PJ-DATE TO WS-ROW-DATE
               MOVE PJ-TIME TO WS-ROW-TIME
               IF WS-ROW-STAMP > WS-SNAPSHOT-STAMP
                   AND WS-EVENT-COUNT < 9999
                   ADD 1 TO WS-EVENT-COUNT
                   SET EVTX TO WS-EVENT-COUNT
                   MOVE WS-ROW-STAMP TO EVT-STAMP(EVTX)
                   MOVE 'J' TO EVT-SOURCE(EVTX)
                   MOVE WS-ROW-NUMBER TO EVT-ROW(EVTX)
                   MOVE POSITION-JOURNAL-RECORD TO EVT-DATA(EVTX)
               END-IF
               PERFORM 3010-READ-JOURNAL-ROW
           END-PERFORM
           IF JOURNAL-FILE-OK OR WS-JOURNAL-STATUS = '10'
               CLOSE POSITION-JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           MOVE 0 TO WS-ROW-NUMBER
           OPEN INPUT TRADE-LOG-FILE
           IF NOT TRADE-LOG-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3020-READ-TRADE-LOG-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               ADD 1 TO WS-ROW-NUMBER
               MOVE TRD-POSTED-DATE TO WS-ROW-DATE
               MOVE TRD-POSTED-TIME TO WS-ROW-TIME
               IF WS-ROW-DATE NUMERIC
                   AND WS-ROW-STAMP > WS-SNAPSHOT-STAMP
                   AND WS-EVENT-COUNT < 9999
                   ADD 1 TO WS-EVENT-COUNT
                   SET EVTX TO WS-EVENT-COUNT
                   MOVE WS-ROW-STAMP TO EVT-STAMP(EVTX)
                   MOVE 'T' TO EVT-SOURCE(EVTX)
                   MOVE WS-ROW-NUMBER TO EVT-ROW(EVTX)
                   MOVE TRADE-LOG-RECORD TO EVT-DATA(EVTX)
               END-IF
               MOVE TRD-CANCEL-DATE TO WS-ROW-DATE
               MOVE TRD-CANCEL-TIME TO WS-ROW-TIME
               IF TRD-CANCELLED
                   AND WS-ROW-DATE NUMERIC
                   AND WS-ROW-STAMP > WS-SNAPSHOT-STAMP
                   AND WS-EVENT-COUNT < 9999
                   ADD 1 TO WS-EVENT-COUNT
                   SET EVTX TO WS-EVENT-COUNT
                   MOVE WS-ROW-STAMP TO EVT-STAMP(EVTX)
                   MOVE 'C' TO EVT-SOURCE(EVTX)
                   MOVE WS-ROW-NUMBER TO EVT-ROW(EVTX)
                   MOVE TRADE-LOG-RECORD TO EVT-DATA(EVTX)
               END-IF
               PERFORM 3020-READ-TRADE-LOG-ROW
           END-PERFORM
           IF TRADE-LOG-OK OR WS-TRADE-LOG-STATUS = '10'
               CLOSE TRADE-LOG-FILE
           END-IF
           PERFORM 3100-LOAD-LOT-JOURNAL.

       3010-READ-JOURNAL-ROW.
           READ POSITION-JOURNAL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3020-READ-TRADE-LOG-ROW.
           READ TRADE-LOG-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * A transfer or rename lot row is an event of its own. Every
      * row but a rename row is also held aside: relieved-lot and
      * restored-lot rows for the sale or cancel that wrote them,
      * reinvested-lot rows for their DIVIDEND-PST journal row, and
      * position and transfer rows for the currency of a position
      * the replay opens.
      ******************************************************************
       3100-LOAD-LOT-JOURNAL.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE 0 TO WS-ROW-NUMBER
           OPEN INPUT LOT-JOURNAL-FILE
           IF NOT LOT-JOURNAL-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3110-READ-LOT-JOURNAL-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               ADD 1 TO WS-ROW-NUMBER
               MOVE LJ-DATE TO WS-ROW-DATE
               MOVE LJ-TIME TO WS-ROW-TIME
               IF WS-ROW-DATE NUMERIC
                   AND WS-ROW-STAMP > WS-SNAPSHOT-STAMP
                   IF LJ-TRANSFER OR LJ-RENAMED
                       IF WS-EVENT-COUNT < 9999
                           ADD 1 TO WS-EVENT-COUNT
                           SET EVTX TO WS-EVENT-COUNT
                           MOVE WS-ROW-STAMP TO EVT-STAMP(EVTX)
                           MOVE 'L' TO EVT-SOURCE(EVTX)
                           MOVE WS-ROW-NUMBER TO EVT-ROW(EVTX)
                           MOVE LOT-JOURNAL-RECORD TO EVT-DATA(EVTX)
                       END-IF
                   END-IF
                   IF NOT LJ-RENAMED
                       AND WS-LOT-ROW-COUNT < 9999
                       PERFORM 3120-HOLD-LOT-JOURNAL-ROW
                   END-IF
               END-IF
               PERFORM 3110-READ-LOT-JOURNAL-ROW
           END-PERFORM
           IF LOT-JOURNAL-OK OR WS-LOT-JOURNAL-STATUS = '10'
               CLOSE LOT-JOURNAL-FILE
           END-IF.

       3110-READ-LOT-JOURNAL-ROW.
           READ LOT-JOURNAL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3120-HOLD-LOT-JOURNAL-ROW.
           ADD 1 TO WS-LOT-ROW-COUNT
           SET LJRX TO WS-LOT-ROW-COUNT
           MOVE WS-ROW-STAMP TO LJR-STAMP(LJRX)
           MOVE LJ-ACTION TO LJR-ACTION(LJRX)
           MOVE LJ-TRADE-SEQUENCE TO LJR-SEQUENCE(LJRX)
           MOVE LJ-SYMBOL TO LJR-SYMBOL(LJRX)
           MOVE LJ-ACCOUNT-ID TO LJR-ACCOUNT-ID(LJRX)
           MOVE LJ-TO-SYMBOL TO LJR-TO-SYMBOL(LJRX)
           MOVE LJ-TO-ACCOUNT-ID TO LJR-TO-ACCOUNT-ID(LJRX)
           IF LJ-TO-SYMBOL = SPACES
               MOVE LJ-SYMBOL TO LJR-TO-SYMBOL(LJRX)
           END-IF
           MOVE LJ-SHARES TO LJR-SHARES(LJRX)
           MOVE LJ-PURCHASE-DATE TO LJR-PURCHASE-DATE(LJRX)
           MOVE LJ-COST-PER-SHARE TO LJR-COST-PER-SHARE(LJRX)
           MOVE LJ-FX-RATE TO LJR-FX-RATE(LJRX)
           MOVE LJ-CURRENCY-CODE TO LJR-CURRENCY(LJRX)
           MOVE 'N' TO LJR-USED(LJRX).

       4000-REPLAY-ONE-EVENT.
           MOVE SPACES TO WS-ACTION
           MOVE EVT-STAMP(EVTX)(1:8) TO WS-REPORT-LINE(1:8)
           MOVE EVT-STAMP(EVTX)(9:6) TO WS-REPORT-LINE(10:6)
           EVALUATE TRUE
               WHEN EVT-JOURNAL(EVTX)
                   MOVE EVT-DATA(EVTX) TO POSITION-JOURNAL-RECORD
                   MOVE PJ-PROGRAM TO WS-REPORT-LINE(17:12)
                   MOVE PJ-ACCOUNT-ID TO WS-REPORT-LINE(30:8)
                   MOVE PJ-SYMBOL TO WS-REPORT-LINE(39:7)
                   MOVE PJ-AFTER-SHARES TO WS-SHARES-FMT
               WHEN EVT-LOT-MOVE(EVTX)
                   MOVE EVT-DATA(EVTX) TO LOT-JOURNAL-RECORD
                   IF LJ-RENAMED
                       MOVE 'LOT RENAME' TO WS-REPORT-LINE(17:10)
                   ELSE
                       MOVE 'LOT MOVE' TO WS-REPORT-LINE(17:8)
                   END-IF
                   MOVE LJ-ACCOUNT-ID TO WS-REPORT-LINE(30:8)
                   MOVE LJ-SYMBOL TO WS-REPORT-LINE(39:7)
                   MOVE LJ-SHARES TO WS-SHARES-FMT
               WHEN OTHER
                   MOVE EVT-DATA(EVTX) TO TRADE-LOG-RECORD
                   IF EVT-CANCEL(EVTX)
                       MOVE 'CNCL' TO WS-REPORT-LINE(17:4)
                   ELSE
                       MOVE 'TRADE' TO WS-REPORT-LINE(17:5)
                   END-IF
                   MOVE TRD-SEQUENCE TO WS-REPORT-LINE(23:5)
                   MOVE TRD-SIDE TO WS-REPORT-LINE(28:1)
                   MOVE TRD-ACCOUNT-ID TO WS-REPORT-LINE(30:8)
                   MOVE TRD-SYMBOL TO WS-REPORT-LINE(39:7)
                   MOVE TRD-SHARES TO WS-SHARES-FMT
           END-EVALUATE
           MOVE WS-SHARES-FMT TO WS-REPORT-LINE(47:10)
           IF EVT-STAMP(EVTX) > WS-RECOVERY-STAMP
               MOVE 'SKIPPED -- AFTER RECOVERY POINT' TO WS-ACTION
               ADD 1 TO WS-LATE-COUNT
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN EVT-JOURNAL(EVTX)
                       PERFORM 4100-APPLY-JOURNAL-ROW
                   WHEN EVT-LOT-MOVE(EVTX)
                       PERFORM 4400-APPLY-LOT-MOVE
                   WHEN EVT-CANCEL(EVTX)
                       PERFORM 4300-REVERSE-TRADE-ROW
                   WHEN OTHER
                       PERFORM 4200-APPLY-TRADE-ROW
               END-EVALUATE
           END-IF
           MOVE WS-ACTION TO WS-REPORT-LINE(58:43)
           PERFORM 8000-WRITE-REPORT-LINE.

      ******************************************************************
      * The journal's after-image is the position as its program left
      * it. A before-image that differs from the rebuilt position
      * means something changed the position without journaling it;
      * the after-image still wins, and the row says so. A position
      * the row opens takes its currency from the latest lot journal
      * position or transfer row that moved shares into it, else
      * from the position they came from; with neither it is left
      * blank, as the blotter leaves a new buy's.
      ******************************************************************
       4100-APPLY-JOURNAL-ROW.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE PJ-ACCOUNT-ID TO WS-FIND-ACCOUNT
           MOVE PJ-SYMBOL TO WS-FIND-SYMBOL
           PERFORM 4900-FIND-POSITION
           IF WS-POSITION-MATCH = 0
               IF PJ-BEFORE-SHARES NOT = 0
                   ADD 1 TO WS-DIFFERED-COUNT
                   MOVE 'POSITION SET -- BEFORE-IMAGE DIFFERED'
                       TO WS-ACTION
               ELSE
                   MOVE 'POSITION SET' TO WS-ACTION
               END-IF
               IF PJ-AFTER-SHARES > 0 AND WS-POSITION-COUNT < 9999
                   ADD 1 TO WS-POSITION-COUNT
                   SET POSX TO WS-POSITION-COUNT
                   MOVE PJ-SYMBOL TO POS-SYMBOL(POSX)
                   MOVE PJ-ACCOUNT-ID TO POS-ACCOUNT-ID(POSX)
                   MOVE SPACES TO POS-CURRENCY-CODE(POSX)
                   PERFORM 4130-FIND-OPENING-CURRENCY
                   SET POSX TO WS-POSITION-COUNT
                   MOVE WS-OPEN-CURRENCY TO POS-CURRENCY-CODE(POSX)
                   MOVE PJ-AFTER-SHARES TO POS-SHARES(POSX)
                   MOVE PJ-AFTER-COST TO POS-AVG-COST(POSX)
               END-IF
           ELSE
               SET POSX TO WS-POSITION-MATCH
               IF POS-SHARES(POSX) NOT = PJ-BEFORE-SHARES
                   OR POS-AVG-COST(POSX) NOT = PJ-BEFORE-COST
                   ADD 1 TO WS-DIFFERED-COUNT
                   MOVE 'POSITION SET -- BEFORE-IMAGE DIFFERED'
                       TO WS-ACTION
               ELSE
                   MOVE 'POSITION SET' TO WS-ACTION
               END-IF
               MOVE PJ-AFTER-SHARES TO POS-SHARES(POSX)
               MOVE PJ-AFTER-COST TO POS-AVG-COST(POSX)
           END-IF
           EVALUATE TRUE
               WHEN PJ-PROGRAM = 'CORP-ACTIONS'
                   AND PJ-BEFORE-SHARES > 0
                   AND PJ-AFTER-SHARES > 0
                   AND PJ-AFTER-SHARES NOT = PJ-BEFORE-SHARES
                   PERFORM 4110-SPLIT-POSITION-LOTS
               WHEN PJ-PROGRAM = 'DIVIDEND-PST'
                   AND PJ-AFTER-SHARES > PJ-BEFORE-SHARES
                   PERFORM 4120-ADD-REINVESTED-LOT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4110-SPLIT-POSITION-LOTS.
           COMPUTE WS-SPLIT-RATIO ROUNDED =
               PJ-AFTER-SHARES / PJ-BEFORE-SHARES
           PERFORM 4115-SPLIT-ONE-LOT
               VARYING LOTX FROM 1 BY 1
               UNTIL LOTX > WS-LOT-COUNT
           MOVE 'POSITION SET, LOTS SPLIT' TO WS-ACTION.

       4115-SPLIT-ONE-LOT.
           IF LOT-ENTRY-SYMBOL(LOTX) = PJ-SYMBOL
               AND LOT-ENTRY-ACCOUNT-ID(LOTX) = PJ-ACCOUNT-ID
               COMPUTE LOT-ENTRY-SHARES(LOTX) ROUNDED =
                   LOT-ENTRY-SHARES(LOTX) * WS-SPLIT-RATIO
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
               COMPUTE LOT-ENTRY-COST-PER-SHARE(LOTX) ROUNDED =
                   LOT-ENTRY-COST-PER-SHARE(LOTX) / WS-SPLIT-RATIO
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           END-IF.

      * The reinvested lot as DIVIDEND-PST wrote it to the lot
      * journal under this row's stamp: pay date, pay-date price and
      * rate. A row journaled before reinvestment lots were written
      * there is costed at what its after-image added to the
      * position's total cost.
       4120-ADD-REINVESTED-LOT.
           MOVE 0 TO WS-LOT-ROW-MATCH
           PERFORM 4125-MATCH-REINVESTED-LOT
               VARYING LJRX FROM 1 BY 1
               UNTIL LJRX > WS-LOT-ROW-COUNT
                   OR WS-LOT-ROW-MATCH > 0
           IF WS-LOT-COUNT < 9999
               ADD 1 TO WS-LOT-COUNT
               SET LOTX TO WS-LOT-COUNT
               MOVE PJ-SYMBOL TO LOT-ENTRY-SYMBOL(LOTX)
               MOVE PJ-ACCOUNT-ID TO LOT-ENTRY-ACCOUNT-ID(LOTX)
               IF WS-LOT-ROW-MATCH > 0
                   SET LJRX TO WS-LOT-ROW-MATCH
                   MOVE 'Y' TO LJR-USED(LJRX)
                   MOVE LJR-SHARES(LJRX) TO LOT-ENTRY-SHARES(LOTX)
                   MOVE LJR-COST-PER-SHARE(LJRX) TO
                       LOT-ENTRY-COST-PER-SHARE(LOTX)
                   MOVE LJR-PURCHASE-DATE(LJRX) TO
                       LOT-ENTRY-PURCHASE-DATE(LOTX)
                   MOVE LJR-FX-RATE(LJRX) TO LOT-ENTRY-FX-RATE(LOTX)
               ELSE
                   COMPUTE WS-DELTA-SHARES =
                       PJ-AFTER-SHARES - PJ-BEFORE-SHARES
                   COMPUTE WS-LOT-COST ROUNDED =
                       ((PJ-AFTER-SHARES * PJ-AFTER-COST) -
                        (PJ-BEFORE-SHARES * PJ-BEFORE-COST)) /
                       WS-DELTA-SHARES
                       ON SIZE ERROR MOVE PJ-AFTER-COST TO WS-LOT-COST
                   END-COMPUTE
                   MOVE WS-DELTA-SHARES TO LOT-ENTRY-SHARES(LOTX)
                   MOVE WS-LOT-COST TO LOT-ENTRY-COST-PER-SHARE(LOTX)
                   MOVE PJ-DATE TO LOT-ENTRY-PURCHASE-DATE(LOTX)
                   MOVE 0 TO LOT-ENTRY-FX-RATE(LOTX)
               END-IF
           END-IF
           MOVE 'POSITION SET, REINVESTED LOT ADDED' TO WS-ACTION.

       4125-MATCH-REINVESTED-LOT.
           IF LJR-ACTION(LJRX) = 'D'
               AND LJR-USED(LJRX) = 'N'
               AND LJR-STAMP(LJRX) = EVT-STAMP(EVTX)
               AND LJR-ACCOUNT-ID(LJRX) = PJ-ACCOUNT-ID
               AND LJR-SYMBOL(LJRX) = PJ-SYMBOL
               SET WS-LOT-ROW-MATCH TO LJRX
           END-IF.

       4130-FIND-OPENING-CURRENCY.
           MOVE SPACES TO WS-OPEN-CURRENCY
           MOVE LOW-VALUES TO WS-OPEN-STAMP
           MOVE 0 TO WS-LOT-ROW-MATCH
           PERFORM 4135-CHECK-ONE-OPENING-ROW
               VARYING LJRX FROM 1 BY 1
               UNTIL LJRX > WS-LOT-ROW-COUNT
           IF WS-LOT-ROW-MATCH > 0
               SET LJRX TO WS-LOT-ROW-MATCH
               MOVE LJR-CURRENCY(LJRX) TO WS-OPEN-CURRENCY
               IF WS-OPEN-CURRENCY = SPACES
                   MOVE LJR-ACCOUNT-ID(LJRX) TO WS-FIND-ACCOUNT
                   MOVE LJR-SYMBOL(LJRX) TO WS-FIND-SYMBOL
                   PERFORM 4900-FIND-POSITION
                   IF WS-POSITION-MATCH > 0
                       SET POSX TO WS-POSITION-MATCH
                       MOVE POS-CURRENCY-CODE(POSX) TO WS-OPEN-CURRENCY
                   END-IF
               END-IF
           END-IF.

       4135-CHECK-ONE-OPENING-ROW.
           IF (LJR-ACTION(LJRX) = 'P' OR LJR-ACTION(LJRX) = 'T')
               AND LJR-TO-ACCOUNT-ID(LJRX) = PJ-ACCOUNT-ID
               AND LJR-TO-SYMBOL(LJRX) = PJ-SYMBOL
               AND LJR-STAMP(LJRX) NOT > EVT-STAMP(EVTX)
               AND LJR-STAMP(LJRX) NOT < WS-OPEN-STAMP
               MOVE LJR-STAMP(LJRX) TO WS-OPEN-STAMP
               SET WS-LOT-ROW-MATCH TO LJRX
           END-IF.

      ******************************************************************
      * A trade row rebuilds lots only -- its position change is on
      * the position journal. A buy's lot is costed and FX-stamped
      * as the blotter's 3100-APPEND-LOT does; a sell relieves lots
      * by the method on the row, under the blotter's matching rule
      * (the account's own lots or blank-account lots): first-in
      * first-out, highest cost first, or the lots the lot journal
      * lists under the sale's sequence and posting stamp. A
      * relieved cost that differs from the one on the row means
      * the lots want review. A cancelled row with no cancel stamp
      * was cancelled before cancels were stamped and is skipped,
      * its posting and reversal netting to nothing.
      ******************************************************************
       4200-APPLY-TRADE-ROW.
           IF TRD-CANCELLED AND TRD-CANCEL-DATE NOT NUMERIC
               MOVE 'SKIPPED -- CANCELLED' TO WS-ACTION
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               IF TRD-BUY
                   PERFORM 4210-ADD-BOUGHT-LOT
               ELSE
                   PERFORM 4220-RELIEVE-SOLD-LOTS
               END-IF
           END-IF.

       4205-COMPUTE-LOT-COST.
           MOVE TRD-PRICE TO WS-LOT-COST
           IF TRD-SHARES > 0 AND TRD-COMMISSION NUMERIC
               COMPUTE WS-LOT-COST ROUNDED =
                   ((TRD-SHARES * TRD-PRICE) + TRD-COMMISSION)
                   / TRD-SHARES
                   ON SIZE ERROR MOVE TRD-PRICE TO WS-LOT-COST
               END-COMPUTE
           END-IF.

       4210-ADD-BOUGHT-LOT.
           PERFORM 4205-COMPUTE-LOT-COST
           MOVE TRD-ACCOUNT-ID TO WS-FIND-ACCOUNT
           MOVE TRD-SYMBOL TO WS-FIND-SYMBOL
           PERFORM 4900-FIND-POSITION
           IF WS-POSITION-MATCH = 0
               MOVE SPACES TO WS-TRADE-CURRENCY
           ELSE
               MOVE POS-CURRENCY-CODE(WS-POSITION-MATCH) TO
                   WS-TRADE-CURRENCY
           END-IF
           CALL 'FXRATEAT' USING WS-TRADE-CURRENCY
               TRD-TRADE-DATE WS-LOT-FX-RATE
               ON EXCEPTION MOVE 0 TO WS-LOT-FX-RATE
           END-CALL
           IF WS-LOT-COUNT < 9999
               ADD 1 TO WS-LOT-COUNT
               SET LOTX TO WS-LOT-COUNT
               MOVE TRD-SYMBOL TO LOT-ENTRY-SYMBOL(LOTX)
               MOVE TRD-SHARES TO LOT-ENTRY-SHARES(LOTX)
               MOVE WS-LOT-COST TO LOT-ENTRY-COST-PER-SHARE(LOTX)
               MOVE TRD-TRADE-DATE TO LOT-ENTRY-PURCHASE-DATE(LOTX)
               MOVE TRD-ACCOUNT-ID TO LOT-ENTRY-ACCOUNT-ID(LOTX)
               MOVE WS-LOT-FX-RATE TO LOT-ENTRY-FX-RATE(LOTX)
           END-IF
           MOVE 'LOT ADDED' TO WS-ACTION.

       4220-RELIEVE-SOLD-LOTS.
           MOVE TRD-SHARES TO WS-SHARES-TO-RELIEVE
           MOVE 0 TO WS-RELIEVED-COST
           EVALUATE TRUE
               WHEN TRD-RELIEF-HIGH-COST
                   MOVE 'LOTS RELIEVED HIGH COST' TO WS-RELIEF-TEXT
                   MOVE 'N' TO WS-LOTS-EXHAUSTED
                   PERFORM 4240-RELIEVE-COSTLIEST-LOT
                       UNTIL WS-SHARES-TO-RELIEVE = 0
                           OR WS-LOTS-EXHAUSTED = 'Y'
               WHEN TRD-RELIEF-SPECIFIC
                   MOVE 'LOTS RELIEVED AS PICKED' TO WS-RELIEF-TEXT
                   MOVE TRD-POSTED-DATE TO WS-ROW-DATE
                   MOVE TRD-POSTED-TIME TO WS-ROW-TIME
                   PERFORM 4260-RELIEVE-PICKED-LOT
                       VARYING LJRX FROM 1 BY 1
                       UNTIL LJRX > WS-LOT-ROW-COUNT
                           OR WS-SHARES-TO-RELIEVE = 0
               WHEN OTHER
                   MOVE 'LOTS RELIEVED FIFO' TO WS-RELIEF-TEXT
                   PERFORM 4230-RELIEVE-ONE-LOT
                       VARYING LOTX FROM 1 BY 1
                       UNTIL LOTX > WS-LOT-COUNT
                           OR WS-SHARES-TO-RELIEVE = 0
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-SHARES-TO-RELIEVE > 0
                   ADD 1 TO WS-DIFFERED-COUNT
                   STRING WS-RELIEF-TEXT DELIMITED BY '  '
                       ' -- NOT ENOUGH LOTS' DELIMITED BY SIZE
                       INTO WS-ACTION
               WHEN TRD-RELIEVED-COST NUMERIC
                   AND TRD-RELIEVED-COST NOT = WS-RELIEVED-COST
                   ADD 1 TO WS-DIFFERED-COUNT
                   STRING WS-RELIEF-TEXT DELIMITED BY '  '
                       ' -- COST DIFFERED' DELIMITED BY SIZE
                       INTO WS-ACTION
               WHEN OTHER
                   MOVE WS-RELIEF-TEXT TO WS-ACTION
           END-EVALUATE.

       4230-RELIEVE-ONE-LOT.
           IF LOT-ENTRY-SYMBOL(LOTX) = TRD-SYMBOL
               AND (LOT-ENTRY-ACCOUNT-ID(LOTX) = TRD-ACCOUNT-ID
                   OR LOT-ENTRY-ACCOUNT-ID(LOTX) = SPACES)
               AND LOT-ENTRY-SHARES(LOTX) > 0
               PERFORM 4235-RELIEVE-THIS-LOT
           END-IF.

       4235-RELIEVE-THIS-LOT.
           IF LOT-ENTRY-SHARES(LOTX) > WS-SHARES-TO-RELIEVE
               MOVE WS-SHARES-TO-RELIEVE TO WS-RELIEVED-THIS-LOT
               SUBTRACT WS-SHARES-TO-RELIEVE
                   FROM LOT-ENTRY-SHARES(LOTX)
               MOVE 0 TO WS-SHARES-TO-RELIEVE
           ELSE
               MOVE LOT-ENTRY-SHARES(LOTX) TO WS-RELIEVED-THIS-LOT
               SUBTRACT LOT-ENTRY-SHARES(LOTX)
                   FROM WS-SHARES-TO-RELIEVE
               MOVE 0 TO LOT-ENTRY-SHARES(LOTX)
           END-IF
           COMPUTE WS-RELIEVED-COST = WS-RELIEVED-COST +
               (WS-RELIEVED-THIS-LOT *
                LOT-ENTRY-COST-PER-SHARE(LOTX))
               ON SIZE ERROR CONTINUE
           END-COMPUTE.

      * Highest cost first takes the last of equally costly lots, as
      * the blotter's 4140-SCAN-FOR-COSTLIEST does.
       4240-RELIEVE-COSTLIEST-LOT.
           MOVE 0 TO WS-HIGH-LOT
           MOVE 0 TO WS-HIGH-COST
           PERFORM 4245-SCAN-FOR-COSTLIEST
               VARYING WS-LOT-SCAN FROM 1 BY 1
               UNTIL WS-LOT-SCAN > WS-LOT-COUNT
           IF WS-HIGH-LOT > 0
               SET LOTX TO WS-HIGH-LOT
               PERFORM 4235-RELIEVE-THIS-LOT
           ELSE
               MOVE 'Y' TO WS-LOTS-EXHAUSTED
           END-IF.

       4245-SCAN-FOR-COSTLIEST.
           IF LOT-ENTRY-SYMBOL(WS-LOT-SCAN) = TRD-SYMBOL
               AND (LOT-ENTRY-ACCOUNT-ID(WS-LOT-SCAN) = TRD-ACCOUNT-ID
                   OR LOT-ENTRY-ACCOUNT-ID(WS-LOT-SCAN) = SPACES)
               AND LOT-ENTRY-SHARES(WS-LOT-SCAN) > 0
               AND LOT-ENTRY-COST-PER-SHARE(WS-LOT-SCAN) >=
                   WS-HIGH-COST
               MOVE WS-LOT-SCAN TO WS-HIGH-LOT
               MOVE LOT-ENTRY-COST-PER-SHARE(WS-LOT-SCAN) TO
                   WS-HIGH-COST
           END-IF.

      * Each relieved-lot row names the lot by account, purchase date
      * and cost, and the shares taken from it.
       4260-RELIEVE-PICKED-LOT.
           IF LJR-ACTION(LJRX) = 'R'
               AND LJR-SEQUENCE(LJRX) = TRD-SEQUENCE
               AND LJR-STAMP(LJRX) = WS-ROW-STAMP
               MOVE LJR-SHARES(LJRX) TO WS-PICK-LEFT
               PERFORM 4265-TAKE-PICKED-SHARES
                   VARYING LOTX FROM 1 BY 1
                   UNTIL LOTX > WS-LOT-COUNT
                       OR WS-PICK-LEFT = 0
                       OR WS-SHARES-TO-RELIEVE = 0
           END-IF.

       4265-TAKE-PICKED-SHARES.
           IF LOT-ENTRY-SYMBOL(LOTX) = TRD-SYMBOL
               AND LOT-ENTRY-ACCOUNT-ID(LOTX) = LJR-ACCOUNT-ID(LJRX)
               AND LOT-ENTRY-PURCHASE-DATE(LOTX) =
                   LJR-PURCHASE-DATE(LJRX)
               AND LOT-ENTRY-COST-PER-SHARE(LOTX) =
                   LJR-COST-PER-SHARE(LJRX)
               AND LOT-ENTRY-SHARES(LOTX) > 0
               MOVE WS-PICK-LEFT TO WS-RELIEVED-THIS-LOT
               IF LOT-ENTRY-SHARES(LOTX) < WS-RELIEVED-THIS-LOT
                   MOVE LOT-ENTRY-SHARES(LOTX) TO WS-RELIEVED-THIS-LOT
               END-IF
               IF WS-SHARES-TO-RELIEVE < WS-RELIEVED-THIS-LOT
                   MOVE WS-SHARES-TO-RELIEVE TO WS-RELIEVED-THIS-LOT
               END-IF
               SUBTRACT WS-RELIEVED-THIS-LOT FROM
                   LOT-ENTRY-SHARES(LOTX) WS-PICK-LEFT
                   WS-SHARES-TO-RELIEVE
               COMPUTE WS-RELIEVED-COST = WS-RELIEVED-COST +
                   (WS-RELIEVED-THIS-LOT *
                    LOT-ENTRY-COST-PER-SHARE(LOTX))
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           END-IF.

      ******************************************************************
      * A cancel undoes its trade's lots at the moment it was keyed.
      * A buy's shares come off the lot the buy added (same account,
      * trade date and cost) and then off any of the account's lots,
      * as the blotter's 6300-REVERSE-BUY takes them; a sale's lot
      * is put back as the lot journal recorded it. With no journal
      * row the lot goes back at the sale's relieved cost per share
      * and no FX rate, and the row says so.
      ******************************************************************
       4300-REVERSE-TRADE-ROW.
           ADD 1 TO WS-APPLIED-COUNT
           IF TRD-BUY
               PERFORM 4310-REVERSE-BUY
           ELSE
               PERFORM 4320-REVERSE-SELL
           END-IF.

       4310-REVERSE-BUY.
           PERFORM 4205-COMPUTE-LOT-COST
           MOVE TRD-SHARES TO WS-SHARES-TO-RELIEVE
           MOVE 0 TO WS-RELIEVED-COST
           PERFORM 4315-RELIEVE-BOUGHT-LOT
               VARYING LOTX FROM 1 BY 1
               UNTIL LOTX > WS-LOT-COUNT
                   OR WS-SHARES-TO-RELIEVE = 0
           PERFORM 4230-RELIEVE-ONE-LOT
               VARYING LOTX FROM 1 BY 1
               UNTIL LOTX > WS-LOT-COUNT
                   OR WS-SHARES-TO-RELIEVE = 0
           IF WS-SHARES-TO-RELIEVE > 0
               ADD 1 TO WS-DIFFERED-COUNT
               MOVE 'BUY REVERSED -- NOT ENOUGH LOTS' TO WS-ACTION
           ELSE
               MOVE 'BUY REVERSED, LOT RELIEVED' TO WS-ACTION
           END-IF.

       4315-RELIEVE-BOUGHT-LOT.
           IF LOT-ENTRY-SYMBOL(LOTX) = TRD-SYMBOL
               AND LOT-ENTRY-ACCOUNT-ID(LOTX) = TRD-ACCOUNT-ID
               AND LOT-ENTRY-PURCHASE-DATE(LOTX) = TRD-TRADE-DATE
               AND LOT-ENTRY-COST-PER-SHARE(LOTX) = WS-LOT-COST
               AND LOT-ENTRY-SHARES(LOTX) > 0
               PERFORM 4235-RELIEVE-THIS-LOT
           END-IF.

       4320-REVERSE-SELL.
           MOVE TRD-CANCEL-DATE TO WS-ROW-DATE
           MOVE TRD-CANCEL-TIME TO WS-ROW-TIME
           MOVE 0 TO WS-LOT-ROW-MATCH
           PERFORM 4325-MATCH-RESTORED-LOT
               VARYING LJRX FROM 1 BY 1
               UNTIL LJRX > WS-LOT-ROW-COUNT
                   OR WS-LOT-ROW-MATCH > 0
           IF WS-LOT-COUNT < 9999
               ADD 1 TO WS-LOT-COUNT
               SET LOTX TO WS-LOT-COUNT
               MOVE TRD-SYMBOL TO LOT-ENTRY-SYMBOL(LOTX)
               IF WS-LOT-ROW-MATCH > 0
                   SET LJRX TO WS-LOT-ROW-MATCH
                   MOVE LJR-SHARES(LJRX) TO LOT-ENTRY-SHARES(LOTX)
                   MOVE LJR-COST-PER-SHARE(LJRX) TO
                       LOT-ENTRY-COST-PER-SHARE(LOTX)
                   MOVE LJR-PURCHASE-DATE(LJRX) TO
                       LOT-ENTRY-PURCHASE-DATE(LOTX)
                   MOVE LJR-ACCOUNT-ID(LJRX) TO
                       LOT-ENTRY-ACCOUNT-ID(LOTX)
                   MOVE LJR-FX-RATE(LJRX) TO LOT-ENTRY-FX-RATE(LOTX)
                   MOVE 'SELL REVERSED, LOT RESTORED' TO WS-ACTION
               ELSE
                   MOVE TRD-SHARES TO LOT-ENTRY-SHARES(LOTX)
                   MOVE 0 TO LOT-ENTRY-COST-PER-SHARE(LOTX)
                   IF TRD-SHARES > 0 AND TRD-RELIEVED-COST NUMERIC
                       COMPUTE LOT-ENTRY-COST-PER-SHARE(LOTX)
                           ROUNDED = TRD-RELIEVED-COST / TRD-SHARES
                           ON SIZE ERROR CONTINUE
                       END-COMPUTE
                   END-IF
                   MOVE TRD-TRADE-DATE TO
                       LOT-ENTRY-PURCHASE-DATE(LOTX)
                   MOVE TRD-ACCOUNT-ID TO LOT-ENTRY-ACCOUNT-ID(LOTX)
                   MOVE 0 TO LOT-ENTRY-FX-RATE(LOTX)
                   ADD 1 TO WS-DIFFERED-COUNT
                   MOVE 'SELL REVERSED -- LOT NOT ON LOT JOURNAL'
                       TO WS-ACTION
               END-IF
           END-IF.

       4325-MATCH-RESTORED-LOT.
           IF LJR-ACTION(LJRX) = 'C'
               AND LJR-SEQUENCE(LJRX) = TRD-SEQUENCE
               AND LJR-STAMP(LJRX) = WS-ROW-STAMP
               SET WS-LOT-ROW-MATCH TO LJRX
           END-IF.

      ******************************************************************
      * A transfer in kind moved this many shares of one lot to the
      * to account, or a rename re-keyed the lot to the new symbol.
      * A lot wholly moved is re-keyed; a lot partly moved keeps the
      * remainder and the moved shares are appended as a copy, as
      * the blotter's 7210-MOVE-ONE-LOT does.
      ******************************************************************
       4400-APPLY-LOT-MOVE.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE LJ-SHARES TO WS-PICK-LEFT
           MOVE WS-LOT-COUNT TO WS-MOVE-LOT-LIMIT
           PERFORM 4410-MOVE-ONE-LOT
               VARYING LOTX FROM 1 BY 1
               UNTIL LOTX > WS-MOVE-LOT-LIMIT
                   OR WS-PICK-LEFT = 0
           IF WS-PICK-LEFT > 0
               ADD 1 TO WS-DIFFERED-COUNT
               MOVE 'LOT MOVE -- LOT NOT FOUND' TO WS-ACTION
           ELSE
               IF LJ-RENAMED
                   STRING 'LOT RENAMED TO ' DELIMITED BY SIZE
                       LJ-TO-SYMBOL DELIMITED BY SIZE
                       INTO WS-ACTION
               ELSE
                   STRING 'LOT MOVED TO ' DELIMITED BY SIZE
                       LJ-TO-ACCOUNT-ID DELIMITED BY SIZE
                       INTO WS-ACTION
               END-IF
           END-IF.

       4410-MOVE-ONE-LOT.
           IF LOT-ENTRY-SYMBOL(LOTX) = LJ-SYMBOL
               AND LOT-ENTRY-ACCOUNT-ID(LOTX) = LJ-ACCOUNT-ID
               AND LOT-ENTRY-PURCHASE-DATE(LOTX) = LJ-PURCHASE-DATE
               AND LOT-ENTRY-COST-PER-SHARE(LOTX) = LJ-COST-PER-SHARE
               AND LOT-ENTRY-SHARES(LOTX) > 0
               IF LOT-ENTRY-SHARES(LOTX) > WS-PICK-LEFT
                   IF WS-LOT-COUNT < 9999
                       SUBTRACT WS-PICK-LEFT FROM
                           LOT-ENTRY-SHARES(LOTX)
                       ADD 1 TO WS-LOT-COUNT
                       MOVE LOT-ENTRY(LOTX) TO LOT-ENTRY(WS-LOT-COUNT)
                       MOVE WS-PICK-LEFT TO
                           LOT-ENTRY-SHARES(WS-LOT-COUNT)
                       MOVE LJ-TO-ACCOUNT-ID TO
                           LOT-ENTRY-ACCOUNT-ID(WS-LOT-COUNT)
                       IF LJ-TO-SYMBOL NOT = SPACES
                           MOVE LJ-TO-SYMBOL TO
                               LOT-ENTRY-SYMBOL(WS-LOT-COUNT)
                       END-IF
                       MOVE 0 TO WS-PICK-LEFT
                   END-IF
               ELSE
                   SUBTRACT LOT-ENTRY-SHARES(LOTX) FROM WS-PICK-LEFT
                   MOVE LJ-TO-ACCOUNT-ID TO LOT-ENTRY-ACCOUNT-ID(LOTX)
                   IF LJ-TO-SYMBOL NOT = SPACES
                       MOVE LJ-TO-SYMBOL TO LOT-ENTRY-SYMBOL(LOTX)
                   END-IF
               END-IF
           END-IF.

       4900-FIND-POSITION.
           MOVE 0 TO WS-POSITION-MATCH
           PERFORM 4910-MATCH-ONE-POSITION
               VARYING POSX FROM 1 BY 1
               UNTIL POSX > WS-POSITION-COUNT
                   OR WS-POSITION-MATCH > 0.

       4910-MATCH-ONE-POSITION.
           IF POS-ACCOUNT-ID(POSX) = WS-FIND-ACCOUNT
               AND POS-SYMBOL(POSX) = WS-FIND-SYMBOL
               SET WS-POSITION-MATCH TO POSX
           END-IF.

      ******************************************************************
      * Rewrite both files the way the blotter's 8000-SAVE-FILES does:
      * positions and lots at zero shares are dropped, and the
      * TRAILER's count and control total come from what was written.
      ******************************************************************
       5000-REWRITE-FILES.
           MOVE 0 TO WS-RECORDS-WRITTEN
           MOVE 0 TO WS-TOTAL-SHARES
           MOVE 0 TO WS-LOTS-WRITTEN
           OPEN OUTPUT PORTFOLIO-FILE
           PERFORM 5100-WRITE-ONE-POSITION
               VARYING POSX FROM 1 BY 1
               UNTIL POSX > WS-POSITION-COUNT
           MOVE WS-TRAILER-SYMBOL TO P-STOCK-SYMBOL
           MOVE WS-RECORDS-WRITTEN TO P-SHARES
           MOVE 0 TO P-AVG-COST
           MOVE SPACES TO P-CURRENCY-CODE
           MOVE WS-TOTAL-SHARES TO P-CONTROL-SHARES-NUM
           MOVE SPACES TO P-ACCOUNT-ID
           WRITE PORTFOLIO-RECORD
           CLOSE PORTFOLIO-FILE
           MOVE 'PORTFOLIO' TO WS-CONTROL-FILE-ID
           PERFORM 8700-RECORD-MASTER-CONTROL
           OPEN OUTPUT PURCHASE-LOTS-FILE
           PERFORM 5200-WRITE-ONE-LOT
               VARYING LOTX FROM 1 BY 1
               UNTIL LOTX > WS-LOT-COUNT
           CLOSE PURCHASE-LOTS-FILE
           MOVE 'PURCHASELOTS' TO WS-CONTROL-FILE-ID
           PERFORM 8700-RECORD-MASTER-CONTROL
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-RECORDS-WRITTEN TO WS-COUNT-FMT
           STRING 'POSITIONS WRITTEN: ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-LOTS-WRITTEN TO WS-COUNT-FMT
           MOVE 'LOTS WRITTEN:' TO WS-REPORT-LINE(30:13)
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(44:6)
           PERFORM 8000-WRITE-REPORT-LINE.

       5100-WRITE-ONE-POSITION.
           IF POS-SHARES(POSX) > 0
               MOVE POS-SYMBOL(POSX) TO P-STOCK-SYMBOL
               MOVE POS-SHARES(POSX) TO P-SHARES
               MOVE POS-AVG-COST(POSX) TO P-AVG-COST
               MOVE POS-CURRENCY-CODE(POSX) TO P-CURRENCY-CODE
               MOVE SPACES TO P-CONTROL-SHARES
               MOVE POS-ACCOUNT-ID(POSX) TO P-ACCOUNT-ID
               WRITE PORTFOLIO-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
               ADD POS-SHARES(POSX) TO WS-TOTAL-SHARES
           END-IF.

       5200-WRITE-ONE-LOT.
           IF LOT-ENTRY-SHARES(LOTX) > 0
               MOVE LOT-ENTRY-SYMBOL(LOTX) TO LOT-SYMBOL
               MOVE LOT-ENTRY-SHARES(LOTX) TO LOT-SHARES
               MOVE LOT-ENTRY-COST-PER-SHARE(LOTX)
                   TO LOT-COST-PER-SHARE
               MOVE LOT-ENTRY-PURCHASE-DATE(LOTX)
                   TO LOT-PURCHASE-DATE
               MOVE LOT-ENTRY-ACCOUNT-ID(LOTX) TO LOT-ACCOUNT-ID
               MOVE LOT-ENTRY-FX-RATE(LOTX) TO LOT-FX-RATE
               WRITE PURCHASE-LOT-RECORD
               ADD 1 TO WS-LOTS-WRITTEN
           END-IF.

      ******************************************************************
      * The rebuilt portfolio is read back from disk: its rows must
      * agree with the TRAILER, every position's lots must sum to its
      * shares under LOT-RECON's strict account-and-symbol key, and
      * no lot may be left without a position behind it.
      ******************************************************************
       6000-CHECK-INTEGRITY.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'INTEGRITY CHECKS' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 0 TO WS-CHECK-COUNT
           MOVE 0 TO WS-READ-BACK-ROWS
           MOVE 0 TO WS-READ-BACK-SHARES
           MOVE 'N' TO WS-TRAILER-FOUND
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PORTFOLIO-FILE
           IF NOT PORTFOLIO-OK
               MOVE 'Y' TO WS-END-OF-FILE
               ADD 1 TO WS-BREAK-COUNT
               MOVE 'REBUILT PORTFOLIO.txt WILL NOT OPEN' TO
                   WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 6010-READ-PORTFOLIO-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF P-STOCK-SYMBOL = WS-TRAILER-SYMBOL
                   MOVE 'Y' TO WS-TRAILER-FOUND
                   MOVE P-SHARES TO WS-TRAILER-ROWS
                   MOVE P-CONTROL-SHARES-NUM TO WS-TRAILER-SHARES
               ELSE
                   ADD 1 TO WS-READ-BACK-ROWS
                   ADD P-SHARES TO WS-READ-BACK-SHARES
                   IF WS-CHECK-COUNT < 9999
                       ADD 1 TO WS-CHECK-COUNT
                       SET CHKX TO WS-CHECK-COUNT
                       MOVE P-STOCK-SYMBOL TO CHK-SYMBOL(CHKX)
                       MOVE P-ACCOUNT-ID TO CHK-ACCOUNT-ID(CHKX)
                       MOVE P-SHARES TO CHK-SHARES(CHKX)
                   END-IF
               END-IF
               PERFORM 6010-READ-PORTFOLIO-ROW
           END-PERFORM
           IF PORTFOLIO-OK OR WS-PORTFOLIO-STATUS = '10'
               CLOSE PORTFOLIO-FILE
           END-IF
           IF WS-TRAILER-FOUND = 'N'
               OR WS-TRAILER-ROWS NOT = WS-READ-BACK-ROWS
               OR WS-TRAILER-SHARES NOT = WS-READ-BACK-SHARES
               ADD 1 TO WS-BREAK-COUNT
               MOVE 'TRAILER BREAK' TO WS-REPORT-LINE(1:13)
               MOVE WS-READ-BACK-ROWS TO WS-COUNT-FMT
               MOVE WS-COUNT-FMT TO WS-REPORT-LINE(15:6)
               MOVE 'ROWS READ' TO WS-REPORT-LINE(22:9)
               MOVE WS-READ-BACK-SHARES TO WS-TOTAL-FMT
               MOVE WS-TOTAL-FMT TO WS-REPORT-LINE(32:14)
               MOVE 'SHARES READ' TO WS-REPORT-LINE(47:11)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           PERFORM 6100-MARK-LOTS-UNCLAIMED
               VARYING LOTX FROM 1 BY 1
               UNTIL LOTX > WS-LOT-COUNT
           PERFORM 6200-CHECK-ONE-POSITION
               VARYING CHKX FROM 1 BY 1
               UNTIL CHKX > WS-CHECK-COUNT
           PERFORM 6300-CHECK-ONE-LOT
               VARYING LOTX FROM 1 BY 1
               UNTIL LOTX > WS-LOT-COUNT
           MOVE WS-BREAK-COUNT TO WS-COUNT-FMT
           STRING 'BREAKS FOUND: ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       6010-READ-PORTFOLIO-ROW.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

       6100-MARK-LOTS-UNCLAIMED.
           MOVE 'N' TO LOT-ENTRY-CLAIMED(LOTX).

       6200-CHECK-ONE-POSITION.
           MOVE 0 TO WS-LOT-SUM
           MOVE 'N' TO WS-LOT-FOUND
           PERFORM 6210-SUM-ONE-LOT
               VARYING LOTX FROM 1 BY 1
               UNTIL LOTX > WS-LOT-COUNT
           IF WS-LOT-FOUND = 'Y'
               AND WS-LOT-SUM NOT = CHK-SHARES(CHKX)
               ADD 1 TO WS-BREAK-COUNT
               MOVE 'SHARE BREAK' TO WS-REPORT-LINE(1:12)
               MOVE CHK-SYMBOL(CHKX) TO WS-REPORT-LINE(14:7)
               MOVE CHK-ACCOUNT-ID(CHKX) TO WS-REPORT-LINE(22:8)
               MOVE CHK-SHARES(CHKX) TO WS-TOTAL-FMT
               MOVE WS-TOTAL-FMT TO WS-REPORT-LINE(32:14)
               MOVE 'POSITION' TO WS-REPORT-LINE(47:8)
               MOVE WS-LOT-SUM TO WS-TOTAL-FMT
               MOVE WS-TOTAL-FMT TO WS-REPORT-LINE(57:14)
               MOVE 'LOTS' TO WS-REPORT-LINE(72:4)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       6210-SUM-ONE-LOT.
           IF LOT-ENTRY-SYMBOL(LOTX) = CHK-SYMBOL(CHKX)
               AND LOT-ENTRY-ACCOUNT-ID(LOTX) = CHK-ACCOUNT-ID(CHKX)
               AND LOT-ENTRY-SHARES(LOTX) > 0
               MOVE 'Y' TO WS-LOT-FOUND
               MOVE 'Y' TO LOT-ENTRY-CLAIMED(LOTX)
               ADD LOT-ENTRY-SHARES(LOTX) TO WS-LOT-SUM
           END-IF.

       6300-CHECK-ONE-LOT.
           IF LOT-ENTRY-CLAIMED(LOTX) = 'N'
               AND LOT-ENTRY-SHARES(LOTX) > 0
               ADD 1 TO WS-BREAK-COUNT
               MOVE 'ORPHAN LOT' TO WS-REPORT-LINE(1:12)
               MOVE LOT-ENTRY-SYMBOL(LOTX) TO WS-REPORT-LINE(14:7)
               MOVE LOT-ENTRY-ACCOUNT-ID(LOTX) TO WS-REPORT-LINE(22:8)
               MOVE LOT-ENTRY-SHARES(LOTX) TO WS-TOTAL-FMT
               MOVE WS-TOTAL-FMT TO WS-REPORT-LINE(32:14)
               MOVE 'NO POSITION BEHIND IT' TO WS-REPORT-LINE(47:22)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       7000-WRITE-TOTALS.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-FMT
           STRING 'ENTRIES APPLIED:          ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-FMT
           STRING 'ENTRIES SKIPPED:          ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-LATE-COUNT TO WS-COUNT-FMT
           STRING '  AFTER RECOVERY POINT:   ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-DIFFERED-COUNT TO WS-COUNT-FMT
           STRING 'APPLIED WITH DIFFERENCES: ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-MSGLOG-TEXT
           IF WS-BREAK-COUNT > 0
               MOVE 'RECOVERY LEFT BREAKS -- REVIEW BEFORE POSTING.'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE 'E' TO WS-MSGLOG-SEVERITY
               MOVE WS-BREAK-COUNT TO WS-COUNT-FMT
               STRING 'PORTFOLIO RECOVERED WITH ' DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   ' BREAKS -- SEE RECOVERY.txt' DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
               MOVE 1 TO WS-RECOVERY-RC
           ELSE
               MOVE 'LOTS, POSITIONS AND TRAILER IN BALANCE.'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE 'I' TO WS-MSGLOG-SEVERITY
               STRING 'PORTFOLIO RECOVERED TO ' DELIMITED BY SIZE
                   WS-RECOVERY-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RECOVERY-TIME DELIMITED BY SIZE
                   ' BY ' DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SPACE
                   INTO WS-MSGLOG-TEXT
           END-IF
           PERFORM 8600-LOG-MESSAGE.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       8600-LOG-MESSAGE.
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.

       8700-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-MSGLOG-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM PORT-RECOVER.
