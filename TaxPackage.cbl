      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Year-end tax package. For a keyed tax year, writes
      *          one document per account -- TAXPKG-<account>-<year>
      *          .txt -- for every account (or the one account keyed)
      *          with dispositions or cash income in the year, so the
      *          accountant stops rebuilding each client's sales by
      *          hand from REALIZED-GL-REPORT every February.
      *          Dispositions come from REALIZED.txt with their
      *          proceeds, adjusted cost base and gain/loss as the
      *          blotter recorded them. The acquisition date is
      *          worked out first-in-first-out against the account's
      *          acquisitions -- the posted buys on TRADELOG.txt plus
      *          the PURCHASELOTS.txt lots no journal buy accounts for
      *          (reinvestments, transfers in, lots keyed before the
      *          journal) -- with every earlier sale relieving the
      *          pool first, and the lots a transfer in kind moved
      *          out (LOTJRNL.txt) leaving it at the transfer. A
      *          sale relieving lots of more than one date shows its
      *          earliest date marked *, and is classed on its latest
      *          date so no part is overstated as long held; long
      *          held means held more than a year. A loss
      *          REALIZED-GL-REPORT flags superficial (a repurchase
      *          within 30 days either side) is marked denied. The
      *          year's dividends, foreign tax withheld, interest and
      *          management fees follow from CASHLEDGER.txt, and a
      *          summary box closes each document.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT Lots a transfer in kind moved out of an
      *                 account (the LOTJRNL.txt transfer rows) leave
      *                 that account's acquisitions as of the transfer
      *                 date, so its later sales are not dated from
      *                 shares it no longer held.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-PACKAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT REALIZED-FILE ASSIGN TO "../REALIZED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REALIZED-STATUS.
           SELECT PURCHASE-LOTS-FILE ASSIGN TO "../PURCHASELOTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT TRADE-LOG-FILE ASSIGN TO "../TRADELOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADE-LOG-STATUS.
           SELECT CASH-LEDGER-FILE ASSIGN TO "../CASHLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LOT-JOURNAL-FILE ASSIGN TO "../LOTJRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-JOURNAL-STATUS.
           SELECT PACKAGE-FILE ASSIGN TO WS-PACKAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD REALIZED-FILE.
           COPY RELREC.

       FD PURCHASE-LOTS-FILE.
           COPY LOTREC.

       FD TRADE-LOG-FILE.
           COPY TRDREC.

       FD CASH-LEDGER-FILE.
           COPY CSHREC.

       FD LOT-JOURNAL-FILE.
           COPY LJNLREC.

       FD PACKAGE-FILE.
       01 PACKAGE-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-REALIZED-STATUS      PIC X(2) VALUE '00'.
           88 REALIZED-FILE-OK         VALUE '00'.
       01 WS-LOTS-STATUS          PIC X(2) VALUE '00'.
           88 LOTS-FILE-OK             VALUE '00'.
       01 WS-TRADE-LOG-STATUS     PIC X(2) VALUE '00'.
           88 TRADE-LOG-OK             VALUE '00'.
       01 WS-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88 LEDGER-FILE-OK           VALUE '00'.
       01 WS-LOT-JOURNAL-STATUS   PIC X(2) VALUE '00'.
           88 LOT-JOURNAL-OK           VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TAX-YEAR             PIC X(4).
       01 WS-YEAR-END-DATE        PIC X(8).
       01 WS-ACCOUNT-INPUT        PIC X(8).
       01 WS-PACKAGE-FILENAME     PIC X(40).
       01 WS-LONG-HELD-DAYS       PIC 9(3) VALUE 365.

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACTX.
               10 ACCT-ENTRY-ID       PIC X(8).
               10 ACCT-ENTRY-NAME     PIC X(25).
               10 ACCT-ENTRY-TYPE     PIC X(8).
               10 ACCT-ENTRY-ACTIVE   PIC X.
       01 WS-ACCT-SUB             PIC 9(3) VALUE 0.
       01 WS-ACCT-MATCH           PIC 9(3) VALUE 0.
       01 WS-PACKAGES-WRITTEN     PIC 9(3) VALUE 0.

       01 WS-ACQ-COUNT            PIC 9(4) VALUE 0.
       01 WS-ACQ-TABLE.
           05 ACQ-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-ACQ-COUNT
               INDEXED BY ACQX.
               10 ACQ-ACCOUNT-ID      PIC X(8).
               10 ACQ-SYMBOL          PIC X(7).
               10 ACQ-DATE            PIC X(8).
               10 ACQ-SHARES          PIC 9(7)V9999.
       01 WS-ACQ-MATCH            PIC 9(4) VALUE 0.
       01 WS-JOURNAL-BUY-FOUND    PIC X VALUE 'N'.

      * Lots moved out of an account by a transfer in kind, taken
      * from its acquisitions once the sales reach the transfer date.
       01 WS-XFER-COUNT           PIC 9(4) VALUE 0.
       01 WS-XFER-TABLE.
           05 XFR-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-XFER-COUNT
               INDEXED BY XFRX.
               10 XFR-DATE            PIC X(8).
               10 XFR-ACCOUNT-ID      PIC X(8).
               10 XFR-SYMBOL          PIC X(7).
               10 XFR-PURCHASE-DATE   PIC X(8).
               10 XFR-SHARES          PIC 9(5)V9999.
               10 XFR-APPLIED         PIC X.

       01 WS-DSP-COUNT            PIC 9(4) VALUE 0.
       01 WS-DSP-TABLE.
           05 DSP-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-DSP-COUNT
               INDEXED BY DSPX.
               10 DSP-ACCOUNT-ID      PIC X(8).
               10 DSP-SYMBOL          PIC X(7).
               10 DSP-SALE-DATE       PIC X(8).
               10 DSP-SHARES          PIC 9(5)V9999.
               10 DSP-PROCEEDS        PIC 9(9)V99.
               10 DSP-COST            PIC 9(9)V99.
               10 DSP-GAIN-LOSS       PIC S9(9)V99.
               10 DSP-ACQ-DATE        PIC X(8).
               10 DSP-VARIOUS         PIC X.
               10 DSP-CLASS           PIC X.
                   88 DSP-SHORT-HELD      VALUE 'S'.
                   88 DSP-LONG-HELD       VALUE 'L'.
               10 DSP-DENIED          PIC X.

       01 WS-SHARES-TO-RELIEVE    PIC 9(7)V9999 VALUE 0.
       01 WS-LOT-FOUND            PIC X VALUE 'N'.
       01 WS-EARLIEST-ACQ-DATE    PIC X(8).
       01 WS-LATEST-ACQ-DATE      PIC X(8).
       01 WS-SUPERFICIAL          PIC X VALUE 'N'.
       01 WS-SALE-DATE-NUM        PIC 9(8) VALUE 0.
       01 WS-SALE-DATE-INT        PIC 9(8) VALUE 0.
       01 WS-BUY-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-BUY-DATE-INT         PIC 9(8) VALUE 0.
       01 WS-DAY-GAP              PIC S9(5) VALUE 0.

       01 WS-PACKAGE-TOTALS.
           05 PKG-PROCEEDS            PIC 9(11)V99.
           05 PKG-COST                PIC 9(11)V99.
           05 PKG-SHORT-GAIN          PIC S9(11)V99.
           05 PKG-LONG-GAIN           PIC S9(11)V99.
           05 PKG-OTHER-GAIN          PIC S9(11)V99.
           05 PKG-DENIED              PIC 9(11)V99.
           05 PKG-REPORTABLE          PIC S9(11)V99.
           05 PKG-DIVIDENDS           PIC S9(11)V99.
           05 PKG-WITHHELD            PIC S9(11)V99.
           05 PKG-INTEREST            PIC S9(11)V99.
           05 PKG-FEES                PIC S9(11)V99.
       01 WS-DSP-LINES            PIC 9(4) VALUE 0.
       01 WS-INCOME-LINES         PIC 9(4) VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'TAX-PACKAGE'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-MONEY-FMT            PIC $$$,$$$,$$9.99.
       01 WS-SIGNED-FMT           PIC $$$,$$$,$$9.99-.
       01 WS-SHARES-FMT           PIC ZZ,ZZ9.9999.
       01 WS-COUNT-FMT            PIC ZZ9.
       01 WS-REPORT-LINE          PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY 'Tax year (YYYY):'
           ACCEPT WS-TAX-YEAR
           IF WS-TAX-YEAR NOT NUMERIC
               DISPLAY 'Error: tax year must be YYYY.'
               GOBACK
           END-IF
           DISPLAY 'Account id (blank = every account):'
           ACCEPT WS-ACCOUNT-INPUT
           MOVE SPACES TO WS-YEAR-END-DATE
           STRING WS-TAX-YEAR DELIMITED BY SIZE
               '1231' DELIMITED BY SIZE
               INTO WS-YEAR-END-DATE
           PERFORM 1000-LOAD-ACCOUNT-TABLE
           IF WS-ACCOUNT-INPUT NOT = SPACES
               PERFORM 1100-FIND-INPUT-ACCOUNT
               IF WS-ACCT-MATCH = 0
                   DISPLAY 'Error: account ' WS-ACCOUNT-INPUT
                       ' is not on file.'
                   GOBACK
               END-IF
           END-IF
           PERFORM 1500-LOAD-ACQUISITIONS
           PERFORM 2000-MATCH-DISPOSITIONS
           PERFORM 2500-FLAG-INCOME-ACCOUNTS
           PERFORM 3000-WRITE-ONE-PACKAGE
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT
           MOVE WS-PACKAGES-WRITTEN TO WS-COUNT-FMT
           DISPLAY 'TAX PACKAGE: ' WS-COUNT-FMT ' PACKAGES WRITTEN '
               'FOR ' WS-TAX-YEAR '.'
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'TAX PACKAGES WRITTEN FOR ' DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL
           GOBACK.

       1000-LOAD-ACCOUNT-TABLE.
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
                   MOVE ACCT-ID TO ACCT-ENTRY-ID(ACTX)
                   MOVE ACCT-NAME TO ACCT-ENTRY-NAME(ACTX)
                   MOVE ACCT-TYPE TO ACCT-ENTRY-TYPE(ACTX)
                   MOVE 'N' TO ACCT-ENTRY-ACTIVE(ACTX)
               END-IF
               PERFORM 1010-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       1010-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1100-FIND-INPUT-ACCOUNT.
           MOVE 0 TO WS-ACCT-MATCH
           PERFORM 1110-MATCH-INPUT-ACCOUNT
               VARYING ACTX FROM 1 BY 1
               UNTIL ACTX > WS-ACCOUNT-COUNT
                   OR WS-ACCT-MATCH > 0.

       1110-MATCH-INPUT-ACCOUNT.
           IF ACCT-ENTRY-ID(ACTX) = WS-ACCOUNT-INPUT
               SET WS-ACCT-MATCH TO ACTX
           END-IF.

      ******************************************************************
      * The acquisition pool: every posted buy on the trade journal,
      * then every open lot the journal has no buy for on the same
      * account, symbol and date -- a reinvestment, a transfer in or
      * a lot keyed before the journal began. The same dates are the
      * repurchase evidence for the superficial-loss check. The lot
      * journal's transfer rows are held for the sales pass.
      ******************************************************************
       1500-LOAD-ACQUISITIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TRADE-LOG-FILE
           IF NOT TRADE-LOG-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1510-READ-TRADE-LOG-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF TRD-BUY AND TRD-POSTED
                   AND TRD-TRADE-DATE NUMERIC
                   AND TRD-TRADE-DATE NOT > WS-YEAR-END-DATE
                   AND WS-ACQ-COUNT < 9999
                   ADD 1 TO WS-ACQ-COUNT
                   SET ACQX TO WS-ACQ-COUNT
                   MOVE TRD-ACCOUNT-ID TO ACQ-ACCOUNT-ID(ACQX)
                   MOVE TRD-SYMBOL TO ACQ-SYMBOL(ACQX)
                   MOVE TRD-TRADE-DATE TO ACQ-DATE(ACQX)
                   MOVE TRD-SHARES TO ACQ-SHARES(ACQX)
               END-IF
               PERFORM 1510-READ-TRADE-LOG-ROW
           END-PERFORM
           IF TRADE-LOG-OK OR WS-TRADE-LOG-STATUS = '10'
               CLOSE TRADE-LOG-FILE
           END-IF
           MOVE WS-ACQ-COUNT TO WS-ACQ-MATCH
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PURCHASE-LOTS-FILE
           IF NOT LOTS-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1520-READ-LOT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF LOT-PURCHASE-DATE NUMERIC
                   AND LOT-PURCHASE-DATE NOT > WS-YEAR-END-DATE
                   MOVE 'N' TO WS-JOURNAL-BUY-FOUND
                   PERFORM 1530-MATCH-JOURNAL-BUY
                       VARYING ACQX FROM 1 BY 1
                       UNTIL ACQX > WS-ACQ-MATCH
                           OR WS-JOURNAL-BUY-FOUND = 'Y'
                   IF WS-JOURNAL-BUY-FOUND = 'N'
                       AND WS-ACQ-COUNT < 9999
                       ADD 1 TO WS-ACQ-COUNT
                       SET ACQX TO WS-ACQ-COUNT
                       MOVE LOT-ACCOUNT-ID TO ACQ-ACCOUNT-ID(ACQX)
                       MOVE LOT-SYMBOL TO ACQ-SYMBOL(ACQX)
                       MOVE LOT-PURCHASE-DATE TO ACQ-DATE(ACQX)
                       MOVE LOT-SHARES TO ACQ-SHARES(ACQX)
                   END-IF
               END-IF
               PERFORM 1520-READ-LOT-ROW
           END-PERFORM
           IF LOTS-FILE-OK OR WS-LOTS-STATUS = '10'
               CLOSE PURCHASE-LOTS-FILE
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LOT-JOURNAL-FILE
           IF NOT LOT-JOURNAL-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1540-READ-LOT-JOURNAL-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF LJ-TRANSFER
                   AND LJ-DATE NUMERIC
                   AND LJ-DATE NOT > WS-YEAR-END-DATE
                   AND WS-XFER-COUNT < 9999
                   ADD 1 TO WS-XFER-COUNT
                   SET XFRX TO WS-XFER-COUNT
                   MOVE LJ-DATE TO XFR-DATE(XFRX)
                   MOVE LJ-ACCOUNT-ID TO XFR-ACCOUNT-ID(XFRX)
                   MOVE LJ-SYMBOL TO XFR-SYMBOL(XFRX)
                   MOVE LJ-PURCHASE-DATE TO XFR-PURCHASE-DATE(XFRX)
                   MOVE LJ-SHARES TO XFR-SHARES(XFRX)
                   MOVE 'N' TO XFR-APPLIED(XFRX)
               END-IF
               PERFORM 1540-READ-LOT-JOURNAL-ROW
           END-PERFORM
           IF LOT-JOURNAL-OK OR WS-LOT-JOURNAL-STATUS = '10'
               CLOSE LOT-JOURNAL-FILE
           END-IF.

       1510-READ-TRADE-LOG-ROW.
           READ TRADE-LOG-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1520-READ-LOT-ROW.
           READ PURCHASE-LOTS-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1540-READ-LOT-JOURNAL-ROW.
           READ LOT-JOURNAL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1530-MATCH-JOURNAL-BUY.
           IF ACQ-ACCOUNT-ID(ACQX) = LOT-ACCOUNT-ID
               AND ACQ-SYMBOL(ACQX) = LOT-SYMBOL
               AND ACQ-DATE(ACQX) = LOT-PURCHASE-DATE
               MOVE 'Y' TO WS-JOURNAL-BUY-FOUND
           END-IF.

      ******************************************************************
      * Every sale up to the year end relieves the pool first-in-
      * first-out, so the shares a sale in the tax year took are the
      * ones earlier sales left behind. A transfer in kind dated on or
      * before a sale's trade date takes its lots out of the pool
      * ahead of that sale. Only the tax year's sales are kept for
      * the packages.
      ******************************************************************
       2000-MATCH-DISPOSITIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REALIZED-FILE
           IF NOT REALIZED-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2010-READ-REALIZED-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF RL-TRADE-DATE NUMERIC
                   AND RL-TRADE-DATE NOT > WS-YEAR-END-DATE
                   PERFORM 2050-CHECK-ONE-TRANSFER
                       VARYING XFRX FROM 1 BY 1
                       UNTIL XFRX > WS-XFER-COUNT
                   PERFORM 2100-RELIEVE-SALE
                   IF RL-TRADE-DATE(1:4) = WS-TAX-YEAR
                       AND WS-DSP-COUNT < 9999
                       PERFORM 2200-RECORD-DISPOSITION
                   END-IF
               END-IF
               PERFORM 2010-READ-REALIZED-ROW
           END-PERFORM
           IF REALIZED-FILE-OK OR WS-REALIZED-STATUS = '10'
               CLOSE REALIZED-FILE
           END-IF.

       2010-READ-REALIZED-ROW.
           READ REALIZED-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      * The moved shares come off the from account's acquisitions of
      * the lot's purchase date first; any left over come off its
      * other acquisitions of the symbol in the order they loaded.
       2050-CHECK-ONE-TRANSFER.
           IF XFR-APPLIED(XFRX) = 'N'
               AND XFR-DATE(XFRX) NOT > RL-TRADE-DATE
               MOVE 'Y' TO XFR-APPLIED(XFRX)
               MOVE XFR-SHARES(XFRX) TO WS-SHARES-TO-RELIEVE
               PERFORM 2060-TAKE-TRANSFERRED-LOT
                   VARYING ACQX FROM 1 BY 1
                   UNTIL ACQX > WS-ACQ-COUNT
                       OR WS-SHARES-TO-RELIEVE = 0
               PERFORM 2070-TAKE-TRANSFERRED-SHARES
                   VARYING ACQX FROM 1 BY 1
                   UNTIL ACQX > WS-ACQ-COUNT
                       OR WS-SHARES-TO-RELIEVE = 0
           END-IF.

       2060-TAKE-TRANSFERRED-LOT.
           IF ACQ-DATE(ACQX) = XFR-PURCHASE-DATE(XFRX)
               PERFORM 2070-TAKE-TRANSFERRED-SHARES
           END-IF.

       2070-TAKE-TRANSFERRED-SHARES.
           IF ACQ-ACCOUNT-ID(ACQX) = XFR-ACCOUNT-ID(XFRX)
               AND ACQ-SYMBOL(ACQX) = XFR-SYMBOL(XFRX)
               AND ACQ-SHARES(ACQX) > 0
               IF ACQ-SHARES(ACQX) > WS-SHARES-TO-RELIEVE
                   SUBTRACT WS-SHARES-TO-RELIEVE FROM ACQ-SHARES(ACQX)
                   MOVE 0 TO WS-SHARES-TO-RELIEVE
               ELSE
                   SUBTRACT ACQ-SHARES(ACQX) FROM WS-SHARES-TO-RELIEVE
                   MOVE 0 TO ACQ-SHARES(ACQX)
               END-IF
           END-IF.

       2100-RELIEVE-SALE.
           MOVE RL-SHARES TO WS-SHARES-TO-RELIEVE
           MOVE SPACES TO WS-EARLIEST-ACQ-DATE
           MOVE SPACES TO WS-LATEST-ACQ-DATE
           MOVE 'Y' TO WS-LOT-FOUND
           PERFORM 2110-RELIEVE-OLDEST-LOT
               UNTIL WS-SHARES-TO-RELIEVE = 0
                   OR WS-LOT-FOUND = 'N'.

       2110-RELIEVE-OLDEST-LOT.
           MOVE 0 TO WS-ACQ-MATCH
           PERFORM 2120-CHECK-ONE-LOT
               VARYING ACQX FROM 1 BY 1
               UNTIL ACQX > WS-ACQ-COUNT
           IF WS-ACQ-MATCH = 0
               MOVE 'N' TO WS-LOT-FOUND
           ELSE
               SET ACQX TO WS-ACQ-MATCH
               IF WS-EARLIEST-ACQ-DATE = SPACES
                   MOVE ACQ-DATE(ACQX) TO WS-EARLIEST-ACQ-DATE
               END-IF
               MOVE ACQ-DATE(ACQX) TO WS-LATEST-ACQ-DATE
               IF ACQ-SHARES(ACQX) > WS-SHARES-TO-RELIEVE
                   SUBTRACT WS-SHARES-TO-RELIEVE FROM ACQ-SHARES(ACQX)
                   MOVE 0 TO WS-SHARES-TO-RELIEVE
               ELSE
                   SUBTRACT ACQ-SHARES(ACQX) FROM WS-SHARES-TO-RELIEVE
                   MOVE 0 TO ACQ-SHARES(ACQX)
               END-IF
           END-IF.

       2120-CHECK-ONE-LOT.
           IF ACQ-ACCOUNT-ID(ACQX) = RL-ACCOUNT-ID
               AND ACQ-SYMBOL(ACQX) = RL-SYMBOL
               AND ACQ-SHARES(ACQX) > 0
               AND ACQ-DATE(ACQX) NOT > RL-TRADE-DATE
               IF WS-ACQ-MATCH = 0
                   SET WS-ACQ-MATCH TO ACQX
               ELSE
                   IF ACQ-DATE(ACQX) < ACQ-DATE(WS-ACQ-MATCH)
                       SET WS-ACQ-MATCH TO ACQX
                   END-IF
               END-IF
           END-IF.

       2200-RECORD-DISPOSITION.
           ADD 1 TO WS-DSP-COUNT
           SET DSPX TO WS-DSP-COUNT
           MOVE RL-ACCOUNT-ID TO DSP-ACCOUNT-ID(DSPX)
           MOVE RL-SYMBOL TO DSP-SYMBOL(DSPX)
           MOVE RL-TRADE-DATE TO DSP-SALE-DATE(DSPX)
           MOVE RL-SHARES TO DSP-SHARES(DSPX)
           MOVE RL-PROCEEDS TO DSP-PROCEEDS(DSPX)
           MOVE RL-COST TO DSP-COST(DSPX)
           MOVE RL-GAIN-LOSS TO DSP-GAIN-LOSS(DSPX)
           MOVE WS-EARLIEST-ACQ-DATE TO DSP-ACQ-DATE(DSPX)
           MOVE 'N' TO DSP-VARIOUS(DSPX)
           IF WS-LATEST-ACQ-DATE NOT = WS-EARLIEST-ACQ-DATE
               MOVE 'Y' TO DSP-VARIOUS(DSPX)
           END-IF
           MOVE SPACE TO DSP-CLASS(DSPX)
           MOVE RL-TRADE-DATE TO WS-SALE-DATE-NUM
           COMPUTE WS-SALE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SALE-DATE-NUM)
           IF WS-LATEST-ACQ-DATE NOT = SPACES
               MOVE WS-LATEST-ACQ-DATE TO WS-BUY-DATE-NUM
               COMPUTE WS-BUY-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUY-DATE-NUM)
               COMPUTE WS-DAY-GAP =
                   WS-SALE-DATE-INT - WS-BUY-DATE-INT
               IF WS-DAY-GAP > WS-LONG-HELD-DAYS
                   MOVE 'L' TO DSP-CLASS(DSPX)
               ELSE
                   MOVE 'S' TO DSP-CLASS(DSPX)
               END-IF
           END-IF
           MOVE 'N' TO WS-SUPERFICIAL
           IF RL-GAIN-LOSS < 0
               PERFORM 2300-CHECK-ONE-REPURCHASE
                   VARYING ACQX FROM 1 BY 1
                   UNTIL ACQX > WS-ACQ-COUNT
                       OR WS-SUPERFICIAL = 'Y'
           END-IF
           MOVE WS-SUPERFICIAL TO DSP-DENIED(DSPX)
           PERFORM 2400-FLAG-ACTIVE-ACCOUNT.

      ******************************************************************
      * The same superficial-loss rule REALIZED-GL-REPORT applies: a
      * buy of the symbol by the account (or the house) dated within
      * 30 days either side of the loss sale.
      ******************************************************************
       2300-CHECK-ONE-REPURCHASE.
           IF ACQ-SYMBOL(ACQX) = RL-SYMBOL
               AND (ACQ-ACCOUNT-ID(ACQX) = RL-ACCOUNT-ID
                   OR ACQ-ACCOUNT-ID(ACQX) = SPACES)
               MOVE ACQ-DATE(ACQX) TO WS-BUY-DATE-NUM
               COMPUTE WS-BUY-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUY-DATE-NUM)
               COMPUTE WS-DAY-GAP =
                   WS-BUY-DATE-INT - WS-SALE-DATE-INT
               IF WS-DAY-GAP >= -30 AND WS-DAY-GAP <= 30
                   MOVE 'Y' TO WS-SUPERFICIAL
               END-IF
           END-IF.

       2400-FLAG-ACTIVE-ACCOUNT.
           PERFORM 2410-FLAG-ONE-ACCOUNT
               VARYING ACTX FROM 1 BY 1
               UNTIL ACTX > WS-ACCOUNT-COUNT.

       2410-FLAG-ONE-ACCOUNT.
           IF ACCT-ENTRY-ID(ACTX) = RL-ACCOUNT-ID
               MOVE 'Y' TO ACCT-ENTRY-ACTIVE(ACTX)
           END-IF.

       2500-FLAG-INCOME-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CASH-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2510-READ-LEDGER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF CSH-DATE(1:4) = WS-TAX-YEAR
                   AND (CSH-DIVIDEND OR CSH-TAX-WITHHELD
                       OR CSH-INTEREST OR CSH-FEE)
                   PERFORM 2520-FLAG-ONE-INCOME-ACCOUNT
                       VARYING ACTX FROM 1 BY 1
                       UNTIL ACTX > WS-ACCOUNT-COUNT
               END-IF
               PERFORM 2510-READ-LEDGER-ROW
           END-PERFORM
           IF LEDGER-FILE-OK OR WS-LEDGER-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF.

       2510-READ-LEDGER-ROW.
           READ CASH-LEDGER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2520-FLAG-ONE-INCOME-ACCOUNT.
           IF ACCT-ENTRY-ID(ACTX) = CSH-ACCOUNT-ID
               MOVE 'Y' TO ACCT-ENTRY-ACTIVE(ACTX)
           END-IF.

      ******************************************************************
      * One document per account with activity in the year, or for
      * the one account keyed whether it had activity or not.
      ******************************************************************
       3000-WRITE-ONE-PACKAGE.
           IF (WS-ACCOUNT-INPUT = SPACES
                   AND ACCT-ENTRY-ACTIVE(WS-ACCT-SUB) = 'Y')
               OR (WS-ACCOUNT-INPUT NOT = SPACES
                   AND ACCT-ENTRY-ID(WS-ACCT-SUB) = WS-ACCOUNT-INPUT)
               PERFORM 3100-OPEN-PACKAGE
               PERFORM 4000-LIST-DISPOSITIONS
               PERFORM 5000-LIST-INCOME
               PERFORM 6000-SUMMARY-BOX
               CLOSE PACKAGE-FILE
               ADD 1 TO WS-PACKAGES-WRITTEN
               DISPLAY 'Tax package written to ' WS-PACKAGE-FILENAME
           END-IF.

       3100-OPEN-PACKAGE.
           INITIALIZE WS-PACKAGE-TOTALS
           MOVE SPACES TO WS-PACKAGE-FILENAME
           STRING '../TAXPKG-' DELIMITED BY SIZE
               ACCT-ENTRY-ID(WS-ACCT-SUB) DELIMITED BY SPACE
               '-' DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-PACKAGE-FILENAME
           OPEN OUTPUT PACKAGE-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TAX PACKAGE ' DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               ' -- ACCOUNT ' DELIMITED BY SIZE
               ACCT-ENTRY-ID(WS-ACCT-SUB) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               ACCT-ENTRY-NAME(WS-ACCT-SUB) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCOUNT TYPE ' DELIMITED BY SIZE
               ACCT-ENTRY-TYPE(WS-ACCT-SUB) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       4000-LIST-DISPOSITIONS.
           MOVE 'DISPOSITIONS' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'SYMBOL' TO WS-REPORT-LINE(1:6)
           MOVE 'ACQUIRED' TO WS-REPORT-LINE(9:8)
           MOVE 'DISPOSED' TO WS-REPORT-LINE(19:8)
           MOVE 'SHARES' TO WS-REPORT-LINE(33:6)
           MOVE 'PROCEEDS' TO WS-REPORT-LINE(46:8)
           MOVE 'ADJ COST BASE' TO WS-REPORT-LINE(56:13)
           MOVE 'GAIN/LOSS' TO WS-REPORT-LINE(75:9)
           MOVE 'HELD' TO WS-REPORT-LINE(86:4)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:97)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 0 TO WS-DSP-LINES
           PERFORM 4100-WRITE-ONE-DISPOSITION
               VARYING DSPX FROM 1 BY 1
               UNTIL DSPX > WS-DSP-COUNT
           IF WS-DSP-LINES = 0
               MOVE 'NO DISPOSITIONS IN THE YEAR' TO
                   WS-REPORT-LINE(3:27)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE ALL '-' TO WS-REPORT-LINE(1:97)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       4100-WRITE-ONE-DISPOSITION.
           IF DSP-ACCOUNT-ID(DSPX) = ACCT-ENTRY-ID(WS-ACCT-SUB)
               ADD 1 TO WS-DSP-LINES
               MOVE DSP-SYMBOL(DSPX) TO WS-REPORT-LINE(1:7)
               IF DSP-ACQ-DATE(DSPX) = SPACES
                   MOVE 'UNKNOWN' TO WS-REPORT-LINE(9:7)
               ELSE
                   MOVE DSP-ACQ-DATE(DSPX) TO WS-REPORT-LINE(9:8)
               END-IF
               IF DSP-VARIOUS(DSPX) = 'Y'
                   MOVE '*' TO WS-REPORT-LINE(17:1)
               END-IF
               MOVE DSP-SALE-DATE(DSPX) TO WS-REPORT-LINE(19:8)
               MOVE DSP-SHARES(DSPX) TO WS-SHARES-FMT
               MOVE WS-SHARES-FMT TO WS-REPORT-LINE(28:11)
               MOVE DSP-PROCEEDS(DSPX) TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(40:14)
               MOVE DSP-COST(DSPX) TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(55:14)
               MOVE DSP-GAIN-LOSS(DSPX) TO WS-SIGNED-FMT
               MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(70:15)
               EVALUATE TRUE
                   WHEN DSP-SHORT-HELD(DSPX)
                       MOVE 'SHORT' TO WS-REPORT-LINE(86:5)
                       ADD DSP-GAIN-LOSS(DSPX) TO PKG-SHORT-GAIN
                   WHEN DSP-LONG-HELD(DSPX)
                       MOVE 'LONG' TO WS-REPORT-LINE(86:4)
                       ADD DSP-GAIN-LOSS(DSPX) TO PKG-LONG-GAIN
                   WHEN OTHER
                       MOVE '?' TO WS-REPORT-LINE(86:1)
                       ADD DSP-GAIN-LOSS(DSPX) TO PKG-OTHER-GAIN
               END-EVALUATE
               IF DSP-DENIED(DSPX) = 'Y'
                   MOVE 'DENIED' TO WS-REPORT-LINE(92:6)
                   SUBTRACT DSP-GAIN-LOSS(DSPX) FROM PKG-DENIED
               END-IF
               ADD DSP-PROCEEDS(DSPX) TO PKG-PROCEEDS
               ADD DSP-COST(DSPX) TO PKG-COST
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       5000-LIST-INCOME.
           MOVE 'INCOME AND FEES FROM THE CASH LEDGER' TO
               WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'DATE' TO WS-REPORT-LINE(1:4)
           MOVE 'ITEM' TO WS-REPORT-LINE(11:4)
           MOVE 'REFERENCE' TO WS-REPORT-LINE(35:9)
           MOVE 'AMOUNT' TO WS-REPORT-LINE(55:6)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:61)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 0 TO WS-INCOME-LINES
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CASH-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2510-READ-LEDGER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF CSH-ACCOUNT-ID = ACCT-ENTRY-ID(WS-ACCT-SUB)
                   AND CSH-DATE(1:4) = WS-TAX-YEAR
                   PERFORM 5100-WRITE-ONE-INCOME-ROW
               END-IF
               PERFORM 2510-READ-LEDGER-ROW
           END-PERFORM
           IF LEDGER-FILE-OK OR WS-LEDGER-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF
           IF WS-INCOME-LINES = 0
               MOVE 'NO DIVIDENDS, INTEREST OR FEES IN THE YEAR' TO
                   WS-REPORT-LINE(3:42)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE ALL '-' TO WS-REPORT-LINE(1:61)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       5100-WRITE-ONE-INCOME-ROW.
           EVALUATE TRUE
               WHEN CSH-DIVIDEND
                   MOVE 'DIVIDEND (GROSS)' TO WS-REPORT-LINE(11:22)
                   ADD CSH-AMOUNT TO PKG-DIVIDENDS
               WHEN CSH-TAX-WITHHELD
                   MOVE 'FOREIGN TAX WITHHELD' TO
                       WS-REPORT-LINE(11:22)
                   SUBTRACT CSH-AMOUNT FROM PKG-WITHHELD
               WHEN CSH-INTEREST
                   MOVE 'INTEREST' TO WS-REPORT-LINE(11:22)
                   ADD CSH-AMOUNT TO PKG-INTEREST
               WHEN CSH-FEE
                   MOVE 'MANAGEMENT FEE' TO WS-REPORT-LINE(11:22)
                   SUBTRACT CSH-AMOUNT FROM PKG-FEES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REPORT-LINE NOT = SPACES
               ADD 1 TO WS-INCOME-LINES
               MOVE CSH-DATE TO WS-REPORT-LINE(1:8)
               MOVE CSH-REFERENCE TO WS-REPORT-LINE(35:10)
               MOVE CSH-AMOUNT TO WS-SIGNED-FMT
               MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(47:15)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * The summary box. Reportable gain is the year's net gain with
      * the denied superficial losses added back.
      ******************************************************************
       6000-SUMMARY-BOX.
           COMPUTE PKG-REPORTABLE =
               PKG-SHORT-GAIN + PKG-LONG-GAIN + PKG-OTHER-GAIN
               + PKG-DENIED
               ON SIZE ERROR MOVE 0 TO PKG-REPORTABLE
           END-COMPUTE
           MOVE '+' TO WS-REPORT-LINE(1:1)
           MOVE ALL '-' TO WS-REPORT-LINE(2:58)
           MOVE '+' TO WS-REPORT-LINE(60:1)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE(3:40)
           STRING 'SUMMARY -- TAX YEAR ' DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               INTO WS-REPORT-LINE(3:40)
           PERFORM 6200-CLOSE-BOX-LINE
           MOVE 'TOTAL PROCEEDS' TO WS-REPORT-LINE(3:35)
           MOVE PKG-PROCEEDS TO WS-SIGNED-FMT
           PERFORM 6100-WRITE-BOX-AMOUNT
           MOVE 'TOTAL ADJUSTED COST BASE' TO WS-REPORT-LINE(3:35)
           MOVE PKG-COST TO WS-SIGNED-FMT
           PERFORM 6100-WRITE-BOX-AMOUNT
           MOVE 'SHORT-HELD GAIN/LOSS' TO WS-REPORT-LINE(3:35)
           MOVE PKG-SHORT-GAIN TO WS-SIGNED-FMT
           PERFORM 6100-WRITE-BOX-AMOUNT
           MOVE 'LONG-HELD GAIN/LOSS' TO WS-REPORT-LINE(3:35)
           MOVE PKG-LONG-GAIN TO WS-SIGNED-FMT
           PERFORM 6100-WRITE-BOX-AMOUNT
           IF PKG-OTHER-GAIN NOT = 0
               MOVE 'GAIN/LOSS, ACQUISITION UNKNOWN' TO
                   WS-REPORT-LINE(3:35)
               MOVE PKG-OTHER-GAIN TO WS-SIGNED-FMT
               PERFORM 6100-WRITE-BOX-AMOUNT
           END-IF
           MOVE 'SUPERFICIAL LOSSES DENIED' TO WS-REPORT-LINE(3:35)
           MOVE PKG-DENIED TO WS-SIGNED-FMT
           PERFORM 6100-WRITE-BOX-AMOUNT
           MOVE 'REPORTABLE NET GAIN/LOSS' TO WS-REPORT-LINE(3:35)
           MOVE PKG-REPORTABLE TO WS-SIGNED-FMT
           PERFORM 6100-WRITE-BOX-AMOUNT
           MOVE 'DIVIDEND INCOME (GROSS)' TO WS-REPORT-LINE(3:35)
           MOVE PKG-DIVIDENDS TO WS-SIGNED-FMT
           PERFORM 6100-WRITE-BOX-AMOUNT
           MOVE 'FOREIGN TAX WITHHELD (FOR CREDIT)' TO
               WS-REPORT-LINE(3:35)
           MOVE PKG-WITHHELD TO WS-SIGNED-FMT
           PERFORM 6100-WRITE-BOX-AMOUNT
           MOVE 'INTEREST INCOME' TO WS-REPORT-LINE(3:35)
           MOVE PKG-INTEREST TO WS-SIGNED-FMT
           PERFORM 6100-WRITE-BOX-AMOUNT
           MOVE 'MANAGEMENT FEES PAID' TO WS-REPORT-LINE(3:35)
           MOVE PKG-FEES TO WS-SIGNED-FMT
           PERFORM 6100-WRITE-BOX-AMOUNT
           MOVE '+' TO WS-REPORT-LINE(1:1)
           MOVE ALL '-' TO WS-REPORT-LINE(2:58)
           MOVE '+' TO WS-REPORT-LINE(60:1)
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'ACQUIRED * -- LOTS OF MORE THAN ONE DATE, '
               DELIMITED BY SIZE
               'EARLIEST SHOWN, HELD CLASSED ON THE LATEST.'
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       6100-WRITE-BOX-AMOUNT.
           MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(42:15)
           PERFORM 6200-CLOSE-BOX-LINE.

       6200-CLOSE-BOX-LINE.
           MOVE '|' TO WS-REPORT-LINE(1:1)
           MOVE '|' TO WS-REPORT-LINE(60:1)
           PERFORM 8000-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PACKAGE-RECORD
           WRITE PACKAGE-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM TAX-PACKAGE.
