      *                 another session holds it -- the same
      *                 protection the stock master has always had,
      *                 on the files that move daily.
      *   2026-10-15 LT Broker commission: every buy and sell -- keyed
      *                 or imported -- is charged from the COMMSCHED.txt
      *                 schedule (flat, per-share or percent with a
      *                 minimum, by account type, the latest row in
      *                 effect on the trade date). A buy's commission
      *                 goes into its lot cost and the position's
      *                 average cost, a sell's comes off the proceeds
      *                 on the REALIZED.txt row, and either way it
      *                 posts as its own type-C cash ledger line. The
      *                 broker and commission ride on the TRADELOG.txt
      *                 row, so cancel/correct reverses the charge and
      *                 COMM-REPORT can total it. The import reads an
      *                 optional seventh column, the broker id.
      *   2026-10-15 LT Each new lot now records the FXRATES rate for
      *                 the position's currency in effect on the trade
      *                 date (looked up through the shared FXRATEAT
      *                 routine), and each sell splits its realized
      *                 gain into a security part and a currency part
      *                 in the position's own currency, both carried
      *                 on the REALIZED.txt row with the sale-date
      *                 rate. Reversing a sell restores its lot at the
      *                 blended trade-date rate of the lots relieved.
      *   2026-10-15 LT Added a Transfer-in-kind option: some or all of
      *                 an account's shares in a symbol move to another
      *                 account with their PURCHASELOTS.txt lots -- the
      *                 original cost, purchase date and FX rate carried
      *                 across, a lot split where only part of it moves
      *                 -- instead of a sell and a re-buy that put a
      *                 gain that never happened on REALIZED.txt. Both
      *                 positions, the TRAILER and POSJRNL.txt are
      *                 updated, the transfer date must fall in an open
      *                 period, and a confirmation is displayed and
      *                 appended to XFERCONF.txt.
      *   2026-10-15 LT Suitability: a buy of a stock rated above the
      *                 account's client risk rating (STOCK-RISK-RATING
      *                 against ACCT-RISK-RATING) warns and posts only
      *                 on a supervisor override -- a different
      *                 operator with the administrator role keys
      *                 their own id and password, checked against
      *                 OPERATORS.txt, and the override goes to the
      *                 shop log under both ids. With no supervisor at
      *                 hand, the confirmation import rejects such a
      *                 buy instead. An unrated stock or an account
      *                 with no profile is never held against a trade.
      *   2026-10-15 LT Each journal row now carries the date and time
      *                 the trade was posted (TRD-POSTED-DATE/TIME),
      *                 kept through a cancel's rewrite, so PORT-RECOVER
      *                 can replay the day's trades in posting order.
      *   2026-10-15 LT Records the new figures of PORTFOLIO.txt,
      *                 PURCHASELOTS.txt and CASHLEDGER.txt on the
      *                 MASTERCTL integrity control register after each
      *                 rewrite or posting.
      *   2026-10-15 LT The confirmation import passes TRADECONF.txt
      *                 through the INBOUNDCK header/trailer check
      *                 first and imports nothing from a file it
      *                 refuses; header and trailer rows are skipped.
      *   2026-10-15 LT The import also takes ORDER-EVAL's triggered
      *                 orders from ORDERCONF.txt under their own
      *                 inbound file id, after the broker's file.
      *                 Each file the inbound check accepts is
      *                 appended to a dated .ARC archive and removed
      *                 once imported, so it cannot be loaded twice.
      *   2026-10-15 LT Lot changes the journals could not show are
      *                 written to the LOTJRNL.txt lot journal (see
      *                 LJNLREC): every lot a transfer in kind moves,
      *                 every lot a specific-lot sale relieves and the
      *                 lot a cancelled sale restores. The trade
      *                 journal row now carries the sale's relief
      *                 method and the date and time of a cancel, so
      *                 PORT-RECOVER rebuilds the lots as posted.
      *   2026-10-15 LT A transfer in kind also journals one position
      *                 row carrying the from position's currency, and
      *                 its lot rows carry the currency too.
      *   2026-10-15 LT The commission charged on a buy or sell is
      *                 shown as an edited amount.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRADE-BLOTTER.
           SELECT TRADE-LOG-FILE ASSIGN TO "../TRADELOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADE-LOG-STATUS.
           SELECT TRADE-CONF-FILE ASSIGN TO WS-INBOUND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.
           SELECT TRADE-CONF-REJECT-FILE ASSIGN TO
               WS-CONF-REJECT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONF-ARCHIVE-FILE ASSIGN TO WS-CONF-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-ARCHIVE-STATUS.
           SELECT RESTRICTED-FILE ASSIGN TO "../RESTRICT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICTED-STATUS.
               FILE STATUS IS WS-COMPLIANCE-STATUS.
           SELECT POSITION-JOURNAL-FILE ASSIGN TO "../POSJRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOT-JOURNAL-FILE ASSIGN TO "../LOTJRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-JOURNAL-STATUS.
           SELECT COMMISSION-FILE ASSIGN TO "../COMMSCHED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-STATUS.
           SELECT TRANSFER-CONF-FILE ASSIGN TO "../XFERCONF.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-CONF-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "../OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRADE-CONF-REJECT-FILE.
       01 TRADE-CONF-REJECT-RECORD PIC X(120).

       FD CONF-ARCHIVE-FILE.
       01 CONF-ARCHIVE-RECORD     PIC X(80).

       FD RESTRICTED-FILE.
       01 RESTRICTED-RECORD.
           05 RST-SYMBOL          PIC X(7).
       FD POSITION-JOURNAL-FILE.
           COPY PJNLREC.

       FD LOT-JOURNAL-FILE.
           COPY LJNLREC.

       FD COMMISSION-FILE.
           COPY COMMREC.

       FD TRANSFER-CONF-FILE.
       01 TRANSFER-CONF-RECORD    PIC X(80).

       FD OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
           88 REALIZED-FILE-OK         VALUE '00'.
       01 WS-END-OF-REALIZED      PIC X VALUE 'N'.
           88 NO-MORE-REALIZED         VALUE 'Y'.
       01 WS-COMMISSION-STATUS    PIC X(2) VALUE '00'.
           88 COMMISSION-FILE-OK       VALUE '00'.
       01 WS-END-OF-SCHEDULE      PIC X VALUE 'N'.
           88 NO-MORE-SCHEDULE-RECORD  VALUE 'Y'.

       01 WS-MENU-CHOICE          PIC X.
           88 MENU-BUY                 VALUE 'B' 'b'.
           88 MENU-SELL                VALUE 'S' 's'.
           88 MENU-CANCEL              VALUE 'C' 'c'.
           88 MENU-IMPORT              VALUE 'I' 'i'.
           88 MENU-TRANSFER            VALUE 'T' 't'.
           88 MENU-QUIT                VALUE 'Q' 'q'.
       01 WS-VALID-ENTRY          PIC X VALUE 'Y'.
           88 ENTRY-VALID               VALUE 'Y'.
       01 WS-TRADE-DATE-INPUT     PIC X(8).
       01 WS-SETTLE-DATE-INPUT    PIC X(8).
       01 WS-ACCOUNT-INPUT        PIC X(8).
       01 WS-BROKER-INPUT         PIC X(8).

       01 WS-POSITION-COUNT       PIC 9(4) VALUE 0.
       01 WS-POSITION-TABLE.
               10 LOT-ENTRY-COST-PER-SHARE PIC 9(6)V99.
               10 LOT-ENTRY-PURCHASE-DATE  PIC X(8).
               10 LOT-ENTRY-ACCOUNT-ID     PIC X(8).
               10 LOT-ENTRY-FX-RATE        PIC 9(3)V9999.

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
               10 ACCT-ENTRY-ID       PIC X(8).
               10 ACCT-ENTRY-NAME     PIC X(25).
               10 ACCT-ENTRY-STATUS   PIC X.
               10 ACCT-ENTRY-TYPE     PIC X(8).
               10 ACCT-ENTRY-RISK     PIC X.
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.

       01 WS-SCHEDULE-COUNT       PIC 9(3) VALUE 0.
       01 WS-SCHEDULE-TABLE.
           05 SCH-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-SCHEDULE-COUNT
               INDEXED BY SCHX.
               10 SCH-ACCT-TYPE       PIC X(8).
               10 SCH-EFF-DATE        PIC X(8).
               10 SCH-BASIS           PIC X.
               10 SCH-RATE            PIC 9(5)V9999.
               10 SCH-MINIMUM         PIC 9(5)V99.
       01 WS-TRADE-ACCT-TYPE      PIC X(8) VALUE SPACES.
       01 WS-TYPE-TARIFF          PIC 9(3) VALUE 0.
       01 WS-TYPE-TARIFF-DATE     PIC X(8) VALUE SPACES.
       01 WS-DEFAULT-TARIFF       PIC 9(3) VALUE 0.
       01 WS-DEFAULT-TARIFF-DATE  PIC X(8) VALUE SPACES.
       01 WS-TARIFF-MATCH         PIC 9(3) VALUE 0.
       01 WS-TRADE-VALUE          PIC 9(11)V99 VALUE 0.
       01 WS-COMMISSION           PIC 9(7)V99 VALUE 0.
       01 WS-COMMISSION-OUT       PIC Z,ZZZ,ZZ9.99.
       01 WS-LOT-COST             PIC 9(6)V99 VALUE 0.

       01 WS-RELIEF-METHOD        PIC X VALUE 'F'.
           88 RELIEF-FIFO              VALUE 'F' 'f' ' '.
           88 RELIEF-HIGH-COST         VALUE 'H' 'h'.
       01 WS-PICK-SHARES          PIC 9(5)V9999 VALUE 0.
       01 WS-LOT-SCAN             PIC 9(4) VALUE 0.

      * The lots a specific-lot sale relieved, held until the trade
      * is logged and its sequence is known for the lot journal.
       01 WS-RELIEVED-LOT-COUNT   PIC 9(3) VALUE 0.
       01 WS-RELIEVED-LOT-TABLE.
           05 RLV-ENTRY OCCURS 999 TIMES
               INDEXED BY RLVX.
               10 RLV-ACCOUNT-ID      PIC X(8).
               10 RLV-SHARES          PIC 9(5)V9999.
               10 RLV-PURCHASE-DATE   PIC X(8).
               10 RLV-COST-PER-SHARE  PIC 9(6)V99.
               10 RLV-FX-RATE         PIC 9(3)V9999.

       01 WS-LOT-JOURNAL-STATUS   PIC X(2) VALUE '00'.
           88 LOT-JOURNAL-MISSING      VALUE '35'.
       01 WS-LJ-ACTION            PIC X VALUE SPACE.
       01 WS-LJ-DATE              PIC X(8) VALUE SPACES.
       01 WS-LJ-TIME              PIC X(6) VALUE SPACES.
       01 WS-LJ-SEQUENCE          PIC 9(5) VALUE 0.
       01 WS-LJ-ACCOUNT-ID        PIC X(8) VALUE SPACES.
       01 WS-LJ-TO-ACCOUNT-ID     PIC X(8) VALUE SPACES.
       01 WS-LJ-SHARES            PIC 9(5)V9999 VALUE 0.
       01 WS-LJ-PURCHASE-DATE     PIC X(8) VALUE SPACES.
       01 WS-LJ-COST-PER-SHARE    PIC 9(6)V99 VALUE 0.
       01 WS-LJ-FX-RATE           PIC 9(3)V9999 VALUE 0.
       01 WS-LJ-CURRENCY-CODE     PIC X(3) VALUE SPACES.

       01 WS-SHARES-TO-RELIEVE    PIC 9(5)V9999 VALUE 0.
       01 WS-RELIEVED-THIS-LOT    PIC 9(5)V9999 VALUE 0.
       01 WS-RELIEVED-COST        PIC 9(9)V99 VALUE 0.
       01 WS-SALE-PROCEEDS        PIC 9(9)V99 VALUE 0.
       01 WS-REALIZED-GAIN        PIC S9(9)V99 VALUE 0.
       01 WS-TRADE-CURRENCY       PIC X(3) VALUE SPACES.
       01 WS-LOT-FX-RATE          PIC 9(3)V9999 VALUE 0.
       01 WS-SALE-FX-RATE         PIC 9(3)V9999 VALUE 0.
       01 WS-THIS-LOT-FX-RATE     PIC 9(3)V9999 VALUE 0.
       01 WS-RELIEVED-NATIVE-COST PIC 9(11)V99 VALUE 0.
       01 WS-SECURITY-GAIN        PIC S9(9)V99 VALUE 0.
       01 WS-CURRENCY-GAIN        PIC S9(9)V99 VALUE 0.
       01 WS-RECORDS-WRITTEN      PIC 9(5) VALUE 0.
       01 WS-TOTAL-SHARES         PIC 9(9)V9999 VALUE 0.
       01 WS-TRADE-CASH           PIC 9(9)V99 VALUE 0.
               10 TLOG-RELIEVED-COST  PIC 9(9)V99.
               10 TLOG-STATUS         PIC X.
               10 TLOG-SETTLE-DATE    PIC X(8).
               10 TLOG-BROKER         PIC X(8).
               10 TLOG-COMMISSION     PIC 9(7)V99.
               10 TLOG-POSTED-DATE    PIC X(8).
               10 TLOG-POSTED-TIME    PIC X(6).
               10 TLOG-RELIEF-METHOD  PIC X.
               10 TLOG-CANCEL-DATE    PIC X(8).
               10 TLOG-CANCEL-TIME    PIC X(6).
       01 WS-CANCEL-SEQ           PIC 9(5) VALUE 0.
       01 WS-CANCEL-MATCH         PIC 9(5) VALUE 0.
       01 WS-CANCEL-SCAN          PIC 9(5) VALUE 0.
               10 RLT-PROCEEDS        PIC 9(9)V99.
               10 RLT-COST            PIC 9(9)V99.
               10 RLT-GAIN-LOSS       PIC S9(9)V99.
               10 RLT-CURRENCY-CODE   PIC X(3).
               10 RLT-FX-RATE         PIC 9(3)V9999.
               10 RLT-SECURITY-GAIN   PIC S9(9)V99.
               10 RLT-CURRENCY-GAIN   PIC S9(9)V99.
               10 RLT-REMOVED         PIC X.
       01 WS-REALIZED-REMOVED     PIC X VALUE 'N'.
       01 WS-REMOVED-FX-RATE      PIC 9(3)V9999 VALUE 0.
       01 WS-REMOVED-CURRENCY-GAIN PIC S9(9)V99 VALUE 0.

       01 WS-LOCK-FUNCTION        PIC X VALUE 'A'.
       01 WS-LOCK-RESULT          PIC X VALUE 'Y'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.
       01 WS-INBOUND-FILE-ID      PIC X(12) VALUE 'TRADECONF'.
       01 WS-INBOUND-FILE-NAME    PIC X(40)
           VALUE '../TRADECONF.txt'.
       01 WS-INBOUND-DATE         PIC X(8) VALUE SPACES.
       01 WS-INBOUND-RESULT       PIC X VALUE 'Y'.
       01 WS-CONF-FILE-LABEL      PIC X(13).
       01 WS-CONF-REJECT-FILENAME PIC X(40).
       01 WS-CONF-ARCHIVE-FILENAME PIC X(40).
       01 WS-CONF-ARCHIVE-STATUS  PIC X(2) VALUE '00'.
           88 CONF-ARCHIVE-MISSING     VALUE '35'.
       01 WS-DELETE-STATUS        PIC 9(9) COMP VALUE 0.

       01 WS-RESTRICTED-STATUS    PIC X(2) VALUE '00'.
           88 RESTRICTED-FILE-OK       VALUE '00'.
       01 WS-END-OF-RESTRICTED    PIC X VALUE 'N'.
       01 WS-POS-MARKET-VALUE     PIC 9(13)V99 VALUE 0.
       01 WS-POS-PCT              PIC 9(3)V99 VALUE 0.
       01 WS-OVERRIDE-CHOICE      PIC X VALUE 'N'.
       01 WS-ACCOUNT-RISK         PIC X VALUE SPACE.
       01 WS-STOCK-RISK           PIC X VALUE SPACE.
       01 WS-SUITABILITY-BREACH   PIC X VALUE 'N'.
       01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE '00'.
           88 OPERATOR-FILE-OK         VALUE '00'.
       01 WS-END-OF-OPERATORS     PIC X VALUE 'N'.
           88 NO-MORE-OPERATOR-RECORD  VALUE 'Y'.
       01 WS-SUPERVISOR-ID        PIC X(10) VALUE SPACES.
       01 WS-SUPERVISOR-PASSWORD  PIC X(10) VALUE SPACES.
       01 WS-SUPERVISOR-OK        PIC X VALUE 'N'.
       01 WS-ENCODE-PASSWORD      PIC X(10).
       01 WS-ENCODE-HASH          PIC 9(8) VALUE 0.
       01 WS-JRNL-BEFORE-SHARES   PIC 9(5)V9999 VALUE 0.
       01 WS-JRNL-BEFORE-COST     PIC 9(6)V99 VALUE 0.
       01 WS-CURRENT-TIMESTAMP    PIC X(21).
       01 WS-CONF-SYMBOL-TXT      PIC X(10).
       01 WS-CONF-SHARES-TXT      PIC X(14).
       01 WS-CONF-PRICE-TXT       PIC X(14).
       01 WS-CONF-BROKER-TXT      PIC X(10).
       01 WS-CONF-WHOLE-PART      PIC X(9).
       01 WS-CONF-FRACTION-PART   PIC X(4).
       01 WS-CONF-VALID           PIC X VALUE 'Y'.
       01 WS-CONF-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01 WS-CONF-REJECT-COUNT    PIC 9(5) VALUE 0.

       01 WS-XFER-CONF-STATUS     PIC X(2) VALUE '00'.
           88 XFER-CONF-MISSING        VALUE '35'.
       01 WS-XFER-FROM-ACCOUNT    PIC X(8) VALUE SPACES.
       01 WS-XFER-TO-ACCOUNT      PIC X(8) VALUE SPACES.
       01 WS-XFER-FROM-POS        PIC 9(4) VALUE 0.
       01 WS-XFER-CURRENCY        PIC X(3) VALUE SPACES.
       01 WS-XFER-FROM-COST       PIC 9(6)V99 VALUE 0.
       01 WS-XFER-LOT-LIMIT       PIC 9(4) VALUE 0.
       01 WS-XFER-TO-MOVE         PIC 9(5)V9999 VALUE 0.
       01 WS-XFER-LOT-SHARES      PIC 9(5)V9999 VALUE 0.
       01 WS-XFER-LOTS-MOVED      PIC 9(4) VALUE 0.
       01 WS-XFER-MOVED-SHARES    PIC 9(5)V9999 VALUE 0.
       01 WS-XFER-MOVED-COST      PIC 9(11)V99 VALUE 0.
       01 WS-XFER-LINE            PIC X(80) VALUE SPACES.
       01 WS-XFER-SHARES-OUT      PIC ZZ,ZZ9.9999.
       01 WS-XFER-COST-OUT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-XFER-AVG-OUT         PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-ACQUIRE-PORTFOLIO-LOCK
           PERFORM 1100-LOAD-POSITION-TABLE
           PERFORM 1200-LOAD-LOT-TABLE
           PERFORM 1300-LOAD-TRADE-LOG
           PERFORM 1400-LOAD-COMPLIANCE-RULES
           PERFORM 1500-LOAD-COMMISSION-SCHEDULE.

      ******************************************************************
      * The restricted-symbols list and the concentration limit both
           READ RESTRICTED-FILE
               AT END MOVE 'Y' TO WS-END-OF-RESTRICTED.

      ******************************************************************
      * The commission tariff lives in COMMSCHED.txt (see COMM-MAINT).
      * With no schedule on disk no commission is charged, so a shop
      * that has not keyed one yet posts trades exactly as before.
      ******************************************************************
       1500-LOAD-COMMISSION-SCHEDULE.
           OPEN INPUT COMMISSION-FILE
           IF NOT COMMISSION-FILE-OK
               MOVE 'Y' TO WS-END-OF-SCHEDULE
           ELSE
               PERFORM 1510-READ-SCHEDULE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-SCHEDULE-RECORD
               IF WS-SCHEDULE-COUNT < 999
                   AND CM-EFF-DATE NUMERIC
                   AND CM-RATE NUMERIC
                   AND CM-MINIMUM NUMERIC
                   ADD 1 TO WS-SCHEDULE-COUNT
                   SET SCHX TO WS-SCHEDULE-COUNT
                   MOVE CM-ACCT-TYPE TO SCH-ACCT-TYPE(SCHX)
                   MOVE CM-EFF-DATE TO SCH-EFF-DATE(SCHX)
                   MOVE CM-BASIS TO SCH-BASIS(SCHX)
                   MOVE CM-RATE TO SCH-RATE(SCHX)
                   MOVE CM-MINIMUM TO SCH-MINIMUM(SCHX)
               END-IF
               PERFORM 1510-READ-SCHEDULE-ROW
           END-PERFORM
           IF COMMISSION-FILE-OK OR WS-COMMISSION-STATUS = '10'
               CLOSE COMMISSION-FILE
           END-IF.

       1510-READ-SCHEDULE-ROW.
           READ COMMISSION-FILE
               AT END MOVE 'Y' TO WS-END-OF-SCHEDULE.

       1050-LOAD-ACCOUNT-TABLE.
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
                   MOVE ACCT-ID TO ACCT-ENTRY-ID(ACTX)
                   MOVE ACCT-NAME TO ACCT-ENTRY-NAME(ACTX)
                   MOVE ACCT-STATUS TO ACCT-ENTRY-STATUS(ACTX)
                   MOVE ACCT-TYPE TO ACCT-ENTRY-TYPE(ACTX)
                   MOVE ACCT-RISK-RATING TO ACCT-ENTRY-RISK(ACTX)
               END-IF
               PERFORM 1060-READ-ACCOUNT-ROW
           END-PERFORM
               MOVE LOT-PURCHASE-DATE TO
                   LOT-ENTRY-PURCHASE-DATE(LOTX)
               MOVE LOT-ACCOUNT-ID TO LOT-ENTRY-ACCOUNT-ID(LOTX)
               IF LOT-FX-RATE NUMERIC
                   MOVE LOT-FX-RATE TO LOT-ENTRY-FX-RATE(LOTX)
               ELSE
                   MOVE 0 TO LOT-ENTRY-FX-RATE(LOTX)
               END-IF
               PERFORM 1210-READ-LOT-ROW
           END-PERFORM
           IF LOTS-FILE-OK OR WS-LOTS-STATUS = '10'
                       TLOG-RELIEVED-COST(TLGX)
                   MOVE TRD-STATUS TO TLOG-STATUS(TLGX)
                   MOVE TRD-SETTLE-DATE TO TLOG-SETTLE-DATE(TLGX)
                   MOVE TRD-BROKER TO TLOG-BROKER(TLGX)
                   IF TRD-COMMISSION NUMERIC
                       MOVE TRD-COMMISSION TO TLOG-COMMISSION(TLGX)
                   ELSE
                       MOVE 0 TO TLOG-COMMISSION(TLGX)
                   END-IF
                   MOVE TRD-POSTED-DATE TO TLOG-POSTED-DATE(TLGX)
                   MOVE TRD-POSTED-TIME TO TLOG-POSTED-TIME(TLGX)
                   MOVE TRD-RELIEF-METHOD TO TLOG-RELIEF-METHOD(TLGX)
                   MOVE TRD-CANCEL-DATE TO TLOG-CANCEL-DATE(TLGX)
                   MOVE TRD-CANCEL-TIME TO TLOG-CANCEL-TIME(TLGX)
               END-IF
               PERFORM 1310-READ-TRADE-LOG-ROW
           END-PERFORM
       2000-MAIN-MENU.
           DISPLAY '------------------------------------------------'
           DISPLAY '(B)uy  (S)ell  (C)ancel/correct  (I)mport  '
               '(T)ransfer  (Q)uit'
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN MENU-BUY
                   PERFORM 6000-CANCEL-TRADE
               WHEN MENU-IMPORT
                   PERFORM 6600-IMPORT-CONFIRMATIONS
               WHEN MENU-TRANSFER
                   PERFORM 7000-TRANSFER-IN-KIND
               WHEN MENU-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice. Please enter B, S, C, '
                       'I, T, or Q.'
           END-EVALUATE.

      ******************************************************************
               END-IF
           END-IF
           IF ENTRY-VALID
               PERFORM 4500-COMPUTE-COMMISSION
               PERFORM 4550-COMPUTE-LOT-COST
               PERFORM 3100-APPEND-LOT
               PERFORM 3200-FOLD-BUY-INTO-POSITION
               PERFORM 8000-SAVE-FILES
               MOVE 'B' TO WS-CASH-TYPE
               PERFORM 4300-POST-TRADE-CASH
               PERFORM 4350-POST-COMMISSION-CASH
               MOVE 0 TO WS-RELIEVED-COST
               PERFORM 4400-LOG-TRADE
               MOVE WS-COMMISSION TO WS-COMMISSION-OUT
               DISPLAY 'Commission charged: ' WS-COMMISSION-OUT
               DISPLAY 'Buy posted.'
           END-IF.

      * restricted list blocks outright; a buy that would push the
      * position past the concentration limit warns and posts only
      * on an operator override, logged to the shop log under the
      * operator's id; a buy above the client's risk rating then
      * needs a supervisor's override on top.
      ******************************************************************
       3050-CHECK-COMPLIANCE.
           MOVE 'Y' TO WS-COMPLIANCE-OK
                       MOVE 'N' TO WS-COMPLIANCE-OK
                   END-IF
               END-IF
           END-IF
           IF WS-COMPLIANCE-OK = 'Y'
               PERFORM 3090-CHECK-SUITABILITY
           END-IF.

      ******************************************************************
               MOVE 'Y' TO WS-RESTRICTED-HIT
           END-IF.

      ******************************************************************
      * Suitability: the stock's risk rating against the account's
      * client profile, both on the 1 (lowest) to 5 (speculative)
      * scale. A breach warns and posts only when a supervisor --
      * an administrator other than the operator at the keyboard --
      * signs the override with their own password; the override is
      * logged under both ids.
      ******************************************************************
       3090-CHECK-SUITABILITY.
           PERFORM 3085-COMPARE-RISK-RATINGS
           IF WS-SUITABILITY-BREACH = 'Y'
               DISPLAY 'Warning: ' WS-SYMBOL-INPUT ' is rated '
                   WS-STOCK-RISK ', above account '
                   WS-ACCOUNT-INPUT '''s risk rating of '
                   WS-ACCOUNT-RISK '.'
               DISPLAY 'Supervisor override required. Supervisor '
                   'id (blank = do not post):'
               ACCEPT WS-SUPERVISOR-ID
               MOVE 'N' TO WS-SUPERVISOR-OK
               IF WS-SUPERVISOR-ID NOT = SPACES
                   DISPLAY 'Supervisor password:'
                   ACCEPT WS-SUPERVISOR-PASSWORD
                   PERFORM 3095-VERIFY-SUPERVISOR
               END-IF
               IF WS-SUPERVISOR-OK = 'Y'
                   MOVE 'W' TO WS-MSGLOG-SEVERITY
                   MOVE SPACES TO WS-MSGLOG-TEXT
                   STRING 'SUITABILITY OVERRIDE -- ' DELIMITED BY SIZE
                       WS-SYMBOL-INPUT DELIMITED BY SPACE
                       ' ACCT ' DELIMITED BY SIZE
                       WS-ACCOUNT-INPUT DELIMITED BY SPACE
                       ' BY ' DELIMITED BY SIZE
                       WS-SUPERVISOR-ID DELIMITED BY SPACE
                       '/' DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SPACE
                       INTO WS-MSGLOG-TEXT
                   PERFORM 7900-LOG-MESSAGE
               ELSE
                   IF WS-SUPERVISOR-ID NOT = SPACES
                       DISPLAY 'Supervisor override not accepted.'
                   END-IF
                   DISPLAY 'Buy not posted.'
                   MOVE 'N' TO WS-COMPLIANCE-OK
               END-IF
           END-IF.

       3085-COMPARE-RISK-RATINGS.
           MOVE 'N' TO WS-SUITABILITY-BREACH
           MOVE SPACE TO WS-ACCOUNT-RISK
           MOVE SPACE TO WS-STOCK-RISK
           IF WS-ACCOUNT-INPUT NOT = SPACES
               MOVE 0 TO WS-ACCOUNT-MATCH
               PERFORM 5210-MATCH-ONE-ACCOUNT
                   VARYING ACTX FROM 1 BY 1
                   UNTIL ACTX > WS-ACCOUNT-COUNT
                       OR WS-ACCOUNT-MATCH > 0
               IF WS-ACCOUNT-MATCH > 0
                   MOVE ACCT-ENTRY-RISK(WS-ACCOUNT-MATCH)
                       TO WS-ACCOUNT-RISK
               END-IF
           END-IF
           MOVE WS-SYMBOL-INPUT TO STOCKSYMBOL
           READ STOCKFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE STOCK-RISK-RATING TO WS-STOCK-RISK
           END-READ
           IF WS-ACCOUNT-RISK NOT = SPACE
               AND WS-STOCK-RISK NOT = SPACE
               AND WS-STOCK-RISK > WS-ACCOUNT-RISK
               MOVE 'Y' TO WS-SUITABILITY-BREACH
           END-IF.

      ******************************************************************
      * The supervisor must be on OPERATORS.txt with the
      * administrator role, not locked, not the operator who keyed
      * the trade, and their password must match the encoded one on
      * file. A row not yet migrated to an encoded password cannot
      * sign an override until its owner has signed on once through
      * SHOP-MENU and changed it.
      ******************************************************************
       3095-VERIFY-SUPERVISOR.
           MOVE 'N' TO WS-SUPERVISOR-OK
           IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
               DISPLAY 'The override must come from a different '
                   'operator.'
           ELSE
               MOVE 'N' TO WS-END-OF-OPERATORS
               OPEN INPUT OPERATOR-FILE
               IF NOT OPERATOR-FILE-OK
                   MOVE 'Y' TO WS-END-OF-OPERATORS
               ELSE
                   PERFORM 3096-READ-OPERATOR-ROW
               END-IF
               PERFORM UNTIL NO-MORE-OPERATOR-RECORD
                   IF OP-ID = WS-SUPERVISOR-ID
                       AND OP-ROLE-ADMIN
                       AND NOT OP-IS-LOCKED
                       AND OP-PASSWORD-HASH NUMERIC
                       MOVE WS-SUPERVISOR-PASSWORD
                           TO WS-ENCODE-PASSWORD
                       CALL 'PWDENCODE' USING WS-ENCODE-PASSWORD
                           WS-ENCODE-HASH
                           ON EXCEPTION CONTINUE
                       END-CALL
                       IF WS-ENCODE-HASH =
                           FUNCTION NUMVAL(OP-PASSWORD-HASH)
                           MOVE 'Y' TO WS-SUPERVISOR-OK
                       END-IF
                       MOVE 'Y' TO WS-END-OF-OPERATORS
                   ELSE
                       PERFORM 3096-READ-OPERATOR-ROW
                   END-IF
               END-PERFORM
               IF OPERATOR-FILE-OK
                   OR WS-OPERATOR-FILE-STATUS = '10'
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-SUPERVISOR-PASSWORD.

       3096-READ-OPERATOR-ROW.
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO WS-END-OF-OPERATORS.

       3080-VALUE-ONE-HOLDING.
           IF POS-ACCOUNT-ID(POSX) = WS-ACCOUNT-INPUT
               AND POS-SHARES(POSX) > 0
               END-IF
           END-IF.

      ******************************************************************
      * The new lot carries the rate for the position's currency in
      * effect on the trade date; a symbol not yet held opens with a
      * blank currency, which FXRATEAT answers as USD at 1.
      ******************************************************************
       3100-APPEND-LOT.
           PERFORM 5100-FIND-POSITION
           IF WS-POSITION-MATCH = 0
               MOVE SPACES TO WS-TRADE-CURRENCY
           ELSE
               MOVE POS-CURRENCY-CODE(WS-POSITION-MATCH) TO
                   WS-TRADE-CURRENCY
           END-IF
           CALL 'FXRATEAT' USING WS-TRADE-CURRENCY
               WS-TRADE-DATE-INPUT WS-LOT-FX-RATE
               ON EXCEPTION MOVE 0 TO WS-LOT-FX-RATE
           END-CALL
           ADD 1 TO WS-LOT-COUNT
           SET LOTX TO WS-LOT-COUNT
           MOVE WS-SYMBOL-INPUT TO LOT-ENTRY-SYMBOL(LOTX)
           MOVE WS-SHARES-INPUT TO LOT-ENTRY-SHARES(LOTX)
           MOVE WS-LOT-COST TO LOT-ENTRY-COST-PER-SHARE(LOTX)
           MOVE WS-TRADE-DATE-INPUT TO LOT-ENTRY-PURCHASE-DATE(LOTX)
           MOVE WS-ACCOUNT-INPUT TO LOT-ENTRY-ACCOUNT-ID(LOTX)
           MOVE WS-LOT-FX-RATE TO LOT-ENTRY-FX-RATE(LOTX).

       3200-FOLD-BUY-INTO-POSITION.
           PERFORM 5100-FIND-POSITION
               SET POSX TO WS-POSITION-COUNT
               MOVE WS-SYMBOL-INPUT TO POS-SYMBOL(POSX)
               MOVE WS-SHARES-INPUT TO POS-SHARES(POSX)
               MOVE WS-LOT-COST TO POS-AVG-COST(POSX)
               MOVE SPACES TO POS-CURRENCY-CODE(POSX)
               MOVE WS-ACCOUNT-INPUT TO POS-ACCOUNT-ID(POSX)
           ELSE
               SET POSX TO WS-POSITION-MATCH
               COMPUTE POS-AVG-COST(POSX) ROUNDED =
                   ((POS-SHARES(POSX) * POS-AVG-COST(POSX)) +
                    (WS-SHARES-INPUT * WS-LOT-COST)) /
                   (POS-SHARES(POSX) + WS-SHARES-INPUT)
                   ON SIZE ERROR
                       DISPLAY 'SIZE ERROR BLENDING AVERAGE COST -- '
               MOVE POS-SHARES(POSX) TO WS-JRNL-BEFORE-SHARES
               MOVE POS-AVG-COST(POSX) TO WS-JRNL-BEFORE-COST
               SUBTRACT WS-SHARES-INPUT FROM POS-SHARES(POSX)
               PERFORM 4060-FIND-SALE-FX-RATE
               PERFORM 4050-ACCEPT-RELIEF-METHOD
               EVALUATE TRUE
                   WHEN RELIEF-HIGH-COST
                   WHEN OTHER
                       PERFORM 4100-RELIEVE-LOTS-FIFO
               END-EVALUATE
               PERFORM 4500-COMPUTE-COMMISSION
               PERFORM 4200-RECORD-REALIZED-GAIN
               PERFORM 7800-WRITE-POSITION-JOURNAL
               PERFORM 8000-SAVE-FILES
               MOVE 'S' TO WS-CASH-TYPE
               PERFORM 4300-POST-TRADE-CASH
               PERFORM 4350-POST-COMMISSION-CASH
               PERFORM 4400-LOG-TRADE
               MOVE WS-COMMISSION TO WS-COMMISSION-OUT
               DISPLAY 'Commission charged: ' WS-COMMISSION-OUT
               DISPLAY 'Sell posted.'
           END-IF.

               MOVE 'F' TO WS-RELIEF-METHOD
           END-IF.

      ******************************************************************
      * The sale-date rate for the position's currency (POSX is on
      * the position being sold), against which the relieved lots'
      * trade-date rates give the currency part of the gain.
      ******************************************************************
       4060-FIND-SALE-FX-RATE.
           MOVE POS-CURRENCY-CODE(POSX) TO WS-TRADE-CURRENCY
           CALL 'FXRATEAT' USING WS-TRADE-CURRENCY
               WS-TRADE-DATE-INPUT WS-SALE-FX-RATE
               ON EXCEPTION MOVE 0 TO WS-SALE-FX-RATE
           END-CALL
           MOVE 0 TO WS-RELIEVED-NATIVE-COST
           MOVE 0 TO WS-RELIEVED-LOT-COUNT.

       4100-RELIEVE-LOTS-FIFO.
           MOVE WS-SHARES-INPUT TO WS-SHARES-TO-RELIEVE
           MOVE 0 TO WS-RELIEVED-COST
                       DISPLAY 'SIZE ERROR COSTING RELIEVED LOTS -- '
                           WS-SYMBOL-INPUT
               END-COMPUTE
               PERFORM 4195-ADD-NATIVE-COST
           END-IF.

      ******************************************************************
               ON SIZE ERROR
                   DISPLAY 'SIZE ERROR COSTING RELIEVED LOTS -- '
                       WS-SYMBOL-INPUT
           END-COMPUTE
           PERFORM 4195-ADD-NATIVE-COST.

      ******************************************************************
      * Specific lot identification: the operator sees the account's
                                   'RELIEVED LOTS -- '
                                   WS-SYMBOL-INPUT
                       END-COMPUTE
                       MOVE WS-PICK-SHARES TO WS-RELIEVED-THIS-LOT
                       PERFORM 4195-ADD-NATIVE-COST
                   END-IF
           END-EVALUATE.

               PERFORM 4145-RELIEVE-THIS-LOT
           END-IF.

      ******************************************************************
      * The relieved shares' cost in the position's own currency at
      * the lot's trade-date rate. A lot with no rate on file is
      * taken at the sale-date rate, so it carries no currency gain.
      ******************************************************************
       4195-ADD-NATIVE-COST.
           IF LOT-ENTRY-FX-RATE(LOTX) > 0
               MOVE LOT-ENTRY-FX-RATE(LOTX) TO WS-THIS-LOT-FX-RATE
           ELSE
               MOVE WS-SALE-FX-RATE TO WS-THIS-LOT-FX-RATE
           END-IF
           COMPUTE WS-RELIEVED-NATIVE-COST ROUNDED =
               WS-RELIEVED-NATIVE-COST +
               (WS-RELIEVED-THIS-LOT *
                LOT-ENTRY-COST-PER-SHARE(LOTX) *
                WS-THIS-LOT-FX-RATE)
               ON SIZE ERROR
                   DISPLAY 'SIZE ERROR COSTING RELIEVED LOTS -- '
                       WS-SYMBOL-INPUT
           END-COMPUTE
           IF RELIEF-SPECIFIC AND WS-RELIEVED-LOT-COUNT < 999
               ADD 1 TO WS-RELIEVED-LOT-COUNT
               SET RLVX TO WS-RELIEVED-LOT-COUNT
               MOVE LOT-ENTRY-ACCOUNT-ID(LOTX) TO RLV-ACCOUNT-ID(RLVX)
               MOVE WS-RELIEVED-THIS-LOT TO RLV-SHARES(RLVX)
               MOVE LOT-ENTRY-PURCHASE-DATE(LOTX) TO
                   RLV-PURCHASE-DATE(RLVX)
               MOVE LOT-ENTRY-COST-PER-SHARE(LOTX) TO
                   RLV-COST-PER-SHARE(RLVX)
               MOVE LOT-ENTRY-FX-RATE(LOTX) TO RLV-FX-RATE(RLVX)
           END-IF.

      ******************************************************************
      * Append one realized gain/loss row per sell: proceeds at the
      * sale price, net of the commission charged, less the first-in-
      * first-out cost of the lots the sale relieved. The gain is
      * also split, in the position's own currency, into the price
      * movement at the sale-date rate and the currency movement on
      * the relieved cost between the lots' rates and the sale's.
      ******************************************************************
       4200-RECORD-REALIZED-GAIN.
           COMPUTE WS-SALE-PROCEEDS =
                       WS-SYMBOL-INPUT
                   MOVE 0 TO WS-SALE-PROCEEDS
           END-COMPUTE
           IF WS-SALE-PROCEEDS > WS-COMMISSION
               SUBTRACT WS-COMMISSION FROM WS-SALE-PROCEEDS
           ELSE
               MOVE 0 TO WS-SALE-PROCEEDS
           END-IF
           COMPUTE WS-REALIZED-GAIN =
               WS-SALE-PROCEEDS - WS-RELIEVED-COST
               ON SIZE ERROR
                       WS-SYMBOL-INPUT
                   MOVE 0 TO WS-REALIZED-GAIN
           END-COMPUTE
           IF WS-SALE-FX-RATE > 0
               COMPUTE WS-SECURITY-GAIN ROUNDED =
                   WS-REALIZED-GAIN * WS-SALE-FX-RATE
                   ON SIZE ERROR
                       DISPLAY 'SIZE ERROR COMPUTING SECURITY GAIN -- '
                           WS-SYMBOL-INPUT
                       MOVE 0 TO WS-SECURITY-GAIN
               END-COMPUTE
               COMPUTE WS-CURRENCY-GAIN ROUNDED =
                   (WS-RELIEVED-COST * WS-SALE-FX-RATE) -
                   WS-RELIEVED-NATIVE-COST
                   ON SIZE ERROR
                       DISPLAY 'SIZE ERROR COMPUTING CURRENCY GAIN -- '
                           WS-SYMBOL-INPUT
                       MOVE 0 TO WS-CURRENCY-GAIN
               END-COMPUTE
           ELSE
               MOVE WS-REALIZED-GAIN TO WS-SECURITY-GAIN
               MOVE 0 TO WS-CURRENCY-GAIN
           END-IF
           OPEN EXTEND REALIZED-FILE
           MOVE WS-TRADE-DATE-INPUT TO RL-TRADE-DATE
           MOVE WS-SYMBOL-INPUT TO RL-SYMBOL
           MOVE WS-SALE-PROCEEDS TO RL-PROCEEDS
           MOVE WS-RELIEVED-COST TO RL-COST
           MOVE WS-REALIZED-GAIN TO RL-GAIN-LOSS
           MOVE WS-TRADE-CURRENCY TO RL-CURRENCY-CODE
           MOVE WS-SALE-FX-RATE TO RL-FX-RATE
           MOVE WS-SECURITY-GAIN TO RL-SECURITY-GAIN
           MOVE WS-CURRENCY-GAIN TO RL-CURRENCY-GAIN
           WRITE REALIZED-RECORD
           CLOSE REALIZED-FILE.

           END-IF
           MOVE WS-SYMBOL-INPUT TO CSH-REFERENCE
           WRITE CASH-LEDGER-RECORD
           CLOSE CASH-LEDGER-FILE
           MOVE 'CASHLEDGER' TO WS-CONTROL-FILE-ID
           PERFORM 8900-RECORD-MASTER-CONTROL.

      ******************************************************************
      * The commission posts as its own type-C debit beside the
      * trade's cash row, the symbol as the reference; a reversal
      * credits it back.
      ******************************************************************
       4350-POST-COMMISSION-CASH.
           IF WS-COMMISSION > 0
               OPEN EXTEND CASH-LEDGER-FILE
               MOVE WS-TRADE-DATE-INPUT TO CSH-DATE
               MOVE WS-ACCOUNT-INPUT TO CSH-ACCOUNT-ID
               MOVE 'C' TO CSH-TYPE
               COMPUTE CSH-AMOUNT = 0 - WS-COMMISSION
               IF WS-CASH-REVERSAL = 'Y'
                   COMPUTE CSH-AMOUNT = 0 - CSH-AMOUNT
               END-IF
               MOVE WS-SYMBOL-INPUT TO CSH-REFERENCE
               WRITE CASH-LEDGER-RECORD
               CLOSE CASH-LEDGER-FILE
               MOVE 'CASHLEDGER' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
           END-IF.

      ******************************************************************
      * Append the trade to the TRADELOG.txt journal -- sequence
           MOVE WS-RELIEVED-COST TO TLOG-RELIEVED-COST(TLGX)
           MOVE 'P' TO TLOG-STATUS(TLGX)
           MOVE WS-SETTLE-DATE-INPUT TO TLOG-SETTLE-DATE(TLGX)
           MOVE WS-BROKER-INPUT TO TLOG-BROKER(TLGX)
           MOVE WS-COMMISSION TO TLOG-COMMISSION(TLGX)
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO TLOG-POSTED-DATE(TLGX)
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO TLOG-POSTED-TIME(TLGX)
           MOVE SPACE TO TLOG-RELIEF-METHOD(TLGX)
           IF WS-CASH-TYPE = 'S'
               EVALUATE TRUE
                   WHEN RELIEF-HIGH-COST
                       MOVE 'H' TO TLOG-RELIEF-METHOD(TLGX)
                   WHEN RELIEF-SPECIFIC
                       MOVE 'S' TO TLOG-RELIEF-METHOD(TLGX)
                   WHEN OTHER
                       MOVE 'F' TO TLOG-RELIEF-METHOD(TLGX)
               END-EVALUATE
           END-IF
           MOVE SPACES TO TLOG-CANCEL-DATE(TLGX)
           MOVE SPACES TO TLOG-CANCEL-TIME(TLGX)
           OPEN EXTEND TRADE-LOG-FILE
           PERFORM 6510-WRITE-ONE-LOG-ROW
           CLOSE TRADE-LOG-FILE
           IF WS-CASH-TYPE = 'S' AND RELIEF-SPECIFIC
               PERFORM 4410-JOURNAL-RELIEVED-LOT
                   VARYING RLVX FROM 1 BY 1
                   UNTIL RLVX > WS-RELIEVED-LOT-COUNT
           END-IF.

      * Each lot a specific-lot sale relieved goes on the lot journal
      * under the trade's sequence and posting stamp.
       4410-JOURNAL-RELIEVED-LOT.
           MOVE 'R' TO WS-LJ-ACTION
           MOVE TLOG-POSTED-DATE(TLGX) TO WS-LJ-DATE
           MOVE TLOG-POSTED-TIME(TLGX) TO WS-LJ-TIME
           MOVE TLOG-SEQUENCE(TLGX) TO WS-LJ-SEQUENCE
           MOVE RLV-ACCOUNT-ID(RLVX) TO WS-LJ-ACCOUNT-ID
           MOVE SPACES TO WS-LJ-TO-ACCOUNT-ID
           MOVE RLV-SHARES(RLVX) TO WS-LJ-SHARES
           MOVE RLV-PURCHASE-DATE(RLVX) TO WS-LJ-PURCHASE-DATE
           MOVE RLV-COST-PER-SHARE(RLVX) TO WS-LJ-COST-PER-SHARE
           MOVE RLV-FX-RATE(RLVX) TO WS-LJ-FX-RATE
           MOVE SPACES TO WS-LJ-CURRENCY-CODE
           PERFORM 7850-WRITE-LOT-JOURNAL.

      ******************************************************************
      * The commission for the trade in hand: the schedule row for
      * the account's type in effect on the trade date, else the
      * blank-type shop default row, the latest effective date on
      * or before the trade date winning within each. The figure is
      * raised to the row's minimum; no row in effect charges none.
      ******************************************************************
       4500-COMPUTE-COMMISSION.
           MOVE 0 TO WS-COMMISSION
           MOVE SPACES TO WS-TRADE-ACCT-TYPE
           IF WS-ACCOUNT-INPUT NOT = SPACES
               MOVE 0 TO WS-ACCOUNT-MATCH
               PERFORM 5210-MATCH-ONE-ACCOUNT
                   VARYING ACTX FROM 1 BY 1
                   UNTIL ACTX > WS-ACCOUNT-COUNT
                       OR WS-ACCOUNT-MATCH > 0
               IF WS-ACCOUNT-MATCH > 0
                   MOVE ACCT-ENTRY-TYPE(WS-ACCOUNT-MATCH) TO
                       WS-TRADE-ACCT-TYPE
               END-IF
           END-IF
           MOVE 0 TO WS-TYPE-TARIFF
           MOVE SPACES TO WS-TYPE-TARIFF-DATE
           MOVE 0 TO WS-DEFAULT-TARIFF
           MOVE SPACES TO WS-DEFAULT-TARIFF-DATE
           PERFORM 4510-CHECK-ONE-TARIFF
               VARYING SCHX FROM 1 BY 1
               UNTIL SCHX > WS-SCHEDULE-COUNT
           IF WS-TYPE-TARIFF > 0
               MOVE WS-TYPE-TARIFF TO WS-TARIFF-MATCH
           ELSE
               MOVE WS-DEFAULT-TARIFF TO WS-TARIFF-MATCH
           END-IF
           IF WS-TARIFF-MATCH > 0
               COMPUTE WS-TRADE-VALUE =
                   WS-SHARES-INPUT * WS-PRICE-INPUT
                   ON SIZE ERROR MOVE 0 TO WS-TRADE-VALUE
               END-COMPUTE
               EVALUATE SCH-BASIS(WS-TARIFF-MATCH)
                   WHEN 'F'
                       COMPUTE WS-COMMISSION ROUNDED =
                           SCH-RATE(WS-TARIFF-MATCH)
                           ON SIZE ERROR MOVE 0 TO WS-COMMISSION
                       END-COMPUTE
                   WHEN 'S'
                       COMPUTE WS-COMMISSION ROUNDED =
                           WS-SHARES-INPUT * SCH-RATE(WS-TARIFF-MATCH)
                           ON SIZE ERROR MOVE 0 TO WS-COMMISSION
                       END-COMPUTE
                   WHEN 'P'
                       COMPUTE WS-COMMISSION ROUNDED =
                           WS-TRADE-VALUE *
                           SCH-RATE(WS-TARIFF-MATCH) / 100
                           ON SIZE ERROR MOVE 0 TO WS-COMMISSION
                       END-COMPUTE
                   WHEN OTHER
                       MOVE 0 TO WS-COMMISSION
               END-EVALUATE
               IF WS-COMMISSION < SCH-MINIMUM(WS-TARIFF-MATCH)
                   MOVE SCH-MINIMUM(WS-TARIFF-MATCH) TO WS-COMMISSION
               END-IF
           END-IF.

       4510-CHECK-ONE-TARIFF.
           IF SCH-EFF-DATE(SCHX) NOT > WS-TRADE-DATE-INPUT
               IF SCH-ACCT-TYPE(SCHX) = WS-TRADE-ACCT-TYPE
                   AND SCH-ACCT-TYPE(SCHX) NOT = SPACES
                   IF SCH-EFF-DATE(SCHX) NOT < WS-TYPE-TARIFF-DATE
                       SET WS-TYPE-TARIFF TO SCHX
                       MOVE SCH-EFF-DATE(SCHX) TO WS-TYPE-TARIFF-DATE
                   END-IF
               ELSE
                   IF SCH-ACCT-TYPE(SCHX) = SPACES
                       AND SCH-EFF-DATE(SCHX)
                           NOT < WS-DEFAULT-TARIFF-DATE
                       SET WS-DEFAULT-TARIFF TO SCHX
                       MOVE SCH-EFF-DATE(SCHX)
                           TO WS-DEFAULT-TARIFF-DATE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A buy's lot cost per share carries its commission, so the
      * cost base PROJECT2 and the realized rows work from is what
      * the purchase actually cost.
      ******************************************************************
       4550-COMPUTE-LOT-COST.
           MOVE WS-PRICE-INPUT TO WS-LOT-COST
           IF WS-SHARES-INPUT > 0
               COMPUTE WS-LOT-COST ROUNDED =
                   ((WS-SHARES-INPUT * WS-PRICE-INPUT) +
                    WS-COMMISSION) / WS-SHARES-INPUT
                   ON SIZE ERROR MOVE WS-PRICE-INPUT TO WS-LOT-COST
               END-COMPUTE
           END-IF.

       5000-ACCEPT-TRADE-FIELDS.
           MOVE 'Y' TO WS-VALID-ENTRY
                       'YYYYMMDD.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Broker id (blank = none):'
               ACCEPT WS-BROKER-INPUT
           END-IF.

       5100-FIND-POSITION.
           END-IF.

       6250-REVERSE-ONE-TRADE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO
               TLOG-CANCEL-DATE(WS-CANCEL-MATCH)
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO
               TLOG-CANCEL-TIME(WS-CANCEL-MATCH)
           MOVE TLOG-TRADE-DATE(WS-CANCEL-MATCH) TO
               WS-TRADE-DATE-INPUT
           MOVE TLOG-ACCOUNT-ID(WS-CANCEL-MATCH) TO WS-ACCOUNT-INPUT
           MOVE TLOG-SYMBOL(WS-CANCEL-MATCH) TO WS-SYMBOL-INPUT
           MOVE TLOG-SHARES(WS-CANCEL-MATCH) TO WS-SHARES-INPUT
           MOVE TLOG-PRICE(WS-CANCEL-MATCH) TO WS-PRICE-INPUT
           MOVE TLOG-BROKER(WS-CANCEL-MATCH) TO WS-BROKER-INPUT
           MOVE TLOG-COMMISSION(WS-CANCEL-MATCH) TO WS-COMMISSION
           PERFORM 4550-COMPUTE-LOT-COST
           PERFORM 5100-FIND-POSITION
           IF WS-POSITION-MATCH = 0
               MOVE 0 TO WS-JRNL-BEFORE-SHARES
           MOVE TLOG-SIDE(WS-CANCEL-MATCH) TO WS-CASH-TYPE
           MOVE 'Y' TO WS-CASH-REVERSAL
           PERFORM 4300-POST-TRADE-CASH
           PERFORM 4350-POST-COMMISSION-CASH
           MOVE 'N' TO WS-CASH-REVERSAL
           MOVE 'W' TO WS-MSGLOG-SEVERITY
           MOVE SPACES TO WS-MSGLOG-TEXT
      ******************************************************************
      * Reversing a buy relieves the shares it added from the lots
      * for the symbol and account (the lot keyed by this trade
      * first, by matching date and commission-inclusive cost),
      * takes them off the
      * position, and recosts the position from its remaining lots.
      ******************************************************************
       6300-REVERSE-BUY.
               AND LOT-ENTRY-ACCOUNT-ID(LOTX) = WS-ACCOUNT-INPUT
               AND LOT-ENTRY-PURCHASE-DATE(LOTX) =
                   WS-TRADE-DATE-INPUT
               AND LOT-ENTRY-COST-PER-SHARE(LOTX) = WS-LOT-COST
               AND LOT-ENTRY-SHARES(LOTX) > 0
               PERFORM 6330-TAKE-FROM-THIS-LOT
           END-IF.
      * Reversing a sell restores the relieved shares as a lot at
      * the journal's relieved cost (so the cost base comes back to
      * the penny), puts the shares back on the position, and backs
      * the sale's row out of REALIZED.txt. The restored lot's FX
      * rate is the relieved lots' blended trade-date rate, worked
      * back from the removed row's sale-date rate and currency gain.
      ******************************************************************
       6400-REVERSE-SELL.
           PERFORM 6450-REMOVE-REALIZED-ROW
           MOVE 0 TO WS-LOT-FX-RATE
           IF WS-REMOVED-FX-RATE > 0
               AND TLOG-RELIEVED-COST(WS-CANCEL-MATCH) > 0
               COMPUTE WS-LOT-FX-RATE ROUNDED =
                   ((TLOG-RELIEVED-COST(WS-CANCEL-MATCH) *
                     WS-REMOVED-FX-RATE) - WS-REMOVED-CURRENCY-GAIN)
                   / TLOG-RELIEVED-COST(WS-CANCEL-MATCH)
                   ON SIZE ERROR MOVE 0 TO WS-LOT-FX-RATE
               END-COMPUTE
           END-IF
           IF WS-SHARES-INPUT > 0
               COMPUTE WS-RESTORED-COST ROUNDED =
                   TLOG-RELIEVED-COST(WS-CANCEL-MATCH) /
           MOVE WS-TRADE-DATE-INPUT TO
               LOT-ENTRY-PURCHASE-DATE(LOTX)
           MOVE WS-ACCOUNT-INPUT TO LOT-ENTRY-ACCOUNT-ID(LOTX)
           MOVE WS-LOT-FX-RATE TO LOT-ENTRY-FX-RATE(LOTX)
           MOVE 'C' TO WS-LJ-ACTION
           MOVE TLOG-CANCEL-DATE(WS-CANCEL-MATCH) TO WS-LJ-DATE
           MOVE TLOG-CANCEL-TIME(WS-CANCEL-MATCH) TO WS-LJ-TIME
           MOVE TLOG-SEQUENCE(WS-CANCEL-MATCH) TO WS-LJ-SEQUENCE
           MOVE WS-ACCOUNT-INPUT TO WS-LJ-ACCOUNT-ID
           MOVE SPACES TO WS-LJ-TO-ACCOUNT-ID
           MOVE WS-SHARES-INPUT TO WS-LJ-SHARES
           MOVE WS-TRADE-DATE-INPUT TO WS-LJ-PURCHASE-DATE
           MOVE WS-RESTORED-COST TO WS-LJ-COST-PER-SHARE
           MOVE WS-LOT-FX-RATE TO WS-LJ-FX-RATE
           MOVE SPACES TO WS-LJ-CURRENCY-CODE
           PERFORM 7850-WRITE-LOT-JOURNAL
           PERFORM 5100-FIND-POSITION
           IF WS-POSITION-MATCH = 0
               ADD 1 TO WS-POSITION-COUNT
               SET POSX TO WS-POSITION-MATCH
               ADD WS-SHARES-INPUT TO POS-SHARES(POSX)
               PERFORM 6350-RECOST-POSITION
           END-IF.

       6450-REMOVE-REALIZED-ROW.
           MOVE 0 TO WS-REALIZED-COUNT
           MOVE 'N' TO WS-END-OF-REALIZED
           MOVE 'N' TO WS-REALIZED-REMOVED
           MOVE 0 TO WS-REMOVED-FX-RATE
           MOVE 0 TO WS-REMOVED-CURRENCY-GAIN
           OPEN INPUT REALIZED-FILE
           IF NOT REALIZED-FILE-OK
               MOVE 'Y' TO WS-END-OF-REALIZED
                   MOVE RL-PROCEEDS TO RLT-PROCEEDS(RLTX)
                   MOVE RL-COST TO RLT-COST(RLTX)
                   MOVE RL-GAIN-LOSS TO RLT-GAIN-LOSS(RLTX)
                   MOVE RL-CURRENCY-CODE TO RLT-CURRENCY-CODE(RLTX)
                   IF RL-FX-RATE NUMERIC
                       MOVE RL-FX-RATE TO RLT-FX-RATE(RLTX)
                       MOVE RL-SECURITY-GAIN TO
                           RLT-SECURITY-GAIN(RLTX)
                       MOVE RL-CURRENCY-GAIN TO
                           RLT-CURRENCY-GAIN(RLTX)
                   ELSE
                       MOVE 0 TO RLT-FX-RATE(RLTX)
                       MOVE RL-GAIN-LOSS TO RLT-SECURITY-GAIN(RLTX)
                       MOVE 0 TO RLT-CURRENCY-GAIN(RLTX)
                   END-IF
                   MOVE 'N' TO RLT-REMOVED(RLTX)
               END-IF
               PERFORM 6460-READ-REALIZED-ROW
               AND RLT-SHARES(RLTX) = WS-SHARES-INPUT
               MOVE 'Y' TO RLT-REMOVED(RLTX)
               MOVE 'Y' TO WS-REALIZED-REMOVED
               MOVE RLT-FX-RATE(RLTX) TO WS-REMOVED-FX-RATE
               MOVE RLT-CURRENCY-GAIN(RLTX) TO
                   WS-REMOVED-CURRENCY-GAIN
           END-IF.

       6480-WRITE-ONE-REALIZED.
               MOVE RLT-PROCEEDS(RLTX) TO RL-PROCEEDS
               MOVE RLT-COST(RLTX) TO RL-COST
               MOVE RLT-GAIN-LOSS(RLTX) TO RL-GAIN-LOSS
               MOVE RLT-CURRENCY-CODE(RLTX) TO RL-CURRENCY-CODE
               MOVE RLT-FX-RATE(RLTX) TO RL-FX-RATE
               MOVE RLT-SECURITY-GAIN(RLTX) TO RL-SECURITY-GAIN
               MOVE RLT-CURRENCY-GAIN(RLTX) TO RL-CURRENCY-GAIN
               WRITE REALIZED-RECORD
           END-IF.

           MOVE TLOG-RELIEVED-COST(TLGX) TO TRD-RELIEVED-COST
           MOVE TLOG-STATUS(TLGX) TO TRD-STATUS
           MOVE TLOG-SETTLE-DATE(TLGX) TO TRD-SETTLE-DATE
           MOVE TLOG-BROKER(TLGX) TO TRD-BROKER
           MOVE TLOG-COMMISSION(TLGX) TO TRD-COMMISSION
           MOVE TLOG-POSTED-DATE(TLGX) TO TRD-POSTED-DATE
           MOVE TLOG-POSTED-TIME(TLGX) TO TRD-POSTED-TIME
           MOVE TLOG-RELIEF-METHOD(TLGX) TO TRD-RELIEF-METHOD
           MOVE TLOG-CANCEL-DATE(TLGX) TO TRD-CANCEL-DATE
           MOVE TLOG-CANCEL-TIME(TLGX) TO TRD-CANCEL-TIME
           WRITE TRADE-LOG-RECORD.

      ******************************************************************
      * Batch import of the broker's confirmation file: one
      * delimited row per trade (date,account,side,symbol,shares,
      * price, and optionally the broker id). Each row passes
      * through the same checks the interactive prompts enforce and
      * posts through the same paragraphs -- FIFO lot relief, the
      * REALIZED.txt row on sells and the commission included --
      * with every failed row written to TRADECONF.REJ with the
      * reason. The files are saved once at the end of the run
      * instead of after every row. ORDER-EVAL's triggered orders
      * arrive the same way on ORDERCONF.txt (rejects to
      * ORDERCONF.REJ) and are imported after the broker's file.
      ******************************************************************
       6600-IMPORT-CONFIRMATIONS.
           MOVE 'TRADECONF' TO WS-INBOUND-FILE-ID
           MOVE '../TRADECONF.txt' TO WS-INBOUND-FILE-NAME
           MOVE '../TRADECONF.REJ' TO WS-CONF-REJECT-FILENAME
           MOVE 'TRADECONF.txt' TO WS-CONF-FILE-LABEL
           PERFORM 6605-IMPORT-ONE-FILE
           MOVE 'ORDERCONF' TO WS-INBOUND-FILE-ID
           MOVE '../ORDERCONF.txt' TO WS-INBOUND-FILE-NAME
           MOVE '../ORDERCONF.REJ' TO WS-CONF-REJECT-FILENAME
           MOVE 'ORDERCONF.txt' TO WS-CONF-FILE-LABEL
           PERFORM 6605-IMPORT-ONE-FILE.

       6605-IMPORT-ONE-FILE.
           MOVE 0 TO WS-CONF-READ-COUNT
           MOVE 0 TO WS-CONF-APPLIED-COUNT
           MOVE 0 TO WS-CONF-REJECT-COUNT
           MOVE 'N' TO WS-END-OF-CONF
           MOVE 'Y' TO WS-INBOUND-RESULT
           CALL 'INBOUNDCK' USING WS-INBOUND-FILE-ID
               WS-INBOUND-FILE-NAME WS-INBOUND-DATE WS-MSGLOG-PROGRAM
               WS-INBOUND-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-INBOUND-RESULT = 'N'
               DISPLAY WS-CONF-FILE-LABEL ' refused at the inbound '
                   'check -- nothing imported.'
           ELSE
               OPEN INPUT TRADE-CONF-FILE
               IF NOT CONF-FILE-OK
                   DISPLAY 'No ' WS-CONF-FILE-LABEL ' to import.'
               ELSE
                   OPEN OUTPUT TRADE-CONF-REJECT-FILE
                   PERFORM 6610-READ-CONF-ROW
                   PERFORM 6620-IMPORT-ONE-ROW
                       UNTIL NO-MORE-CONF-RECORD
                   CLOSE TRADE-CONF-FILE
                   CLOSE TRADE-CONF-REJECT-FILE
                   IF WS-CONF-APPLIED-COUNT > 0
                       PERFORM 8000-SAVE-FILES
                   END-IF
                   DISPLAY WS-CONF-FILE-LABEL ' import done: '
                       WS-CONF-READ-COUNT ' read, '
                       WS-CONF-APPLIED-COUNT ' posted, '
                       WS-CONF-REJECT-COUNT ' rejected.'
                   PERFORM 6607-ARCHIVE-CONF-FILE
               END-IF
           END-IF.

      * An imported file is appended whole to the day's archive
      * (e.g. TRADECONF-yyyymmdd.ARC) and removed, the way the log
      * archiver retires a dated report, so the next import cannot
      * pick the same batches up again.
       6607-ARCHIVE-CONF-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-CONF-ARCHIVE-FILENAME
           STRING WS-INBOUND-FILE-NAME DELIMITED BY '.txt'
               '-' DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP(1:8) DELIMITED BY SIZE
               '.ARC' DELIMITED BY SIZE
               INTO WS-CONF-ARCHIVE-FILENAME
           MOVE 'N' TO WS-END-OF-CONF
           OPEN INPUT TRADE-CONF-FILE
           OPEN EXTEND CONF-ARCHIVE-FILE
           IF CONF-ARCHIVE-MISSING
               OPEN OUTPUT CONF-ARCHIVE-FILE
           END-IF
           PERFORM 6615-READ-PAST-CONTROL-ROW
           PERFORM UNTIL NO-MORE-CONF-RECORD
               MOVE TRADE-CONF-RECORD TO CONF-ARCHIVE-RECORD
               WRITE CONF-ARCHIVE-RECORD
               PERFORM 6615-READ-PAST-CONTROL-ROW
           END-PERFORM
           CLOSE CONF-ARCHIVE-FILE
           CLOSE TRADE-CONF-FILE
           CALL 'CBL_DELETE_FILE' USING WS-INBOUND-FILE-NAME
               RETURNING WS-DELETE-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.

       6610-READ-CONF-ROW.
           PERFORM 6615-READ-PAST-CONTROL-ROW
           PERFORM 6615-READ-PAST-CONTROL-ROW
               UNTIL NO-MORE-CONF-RECORD
               OR (TRADE-CONF-RECORD(1:4) NOT = '*HDR'
               AND TRADE-CONF-RECORD(1:4) NOT = '*TRL').

       6615-READ-PAST-CONTROL-ROW.
           READ TRADE-CONF-FILE
               AT END MOVE 'Y' TO WS-END-OF-CONF.

           MOVE SPACES TO WS-CONF-SYMBOL-TXT
           MOVE SPACES TO WS-CONF-SHARES-TXT
           MOVE SPACES TO WS-CONF-PRICE-TXT
           MOVE SPACES TO WS-CONF-BROKER-TXT
           UNSTRING TRADE-CONF-RECORD DELIMITED BY ','
               INTO WS-CONF-DATE-TXT WS-CONF-ACCOUNT-TXT
                   WS-CONF-SIDE-TXT WS-CONF-SYMBOL-TXT
                   WS-CONF-SHARES-TXT WS-CONF-PRICE-TXT
                   WS-CONF-BROKER-TXT
           PERFORM 6630-EDIT-CONF-FIELDS
           IF WS-CONF-VALID = 'Y'
               PERFORM 6660-POST-CONF-TRADE
       6660-POST-CONF-TRADE.
           MOVE WS-CONF-DATE-TXT(1:8) TO WS-TRADE-DATE-INPUT
           MOVE WS-TRADE-DATE-INPUT TO WS-SETTLE-DATE-INPUT
           MOVE WS-CONF-BROKER-TXT(1:8) TO WS-BROKER-INPUT
           PERFORM 4500-COMPUTE-COMMISSION
           IF WS-CONF-SIDE-TXT(1:1) = 'B'
               PERFORM 3070-SCAN-RESTRICTED-LIST
               PERFORM 3060-CHECK-CONCENTRATION
               PERFORM 3085-COMPARE-RISK-RATINGS
               EVALUATE TRUE
                   WHEN WS-RESTRICTED-HIT = 'Y'
                       MOVE 'SYMBOL RESTRICTED' TO WS-CONF-REASON
                       MOVE 'CONCENTRATION LIMIT EXCEEDED'
                           TO WS-CONF-REASON
                       MOVE 'N' TO WS-CONF-VALID
                   WHEN WS-SUITABILITY-BREACH = 'Y'
                       MOVE 'ABOVE CLIENT RISK RATING'
                           TO WS-CONF-REASON
                       MOVE 'N' TO WS-CONF-VALID
                   WHEN OTHER
                       PERFORM 4550-COMPUTE-LOT-COST
                       PERFORM 3100-APPEND-LOT
                       PERFORM 3200-FOLD-BUY-INTO-POSITION
                       MOVE 'B' TO WS-CASH-TYPE
                       PERFORM 4300-POST-TRADE-CASH
                       PERFORM 4350-POST-COMMISSION-CASH
                       MOVE 0 TO WS-RELIEVED-COST
                       PERFORM 4400-LOG-TRADE
                       ADD 1 TO WS-CONF-APPLIED-COUNT
                           WS-JRNL-BEFORE-COST
                       SUBTRACT WS-SHARES-INPUT
                           FROM POS-SHARES(POSX)
                       MOVE 'F' TO WS-RELIEF-METHOD
                       PERFORM 4060-FIND-SALE-FX-RATE
                       PERFORM 4100-RELIEVE-LOTS-FIFO
                       PERFORM 4200-RECORD-REALIZED-GAIN
                       MOVE 'S' TO WS-CASH-TYPE
                       PERFORM 4300-POST-TRADE-CASH
                       PERFORM 4350-POST-COMMISSION-CASH
                       PERFORM 4400-LOG-TRADE
                       PERFORM 7800-WRITE-POSITION-JOURNAL
                       ADD 1 TO WS-CONF-APPLIED-COUNT
               INTO TRADE-CONF-REJECT-RECORD
           WRITE TRADE-CONF-REJECT-RECORD.

      ******************************************************************
      * Transfer in kind: some or all of one account's shares in a
      * symbol move to another account with their purchase lots --
      * original cost, purchase date and FX rate intact -- so a move
      * to an RRSP or an account merge realizes nothing. The lots go
      * first-in-first-out, the oldest lot that only partly moves is
      * split in two, and the cost carried across comes off the from
      * position's cost and onto the to position's. Both positions
      * are journaled and a confirmation is printed.
      ******************************************************************
       7000-TRANSFER-IN-KIND.
           PERFORM 7050-ACCEPT-TRANSFER-FIELDS
           IF ENTRY-VALID
               IF WS-LOT-COUNT NOT < 9999
                   OR WS-POSITION-COUNT NOT < 9999
                   DISPLAY 'Error: position or lot table is full; '
                       'transfer refused.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               MOVE WS-XFER-FROM-ACCOUNT TO WS-ACCOUNT-INPUT
               SET POSX TO WS-XFER-FROM-POS
               MOVE POS-SHARES(POSX) TO WS-JRNL-BEFORE-SHARES
               MOVE POS-AVG-COST(POSX) TO WS-JRNL-BEFORE-COST
               MOVE POS-AVG-COST(POSX) TO WS-XFER-FROM-COST
               MOVE POS-CURRENCY-CODE(POSX) TO WS-XFER-CURRENCY
               PERFORM 7250-JOURNAL-MOVED-POSITION
               PERFORM 7200-MOVE-LOTS
               PERFORM 7100-TRANSFER-FROM-SIDE
               PERFORM 7300-TRANSFER-TO-SIDE
               PERFORM 8000-SAVE-FILES
               PERFORM 7400-PRINT-TRANSFER-CONF
               MOVE 'I' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               STRING 'TRANSFER IN KIND -- ' DELIMITED BY SIZE
                   WS-SYMBOL-INPUT DELIMITED BY SIZE
                   ' FROM ' DELIMITED BY SIZE
                   WS-XFER-FROM-ACCOUNT DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-XFER-TO-ACCOUNT DELIMITED BY SIZE
                   ' BY ' DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
               PERFORM 7900-LOG-MESSAGE
               DISPLAY 'Transfer posted.'
           END-IF.

       7050-ACCEPT-TRANSFER-FIELDS.
           MOVE 'Y' TO WS-VALID-ENTRY
           DISPLAY 'From account id (blank = house):'
           ACCEPT WS-ACCOUNT-INPUT
           PERFORM 5200-VALIDATE-ACCOUNT
           MOVE WS-ACCOUNT-INPUT TO WS-XFER-FROM-ACCOUNT
           IF ENTRY-VALID
               DISPLAY 'To account id (blank = house):'
               ACCEPT WS-ACCOUNT-INPUT
               PERFORM 5200-VALIDATE-ACCOUNT
               MOVE WS-ACCOUNT-INPUT TO WS-XFER-TO-ACCOUNT
           END-IF
           IF ENTRY-VALID
               AND WS-XFER-TO-ACCOUNT = WS-XFER-FROM-ACCOUNT
               DISPLAY 'Error: from and to accounts are the same.'
               MOVE 'N' TO WS-VALID-ENTRY
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Stock symbol:'
               ACCEPT WS-SYMBOL-INPUT
               IF WS-SYMBOL-INPUT = SPACES
                   DISPLAY 'Error: stock symbol cannot be blank.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               MOVE WS-XFER-FROM-ACCOUNT TO WS-ACCOUNT-INPUT
               PERFORM 5100-FIND-POSITION
               IF WS-POSITION-MATCH = 0
                   DISPLAY 'Error: no position held in '
                       WS-SYMBOL-INPUT ' in the from account.'
                   MOVE 'N' TO WS-VALID-ENTRY
               ELSE
                   MOVE WS-POSITION-MATCH TO WS-XFER-FROM-POS
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Number of shares (0 = all held):'
               ACCEPT WS-SHARES-INPUT
               IF WS-SHARES-INPUT NOT NUMERIC
                   DISPLAY 'Error: shares must be numeric.'
                   MOVE 'N' TO WS-VALID-ENTRY
               ELSE
                   SET POSX TO WS-XFER-FROM-POS
                   IF WS-SHARES-INPUT = 0
                       MOVE POS-SHARES(POSX) TO WS-SHARES-INPUT
                   END-IF
                   IF WS-SHARES-INPUT > POS-SHARES(POSX)
                       DISPLAY 'Error: only ' POS-SHARES(POSX)
                           ' shares held.'
                       MOVE 'N' TO WS-VALID-ENTRY
                   END-IF
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Transfer date (YYYYMMDD):'
               ACCEPT WS-TRADE-DATE-INPUT
               IF WS-TRADE-DATE-INPUT NOT NUMERIC
                   DISPLAY 'Error: transfer date must be YYYYMMDD.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               MOVE 'Y' TO WS-PERIOD-OPEN-FLAG
               CALL 'PERIODCK' USING WS-TRADE-DATE-INPUT
                   WS-PERIOD-OPEN-FLAG
                   ON EXCEPTION CONTINUE
               END-CALL
               IF WS-PERIOD-OPEN-FLAG = 'N'
                   DISPLAY 'Error: that date falls in a closed '
                       'accounting period; posting refused.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF.

      ******************************************************************
      * The from position gives up the shares and the cost carried
      * across, so the cost the two accounts hold between them is
      * the same after the transfer as before it.
      ******************************************************************
       7100-TRANSFER-FROM-SIDE.
           SET POSX TO WS-XFER-FROM-POS
           SUBTRACT WS-SHARES-INPUT FROM POS-SHARES(POSX)
           IF POS-SHARES(POSX) > 0
               COMPUTE WS-RECOST-COST =
                   WS-JRNL-BEFORE-SHARES * WS-JRNL-BEFORE-COST
                   ON SIZE ERROR MOVE 0 TO WS-RECOST-COST
               END-COMPUTE
               IF WS-RECOST-COST > WS-XFER-MOVED-COST
                   COMPUTE POS-AVG-COST(POSX) ROUNDED =
                       (WS-RECOST-COST - WS-XFER-MOVED-COST) /
                       POS-SHARES(POSX)
                       ON SIZE ERROR
                           DISPLAY 'SIZE ERROR RECOSTING FROM '
                               'POSITION -- ' WS-SYMBOL-INPUT
                   END-COMPUTE
               END-IF
           END-IF
           PERFORM 7800-WRITE-POSITION-JOURNAL.

      ******************************************************************
      * Lots move oldest first. A lot wholly moved is re-keyed to the
      * to account where it sits; a lot only partly moved keeps the
      * remainder and a copy carrying the moved shares is appended.
      * Shares with no lot detail behind them (positions older than
      * the lot file) are carried at the from position's average
      * cost.
      ******************************************************************
       7200-MOVE-LOTS.
           MOVE WS-SHARES-INPUT TO WS-XFER-TO-MOVE
           MOVE 0 TO WS-XFER-LOTS-MOVED
           MOVE 0 TO WS-XFER-MOVED-SHARES
           MOVE 0 TO WS-XFER-MOVED-COST
           MOVE WS-LOT-COUNT TO WS-XFER-LOT-LIMIT
           PERFORM 7210-MOVE-ONE-LOT
               VARYING LOTX FROM 1 BY 1
               UNTIL LOTX > WS-XFER-LOT-LIMIT
                   OR WS-XFER-TO-MOVE = 0
           IF WS-XFER-TO-MOVE > 0
               COMPUTE WS-XFER-MOVED-COST = WS-XFER-MOVED-COST +
                   (WS-XFER-TO-MOVE * WS-XFER-FROM-COST)
                   ON SIZE ERROR
                       DISPLAY 'SIZE ERROR COSTING TRANSFER -- '
                           WS-SYMBOL-INPUT
               END-COMPUTE
           END-IF.

       7210-MOVE-ONE-LOT.
           IF LOT-ENTRY-SYMBOL(LOTX) = WS-SYMBOL-INPUT
               AND (LOT-ENTRY-ACCOUNT-ID(LOTX) = WS-ACCOUNT-INPUT
                   OR LOT-ENTRY-ACCOUNT-ID(LOTX) = SPACES)
               AND LOT-ENTRY-SHARES(LOTX) > 0
               MOVE LOT-ENTRY-ACCOUNT-ID(LOTX) TO WS-LJ-ACCOUNT-ID
               IF LOT-ENTRY-SHARES(LOTX) > WS-XFER-TO-MOVE
                   MOVE WS-XFER-TO-MOVE TO WS-XFER-LOT-SHARES
                   SUBTRACT WS-XFER-TO-MOVE
                       FROM LOT-ENTRY-SHARES(LOTX)
                   ADD 1 TO WS-LOT-COUNT
                   MOVE LOT-ENTRY(LOTX) TO LOT-ENTRY(WS-LOT-COUNT)
                   MOVE WS-XFER-LOT-SHARES TO
                       LOT-ENTRY-SHARES(WS-LOT-COUNT)
                   MOVE WS-XFER-TO-ACCOUNT TO
                       LOT-ENTRY-ACCOUNT-ID(WS-LOT-COUNT)
               ELSE
                   MOVE LOT-ENTRY-SHARES(LOTX) TO WS-XFER-LOT-SHARES
                   MOVE WS-XFER-TO-ACCOUNT TO
                       LOT-ENTRY-ACCOUNT-ID(LOTX)
               END-IF
               SUBTRACT WS-XFER-LOT-SHARES FROM WS-XFER-TO-MOVE
               ADD 1 TO WS-XFER-LOTS-MOVED
               ADD WS-XFER-LOT-SHARES TO WS-XFER-MOVED-SHARES
               COMPUTE WS-XFER-MOVED-COST = WS-XFER-MOVED-COST +
                   (WS-XFER-LOT-SHARES *
                    LOT-ENTRY-COST-PER-SHARE(LOTX))
                   ON SIZE ERROR
                       DISPLAY 'SIZE ERROR COSTING TRANSFER -- '
                           WS-SYMBOL-INPUT
               END-COMPUTE
               PERFORM 7220-JOURNAL-MOVED-LOT
           END-IF.

      * The lot as it stood in the from account, and the shares of
      * it that went across.
       7220-JOURNAL-MOVED-LOT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 'T' TO WS-LJ-ACTION
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-LJ-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO WS-LJ-TIME
           MOVE 0 TO WS-LJ-SEQUENCE
           MOVE WS-XFER-TO-ACCOUNT TO WS-LJ-TO-ACCOUNT-ID
           MOVE WS-XFER-LOT-SHARES TO WS-LJ-SHARES
           MOVE LOT-ENTRY-PURCHASE-DATE(LOTX) TO WS-LJ-PURCHASE-DATE
           MOVE LOT-ENTRY-COST-PER-SHARE(LOTX) TO
               WS-LJ-COST-PER-SHARE
           MOVE LOT-ENTRY-FX-RATE(LOTX) TO WS-LJ-FX-RATE
           MOVE WS-XFER-CURRENCY TO WS-LJ-CURRENCY-CODE
           PERFORM 7850-WRITE-LOT-JOURNAL.

      * The transfer as a whole, with the from position's currency,
      * ahead of its lot rows and position journal rows.
       7250-JOURNAL-MOVED-POSITION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 'P' TO WS-LJ-ACTION
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-LJ-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO WS-LJ-TIME
           MOVE 0 TO WS-LJ-SEQUENCE
           MOVE WS-XFER-FROM-ACCOUNT TO WS-LJ-ACCOUNT-ID
           MOVE WS-XFER-TO-ACCOUNT TO WS-LJ-TO-ACCOUNT-ID
           MOVE WS-SHARES-INPUT TO WS-LJ-SHARES
           MOVE SPACES TO WS-LJ-PURCHASE-DATE
           MOVE WS-XFER-FROM-COST TO WS-LJ-COST-PER-SHARE
           MOVE 0 TO WS-LJ-FX-RATE
           MOVE WS-XFER-CURRENCY TO WS-LJ-CURRENCY-CODE
           PERFORM 7850-WRITE-LOT-JOURNAL.

      ******************************************************************
      * The to position is created in the from position's currency
      * if the account did not hold the symbol, or blended with the
      * carried cost if it did.
      ******************************************************************
       7300-TRANSFER-TO-SIDE.
           MOVE WS-XFER-TO-ACCOUNT TO WS-ACCOUNT-INPUT
           PERFORM 5100-FIND-POSITION
           IF WS-POSITION-MATCH = 0
               MOVE 0 TO WS-JRNL-BEFORE-SHARES
               MOVE 0 TO WS-JRNL-BEFORE-COST
               ADD 1 TO WS-POSITION-COUNT
               SET POSX TO WS-POSITION-COUNT
               MOVE WS-SYMBOL-INPUT TO POS-SYMBOL(POSX)
               MOVE WS-SHARES-INPUT TO POS-SHARES(POSX)
               COMPUTE POS-AVG-COST(POSX) ROUNDED =
                   WS-XFER-MOVED-COST / WS-SHARES-INPUT
                   ON SIZE ERROR
                       MOVE WS-XFER-FROM-COST TO POS-AVG-COST(POSX)
               END-COMPUTE
               MOVE WS-XFER-CURRENCY TO POS-CURRENCY-CODE(POSX)
               MOVE WS-XFER-TO-ACCOUNT TO POS-ACCOUNT-ID(POSX)
           ELSE
               SET POSX TO WS-POSITION-MATCH
               MOVE POS-SHARES(POSX) TO WS-JRNL-BEFORE-SHARES
               MOVE POS-AVG-COST(POSX) TO WS-JRNL-BEFORE-COST
               COMPUTE POS-AVG-COST(POSX) ROUNDED =
                   ((POS-SHARES(POSX) * POS-AVG-COST(POSX)) +
                    WS-XFER-MOVED-COST) /
                   (POS-SHARES(POSX) + WS-SHARES-INPUT)
                   ON SIZE ERROR
                       DISPLAY 'SIZE ERROR BLENDING AVERAGE COST -- '
                           WS-SYMBOL-INPUT
               END-COMPUTE
               ADD WS-SHARES-INPUT TO POS-SHARES(POSX)
           END-IF
           PERFORM 7800-WRITE-POSITION-JOURNAL.

      ******************************************************************
      * The confirmation goes to the screen and is appended to
      * XFERCONF.txt for printing and the client file.
      ******************************************************************
       7400-PRINT-TRANSFER-CONF.
           OPEN EXTEND TRANSFER-CONF-FILE
           IF XFER-CONF-MISSING
               OPEN OUTPUT TRANSFER-CONF-FILE
           END-IF
           MOVE 'TRANSFER IN KIND CONFIRMATION' TO WS-XFER-LINE
           PERFORM 7410-WRITE-CONF-LINE
           STRING 'Transfer date: ' DELIMITED BY SIZE
               WS-TRADE-DATE-INPUT DELIMITED BY SIZE
               '   Operator: ' DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-XFER-LINE
           PERFORM 7410-WRITE-CONF-LINE
           STRING 'Symbol: ' DELIMITED BY SIZE
               WS-SYMBOL-INPUT DELIMITED BY SIZE
               '   Currency: ' DELIMITED BY SIZE
               WS-XFER-CURRENCY DELIMITED BY SIZE
               INTO WS-XFER-LINE
           PERFORM 7410-WRITE-CONF-LINE
           STRING 'From account: ' DELIMITED BY SIZE
               WS-XFER-FROM-ACCOUNT DELIMITED BY SIZE
               '   To account: ' DELIMITED BY SIZE
               WS-XFER-TO-ACCOUNT DELIMITED BY SIZE
               INTO WS-XFER-LINE
           PERFORM 7410-WRITE-CONF-LINE
           MOVE WS-SHARES-INPUT TO WS-XFER-SHARES-OUT
           STRING 'Shares transferred: ' DELIMITED BY SIZE
               WS-XFER-SHARES-OUT DELIMITED BY SIZE
               INTO WS-XFER-LINE
           PERFORM 7410-WRITE-CONF-LINE
           MOVE WS-XFER-MOVED-SHARES TO WS-XFER-SHARES-OUT
           STRING 'Lots carried: ' DELIMITED BY SIZE
               WS-XFER-LOTS-MOVED DELIMITED BY SIZE
               '   covering shares: ' DELIMITED BY SIZE
               WS-XFER-SHARES-OUT DELIMITED BY SIZE
               INTO WS-XFER-LINE
           PERFORM 7410-WRITE-CONF-LINE
           MOVE WS-XFER-MOVED-COST TO WS-XFER-COST-OUT
           STRING 'Cost carried: ' DELIMITED BY SIZE
               WS-XFER-COST-OUT DELIMITED BY SIZE
               INTO WS-XFER-LINE
           PERFORM 7410-WRITE-CONF-LINE
           MOVE POS-AVG-COST(WS-POSITION-MATCH) TO WS-XFER-AVG-OUT
           STRING 'To account average cost now: ' DELIMITED BY SIZE
               WS-XFER-AVG-OUT DELIMITED BY SIZE
               INTO WS-XFER-LINE
           PERFORM 7410-WRITE-CONF-LINE
           MOVE ALL '-' TO WS-XFER-LINE
           PERFORM 7410-WRITE-CONF-LINE
           CLOSE TRANSFER-CONF-FILE.

       7410-WRITE-CONF-LINE.
           DISPLAY WS-XFER-LINE
           MOVE WS-XFER-LINE TO TRANSFER-CONF-RECORD
           WRITE TRANSFER-CONF-RECORD
           MOVE SPACES TO WS-XFER-LINE.

      ******************************************************************
      * One journal row per position change: the before figures were
      * captured by the caller ahead of the change, the after
           WRITE POSITION-JOURNAL-RECORD
           CLOSE POSITION-JOURNAL-FILE.

      ******************************************************************
      * One lot journal row, from the WS-LJ- fields the caller set.
      ******************************************************************
       7850-WRITE-LOT-JOURNAL.
           OPEN EXTEND LOT-JOURNAL-FILE
           IF LOT-JOURNAL-MISSING
               OPEN OUTPUT LOT-JOURNAL-FILE
           END-IF
           MOVE SPACES TO LOT-JOURNAL-RECORD
           MOVE WS-LJ-DATE TO LJ-DATE
           MOVE WS-LJ-TIME TO LJ-TIME
           MOVE WS-MSGLOG-PROGRAM TO LJ-PROGRAM
           MOVE WS-OPERATOR-ID TO LJ-OPERATOR
           MOVE WS-LJ-ACTION TO LJ-ACTION
           MOVE WS-LJ-SEQUENCE TO LJ-TRADE-SEQUENCE
           MOVE WS-SYMBOL-INPUT TO LJ-SYMBOL
           MOVE WS-LJ-ACCOUNT-ID TO LJ-ACCOUNT-ID
           MOVE WS-LJ-TO-ACCOUNT-ID TO LJ-TO-ACCOUNT-ID
           MOVE WS-LJ-SHARES TO LJ-SHARES
           MOVE WS-LJ-PURCHASE-DATE TO LJ-PURCHASE-DATE
           MOVE WS-LJ-COST-PER-SHARE TO LJ-COST-PER-SHARE
           MOVE WS-LJ-FX-RATE TO LJ-FX-RATE
           MOVE WS-SYMBOL-INPUT TO LJ-TO-SYMBOL
           MOVE WS-LJ-CURRENCY-CODE TO LJ-CURRENCY-CODE
           WRITE LOT-JOURNAL-RECORD
           CLOSE LOT-JOURNAL-FILE.

       7900-LOG-MESSAGE.
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               UNTIL POSX > WS-POSITION-COUNT
           PERFORM 8200-WRITE-TRAILER
           CLOSE PORTFOLIO-FILE
           MOVE 'PORTFOLIO' TO WS-CONTROL-FILE-ID
           PERFORM 8900-RECORD-MASTER-CONTROL
           OPEN OUTPUT PURCHASE-LOTS-FILE
           PERFORM 8300-WRITE-ONE-LOT
               VARYING LOTX FROM 1 BY 1
               UNTIL LOTX > WS-LOT-COUNT
           CLOSE PURCHASE-LOTS-FILE
           MOVE 'PURCHASELOTS' TO WS-CONTROL-FILE-ID
           PERFORM 8900-RECORD-MASTER-CONTROL.

       8100-WRITE-ONE-POSITION.
           IF POS-SHARES(POSX) > 0
               MOVE LOT-ENTRY-PURCHASE-DATE(LOTX)
                   TO LOT-PURCHASE-DATE
               MOVE LOT-ENTRY-ACCOUNT-ID(LOTX) TO LOT-ACCOUNT-ID
               MOVE LOT-ENTRY-FX-RATE(LOTX) TO LOT-FX-RATE
               WRITE PURCHASE-LOT-RECORD
           END-IF.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-MSGLOG-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.

       9000-CLOSE-RTN.
           CLOSE STOCKFILE
           MOVE 'R' TO WS-LOCK-FUNCTION
