      *                 period stamped closed on PERIODS.txt is
      *                 left unposted with a message, through the
      *                 shared PERIODCK check.
      *   2026-10-15 LT Dividend reinvestment: a holding whose account
      *                 has elected DRIP on DRIPELECT.txt (the symbol's
      *                 own row, else the account's blank-symbol row,
      *                 latest effective date on or before the pay
      *                 date) buys fractional shares at the pay-date
      *                 PRICEHIST price. The receipt still posts as a
      *                 V row and the purchase as a paired B row
      *                 referenced DRP; the new shares go on as a
      *                 purchase lot, fold into the position's average
      *                 cost with a POSJRNL row, and PORTFOLIO.txt is
      *                 rewritten with its TRAILER under the PORTFOLIO
      *                 lock. No price on file pays the receipt as
      *                 cash with a message. DIVREPORT now splits the
      *                 year's receipts into reinvested and cash paid
      *                 and lists this run's receipts one per holding.
      *   2026-10-15 LT A reinvestment lot now records the FXRATES
      *                 rate for the position's currency in effect on
      *                 the pay date, through the shared FXRATEAT
      *                 routine, like a blotter buy's lot.
      *   2026-10-15 LT Foreign withholding tax: the WHTRATES.txt rate
      *                 for the position's currency and the account's
      *                 ACCT-TYPE is withheld from each receipt. The
      *                 gross still posts as the V row and the tax as
      *                 a separate type-T debit, with a WITHHELD.txt
      *                 row kept for the year-end foreign tax credit;
      *                 a reinvestment buys with the net. DIVREPORT
      *                 shows gross, withheld and net by symbol.
      *   2026-10-15 LT Records the CASHLEDGER master's new figures on
      *                 the master control register (MASTERCTL) after
      *                 a posting run, and PORTFOLIO and PURCHASELOTS
      *                 after a run that reinvested.
      *   2026-10-15 LT Each reinvestment lot is also written to
      *                 LOTJRNL.txt under its POSJRNL row's stamp, so
      *                 PORT-RECOVER rebuilds it with the pay date,
      *                 price and rate this run used.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVIDEND-POST.
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DIVIDEND-REPORT-FILE ASSIGN TO "../DIVREPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIP-ELECTION-FILE ASSIGN TO "../DRIPELECT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELECTION-STATUS.
           SELECT PRICE-HISTORY-FILE ASSIGN TO "../PRICEHIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PURCHASE-LOTS-FILE ASSIGN TO "../PURCHASELOTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT POSITION-JOURNAL-FILE ASSIGN TO "../POSJRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT WITHHOLDING-RATE-FILE ASSIGN TO "../WHTRATES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHT-RATES-STATUS.
           SELECT WITHHELD-FILE ASSIGN TO "../WITHHELD.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHHELD-STATUS.
           SELECT LOT-JOURNAL-FILE ASSIGN TO "../LOTJRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CSHREC.

       FD DIVIDEND-REPORT-FILE.
       01 DIVIDEND-REPORT-RECORD  PIC X(100).

       FD DRIP-ELECTION-FILE.
           COPY DRIPREC.

       FD PRICE-HISTORY-FILE.
           COPY PRCHIST.

       FD PURCHASE-LOTS-FILE.
           COPY LOTREC.

       FD POSITION-JOURNAL-FILE.
           COPY PJNLREC.

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD WITHHOLDING-RATE-FILE.
           COPY WHTRATE.

       FD WITHHELD-FILE.
           COPY WHTHELD.

       FD LOT-JOURNAL-FILE.
           COPY LJNLREC.

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 PORTFOLIO-OK             VALUE '00'.
       01 WS-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88 LEDGER-FILE-OK           VALUE '00'.
       01 WS-ELECTION-STATUS      PIC X(2) VALUE '00'.
           88 ELECTION-FILE-OK         VALUE '00'.
       01 WS-HISTORY-STATUS       PIC X(2) VALUE '00'.
           88 HISTORY-FILE-OK          VALUE '00'.
       01 WS-LOTS-STATUS          PIC X(2) VALUE '00'.
           88 LOTS-FILE-OK             VALUE '00'.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-WHT-RATES-STATUS     PIC X(2) VALUE '00'.
           88 WHT-RATES-OK             VALUE '00'.
       01 WS-WITHHELD-STATUS      PIC X(2) VALUE '00'.
           88 WITHHELD-FILE-OK         VALUE '00'.
           88 WITHHELD-FILE-MISSING    VALUE '35'.
       01 WS-LOT-JOURNAL-STATUS   PIC X(2) VALUE '00'.
           88 LOT-JOURNAL-MISSING      VALUE '35'.
       01 WS-END-OF-CALENDAR      PIC X VALUE 'N'.
           88 NO-MORE-CALENDAR-RECORD  VALUE 'Y'.
       01 WS-END-OF-PORTFOLIO     PIC X VALUE 'N'.
           88 NO-MORE-PORTFOLIO-RECORD VALUE 'Y'.
       01 WS-END-OF-LEDGER        PIC X VALUE 'N'.
           88 NO-MORE-LEDGER-RECORD    VALUE 'Y'.
       01 WS-END-OF-ELECTIONS     PIC X VALUE 'N'.
           88 NO-MORE-ELECTIONS        VALUE 'Y'.
       01 WS-END-OF-HISTORY       PIC X VALUE 'N'.
           88 NO-MORE-HISTORY-RECORD   VALUE 'Y'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-CURRENT-YEAR         PIC X(4).
               10 POS-SYMBOL          PIC X(7).
               10 POS-SHARES          PIC 9(5)V9999.
               10 POS-ACCOUNT-ID      PIC X(8).
               10 POS-AVG-COST        PIC 9(6)V99.
               10 POS-CURRENCY-CODE   PIC X(3).

       01 WS-ELECTION-COUNT       PIC 9(3) VALUE 0.
       01 WS-ELECTION-TABLE.
           05 ELC-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ELECTION-COUNT
               INDEXED BY ELCX.
               10 ELC-ACCOUNT-ID      PIC X(8).
               10 ELC-SYMBOL          PIC X(7).
               10 ELC-REINVEST        PIC X.
               10 ELC-EFF-DATE        PIC X(8).
       01 WS-SYMBOL-ELECTION      PIC X VALUE SPACE.
       01 WS-SYMBOL-ELECTION-DATE PIC X(8) VALUE SPACES.
       01 WS-ACCOUNT-ELECTION     PIC X VALUE SPACE.
       01 WS-ACCOUNT-ELECTION-DATE PIC X(8) VALUE SPACES.
       01 WS-DRIP-ELECTED         PIC X VALUE 'N'.
           88 HOLDING-REINVESTS        VALUE 'Y'.

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACTX.
               10 ACCT-ENTRY-ID       PIC X(8).
               10 ACCT-ENTRY-TYPE     PIC X(8).
       01 WS-HOLDING-ACCT-TYPE    PIC X(8).

       01 WS-WHT-RATE-COUNT       PIC 9(3) VALUE 0.
       01 WS-WHT-RATE-TABLE.
           05 WHT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-WHT-RATE-COUNT
               INDEXED BY WHTX.
               10 WHT-CURRENCY-CODE   PIC X(3).
               10 WHT-ACCT-TYPE       PIC X(8).
               10 WHT-PCT             PIC 9(2)V99.
               10 WHT-EFF-DATE        PIC X(8).
       01 WS-HOLDING-CURRENCY     PIC X(3).
       01 WS-TYPE-WHT-PCT         PIC 9(2)V99 VALUE 0.
       01 WS-TYPE-WHT-DATE        PIC X(8) VALUE SPACES.
       01 WS-DEFAULT-WHT-PCT      PIC 9(2)V99 VALUE 0.
       01 WS-DEFAULT-WHT-DATE     PIC X(8) VALUE SPACES.
       01 WS-WITHHOLD-PCT         PIC 9(2)V99 VALUE 0.
       01 WS-WITHHELD-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 WS-NET-RECEIPT          PIC 9(9)V99 VALUE 0.

       01 WS-PAY-DATE-PRICE       PIC 9(6)V99 VALUE 0.
       01 WS-PAY-DATE-PRICE-DATE  PIC X(8) VALUE SPACES.
       01 WS-DRIP-SHARES          PIC 9(5)V9999 VALUE 0.
       01 WS-DRIP-COST            PIC 9(9)V99 VALUE 0.
       01 WS-DRIP-FX-RATE         PIC 9(3)V9999 VALUE 0.
       01 WS-ROWS-REINVESTED      PIC 9(4) VALUE 0.
       01 WS-ANY-REINVESTED       PIC X VALUE 'N'.
       01 WS-RUN-DISPOSITION      PIC X(10).

       01 WS-RUN-COUNT            PIC 9(3) VALUE 0.
       01 WS-RUN-TABLE.
           05 RUN-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-RUN-COUNT
               INDEXED BY RUNX.
               10 RUN-ACCOUNT-ID      PIC X(8).
               10 RUN-SYMBOL          PIC X(7).
               10 RUN-PAY-DATE        PIC X(8).
               10 RUN-RECEIPT         PIC 9(9)V99.
               10 RUN-WITHHELD        PIC 9(9)V99.
               10 RUN-DISPOSITION     PIC X(10).
               10 RUN-SHARES          PIC 9(5)V9999.
               10 RUN-PRICE           PIC 9(6)V99.

       01 WS-LOCK-FUNCTION        PIC X VALUE 'A'.
       01 WS-LOCK-RESULT          PIC X VALUE 'Y'.
       01 WS-LOCK-PROGRAM         PIC X(12) VALUE 'DIVIDEND-PST'.
       01 WS-LOCK-RESOURCE        PIC X(10) VALUE 'PORTFOLIO'.
       01 WS-LOCK-HELD            PIC X VALUE 'N'.

       01 WS-RECORDS-WRITTEN      PIC 9(5) VALUE 0.
       01 WS-TOTAL-SHARES         PIC 9(9)V9999 VALUE 0.
       01 WS-CURRENT-TIMESTAMP    PIC X(21).
       01 WS-OPERATOR-ID          PIC X(10) VALUE 'BATCH'.
       01 WS-JRNL-BEFORE-SHARES   PIC 9(5)V9999 VALUE 0.
       01 WS-JRNL-BEFORE-COST     PIC 9(6)V99 VALUE 0.

       01 WS-RECEIPT-AMOUNT       PIC 9(9)V99 VALUE 0.
       01 WS-ROWS-POSTED          PIC 9(4) VALUE 0.
               INDEXED BY SYMX.
               10 SYM-SYMBOL          PIC X(7).
               10 SYM-ACTUAL          PIC 9(11)V99.
               10 SYM-WITHHELD        PIC 9(11)V99.
               10 SYM-REINVESTED      PIC 9(11)V99.
               10 SYM-PROJECTED       PIC 9(11)V99.
       01 WS-SYMBOL-MATCH         PIC 9(3) VALUE 0.
       01 WS-SYMBOL-SCAN          PIC 9(3) VALUE 0.
       01 WS-MATCH-SYMBOL         PIC X(7).
       01 WS-TOTAL-ACTUAL         PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-WITHHELD       PIC 9(11)V99 VALUE 0.
       01 WS-NET-PAID             PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-PROJECTED      PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-REINVESTED     PIC 9(11)V99 VALUE 0.
       01 WS-CASH-PAID            PIC 9(11)V99 VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'DIVIDEND-PST'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.

       01 WS-PERIOD-OPEN-FLAG     PIC X VALUE 'Y'.

       01 WS-COUNT-FMT            PIC ZZZ9.
       01 WS-AMOUNT-FMT           PIC $$$,$$$,$$9.99.
       01 WS-SHARES-FMT           PIC ZZ,ZZ9.9999.
       01 WS-PRICE-FMT            PIC ZZZ,ZZ9.99.
       01 WS-REPORT-LINE          PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               DISPLAY 'DIVIDEND POST: NO DIVCAL.txt CALENDAR -- '
                   'NOTHING TO POST.'
           ELSE
               PERFORM 1200-LOAD-ELECTIONS
               PERFORM 1300-LOAD-ACCOUNT-TYPES
               PERFORM 1400-LOAD-WITHHOLDING-RATES
               IF WS-ELECTION-COUNT > 0
                   PERFORM 0100-ACQUIRE-PORTFOLIO-LOCK
               END-IF
               PERFORM 1100-LOAD-POSITION-TABLE
               IF WS-LOCK-RESULT = 'N'
                   DISPLAY 'DIVIDEND POST: PORTFOLIO LOCKED -- '
                       'NOTHING POSTED.'
                   MOVE 'W' TO WS-MSGLOG-SEVERITY
                   MOVE 'PORTFOLIO LOCKED -- DIVIDENDS NOT POSTED'
                       TO WS-MSGLOG-TEXT
                   PERFORM 7000-LOG-MESSAGE
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM 2000-POST-ONE-CALENDAR-ROW
                       VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-CALENDAR-COUNT
                   IF WS-ANY-POSTED = 'Y'
                       PERFORM 3000-SAVE-CALENDAR
                       MOVE 'CASHLEDGER' TO WS-CONTROL-FILE-ID
                       PERFORM 8900-RECORD-MASTER-CONTROL
                   END-IF
                   IF WS-ANY-REINVESTED = 'Y'
                       PERFORM 3200-SAVE-PORTFOLIO
                       MOVE 'PORTFOLIO' TO WS-CONTROL-FILE-ID
                       PERFORM 8900-RECORD-MASTER-CONTROL
                       MOVE 'PURCHASELOTS' TO WS-CONTROL-FILE-ID
                       PERFORM 8900-RECORD-MASTER-CONTROL
                   END-IF
                   IF WS-LOCK-HELD = 'Y'
                       PERFORM 0200-RELEASE-PORTFOLIO-LOCK
                   END-IF
                   MOVE WS-ROWS-POSTED TO WS-COUNT-FMT
                   DISPLAY 'DIVIDEND POST: ' WS-COUNT-FMT
                       ' RECEIPTS POSTED.'
                   MOVE 'I' TO WS-MSGLOG-SEVERITY
                   MOVE SPACES TO WS-MSGLOG-TEXT
                   STRING 'DIVIDEND RECEIPTS POSTED: '
                       DELIMITED BY SIZE
                       WS-COUNT-FMT DELIMITED BY SIZE
                       INTO WS-MSGLOG-TEXT
                   PERFORM 7000-LOG-MESSAGE
                   MOVE WS-ROWS-REINVESTED TO WS-COUNT-FMT
                   DISPLAY 'DIVIDEND POST: ' WS-COUNT-FMT
                       ' RECEIPTS REINVESTED.'
                   MOVE SPACES TO WS-MSGLOG-TEXT
                   STRING 'DIVIDEND RECEIPTS REINVESTED: '
                       DELIMITED BY SIZE
                       WS-COUNT-FMT DELIMITED BY SIZE
                       INTO WS-MSGLOG-TEXT
                   PERFORM 7000-LOG-MESSAGE
               END-IF
           END-IF
           PERFORM 5000-INCOME-REPORT
           GOBACK.

      ******************************************************************
      * Reinvestment rewrites PORTFOLIO.txt, so a run with elections
      * on file holds the PORTFOLIO lock for the whole posting pass;
      * a session already holding it leaves every row unposted for
      * the next run rather than paying cash in its place.
      ******************************************************************
       0100-ACQUIRE-PORTFOLIO-LOCK.
           MOVE 'A' TO WS-LOCK-FUNCTION
           MOVE 'Y' TO WS-LOCK-RESULT
           CALL 'STOCKLOCK' USING WS-LOCK-FUNCTION
               WS-LOCK-RESOURCE WS-LOCK-PROGRAM WS-LOCK-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-LOCK-RESULT = 'Y'
               MOVE 'Y' TO WS-LOCK-HELD
           END-IF.

       0200-RELEASE-PORTFOLIO-LOCK.
           MOVE 'R' TO WS-LOCK-FUNCTION
           CALL 'STOCKLOCK' USING WS-LOCK-FUNCTION
               WS-LOCK-RESOURCE WS-LOCK-PROGRAM WS-LOCK-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'N' TO WS-LOCK-HELD.

       1000-LOAD-CALENDAR.
           OPEN INPUT DIVIDEND-CALENDAR-FILE
           IF NOT CALENDAR-FILE-OK
                   MOVE P-STOCK-SYMBOL TO POS-SYMBOL(POSX)
                   MOVE P-SHARES TO POS-SHARES(POSX)
                   MOVE P-ACCOUNT-ID TO POS-ACCOUNT-ID(POSX)
                   MOVE P-AVG-COST TO POS-AVG-COST(POSX)
                   MOVE P-CURRENCY-CODE TO POS-CURRENCY-CODE(POSX)
               END-IF
               PERFORM 1110-READ-PORTFOLIO-ROW
           END-PERFORM
               AT END MOVE 'Y' TO WS-END-OF-PORTFOLIO
           END-READ.

       1200-LOAD-ELECTIONS.
           OPEN INPUT DRIP-ELECTION-FILE
           IF NOT ELECTION-FILE-OK
               MOVE 'Y' TO WS-END-OF-ELECTIONS
           ELSE
               PERFORM 1210-READ-ELECTION-ROW
           END-IF
           PERFORM UNTIL NO-MORE-ELECTIONS
               IF WS-ELECTION-COUNT < 999
                   ADD 1 TO WS-ELECTION-COUNT
                   SET ELCX TO WS-ELECTION-COUNT
                   MOVE DRIP-ACCOUNT-ID TO ELC-ACCOUNT-ID(ELCX)
                   MOVE DRIP-SYMBOL TO ELC-SYMBOL(ELCX)
                   MOVE DRIP-REINVEST TO ELC-REINVEST(ELCX)
                   MOVE DRIP-EFF-DATE TO ELC-EFF-DATE(ELCX)
               END-IF
               PERFORM 1210-READ-ELECTION-ROW
           END-PERFORM
           IF ELECTION-FILE-OK OR WS-ELECTION-STATUS = '10'
               CLOSE DRIP-ELECTION-FILE
           END-IF.

       1210-READ-ELECTION-ROW.
           READ DRIP-ELECTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-ELECTIONS.

       1300-LOAD-ACCOUNT-TYPES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1310-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-ACCOUNT-COUNT < 999
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET ACTX TO WS-ACCOUNT-COUNT
                   MOVE ACCT-ID TO ACCT-ENTRY-ID(ACTX)
                   MOVE ACCT-TYPE TO ACCT-ENTRY-TYPE(ACTX)
               END-IF
               PERFORM 1310-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       1310-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1400-LOAD-WITHHOLDING-RATES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT WITHHOLDING-RATE-FILE
           IF NOT WHT-RATES-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1410-READ-WHT-RATE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WHR-PCT NUMERIC
                   AND WHR-EFF-DATE NUMERIC
                   AND WS-WHT-RATE-COUNT < 999
                   ADD 1 TO WS-WHT-RATE-COUNT
                   SET WHTX TO WS-WHT-RATE-COUNT
                   MOVE WHR-CURRENCY-CODE TO WHT-CURRENCY-CODE(WHTX)
                   MOVE WHR-ACCT-TYPE TO WHT-ACCT-TYPE(WHTX)
                   MOVE WHR-PCT TO WHT-PCT(WHTX)
                   MOVE WHR-EFF-DATE TO WHT-EFF-DATE(WHTX)
               END-IF
               PERFORM 1410-READ-WHT-RATE-ROW
           END-PERFORM
           IF WHT-RATES-OK OR WS-WHT-RATES-STATUS = '10'
               CLOSE WITHHOLDING-RATE-FILE
           END-IF.

       1410-READ-WHT-RATE-ROW.
           READ WITHHOLDING-RATE-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * One calendar row: once its pay date has arrived and it is not
      * yet flagged posted, every account holding the symbol gets
      * shares times the rate credited to its cash ledger, less any
      * tax withheld at source, which posts as its own debit.
      ******************************************************************
       2000-POST-ONE-CALENDAR-ROW.
           IF CAL-POSTED(WS-CAL-SUB) NOT = 'Y'
                       ' IS IN A CLOSED PERIOD -- '
                       CAL-SYMBOL(WS-CAL-SUB) ' NOT POSTED.'
               ELSE
                   IF WS-ELECTION-COUNT > 0
                       PERFORM 2050-FIND-PAY-DATE-PRICE
                   END-IF
                   PERFORM 2100-POST-ONE-HOLDING
                       VARYING POSX FROM 1 BY 1
                       UNTIL POSX > WS-POSITION-COUNT
                   WRITE CASH-LEDGER-RECORD
                   CLOSE CASH-LEDGER-FILE
                   ADD 1 TO WS-ROWS-POSTED
                   PERFORM 2150-WITHHOLD-TAX
                   MOVE 'CASH' TO WS-RUN-DISPOSITION
                   MOVE 0 TO WS-DRIP-SHARES
                   PERFORM 2200-FIND-ELECTION
                   IF HOLDING-REINVESTS
                       PERFORM 2300-REINVEST-RECEIPT
                   END-IF
                   PERFORM 2400-RECORD-RUN-RECEIPT
               END-IF
           END-IF.

      ******************************************************************
      * Withholding at source: the WHTRATES.txt rate for the
      * position's currency (blank reads as USD, as PROJECT2 reads
      * it) and the account's type, else the currency's blank-type
      * row, latest effective date on or before the pay date within
      * each. The tax posts as a type-T debit referenced by symbol
      * and is registered on WITHHELD.txt for the year-end foreign
      * tax credit; what is left is the net the broker paid.
      ******************************************************************
       2150-WITHHOLD-TAX.
           MOVE 0 TO WS-WITHHELD-AMOUNT
           MOVE POS-CURRENCY-CODE(POSX) TO WS-HOLDING-CURRENCY
           IF WS-HOLDING-CURRENCY = SPACES
               MOVE 'USD' TO WS-HOLDING-CURRENCY
           END-IF
           MOVE SPACES TO WS-HOLDING-ACCT-TYPE
           PERFORM 2160-MATCH-ONE-ACCOUNT
               VARYING ACTX FROM 1 BY 1
               UNTIL ACTX > WS-ACCOUNT-COUNT
           MOVE 0 TO WS-TYPE-WHT-PCT
           MOVE SPACES TO WS-TYPE-WHT-DATE
           MOVE 0 TO WS-DEFAULT-WHT-PCT
           MOVE SPACES TO WS-DEFAULT-WHT-DATE
           PERFORM 2170-CHECK-ONE-WHT-RATE
               VARYING WHTX FROM 1 BY 1
               UNTIL WHTX > WS-WHT-RATE-COUNT
           IF WS-TYPE-WHT-DATE NOT = SPACES
               MOVE WS-TYPE-WHT-PCT TO WS-WITHHOLD-PCT
           ELSE
               MOVE WS-DEFAULT-WHT-PCT TO WS-WITHHOLD-PCT
           END-IF
           IF WS-WITHHOLD-PCT > 0
               COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                   WS-RECEIPT-AMOUNT * WS-WITHHOLD-PCT / 100
                   ON SIZE ERROR MOVE 0 TO WS-WITHHELD-AMOUNT
               END-COMPUTE
           END-IF
           IF WS-WITHHELD-AMOUNT > 0
               OPEN EXTEND CASH-LEDGER-FILE
               MOVE CAL-PAY-DATE(WS-CAL-SUB) TO CSH-DATE
               MOVE POS-ACCOUNT-ID(POSX) TO CSH-ACCOUNT-ID
               MOVE 'T' TO CSH-TYPE
               COMPUTE CSH-AMOUNT = 0 - WS-WITHHELD-AMOUNT
               MOVE POS-SYMBOL(POSX) TO CSH-REFERENCE
               WRITE CASH-LEDGER-RECORD
               CLOSE CASH-LEDGER-FILE
               OPEN EXTEND WITHHELD-FILE
               IF WITHHELD-FILE-MISSING
                   OPEN OUTPUT WITHHELD-FILE
               END-IF
               MOVE CAL-PAY-DATE(WS-CAL-SUB) TO WHH-PAY-DATE
               MOVE POS-ACCOUNT-ID(POSX) TO WHH-ACCOUNT-ID
               MOVE POS-SYMBOL(POSX) TO WHH-SYMBOL
               MOVE WS-HOLDING-CURRENCY TO WHH-CURRENCY-CODE
               MOVE WS-RECEIPT-AMOUNT TO WHH-GROSS-AMOUNT
               MOVE WS-WITHHOLD-PCT TO WHH-PCT
               MOVE WS-WITHHELD-AMOUNT TO WHH-WITHHELD-AMOUNT
               WRITE WITHHELD-RECORD
               CLOSE WITHHELD-FILE
           END-IF
           COMPUTE WS-NET-RECEIPT =
               WS-RECEIPT-AMOUNT - WS-WITHHELD-AMOUNT.

       2160-MATCH-ONE-ACCOUNT.
           IF ACCT-ENTRY-ID(ACTX) = POS-ACCOUNT-ID(POSX)
               MOVE ACCT-ENTRY-TYPE(ACTX) TO WS-HOLDING-ACCT-TYPE
           END-IF.

       2170-CHECK-ONE-WHT-RATE.
           IF WHT-CURRENCY-CODE(WHTX) = WS-HOLDING-CURRENCY
               AND WHT-EFF-DATE(WHTX) NOT > CAL-PAY-DATE(WS-CAL-SUB)
               IF WHT-ACCT-TYPE(WHTX) = SPACES
                   IF WHT-EFF-DATE(WHTX) NOT < WS-DEFAULT-WHT-DATE
                       MOVE WHT-PCT(WHTX) TO WS-DEFAULT-WHT-PCT
                       MOVE WHT-EFF-DATE(WHTX) TO WS-DEFAULT-WHT-DATE
                   END-IF
               ELSE
                   IF WHT-ACCT-TYPE(WHTX) = WS-HOLDING-ACCT-TYPE
                       AND WHT-EFF-DATE(WHTX)
                           NOT < WS-TYPE-WHT-DATE
                       MOVE WHT-PCT(WHTX) TO WS-TYPE-WHT-PCT
                       MOVE WHT-EFF-DATE(WHTX) TO WS-TYPE-WHT-DATE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * The reinvestment price is the symbol's PRICEHIST close on the
      * pay date, or the latest close before it when the pay date
      * was not a trading day. Zero means no price on file at all.
      ******************************************************************
       2050-FIND-PAY-DATE-PRICE.
           MOVE 0 TO WS-PAY-DATE-PRICE
           MOVE SPACES TO WS-PAY-DATE-PRICE-DATE
           MOVE 'N' TO WS-END-OF-HISTORY
           OPEN INPUT PRICE-HISTORY-FILE
           IF NOT HISTORY-FILE-OK
               MOVE 'Y' TO WS-END-OF-HISTORY
           ELSE
               PERFORM 2060-READ-HISTORY-ROW
           END-IF
           PERFORM UNTIL NO-MORE-HISTORY-RECORD
               IF PH-SYMBOL = CAL-SYMBOL(WS-CAL-SUB)
                   AND PH-DATE NOT > CAL-PAY-DATE(WS-CAL-SUB)
                   AND PH-DATE NOT < WS-PAY-DATE-PRICE-DATE
                   AND PH-PRICE NUMERIC
                   AND PH-PRICE > 0
                   MOVE PH-PRICE TO WS-PAY-DATE-PRICE
                   MOVE PH-DATE TO WS-PAY-DATE-PRICE-DATE
               END-IF
               PERFORM 2060-READ-HISTORY-ROW
           END-PERFORM
           IF HISTORY-FILE-OK OR WS-HISTORY-STATUS = '10'
               CLOSE PRICE-HISTORY-FILE
           END-IF.

       2060-READ-HISTORY-ROW.
           READ PRICE-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-HISTORY.

      ******************************************************************
      * The holding's election: the account's row for this symbol if
      * one is in effect on the pay date, else the account's blank-
      * symbol row; within each kind the latest effective date on or
      * before the pay date wins. No row in effect means cash.
      ******************************************************************
       2200-FIND-ELECTION.
           MOVE SPACE TO WS-SYMBOL-ELECTION
           MOVE SPACES TO WS-SYMBOL-ELECTION-DATE
           MOVE SPACE TO WS-ACCOUNT-ELECTION
           MOVE SPACES TO WS-ACCOUNT-ELECTION-DATE
           PERFORM 2210-CHECK-ONE-ELECTION
               VARYING ELCX FROM 1 BY 1
               UNTIL ELCX > WS-ELECTION-COUNT
           MOVE 'N' TO WS-DRIP-ELECTED
           IF WS-SYMBOL-ELECTION NOT = SPACE
               MOVE WS-SYMBOL-ELECTION TO WS-DRIP-ELECTED
           ELSE
               IF WS-ACCOUNT-ELECTION NOT = SPACE
                   MOVE WS-ACCOUNT-ELECTION TO WS-DRIP-ELECTED
               END-IF
           END-IF.

       2210-CHECK-ONE-ELECTION.
           IF ELC-ACCOUNT-ID(ELCX) = POS-ACCOUNT-ID(POSX)
               AND ELC-EFF-DATE(ELCX) NOT > CAL-PAY-DATE(WS-CAL-SUB)
               IF ELC-SYMBOL(ELCX) = POS-SYMBOL(POSX)
                   IF ELC-EFF-DATE(ELCX) NOT < WS-SYMBOL-ELECTION-DATE
                       MOVE ELC-REINVEST(ELCX) TO WS-SYMBOL-ELECTION
                       MOVE ELC-EFF-DATE(ELCX)
                           TO WS-SYMBOL-ELECTION-DATE
                   END-IF
               ELSE
                   IF ELC-SYMBOL(ELCX) = SPACES
                       AND ELC-EFF-DATE(ELCX)
                           NOT < WS-ACCOUNT-ELECTION-DATE
                       MOVE ELC-REINVEST(ELCX) TO WS-ACCOUNT-ELECTION
                       MOVE ELC-EFF-DATE(ELCX)
                           TO WS-ACCOUNT-ELECTION-DATE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Reinvest one receipt: net receipt over the pay-date price,
      * truncated to the four decimals a position carries, so the
      * purchase never exceeds the receipt and the odd cents stay in
      * cash. The purchase posts as a B row referenced symbol plus
      * DRP, the shares as a lot dated the pay date, and the position
      * takes the shares at a blended average cost the same way a
      * blotter buy folds in.
      ******************************************************************
       2300-REINVEST-RECEIPT.
           IF WS-PAY-DATE-PRICE = 0
               DISPLAY 'DIVIDEND POST: NO PRICE FOR '
                   POS-SYMBOL(POSX) ' ON OR BEFORE '
                   CAL-PAY-DATE(WS-CAL-SUB) ' -- PAID AS CASH.'
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               STRING 'NO DRIP PRICE -- PAID AS CASH: '
                   DELIMITED BY SIZE
                   POS-SYMBOL(POSX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   POS-ACCOUNT-ID(POSX) DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
               PERFORM 7000-LOG-MESSAGE
           ELSE
               COMPUTE WS-DRIP-SHARES =
                   WS-NET-RECEIPT / WS-PAY-DATE-PRICE
                   ON SIZE ERROR MOVE 0 TO WS-DRIP-SHARES
               END-COMPUTE
               IF WS-DRIP-SHARES > 0
                   COMPUTE WS-DRIP-COST ROUNDED =
                       WS-DRIP-SHARES * WS-PAY-DATE-PRICE
                   OPEN EXTEND CASH-LEDGER-FILE
                   MOVE CAL-PAY-DATE(WS-CAL-SUB) TO CSH-DATE
                   MOVE POS-ACCOUNT-ID(POSX) TO CSH-ACCOUNT-ID
                   MOVE 'B' TO CSH-TYPE
                   COMPUTE CSH-AMOUNT = 0 - WS-DRIP-COST
                   MOVE SPACES TO CSH-REFERENCE
                   MOVE POS-SYMBOL(POSX) TO CSH-REFERENCE(1:7)
                   MOVE 'DRP' TO CSH-REFERENCE(8:3)
                   WRITE CASH-LEDGER-RECORD
                   CLOSE CASH-LEDGER-FILE
                   CALL 'FXRATEAT' USING POS-CURRENCY-CODE(POSX)
                       CAL-PAY-DATE(WS-CAL-SUB) WS-DRIP-FX-RATE
                       ON EXCEPTION MOVE 0 TO WS-DRIP-FX-RATE
                   END-CALL
                   OPEN EXTEND PURCHASE-LOTS-FILE
                   MOVE POS-SYMBOL(POSX) TO LOT-SYMBOL
                   MOVE WS-DRIP-SHARES TO LOT-SHARES
                   MOVE WS-PAY-DATE-PRICE TO LOT-COST-PER-SHARE
                   MOVE CAL-PAY-DATE(WS-CAL-SUB) TO LOT-PURCHASE-DATE
                   MOVE POS-ACCOUNT-ID(POSX) TO LOT-ACCOUNT-ID
                   MOVE WS-DRIP-FX-RATE TO LOT-FX-RATE
                   WRITE PURCHASE-LOT-RECORD
                   CLOSE PURCHASE-LOTS-FILE
                   MOVE POS-SHARES(POSX) TO WS-JRNL-BEFORE-SHARES
                   MOVE POS-AVG-COST(POSX) TO WS-JRNL-BEFORE-COST
                   COMPUTE POS-AVG-COST(POSX) ROUNDED =
                       ((POS-SHARES(POSX) * POS-AVG-COST(POSX)) +
                        (WS-DRIP-SHARES * WS-PAY-DATE-PRICE)) /
                       (POS-SHARES(POSX) + WS-DRIP-SHARES)
                       ON SIZE ERROR
                           DISPLAY 'SIZE ERROR BLENDING AVERAGE COST '
                               '-- ' POS-SYMBOL(POSX)
                   END-COMPUTE
                   ADD WS-DRIP-SHARES TO POS-SHARES(POSX)
                   PERFORM 7800-WRITE-POSITION-JOURNAL
                   PERFORM 7850-WRITE-LOT-JOURNAL
                   MOVE 'REINVESTED' TO WS-RUN-DISPOSITION
                   MOVE 'Y' TO WS-ANY-REINVESTED
                   ADD 1 TO WS-ROWS-REINVESTED
               END-IF
           END-IF.

       2400-RECORD-RUN-RECEIPT.
           IF WS-RUN-COUNT < 999
               ADD 1 TO WS-RUN-COUNT
               SET RUNX TO WS-RUN-COUNT
               MOVE POS-ACCOUNT-ID(POSX) TO RUN-ACCOUNT-ID(RUNX)
               MOVE POS-SYMBOL(POSX) TO RUN-SYMBOL(RUNX)
               MOVE CAL-PAY-DATE(WS-CAL-SUB) TO RUN-PAY-DATE(RUNX)
               MOVE WS-RECEIPT-AMOUNT TO RUN-RECEIPT(RUNX)
               MOVE WS-WITHHELD-AMOUNT TO RUN-WITHHELD(RUNX)
               MOVE WS-RUN-DISPOSITION TO RUN-DISPOSITION(RUNX)
               IF WS-RUN-DISPOSITION = 'REINVESTED'
                   MOVE WS-DRIP-SHARES TO RUN-SHARES(RUNX)
                   MOVE WS-PAY-DATE-PRICE TO RUN-PRICE(RUNX)
               ELSE
                   MOVE 0 TO RUN-SHARES(RUNX)
                   MOVE 0 TO RUN-PRICE(RUNX)
               END-IF
           END-IF.

           MOVE CAL-POSTED(CALX) TO DV-POSTED
           WRITE DIVIDEND-CALENDAR-RECORD.

      ******************************************************************
      * Reinvestment changed share counts, so the whole of
      * PORTFOLIO.txt is rewritten from the table with its TRAILER
      * control row recomputed from what was actually written -- the
      * same save TRADE-BLOTTER and CORP-ACTIONS make.
      ******************************************************************
       3200-SAVE-PORTFOLIO.
           MOVE 0 TO WS-RECORDS-WRITTEN
           MOVE 0 TO WS-TOTAL-SHARES
           OPEN OUTPUT PORTFOLIO-FILE
           PERFORM 3210-WRITE-ONE-POSITION
               VARYING POSX FROM 1 BY 1
               UNTIL POSX > WS-POSITION-COUNT
           PERFORM 3220-WRITE-TRAILER
           CLOSE PORTFOLIO-FILE.

       3210-WRITE-ONE-POSITION.
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

       3220-WRITE-TRAILER.
           MOVE WS-TRAILER-SYMBOL TO P-STOCK-SYMBOL
           MOVE WS-RECORDS-WRITTEN TO P-SHARES
           MOVE 0 TO P-AVG-COST
           MOVE SPACES TO P-CURRENCY-CODE
           MOVE WS-TOTAL-SHARES TO P-CONTROL-SHARES-NUM
           MOVE SPACES TO P-ACCOUNT-ID
           WRITE PORTFOLIO-RECORD.

      ******************************************************************
      * Dividends-received report: year-to-date receipts per symbol
      * from the cash ledger's type-V rows against the projected
      * annual income figure (shares held times STOCK-DIVIDEND-RATE
      * off the indexed master) -- actual against PROJECT2's
      * projection on one page. Gross receipts less the type-T tax
      * withheld give the net, and the net is split into the part
      * reinvested (the DRP-referenced B rows) and the part paid as
      * cash; the receipts this run posted follow, one line per
      * holding.
      ******************************************************************
       5000-INCOME-REPORT.
           PERFORM 5100-ACCUMULATE-ACTUALS
               WS-CURRENT-YEAR DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'SYMBOL' TO WS-REPORT-LINE(1:6)
           MOVE 'GROSS YTD' TO WS-REPORT-LINE(14:9)
           MOVE 'WITHHELD YTD' TO WS-REPORT-LINE(26:12)
           MOVE 'NET YTD' TO WS-REPORT-LINE(46:7)
           MOVE 'REINVESTED YTD' TO WS-REPORT-LINE(54:14)
           MOVE 'CASH PAID YTD' TO WS-REPORT-LINE(70:13)
           MOVE 'PROJ ANNUAL' TO WS-REPORT-LINE(87:11)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:97)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 5500-WRITE-ONE-SYMBOL
               VARYING SYMX FROM 1 BY 1
               UNTIL SYMX > WS-SYMBOL-COUNT
           MOVE ALL '-' TO WS-REPORT-LINE(1:97)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'TOTAL' TO WS-REPORT-LINE(1:7)
           MOVE WS-TOTAL-ACTUAL TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(9:14)
           MOVE WS-TOTAL-WITHHELD TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(24:14)
           IF WS-TOTAL-ACTUAL > WS-TOTAL-WITHHELD
               COMPUTE WS-NET-PAID =
                   WS-TOTAL-ACTUAL - WS-TOTAL-WITHHELD
           ELSE
               MOVE 0 TO WS-NET-PAID
           END-IF
           MOVE WS-NET-PAID TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(39:14)
           MOVE WS-TOTAL-REINVESTED TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(54:14)
           IF WS-NET-PAID > WS-TOTAL-REINVESTED
               COMPUTE WS-CASH-PAID =
                   WS-NET-PAID - WS-TOTAL-REINVESTED
           ELSE
               MOVE 0 TO WS-CASH-PAID
           END-IF
           MOVE WS-CASH-PAID TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(69:14)
           MOVE WS-TOTAL-PROJECTED TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(84:14)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 5600-RUN-RECEIPTS
           CLOSE DIVIDEND-REPORT-FILE.

       5100-ACCUMULATE-ACTUALS.
                   ADD CSH-AMOUNT TO SYM-ACTUAL(WS-SYMBOL-MATCH)
                   ADD CSH-AMOUNT TO WS-TOTAL-ACTUAL
               END-IF
               IF CSH-TAX-WITHHELD
                   AND CSH-DATE(1:4) = WS-CURRENT-YEAR
                   MOVE CSH-REFERENCE(1:7) TO WS-MATCH-SYMBOL
                   PERFORM 5200-FIND-OR-ADD-SYMBOL
                   SUBTRACT CSH-AMOUNT FROM
                       SYM-WITHHELD(WS-SYMBOL-MATCH)
                   SUBTRACT CSH-AMOUNT FROM WS-TOTAL-WITHHELD
               END-IF
               IF CSH-BUY
                   AND CSH-REFERENCE(8:3) = 'DRP'
                   AND CSH-DATE(1:4) = WS-CURRENT-YEAR
                   MOVE CSH-REFERENCE(1:7) TO WS-MATCH-SYMBOL
                   PERFORM 5200-FIND-OR-ADD-SYMBOL
                   SUBTRACT CSH-AMOUNT FROM
                       SYM-REINVESTED(WS-SYMBOL-MATCH)
                   SUBTRACT CSH-AMOUNT FROM WS-TOTAL-REINVESTED
               END-IF
               PERFORM 5110-READ-LEDGER-ROW
           END-PERFORM
           IF LEDGER-FILE-OK OR WS-LEDGER-STATUS = '10'
               MOVE WS-SYMBOL-COUNT TO WS-SYMBOL-MATCH
               MOVE WS-MATCH-SYMBOL TO SYM-SYMBOL(WS-SYMBOL-MATCH)
               MOVE 0 TO SYM-ACTUAL(WS-SYMBOL-MATCH)
               MOVE 0 TO SYM-WITHHELD(WS-SYMBOL-MATCH)
               MOVE 0 TO SYM-REINVESTED(WS-SYMBOL-MATCH)
               MOVE 0 TO SYM-PROJECTED(WS-SYMBOL-MATCH)
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE
           MOVE SYM-SYMBOL(SYMX) TO WS-REPORT-LINE(1:7)
           MOVE SYM-ACTUAL(SYMX) TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(9:14)
           MOVE SYM-WITHHELD(SYMX) TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(24:14)
           IF SYM-ACTUAL(SYMX) > SYM-WITHHELD(SYMX)
               COMPUTE WS-NET-PAID =
                   SYM-ACTUAL(SYMX) - SYM-WITHHELD(SYMX)
           ELSE
               MOVE 0 TO WS-NET-PAID
           END-IF
           MOVE WS-NET-PAID TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(39:14)
           MOVE SYM-REINVESTED(SYMX) TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(54:14)
           IF WS-NET-PAID > SYM-REINVESTED(SYMX)
               COMPUTE WS-CASH-PAID =
                   WS-NET-PAID - SYM-REINVESTED(SYMX)
           ELSE
               MOVE 0 TO WS-CASH-PAID
           END-IF
           MOVE WS-CASH-PAID TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(69:14)
           MOVE SYM-PROJECTED(SYMX) TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(84:14)
           PERFORM 8000-WRITE-REPORT-LINE.

       5600-RUN-RECEIPTS.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'RECEIPTS POSTED THIS RUN' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(1:7)
           MOVE 'SYMBOL' TO WS-REPORT-LINE(10:6)
           MOVE 'PAY DATE' TO WS-REPORT-LINE(18:8)
           MOVE 'GROSS' TO WS-REPORT-LINE(36:5)
           MOVE 'WITHHELD' TO WS-REPORT-LINE(49:8)
           MOVE 'PAID AS' TO WS-REPORT-LINE(59:7)
           MOVE 'SHARES' TO WS-REPORT-LINE(76:6)
           MOVE 'PRICE' TO WS-REPORT-LINE(89:5)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:93)
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-RUN-COUNT = 0
               MOVE 'NO RECEIPTS POSTED' TO WS-REPORT-LINE(3:18)
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 5610-WRITE-ONE-RUN-RECEIPT
                   VARYING RUNX FROM 1 BY 1
                   UNTIL RUNX > WS-RUN-COUNT
           END-IF.

       5610-WRITE-ONE-RUN-RECEIPT.
           MOVE RUN-ACCOUNT-ID(RUNX) TO WS-REPORT-LINE(1:8)
           MOVE RUN-SYMBOL(RUNX) TO WS-REPORT-LINE(10:7)
           MOVE RUN-PAY-DATE(RUNX) TO WS-REPORT-LINE(18:8)
           MOVE RUN-RECEIPT(RUNX) TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(27:15)
           MOVE RUN-WITHHELD(RUNX) TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(43:14)
           MOVE RUN-DISPOSITION(RUNX) TO WS-REPORT-LINE(59:10)
           IF RUN-SHARES(RUNX) > 0
               MOVE RUN-SHARES(RUNX) TO WS-SHARES-FMT
               MOVE WS-SHARES-FMT TO WS-REPORT-LINE(71:11)
               MOVE RUN-PRICE(RUNX) TO WS-PRICE-FMT
               MOVE WS-PRICE-FMT TO WS-REPORT-LINE(84:10)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       7000-LOG-MESSAGE.
               ON EXCEPTION CONTINUE
           END-CALL.

      ******************************************************************
      * One journal row per reinvested holding, the same layout the
      * blotter and CORP-ACTIONS write; the run has no operator, so
      * the rows carry BATCH.
      ******************************************************************
       7800-WRITE-POSITION-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN EXTEND POSITION-JOURNAL-FILE
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO PJ-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO PJ-TIME
           MOVE WS-LOCK-PROGRAM TO PJ-PROGRAM
           MOVE WS-OPERATOR-ID TO PJ-OPERATOR
           MOVE POS-ACCOUNT-ID(POSX) TO PJ-ACCOUNT-ID
           MOVE POS-SYMBOL(POSX) TO PJ-SYMBOL
           MOVE WS-JRNL-BEFORE-SHARES TO PJ-BEFORE-SHARES
           MOVE WS-JRNL-BEFORE-COST TO PJ-BEFORE-COST
           MOVE POS-SHARES(POSX) TO PJ-AFTER-SHARES
           MOVE POS-AVG-COST(POSX) TO PJ-AFTER-COST
           WRITE POSITION-JOURNAL-RECORD
           CLOSE POSITION-JOURNAL-FILE.

      ******************************************************************
      * The reinvestment lot as written to PURCHASELOTS.txt, under
      * the stamp of the POSJRNL row just written for it.
      ******************************************************************
       7850-WRITE-LOT-JOURNAL.
           OPEN EXTEND LOT-JOURNAL-FILE
           IF LOT-JOURNAL-MISSING
               OPEN OUTPUT LOT-JOURNAL-FILE
           END-IF
           MOVE SPACES TO LOT-JOURNAL-RECORD
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO LJ-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO LJ-TIME
           MOVE WS-LOCK-PROGRAM TO LJ-PROGRAM
           MOVE WS-OPERATOR-ID TO LJ-OPERATOR
           MOVE 'D' TO LJ-ACTION
           MOVE 0 TO LJ-TRADE-SEQUENCE
           MOVE POS-SYMBOL(POSX) TO LJ-SYMBOL
           MOVE POS-SYMBOL(POSX) TO LJ-TO-SYMBOL
           MOVE POS-ACCOUNT-ID(POSX) TO LJ-ACCOUNT-ID
           MOVE POS-ACCOUNT-ID(POSX) TO LJ-TO-ACCOUNT-ID
           MOVE WS-DRIP-SHARES TO LJ-SHARES
           MOVE CAL-PAY-DATE(WS-CAL-SUB) TO LJ-PURCHASE-DATE
           MOVE WS-PAY-DATE-PRICE TO LJ-COST-PER-SHARE
           MOVE WS-DRIP-FX-RATE TO LJ-FX-RATE
           MOVE POS-CURRENCY-CODE(POSX) TO LJ-CURRENCY-CODE
           WRITE LOT-JOURNAL-RECORD
           CLOSE LOT-JOURNAL-FILE.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-MSGLOG-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DIVIDEND-REPORT-RECORD
