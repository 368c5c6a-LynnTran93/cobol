      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Nightly cash-position monitor. The blotter, the fee
      *          run and the dividend poster all move CASHLEDGER.txt,
      *          and any of them can take an account below zero. The
      *          ledger carries trade cash on the trade date, so its
      *          total is the balance the account will have once
      *          everything settles; backing out the cash of posted
      *          trades whose TRD-SETTLE-DATE on TRADELOG.txt has not
      *          yet arrived gives the settled balance. An account
      *          whose settled balance is negative is OVERDRAWN; one
      *          that is only negative once its pending trades settle
      *          is SHORT ON SETTLE. Each is listed with its days
      *          negative and issued a cash call notice for the
      *          amount to deposit and the date to deposit it by --
      *          the configured number of business days out for an
      *          overdrawn account, the first pending settlement for
      *          one short on settle. An account overdrawn longer
      *          than the configured review period is flagged for
      *          forced liquidation review and logged to the shop
      *          log. Periods come from CASHCTL.txt (deposit business
      *          days in 1-2, review days in 3-5), defaulting to 3
      *          and 10. The night's list is kept on OVERDRAWN.txt so
      *          the next run knows how long each account has been
      *          negative. Report to CASHMON.txt, notices to
      *          CASHCALL.txt; run from BATCH-RUNNER.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-MONITOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-LEDGER-FILE ASSIGN TO "../CASHLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-LEDGER-STATUS.
           SELECT TRADE-LOG-FILE ASSIGN TO "../TRADELOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADE-LOG-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT OVERDRAWN-FILE ASSIGN TO "../OVERDRAWN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDRAWN-STATUS.
           SELECT CASH-CONTROL-FILE ASSIGN TO "../CASHCTL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "../CASHCALL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONITOR-REPORT-FILE ASSIGN TO "../CASHMON.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CASH-LEDGER-FILE.
           COPY CSHREC.

       FD TRADE-LOG-FILE.
           COPY TRDREC.

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD OVERDRAWN-FILE.
           COPY ODRREC.

       FD CASH-CONTROL-FILE.
       01 CASH-CONTROL-RECORD.
           05 CCT-DEPOSIT-DAYS        PIC 9(2).
           05 CCT-REVIEW-DAYS         PIC 9(3).

       FD NOTICE-FILE.
       01 NOTICE-RECORD           PIC X(80).

       FD MONITOR-REPORT-FILE.
       01 MONITOR-REPORT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CASH-LEDGER-STATUS   PIC X(2) VALUE '00'.
           88 CASH-LEDGER-OK           VALUE '00'.
       01 WS-TRADE-LOG-STATUS     PIC X(2) VALUE '00'.
           88 TRADE-LOG-OK             VALUE '00'.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-OVERDRAWN-STATUS     PIC X(2) VALUE '00'.
           88 OVERDRAWN-FILE-OK        VALUE '00'.
       01 WS-CONTROL-STATUS       PIC X(2) VALUE '00'.
           88 CONTROL-FILE-OK          VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-TODAY-NUM            PIC 9(8) VALUE 0.
       01 WS-TODAY-INT            PIC 9(8) VALUE 0.

      * Business days allowed to make a deposit, and calendar days
      * overdrawn after which the account goes to liquidation review.
       01 WS-DEPOSIT-DAYS         PIC 9(2) VALUE 3.
       01 WS-REVIEW-DAYS          PIC 9(3) VALUE 10.

       01 WS-DEPOSIT-BY-DATE      PIC X(8) VALUE SPACES.
       01 WS-STEP-DATE-NUM        PIC 9(8) VALUE 0.
       01 WS-STEP-DATE-INT        PIC 9(8) VALUE 0.
       01 WS-STEP-COUNT           PIC 9(3) VALUE 0.
       01 WS-BUSINESS-DAYS-FOUND  PIC 9(2) VALUE 0.
       01 WS-DATE-FUNCTION        PIC X VALUE 'B'.
       01 WS-STEP-DATE            PIC X(8).
       01 WS-DATE-OUT             PIC X(8).
       01 WS-BUSINESS-DAY-FLAG    PIC X VALUE 'N'.

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACTX.
               10 ACCT-ENTRY-ID        PIC X(8).
               10 ACCT-ENTRY-NAME      PIC X(25).
               10 ACCT-ENTRY-ADDRESS-1 PIC X(30).
               10 ACCT-ENTRY-ADDRESS-2 PIC X(30).
               10 ACCT-ENTRY-ADDRESS-3 PIC X(30).
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.

      * Last night's list, for the date each account went negative.
       01 WS-PRIOR-COUNT          PIC 9(3) VALUE 0.
       01 WS-PRIOR-TABLE.
           05 PRI-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-PRIOR-COUNT
               INDEXED BY PRIX.
               10 PRI-ACCOUNT-ID      PIC X(8).
               10 PRI-NEGATIVE-SINCE  PIC X(8).

      * One entry per account on the cash book: the ledger total and
      * the cash of its trades not yet settled.
       01 WS-CASH-COUNT           PIC 9(3) VALUE 0.
       01 WS-CASH-TABLE.
           05 CSA-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-CASH-COUNT
               ASCENDING KEY IS CSA-ACCOUNT-ID
               INDEXED BY CSAX.
               10 CSA-ACCOUNT-ID      PIC X(8).
               10 CSA-LEDGER-BALANCE  PIC S9(11)V99.
               10 CSA-UNSETTLED-CASH  PIC S9(11)V99.
               10 CSA-NEXT-SETTLE     PIC X(8).
       01 WS-CASH-SUB             PIC 9(3) VALUE 0.
       01 WS-FIND-ACCOUNT         PIC X(8).
       01 WS-CASH-MATCH           PIC 9(3) VALUE 0.

       01 WS-EFFECTIVE-SETTLE     PIC X(8).
       01 WS-TRADE-CASH           PIC S9(11)V99 VALUE 0.
       01 WS-SETTLED-BALANCE      PIC S9(11)V99 VALUE 0.
       01 WS-PROJECTED-BALANCE    PIC S9(11)V99 VALUE 0.
       01 WS-CALL-AMOUNT          PIC 9(11)V99 VALUE 0.
       01 WS-ACCOUNT-STATUS       PIC X VALUE SPACE.
           88 ACCOUNT-OVERDRAWN        VALUE 'O'.
           88 ACCOUNT-SHORT-ON-SETTLE  VALUE 'S'.
           88 ACCOUNT-IN-CREDIT        VALUE ' '.
       01 WS-NEGATIVE-SINCE       PIC X(8).
       01 WS-SINCE-NUM            PIC 9(8) VALUE 0.
       01 WS-DAYS-NEGATIVE        PIC 9(5) VALUE 0.
       01 WS-CALL-DEPOSIT-BY      PIC X(8).
       01 WS-REVIEW-FLAG          PIC X VALUE 'N'.
           88 LIQUIDATION-REVIEW       VALUE 'Y'.

       01 WS-ACCOUNTS-CHECKED     PIC 9(5) VALUE 0.
       01 WS-OVERDRAWN-COUNT      PIC 9(5) VALUE 0.
       01 WS-SHORT-COUNT          PIC 9(5) VALUE 0.
       01 WS-REVIEW-COUNT         PIC 9(5) VALUE 0.
       01 WS-TOTAL-CALLED         PIC 9(11)V99 VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'CASH-MONITOR'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-MONEY-FMT            PIC $$,$$$,$$$,$$9.99.
       01 WS-BALANCE-FMT          PIC $$,$$$,$$$,$$9.99-.
       01 WS-DAYS-FMT             PIC ZZZZ9.
       01 WS-COUNT-FMT            PIC ZZ,ZZ9.
       01 WS-NOTICE-LINE          PIC X(80) VALUE SPACES.
       01 WS-REPORT-LINE          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM 1000-READ-CASH-CONTROL
           PERFORM 1100-FIND-DEPOSIT-DATE
           PERFORM 1200-LOAD-ACCOUNTS
           PERFORM 1300-LOAD-PRIOR-LIST
           PERFORM 1400-TOTAL-LEDGER
           PERFORM 1500-COLLECT-UNSETTLED
           IF WS-CASH-COUNT > 0
               SORT CSA-ENTRY ASCENDING KEY CSA-ACCOUNT-ID
           END-IF
           OPEN OUTPUT MONITOR-REPORT-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT OVERDRAWN-FILE
           STRING 'CASH POSITION MONITOR ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-DEPOSIT-DAYS TO WS-DAYS-FMT
           STRING 'DEPOSIT WITHIN ' DELIMITED BY SIZE
               WS-DAYS-FMT DELIMITED BY SIZE
               ' BUSINESS DAYS (BY ' DELIMITED BY SIZE
               WS-DEPOSIT-BY-DATE DELIMITED BY SIZE
               ')  LIQUIDATION REVIEW AFTER' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REVIEW-DAYS TO WS-DAYS-FMT
           MOVE WS-DAYS-FMT TO WS-REPORT-LINE(75:5)
           MOVE ' DAYS' TO WS-REPORT-LINE(80:5)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(1:7)
           MOVE 'SETTLED' TO WS-REPORT-LINE(21:7)
           MOVE 'ON SETTLEMENT' TO WS-REPORT-LINE(34:13)
           MOVE 'CALL AMOUNT' TO WS-REPORT-LINE(54:11)
           MOVE 'BY' TO WS-REPORT-LINE(66:2)
           MOVE 'DAYS' TO WS-REPORT-LINE(76:4)
           MOVE 'STATUS' TO WS-REPORT-LINE(81:6)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2000-CHECK-ONE-ACCOUNT
               VARYING WS-CASH-SUB FROM 1 BY 1
               UNTIL WS-CASH-SUB > WS-CASH-COUNT
           CLOSE OVERDRAWN-FILE
           CLOSE NOTICE-FILE
           PERFORM 3000-WRITE-TOTALS
           CLOSE MONITOR-REPORT-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-READ-CASH-CONTROL.
           OPEN INPUT CASH-CONTROL-FILE
           IF CONTROL-FILE-OK
               READ CASH-CONTROL-FILE
                   NOT AT END
                       IF CCT-DEPOSIT-DAYS NUMERIC
                           AND CCT-DEPOSIT-DAYS > 0
                           MOVE CCT-DEPOSIT-DAYS TO WS-DEPOSIT-DAYS
                       END-IF
                       IF CCT-REVIEW-DAYS NUMERIC
                           AND CCT-REVIEW-DAYS > 0
                           MOVE CCT-REVIEW-DAYS TO WS-REVIEW-DAYS
                       END-IF
               END-READ
               CLOSE CASH-CONTROL-FILE
           END-IF.

      ******************************************************************
      * The deposit-by date for an overdrawn account is the configured
      * number of business days after today, stepping forward a day
      * at a time and asking DATEUTIL about each. If DATEUTIL cannot
      * be called every weekday-or-not counts, which errs early.
      ******************************************************************
       1100-FIND-DEPOSIT-DATE.
           MOVE WS-TODAY-INT TO WS-STEP-DATE-INT
           MOVE 0 TO WS-BUSINESS-DAYS-FOUND
           MOVE 0 TO WS-STEP-COUNT
           PERFORM 1110-STEP-ONE-DAY
               UNTIL WS-BUSINESS-DAYS-FOUND >= WS-DEPOSIT-DAYS
                   OR WS-STEP-COUNT > 60
           MOVE WS-STEP-DATE TO WS-DEPOSIT-BY-DATE.

       1110-STEP-ONE-DAY.
           ADD 1 TO WS-STEP-DATE-INT
           ADD 1 TO WS-STEP-COUNT
           COMPUTE WS-STEP-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-STEP-DATE-INT)
           MOVE WS-STEP-DATE-NUM TO WS-STEP-DATE
           CALL 'DATEUTIL' USING WS-DATE-FUNCTION WS-STEP-DATE
               WS-DATE-OUT WS-BUSINESS-DAY-FLAG
               ON EXCEPTION
                   MOVE 'Y' TO WS-BUSINESS-DAY-FLAG
           END-CALL
           IF WS-BUSINESS-DAY-FLAG = 'Y'
               ADD 1 TO WS-BUSINESS-DAYS-FOUND
           END-IF.

       1200-LOAD-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1210-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-ACCOUNT-COUNT < 999
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET ACTX TO WS-ACCOUNT-COUNT
                   MOVE ACCT-ID TO ACCT-ENTRY-ID(ACTX)
                   MOVE ACCT-NAME TO ACCT-ENTRY-NAME(ACTX)
                   MOVE ACCT-ADDRESS-1 TO ACCT-ENTRY-ADDRESS-1(ACTX)
                   MOVE ACCT-ADDRESS-2 TO ACCT-ENTRY-ADDRESS-2(ACTX)
                   MOVE ACCT-ADDRESS-3 TO ACCT-ENTRY-ADDRESS-3(ACTX)
               END-IF
               PERFORM 1210-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       1210-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1300-LOAD-PRIOR-LIST.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT OVERDRAWN-FILE
           IF NOT OVERDRAWN-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1310-READ-PRIOR-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF ODR-OVERDRAWN
                   AND ODR-NEGATIVE-SINCE NUMERIC
                   AND WS-PRIOR-COUNT < 999
                   ADD 1 TO WS-PRIOR-COUNT
                   SET PRIX TO WS-PRIOR-COUNT
                   MOVE ODR-ACCOUNT-ID TO PRI-ACCOUNT-ID(PRIX)
                   MOVE ODR-NEGATIVE-SINCE TO PRI-NEGATIVE-SINCE(PRIX)
               END-IF
               PERFORM 1310-READ-PRIOR-ROW
           END-PERFORM
           IF OVERDRAWN-FILE-OK OR WS-OVERDRAWN-STATUS = '10'
               CLOSE OVERDRAWN-FILE
           END-IF.

       1310-READ-PRIOR-ROW.
           READ OVERDRAWN-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * The ledger amount is signed, so each account's total is the
      * sum of its rows whatever posted them.
      ******************************************************************
       1400-TOTAL-LEDGER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CASH-LEDGER-FILE
           IF NOT CASH-LEDGER-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1410-READ-LEDGER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF CSH-ACCOUNT-ID NOT = SPACES
                   AND CSH-AMOUNT NUMERIC
                   MOVE CSH-ACCOUNT-ID TO WS-FIND-ACCOUNT
                   PERFORM 1900-FIND-CASH-ENTRY
                   IF WS-CASH-MATCH > 0
                       ADD CSH-AMOUNT TO
                           CSA-LEDGER-BALANCE(WS-CASH-MATCH)
                   END-IF
               END-IF
               PERFORM 1410-READ-LEDGER-ROW
           END-PERFORM
           IF CASH-LEDGER-OK OR WS-CASH-LEDGER-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF.

       1410-READ-LEDGER-ROW.
           READ CASH-LEDGER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * A posted trade settling after today has its cash on the
      * ledger already but not yet in the account: a buy's cost and
      * commission are still to leave, a sell's proceeds less
      * commission still to arrive. A blank settle date settles on
      * the trade date, as SETTLE-REPORT treats it. A cancelled
      * trade was reversed on the ledger and is ignored.
      ******************************************************************
       1500-COLLECT-UNSETTLED.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TRADE-LOG-FILE
           IF NOT TRADE-LOG-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1510-READ-TRADE-LOG-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF TRD-POSTED
                   PERFORM 1600-CLASS-ONE-TRADE
               END-IF
               PERFORM 1510-READ-TRADE-LOG-ROW
           END-PERFORM
           IF TRADE-LOG-OK OR WS-TRADE-LOG-STATUS = '10'
               CLOSE TRADE-LOG-FILE
           END-IF.

       1510-READ-TRADE-LOG-ROW.
           READ TRADE-LOG-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1600-CLASS-ONE-TRADE.
           IF TRD-SETTLE-DATE NUMERIC
               MOVE TRD-SETTLE-DATE TO WS-EFFECTIVE-SETTLE
           ELSE
               MOVE TRD-TRADE-DATE TO WS-EFFECTIVE-SETTLE
           END-IF
           IF WS-EFFECTIVE-SETTLE > WS-TODAY
               COMPUTE WS-TRADE-CASH =
                   TRD-SHARES * TRD-PRICE
                   ON SIZE ERROR MOVE 0 TO WS-TRADE-CASH
               END-COMPUTE
               IF TRD-BUY
                   COMPUTE WS-TRADE-CASH = 0 - WS-TRADE-CASH
               END-IF
               IF TRD-COMMISSION NUMERIC
                   SUBTRACT TRD-COMMISSION FROM WS-TRADE-CASH
               END-IF
               MOVE TRD-ACCOUNT-ID TO WS-FIND-ACCOUNT
               PERFORM 1900-FIND-CASH-ENTRY
               IF WS-CASH-MATCH > 0
                   ADD WS-TRADE-CASH TO
                       CSA-UNSETTLED-CASH(WS-CASH-MATCH)
                   IF CSA-NEXT-SETTLE(WS-CASH-MATCH) = SPACES
                       OR WS-EFFECTIVE-SETTLE <
                           CSA-NEXT-SETTLE(WS-CASH-MATCH)
                       MOVE WS-EFFECTIVE-SETTLE TO
                           CSA-NEXT-SETTLE(WS-CASH-MATCH)
                   END-IF
               END-IF
           END-IF.

      * Finds the account's cash entry, adding one if it is new.
       1900-FIND-CASH-ENTRY.
           MOVE 0 TO WS-CASH-MATCH
           IF WS-CASH-COUNT > 0
               SET CSAX TO 1
               SEARCH CSA-ENTRY
                   AT END CONTINUE
                   WHEN CSA-ACCOUNT-ID(CSAX) = WS-FIND-ACCOUNT
                       SET WS-CASH-MATCH TO CSAX
               END-SEARCH
           END-IF
           IF WS-CASH-MATCH = 0 AND WS-CASH-COUNT < 999
               ADD 1 TO WS-CASH-COUNT
               SET CSAX TO WS-CASH-COUNT
               MOVE WS-FIND-ACCOUNT TO CSA-ACCOUNT-ID(CSAX)
               MOVE 0 TO CSA-LEDGER-BALANCE(CSAX)
               MOVE 0 TO CSA-UNSETTLED-CASH(CSAX)
               MOVE SPACES TO CSA-NEXT-SETTLE(CSAX)
               MOVE WS-CASH-COUNT TO WS-CASH-MATCH
           END-IF.

      ******************************************************************
      * Settled is the ledger less what has not settled; on settlement
      * is the ledger itself. The call is for the deeper of the two
      * deficits, so one deposit covers the account either way.
      ******************************************************************
       2000-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-CHECKED
           SET CSAX TO WS-CASH-SUB
           COMPUTE WS-SETTLED-BALANCE =
               CSA-LEDGER-BALANCE(CSAX) - CSA-UNSETTLED-CASH(CSAX)
           MOVE CSA-LEDGER-BALANCE(CSAX) TO WS-PROJECTED-BALANCE
           MOVE SPACE TO WS-ACCOUNT-STATUS
           MOVE 'N' TO WS-REVIEW-FLAG
           MOVE 0 TO WS-DAYS-NEGATIVE
           MOVE SPACES TO WS-NEGATIVE-SINCE
           IF WS-SETTLED-BALANCE < 0
               MOVE 'O' TO WS-ACCOUNT-STATUS
           ELSE
               IF WS-PROJECTED-BALANCE < 0
                   MOVE 'S' TO WS-ACCOUNT-STATUS
               END-IF
           END-IF
           IF NOT ACCOUNT-IN-CREDIT
               IF WS-SETTLED-BALANCE < WS-PROJECTED-BALANCE
                   COMPUTE WS-CALL-AMOUNT = 0 - WS-SETTLED-BALANCE
               ELSE
                   COMPUTE WS-CALL-AMOUNT = 0 - WS-PROJECTED-BALANCE
               END-IF
               ADD WS-CALL-AMOUNT TO WS-TOTAL-CALLED
               IF ACCOUNT-OVERDRAWN
                   ADD 1 TO WS-OVERDRAWN-COUNT
                   PERFORM 2100-COUNT-DAYS-NEGATIVE
                   MOVE WS-DEPOSIT-BY-DATE TO WS-CALL-DEPOSIT-BY
               ELSE
                   ADD 1 TO WS-SHORT-COUNT
                   MOVE CSA-NEXT-SETTLE(CSAX) TO WS-CALL-DEPOSIT-BY
               END-IF
               MOVE CSA-ACCOUNT-ID(CSAX) TO WS-FIND-ACCOUNT
               PERFORM 2200-FIND-ACCOUNT
               PERFORM 2300-WRITE-ACCOUNT-LINE
               PERFORM 2400-WRITE-CASH-CALL
               PERFORM 2500-WRITE-OVERDRAWN-ROW
           END-IF.

      ******************************************************************
      * An account already overdrawn last night keeps the date it went
      * negative; a newly overdrawn one starts counting today. Past
      * the review period it goes to forced liquidation review.
      ******************************************************************
       2100-COUNT-DAYS-NEGATIVE.
           MOVE WS-TODAY TO WS-NEGATIVE-SINCE
           PERFORM 2110-MATCH-ONE-PRIOR
               VARYING PRIX FROM 1 BY 1
               UNTIL PRIX > WS-PRIOR-COUNT
           MOVE WS-NEGATIVE-SINCE TO WS-SINCE-NUM
           COMPUTE WS-DAYS-NEGATIVE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-SINCE-NUM)
           IF WS-DAYS-NEGATIVE > WS-REVIEW-DAYS
               MOVE 'Y' TO WS-REVIEW-FLAG
               ADD 1 TO WS-REVIEW-COUNT
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               MOVE WS-DAYS-NEGATIVE TO WS-DAYS-FMT
               STRING 'LIQUIDATION REVIEW ' DELIMITED BY SIZE
                   CSA-ACCOUNT-ID(CSAX) DELIMITED BY SPACE
                   ' OVERDRAWN ' DELIMITED BY SIZE
                   WS-DAYS-FMT DELIMITED BY SIZE
                   ' DAYS' DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
               PERFORM 8600-LOG-MESSAGE
           END-IF.

       2110-MATCH-ONE-PRIOR.
           IF PRI-ACCOUNT-ID(PRIX) = CSA-ACCOUNT-ID(CSAX)
               AND PRI-NEGATIVE-SINCE(PRIX) < WS-TODAY
               MOVE PRI-NEGATIVE-SINCE(PRIX) TO WS-NEGATIVE-SINCE
           END-IF.

       2200-FIND-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-MATCH
           PERFORM 2210-MATCH-ONE-ACCOUNT
               VARYING ACTX FROM 1 BY 1
               UNTIL ACTX > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-MATCH > 0.

       2210-MATCH-ONE-ACCOUNT.
           IF ACCT-ENTRY-ID(ACTX) = WS-FIND-ACCOUNT
               SET WS-ACCOUNT-MATCH TO ACTX
           END-IF.

       2300-WRITE-ACCOUNT-LINE.
           MOVE CSA-ACCOUNT-ID(CSAX) TO WS-REPORT-LINE(1:8)
           MOVE WS-SETTLED-BALANCE TO WS-BALANCE-FMT
           MOVE WS-BALANCE-FMT TO WS-REPORT-LINE(10:18)
           MOVE WS-PROJECTED-BALANCE TO WS-BALANCE-FMT
           MOVE WS-BALANCE-FMT TO WS-REPORT-LINE(29:18)
           MOVE WS-CALL-AMOUNT TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(48:17)
           MOVE WS-CALL-DEPOSIT-BY TO WS-REPORT-LINE(66:8)
           MOVE WS-DAYS-NEGATIVE TO WS-DAYS-FMT
           MOVE WS-DAYS-FMT TO WS-REPORT-LINE(75:5)
           IF ACCOUNT-OVERDRAWN
               MOVE 'OVERDRAWN' TO WS-REPORT-LINE(81:9)
           ELSE
               MOVE 'SHORT ON SETTLE' TO WS-REPORT-LINE(81:15)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           IF LIQUIDATION-REVIEW
               MOVE '*** FORCED LIQUIDATION REVIEW -- NEGATIVE SINCE'
                   TO WS-REPORT-LINE(10:48)
               MOVE WS-NEGATIVE-SINCE TO WS-REPORT-LINE(59:8)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           IF WS-ACCOUNT-MATCH = 0
               MOVE '(ACCOUNT NOT ON ACCOUNT MASTER)' TO
                   WS-REPORT-LINE(10:31)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       2400-WRITE-CASH-CALL.
           MOVE ALL '=' TO WS-NOTICE-LINE(1:72)
           PERFORM 8100-WRITE-NOTICE-LINE
           MOVE 'CASH CALL NOTICE' TO WS-NOTICE-LINE(1:16)
           MOVE 'ISSUED' TO WS-NOTICE-LINE(50:6)
           MOVE WS-TODAY TO WS-NOTICE-LINE(57:8)
           PERFORM 8100-WRITE-NOTICE-LINE
           PERFORM 8100-WRITE-NOTICE-LINE
           IF WS-ACCOUNT-MATCH = 0
               MOVE '(ACCOUNT NOT ON ACCOUNT MASTER)' TO WS-NOTICE-LINE
               PERFORM 8100-WRITE-NOTICE-LINE
           ELSE
               SET ACTX TO WS-ACCOUNT-MATCH
               MOVE ACCT-ENTRY-NAME(ACTX) TO WS-NOTICE-LINE
               PERFORM 8100-WRITE-NOTICE-LINE
               IF ACCT-ENTRY-ADDRESS-1(ACTX) = SPACES
                   MOVE '(NO MAILING ADDRESS ON FILE)' TO
                       WS-NOTICE-LINE
                   PERFORM 8100-WRITE-NOTICE-LINE
               ELSE
                   MOVE ACCT-ENTRY-ADDRESS-1(ACTX) TO WS-NOTICE-LINE
                   PERFORM 8100-WRITE-NOTICE-LINE
                   IF ACCT-ENTRY-ADDRESS-2(ACTX) NOT = SPACES
                       MOVE ACCT-ENTRY-ADDRESS-2(ACTX) TO
                           WS-NOTICE-LINE
                       PERFORM 8100-WRITE-NOTICE-LINE
                   END-IF
                   IF ACCT-ENTRY-ADDRESS-3(ACTX) NOT = SPACES
                       MOVE ACCT-ENTRY-ADDRESS-3(ACTX) TO
                           WS-NOTICE-LINE
                       PERFORM 8100-WRITE-NOTICE-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM 8100-WRITE-NOTICE-LINE
           MOVE 'ACCOUNT' TO WS-NOTICE-LINE(1:7)
           MOVE CSA-ACCOUNT-ID(CSAX) TO WS-NOTICE-LINE(20:8)
           PERFORM 8100-WRITE-NOTICE-LINE
           PERFORM 8100-WRITE-NOTICE-LINE
           IF ACCOUNT-OVERDRAWN
               MOVE 'THE CASH BALANCE OF YOUR ACCOUNT IS OVERDRAWN.'
                   TO WS-NOTICE-LINE
           ELSE
               MOVE 'YOUR ACCOUNT WILL BE OVERDRAWN WHEN PENDING TRADES'
                   TO WS-NOTICE-LINE
               PERFORM 8100-WRITE-NOTICE-LINE
               MOVE 'SETTLE.' TO WS-NOTICE-LINE
           END-IF
           PERFORM 8100-WRITE-NOTICE-LINE
           MOVE 'SETTLED CASH' TO WS-NOTICE-LINE(3:12)
           MOVE WS-SETTLED-BALANCE TO WS-BALANCE-FMT
           MOVE WS-BALANCE-FMT TO WS-NOTICE-LINE(30:18)
           PERFORM 8100-WRITE-NOTICE-LINE
           MOVE 'CASH ON SETTLEMENT' TO WS-NOTICE-LINE(3:18)
           MOVE WS-PROJECTED-BALANCE TO WS-BALANCE-FMT
           MOVE WS-BALANCE-FMT TO WS-NOTICE-LINE(30:18)
           PERFORM 8100-WRITE-NOTICE-LINE
           MOVE 'AMOUNT TO DEPOSIT' TO WS-NOTICE-LINE(3:17)
           MOVE WS-CALL-AMOUNT TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-NOTICE-LINE(30:17)
           PERFORM 8100-WRITE-NOTICE-LINE
           MOVE 'DEPOSIT BY' TO WS-NOTICE-LINE(3:10)
           MOVE WS-CALL-DEPOSIT-BY TO WS-NOTICE-LINE(30:8)
           PERFORM 8100-WRITE-NOTICE-LINE
           PERFORM 8100-WRITE-NOTICE-LINE
           IF LIQUIDATION-REVIEW
               MOVE 'IF FUNDS ARE NOT RECEIVED BY THIS DATE, POSITIONS'
                   TO WS-NOTICE-LINE
               PERFORM 8100-WRITE-NOTICE-LINE
               MOVE 'MAY BE SOLD TO COVER THE DEFICIT.' TO
                   WS-NOTICE-LINE
               PERFORM 8100-WRITE-NOTICE-LINE
               PERFORM 8100-WRITE-NOTICE-LINE
           END-IF.

       2500-WRITE-OVERDRAWN-ROW.
           MOVE CSA-ACCOUNT-ID(CSAX) TO ODR-ACCOUNT-ID
           MOVE WS-TODAY TO ODR-RUN-DATE
           MOVE WS-NEGATIVE-SINCE TO ODR-NEGATIVE-SINCE
           MOVE WS-SETTLED-BALANCE TO ODR-SETTLED-BALANCE
           MOVE WS-PROJECTED-BALANCE TO ODR-PROJECTED-BALANCE
           MOVE WS-CALL-AMOUNT TO ODR-CALL-AMOUNT
           MOVE WS-CALL-DEPOSIT-BY TO ODR-DEPOSIT-BY
           MOVE WS-ACCOUNT-STATUS TO ODR-STATUS
           MOVE WS-REVIEW-FLAG TO ODR-LIQUIDATION-FLAG
           WRITE OVERDRAWN-RECORD.

       3000-WRITE-TOTALS.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-ACCOUNTS-CHECKED TO WS-COUNT-FMT
           STRING 'ACCOUNTS CHECKED:        ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-OVERDRAWN-COUNT TO WS-COUNT-FMT
           STRING 'OVERDRAWN:               ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-SHORT-COUNT TO WS-COUNT-FMT
           STRING 'SHORT ON SETTLEMENT:     ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-REVIEW-COUNT TO WS-COUNT-FMT
           STRING 'LIQUIDATION REVIEWS:     ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-TOTAL-CALLED TO WS-MONEY-FMT
           STRING 'TOTAL CASH CALLED:  ' DELIMITED BY SIZE
               WS-MONEY-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-MSGLOG-TEXT
           IF WS-OVERDRAWN-COUNT > 0 OR WS-SHORT-COUNT > 0
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               COMPUTE WS-COUNT-FMT =
                   WS-OVERDRAWN-COUNT + WS-SHORT-COUNT
               STRING 'CASH CALLS ISSUED: ' DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   ' -- SEE CASHMON.txt' DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
           ELSE
               MOVE 'I' TO WS-MSGLOG-SEVERITY
               MOVE 'NO ACCOUNTS OVERDRAWN' TO WS-MSGLOG-TEXT
           END-IF
           PERFORM 8600-LOG-MESSAGE.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       8100-WRITE-NOTICE-LINE.
           MOVE WS-NOTICE-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO WS-NOTICE-LINE.

       8600-LOG-MESSAGE.
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM CASH-MONITOR.
