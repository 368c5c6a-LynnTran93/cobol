      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Month-end interest on idle cash. For a keyed month
      *          that has ended, each client account's average daily
      *          cash balance is worked out from CASHLEDGER.txt --
      *          the balance brought forward into the month held for
      *          every day of it, plus each in-month movement held
      *          from its own date to the month end -- and credited
      *          with one month's interest at the INTRATES.txt tiered
      *          rate for the account's ACCT-TYPE. The rate table is
      *          account type, effective date, tier floor and annual
      *          percent; the latest effective date on or before the
      *          month end wins, the same selection rule as
      *          FEERATES.txt, and a blank account type is the
      *          house default for types with no rows of their own.
      *          The whole average balance earns the rate of the
      *          highest tier floor it reaches. The credit posts as
      *          a type-I row dated the day of the run, referenced
      *          INT and the month, with an interest register written
      *          to INTREG.txt. An account already carrying that
      *          month's interest row is skipped, so a rerun can
      *          never credit twice; a closed account is skipped the
      *          way FEE-BILLING skips it, and a month PERIODCK
      *          reports closed is refused outright.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT Records the CASHLEDGER master's new figures on
      *                 the master control register (MASTERCTL) after
      *                 each posting.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-ACCRUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT INT-RATES-FILE ASSIGN TO "../INTRATES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-RATES-STATUS.
           SELECT CASH-LEDGER-FILE ASSIGN TO "../CASHLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "../INTREG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD INT-RATES-FILE.
       01 INT-RATE-RECORD.
           05 IR-ACCT-TYPE            PIC X(8).
           05 IR-EFF-DATE             PIC X(8).
           05 IR-TIER-FLOOR           PIC 9(9)V99.
           05 IR-ANNUAL-PCT           PIC 9(2)V9999.

       FD CASH-LEDGER-FILE.
           COPY CSHREC.

       FD REGISTER-FILE.
       01 REGISTER-RECORD         PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-INT-RATES-STATUS     PIC X(2) VALUE '00'.
           88 INT-RATES-OK             VALUE '00'.
       01 WS-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88 LEDGER-FILE-OK           VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-INTEREST-MONTH       PIC X(6).
       01 WS-MONTH-START-DATE     PIC X(8).
       01 WS-MONTH-END-DATE       PIC X(8).
       01 WS-PERIOD-OPEN-FLAG     PIC X VALUE 'Y'.
       01 WS-TODAY                PIC X(8).
       01 WS-INT-REFERENCE        PIC X(10).

       01 WS-NEXT-MONTH-DATE      PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
           05 WS-NEXT-YEAR            PIC 9(4).
           05 WS-NEXT-MONTH           PIC 9(2).
           05 WS-NEXT-DAY             PIC 9(2).
       01 WS-FIRST-DATE-NUM       PIC 9(8) VALUE 0.
       01 WS-DAYS-IN-MONTH        PIC 9(2) VALUE 0.
       01 WS-ROW-DAY              PIC 9(2) VALUE 0.
       01 WS-DAYS-HELD            PIC 9(2) VALUE 0.

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACTX.
               10 ACCT-ENTRY-ID       PIC X(8).
               10 ACCT-ENTRY-NAME     PIC X(25).
               10 ACCT-ENTRY-TYPE     PIC X(8).
               10 ACCT-ENTRY-STATUS   PIC X.
               10 ACCT-ENTRY-OPENING  PIC S9(11)V99.
               10 ACCT-ENTRY-WEIGHTED PIC S9(13)V99.
               10 ACCT-ENTRY-ADB      PIC S9(11)V99.
               10 ACCT-ENTRY-RATE     PIC 9(2)V9999.
               10 ACCT-ENTRY-CREDITED PIC X.
       01 WS-ACCT-SUB             PIC 9(3) VALUE 0.
       01 WS-ACCT-MATCH           PIC 9(3) VALUE 0.

       01 WS-RATE-COUNT           PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE.
           05 RATE-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-RATE-COUNT
               INDEXED BY RTX.
               10 RATE-ENTRY-TYPE     PIC X(8).
               10 RATE-ENTRY-EFF-DATE PIC X(8).
               10 RATE-ENTRY-FLOOR    PIC 9(9)V99.
               10 RATE-ENTRY-PCT      PIC 9(2)V9999.
       01 WS-RATE-LOOKUP-TYPE     PIC X(8).
       01 WS-RATE-SET-DATE        PIC X(8).
       01 WS-RATE-FLOOR-USED      PIC 9(9)V99.
       01 WS-RATE-FOUND           PIC X VALUE 'N'.

       01 WS-INTEREST-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-INTEREST       PIC 9(11)V99 VALUE 0.
       01 WS-CREDITS-POSTED       PIC 9(3) VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'INT-ACCRUAL'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.

       01 WS-MONEY-FMT            PIC $$,$$$,$$$,$$9.99-.
       01 WS-RATE-FMT             PIC Z9.9999.
       01 WS-COUNT-FMT            PIC ZZ9.
       01 WS-REPORT-LINE          PIC X(90).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY 'Interest month (YYYYMM):'
           ACCEPT WS-INTEREST-MONTH
           IF WS-INTEREST-MONTH NOT NUMERIC
               OR WS-INTEREST-MONTH(5:2) < '01'
               OR WS-INTEREST-MONTH(5:2) > '12'
               DISPLAY 'Error: interest month must be YYYYMM.'
               GOBACK
           END-IF
           IF WS-INTEREST-MONTH NOT < WS-TODAY(1:6)
               DISPLAY 'Error: ' WS-INTEREST-MONTH ' has not ended; '
                   'interest is credited after the month end.'
               GOBACK
           END-IF
           MOVE SPACES TO WS-MONTH-END-DATE
           STRING WS-INTEREST-MONTH DELIMITED BY SIZE
               '31' DELIMITED BY SIZE
               INTO WS-MONTH-END-DATE
           MOVE 'Y' TO WS-PERIOD-OPEN-FLAG
           CALL 'PERIODCK' USING WS-MONTH-END-DATE
               WS-PERIOD-OPEN-FLAG
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-PERIOD-OPEN-FLAG = 'N'
               DISPLAY 'Error: ' WS-INTEREST-MONTH ' is a '
                   'closed accounting period; interest refused.'
               GOBACK
           END-IF
           MOVE SPACES TO WS-INT-REFERENCE
           STRING 'INT ' DELIMITED BY SIZE
               WS-INTEREST-MONTH DELIMITED BY SIZE
               INTO WS-INT-REFERENCE
           PERFORM 0100-FIND-DAYS-IN-MONTH
           PERFORM 1000-LOAD-ACCOUNT-TABLE
           PERFORM 1500-LOAD-RATE-TABLE
           PERFORM 2000-ACCUMULATE-BALANCES
           PERFORM 3000-RATE-EACH-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT
           PERFORM 4000-CREDIT-EACH-ACCOUNT
           GOBACK.

      ******************************************************************
      * Days in the month are the gap between its first day and the
      * first day of the month after, so February and leap years
      * need no table.
      ******************************************************************
       0100-FIND-DAYS-IN-MONTH.
           MOVE SPACES TO WS-MONTH-START-DATE
           STRING WS-INTEREST-MONTH DELIMITED BY SIZE
               '01' DELIMITED BY SIZE
               INTO WS-MONTH-START-DATE
           MOVE WS-MONTH-START-DATE TO WS-FIRST-DATE-NUM
           MOVE WS-MONTH-START-DATE TO WS-NEXT-MONTH-DATE
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE-NUM).

       1000-LOAD-ACCOUNT-TABLE.
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1100-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-ACCOUNT-COUNT < 999
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET ACTX TO WS-ACCOUNT-COUNT
                   MOVE ACCT-ID TO ACCT-ENTRY-ID(ACTX)
                   MOVE ACCT-NAME TO ACCT-ENTRY-NAME(ACTX)
                   MOVE ACCT-TYPE TO ACCT-ENTRY-TYPE(ACTX)
                   MOVE ACCT-STATUS TO ACCT-ENTRY-STATUS(ACTX)
                   MOVE 0 TO ACCT-ENTRY-OPENING(ACTX)
                   MOVE 0 TO ACCT-ENTRY-WEIGHTED(ACTX)
                   MOVE 0 TO ACCT-ENTRY-ADB(ACTX)
                   MOVE 0 TO ACCT-ENTRY-RATE(ACTX)
                   MOVE 'N' TO ACCT-ENTRY-CREDITED(ACTX)
               END-IF
               PERFORM 1100-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       1100-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * Rate rows dated after the month end are not yet in force and
      * are left off the table; a rate change is data keyed ahead of
      * time, not code.
      ******************************************************************
       1500-LOAD-RATE-TABLE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT INT-RATES-FILE
           IF NOT INT-RATES-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1510-READ-INT-RATE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF IR-ANNUAL-PCT NUMERIC
                   AND IR-TIER-FLOOR NUMERIC
                   AND IR-EFF-DATE NUMERIC
                   AND IR-EFF-DATE NOT > WS-MONTH-END-DATE
                   AND WS-RATE-COUNT < 999
                   ADD 1 TO WS-RATE-COUNT
                   SET RTX TO WS-RATE-COUNT
                   MOVE IR-ACCT-TYPE TO RATE-ENTRY-TYPE(RTX)
                   MOVE IR-EFF-DATE TO RATE-ENTRY-EFF-DATE(RTX)
                   MOVE IR-TIER-FLOOR TO RATE-ENTRY-FLOOR(RTX)
                   MOVE IR-ANNUAL-PCT TO RATE-ENTRY-PCT(RTX)
               END-IF
               PERFORM 1510-READ-INT-RATE-ROW
           END-PERFORM
           IF INT-RATES-OK OR WS-INT-RATES-STATUS = '10'
               CLOSE INT-RATES-FILE
           END-IF.

       1510-READ-INT-RATE-ROW.
           READ INT-RATES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * One pass of the ledger: rows before the month build the
      * balance brought forward, rows inside it are weighted by the
      * days they were held to the month end, and the month's own
      * interest row, wherever it is dated, marks the account as
      * already credited.
      ******************************************************************
       2000-ACCUMULATE-BALANCES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CASH-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2010-READ-LEDGER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               PERFORM 2100-FIND-LEDGER-ACCOUNT
               IF WS-ACCT-MATCH > 0
                   PERFORM 2200-APPLY-LEDGER-ROW
               END-IF
               PERFORM 2010-READ-LEDGER-ROW
           END-PERFORM
           IF LEDGER-FILE-OK OR WS-LEDGER-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF.

       2010-READ-LEDGER-ROW.
           READ CASH-LEDGER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2100-FIND-LEDGER-ACCOUNT.
           MOVE 0 TO WS-ACCT-MATCH
           PERFORM 2110-MATCH-ONE-ACCOUNT
               VARYING ACTX FROM 1 BY 1
               UNTIL ACTX > WS-ACCOUNT-COUNT
                   OR WS-ACCT-MATCH > 0.

       2110-MATCH-ONE-ACCOUNT.
           IF ACCT-ENTRY-ID(ACTX) = CSH-ACCOUNT-ID
               SET WS-ACCT-MATCH TO ACTX
           END-IF.

       2200-APPLY-LEDGER-ROW.
           SET ACTX TO WS-ACCT-MATCH
           IF CSH-INTEREST AND CSH-REFERENCE = WS-INT-REFERENCE
               MOVE 'Y' TO ACCT-ENTRY-CREDITED(ACTX)
           END-IF
           EVALUATE TRUE
               WHEN CSH-DATE < WS-MONTH-START-DATE
                   ADD CSH-AMOUNT TO ACCT-ENTRY-OPENING(ACTX)
               WHEN CSH-DATE(1:6) = WS-INTEREST-MONTH
                   AND CSH-DATE(7:2) NUMERIC
                   MOVE CSH-DATE(7:2) TO WS-ROW-DAY
                   IF WS-ROW-DAY < 1 OR WS-ROW-DAY > WS-DAYS-IN-MONTH
                       MOVE WS-DAYS-IN-MONTH TO WS-ROW-DAY
                   END-IF
                   COMPUTE WS-DAYS-HELD =
                       WS-DAYS-IN-MONTH - WS-ROW-DAY + 1
                   COMPUTE ACCT-ENTRY-WEIGHTED(ACTX) =
                       ACCT-ENTRY-WEIGHTED(ACTX)
                       + (CSH-AMOUNT * WS-DAYS-HELD)
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Average daily balance, then the rate: the account type's own
      * tier set with the latest effective date wins, falling back
      * to the blank-type default set when the type has none.
      ******************************************************************
       3000-RATE-EACH-ACCOUNT.
           COMPUTE ACCT-ENTRY-ADB(WS-ACCT-SUB) ROUNDED =
               ((ACCT-ENTRY-OPENING(WS-ACCT-SUB) * WS-DAYS-IN-MONTH)
                + ACCT-ENTRY-WEIGHTED(WS-ACCT-SUB))
               / WS-DAYS-IN-MONTH
               ON SIZE ERROR MOVE 0 TO ACCT-ENTRY-ADB(WS-ACCT-SUB)
           END-COMPUTE
           MOVE ACCT-ENTRY-TYPE(WS-ACCT-SUB) TO WS-RATE-LOOKUP-TYPE
           PERFORM 3100-FIND-RATE-SET
           IF WS-RATE-SET-DATE = SPACES
               MOVE SPACES TO WS-RATE-LOOKUP-TYPE
               PERFORM 3100-FIND-RATE-SET
           END-IF
           IF WS-RATE-SET-DATE NOT = SPACES
               MOVE 'N' TO WS-RATE-FOUND
               MOVE 0 TO WS-RATE-FLOOR-USED
               PERFORM 3200-APPLY-ONE-TIER
                   VARYING RTX FROM 1 BY 1
                   UNTIL RTX > WS-RATE-COUNT
           END-IF.

       3100-FIND-RATE-SET.
           MOVE SPACES TO WS-RATE-SET-DATE
           PERFORM 3110-CHECK-ONE-SET-DATE
               VARYING RTX FROM 1 BY 1
               UNTIL RTX > WS-RATE-COUNT.

       3110-CHECK-ONE-SET-DATE.
           IF RATE-ENTRY-TYPE(RTX) = WS-RATE-LOOKUP-TYPE
               AND (WS-RATE-SET-DATE = SPACES
                   OR RATE-ENTRY-EFF-DATE(RTX) > WS-RATE-SET-DATE)
               MOVE RATE-ENTRY-EFF-DATE(RTX) TO WS-RATE-SET-DATE
           END-IF.

       3200-APPLY-ONE-TIER.
           IF RATE-ENTRY-TYPE(RTX) = WS-RATE-LOOKUP-TYPE
               AND RATE-ENTRY-EFF-DATE(RTX) = WS-RATE-SET-DATE
               AND RATE-ENTRY-FLOOR(RTX) NOT >
                   ACCT-ENTRY-ADB(WS-ACCT-SUB)
               AND (WS-RATE-FOUND = 'N'
                   OR RATE-ENTRY-FLOOR(RTX) >= WS-RATE-FLOOR-USED)
               MOVE 'Y' TO WS-RATE-FOUND
               MOVE RATE-ENTRY-FLOOR(RTX) TO WS-RATE-FLOOR-USED
               MOVE RATE-ENTRY-PCT(RTX) TO
                   ACCT-ENTRY-RATE(WS-ACCT-SUB)
           END-IF.

       4000-CREDIT-EACH-ACCOUNT.
           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INTEREST REGISTER -- ' DELIMITED BY SIZE
               WS-INTEREST-MONTH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNT   NAME                       AVG DAILY BAL
      -        '     RATE%    INTEREST' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4100-CREDIT-ONE-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT
           MOVE ALL '-' TO WS-REPORT-LINE(1:84)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'TOTAL INTEREST CREDITED' TO WS-REPORT-LINE(1:24)
           MOVE WS-TOTAL-INTEREST TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(66:19)
           PERFORM 8000-WRITE-REPORT-LINE
           CLOSE REGISTER-FILE
           MOVE WS-CREDITS-POSTED TO WS-COUNT-FMT
           DISPLAY 'INTEREST ACCRUAL: ' WS-COUNT-FMT
               ' CREDITS POSTED.'
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'INTEREST CREDITED FOR ' DELIMITED BY SIZE
               WS-INTEREST-MONTH DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.

       4100-CREDIT-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCT-ENTRY-RATE(WS-ACCT-SUB) = 0
                   CONTINUE
               WHEN ACCT-ENTRY-STATUS(WS-ACCT-SUB) = 'C'
                   MOVE 'ACCOUNT CLOSED -- NO INTEREST' TO
                       WS-REPORT-LINE(11:36)
                   PERFORM 4200-NOTE-SKIPPED-ACCOUNT
               WHEN ACCT-ENTRY-CREDITED(WS-ACCT-SUB) = 'Y'
                   MOVE 'INTEREST ALREADY POSTED THIS MONTH' TO
                       WS-REPORT-LINE(11:36)
                   PERFORM 4200-NOTE-SKIPPED-ACCOUNT
               WHEN ACCT-ENTRY-ADB(WS-ACCT-SUB) NOT > 0
                   MOVE 'NO CREDIT BALANCE -- NO INTEREST' TO
                       WS-REPORT-LINE(11:36)
                   PERFORM 4200-NOTE-SKIPPED-ACCOUNT
               WHEN OTHER
                   PERFORM 4500-POST-ONE-CREDIT
           END-EVALUATE.

       4200-NOTE-SKIPPED-ACCOUNT.
           MOVE ACCT-ENTRY-ID(WS-ACCT-SUB) TO WS-REPORT-LINE(1:8)
           PERFORM 8000-WRITE-REPORT-LINE.

       4500-POST-ONE-CREDIT.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               (ACCT-ENTRY-ADB(WS-ACCT-SUB) *
                ACCT-ENTRY-RATE(WS-ACCT-SUB)) / 100
                * WS-DAYS-IN-MONTH / 365
               ON SIZE ERROR MOVE 0 TO WS-INTEREST-AMOUNT
           END-COMPUTE
           IF WS-INTEREST-AMOUNT > 0
               OPEN EXTEND CASH-LEDGER-FILE
               MOVE WS-TODAY TO CSH-DATE
               MOVE ACCT-ENTRY-ID(WS-ACCT-SUB) TO CSH-ACCOUNT-ID
               MOVE 'I' TO CSH-TYPE
               MOVE WS-INTEREST-AMOUNT TO CSH-AMOUNT
               MOVE WS-INT-REFERENCE TO CSH-REFERENCE
               WRITE CASH-LEDGER-RECORD
               CLOSE CASH-LEDGER-FILE
               MOVE 'CASHLEDGER' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               ADD 1 TO WS-CREDITS-POSTED
               ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
               MOVE SPACES TO WS-REPORT-LINE
               MOVE ACCT-ENTRY-ID(WS-ACCT-SUB) TO
                   WS-REPORT-LINE(1:8)
               MOVE ACCT-ENTRY-NAME(WS-ACCT-SUB) TO
                   WS-REPORT-LINE(11:25)
               MOVE ACCT-ENTRY-ADB(WS-ACCT-SUB) TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(37:19)
               MOVE ACCT-ENTRY-RATE(WS-ACCT-SUB) TO WS-RATE-FMT
               MOVE WS-RATE-FMT TO WS-REPORT-LINE(58:7)
               MOVE WS-INTEREST-AMOUNT TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(66:19)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-MSGLOG-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM INT-ACCRUAL.
