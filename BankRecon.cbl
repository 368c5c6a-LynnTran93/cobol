      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Custodian bank reconciliation for CASHLEDGER.txt,
      *          the cash counterpart of BROKER-RECON. Reads the
      *          bank's daily statement extract (date,account,amount,
      *          bank reference per line in BANKSTMT.txt) and matches
      *          each line to a ledger row for the same account and
      *          amount -- first where the bank echoes our
      *          CSH-REFERENCE, then by date within a tolerance
      *          window. Unmatched bank items, unmatched ledger items
      *          and each account's closing-balance difference are
      *          reported to BANKRECON.txt. Open items carry forward
      *          in BANKOPEN.txt with the date each was first seen,
      *          so a break shows its age instead of the book being
      *          reconciled from scratch every morning. BANKCTL.txt
      *          keeps the last statement date, how many ledger rows
      *          have been taken in, and the bank's running balance
      *          per account.
      *          The first run is the take-on: ledger rows dated
      *          before the first statement date are treated as
      *          agreed and set each account's opening bank balance.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT BANKSTMT.txt must now arrive framed in the
      *                 header and trailer batches INBOUNDCK checks,
      *                 for the statement date being reconciled. A
      *                 statement that is short, sent twice or for
      *                 another day is refused whole and nothing is
      *                 reconciled or carried forward. The header and
      *                 trailer rows are passed over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-LEDGER-FILE ASSIGN TO "../CASHLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT BANK-FILE ASSIGN TO "../BANKSTMT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "../BANKOPEN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "../BANKCTL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "../BANKRECON.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CASH-LEDGER-FILE.
           COPY CSHREC.

       FD BANK-FILE.
       01 BANK-RECORD             PIC X(60).

      * One row per item still open: B for a bank line, L for a
      * ledger row (with its row number on CASHLEDGER.txt).
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
           05 OI-SIDE                 PIC X.
           05 OI-FIRST-OPEN-DATE      PIC X(8).
           05 OI-ITEM-DATE            PIC X(8).
           05 OI-ACCOUNT-ID           PIC X(8).
           05 OI-AMOUNT               PIC S9(9)V99 SIGN LEADING
                                          SEPARATE.
           05 OI-REFERENCE            PIC X(16).
           05 OI-LEDGER-ROW           PIC 9(7).

      * The blank-account row carries the last statement date and
      * the ledger rows taken in; one row per account carries the
      * bank's running balance.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 BC-ACCOUNT-ID           PIC X(8).
           05 BC-AS-OF-DATE           PIC X(8).
           05 BC-LEDGER-ROWS          PIC 9(7).
           05 BC-BANK-BALANCE         PIC S9(11)V99 SIGN LEADING
                                          SEPARATE.

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88 LEDGER-FILE-OK           VALUE '00'.
       01 WS-BANK-STATUS          PIC X(2) VALUE '00'.
           88 BANK-FILE-OK             VALUE '00'.
       01 WS-OPEN-ITEM-STATUS     PIC X(2) VALUE '00'.
           88 OPEN-ITEM-FILE-OK        VALUE '00'.
       01 WS-CONTROL-STATUS       PIC X(2) VALUE '00'.
           88 CONTROL-FILE-OK          VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-STATEMENT-DATE       PIC X(8).
       01 WS-STATEMENT-DATE-NUM   PIC 9(8) VALUE 0.
       01 WS-STATEMENT-DATE-INT   PIC 9(8) VALUE 0.
       01 WS-LAST-AS-OF-DATE      PIC X(8) VALUE SPACES.
       01 WS-LEDGER-ROWS-TAKEN    PIC 9(7) VALUE 0.
       01 WS-LEDGER-ROW-NUMBER    PIC 9(7) VALUE 0.
       01 WS-TAKE-ON-RUN          PIC X VALUE 'N'.
       01 WS-DATE-TOLERANCE-DAYS  PIC 9(2) VALUE 3.

       01 WS-ITEM-COUNT           PIC 9(4) VALUE 0.
       01 WS-ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-ITEM-COUNT
               INDEXED BY ITMX ITMY.
               10 ITEM-SIDE           PIC X.
                   88 ITEM-BANK-SIDE      VALUE 'B'.
                   88 ITEM-LEDGER-SIDE    VALUE 'L'.
               10 ITEM-FIRST-OPEN     PIC X(8).
               10 ITEM-DATE           PIC X(8).
               10 ITEM-DATE-INT       PIC 9(8).
               10 ITEM-ACCOUNT-ID     PIC X(8).
               10 ITEM-AMOUNT         PIC S9(9)V99.
               10 ITEM-REFERENCE      PIC X(16).
               10 ITEM-LEDGER-ROW     PIC 9(7).
               10 ITEM-MATCHED        PIC X.
       01 WS-ITEM-MATCH           PIC 9(4) VALUE 0.
       01 WS-ITEM-DATE-NUM        PIC 9(8) VALUE 0.
       01 WS-DAY-GAP              PIC S9(5) VALUE 0.
       01 WS-NEAREST-GAP          PIC S9(5) VALUE 0.
       01 WS-ITEM-AGE             PIC 9(5) VALUE 0.

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACB-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACBX.
               10 ACB-ACCOUNT-ID      PIC X(8).
               10 ACB-LEDGER-BALANCE  PIC S9(11)V99.
               10 ACB-BANK-BALANCE    PIC S9(11)V99.
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.
       01 WS-LOOKUP-ACCOUNT       PIC X(8).

       01 WS-BANK-DATE            PIC X(8).
       01 WS-BANK-ACCOUNT         PIC X(8).
       01 WS-BANK-AMOUNT-TEXT     PIC X(16).
       01 WS-BANK-REFERENCE       PIC X(16).
       01 WS-BANK-AMOUNT          PIC S9(9)V99 VALUE 0.
       01 WS-PARSE-OK             PIC X VALUE 'Y'.
       01 WS-BANK-LINES-READ      PIC 9(5) VALUE 0.
       01 WS-BANK-LINES-REJECTED  PIC 9(5) VALUE 0.

       01 WS-MATCHED-BY-REFERENCE PIC 9(5) VALUE 0.
       01 WS-MATCHED-BY-DATE      PIC 9(5) VALUE 0.
       01 WS-OPEN-BANK-ITEMS      PIC 9(5) VALUE 0.
       01 WS-OPEN-LEDGER-ITEMS    PIC 9(5) VALUE 0.
       01 WS-PENDING-LEDGER-ITEMS PIC 9(5) VALUE 0.
       01 WS-BALANCE-BREAKS       PIC 9(5) VALUE 0.
       01 WS-BALANCE-DIFF         PIC S9(11)V99 VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'BANK-RECON'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-INBOUND-FILE-ID      PIC X(12) VALUE 'BANKSTMT'.
       01 WS-INBOUND-FILE-NAME    PIC X(40)
           VALUE '../BANKSTMT.txt'.
       01 WS-INBOUND-RESULT       PIC X VALUE 'Y'.

       01 WS-SIGNED-FMT           PIC $$$,$$$,$$9.99-.
       01 WS-AGE-FMT              PIC ZZZZ9.
       01 WS-COUNT-FMT            PIC ZZZZ9.
       01 WS-REPORT-LINE          PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY 'Bank statement date (YYYYMMDD, blank = today):'
           ACCEPT WS-STATEMENT-DATE
           IF WS-STATEMENT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STATEMENT-DATE
           END-IF
           IF WS-STATEMENT-DATE NOT NUMERIC
               DISPLAY 'Error: statement date must be YYYYMMDD.'
               GOBACK
           END-IF
           MOVE WS-STATEMENT-DATE TO WS-STATEMENT-DATE-NUM
           COMPUTE WS-STATEMENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-STATEMENT-DATE-NUM)
           PERFORM 1000-LOAD-CONTROL
           IF WS-TAKE-ON-RUN = 'N'
               AND WS-STATEMENT-DATE NOT > WS-LAST-AS-OF-DATE
               DISPLAY 'Error: statements through ' WS-LAST-AS-OF-DATE
                   ' are already reconciled.'
               GOBACK
           END-IF
           CALL 'INBOUNDCK' USING WS-INBOUND-FILE-ID
               WS-INBOUND-FILE-NAME WS-STATEMENT-DATE WS-MSGLOG-PROGRAM
               WS-INBOUND-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-INBOUND-RESULT = 'N'
               DISPLAY 'Error: BANKSTMT.txt rejected at the inbound '
                   'check -- see the inbound register.'
               GOBACK
           END-IF
           PERFORM 1500-LOAD-OPEN-ITEMS
           PERFORM 2000-TAKE-IN-LEDGER
           PERFORM 2500-TAKE-IN-BANK-STATEMENT
           PERFORM 3000-MATCH-BY-REFERENCE
               VARYING ITMX FROM 1 BY 1
               UNTIL ITMX > WS-ITEM-COUNT
           PERFORM 3100-MATCH-BY-DATE
               VARYING ITMX FROM 1 BY 1
               UNTIL ITMX > WS-ITEM-COUNT
           PERFORM 4000-WRITE-REPORT
           PERFORM 5000-SAVE-OPEN-ITEMS
           PERFORM 5500-SAVE-CONTROL
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           IF WS-OPEN-BANK-ITEMS > 0 OR WS-OPEN-LEDGER-ITEMS > 0
               OR WS-BALANCE-BREAKS > 0
               MOVE 'W' TO WS-MSGLOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-MSGLOG-TEXT
           MOVE WS-OPEN-BANK-ITEMS TO WS-COUNT-FMT
           STRING 'BANK RECON ' DELIMITED BY SIZE
               WS-STATEMENT-DATE DELIMITED BY SIZE
               ' OPEN BANK ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           MOVE WS-OPEN-LEDGER-ITEMS TO WS-COUNT-FMT
           MOVE ' LEDGER ' TO WS-MSGLOG-TEXT(36:8)
           MOVE WS-COUNT-FMT TO WS-MSGLOG-TEXT(44:5)
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL
           GOBACK.

      ******************************************************************
      * No control file means this is the take-on run.
      ******************************************************************
       1000-LOAD-CONTROL.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CONTROL-FILE
           IF NOT CONTROL-FILE-OK
               MOVE 'Y' TO WS-TAKE-ON-RUN
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1010-READ-CONTROL-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF BC-ACCOUNT-ID = SPACES
                   MOVE BC-AS-OF-DATE TO WS-LAST-AS-OF-DATE
                   MOVE BC-LEDGER-ROWS TO WS-LEDGER-ROWS-TAKEN
               ELSE
                   MOVE BC-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
                   PERFORM 6000-FIND-ACCOUNT
                   IF WS-ACCOUNT-MATCH > 0
                       MOVE BC-BANK-BALANCE TO
                           ACB-BANK-BALANCE(WS-ACCOUNT-MATCH)
                   END-IF
               END-IF
               PERFORM 1010-READ-CONTROL-ROW
           END-PERFORM
           IF CONTROL-FILE-OK OR WS-CONTROL-STATUS = '10'
               CLOSE CONTROL-FILE
           END-IF.

       1010-READ-CONTROL-ROW.
           READ CONTROL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1500-LOAD-OPEN-ITEMS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT OPEN-ITEM-FILE
           IF NOT OPEN-ITEM-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1510-READ-OPEN-ITEM-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF (OI-SIDE = 'B' OR OI-SIDE = 'L')
                   AND OI-ITEM-DATE NUMERIC
                   AND WS-ITEM-COUNT < 9999
                   ADD 1 TO WS-ITEM-COUNT
                   SET ITMX TO WS-ITEM-COUNT
                   MOVE OI-SIDE TO ITEM-SIDE(ITMX)
                   MOVE OI-FIRST-OPEN-DATE TO ITEM-FIRST-OPEN(ITMX)
                   MOVE OI-ITEM-DATE TO ITEM-DATE(ITMX)
                   MOVE OI-ACCOUNT-ID TO ITEM-ACCOUNT-ID(ITMX)
                   MOVE OI-AMOUNT TO ITEM-AMOUNT(ITMX)
                   MOVE OI-REFERENCE TO ITEM-REFERENCE(ITMX)
                   MOVE OI-LEDGER-ROW TO ITEM-LEDGER-ROW(ITMX)
                   PERFORM 1600-FINISH-NEW-ITEM
               END-IF
               PERFORM 1510-READ-OPEN-ITEM-ROW
           END-PERFORM
           IF OPEN-ITEM-FILE-OK OR WS-OPEN-ITEM-STATUS = '10'
               CLOSE OPEN-ITEM-FILE
           END-IF.

       1510-READ-OPEN-ITEM-ROW.
           READ OPEN-ITEM-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1600-FINISH-NEW-ITEM.
           MOVE ITEM-DATE(ITMX) TO WS-ITEM-DATE-NUM
           COMPUTE ITEM-DATE-INT(ITMX) =
               FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
           MOVE 'N' TO ITEM-MATCHED(ITMX)
           MOVE ITEM-ACCOUNT-ID(ITMX) TO WS-LOOKUP-ACCOUNT
           PERFORM 6000-FIND-ACCOUNT.

      ******************************************************************
      * CASHLEDGER.txt is only ever appended to, so the rows past the
      * count taken in last time are the new ones. Every account's
      * ledger balance is summed to the statement date on the way.
      ******************************************************************
       2000-TAKE-IN-LEDGER.
           MOVE 0 TO WS-LEDGER-ROW-NUMBER
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CASH-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2010-READ-LEDGER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               ADD 1 TO WS-LEDGER-ROW-NUMBER
               IF CSH-DATE NUMERIC
                   PERFORM 2100-TAKE-ONE-LEDGER-ROW
               END-IF
               PERFORM 2010-READ-LEDGER-ROW
           END-PERFORM
           IF LEDGER-FILE-OK OR WS-LEDGER-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF
           MOVE WS-LEDGER-ROW-NUMBER TO WS-LEDGER-ROWS-TAKEN.

       2010-READ-LEDGER-ROW.
           READ CASH-LEDGER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2100-TAKE-ONE-LEDGER-ROW.
           MOVE CSH-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
           PERFORM 6000-FIND-ACCOUNT
           IF WS-ACCOUNT-MATCH > 0
               AND CSH-DATE NOT > WS-STATEMENT-DATE
               ADD CSH-AMOUNT TO ACB-LEDGER-BALANCE(WS-ACCOUNT-MATCH)
           END-IF
           IF WS-LEDGER-ROW-NUMBER > WS-LEDGER-ROWS-TAKEN
               IF WS-TAKE-ON-RUN = 'Y'
                   AND CSH-DATE < WS-STATEMENT-DATE
                   IF WS-ACCOUNT-MATCH > 0
                       ADD CSH-AMOUNT TO
                           ACB-BANK-BALANCE(WS-ACCOUNT-MATCH)
                   END-IF
               ELSE
                   IF WS-ITEM-COUNT < 9999
                       ADD 1 TO WS-ITEM-COUNT
                       SET ITMX TO WS-ITEM-COUNT
                       MOVE 'L' TO ITEM-SIDE(ITMX)
                       MOVE WS-STATEMENT-DATE TO ITEM-FIRST-OPEN(ITMX)
                       MOVE CSH-DATE TO ITEM-DATE(ITMX)
                       MOVE CSH-ACCOUNT-ID TO ITEM-ACCOUNT-ID(ITMX)
                       MOVE CSH-AMOUNT TO ITEM-AMOUNT(ITMX)
                       MOVE CSH-REFERENCE TO ITEM-REFERENCE(ITMX)
                       MOVE WS-LEDGER-ROW-NUMBER TO
                           ITEM-LEDGER-ROW(ITMX)
                       PERFORM 1600-FINISH-NEW-ITEM
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Each statement line is a bank item; its amount moves the
      * bank's running balance for the account.
      ******************************************************************
       2500-TAKE-IN-BANK-STATEMENT.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BANK-FILE
           IF NOT BANK-FILE-OK
               DISPLAY 'No BANKSTMT.txt extract on file.'
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2510-READ-BANK-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF BANK-RECORD NOT = SPACES
                   ADD 1 TO WS-BANK-LINES-READ
                   PERFORM 2600-PARSE-BANK-ROW
                   IF WS-PARSE-OK = 'Y'
                       PERFORM 2700-ADD-BANK-ITEM
                   ELSE
                       ADD 1 TO WS-BANK-LINES-REJECTED
                       DISPLAY 'Bank line rejected: ' BANK-RECORD
                   END-IF
               END-IF
               PERFORM 2510-READ-BANK-ROW
           END-PERFORM
           IF BANK-FILE-OK OR WS-BANK-STATUS = '10'
               CLOSE BANK-FILE
           END-IF.

       2510-READ-BANK-ROW.
           PERFORM 2520-READ-PAST-CONTROL-ROW
           PERFORM 2520-READ-PAST-CONTROL-ROW
               UNTIL NO-MORE-RECORDS
               OR (BANK-RECORD(1:4) NOT = '*HDR'
               AND BANK-RECORD(1:4) NOT = '*TRL').

       2520-READ-PAST-CONTROL-ROW.
           READ BANK-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2600-PARSE-BANK-ROW.
           MOVE 'Y' TO WS-PARSE-OK
           MOVE SPACES TO WS-BANK-DATE
           MOVE SPACES TO WS-BANK-ACCOUNT
           MOVE SPACES TO WS-BANK-AMOUNT-TEXT
           MOVE SPACES TO WS-BANK-REFERENCE
           UNSTRING BANK-RECORD DELIMITED BY ','
               INTO WS-BANK-DATE WS-BANK-ACCOUNT
                   WS-BANK-AMOUNT-TEXT WS-BANK-REFERENCE
           IF WS-BANK-DATE NOT NUMERIC
               OR WS-BANK-ACCOUNT = SPACES
               OR WS-BANK-AMOUNT-TEXT = SPACES
               MOVE 'N' TO WS-PARSE-OK
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-BANK-AMOUNT-TEXT) NOT = 0
                   MOVE 'N' TO WS-PARSE-OK
               ELSE
                   COMPUTE WS-BANK-AMOUNT =
                       FUNCTION NUMVAL(WS-BANK-AMOUNT-TEXT)
                       ON SIZE ERROR MOVE 'N' TO WS-PARSE-OK
                   END-COMPUTE
               END-IF
           END-IF.

       2700-ADD-BANK-ITEM.
           MOVE WS-BANK-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 6000-FIND-ACCOUNT
           IF WS-ACCOUNT-MATCH > 0
               ADD WS-BANK-AMOUNT TO ACB-BANK-BALANCE(WS-ACCOUNT-MATCH)
           END-IF
           IF WS-ITEM-COUNT < 9999
               ADD 1 TO WS-ITEM-COUNT
               SET ITMX TO WS-ITEM-COUNT
               MOVE 'B' TO ITEM-SIDE(ITMX)
               MOVE WS-STATEMENT-DATE TO ITEM-FIRST-OPEN(ITMX)
               MOVE WS-BANK-DATE TO ITEM-DATE(ITMX)
               MOVE WS-BANK-ACCOUNT TO ITEM-ACCOUNT-ID(ITMX)
               MOVE WS-BANK-AMOUNT TO ITEM-AMOUNT(ITMX)
               MOVE WS-BANK-REFERENCE TO ITEM-REFERENCE(ITMX)
               MOVE 0 TO ITEM-LEDGER-ROW(ITMX)
               PERFORM 1600-FINISH-NEW-ITEM
           END-IF.

      ******************************************************************
      * First pass: a bank item whose reference the bank echoed from
      * our CSH-REFERENCE matches the ledger item with that reference
      * for the same account and amount, whatever the dates.
      ******************************************************************
       3000-MATCH-BY-REFERENCE.
           IF ITEM-BANK-SIDE(ITMX) AND ITEM-MATCHED(ITMX) = 'N'
               AND ITEM-REFERENCE(ITMX) NOT = SPACES
               MOVE 0 TO WS-ITEM-MATCH
               PERFORM 3010-CHECK-REFERENCE-MATCH
                   VARYING ITMY FROM 1 BY 1
                   UNTIL ITMY > WS-ITEM-COUNT
                       OR WS-ITEM-MATCH > 0
               IF WS-ITEM-MATCH > 0
                   MOVE 'Y' TO ITEM-MATCHED(ITMX)
                   MOVE 'Y' TO ITEM-MATCHED(WS-ITEM-MATCH)
                   ADD 1 TO WS-MATCHED-BY-REFERENCE
               END-IF
           END-IF.

       3010-CHECK-REFERENCE-MATCH.
           IF ITEM-LEDGER-SIDE(ITMY) AND ITEM-MATCHED(ITMY) = 'N'
               AND ITEM-ACCOUNT-ID(ITMY) = ITEM-ACCOUNT-ID(ITMX)
               AND ITEM-AMOUNT(ITMY) = ITEM-AMOUNT(ITMX)
               AND ITEM-REFERENCE(ITMY) = ITEM-REFERENCE(ITMX)
               SET WS-ITEM-MATCH TO ITMY
           END-IF.

      ******************************************************************
      * Second pass: what is left matches on account and amount with
      * the dates no more than the tolerance apart, nearest date
      * first.
      ******************************************************************
       3100-MATCH-BY-DATE.
           IF ITEM-BANK-SIDE(ITMX) AND ITEM-MATCHED(ITMX) = 'N'
               MOVE 0 TO WS-ITEM-MATCH
               PERFORM 3110-CHECK-DATE-MATCH
                   VARYING ITMY FROM 1 BY 1
                   UNTIL ITMY > WS-ITEM-COUNT
               IF WS-ITEM-MATCH > 0
                   MOVE 'Y' TO ITEM-MATCHED(ITMX)
                   MOVE 'Y' TO ITEM-MATCHED(WS-ITEM-MATCH)
                   ADD 1 TO WS-MATCHED-BY-DATE
               END-IF
           END-IF.

       3110-CHECK-DATE-MATCH.
           IF ITEM-LEDGER-SIDE(ITMY) AND ITEM-MATCHED(ITMY) = 'N'
               AND ITEM-ACCOUNT-ID(ITMY) = ITEM-ACCOUNT-ID(ITMX)
               AND ITEM-AMOUNT(ITMY) = ITEM-AMOUNT(ITMX)
               COMPUTE WS-DAY-GAP =
                   ITEM-DATE-INT(ITMY) - ITEM-DATE-INT(ITMX)
               IF WS-DAY-GAP < 0
                   MULTIPLY -1 BY WS-DAY-GAP
               END-IF
               IF WS-DAY-GAP NOT > WS-DATE-TOLERANCE-DAYS
                   IF WS-ITEM-MATCH = 0
                       SET WS-ITEM-MATCH TO ITMY
                   ELSE
                       PERFORM 3120-KEEP-NEARER-DATE
                   END-IF
               END-IF
           END-IF.

       3120-KEEP-NEARER-DATE.
           COMPUTE WS-NEAREST-GAP =
               ITEM-DATE-INT(WS-ITEM-MATCH) - ITEM-DATE-INT(ITMX)
           IF WS-NEAREST-GAP < 0
               MULTIPLY -1 BY WS-NEAREST-GAP
           END-IF
           IF WS-DAY-GAP < WS-NEAREST-GAP
               SET WS-ITEM-MATCH TO ITMY
           END-IF.

       4000-WRITE-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BANK CASH RECONCILIATION -- STATEMENT '
               DELIMITED BY SIZE
               WS-STATEMENT-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-TAKE-ON-RUN = 'Y'
               STRING 'TAKE-ON RUN: LEDGER ROWS BEFORE THE STATEMENT '
                   DELIMITED BY SIZE
                   'DATE SET THE OPENING BANK BALANCES.'
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE WS-BANK-LINES-READ TO WS-COUNT-FMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BANK LINES READ:       ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-BANK-LINES-REJECTED > 0
               MOVE WS-BANK-LINES-REJECTED TO WS-COUNT-FMT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'BANK LINES REJECTED:   ' DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE WS-MATCHED-BY-REFERENCE TO WS-COUNT-FMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MATCHED ON REFERENCE:  ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-MATCHED-BY-DATE TO WS-COUNT-FMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MATCHED ON DATE:       ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'UNMATCHED BANK ITEMS' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4050-WRITE-ITEM-HEADINGS
           PERFORM 4100-WRITE-OPEN-BANK-ITEM
               VARYING ITMX FROM 1 BY 1
               UNTIL ITMX > WS-ITEM-COUNT
           IF WS-OPEN-BANK-ITEMS = 0
               MOVE '  NONE' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'UNMATCHED LEDGER ITEMS' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4050-WRITE-ITEM-HEADINGS
           PERFORM 4200-WRITE-OPEN-LEDGER-ITEM
               VARYING ITMX FROM 1 BY 1
               UNTIL ITMX > WS-ITEM-COUNT
           IF WS-OPEN-LEDGER-ITEMS = 0
               MOVE '  NONE' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           IF WS-PENDING-LEDGER-ITEMS > 0
               MOVE WS-PENDING-LEDGER-ITEMS TO WS-COUNT-FMT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ROWS DATED AFTER THE STATEMENT, CARRIED: '
                   DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'CLOSING BALANCES' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(1:7)
           MOVE 'LEDGER' TO WS-REPORT-LINE(20:6)
           MOVE 'BANK' TO WS-REPORT-LINE(37:4)
           MOVE 'DIFFERENCE' TO WS-REPORT-LINE(47:10)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:64)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4300-WRITE-ONE-BALANCE
               VARYING ACBX FROM 1 BY 1
               UNTIL ACBX > WS-ACCOUNT-COUNT
           MOVE ALL '-' TO WS-REPORT-LINE(1:64)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-BALANCE-BREAKS TO WS-COUNT-FMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCOUNTS OUT OF BALANCE: ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           CLOSE RECON-REPORT-FILE.

       4050-WRITE-ITEM-HEADINGS.
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(1:7)
           MOVE 'DATE' TO WS-REPORT-LINE(10:4)
           MOVE 'AMOUNT' TO WS-REPORT-LINE(28:6)
           MOVE 'REFERENCE' TO WS-REPORT-LINE(36:9)
           MOVE 'ROW' TO WS-REPORT-LINE(58:3)
           MOVE 'OPEN SINCE' TO WS-REPORT-LINE(62:10)
           MOVE 'AGE DAYS' TO WS-REPORT-LINE(74:8)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:81)
           PERFORM 8000-WRITE-REPORT-LINE.

       4100-WRITE-OPEN-BANK-ITEM.
           IF ITEM-BANK-SIDE(ITMX) AND ITEM-MATCHED(ITMX) = 'N'
               ADD 1 TO WS-OPEN-BANK-ITEMS
               PERFORM 4400-FORMAT-ITEM-LINE
           END-IF.

       4200-WRITE-OPEN-LEDGER-ITEM.
           IF ITEM-LEDGER-SIDE(ITMX) AND ITEM-MATCHED(ITMX) = 'N'
               IF ITEM-DATE(ITMX) > WS-STATEMENT-DATE
                   ADD 1 TO WS-PENDING-LEDGER-ITEMS
               ELSE
                   ADD 1 TO WS-OPEN-LEDGER-ITEMS
                   PERFORM 4400-FORMAT-ITEM-LINE
               END-IF
           END-IF.

       4300-WRITE-ONE-BALANCE.
           COMPUTE WS-BALANCE-DIFF =
               ACB-LEDGER-BALANCE(ACBX) - ACB-BANK-BALANCE(ACBX)
               ON SIZE ERROR MOVE 0 TO WS-BALANCE-DIFF
           END-COMPUTE
           MOVE ACB-ACCOUNT-ID(ACBX) TO WS-REPORT-LINE(1:8)
           MOVE ACB-LEDGER-BALANCE(ACBX) TO WS-SIGNED-FMT
           MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(11:15)
           MOVE ACB-BANK-BALANCE(ACBX) TO WS-SIGNED-FMT
           MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(26:15)
           MOVE WS-BALANCE-DIFF TO WS-SIGNED-FMT
           MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(42:15)
           IF WS-BALANCE-DIFF NOT = 0
               ADD 1 TO WS-BALANCE-BREAKS
               MOVE 'BREAK' TO WS-REPORT-LINE(59:5)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       4400-FORMAT-ITEM-LINE.
           MOVE ITEM-FIRST-OPEN(ITMX) TO WS-ITEM-DATE-NUM
           COMPUTE WS-ITEM-AGE = WS-STATEMENT-DATE-INT
               - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
               ON SIZE ERROR MOVE 0 TO WS-ITEM-AGE
           END-COMPUTE
           MOVE ITEM-ACCOUNT-ID(ITMX) TO WS-REPORT-LINE(1:8)
           MOVE ITEM-DATE(ITMX) TO WS-REPORT-LINE(10:8)
           MOVE ITEM-AMOUNT(ITMX) TO WS-SIGNED-FMT
           MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(19:15)
           MOVE ITEM-REFERENCE(ITMX) TO WS-REPORT-LINE(36:16)
           IF ITEM-LEDGER-SIDE(ITMX)
               MOVE ITEM-LEDGER-ROW(ITMX) TO WS-REPORT-LINE(54:7)
           END-IF
           MOVE ITEM-FIRST-OPEN(ITMX) TO WS-REPORT-LINE(62:8)
           MOVE WS-ITEM-AGE TO WS-AGE-FMT
           MOVE WS-AGE-FMT TO WS-REPORT-LINE(77:5)
           PERFORM 8000-WRITE-REPORT-LINE.

      ******************************************************************
      * Whatever is still open -- including ledger rows dated after
      * the statement -- carries forward to the next run.
      ******************************************************************
       5000-SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           PERFORM 5100-SAVE-ONE-ITEM
               VARYING ITMX FROM 1 BY 1
               UNTIL ITMX > WS-ITEM-COUNT
           CLOSE OPEN-ITEM-FILE.

       5100-SAVE-ONE-ITEM.
           IF ITEM-MATCHED(ITMX) = 'N'
               MOVE ITEM-SIDE(ITMX) TO OI-SIDE
               MOVE ITEM-FIRST-OPEN(ITMX) TO OI-FIRST-OPEN-DATE
               MOVE ITEM-DATE(ITMX) TO OI-ITEM-DATE
               MOVE ITEM-ACCOUNT-ID(ITMX) TO OI-ACCOUNT-ID
               MOVE ITEM-AMOUNT(ITMX) TO OI-AMOUNT
               MOVE ITEM-REFERENCE(ITMX) TO OI-REFERENCE
               MOVE ITEM-LEDGER-ROW(ITMX) TO OI-LEDGER-ROW
               WRITE OPEN-ITEM-RECORD
           END-IF.

       5500-SAVE-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES TO BC-ACCOUNT-ID
           MOVE WS-STATEMENT-DATE TO BC-AS-OF-DATE
           MOVE WS-LEDGER-ROWS-TAKEN TO BC-LEDGER-ROWS
           MOVE 0 TO BC-BANK-BALANCE
           WRITE CONTROL-RECORD
           PERFORM 5510-SAVE-ONE-BALANCE
               VARYING ACBX FROM 1 BY 1
               UNTIL ACBX > WS-ACCOUNT-COUNT
           CLOSE CONTROL-FILE.

       5510-SAVE-ONE-BALANCE.
           MOVE ACB-ACCOUNT-ID(ACBX) TO BC-ACCOUNT-ID
           MOVE WS-STATEMENT-DATE TO BC-AS-OF-DATE
           MOVE 0 TO BC-LEDGER-ROWS
           MOVE ACB-BANK-BALANCE(ACBX) TO BC-BANK-BALANCE
           WRITE CONTROL-RECORD.

       6000-FIND-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-MATCH
           PERFORM 6010-MATCH-ONE-ACCOUNT
               VARYING ACBX FROM 1 BY 1
               UNTIL ACBX > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-MATCH > 0
           IF WS-ACCOUNT-MATCH = 0 AND WS-ACCOUNT-COUNT < 999
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-MATCH
               MOVE WS-LOOKUP-ACCOUNT TO
                   ACB-ACCOUNT-ID(WS-ACCOUNT-MATCH)
               MOVE 0 TO ACB-LEDGER-BALANCE(WS-ACCOUNT-MATCH)
               MOVE 0 TO ACB-BANK-BALANCE(WS-ACCOUNT-MATCH)
           END-IF.

       6010-MATCH-ONE-ACCOUNT.
           IF ACB-ACCOUNT-ID(ACBX) = WS-LOOKUP-ACCOUNT
               SET WS-ACCOUNT-MATCH TO ACBX
           END-IF.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM BANK-RECON.
