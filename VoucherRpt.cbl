      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Month-end outstanding gift voucher liability for the
      *          accountant. For the month asked for, every voucher on
      *          VOUCHERS.txt issued by the month end is valued at its
      *          balance as it stood that day -- today's balance plus
      *          whatever has been redeemed since, from the type-R
      *          rows on TICKETSALES.txt -- and listed as outstanding
      *          while it still has value and has not expired. Vouchers
      *          that expired with value left are totalled apart so
      *          the unredeemed balance can be released, and the
      *          month's voucher sales and redemptions are shown
      *          beside the liability. Output goes to VCHLIAB.txt.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE ASSIGN TO 'VOUCHERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'TICKETSALES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO 'VCHLIAB.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VOUCHER-FILE.
           COPY VOUCHREC.

       FD TRANSACTION-FILE.
           COPY TICKSALE.

       FD LIABILITY-REPORT-FILE.
       01 LIABILITY-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-VOUCHER-STATUS       PIC X(2) VALUE '00'.
           88 VOUCHER-FILE-OK          VALUE '00'.
       01 WS-TRANSACTION-STATUS   PIC X(2) VALUE '00'.
           88 TRANSACTION-FILE-OK      VALUE '00'.
       01 WS-END-OF-VOUCHERS      PIC X VALUE 'N'.
           88 NO-MORE-VOUCHERS         VALUE 'Y'.
       01 WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88 NO-MORE-TRANSACTIONS     VALUE 'Y'.

       01 WS-MONTH-INPUT          PIC X(6).
       01 WS-MONTH-END-DATE       PIC X(8).

       01 WS-VOUCHER-COUNT        PIC 9(4) VALUE 0.
       01 WS-VOUCHER-TABLE.
           05 VCH-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-VOUCHER-COUNT
               INDEXED BY VCX.
               10 VCH-NUMBER          PIC X(8).
               10 VCH-FACE-VALUE      PIC 9(3)V99.
               10 VCH-BALANCE         PIC 9(3)V99.
               10 VCH-ISSUE-DATE      PIC X(8).
               10 VCH-EXPIRY-DATE     PIC X(8).
               10 VCH-REDEEMED-SINCE  PIC 9(5)V99.
       01 WS-VOUCHER-MATCH        PIC 9(4) VALUE 0.
       01 WS-MONTH-END-BALANCE    PIC 9(5)V99 VALUE 0.

       01 WS-OUTSTANDING-COUNT    PIC 9(5) VALUE 0.
       01 WS-OUTSTANDING-TOTAL    PIC 9(7)V99 VALUE 0.
       01 WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
       01 WS-EXPIRED-TOTAL        PIC 9(7)V99 VALUE 0.
       01 WS-SOLD-COUNT           PIC 9(5) VALUE 0.
       01 WS-SOLD-TOTAL           PIC 9(7)V99 VALUE 0.
       01 WS-REDEEMED-COUNT       PIC 9(5) VALUE 0.
       01 WS-REDEEMED-TOTAL       PIC 9(7)V99 VALUE 0.

       01 WS-COUNT-FMT            PIC ZZZZ9.
       01 WS-AMOUNT-FMT           PIC $$$$,$$9.99.
       01 WS-REPORT-LINE          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY 'Month to report (YYYYMM):'
           ACCEPT WS-MONTH-INPUT
           IF WS-MONTH-INPUT NOT NUMERIC
               DISPLAY 'Error: month must be YYYYMM.'
               GOBACK
           END-IF
           MOVE SPACES TO WS-MONTH-END-DATE
           STRING WS-MONTH-INPUT DELIMITED BY SIZE
               '31' DELIMITED BY SIZE
               INTO WS-MONTH-END-DATE
           PERFORM 1000-LOAD-VOUCHER-TABLE
           PERFORM 2000-SCAN-TRANSACTIONS
           PERFORM 3000-WRITE-LIABILITY-REPORT
           GOBACK.

       1000-LOAD-VOUCHER-TABLE.
           OPEN INPUT VOUCHER-FILE
           IF NOT VOUCHER-FILE-OK
               MOVE 'Y' TO WS-END-OF-VOUCHERS
           ELSE
               PERFORM 1100-READ-VOUCHER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-VOUCHERS
               IF WS-VOUCHER-COUNT < 9999
                   ADD 1 TO WS-VOUCHER-COUNT
                   SET VCX TO WS-VOUCHER-COUNT
                   MOVE VC-VOUCHER-NUMBER TO VCH-NUMBER(VCX)
                   MOVE VC-FACE-VALUE TO VCH-FACE-VALUE(VCX)
                   MOVE VC-BALANCE TO VCH-BALANCE(VCX)
                   MOVE VC-ISSUE-DATE TO VCH-ISSUE-DATE(VCX)
                   MOVE VC-EXPIRY-DATE TO VCH-EXPIRY-DATE(VCX)
                   MOVE 0 TO VCH-REDEEMED-SINCE(VCX)
               END-IF
               PERFORM 1100-READ-VOUCHER-ROW
           END-PERFORM
           IF VOUCHER-FILE-OK OR WS-VOUCHER-STATUS = '10'
               CLOSE VOUCHER-FILE
           END-IF.

       1100-READ-VOUCHER-ROW.
           READ VOUCHER-FILE
               AT END MOVE 'Y' TO WS-END-OF-VOUCHERS.

      ******************************************************************
      * Voucher rows only. Sales and redemptions dated in the month
      * are the month's activity; a redemption dated after the month
      * end is added back to its voucher, so the balance can be
      * wound back to what it stood at on the month-end date.
      ******************************************************************
       2000-SCAN-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF NOT TRANSACTION-FILE-OK
               MOVE 'Y' TO WS-END-OF-TRANSACTIONS
           ELSE
               PERFORM 2100-READ-TRANSACTION-ROW
           END-IF
           PERFORM UNTIL NO-MORE-TRANSACTIONS
               IF TS-DATE NUMERIC AND TS-PRICE NUMERIC
                   AND TS-VOUCHER-ROW
                   PERFORM 2200-TAKE-VOUCHER-ROW
               END-IF
               PERFORM 2100-READ-TRANSACTION-ROW
           END-PERFORM
           IF TRANSACTION-FILE-OK OR WS-TRANSACTION-STATUS = '10'
               CLOSE TRANSACTION-FILE
           END-IF.

       2100-READ-TRANSACTION-ROW.
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-TRANSACTIONS.

       2200-TAKE-VOUCHER-ROW.
           IF TS-DATE(1:6) = WS-MONTH-INPUT
               IF TS-VOUCHER-SALE
                   ADD 1 TO WS-SOLD-COUNT
                   ADD TS-PRICE TO WS-SOLD-TOTAL
               ELSE
                   ADD 1 TO WS-REDEEMED-COUNT
                   ADD TS-PRICE TO WS-REDEEMED-TOTAL
               END-IF
           END-IF
           IF TS-VOUCHER-REDEEM AND TS-DATE > WS-MONTH-END-DATE
               MOVE 0 TO WS-VOUCHER-MATCH
               PERFORM 2300-MATCH-ONE-VOUCHER
                   VARYING VCX FROM 1 BY 1
                   UNTIL VCX > WS-VOUCHER-COUNT
                       OR WS-VOUCHER-MATCH > 0
               IF WS-VOUCHER-MATCH > 0
                   ADD TS-PRICE TO
                       VCH-REDEEMED-SINCE(WS-VOUCHER-MATCH)
               END-IF
           END-IF.

       2300-MATCH-ONE-VOUCHER.
           IF VCH-NUMBER(VCX) = TS-VOUCHER-NUMBER
               SET WS-VOUCHER-MATCH TO VCX
           END-IF.

       3000-WRITE-LIABILITY-REPORT.
           OPEN OUTPUT LIABILITY-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GIFT VOUCHER LIABILITY -- MONTH ENDING '
               DELIMITED BY SIZE
               WS-MONTH-INPUT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'VOUCHER   ISSUED    EXPIRES     FACE VALUE'
               TO WS-REPORT-LINE
           MOVE 'BALANCE' TO WS-REPORT-LINE(50:7)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3100-VALUE-ONE-VOUCHER
               VARYING VCX FROM 1 BY 1
               UNTIL VCX > WS-VOUCHER-COUNT
           MOVE ALL '-' TO WS-REPORT-LINE(1:56)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'OUTSTANDING LIABILITY' TO WS-REPORT-LINE(1:21)
           MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-FMT
           MOVE WS-OUTSTANDING-TOTAL TO WS-AMOUNT-FMT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE 'EXPIRED UNREDEEMED' TO WS-REPORT-LINE(1:18)
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-FMT
           MOVE WS-EXPIRED-TOTAL TO WS-AMOUNT-FMT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE 'SOLD IN MONTH' TO WS-REPORT-LINE(1:13)
           MOVE WS-SOLD-COUNT TO WS-COUNT-FMT
           MOVE WS-SOLD-TOTAL TO WS-AMOUNT-FMT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE 'REDEEMED IN MONTH' TO WS-REPORT-LINE(1:17)
           MOVE WS-REDEEMED-COUNT TO WS-COUNT-FMT
           MOVE WS-REDEEMED-TOTAL TO WS-AMOUNT-FMT
           PERFORM 3200-WRITE-TOTAL-LINE
           CLOSE LIABILITY-REPORT-FILE.

      ******************************************************************
      * A voucher issued after the month end did not exist yet. One
      * that had value left on the month-end date is a liability
      * while it was still in date, and expired value otherwise.
      ******************************************************************
       3100-VALUE-ONE-VOUCHER.
           IF VCH-ISSUE-DATE(VCX) NOT > WS-MONTH-END-DATE
               COMPUTE WS-MONTH-END-BALANCE = VCH-BALANCE(VCX)
                   + VCH-REDEEMED-SINCE(VCX)
               IF WS-MONTH-END-BALANCE > VCH-FACE-VALUE(VCX)
                   MOVE VCH-FACE-VALUE(VCX) TO WS-MONTH-END-BALANCE
               END-IF
               IF WS-MONTH-END-BALANCE > 0
                   IF VCH-EXPIRY-DATE(VCX) < WS-MONTH-END-DATE
                       ADD 1 TO WS-EXPIRED-COUNT
                       ADD WS-MONTH-END-BALANCE TO WS-EXPIRED-TOTAL
                   ELSE
                       ADD 1 TO WS-OUTSTANDING-COUNT
                       ADD WS-MONTH-END-BALANCE TO
                           WS-OUTSTANDING-TOTAL
                       PERFORM 3110-WRITE-VOUCHER-LINE
                   END-IF
               END-IF
           END-IF.

       3110-WRITE-VOUCHER-LINE.
           MOVE VCH-NUMBER(VCX) TO WS-REPORT-LINE(1:8)
           MOVE VCH-ISSUE-DATE(VCX) TO WS-REPORT-LINE(11:8)
           MOVE VCH-EXPIRY-DATE(VCX) TO WS-REPORT-LINE(21:8)
           MOVE VCH-FACE-VALUE(VCX) TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(31:11)
           MOVE WS-MONTH-END-BALANCE TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(46:11)
           PERFORM 8000-WRITE-REPORT-LINE.

       3200-WRITE-TOTAL-LINE.
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(24:5)
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(46:11)
           PERFORM 8000-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO LIABILITY-REPORT-RECORD
           WRITE LIABILITY-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM VOUCHER-RPT.
