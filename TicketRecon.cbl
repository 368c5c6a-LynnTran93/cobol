      * Tectonics: cobc
      * Modification History:
      *   2026-08-21 LT Initial version.
      *   2026-10-15 LT Gift voucher sales and redemptions are
      *                 reported on their own lines, apart from the
      *                 ticket categories and the net take, and the
      *                 drawer is balanced against the net take plus
      *                 vouchers sold less vouchers redeemed.
      *   2026-10-15 LT The day's money is now totalled by tender
      *                 (cash, debit, credit, voucher, deposit
      *                 applied) from the tenders each row records,
      *                 and cash is balanced against the drawer and
      *                 each card type against its terminal total
      *                 separately, each with its own over/short.
      *                 Rows from before tenders count as cash.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-RECON.
       01 WS-VOID-COUNT           PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(5) VALUE 0.
       01 WS-NET-TOTAL            PIC S9(7)V99 VALUE 0.
       01 WS-VOUCHER-SALE-COUNT   PIC 9(5) VALUE 0.
       01 WS-VOUCHER-SALE-TOTAL   PIC S9(7)V99 VALUE 0.
       01 WS-VOUCHER-REDEEM-COUNT PIC 9(5) VALUE 0.
       01 WS-VOUCHER-REDEEM-TOTAL PIC S9(7)V99 VALUE 0.
       01 WS-DRAWER-COUNT         PIC 9(7)V99 VALUE 0.
       01 WS-OVER-SHORT           PIC S9(7)V99 VALUE 0.

       01 WS-TENDER-TABLE.
           05 TND-ENTRY OCCURS 5 TIMES
               INDEXED BY TNDX.
               10 TND-CODE            PIC X(2).
               10 TND-NAME            PIC X(16).
               10 TND-COUNT-PROMPT    PIC X(24).
               10 TND-AMOUNT          PIC S9(7)V99.
       01 WS-TENDER-MATCH         PIC 9 VALUE 0.
       01 WS-ROW-TENDER           PIC X(2).
       01 WS-ROW-TENDER-AMOUNT    PIC 9(3)V99.

       01 WS-COUNT-FMT            PIC ZZZZ9-.
       01 WS-AMOUNT-FMT           PIC $$$$,$$9.99-.
       01 WS-REPORT-LINE          PIC X(80).
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-SETUP-TENDER-TABLE
           PERFORM 1000-ACCUMULATE-TRANSACTIONS
           PERFORM 2000-WRITE-RECON-REPORT
           GOBACK.

      ******************************************************************
      * Cash is counted in the drawer and each card type is totalled
      * on the terminal, so those three are balanced one by one;
      * vouchers and deposits applied are shown but have nothing
      * to count.
      ******************************************************************
       0100-SETUP-TENDER-TABLE.
           MOVE 'CA' TO TND-CODE(1)
           MOVE 'CASH' TO TND-NAME(1)
           MOVE 'Drawer count:' TO TND-COUNT-PROMPT(1)
           MOVE 'DB' TO TND-CODE(2)
           MOVE 'DEBIT CARD' TO TND-NAME(2)
           MOVE 'Debit terminal total:' TO TND-COUNT-PROMPT(2)
           MOVE 'CR' TO TND-CODE(3)
           MOVE 'CREDIT CARD' TO TND-NAME(3)
           MOVE 'Credit terminal total:' TO TND-COUNT-PROMPT(3)
           MOVE 'VO' TO TND-CODE(4)
           MOVE 'GIFT VOUCHER' TO TND-NAME(4)
           MOVE SPACES TO TND-COUNT-PROMPT(4)
           MOVE 'DP' TO TND-CODE(5)
           MOVE 'DEPOSIT APPLIED' TO TND-NAME(5)
           MOVE SPACES TO TND-COUNT-PROMPT(5)
           PERFORM 0110-CLEAR-ONE-TENDER
               VARYING TNDX FROM 1 BY 1 UNTIL TNDX > 5.

       0110-CLEAR-ONE-TENDER.
           MOVE 0 TO TND-AMOUNT(TNDX).

       1000-ACCUMULATE-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF NOT TRANSACTION-FILE-OK
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   IF TS-DATE = WS-TODAY
                       IF TS-VOUCHER-ROW
                           PERFORM 1300-TAKE-VOUCHER-ROW
                       ELSE
                           PERFORM 1200-NET-ONE-TRANSACTION
                       END-IF
                       IF NOT TS-VOUCHER-REDEEM
                           PERFORM 1400-TALLY-TENDERS
                       END-IF
                   END-IF
               END-IF
               PERFORM 1100-READ-TRANSACTION-ROW
               SET WS-CAT-MATCH TO CATX
           END-IF.

      ******************************************************************
      * Gift vouchers are not ticket revenue: a voucher sold is cash
      * in against a liability, and a voucher redeemed paid for a
      * ticket already counted in the take without cash changing
      * hands. Both are kept apart from the categories and only
      * move the amount the drawer should hold.
      ******************************************************************
       1300-TAKE-VOUCHER-ROW.
           IF TS-VOUCHER-SALE
               ADD 1 TO WS-VOUCHER-SALE-COUNT
               ADD TS-PRICE TO WS-VOUCHER-SALE-TOTAL
           ELSE
               ADD 1 TO WS-VOUCHER-REDEEM-COUNT
               ADD TS-PRICE TO WS-VOUCHER-REDEEM-TOTAL
           END-IF.

      ******************************************************************
      * Each sale, voucher sale and void splits its money across the
      * tenders it records; a void takes its refund back out. Rows
      * from before tenders were recorded were all cash.
      ******************************************************************
       1400-TALLY-TENDERS.
           IF TS-TENDER-1 = SPACES
               MOVE 'CA' TO WS-ROW-TENDER
               MOVE TS-PRICE TO WS-ROW-TENDER-AMOUNT
               PERFORM 1410-ADD-TO-TENDER
           ELSE
               MOVE TS-TENDER-1 TO WS-ROW-TENDER
               MOVE TS-TENDER-1-AMOUNT TO WS-ROW-TENDER-AMOUNT
               PERFORM 1410-ADD-TO-TENDER
               IF NOT TS-NO-SPLIT
                   MOVE TS-TENDER-2 TO WS-ROW-TENDER
                   MOVE TS-TENDER-2-AMOUNT TO WS-ROW-TENDER-AMOUNT
                   PERFORM 1410-ADD-TO-TENDER
               END-IF
           END-IF.

       1410-ADD-TO-TENDER.
           MOVE 0 TO WS-TENDER-MATCH
           PERFORM 1420-MATCH-ONE-TENDER
               VARYING TNDX FROM 1 BY 1
               UNTIL TNDX > 5 OR WS-TENDER-MATCH > 0
           IF WS-TENDER-MATCH > 0 AND WS-ROW-TENDER-AMOUNT NUMERIC
               IF TS-VOID
                   SUBTRACT WS-ROW-TENDER-AMOUNT FROM
                       TND-AMOUNT(WS-TENDER-MATCH)
               ELSE
                   ADD WS-ROW-TENDER-AMOUNT TO
                       TND-AMOUNT(WS-TENDER-MATCH)
               END-IF
           END-IF.

       1420-MATCH-ONE-TENDER.
           IF TND-CODE(TNDX) = WS-ROW-TENDER
               SET WS-TENDER-MATCH TO TNDX
           END-IF.

       2000-WRITE-RECON-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NET-TOTAL TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(24:13)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'VOUCHERS SOLD' TO WS-REPORT-LINE(1:13)
           MOVE WS-VOUCHER-SALE-COUNT TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(18:6)
           MOVE WS-VOUCHER-SALE-TOTAL TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(24:13)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'VOUCHERS REDEEMED' TO WS-REPORT-LINE(1:17)
           MOVE WS-VOUCHER-REDEEM-COUNT TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(18:6)
           MOVE WS-VOUCHER-REDEEM-TOTAL TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(24:13)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:40)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'TENDER                      AMOUNT'
               TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2200-WRITE-ONE-TENDER
               VARYING TNDX FROM 1 BY 1 UNTIL TNDX > 5
           PERFORM 2300-BALANCE-ONE-TENDER
               VARYING TNDX FROM 1 BY 1 UNTIL TNDX > 3
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-FMT
           STRING 'OLD-LAYOUT ROWS PASSED OVER: '
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(24:13)
           PERFORM 8000-WRITE-REPORT-LINE.

       2200-WRITE-ONE-TENDER.
           MOVE TND-NAME(TNDX) TO WS-REPORT-LINE(1:16)
           MOVE TND-AMOUNT(TNDX) TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(24:13)
           PERFORM 8000-WRITE-REPORT-LINE.

      ******************************************************************
      * The counted figure -- the drawer for cash, the terminal's
      * day total for each card -- against what the tenders say
      * should be there, with the over/short.
      ******************************************************************
       2300-BALANCE-ONE-TENDER.
           DISPLAY TND-COUNT-PROMPT(TNDX)
           ACCEPT WS-DRAWER-COUNT
           IF WS-DRAWER-COUNT NOT NUMERIC
               MOVE 0 TO WS-DRAWER-COUNT
           END-IF
           COMPUTE WS-OVER-SHORT = WS-DRAWER-COUNT - TND-AMOUNT(TNDX)
               ON SIZE ERROR MOVE 0 TO WS-OVER-SHORT
           END-COMPUTE
           MOVE SPACES TO WS-REPORT-LINE
           STRING TND-NAME(TNDX) DELIMITED BY '  '
               ' COUNTED' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-DRAWER-COUNT TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(24:13)
           PERFORM 8000-WRITE-REPORT-LINE
           STRING TND-NAME(TNDX) DELIMITED BY '  '
               ' OVER/SHORT' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-OVER-SHORT TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(24:13)
           PERFORM 8000-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RECON-REPORT-RECORD
