      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: End-of-day card settlement batch for the ticket
      *          desk. Reads the day's rows on TICKETSALES.txt and
      *          writes CARDSETL.txt for the card processor: a
      *          header record carrying the business date, one
      *          detail record per card payment or card refund (the
      *          debit and credit tender portions of each sale, void
      *          and voucher sale -- a split sale contributes only
      *          its card part), and a control record carrying the
      *          detail count, the sale and refund totals, the net
      *          by card type and a hash total, so the processor's
      *          settlement can be agreed to the desk's terminal
      *          totals on the TICKET-RECON report.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-SETTLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-SALES-FILE ASSIGN TO 'TICKETSALES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.
           SELECT CARD-SETTLE-FILE ASSIGN TO 'CARDSETL.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TICKET-SALES-FILE.
           COPY TICKSALE.

       FD CARD-SETTLE-FILE.
       01 CS-SETTLE-RECORD.
           05 CS-RECORD-TYPE          PIC X.
           05 CS-RECORD-BODY          PIC X(79).
       01 CS-HEADER-RECORD REDEFINES CS-SETTLE-RECORD.
           05 CS-HDR-TYPE             PIC X.
           05 CS-HDR-BUSINESS-DATE    PIC X(8).
           05 CS-HDR-CREATED-TIME     PIC X(6).
           05 CS-HDR-SOURCE           PIC X(10).
           05 FILLER                  PIC X(55).
       01 CS-DETAIL-RECORD REDEFINES CS-SETTLE-RECORD.
           05 CS-DET-TYPE             PIC X.
           05 CS-DET-DATE             PIC X(8).
           05 CS-DET-TIME             PIC X(6).
           05 CS-DET-OPERATOR         PIC X(10).
           05 CS-DET-CARD-TYPE        PIC X(2).
           05 CS-DET-TRANS-TYPE       PIC X.
           05 CS-DET-AMOUNT           PIC 9(5)V99.
           05 CS-DET-CATEGORY         PIC X(10).
           05 FILLER                  PIC X(35).
       01 CS-CONTROL-RECORD REDEFINES CS-SETTLE-RECORD.
           05 CS-CTL-TYPE             PIC X.
           05 CS-CTL-DETAIL-COUNT     PIC 9(5).
           05 CS-CTL-SALES-TOTAL      PIC 9(7)V99.
           05 CS-CTL-REFUNDS-TOTAL    PIC 9(7)V99.
           05 CS-CTL-DEBIT-NET        PIC S9(7)V99 SIGN LEADING
                                          SEPARATE.
           05 CS-CTL-CREDIT-NET       PIC S9(7)V99 SIGN LEADING
                                          SEPARATE.
           05 CS-CTL-HASH-TOTAL       PIC 9(11)V99.
           05 FILLER                  PIC X(23).

       WORKING-STORAGE SECTION.
       01 WS-TICKET-STATUS        PIC X(2) VALUE '00'.
           88 TICKET-FILE-OK           VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-NOW                  PIC X(6).
       01 WS-CARD-TYPE            PIC X(2).
           88 CARD-TENDER              VALUE 'DB' 'CR'.
       01 WS-CARD-AMOUNT          PIC 9(3)V99.

       01 WS-DETAIL-COUNT         PIC 9(5) VALUE 0.
       01 WS-SALES-TOTAL          PIC 9(7)V99 VALUE 0.
       01 WS-REFUNDS-TOTAL        PIC 9(7)V99 VALUE 0.
       01 WS-DEBIT-NET            PIC S9(7)V99 VALUE 0.
       01 WS-CREDIT-NET           PIC S9(7)V99 VALUE 0.
       01 WS-HASH-TOTAL           PIC 9(11)V99 VALUE 0.
       01 WS-COUNT-FMT            PIC ZZZZ9.
       01 WS-AMOUNT-FMT           PIC $$$$,$$9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW
           OPEN OUTPUT CARD-SETTLE-FILE
           PERFORM 1000-WRITE-HEADER
           PERFORM 2000-SETTLE-TRANSACTIONS
           PERFORM 3000-WRITE-CONTROL
           CLOSE CARD-SETTLE-FILE
           MOVE WS-DETAIL-COUNT TO WS-COUNT-FMT
           DISPLAY 'CARD SETTLEMENT WRITTEN FOR ' WS-TODAY ': '
               WS-COUNT-FMT ' CARD TRANSACTIONS.'
           MOVE WS-SALES-TOTAL TO WS-AMOUNT-FMT
           DISPLAY '  CARD SALES   ' WS-AMOUNT-FMT
           MOVE WS-REFUNDS-TOTAL TO WS-AMOUNT-FMT
           DISPLAY '  CARD REFUNDS ' WS-AMOUNT-FMT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-WRITE-HEADER.
           MOVE SPACES TO CS-SETTLE-RECORD
           MOVE 'H' TO CS-HDR-TYPE
           MOVE WS-TODAY TO CS-HDR-BUSINESS-DATE
           MOVE WS-NOW TO CS-HDR-CREATED-TIME
           MOVE 'TICKETDESK' TO CS-HDR-SOURCE
           WRITE CS-SETTLE-RECORD.

      ******************************************************************
      * Only today's rows settle. Voucher redemptions are the
      * voucher's own ledger and rows from before tenders were
      * recorded were all cash, so neither carries a card portion.
      ******************************************************************
       2000-SETTLE-TRANSACTIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TICKET-SALES-FILE
           IF NOT TICKET-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2100-READ-TICKET-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF TS-DATE NUMERIC AND TS-DATE = WS-TODAY
                   AND NOT TS-VOUCHER-REDEEM
                   AND TS-TENDER-1 NOT = SPACES
                   MOVE TS-TENDER-1 TO WS-CARD-TYPE
                   MOVE TS-TENDER-1-AMOUNT TO WS-CARD-AMOUNT
                   PERFORM 2200-SETTLE-ONE-PORTION
                   IF NOT TS-NO-SPLIT
                       MOVE TS-TENDER-2 TO WS-CARD-TYPE
                       MOVE TS-TENDER-2-AMOUNT TO WS-CARD-AMOUNT
                       PERFORM 2200-SETTLE-ONE-PORTION
                   END-IF
               END-IF
               PERFORM 2100-READ-TICKET-ROW
           END-PERFORM
           IF TICKET-FILE-OK OR WS-TICKET-STATUS = '10'
               CLOSE TICKET-SALES-FILE
           END-IF.

       2100-READ-TICKET-ROW.
           READ TICKET-SALES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * A card portion of a sale or voucher sale settles as a sale
      * (S); the card portion of a void is the refund put back on
      * the card (R). The hash total is every amount at face value.
      ******************************************************************
       2200-SETTLE-ONE-PORTION.
           IF CARD-TENDER AND WS-CARD-AMOUNT NUMERIC
               AND WS-CARD-AMOUNT > 0
               MOVE SPACES TO CS-SETTLE-RECORD
               MOVE 'D' TO CS-DET-TYPE
               MOVE TS-DATE TO CS-DET-DATE
               MOVE TS-TIME TO CS-DET-TIME
               MOVE TS-OPERATOR TO CS-DET-OPERATOR
               MOVE WS-CARD-TYPE TO CS-DET-CARD-TYPE
               MOVE TS-CATEGORY TO CS-DET-CATEGORY
               MOVE WS-CARD-AMOUNT TO CS-DET-AMOUNT
               IF TS-VOID
                   MOVE 'R' TO CS-DET-TRANS-TYPE
                   ADD WS-CARD-AMOUNT TO WS-REFUNDS-TOTAL
                   IF WS-CARD-TYPE = 'DB'
                       SUBTRACT WS-CARD-AMOUNT FROM WS-DEBIT-NET
                   ELSE
                       SUBTRACT WS-CARD-AMOUNT FROM WS-CREDIT-NET
                   END-IF
               ELSE
                   MOVE 'S' TO CS-DET-TRANS-TYPE
                   ADD WS-CARD-AMOUNT TO WS-SALES-TOTAL
                   IF WS-CARD-TYPE = 'DB'
                       ADD WS-CARD-AMOUNT TO WS-DEBIT-NET
                   ELSE
                       ADD WS-CARD-AMOUNT TO WS-CREDIT-NET
                   END-IF
               END-IF
               WRITE CS-SETTLE-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-CARD-AMOUNT TO WS-HASH-TOTAL
                   ON SIZE ERROR CONTINUE
               END-ADD
           END-IF.

       3000-WRITE-CONTROL.
           MOVE SPACES TO CS-SETTLE-RECORD
           MOVE 'C' TO CS-CTL-TYPE
           MOVE WS-DETAIL-COUNT TO CS-CTL-DETAIL-COUNT
           MOVE WS-SALES-TOTAL TO CS-CTL-SALES-TOTAL
           MOVE WS-REFUNDS-TOTAL TO CS-CTL-REFUNDS-TOTAL
           MOVE WS-DEBIT-NET TO CS-CTL-DEBIT-NET
           MOVE WS-CREDIT-NET TO CS-CTL-CREDIT-NET
           MOVE WS-HASH-TOTAL TO CS-CTL-HASH-TOTAL
           WRITE CS-SETTLE-RECORD.
       END PROGRAM CARD-SETTLE.
