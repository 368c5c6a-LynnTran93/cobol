      *                 every line on the file, valuation and
      *                 journal lines alike, so nothing is
      *                 journalled by hand any more.
      *   2026-10-15 LT Interest credited to client cash by INT-ACCRUAL
      *                 (the ledger's type-I rows dated the run date)
      *                 journals as its own INTEREST source, with a
      *                 standard GLMAP.txt row for new map files.
      *   2026-10-15 LT Foreign tax withheld from dividends (the
      *                 ledger's type-T rows dated the run date)
      *                 journals as its own WHTAX source, so dividend
      *                 income stays gross and cash is not overstated.
      *   2026-10-15 LT Gift vouchers journal as their own sources:
      *                 VCHSALE (vouchers sold, cash against the
      *                 voucher liability) and VCHREDM (vouchers
      *                 taken as payment, releasing the liability
      *                 against the ticket take already journalled
      *                 as cash), with standard GLMAP.txt rows for
      *                 new map files. Voucher rows no longer count
      *                 in the TICKETS net take.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
       01 WS-REALIZED-AMOUNT      PIC S9(13)V99 VALUE 0.
       01 WS-DIVIDEND-AMOUNT      PIC S9(13)V99 VALUE 0.
       01 WS-TICKET-AMOUNT        PIC S9(13)V99 VALUE 0.
       01 WS-INTEREST-AMOUNT      PIC S9(13)V99 VALUE 0.
       01 WS-WITHHELD-AMOUNT      PIC S9(13)V99 VALUE 0.
       01 WS-VOUCHER-SALE-AMOUNT  PIC S9(13)V99 VALUE 0.
       01 WS-VOUCHER-REDEEM-AMOUNT
                                  PIC S9(13)V99 VALUE 0.
       01 WS-JOURNAL-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-ABS-AMOUNT           PIC 9(13)V99 VALUE 0.

               MOVE 'GL41000' TO GM-CREDIT-ACCT
               MOVE 'TICKET DESK NET TAKE' TO GM-DESCRIPTION
               WRITE GL-MAP-RECORD
               MOVE 'INTEREST' TO GM-SOURCE-CODE
               MOVE 'GL11000' TO GM-DEBIT-ACCT
               MOVE 'GL49400' TO GM-CREDIT-ACCT
               MOVE 'INTEREST ON CASH' TO GM-DESCRIPTION
               WRITE GL-MAP-RECORD
               MOVE 'WHTAX' TO GM-SOURCE-CODE
               MOVE 'GL16200' TO GM-DEBIT-ACCT
               MOVE 'GL11000' TO GM-CREDIT-ACCT
               MOVE 'FOREIGN TAX WITHHELD' TO GM-DESCRIPTION
               WRITE GL-MAP-RECORD
               MOVE 'VCHSALE' TO GM-SOURCE-CODE
               MOVE 'GL10100' TO GM-DEBIT-ACCT
               MOVE 'GL23500' TO GM-CREDIT-ACCT
               MOVE 'GIFT VOUCHERS SOLD' TO GM-DESCRIPTION
               WRITE GL-MAP-RECORD
               MOVE 'VCHREDM' TO GM-SOURCE-CODE
               MOVE 'GL23500' TO GM-DEBIT-ACCT
               MOVE 'GL10100' TO GM-CREDIT-ACCT
               MOVE 'GIFT VOUCHERS REDEEMED' TO GM-DESCRIPTION
               WRITE GL-MAP-RECORD
               CLOSE GL-MAP-FILE
           END-IF.

               IF CSH-DIVIDEND AND CSH-DATE = CUR-RUN-DATE
                   ADD CSH-AMOUNT TO WS-DIVIDEND-AMOUNT
               END-IF
               IF CSH-INTEREST AND CSH-DATE = CUR-RUN-DATE
                   ADD CSH-AMOUNT TO WS-INTEREST-AMOUNT
               END-IF
               IF CSH-TAX-WITHHELD AND CSH-DATE = CUR-RUN-DATE
                   SUBTRACT CSH-AMOUNT FROM WS-WITHHELD-AMOUNT
               END-IF
               PERFORM 1810-READ-LEDGER-ROW
           END-PERFORM
           IF LEDGER-FILE-OK OR WS-LEDGER-STATUS = '10'
      * The ticket desk's net take for the run date: sales less
      * voids, the same netting TICKET-RECON balances the drawer
      * against. Rows in the old unstamped layout are passed over.
      * Gift voucher rows are not ticket revenue: vouchers sold and
      * vouchers redeemed are totalled apart for their own sources.
      ******************************************************************
       1900-SUM-TICKET-TAKE.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL NO-MORE-RECORDS
               IF TS-DATE NUMERIC AND TS-PRICE NUMERIC
                   AND TS-DATE = CUR-RUN-DATE
                   EVALUATE TRUE
                       WHEN TS-VOUCHER-SALE
                           ADD TS-PRICE TO WS-VOUCHER-SALE-AMOUNT
                       WHEN TS-VOUCHER-REDEEM
                           ADD TS-PRICE TO WS-VOUCHER-REDEEM-AMOUNT
                       WHEN TS-VOID
                           SUBTRACT TS-PRICE FROM WS-TICKET-AMOUNT
                       WHEN OTHER
                           ADD TS-PRICE TO WS-TICKET-AMOUNT
                   END-EVALUATE
               END-IF
               PERFORM 1910-READ-TICKET-ROW
           END-PERFORM
           MOVE 'TICKETS' TO WS-MAP-LOOKUP-SOURCE
           MOVE WS-TICKET-AMOUNT TO WS-JOURNAL-AMOUNT
           PERFORM 2100-WRITE-JOURNAL-LINE
           MOVE 'INTEREST' TO WS-MAP-LOOKUP-SOURCE
           MOVE WS-INTEREST-AMOUNT TO WS-JOURNAL-AMOUNT
           PERFORM 2100-WRITE-JOURNAL-LINE
           MOVE 'WHTAX' TO WS-MAP-LOOKUP-SOURCE
           MOVE WS-WITHHELD-AMOUNT TO WS-JOURNAL-AMOUNT
           PERFORM 2100-WRITE-JOURNAL-LINE
           MOVE 'VCHSALE' TO WS-MAP-LOOKUP-SOURCE
           MOVE WS-VOUCHER-SALE-AMOUNT TO WS-JOURNAL-AMOUNT
           PERFORM 2100-WRITE-JOURNAL-LINE
           MOVE 'VCHREDM' TO WS-MAP-LOOKUP-SOURCE
           MOVE WS-VOUCHER-REDEEM-AMOUNT TO WS-JOURNAL-AMOUNT
           PERFORM 2100-WRITE-JOURNAL-LINE
           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE 'C' TO GL-CTL-TYPE
           MOVE WS-LINE-COUNT TO GL-CTL-DETAIL-COUNT
