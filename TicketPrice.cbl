      *                 cancelled passes are refused, and an accepted
      *                 visit is logged at zero price with the pass
      *                 number for the usage report.
      *   2026-10-15 LT Every sale and void now records its tender
      *                 -- cash, debit, credit or a gift voucher off
      *                 the VOUCHERS.txt master -- and a sale may be
      *                 split across two tenders (SP). A voucher pays
      *                 up to its balance and is drawn down with a
      *                 type-R row; a void is refunded on one tender.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TicketPricingWithout88.
           SELECT PASS-FILE ASSIGN TO 'PASSES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASS-FILE-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO 'VOUCHERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PASS-FILE.
           COPY PASSREC.

       FD VOUCHER-FILE.
           COPY VOUCHREC.

       WORKING-STORAGE SECTION.
           01 WS-TOTAL-AMOUNT        PIC 9(5)V99 VALUE 0.
           01 WS-ENTRY-CATEGORY      PIC X(10).
                   10 PASS-ENTRY-EXPIRY   PIC X(8).
                   10 PASS-ENTRY-STATUS   PIC X.

           01 WS-VOUCHER-STATUS      PIC X(2) VALUE '00'.
               88 VOUCHER-FILE-OK         VALUE '00'.
           01 WS-END-OF-VOUCHERS     PIC X VALUE 'N'.
               88 NO-MORE-VOUCHERS        VALUE 'Y'.
           01 WS-VOUCHER-COUNT       PIC 9(4) VALUE 0.
           01 WS-VOUCHER-TABLE.
               05 VCH-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-VOUCHER-COUNT
                   INDEXED BY VCX.
                   10 VCH-NUMBER          PIC X(8).
                   10 VCH-FACE-VALUE      PIC 9(3)V99.
                   10 VCH-BALANCE         PIC 9(3)V99.
                   10 VCH-ISSUE-DATE      PIC X(8).
                   10 VCH-EXPIRY-DATE     PIC X(8).
                   10 VCH-STATUS          PIC X.
           01 WS-VOUCHER-MATCH       PIC 9(4) VALUE 0.
           01 WS-VOUCHER-INPUT       PIC X(8) VALUE SPACES.
           01 WS-AMOUNT-DUE          PIC 9(7)V99 VALUE 0.
           01 WS-REDEEM-AMOUNT       PIC 9(3)V99 VALUE 0.
           01 WS-LOG-VOUCHER         PIC X(8) VALUE SPACES.

           01 WS-TENDER-CODE         PIC X(2) VALUE SPACES.
               88 TENDER-VOUCHER          VALUE 'VO'.
               88 TENDER-VALID            VALUE 'CA' 'DB' 'CR' 'VO'.
               88 REFUND-TENDER-VALID     VALUE 'CA' 'DB' 'CR'.
           01 WS-TENDER-OK           PIC X VALUE 'Y'.
           01 WS-TENDER-DONE         PIC X VALUE 'N'.
           01 WS-SPLIT-WANTED        PIC X VALUE 'N'.
           01 WS-VOUCHER-TENDER-OK   PIC X VALUE 'Y'.
           01 WS-TENDER-VOUCHER      PIC X(8) VALUE SPACES.
           01 WS-TENDER-AMOUNT       PIC 9(7)V99 VALUE 0.
           01 WS-TENDER-AMOUNT-INPUT PIC 9(5)V99 VALUE 0.
           01 WS-LOG-TENDER-1        PIC X(2) VALUE SPACES.
           01 WS-LOG-TENDER-1-AMOUNT PIC 9(3)V99 VALUE 0.
           01 WS-LOG-TENDER-2        PIC X(2) VALUE SPACES.
           01 WS-LOG-TENDER-2-AMOUNT PIC 9(3)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Operator ID:"
           PERFORM 900-SETUP-CATEGORY-TABLE
           PERFORM 905-LOAD-RATE-TABLE
           PERFORM 908-LOAD-PASS-TABLE
           PERFORM 978-LOAD-VOUCHER-TABLE
           OPEN EXTEND TRANSACTION-FILE
           PERFORM UNTIL WS-ENTRY-CATEGORY = 'DONE'
               DISPLAY "Enter the category (FAMILY, ADULT, STUDENT, YOU
           IF WS-VALID-ENTRY = 'Y'
               MOVE WS-TICKET-PRICE TO WS-DISPLAY-PRICE
               DISPLAY "Ticket price: " WS-DISPLAY-PRICE
               MOVE WS-TICKET-PRICE TO WS-AMOUNT-DUE
               PERFORM 988-TAKE-TENDER
               ADD WS-TICKET-PRICE TO WS-TOTAL-AMOUNT
               PERFORM 930-UPDATE-CATEGORY-TOTALS
               PERFORM 940-LOG-TRANSACTION
               IF WS-TENDER-VOUCHER NOT = SPACES
                   PERFORM 985-REDEEM-VOUCHER
               END-IF
           END-IF.

       930-UPDATE-CATEGORY-TOTALS.
           MOVE WS-ENTRY-CATEGORY TO TS-CATEGORY
           MOVE WS-TICKET-PRICE TO TS-PRICE
           MOVE WS-PASS-NUMBER-INPUT TO TS-PASS-NUMBER
           MOVE SPACES TO TS-SESSION
           MOVE WS-LOG-VOUCHER TO TS-VOUCHER-NUMBER
           MOVE WS-LOG-TENDER-1 TO TS-TENDER-1
           MOVE WS-LOG-TENDER-1-AMOUNT TO TS-TENDER-1-AMOUNT
           MOVE WS-LOG-TENDER-2 TO TS-TENDER-2
           MOVE WS-LOG-TENDER-2-AMOUNT TO TS-TENDER-2-AMOUNT
           WRITE TICKET-SALE-RECORD
           MOVE SPACES TO WS-LOG-VOUCHER
           MOVE SPACES TO WS-LOG-TENDER-1
           MOVE 0 TO WS-LOG-TENDER-1-AMOUNT
           MOVE SPACES TO WS-LOG-TENDER-2
           MOVE 0 TO WS-LOG-TENDER-2-AMOUNT.

       908-LOAD-PASS-TABLE.
           OPEN INPUT PASS-FILE
               END-IF
               SUBTRACT WS-TICKET-PRICE FROM
                   CAT-SUBTOTAL(WS-CAT-MATCH)
               PERFORM 988D-REFUND-TENDER
               MOVE 'V' TO WS-LOG-TYPE
               PERFORM 940-LOG-TRANSACTION
               MOVE 'S' TO WS-LOG-TYPE
                   WS-DISPLAY-PRICE
           END-IF.

       978-LOAD-VOUCHER-TABLE.
           OPEN INPUT VOUCHER-FILE
           IF NOT VOUCHER-FILE-OK
               MOVE 'Y' TO WS-END-OF-VOUCHERS
           ELSE
               PERFORM 978A-READ-VOUCHER-ROW
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
                   MOVE VC-STATUS TO VCH-STATUS(VCX)
               END-IF
               PERFORM 978A-READ-VOUCHER-ROW
           END-PERFORM
           IF VOUCHER-FILE-OK OR WS-VOUCHER-STATUS = '10'
               CLOSE VOUCHER-FILE
           END-IF.

       978A-READ-VOUCHER-ROW.
           READ VOUCHER-FILE
               AT END MOVE 'Y' TO WS-END-OF-VOUCHERS.

       981-FIND-VOUCHER.
           MOVE 0 TO WS-VOUCHER-MATCH
           PERFORM 981A-MATCH-ONE-VOUCHER
               VARYING VCX FROM 1 BY 1
               UNTIL VCX > WS-VOUCHER-COUNT
                   OR WS-VOUCHER-MATCH > 0.

       981A-MATCH-ONE-VOUCHER.
           IF VCH-NUMBER(VCX) = WS-VOUCHER-INPUT
               SET WS-VOUCHER-MATCH TO VCX
           END-IF.

      ******************************************************************
      * A gift voucher offered as a tender. A used-up or expired
      * voucher is refused and the operator asked for another
      * tender; an accepted one is held until the sale is logged.
      ******************************************************************
       984-ACCEPT-VOUCHER-TENDER.
           DISPLAY "Gift voucher number:"
           ACCEPT WS-VOUCHER-INPUT
           PERFORM 981-FIND-VOUCHER
           EVALUATE TRUE
               WHEN WS-VOUCHER-MATCH = 0
                   DISPLAY "Voucher not on file; voucher refused."
                   MOVE 'N' TO WS-TENDER-OK
               WHEN VCH-STATUS(WS-VOUCHER-MATCH) NOT = 'A'
                   OR VCH-BALANCE(WS-VOUCHER-MATCH) = 0
                   DISPLAY "Voucher is used up; voucher refused."
                   MOVE 'N' TO WS-TENDER-OK
               WHEN VCH-EXPIRY-DATE(WS-VOUCHER-MATCH) < WS-TODAY
                   DISPLAY "Voucher expired "
                       VCH-EXPIRY-DATE(WS-VOUCHER-MATCH)
                       "; voucher refused."
                   MOVE 'N' TO WS-TENDER-OK
               WHEN OTHER
                   MOVE WS-VOUCHER-INPUT TO WS-TENDER-VOUCHER
           END-EVALUATE
           MOVE SPACES TO WS-VOUCHER-INPUT.

      ******************************************************************
      * The voucher tender is drawn down by the amount it paid, what
      * is left stays on the voucher for next time, and a type-R row
      * records the redemption on the voucher's own ledger.
      ******************************************************************
       985-REDEEM-VOUCHER.
           SUBTRACT WS-REDEEM-AMOUNT FROM VCH-BALANCE(WS-VOUCHER-MATCH)
           IF VCH-BALANCE(WS-VOUCHER-MATCH) = 0
               MOVE 'U' TO VCH-STATUS(WS-VOUCHER-MATCH)
           END-IF
           PERFORM 986-SAVE-VOUCHER-FILE
           MOVE 'R' TO WS-LOG-TYPE
           MOVE 'VOUCHER' TO WS-ENTRY-CATEGORY
           MOVE WS-REDEEM-AMOUNT TO WS-TICKET-PRICE
           MOVE WS-TENDER-VOUCHER TO WS-LOG-VOUCHER
           PERFORM 940-LOG-TRANSACTION
           MOVE 'S' TO WS-LOG-TYPE
           SUBTRACT WS-REDEEM-AMOUNT FROM WS-TOTAL-AMOUNT
           MOVE WS-REDEEM-AMOUNT TO WS-DISPLAY-PRICE
           DISPLAY "Voucher pays " WS-DISPLAY-PRICE
           MOVE VCH-BALANCE(WS-VOUCHER-MATCH) TO WS-DISPLAY-PRICE
           DISPLAY "Balance left on voucher: " WS-DISPLAY-PRICE
           MOVE SPACES TO WS-TENDER-VOUCHER.

       986-SAVE-VOUCHER-FILE.
           OPEN OUTPUT VOUCHER-FILE
           PERFORM 987-WRITE-ONE-VOUCHER
               VARYING VCX FROM 1 BY 1
               UNTIL VCX > WS-VOUCHER-COUNT
           CLOSE VOUCHER-FILE.

       987-WRITE-ONE-VOUCHER.
           MOVE VCH-NUMBER(VCX) TO VC-VOUCHER-NUMBER
           MOVE VCH-FACE-VALUE(VCX) TO VC-FACE-VALUE
           MOVE VCH-BALANCE(VCX) TO VC-BALANCE
           MOVE VCH-ISSUE-DATE(VCX) TO VC-ISSUE-DATE
           MOVE VCH-EXPIRY-DATE(VCX) TO VC-EXPIRY-DATE
           MOVE VCH-STATUS(VCX) TO VC-STATUS
           WRITE GIFT-VOUCHER-RECORD.

      ******************************************************************
      * How the amount due is paid: cash, debit card, credit card or
      * a gift voucher, or SP to split the sale across two tenders.
      * A voucher that does not cover the whole amount leaves the
      * rest to a second tender.
      ******************************************************************
       988-TAKE-TENDER.
           MOVE SPACES TO WS-LOG-TENDER-1
           MOVE 0 TO WS-LOG-TENDER-1-AMOUNT
           MOVE SPACES TO WS-LOG-TENDER-2
           MOVE 0 TO WS-LOG-TENDER-2-AMOUNT
           MOVE SPACES TO WS-TENDER-VOUCHER
           MOVE 0 TO WS-REDEEM-AMOUNT
           IF WS-AMOUNT-DUE > 0
               MOVE 'N' TO WS-TENDER-DONE
               PERFORM 988A-FIRST-TENDER
                   UNTIL WS-TENDER-DONE = 'Y'
               IF WS-LOG-TENDER-1-AMOUNT < WS-AMOUNT-DUE
                   MOVE 'N' TO WS-TENDER-DONE
                   PERFORM 988B-SECOND-TENDER
                       UNTIL WS-TENDER-DONE = 'Y'
               END-IF
           END-IF.

       988A-FIRST-TENDER.
           MOVE 'N' TO WS-SPLIT-WANTED
           DISPLAY "Tender (CA cash, DB debit, CR credit, VO voucher, "
               "SP split):"
           ACCEPT WS-TENDER-CODE
           IF WS-TENDER-CODE = 'SP'
               MOVE 'Y' TO WS-SPLIT-WANTED
               DISPLAY "First tender (CA, DB, CR, VO):"
               ACCEPT WS-TENDER-CODE
           END-IF
           PERFORM 988C-CHECK-TENDER
           IF WS-TENDER-OK = 'Y'
               MOVE WS-AMOUNT-DUE TO WS-TENDER-AMOUNT
               IF WS-SPLIT-WANTED = 'Y' AND NOT TENDER-VOUCHER
                   DISPLAY "Amount on " WS-TENDER-CODE ":"
                   ACCEPT WS-TENDER-AMOUNT-INPUT
                   IF WS-TENDER-AMOUNT-INPUT NUMERIC
                       AND WS-TENDER-AMOUNT-INPUT > 0
                       AND WS-TENDER-AMOUNT-INPUT < WS-AMOUNT-DUE
                       MOVE WS-TENDER-AMOUNT-INPUT TO WS-TENDER-AMOUNT
                   END-IF
               END-IF
               IF TENDER-VOUCHER
                   AND VCH-BALANCE(WS-VOUCHER-MATCH) < WS-TENDER-AMOUNT
                   MOVE VCH-BALANCE(WS-VOUCHER-MATCH) TO
                       WS-TENDER-AMOUNT
               END-IF
               IF TENDER-VOUCHER
                   MOVE WS-TENDER-AMOUNT TO WS-REDEEM-AMOUNT
               END-IF
               MOVE WS-TENDER-CODE TO WS-LOG-TENDER-1
               MOVE WS-TENDER-AMOUNT TO WS-LOG-TENDER-1-AMOUNT
               MOVE 'Y' TO WS-TENDER-DONE
           END-IF.

       988B-SECOND-TENDER.
           COMPUTE WS-TENDER-AMOUNT =
               WS-AMOUNT-DUE - WS-LOG-TENDER-1-AMOUNT
           MOVE WS-TENDER-AMOUNT TO WS-DISPLAY-PRICE
           DISPLAY "Still due " WS-DISPLAY-PRICE
               " -- second tender (CA, DB, CR, VO):"
           ACCEPT WS-TENDER-CODE
           IF WS-TENDER-CODE = WS-LOG-TENDER-1
               DISPLAY "Second tender must differ from the first."
           ELSE
               PERFORM 988C-CHECK-TENDER
               IF WS-TENDER-OK = 'Y' AND TENDER-VOUCHER
                   AND VCH-BALANCE(WS-VOUCHER-MATCH) < WS-TENDER-AMOUNT
                   DISPLAY "Voucher does not cover the rest; choose "
                       "another tender."
                   MOVE SPACES TO WS-TENDER-VOUCHER
                   MOVE 'N' TO WS-TENDER-OK
               END-IF
               IF WS-TENDER-OK = 'Y'
                   IF TENDER-VOUCHER
                       MOVE WS-TENDER-AMOUNT TO WS-REDEEM-AMOUNT
                   END-IF
                   MOVE WS-TENDER-CODE TO WS-LOG-TENDER-2
                   MOVE WS-TENDER-AMOUNT TO WS-LOG-TENDER-2-AMOUNT
                   MOVE 'Y' TO WS-TENDER-DONE
               END-IF
           END-IF.

       988C-CHECK-TENDER.
           MOVE 'Y' TO WS-TENDER-OK
           EVALUATE TRUE
               WHEN NOT TENDER-VALID
                   DISPLAY "Invalid tender."
                   MOVE 'N' TO WS-TENDER-OK
               WHEN TENDER-VOUCHER AND WS-VOUCHER-TENDER-OK = 'N'
                   DISPLAY "A gift voucher cannot pay for a voucher."
                   MOVE 'N' TO WS-TENDER-OK
               WHEN TENDER-VOUCHER
                   PERFORM 984-ACCEPT-VOUCHER-TENDER
           END-EVALUATE.

      ******************************************************************
      * A void is refunded whole on one tender -- cash, or back to
      * the debit or credit card it was paid on.
      ******************************************************************
       988D-REFUND-TENDER.
           MOVE SPACES TO WS-TENDER-CODE
           PERFORM 988F-ASK-REFUND-TENDER
               UNTIL REFUND-TENDER-VALID
           MOVE WS-TENDER-CODE TO WS-LOG-TENDER-1
           MOVE WS-TICKET-PRICE TO WS-LOG-TENDER-1-AMOUNT.

       988F-ASK-REFUND-TENDER.
           DISPLAY "Refund tender (CA cash, DB debit, CR credit):"
           ACCEPT WS-TENDER-CODE
           IF NOT REFUND-TENDER-VALID
               DISPLAY "Invalid tender."
           END-IF.

       920-DISPLAY-CATEGORY-BREAKDOWN.
           MOVE CAT-SUBTOTAL(IDX-CAT) TO WS-DISPLAY-SUBTOTAL
           DISPLAY CAT-NAME(IDX-CAT) SPACE
