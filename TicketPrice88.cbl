      *                 one entry session or refused when it will
      *                 not fit, and the reservation flips to
      *                 redeemed.
      *   2026-10-15 LT Added gift vouchers: the VOUCHER entry path
      *                 sells a voucher onto the VOUCHERS.txt master
      *                 (twelve months' validity) with a type-G row,
      *                 and any ticket sale or group redemption may
      *                 then be paid with a voucher -- a used-up or
      *                 expired one is refused, a partial redemption
      *                 leaves the balance on the voucher, and a
      *                 type-R row records the amount redeemed.
      *   2026-10-15 LT The category price lookup is now an EVALUATE;
      *                 the old ELSE IF chain closed with one END-IF
      *                 swallowed the rest of the paragraph, so only
      *                 GROUP sales were ever priced and logged.
      *   2026-10-15 LT Every sale, void and voucher sale now
      *                 records its tender -- cash, debit, credit or
      *                 gift voucher -- and a sale may be split across
      *                 two tenders (SP). A voucher is taken as a
      *                 tender rather than asked for after the sale. A
      *                 group redemption applies the deposit head by
      *                 head (tender DP) and takes the balance on one
      *                 tender.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-PRICE-88.
           SELECT RESERVATION-FILE ASSIGN TO 'GROUPRES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATION-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO 'VOUCHERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESERVATION-FILE.
           COPY GRPREC.

       FD VOUCHER-FILE.
           COPY VOUCHREC.

       WORKING-STORAGE SECTION.
       01 WS-TOTAL-AMOUNT        PIC 9(5)V99 VALUE 0.
       01 WS-TICKET-PRICE        PIC 9(3)V99 VALUE 0.
       01 WS-RESV-SESSION        PIC X(4) VALUE SPACES.
       01 WS-HEAD-SUB            PIC 9(4) VALUE 0.

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
       01 WS-FACE-VALUE-INPUT    PIC 9(3)V99 VALUE 0.
       01 WS-VOUCHER-EXPIRY.
           05 WS-EXPIRY-YEAR         PIC 9(4).
           05 WS-EXPIRY-MMDD         PIC X(4).
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
       01 WS-GROUP-TENDER        PIC X(2) VALUE SPACES.
       01 WS-DEPOSIT-LEFT        PIC 9(7)V99 VALUE 0.
       01 WS-DEPOSIT-PART        PIC 9(3)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Operator ID:'
           PERFORM 908-LOAD-PASS-TABLE
           PERFORM 912-LOAD-SESSION-TABLE
           PERFORM 914-LOAD-RESERVATION-TABLE
           PERFORM 978-LOAD-VOUCHER-TABLE
           OPEN EXTEND TRANSACTION-FILE
           PERFORM UNTIL WS-ENTRY-CATEGORY = 'DONE'
               DISPLAY "Enter the category (FAMILY, ADULT, STUDENT, "
                   "YOUTH, CHILD, MILITARY, SENIOR, GROUP), PASS, "
                   "RESV, VOUCHER, VOID, or DONE to finish:"
               ACCEPT WS-ENTRY-CATEGORY
               EVALUATE WS-ENTRY-CATEGORY
                   WHEN 'DONE'
                       PERFORM 960-PASS-ENTRY
                   WHEN 'RESV'
                       PERFORM 970-REDEEM-RESERVATION
                   WHEN 'VOUCHER'
                       PERFORM 980-SELL-VOUCHER
                   WHEN OTHER
                       PERFORM 910-PRICE-ENTRY
               END-EVALUATE
       910-PRICE-ENTRY.
           MOVE 0 TO WS-TICKET-PRICE
           MOVE 'Y' TO WS-VALID-ENTRY
           EVALUATE TRUE
               WHEN FAMILY
                   MOVE CAT-PRICE(1) TO WS-TICKET-PRICE
               WHEN ADULT
                   MOVE CAT-PRICE(2) TO WS-TICKET-PRICE
               WHEN STUDENT
                   MOVE CAT-PRICE(3) TO WS-TICKET-PRICE
               WHEN YOUTH
                   MOVE CAT-PRICE(4) TO WS-TICKET-PRICE
               WHEN CHILD
                   MOVE CAT-PRICE(5) TO WS-TICKET-PRICE
               WHEN MILITARY
                   MOVE CAT-PRICE(6) TO WS-TICKET-PRICE
               WHEN SENIOR
                   MOVE CAT-PRICE(7) TO WS-TICKET-PRICE
               WHEN GROUP-RATE
                   MOVE CAT-PRICE(8) TO WS-TICKET-PRICE
               WHEN OTHER
                   DISPLAY 'Invalid category. Please enter again.'
                   MOVE 'N' TO WS-VALID-ENTRY
           END-EVALUATE
           IF WS-VALID-ENTRY = 'Y'
               PERFORM 915-PICK-SESSION
           END-IF
           IF WS-VALID-ENTRY = 'Y' AND WS-SESSION-OK = 'Y'
               MOVE WS-TICKET-PRICE TO WS-DISPLAY-PRICE
               DISPLAY 'Ticket price: ' WS-DISPLAY-PRICE
               MOVE WS-TICKET-PRICE TO WS-AMOUNT-DUE
               MOVE 'Y' TO WS-VOUCHER-TENDER-OK
               PERFORM 988-TAKE-TENDER
               ADD WS-TICKET-PRICE TO WS-TOTAL-AMOUNT
               PERFORM 930-UPDATE-CATEGORY-TOTALS
               PERFORM 940-LOG-TRANSACTION
               IF WS-TENDER-VOUCHER NOT = SPACES
                   PERFORM 985-REDEEM-VOUCHER
               END-IF
           END-IF.

       930-UPDATE-CATEGORY-TOTALS.
           MOVE WS-TICKET-PRICE TO TS-PRICE
           MOVE WS-PASS-NUMBER-INPUT TO TS-PASS-NUMBER
           MOVE WS-SESSION-INPUT TO TS-SESSION
           MOVE WS-LOG-VOUCHER TO TS-VOUCHER-NUMBER
           MOVE WS-LOG-TENDER-1 TO TS-TENDER-1
           MOVE WS-LOG-TENDER-1-AMOUNT TO TS-TENDER-1-AMOUNT
           MOVE WS-LOG-TENDER-2 TO TS-TENDER-2
           MOVE WS-LOG-TENDER-2-AMOUNT TO TS-TENDER-2-AMOUNT
           WRITE TICKET-SALE-RECORD
           MOVE SPACES TO WS-SESSION-INPUT
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
               IF WS-TODAY-SESSIONS > 0
                   DISPLAY 'Session of the voided sale (blank = '
                       'none):'
               PERFORM 973-PICK-GROUP-SESSION
           END-IF
           IF WS-SESSION-OK = 'Y'
               COMPUTE WS-AMOUNT-DUE =
                   RES-HEAD-COUNT(WS-RESERVATION-MATCH) * CAT-PRICE(8)
               IF WS-AMOUNT-DUE > RES-DEPOSIT(WS-RESERVATION-MATCH)
                   MOVE RES-DEPOSIT(WS-RESERVATION-MATCH) TO
                       WS-DEPOSIT-LEFT
                   SUBTRACT RES-DEPOSIT(WS-RESERVATION-MATCH)
                       FROM WS-AMOUNT-DUE
               ELSE
                   MOVE WS-AMOUNT-DUE TO WS-DEPOSIT-LEFT
                   MOVE 0 TO WS-AMOUNT-DUE
               END-IF
               MOVE SPACES TO WS-GROUP-TENDER
               MOVE SPACES TO WS-TENDER-VOUCHER
               IF WS-AMOUNT-DUE > 0
                   MOVE 'N' TO WS-TENDER-DONE
                   PERFORM 988E-GROUP-TENDER
                       UNTIL WS-TENDER-DONE = 'Y'
               END-IF
               MOVE 'GROUP' TO WS-ENTRY-CATEGORY
               PERFORM 974-SELL-ONE-HEAD
                   VARYING WS-HEAD-SUB FROM 1 BY 1
                   MOVE RES-DEPOSIT(WS-RESERVATION-MATCH) TO
                       WS-TICKET-PRICE
                   MOVE WS-RESV-SESSION TO WS-SESSION-INPUT
                   MOVE 'DP' TO WS-LOG-TENDER-1
                   MOVE WS-TICKET-PRICE TO WS-LOG-TENDER-1-AMOUNT
                   PERFORM 940-LOG-TRANSACTION
                   MOVE 'S' TO WS-LOG-TYPE
                   SUBTRACT RES-DEPOSIT(WS-RESERVATION-MATCH)
                       FROM WS-TOTAL-AMOUNT
               END-IF
               IF WS-TENDER-VOUCHER NOT = SPACES
                   MOVE WS-AMOUNT-DUE TO WS-REDEEM-AMOUNT
                   PERFORM 985-REDEEM-VOUCHER
               END-IF
               MOVE 'R' TO RES-STATUS(WS-RESERVATION-MATCH)
               PERFORM 976-SAVE-RESERVATION-FILE
               DISPLAY 'Group redeemed -- '
                   MOVE WS-SESSION-INPUT TO WS-RESV-SESSION
           END-EVALUATE.

      ******************************************************************
      * The deposit already taken is applied head by head until it
      * runs out (tender DP); whatever each head still costs after
      * that is taken on the tender the balance was paid with.
      ******************************************************************
       974-SELL-ONE-HEAD.
           MOVE 'GROUP' TO WS-ENTRY-CATEGORY
           MOVE CAT-PRICE(8) TO WS-TICKET-PRICE
           ADD WS-TICKET-PRICE TO WS-TOTAL-AMOUNT
           PERFORM 930-UPDATE-CATEGORY-TOTALS
           MOVE WS-RESV-SESSION TO WS-SESSION-INPUT
           IF WS-DEPOSIT-LEFT < WS-TICKET-PRICE
               MOVE WS-DEPOSIT-LEFT TO WS-DEPOSIT-PART
           ELSE
               MOVE WS-TICKET-PRICE TO WS-DEPOSIT-PART
           END-IF
           SUBTRACT WS-DEPOSIT-PART FROM WS-DEPOSIT-LEFT
           EVALUATE TRUE
               WHEN WS-TICKET-PRICE = 0
                   CONTINUE
               WHEN WS-DEPOSIT-PART = WS-TICKET-PRICE
                   MOVE 'DP' TO WS-LOG-TENDER-1
                   MOVE WS-TICKET-PRICE TO WS-LOG-TENDER-1-AMOUNT
               WHEN WS-DEPOSIT-PART = 0
                   MOVE WS-GROUP-TENDER TO WS-LOG-TENDER-1
                   MOVE WS-TICKET-PRICE TO WS-LOG-TENDER-1-AMOUNT
               WHEN OTHER
                   MOVE 'DP' TO WS-LOG-TENDER-1
                   MOVE WS-DEPOSIT-PART TO WS-LOG-TENDER-1-AMOUNT
                   MOVE WS-GROUP-TENDER TO WS-LOG-TENDER-2
                   COMPUTE WS-LOG-TENDER-2-AMOUNT =
                       WS-TICKET-PRICE - WS-DEPOSIT-PART
           END-EVALUATE
           PERFORM 940-LOG-TRANSACTION.

       976-SAVE-RESERVATION-FILE.
           MOVE RES-STATUS(RESX) TO GR-STATUS
           WRITE GROUP-RESERVATION-RECORD.

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

      ******************************************************************
      * Gift voucher sale: the number comes off the pre-printed
      * voucher stock, so a number already on file is refused. The
      * voucher runs twelve months from today and the sale is a
      * type-G row -- cash into the drawer, but a liability rather
      * than ticket revenue until the voucher is spent.
      ******************************************************************
       980-SELL-VOUCHER.
           DISPLAY 'Voucher number:'
           ACCEPT WS-VOUCHER-INPUT
           PERFORM 981-FIND-VOUCHER
           EVALUATE TRUE
               WHEN WS-VOUCHER-INPUT = SPACES
                   DISPLAY 'Voucher number cannot be blank; nothing '
                       'sold.'
               WHEN WS-VOUCHER-MATCH > 0
                   DISPLAY 'Voucher number already on file; nothing '
                       'sold.'
               WHEN WS-VOUCHER-COUNT NOT < 9999
                   DISPLAY 'Voucher file is full; nothing sold.'
               WHEN OTHER
                   PERFORM 980A-ISSUE-VOUCHER
           END-EVALUATE
           MOVE SPACES TO WS-VOUCHER-INPUT.

       980A-ISSUE-VOUCHER.
           DISPLAY 'Face value:'
           ACCEPT WS-FACE-VALUE-INPUT
           IF WS-FACE-VALUE-INPUT NOT NUMERIC
               OR WS-FACE-VALUE-INPUT = 0
               DISPLAY 'Invalid face value; nothing sold.'
           ELSE
               MOVE WS-TODAY TO WS-VOUCHER-EXPIRY
               ADD 1 TO WS-EXPIRY-YEAR
               IF WS-EXPIRY-MMDD = '0229'
                   MOVE '0228' TO WS-EXPIRY-MMDD
               END-IF
               ADD 1 TO WS-VOUCHER-COUNT
               SET VCX TO WS-VOUCHER-COUNT
               MOVE WS-VOUCHER-INPUT TO VCH-NUMBER(VCX)
               MOVE WS-FACE-VALUE-INPUT TO VCH-FACE-VALUE(VCX)
               MOVE WS-FACE-VALUE-INPUT TO VCH-BALANCE(VCX)
               MOVE WS-TODAY TO VCH-ISSUE-DATE(VCX)
               MOVE WS-VOUCHER-EXPIRY TO VCH-EXPIRY-DATE(VCX)
               MOVE 'A' TO VCH-STATUS(VCX)
               PERFORM 986-SAVE-VOUCHER-FILE
               MOVE WS-FACE-VALUE-INPUT TO WS-AMOUNT-DUE
               MOVE 'N' TO WS-VOUCHER-TENDER-OK
               PERFORM 988-TAKE-TENDER
               MOVE 'G' TO WS-LOG-TYPE
               MOVE 'VOUCHER' TO WS-ENTRY-CATEGORY
               MOVE WS-FACE-VALUE-INPUT TO WS-TICKET-PRICE
               MOVE WS-VOUCHER-INPUT TO WS-LOG-VOUCHER
               PERFORM 940-LOG-TRANSACTION
               MOVE 'S' TO WS-LOG-TYPE
               ADD WS-FACE-VALUE-INPUT TO WS-TOTAL-AMOUNT
               MOVE WS-FACE-VALUE-INPUT TO WS-DISPLAY-PRICE
               DISPLAY 'Voucher ' WS-VOUCHER-INPUT ' sold at '
                   WS-DISPLAY-PRICE ', expires ' WS-VOUCHER-EXPIRY
                   '.'
           END-IF.

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
           DISPLAY 'Gift voucher number:'
           ACCEPT WS-VOUCHER-INPUT
           PERFORM 981-FIND-VOUCHER
           EVALUATE TRUE
               WHEN WS-VOUCHER-MATCH = 0
                   DISPLAY 'Voucher not on file; voucher refused.'
                   MOVE 'N' TO WS-TENDER-OK
               WHEN VCH-STATUS(WS-VOUCHER-MATCH) NOT = 'A'
                   OR VCH-BALANCE(WS-VOUCHER-MATCH) = 0
                   DISPLAY 'Voucher is used up; voucher refused.'
                   MOVE 'N' TO WS-TENDER-OK
               WHEN VCH-EXPIRY-DATE(WS-VOUCHER-MATCH) < WS-TODAY
                   DISPLAY 'Voucher expired '
                       VCH-EXPIRY-DATE(WS-VOUCHER-MATCH)
                       '; voucher refused.'
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
           DISPLAY 'Voucher pays ' WS-DISPLAY-PRICE
           MOVE VCH-BALANCE(WS-VOUCHER-MATCH) TO WS-DISPLAY-PRICE
           DISPLAY 'Balance left on voucher: ' WS-DISPLAY-PRICE
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
      * a gift voucher (not for buying a voucher), or SP to split the
      * sale across two tenders. A voucher that does not cover the
      * whole amount leaves the rest to a second tender.
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
           DISPLAY 'Tender (CA cash, DB debit, CR credit, VO voucher, '
               'SP split):'
           ACCEPT WS-TENDER-CODE
           IF WS-TENDER-CODE = 'SP'
               MOVE 'Y' TO WS-SPLIT-WANTED
               DISPLAY 'First tender (CA, DB, CR, VO):'
               ACCEPT WS-TENDER-CODE
           END-IF
           PERFORM 988C-CHECK-TENDER
           IF WS-TENDER-OK = 'Y'
               MOVE WS-AMOUNT-DUE TO WS-TENDER-AMOUNT
               IF WS-SPLIT-WANTED = 'Y' AND NOT TENDER-VOUCHER
                   DISPLAY 'Amount on ' WS-TENDER-CODE ':'
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
           DISPLAY 'Still due ' WS-DISPLAY-PRICE
               ' -- second tender (CA, DB, CR, VO):'
           ACCEPT WS-TENDER-CODE
           IF WS-TENDER-CODE = WS-LOG-TENDER-1
               DISPLAY 'Second tender must differ from the first.'
           ELSE
               PERFORM 988C-CHECK-TENDER
               IF WS-TENDER-OK = 'Y' AND TENDER-VOUCHER
                   AND VCH-BALANCE(WS-VOUCHER-MATCH) < WS-TENDER-AMOUNT
                   DISPLAY 'Voucher does not cover the rest; choose '
                       'another tender.'
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
                   DISPLAY 'Invalid tender.'
                   MOVE 'N' TO WS-TENDER-OK
               WHEN TENDER-VOUCHER AND WS-VOUCHER-TENDER-OK = 'N'
                   DISPLAY 'A gift voucher cannot pay for a voucher.'
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
           DISPLAY 'Refund tender (CA cash, DB debit, CR credit):'
           ACCEPT WS-TENDER-CODE
           IF NOT REFUND-TENDER-VALID
               DISPLAY 'Invalid tender.'
           END-IF.

      ******************************************************************
      * A group's balance after its deposit is taken on one tender; a
      * gift voucher must cover the whole balance.
      ******************************************************************
       988E-GROUP-TENDER.
           MOVE 'Y' TO WS-VOUCHER-TENDER-OK
           MOVE WS-AMOUNT-DUE TO WS-DISPLAY-SUBTOTAL
           DISPLAY 'Group balance due ' WS-DISPLAY-SUBTOTAL
               ' -- tender (CA, DB, CR, VO):'
           ACCEPT WS-TENDER-CODE
           PERFORM 988C-CHECK-TENDER
           IF WS-TENDER-OK = 'Y' AND TENDER-VOUCHER
               AND VCH-BALANCE(WS-VOUCHER-MATCH) < WS-AMOUNT-DUE
               DISPLAY 'Voucher does not cover the group balance; '
                   'choose another tender.'
               MOVE SPACES TO WS-TENDER-VOUCHER
               MOVE 'N' TO WS-TENDER-OK
           END-IF
           IF WS-TENDER-OK = 'Y'
               MOVE WS-TENDER-CODE TO WS-GROUP-TENDER
               MOVE 'Y' TO WS-TENDER-DONE
           END-IF.

       920-DISPLAY-CATEGORY-BREAKDOWN.
           MOVE CAT-SUBTOTAL(IDX-CAT) TO WS-DISPLAY-SUBTOTAL
           DISPLAY CAT-NAME(IDX-CAT) SPACE
