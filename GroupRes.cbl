      * Tectonics: cobc
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT Deposit rows write a blank voucher number.
      *   2026-10-15 LT Group deposits now record the tender they were
      *                 paid with (CA cash, DB debit, CR credit), so
      *                 the recon and card settlement see them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUP-RES.
       01 WS-DATE-INPUT           PIC X(8).
       01 WS-HEADS-INPUT          PIC 9(4).
       01 WS-DEPOSIT-INPUT        PIC 9(5)V99.
       01 WS-TENDER-CODE          PIC X(2) VALUE SPACES.
           88 DEPOSIT-TENDER-VALID     VALUE 'CA' 'DB' 'CR'.

       01 WS-RESERVATION-COUNT    PIC 9(3) VALUE 0.
       01 WS-RESERVATION-TABLE.
           END-IF.

       3100-POST-DEPOSIT.
           MOVE SPACES TO WS-TENDER-CODE
           PERFORM 3110-ASK-DEPOSIT-TENDER
               UNTIL DEPOSIT-TENDER-VALID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO TS-DATE
           MOVE WS-DEPOSIT-INPUT TO TS-PRICE
           MOVE WS-NUMBER-INPUT TO TS-PASS-NUMBER
           MOVE SPACES TO TS-SESSION
           MOVE SPACES TO TS-VOUCHER-NUMBER
           MOVE WS-TENDER-CODE TO TS-TENDER-1
           MOVE WS-DEPOSIT-INPUT TO TS-TENDER-1-AMOUNT
           MOVE SPACES TO TS-TENDER-2
           MOVE 0 TO TS-TENDER-2-AMOUNT
           WRITE TICKET-SALE-RECORD
           CLOSE TRANSACTION-FILE.

       3110-ASK-DEPOSIT-TENDER.
           DISPLAY 'Deposit tender (CA cash, DB debit, CR credit):'
           ACCEPT WS-TENDER-CODE
           IF NOT DEPOSIT-TENDER-VALID
               DISPLAY 'Invalid tender.'
           END-IF.

      ******************************************************************
      * A cancelled booking keeps its row -- the deposit already
      * balanced through the recon and the history says who never
