      ******************************************************************
      * Copybook: ORDREC
      * Purpose:  Shared record layout for ORDERBOOK.txt, the working
      *           order book of client limit and stop orders. One row
      *           per order: a sequence number, the account, side,
      *           order type, symbol, shares, trigger price and the
      *           good-until date, and a status. A buy limit fires
      *           when the close is at or below the trigger, a sell
      *           limit at or above it; a buy stop fires at or above
      *           the trigger, a sell stop at or below it. Entered and
      *           cancelled in ORDER-MAINT; ORDER-EVAL checks the open
      *           orders against each evening's closing prices,
      *           stamping an order triggered (with the close it
      *           filled at) or expired once past its good-until
      *           date. Rows are kept after they close, as the record
      *           of what the client asked for and what happened.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 ORDER-BOOK-RECORD.
           05 ORD-NUMBER              PIC 9(5).
           05 ORD-ACCOUNT-ID          PIC X(8).
           05 ORD-SIDE                PIC X.
               88 ORD-BUY                 VALUE 'B'.
               88 ORD-SELL                VALUE 'S'.
           05 ORD-TYPE                PIC X.
               88 ORD-LIMIT               VALUE 'L'.
               88 ORD-STOP                VALUE 'S'.
           05 ORD-SYMBOL              PIC X(7).
           05 ORD-SHARES              PIC 9(5)V9999.
           05 ORD-TRIGGER-PRICE       PIC 9(6)V99.
           05 ORD-GOOD-UNTIL          PIC X(8).
           05 ORD-ENTERED-DATE        PIC X(8).
           05 ORD-STATUS              PIC X.
               88 ORD-OPEN                VALUE 'O'.
               88 ORD-TRIGGERED           VALUE 'T'.
               88 ORD-EXPIRED             VALUE 'E'.
               88 ORD-CANCELLED           VALUE 'C'.
           05 ORD-STATUS-DATE         PIC X(8).
           05 ORD-FILL-PRICE          PIC 9(6)V99.
           05 ORD-OPERATOR            PIC X(10).
