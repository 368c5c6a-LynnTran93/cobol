      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Working order book maintenance -- enter, cancel and
      *          list the clients' limit and stop orders on
      *          ORDERBOOK.txt (see the shared ORDREC copybook) in the
      *          style of WATCH-MAINT, instead of the instructions
      *          living on sticky notes. An order is an account, a
      *          side, a type (limit or stop), a symbol on the STOCKS
      *          master, a share count, a trigger price and a
      *          good-until date; ORDER-EVAL checks the open orders
      *          after each evening's price load.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKFILE ASSIGN TO 'C:\STOCKS.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCKSYMBOL
               FILE STATUS IS WS-STOCKFILE-STATUS.
           SELECT ORDER-BOOK-FILE ASSIGN TO "../ORDERBOOK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKFILE.
           COPY STOCKREC.

       FD ORDER-BOOK-FILE.
           COPY ORDREC.

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
       01 WS-ORDER-FILE-STATUS    PIC X(2) VALUE '00'.
           88 ORDER-FILE-OK            VALUE '00'.
       01 WS-END-OF-ORDERS        PIC X VALUE 'N'.
           88 NO-MORE-ORDER-RECORD     VALUE 'Y'.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-END-OF-ACCOUNTS      PIC X VALUE 'N'.
           88 NO-MORE-ACCOUNT-RECORD   VALUE 'Y'.

       01 WS-MENU-CHOICE          PIC X.
           88 MENU-ADD                 VALUE 'A' 'a'.
           88 MENU-CANCEL              VALUE 'C' 'c'.
           88 MENU-LIST                VALUE 'L' 'l'.
           88 MENU-QUIT                VALUE 'Q' 'q'.
       01 WS-VALID-ENTRY          PIC X VALUE 'Y'.
           88 ENTRY-VALID               VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
       01 WS-ACCOUNT-INPUT        PIC X(8).
       01 WS-SIDE-INPUT           PIC X.
       01 WS-TYPE-INPUT           PIC X.
       01 WS-SYMBOL-INPUT         PIC X(7).
       01 WS-SHARES-INPUT         PIC 9(5)V9999.
       01 WS-TRIGGER-INPUT        PIC 9(6)V99.
       01 WS-GOOD-UNTIL-INPUT     PIC X(8).
       01 WS-ORDER-NUMBER-INPUT   PIC 9(5).
       01 WS-NEXT-ORDER-NUMBER    PIC 9(5) VALUE 0.
       01 WS-ORDER-MATCH          PIC 9(4) VALUE 0.

       01 WS-ORDER-COUNT          PIC 9(4) VALUE 0.
       01 WS-ORDER-TABLE.
           05 ORB-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-ORDER-COUNT
               INDEXED BY ORBX.
               10 ORB-NUMBER          PIC 9(5).
               10 ORB-ACCOUNT-ID      PIC X(8).
               10 ORB-SIDE            PIC X.
               10 ORB-TYPE            PIC X.
               10 ORB-SYMBOL          PIC X(7).
               10 ORB-SHARES          PIC 9(5)V9999.
               10 ORB-TRIGGER-PRICE   PIC 9(6)V99.
               10 ORB-GOOD-UNTIL      PIC X(8).
               10 ORB-ENTERED-DATE    PIC X(8).
               10 ORB-STATUS          PIC X.
               10 ORB-STATUS-DATE     PIC X(8).
               10 ORB-FILL-PRICE      PIC 9(6)V99.
               10 ORB-OPERATOR        PIC X(10).

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACTX.
               10 ACCT-ENTRY-ID       PIC X(8).
               10 ACCT-ENTRY-STATUS   PIC X.
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY 'Operator ID:'
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT STOCKFILE
           PERFORM 1000-LOAD-ACCOUNT-TABLE
           PERFORM 1100-LOAD-ORDER-TABLE
           PERFORM 2000-MAIN-MENU UNTIL MENU-QUIT
           CLOSE STOCKFILE
           GOBACK.

       1000-LOAD-ACCOUNT-TABLE.
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-ACCOUNTS
           ELSE
               PERFORM 1010-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-ACCOUNT-RECORD
               IF WS-ACCOUNT-COUNT < 999
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET ACTX TO WS-ACCOUNT-COUNT
                   MOVE ACCT-ID TO ACCT-ENTRY-ID(ACTX)
                   MOVE ACCT-STATUS TO ACCT-ENTRY-STATUS(ACTX)
               END-IF
               PERFORM 1010-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       1010-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-ACCOUNTS.

       1100-LOAD-ORDER-TABLE.
           OPEN INPUT ORDER-BOOK-FILE
           IF NOT ORDER-FILE-OK
               MOVE 'Y' TO WS-END-OF-ORDERS
           ELSE
               PERFORM 1110-READ-ORDER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-ORDER-RECORD
               IF WS-ORDER-COUNT < 9999
                   ADD 1 TO WS-ORDER-COUNT
                   SET ORBX TO WS-ORDER-COUNT
                   MOVE ORD-NUMBER TO ORB-NUMBER(ORBX)
                   MOVE ORD-ACCOUNT-ID TO ORB-ACCOUNT-ID(ORBX)
                   MOVE ORD-SIDE TO ORB-SIDE(ORBX)
                   MOVE ORD-TYPE TO ORB-TYPE(ORBX)
                   MOVE ORD-SYMBOL TO ORB-SYMBOL(ORBX)
                   MOVE ORD-SHARES TO ORB-SHARES(ORBX)
                   MOVE ORD-TRIGGER-PRICE TO ORB-TRIGGER-PRICE(ORBX)
                   MOVE ORD-GOOD-UNTIL TO ORB-GOOD-UNTIL(ORBX)
                   MOVE ORD-ENTERED-DATE TO ORB-ENTERED-DATE(ORBX)
                   MOVE ORD-STATUS TO ORB-STATUS(ORBX)
                   MOVE ORD-STATUS-DATE TO ORB-STATUS-DATE(ORBX)
                   MOVE ORD-FILL-PRICE TO ORB-FILL-PRICE(ORBX)
                   MOVE ORD-OPERATOR TO ORB-OPERATOR(ORBX)
                   IF ORD-NUMBER NUMERIC
                       AND ORD-NUMBER > WS-NEXT-ORDER-NUMBER
                       MOVE ORD-NUMBER TO WS-NEXT-ORDER-NUMBER
                   END-IF
               END-IF
               PERFORM 1110-READ-ORDER-ROW
           END-PERFORM
           IF ORDER-FILE-OK OR WS-ORDER-FILE-STATUS = '10'
               CLOSE ORDER-BOOK-FILE
           END-IF.

       1110-READ-ORDER-ROW.
           READ ORDER-BOOK-FILE
               AT END MOVE 'Y' TO WS-END-OF-ORDERS.

       2000-MAIN-MENU.
           DISPLAY '------------------------------------------------'
           DISPLAY '(A)dd order  (C)ancel order  (L)ist open  (Q)uit'
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN MENU-ADD
                   PERFORM 3000-ADD-ORDER
               WHEN MENU-CANCEL
                   PERFORM 4000-CANCEL-ORDER
               WHEN MENU-LIST
                   PERFORM 5000-LIST-OPEN-ORDERS
               WHEN MENU-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice. Enter A, C, L, or Q.'
           END-EVALUATE.

       3000-ADD-ORDER.
           PERFORM 6000-ACCEPT-ORDER-FIELDS
           IF ENTRY-VALID AND WS-ORDER-COUNT NOT < 9999
               DISPLAY 'Error: order book is full.'
               MOVE 'N' TO WS-VALID-ENTRY
           END-IF
           IF ENTRY-VALID
               ADD 1 TO WS-NEXT-ORDER-NUMBER
               ADD 1 TO WS-ORDER-COUNT
               SET ORBX TO WS-ORDER-COUNT
               MOVE WS-NEXT-ORDER-NUMBER TO ORB-NUMBER(ORBX)
               MOVE WS-ACCOUNT-INPUT TO ORB-ACCOUNT-ID(ORBX)
               MOVE WS-SIDE-INPUT TO ORB-SIDE(ORBX)
               MOVE WS-TYPE-INPUT TO ORB-TYPE(ORBX)
               MOVE WS-SYMBOL-INPUT TO ORB-SYMBOL(ORBX)
               MOVE WS-SHARES-INPUT TO ORB-SHARES(ORBX)
               MOVE WS-TRIGGER-INPUT TO ORB-TRIGGER-PRICE(ORBX)
               MOVE WS-GOOD-UNTIL-INPUT TO ORB-GOOD-UNTIL(ORBX)
               MOVE WS-TODAY TO ORB-ENTERED-DATE(ORBX)
               MOVE 'O' TO ORB-STATUS(ORBX)
               MOVE WS-TODAY TO ORB-STATUS-DATE(ORBX)
               MOVE 0 TO ORB-FILL-PRICE(ORBX)
               MOVE WS-OPERATOR-ID TO ORB-OPERATOR(ORBX)
               PERFORM 8000-SAVE-ORDER-BOOK
               DISPLAY 'Order ' WS-NEXT-ORDER-NUMBER ' entered.'
           END-IF.

      ******************************************************************
      * A cancelled order stays on the book flagged C, with the date
      * and the operator who cancelled it, so the file still shows
      * what the client asked for.
      ******************************************************************
       4000-CANCEL-ORDER.
           PERFORM 5000-LIST-OPEN-ORDERS
           DISPLAY 'Order number to cancel:'
           ACCEPT WS-ORDER-NUMBER-INPUT
           MOVE 0 TO WS-ORDER-MATCH
           IF WS-ORDER-NUMBER-INPUT NUMERIC
               PERFORM 4100-MATCH-ONE-ORDER
                   VARYING ORBX FROM 1 BY 1
                   UNTIL ORBX > WS-ORDER-COUNT
                       OR WS-ORDER-MATCH > 0
           END-IF
           IF WS-ORDER-MATCH = 0
               DISPLAY 'Error: no open order with that number.'
           ELSE
               SET ORBX TO WS-ORDER-MATCH
               MOVE 'C' TO ORB-STATUS(ORBX)
               MOVE WS-TODAY TO ORB-STATUS-DATE(ORBX)
               MOVE WS-OPERATOR-ID TO ORB-OPERATOR(ORBX)
               PERFORM 8000-SAVE-ORDER-BOOK
               DISPLAY 'Order cancelled.'
           END-IF.

       4100-MATCH-ONE-ORDER.
           IF ORB-NUMBER(ORBX) = WS-ORDER-NUMBER-INPUT
               AND ORB-STATUS(ORBX) = 'O'
               SET WS-ORDER-MATCH TO ORBX
           END-IF.

       5000-LIST-OPEN-ORDERS.
           DISPLAY 'ORDER ACCOUNT  SD TP SYMBOL  SHARES     '
               'TRIGGER   GOOD-UNTIL'
           PERFORM 5100-LIST-ONE-ORDER
               VARYING ORBX FROM 1 BY 1
               UNTIL ORBX > WS-ORDER-COUNT.

       5100-LIST-ONE-ORDER.
           IF ORB-STATUS(ORBX) = 'O'
               DISPLAY ORB-NUMBER(ORBX) ' ' ORB-ACCOUNT-ID(ORBX) ' '
                   ORB-SIDE(ORBX) '  ' ORB-TYPE(ORBX) '  '
                   ORB-SYMBOL(ORBX) ' ' ORB-SHARES(ORBX) ' '
                   ORB-TRIGGER-PRICE(ORBX) ' ' ORB-GOOD-UNTIL(ORBX)
           END-IF.

       6000-ACCEPT-ORDER-FIELDS.
           MOVE 'Y' TO WS-VALID-ENTRY
           DISPLAY 'Account id (blank = house):'
           ACCEPT WS-ACCOUNT-INPUT
           PERFORM 6100-VALIDATE-ACCOUNT
           IF ENTRY-VALID
               DISPLAY 'Side (B=buy, S=sell):'
               ACCEPT WS-SIDE-INPUT
               IF WS-SIDE-INPUT NOT = 'B' AND WS-SIDE-INPUT NOT = 'S'
                   DISPLAY 'Error: side must be B or S.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Order type (L=limit, S=stop):'
               ACCEPT WS-TYPE-INPUT
               IF WS-TYPE-INPUT NOT = 'L' AND WS-TYPE-INPUT NOT = 'S'
                   DISPLAY 'Error: type must be L or S.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Stock symbol:'
               ACCEPT WS-SYMBOL-INPUT
               IF WS-SYMBOL-INPUT = SPACES
                   DISPLAY 'Error: stock symbol cannot be blank.'
                   MOVE 'N' TO WS-VALID-ENTRY
               ELSE
                   MOVE WS-SYMBOL-INPUT TO STOCKSYMBOL
                   READ STOCKFILE
                       INVALID KEY
                           DISPLAY 'Error: symbol not on STOCKS '
                               'master.'
                           MOVE 'N' TO WS-VALID-ENTRY
                   END-READ
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Number of shares:'
               ACCEPT WS-SHARES-INPUT
               IF WS-SHARES-INPUT NOT NUMERIC
                   OR WS-SHARES-INPUT = 0
                   DISPLAY 'Error: shares must be numeric and not zero.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Trigger price:'
               ACCEPT WS-TRIGGER-INPUT
               IF WS-TRIGGER-INPUT NOT NUMERIC
                   OR WS-TRIGGER-INPUT = 0
                   DISPLAY 'Error: trigger price must be numeric and '
                       'not zero.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Good until YYYYMMDD (blank = today only):'
               ACCEPT WS-GOOD-UNTIL-INPUT
               IF WS-GOOD-UNTIL-INPUT = SPACES
                   MOVE WS-TODAY TO WS-GOOD-UNTIL-INPUT
               END-IF
               IF WS-GOOD-UNTIL-INPUT NOT NUMERIC
                   DISPLAY 'Error: good-until date must be YYYYMMDD.'
                   MOVE 'N' TO WS-VALID-ENTRY
               ELSE
                   IF WS-GOOD-UNTIL-INPUT < WS-TODAY
                       DISPLAY 'Error: good-until date is already '
                           'past.'
                       MOVE 'N' TO WS-VALID-ENTRY
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Same rule as the blotter: a non-blank account must be on the
      * ACCOUNTS.txt master and open; blank is the house account, and
      * with no master on disk any id is accepted.
      ******************************************************************
       6100-VALIDATE-ACCOUNT.
           IF WS-ACCOUNT-INPUT NOT = SPACES
               AND WS-ACCOUNT-COUNT > 0
               MOVE 0 TO WS-ACCOUNT-MATCH
               PERFORM 6110-MATCH-ONE-ACCOUNT
                   VARYING ACTX FROM 1 BY 1
                   UNTIL ACTX > WS-ACCOUNT-COUNT
                       OR WS-ACCOUNT-MATCH > 0
               EVALUATE TRUE
                   WHEN WS-ACCOUNT-MATCH = 0
                       DISPLAY 'Error: account not on ACCOUNTS '
                           'master.'
                       MOVE 'N' TO WS-VALID-ENTRY
                   WHEN ACCT-ENTRY-STATUS(WS-ACCOUNT-MATCH) = 'C'
                       DISPLAY 'Error: account is closed.'
                       MOVE 'N' TO WS-VALID-ENTRY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       6110-MATCH-ONE-ACCOUNT.
           IF ACCT-ENTRY-ID(ACTX) = WS-ACCOUNT-INPUT
               SET WS-ACCOUNT-MATCH TO ACTX
           END-IF.

       8000-SAVE-ORDER-BOOK.
           OPEN OUTPUT ORDER-BOOK-FILE
           PERFORM 8100-WRITE-ONE-ORDER
               VARYING ORBX FROM 1 BY 1
               UNTIL ORBX > WS-ORDER-COUNT
           CLOSE ORDER-BOOK-FILE.

       8100-WRITE-ONE-ORDER.
           MOVE ORB-NUMBER(ORBX) TO ORD-NUMBER
           MOVE ORB-ACCOUNT-ID(ORBX) TO ORD-ACCOUNT-ID
           MOVE ORB-SIDE(ORBX) TO ORD-SIDE
           MOVE ORB-TYPE(ORBX) TO ORD-TYPE
           MOVE ORB-SYMBOL(ORBX) TO ORD-SYMBOL
           MOVE ORB-SHARES(ORBX) TO ORD-SHARES
           MOVE ORB-TRIGGER-PRICE(ORBX) TO ORD-TRIGGER-PRICE
           MOVE ORB-GOOD-UNTIL(ORBX) TO ORD-GOOD-UNTIL
           MOVE ORB-ENTERED-DATE(ORBX) TO ORD-ENTERED-DATE
           MOVE ORB-STATUS(ORBX) TO ORD-STATUS
           MOVE ORB-STATUS-DATE(ORBX) TO ORD-STATUS-DATE
           MOVE ORB-FILL-PRICE(ORBX) TO ORD-FILL-PRICE
           MOVE ORB-OPERATOR(ORBX) TO ORD-OPERATOR
           WRITE ORDER-BOOK-RECORD.
       END PROGRAM ORDER-MAINT.
