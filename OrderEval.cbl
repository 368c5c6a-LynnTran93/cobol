      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Evening order book evaluation. Runs after
      *          PRICE-FEED-LOAD has applied the closing prices and
      *          checks every open order on ORDERBOOK.txt (entered in
      *          ORDER-MAINT) against its symbol's new CLOSINGPRICE on
      *          STOCKS.txt: a buy limit fires at or below the
      *          trigger, a sell limit at or above it, a buy stop at
      *          or above it and a sell stop at or below it. Each
      *          triggered order is appended to ORDERCONF.txt as a
      *          confirmation row (date,account,side,symbol,shares,
      *          price) for the blotter's import to post, and an
      *          order whose good-until date has passed is expired.
      *          The ORDEREVAL.txt morning report lists the orders
      *          triggered, expired and still open. Runs with no
      *          operator input, so BATCH-RUNNER can schedule it.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT The night's confirmation rows go to
      *                 TRADECONF.txt framed as their own batch -- an
      *                 ORDER-EVAL header for today, sequenced by the
      *                 time of the run, and a trailer with the row
      *                 count and hash total (see INBCTL) -- so the
      *                 blotter's import passes them through the
      *                 INBOUNDCK check with the broker's batches.
      *   2026-10-15 LT Confirmations go to ORDERCONF.txt, checked
      *                 by the blotter's import under their own
      *                 inbound file id, and the batch header carries
      *                 the next business day (DATEUTIL), the morning
      *                 the import will take it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-EVAL.

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
           SELECT TRADE-CONF-FILE ASSIGN TO "../ORDERCONF.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.
           SELECT ORDER-REPORT-FILE ASSIGN TO "../ORDEREVAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKFILE.
           COPY STOCKREC.

       FD ORDER-BOOK-FILE.
           COPY ORDREC.

       FD TRADE-CONF-FILE.
       01 TRADE-CONF-RECORD       PIC X(80).

       FD ORDER-REPORT-FILE.
       01 ORDER-REPORT-RECORD     PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
       01 WS-ORDER-FILE-STATUS    PIC X(2) VALUE '00'.
           88 ORDER-FILE-OK            VALUE '00'.
       01 WS-END-OF-ORDERS        PIC X VALUE 'N'.
           88 NO-MORE-ORDER-RECORD     VALUE 'Y'.
       01 WS-CONF-STATUS          PIC X(2) VALUE '00'.
           88 CONF-FILE-OK             VALUE '00'.
           88 CONF-FILE-MISSING        VALUE '35'.
       01 WS-CONF-OPEN            PIC X VALUE 'N'.

       01 WS-TODAY                PIC X(8).
       01 WS-IMPORT-DATE          PIC X(8).
       01 WS-DATE-FUNCTION        PIC X VALUE 'N'.
       01 WS-DATE-FLAG            PIC X VALUE 'N'.
       01 WS-CLOSE-PRICE          PIC 9(6)V99 VALUE 0.
       01 WS-PRICE-FOUND          PIC X VALUE 'N'.
       01 WS-ORDER-FIRES          PIC X VALUE 'N'.
       01 WS-TRIGGERED-COUNT      PIC 9(4) VALUE 0.
       01 WS-EXPIRED-COUNT        PIC 9(4) VALUE 0.
       01 WS-OPEN-COUNT           PIC 9(4) VALUE 0.
       01 WS-SECTION-STATUS       PIC X VALUE SPACES.
       01 WS-SECTION-COUNT        PIC 9(4) VALUE 0.

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
               10 ORB-RESULT          PIC X.
               10 ORB-CLOSE-PRICE     PIC 9(6)V99.

       01 WS-CONF-SHARES-FMT      PIC 9(9).9999.
       01 WS-CONF-PRICE-FMT       PIC 9(9).99.
       01 WS-CONF-LINE            PIC X(80).
       01 WS-CONF-ROWS-WRITTEN    PIC 9(7) VALUE 0.
       01 WS-CONF-HASH            PIC 9(12) VALUE 0.
       01 WS-BYTE-SUB             PIC 9(3) VALUE 0.

           COPY INBCTL.

       01 WS-SHARES-FMT           PIC ZZZZ9.9999.
       01 WS-PRICE-FMT            PIC ZZZ,ZZ9.99.
       01 WS-COUNT-FMT            PIC ZZZ9.
       01 WS-REPORT-LINE          PIC X(90).

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'ORDER-EVAL'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO RETURN-CODE
           CALL 'DATEUTIL' USING WS-DATE-FUNCTION WS-TODAY
               WS-IMPORT-DATE WS-DATE-FLAG
               ON EXCEPTION
                   MOVE 'N' TO WS-DATE-FLAG
           END-CALL
           IF WS-DATE-FLAG NOT = 'Y'
               MOVE WS-TODAY TO WS-IMPORT-DATE
           END-IF
           PERFORM 1000-LOAD-ORDER-TABLE
           OPEN INPUT STOCKFILE
           IF NOT STOCKFILE-OK
               DISPLAY 'ORDER-EVAL: STOCKS master not available -- '
                   'orders not evaluated.'
               MOVE 'E' TO WS-MSGLOG-SEVERITY
               MOVE 'STOCKS MASTER NOT AVAILABLE -- ORDERS NOT CHECKED'
                   TO WS-MSGLOG-TEXT
               PERFORM 7900-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 2000-EVALUATE-ONE-ORDER
                   VARYING ORBX FROM 1 BY 1
                   UNTIL ORBX > WS-ORDER-COUNT
               CLOSE STOCKFILE
               IF WS-CONF-OPEN = 'Y'
                   PERFORM 2400-WRITE-CONF-TRAILER
                   CLOSE TRADE-CONF-FILE
               END-IF
               IF WS-TRIGGERED-COUNT > 0 OR WS-EXPIRED-COUNT > 0
                   PERFORM 8000-SAVE-ORDER-BOOK
               END-IF
               PERFORM 3000-WRITE-REPORT
               MOVE 'I' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               STRING 'ORDERS TRIGGERED ' DELIMITED BY SIZE
                   WS-TRIGGERED-COUNT DELIMITED BY SIZE
                   ' EXPIRED ' DELIMITED BY SIZE
                   WS-EXPIRED-COUNT DELIMITED BY SIZE
                   ' OPEN ' DELIMITED BY SIZE
                   WS-OPEN-COUNT DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
               PERFORM 7900-LOG-MESSAGE
           END-IF
           GOBACK.

       1000-LOAD-ORDER-TABLE.
           OPEN INPUT ORDER-BOOK-FILE
           IF NOT ORDER-FILE-OK
               MOVE 'Y' TO WS-END-OF-ORDERS
           ELSE
               PERFORM 1100-READ-ORDER-ROW
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
                   MOVE SPACES TO ORB-RESULT(ORBX)
                   MOVE 0 TO ORB-CLOSE-PRICE(ORBX)
               END-IF
               PERFORM 1100-READ-ORDER-ROW
           END-PERFORM
           IF ORDER-FILE-OK OR WS-ORDER-FILE-STATUS = '10'
               CLOSE ORDER-BOOK-FILE
           END-IF.

       1100-READ-ORDER-ROW.
           READ ORDER-BOOK-FILE
               AT END MOVE 'Y' TO WS-END-OF-ORDERS.

      ******************************************************************
      * One open order. Past its good-until date it expires without
      * being checked; otherwise it fires or stays open on tonight's
      * close. An order whose symbol has no price on the master
      * stays open and is flagged on the report.
      ******************************************************************
       2000-EVALUATE-ONE-ORDER.
           IF ORB-STATUS(ORBX) = 'O'
               IF ORB-GOOD-UNTIL(ORBX) < WS-TODAY
                   MOVE 'E' TO ORB-STATUS(ORBX)
                   MOVE 'E' TO ORB-RESULT(ORBX)
                   MOVE WS-TODAY TO ORB-STATUS-DATE(ORBX)
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   PERFORM 2100-FIND-CLOSE-PRICE
                   PERFORM 2200-CHECK-TRIGGER
                   IF WS-ORDER-FIRES = 'Y'
                       MOVE 'T' TO ORB-STATUS(ORBX)
                       MOVE 'T' TO ORB-RESULT(ORBX)
                       MOVE WS-TODAY TO ORB-STATUS-DATE(ORBX)
                       MOVE WS-CLOSE-PRICE TO ORB-FILL-PRICE(ORBX)
                       PERFORM 2300-WRITE-CONF-ROW
                       ADD 1 TO WS-TRIGGERED-COUNT
                   ELSE
                       MOVE 'O' TO ORB-RESULT(ORBX)
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
               END-IF
           END-IF.

       2100-FIND-CLOSE-PRICE.
           MOVE 'Y' TO WS-PRICE-FOUND
           MOVE 0 TO WS-CLOSE-PRICE
           MOVE ORB-SYMBOL(ORBX) TO STOCKSYMBOL
           READ STOCKFILE
               INVALID KEY
                   MOVE 'N' TO WS-PRICE-FOUND
           END-READ
           IF WS-PRICE-FOUND = 'Y'
               IF CLOSINGPRICE NOT NUMERIC OR CLOSINGPRICE = 0
                   MOVE 'N' TO WS-PRICE-FOUND
               ELSE
                   MOVE CLOSINGPRICE TO WS-CLOSE-PRICE
               END-IF
           END-IF
           MOVE WS-CLOSE-PRICE TO ORB-CLOSE-PRICE(ORBX).

       2200-CHECK-TRIGGER.
           MOVE 'N' TO WS-ORDER-FIRES
           IF WS-PRICE-FOUND = 'Y'
               EVALUATE TRUE
                   WHEN ORB-SIDE(ORBX) = 'B' AND ORB-TYPE(ORBX) = 'L'
                       IF WS-CLOSE-PRICE NOT > ORB-TRIGGER-PRICE(ORBX)
                           MOVE 'Y' TO WS-ORDER-FIRES
                       END-IF
                   WHEN ORB-SIDE(ORBX) = 'S' AND ORB-TYPE(ORBX) = 'L'
                       IF WS-CLOSE-PRICE NOT < ORB-TRIGGER-PRICE(ORBX)
                           MOVE 'Y' TO WS-ORDER-FIRES
                       END-IF
                   WHEN ORB-SIDE(ORBX) = 'B' AND ORB-TYPE(ORBX) = 'S'
                       IF WS-CLOSE-PRICE NOT < ORB-TRIGGER-PRICE(ORBX)
                           MOVE 'Y' TO WS-ORDER-FIRES
                       END-IF
                   WHEN ORB-SIDE(ORBX) = 'S' AND ORB-TYPE(ORBX) = 'S'
                       IF WS-CLOSE-PRICE NOT > ORB-TRIGGER-PRICE(ORBX)
                           MOVE 'Y' TO WS-ORDER-FIRES
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The triggered order as a broker confirmation row, filled at
      * tonight's close and dated today. The figures are written
      * zero-filled to full width so the import's field edits read
      * them exactly. Rows already waiting in ORDERCONF.txt are kept;
      * tonight's rows follow them as a batch of their own, headed on
      * the first write and closed by 2400 with the count and hash.
      * The header's business date is the next business day, when
      * the blotter's morning import takes the file.
      ******************************************************************
       2300-WRITE-CONF-ROW.
           IF WS-CONF-OPEN = 'N'
               OPEN EXTEND TRADE-CONF-FILE
               IF CONF-FILE-MISSING
                   OPEN OUTPUT TRADE-CONF-FILE
               END-IF
               MOVE 'Y' TO WS-CONF-OPEN
               MOVE SPACES TO INBOUND-CONTROL-RECORD
               MOVE '*HDR' TO INB-RECORD-TAG
               MOVE 'ORDER-EVAL' TO INB-SOURCE
               MOVE WS-IMPORT-DATE TO INB-BUSINESS-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO INB-SEQUENCE-NO
               MOVE INBOUND-CONTROL-RECORD TO TRADE-CONF-RECORD
               WRITE TRADE-CONF-RECORD
           END-IF
           MOVE ORB-SHARES(ORBX) TO WS-CONF-SHARES-FMT
           MOVE WS-CLOSE-PRICE TO WS-CONF-PRICE-FMT
           MOVE SPACES TO WS-CONF-LINE
           STRING WS-TODAY DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ORB-ACCOUNT-ID(ORBX) DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               ORB-SIDE(ORBX) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ORB-SYMBOL(ORBX) DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               WS-CONF-SHARES-FMT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CONF-PRICE-FMT DELIMITED BY SIZE
               INTO WS-CONF-LINE
           MOVE WS-CONF-LINE TO TRADE-CONF-RECORD
           WRITE TRADE-CONF-RECORD
           ADD 1 TO WS-CONF-ROWS-WRITTEN
           PERFORM 2310-HASH-ONE-BYTE
               VARYING WS-BYTE-SUB FROM 1 BY 1
               UNTIL WS-BYTE-SUB > LENGTH OF WS-CONF-LINE.

      * The same hash INBOUNDCK takes: every non-blank character's
      * code, summed.
       2310-HASH-ONE-BYTE.
           IF WS-CONF-LINE(WS-BYTE-SUB:1) NOT = SPACE
               COMPUTE WS-CONF-HASH = FUNCTION MOD(WS-CONF-HASH +
                   FUNCTION ORD(WS-CONF-LINE(WS-BYTE-SUB:1)) - 1,
                   1000000000000)
           END-IF.

       2400-WRITE-CONF-TRAILER.
           MOVE SPACES TO INBOUND-CONTROL-RECORD
           MOVE '*TRL' TO INB-RECORD-TAG
           MOVE WS-CONF-ROWS-WRITTEN TO INB-RECORD-COUNT
           MOVE WS-CONF-HASH TO INB-HASH-TOTAL
           MOVE INBOUND-CONTROL-RECORD TO TRADE-CONF-RECORD
           WRITE TRADE-CONF-RECORD.

       3000-WRITE-REPORT.
           OPEN OUTPUT ORDER-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ORDER BOOK EVALUATION FOR ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE
           MOVE 'T' TO WS-SECTION-STATUS
           MOVE 'TRIGGERED -- SENT TO ORDERCONF.txt FOR POSTING'
               TO WS-REPORT-LINE
           PERFORM 3100-WRITE-SECTION
           MOVE 'E' TO WS-SECTION-STATUS
           MOVE 'EXPIRED -- PAST GOOD-UNTIL DATE'
               TO WS-REPORT-LINE
           PERFORM 3100-WRITE-SECTION
           MOVE 'O' TO WS-SECTION-STATUS
           MOVE 'STILL OPEN' TO WS-REPORT-LINE
           PERFORM 3100-WRITE-SECTION
           MOVE ALL '-' TO WS-REPORT-LINE(1:76)
           PERFORM 8500-WRITE-REPORT-LINE
           MOVE 'TRIGGERED' TO WS-REPORT-LINE(1:12)
           MOVE WS-TRIGGERED-COUNT TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(14:4)
           MOVE 'EXPIRED' TO WS-REPORT-LINE(21:8)
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(30:4)
           MOVE 'STILL OPEN' TO WS-REPORT-LINE(37:10)
           MOVE WS-OPEN-COUNT TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(48:4)
           PERFORM 8500-WRITE-REPORT-LINE
           CLOSE ORDER-REPORT-FILE.

       3100-WRITE-SECTION.
           PERFORM 8500-WRITE-REPORT-LINE
           MOVE 'ORDER ACCOUNT   SD TP SYMBOL      SHARES    TRIGGER'
               TO WS-REPORT-LINE
           MOVE 'CLOSE  GOOD-UNTIL' TO WS-REPORT-LINE(62:17)
           PERFORM 8500-WRITE-REPORT-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM 3200-WRITE-ONE-ORDER
               VARYING ORBX FROM 1 BY 1
               UNTIL ORBX > WS-ORDER-COUNT
           IF WS-SECTION-COUNT = 0
               MOVE '  NONE.' TO WS-REPORT-LINE
               PERFORM 8500-WRITE-REPORT-LINE
           END-IF
           PERFORM 8500-WRITE-REPORT-LINE.

       3200-WRITE-ONE-ORDER.
           IF ORB-RESULT(ORBX) = WS-SECTION-STATUS
               ADD 1 TO WS-SECTION-COUNT
               MOVE ORB-NUMBER(ORBX) TO WS-REPORT-LINE(1:5)
               MOVE ORB-ACCOUNT-ID(ORBX) TO WS-REPORT-LINE(7:8)
               MOVE ORB-SIDE(ORBX) TO WS-REPORT-LINE(17:1)
               MOVE ORB-TYPE(ORBX) TO WS-REPORT-LINE(20:1)
               MOVE ORB-SYMBOL(ORBX) TO WS-REPORT-LINE(23:7)
               MOVE ORB-SHARES(ORBX) TO WS-SHARES-FMT
               MOVE WS-SHARES-FMT TO WS-REPORT-LINE(31:10)
               MOVE ORB-TRIGGER-PRICE(ORBX) TO WS-PRICE-FMT
               MOVE WS-PRICE-FMT TO WS-REPORT-LINE(42:10)
               IF ORB-CLOSE-PRICE(ORBX) > 0
                   MOVE ORB-CLOSE-PRICE(ORBX) TO WS-PRICE-FMT
                   MOVE WS-PRICE-FMT TO WS-REPORT-LINE(57:10)
               ELSE
                   IF WS-SECTION-STATUS = 'O'
                       MOVE '  NO PRICE' TO WS-REPORT-LINE(57:10)
                   END-IF
               END-IF
               MOVE ORB-GOOD-UNTIL(ORBX) TO WS-REPORT-LINE(69:8)
               PERFORM 8500-WRITE-REPORT-LINE
           END-IF.

       7900-LOG-MESSAGE.
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.

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

       8500-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ORDER-REPORT-RECORD
           WRITE ORDER-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM ORDER-EVAL.
