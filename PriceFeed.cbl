      *                 watched percent, writes one row to the
      *                 PRICEALERTS.txt morning report and goes to
      *                 the shop log through MSGLOG.
      *   2026-10-15 LT Cross-checks every price against the second
      *                 vendor's end-of-day file, PRICEFEED2.txt, in
      *                 the same symbol,price layout. A primary price
      *                 the second vendor's price differs from by more
      *                 than the agreement spread (from PRICESPRD.txt;
      *                 the shop default applies with no file on disk)
      *                 goes to PRICEHELD.txt with both prices for
      *                 PRICE-HELD-REVIEW instead of being applied; one
      *                 that agrees goes on through the tolerance guard
      *                 as before. A symbol either vendor is missing is
      *                 reported, and the VENDAGREE.txt vendor-agreement
      *                 report shows the night's match rate and every
      *                 disagreement. With no second file on disk the
      *                 load runs on the primary alone and says so.
      *   2026-10-15 LT Records the STOCKS master's new figures on the
      *                 master control register (MASTERCTL) after the
      *                 load closes it.
      *   2026-10-15 LT PRICEFEED.txt must now arrive framed in the
      *                 header and trailer batches INBOUNDCK checks;
      *                 a file for the wrong day, already processed,
      *                 or short of its trailer count or hash total is
      *                 refused whole and the load does not start. The
      *                 header and trailer rows are passed over.
      *   2026-10-15 LT PRICEFEED2.txt is passed through the INBOUNDCK
      *                 check too, under its own file id. A second
      *                 vendor file that is refused is not loaded --
      *                 the load runs on the primary alone and the
      *                 agreement report and shop log say the second
      *                 file was rejected. Its header and trailer
      *                 rows are passed over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-FEED-LOAD.
               FILE STATUS IS WS-WATCHLIST-STATUS.
           SELECT ALERTS-FILE ASSIGN TO "../PRICEALERTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECOND-FEED-FILE ASSIGN TO "../PRICEFEED2.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECOND-FEED-STATUS.
           SELECT SPREAD-CONFIG-FILE ASSIGN TO "../PRICESPRD.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPREAD-STATUS.
           SELECT AGREEMENT-REPORT-FILE ASSIGN TO "../VENDAGREE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ALERTS-FILE.
       01 ALERT-RECORD            PIC X(80).

       FD SECOND-FEED-FILE.
       01 SECOND-FEED-RECORD      PIC X(30).

       FD SPREAD-CONFIG-FILE.
       01 SPREAD-CONFIG-RECORD.
           05 SPR-PCT             PIC 9(2)V99.

       FD AGREEMENT-REPORT-FILE.
       01 AGREEMENT-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
       01 WS-LOCK-RESULT          PIC X VALUE 'Y'.
       01 WS-LOCK-PROGRAM         PIC X(12) VALUE 'PRICE-FEED'.
       01 WS-LOCK-RESOURCE        PIC X(10) VALUE 'STOCKS'.
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.
       01 WS-INBOUND-FILE-ID      PIC X(12) VALUE 'PRICEFEED'.
       01 WS-INBOUND-FILE-NAME    PIC X(40)
           VALUE '../PRICEFEED.txt'.
       01 WS-INBOUND-DATE         PIC X(8) VALUE SPACES.
       01 WS-INBOUND-RESULT       PIC X VALUE 'Y'.
       01 WS-SECOND-INBOUND-ID    PIC X(12) VALUE 'PRICEFEED2'.
       01 WS-SECOND-INBOUND-NAME  PIC X(40)
           VALUE '../PRICEFEED2.txt'.
       01 WS-SECOND-INBOUND-RESULT PIC X VALUE 'Y'.
           88 SECOND-FEED-REFUSED      VALUE 'N'.

       01 WS-ROWS-READ            PIC 9(5) VALUE 0.
       01 WS-ROWS-APPLIED         PIC 9(5) VALUE 0.
       01 WS-MOVE-PCT             PIC 9(5)V99 VALUE 0.
       01 WS-PRICE-DIFF           PIC S9(6)V99 VALUE 0.

       01 WS-SECOND-FEED-STATUS   PIC X(2) VALUE '00'.
           88 SECOND-FEED-OK           VALUE '00'.
       01 WS-SPREAD-STATUS        PIC X(2) VALUE '00'.
           88 SPREAD-FILE-OK           VALUE '00'.
       01 WS-END-OF-SECOND-FEED   PIC X VALUE 'N'.
           88 NO-MORE-SECOND-FEED      VALUE 'Y'.
       01 WS-SECOND-FEED-LOADED   PIC X VALUE 'N'.
           88 SECOND-FEED-LOADED       VALUE 'Y'.
       01 WS-SECOND-COUNT         PIC 9(4) VALUE 0.
       01 WS-SECOND-TABLE.
           05 SEC-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-SECOND-COUNT
               INDEXED BY SECX.
               10 SEC-SYMBOL          PIC X(7).
               10 SEC-PRICE           PIC 9(6)V99.
               10 SEC-PRICE-VALID     PIC X.
               10 SEC-MATCHED         PIC X.
       01 WS-SPREAD-LIMIT-PCT     PIC 9(2)V99 VALUE 1.00.
       01 WS-SPREAD-PCT           PIC 9(3)V99 VALUE 0.
       01 WS-SECOND-PRICE         PIC 9(6)V99 VALUE 0.
       01 WS-SECOND-FOUND         PIC X VALUE 'N'.
           88 SECOND-PRICE-FOUND       VALUE 'Y'.
       01 WS-VENDOR-RESULT        PIC X VALUE ' '.
           88 VENDORS-AGREE            VALUE 'A'.
           88 VENDORS-DISAGREE         VALUE 'D'.
           88 MISSING-FROM-SECOND      VALUE 'M'.
       01 WS-HOLD-REASON          PIC X VALUE 'T'.
       01 WS-VENDOR-COMPARED      PIC 9(5) VALUE 0.
       01 WS-VENDOR-AGREED        PIC 9(5) VALUE 0.
       01 WS-VENDOR-DISAGREED     PIC 9(5) VALUE 0.
       01 WS-MISSING-SECOND       PIC 9(5) VALUE 0.
       01 WS-MISSING-PRIMARY      PIC 9(5) VALUE 0.
       01 WS-MATCH-RATE           PIC 9(3)V99 VALUE 0.
       01 WS-PRICE-FMT            PIC ZZZ,ZZ9.99.
       01 WS-PCT-FMT              PIC ZZ9.99.
       01 WS-COUNT-FMT            PIC ZZZZ9.
       01 WS-AGREEMENT-LINE       PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           GOBACK.

       1000-INITIALIZE.
           CALL 'INBOUNDCK' USING WS-INBOUND-FILE-ID
               WS-INBOUND-FILE-NAME WS-INBOUND-DATE WS-LOCK-PROGRAM
               WS-INBOUND-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-INBOUND-RESULT = 'N'
               DISPLAY 'PRICE FEED LOAD: PRICEFEED.txt REJECTED -- '
                   'SEE INBOUND REGISTER.'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PRICE-FEED-FILE
           IF FEED-FILE-OK
               MOVE 'A' TO WS-LOCK-FUNCTION
               OPEN OUTPUT REJECT-FILE
               PERFORM 1100-READ-TOLERANCE-CONFIG
               PERFORM 1200-LOAD-WATCHLIST
               PERFORM 1300-READ-SPREAD-CONFIG
               PERFORM 1400-LOAD-SECOND-FEED
               PERFORM 1500-START-AGREEMENT-REPORT
               PERFORM 2100-READ-FEED-ROW
           END-IF.

           READ WATCHLIST-FILE
               AT END MOVE 'Y' TO WS-END-OF-WATCHLIST.

      ******************************************************************
      * The vendor agreement spread in percent comes from
      * PRICESPRD.txt when one is present; otherwise the shop default
      * applies.
      ******************************************************************
       1300-READ-SPREAD-CONFIG.
           OPEN INPUT SPREAD-CONFIG-FILE
           IF SPREAD-FILE-OK
               READ SPREAD-CONFIG-FILE
                   NOT AT END
                       IF SPR-PCT NUMERIC AND SPR-PCT > 0
                           MOVE SPR-PCT TO WS-SPREAD-LIMIT-PCT
                       END-IF
               END-READ
               CLOSE SPREAD-CONFIG-FILE
           END-IF.

      ******************************************************************
      * The second vendor's file is edited with the same price rules
      * as the primary. Its rows are held in a table so each primary
      * row can be compared and the leftovers reported as missing
      * from the primary.
      ******************************************************************
       1400-LOAD-SECOND-FEED.
           MOVE 'N' TO WS-END-OF-SECOND-FEED
           CALL 'INBOUNDCK' USING WS-SECOND-INBOUND-ID
               WS-SECOND-INBOUND-NAME WS-INBOUND-DATE WS-LOCK-PROGRAM
               WS-SECOND-INBOUND-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           IF SECOND-FEED-REFUSED
               MOVE 'Y' TO WS-END-OF-SECOND-FEED
           ELSE
               OPEN INPUT SECOND-FEED-FILE
               IF NOT SECOND-FEED-OK
                   MOVE 'Y' TO WS-END-OF-SECOND-FEED
               ELSE
                   MOVE 'Y' TO WS-SECOND-FEED-LOADED
                   PERFORM 1410-READ-SECOND-FEED-ROW
               END-IF
           END-IF
           PERFORM UNTIL NO-MORE-SECOND-FEED
               MOVE SPACES TO WS-FEED-SYMBOL
               MOVE SPACES TO WS-FEED-PRICE-TEXT
               UNSTRING SECOND-FEED-RECORD DELIMITED BY ','
                   INTO WS-FEED-SYMBOL WS-FEED-PRICE-TEXT
               IF WS-FEED-SYMBOL NOT = SPACES
                   AND WS-SECOND-COUNT < 9999
                   PERFORM 3000-EDIT-FEED-PRICE
                   ADD 1 TO WS-SECOND-COUNT
                   SET SECX TO WS-SECOND-COUNT
                   MOVE WS-FEED-SYMBOL TO SEC-SYMBOL(SECX)
                   MOVE WS-PRICE-VALID TO SEC-PRICE-VALID(SECX)
                   IF PRICE-VALID
                       MOVE WS-NEW-PRICE TO SEC-PRICE(SECX)
                   ELSE
                       MOVE 0 TO SEC-PRICE(SECX)
                   END-IF
                   MOVE 'N' TO SEC-MATCHED(SECX)
               END-IF
               PERFORM 1410-READ-SECOND-FEED-ROW
           END-PERFORM
           IF SECOND-FEED-LOADED
               AND (SECOND-FEED-OK OR WS-SECOND-FEED-STATUS = '10')
               CLOSE SECOND-FEED-FILE
           END-IF.

       1410-READ-SECOND-FEED-ROW.
           PERFORM 1420-READ-PAST-CONTROL-ROW
           PERFORM 1420-READ-PAST-CONTROL-ROW
               UNTIL NO-MORE-SECOND-FEED
               OR (SECOND-FEED-RECORD(1:4) NOT = '*HDR'
               AND SECOND-FEED-RECORD(1:4) NOT = '*TRL').

       1420-READ-PAST-CONTROL-ROW.
           READ SECOND-FEED-FILE
               AT END MOVE 'Y' TO WS-END-OF-SECOND-FEED.

       1500-START-AGREEMENT-REPORT.
           OPEN OUTPUT AGREEMENT-REPORT-FILE
           STRING 'VENDOR PRICE AGREEMENT ' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO WS-AGREEMENT-LINE
           PERFORM 8500-WRITE-AGREEMENT-LINE
           MOVE WS-SPREAD-LIMIT-PCT TO WS-PCT-FMT
           STRING 'AGREEMENT SPREAD: ' DELIMITED BY SIZE
               WS-PCT-FMT DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO WS-AGREEMENT-LINE
           PERFORM 8500-WRITE-AGREEMENT-LINE
           IF SECOND-FEED-REFUSED
               MOVE 'PRICEFEED2.txt REJECTED -- PRICES UNCHECKED.'
                   TO WS-AGREEMENT-LINE
               PERFORM 8500-WRITE-AGREEMENT-LINE
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE 'SECOND VENDOR FILE REJECTED -- NOT CROSS-CHECKED'
                   TO WS-MSGLOG-TEXT
               PERFORM 8600-LOG-MESSAGE
           END-IF
           IF NOT SECOND-FEED-LOADED AND NOT SECOND-FEED-REFUSED
               MOVE 'NO PRICEFEED2.txt ON DISK -- PRICES UNCHECKED.'
                   TO WS-AGREEMENT-LINE
               PERFORM 8500-WRITE-AGREEMENT-LINE
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE 'NO SECOND VENDOR FILE -- PRICES NOT CROSS-CHECKED'
                   TO WS-MSGLOG-TEXT
               PERFORM 8600-LOG-MESSAGE
           END-IF
           PERFORM 8500-WRITE-AGREEMENT-LINE
           MOVE 'SYMBOL' TO WS-AGREEMENT-LINE(1:6)
           MOVE 'PRIMARY' TO WS-AGREEMENT-LINE(12:7)
           MOVE 'SECOND' TO WS-AGREEMENT-LINE(24:6)
           MOVE 'SPREAD' TO WS-AGREEMENT-LINE(33:6)
           MOVE 'RESULT' TO WS-AGREEMENT-LINE(41:6)
           PERFORM 8500-WRITE-AGREEMENT-LINE.

      ******************************************************************
      * The tolerance band in percent comes from PRICETOL.txt when
      * one is present; otherwise the shop default applies.
           MOVE SPACES TO WS-FEED-PRICE-TEXT
           UNSTRING PRICE-FEED-RECORD DELIMITED BY ','
               INTO WS-FEED-SYMBOL WS-FEED-PRICE-TEXT
           PERFORM 3650-FIND-SECOND-PRICE
           PERFORM 3000-EDIT-FEED-PRICE
           IF NOT PRICE-VALID
               PERFORM 4000-WRITE-REJECT-BAD-PRICE
                       PERFORM 4100-WRITE-REJECT-NO-MATCH
                   NOT INVALID KEY
                       PERFORM 3500-CHECK-PRICE-TOLERANCE
                       PERFORM 3600-CHECK-SECOND-VENDOR
                       EVALUATE TRUE
                           WHEN VENDORS-DISAGREE
                               MOVE 'V' TO WS-HOLD-REASON
                               PERFORM 4200-HOLD-ONE-PRICE
                           WHEN WS-MOVE-PCT > WS-TOLERANCE-PCT
                               MOVE 'T' TO WS-HOLD-REASON
                               PERFORM 4200-HOLD-ONE-PRICE
                           WHEN OTHER
                               MOVE CLOSINGPRICE TO WS-OLD-PRICE
                               MOVE WS-NEW-PRICE TO CLOSINGPRICE
                               REWRITE STOCKRECORD
                               PERFORM 5000-LOG-PRICE-HISTORY
                               ADD 1 TO WS-ROWS-APPLIED
                               PERFORM 6000-EVALUATE-WATCH-RULES
                       END-EVALUATE
               END-READ
           END-IF
           PERFORM 2100-READ-FEED-ROW.

       2100-READ-FEED-ROW.
           PERFORM 2110-READ-PAST-CONTROL-ROW
           PERFORM 2110-READ-PAST-CONTROL-ROW
               UNTIL NO-MORE-FEED-RECORD
               OR (PRICE-FEED-RECORD(1:4) NOT = '*HDR'
               AND PRICE-FEED-RECORD(1:4) NOT = '*TRL').

       2110-READ-PAST-CONTROL-ROW.
           READ PRICE-FEED-FILE
               AT END MOVE 'Y' TO WS-END-OF-FEED.

               END-COMPUTE
           END-IF.

      ******************************************************************
      * The primary price against the second vendor's for the same
      * symbol. The spread is measured against the second vendor's
      * price; a symbol the second vendor did not price, or priced
      * with a bad row, cannot be checked and is reported, and its
      * primary price goes on through the tolerance guard alone.
      ******************************************************************
       3600-CHECK-SECOND-VENDOR.
           MOVE ' ' TO WS-VENDOR-RESULT
           MOVE 0 TO WS-SPREAD-PCT
           IF SECOND-FEED-LOADED
               IF NOT SECOND-PRICE-FOUND
                   MOVE 'M' TO WS-VENDOR-RESULT
                   ADD 1 TO WS-MISSING-SECOND
                   MOVE WS-FEED-SYMBOL TO WS-AGREEMENT-LINE(1:7)
                   MOVE WS-NEW-PRICE TO WS-PRICE-FMT
                   MOVE WS-PRICE-FMT TO WS-AGREEMENT-LINE(9:10)
                   MOVE 'MISSING FROM SECOND VENDOR'
                       TO WS-AGREEMENT-LINE(41:26)
                   PERFORM 8500-WRITE-AGREEMENT-LINE
               ELSE
                   MOVE 'A' TO WS-VENDOR-RESULT
                   PERFORM 3610-MEASURE-SPREAD
               END-IF
           END-IF.

       3610-MEASURE-SPREAD.
           ADD 1 TO WS-VENDOR-COMPARED
           COMPUTE WS-PRICE-DIFF = WS-NEW-PRICE - WS-SECOND-PRICE
               ON SIZE ERROR MOVE 0 TO WS-PRICE-DIFF
           END-COMPUTE
           IF WS-PRICE-DIFF < 0
               COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF
           IF WS-SECOND-PRICE > 0
               COMPUTE WS-SPREAD-PCT ROUNDED =
                   (WS-PRICE-DIFF / WS-SECOND-PRICE) * 100
                   ON SIZE ERROR MOVE 999.99 TO WS-SPREAD-PCT
               END-COMPUTE
           ELSE
               IF WS-PRICE-DIFF > 0
                   MOVE 999.99 TO WS-SPREAD-PCT
               END-IF
           END-IF
           IF WS-SPREAD-PCT > WS-SPREAD-LIMIT-PCT
               MOVE 'D' TO WS-VENDOR-RESULT
               ADD 1 TO WS-VENDOR-DISAGREED
               MOVE WS-FEED-SYMBOL TO WS-AGREEMENT-LINE(1:7)
               MOVE WS-NEW-PRICE TO WS-PRICE-FMT
               MOVE WS-PRICE-FMT TO WS-AGREEMENT-LINE(9:10)
               MOVE WS-SECOND-PRICE TO WS-PRICE-FMT
               MOVE WS-PRICE-FMT TO WS-AGREEMENT-LINE(20:10)
               MOVE WS-SPREAD-PCT TO WS-PCT-FMT
               MOVE WS-PCT-FMT TO WS-AGREEMENT-LINE(32:6)
               MOVE '%' TO WS-AGREEMENT-LINE(38:1)
               MOVE 'DISAGREE -- HELD FOR REVIEW'
                   TO WS-AGREEMENT-LINE(41:27)
               PERFORM 8500-WRITE-AGREEMENT-LINE
           ELSE
               ADD 1 TO WS-VENDOR-AGREED
           END-IF.

      ******************************************************************
      * Every primary row marks its symbol as seen on the second
      * vendor's table, even one rejected here, so only symbols the
      * primary never sent are reported as missing from it.
      ******************************************************************
       3650-FIND-SECOND-PRICE.
           MOVE 'N' TO WS-SECOND-FOUND
           MOVE 0 TO WS-SECOND-PRICE
           IF SECOND-FEED-LOADED AND WS-SECOND-COUNT > 0
               SET SECX TO 1
               SEARCH SEC-ENTRY
                   AT END CONTINUE
                   WHEN SEC-SYMBOL(SECX) = WS-FEED-SYMBOL
                       MOVE 'Y' TO SEC-MATCHED(SECX)
                       IF SEC-PRICE-VALID(SECX) = 'Y'
                           MOVE 'Y' TO WS-SECOND-FOUND
                           MOVE SEC-PRICE(SECX) TO WS-SECOND-PRICE
                       END-IF
               END-SEARCH
           END-IF.

       4200-HOLD-ONE-PRICE.
           ADD 1 TO WS-ROWS-HELD
           OPEN EXTEND HELD-PRICES-FILE
           MOVE WS-NEW-PRICE TO HP-NEW-PRICE
           MOVE WS-MOVE-PCT TO HP-MOVE-PCT
           MOVE FUNCTION CURRENT-DATE(1:8) TO HP-FEED-DATE
           MOVE WS-HOLD-REASON TO HP-HOLD-REASON
           MOVE WS-SECOND-PRICE TO HP-SECOND-PRICE
           MOVE WS-SPREAD-PCT TO HP-SPREAD-PCT
           WRITE HELD-PRICE-RECORD
           CLOSE HELD-PRICES-FILE
           IF WS-HOLD-REASON = 'V'
               DISPLAY 'PRICE FEED LOAD: ' WS-FEED-SYMBOL
                   ' HELD -- VENDORS DISAGREE.'
           ELSE
               DISPLAY 'PRICE FEED LOAD: ' WS-FEED-SYMBOL
                   ' HELD -- MOVE OUTSIDE TOLERANCE.'
           END-IF.

       4000-WRITE-REJECT-BAD-PRICE.
           ADD 1 TO WS-ROWS-REJECTED
               ON EXCEPTION CONTINUE
           END-CALL.

      ******************************************************************
      * Symbols the second vendor priced that never came through on
      * the primary file, then the night's agreement totals. The
      * match rate is agreements over symbols both vendors priced.
      ******************************************************************
       8000-FINISH-AGREEMENT-REPORT.
           IF SECOND-FEED-LOADED
               PERFORM 8100-REPORT-MISSING-PRIMARY
                   VARYING SECX FROM 1 BY 1
                   UNTIL SECX > WS-SECOND-COUNT
           END-IF
           PERFORM 8500-WRITE-AGREEMENT-LINE
           MOVE WS-VENDOR-COMPARED TO WS-COUNT-FMT
           STRING 'SYMBOLS COMPARED:           ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-AGREEMENT-LINE
           PERFORM 8500-WRITE-AGREEMENT-LINE
           MOVE WS-VENDOR-AGREED TO WS-COUNT-FMT
           STRING 'AGREED WITHIN SPREAD:       ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-AGREEMENT-LINE
           PERFORM 8500-WRITE-AGREEMENT-LINE
           MOVE WS-VENDOR-DISAGREED TO WS-COUNT-FMT
           STRING 'DISAGREED (HELD):           ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-AGREEMENT-LINE
           PERFORM 8500-WRITE-AGREEMENT-LINE
           MOVE WS-MISSING-SECOND TO WS-COUNT-FMT
           STRING 'MISSING FROM SECOND VENDOR: ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-AGREEMENT-LINE
           PERFORM 8500-WRITE-AGREEMENT-LINE
           MOVE WS-MISSING-PRIMARY TO WS-COUNT-FMT
           STRING 'MISSING FROM PRIMARY:       ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-AGREEMENT-LINE
           PERFORM 8500-WRITE-AGREEMENT-LINE
           MOVE 0 TO WS-MATCH-RATE
           IF WS-VENDOR-COMPARED > 0
               COMPUTE WS-MATCH-RATE ROUNDED =
                   (WS-VENDOR-AGREED / WS-VENDOR-COMPARED) * 100
           END-IF
           MOVE WS-MATCH-RATE TO WS-PCT-FMT
           STRING 'MATCH RATE:                 ' DELIMITED BY SIZE
               WS-PCT-FMT DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO WS-AGREEMENT-LINE
           PERFORM 8500-WRITE-AGREEMENT-LINE
           CLOSE AGREEMENT-REPORT-FILE
           IF WS-VENDOR-DISAGREED > 0
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               MOVE WS-VENDOR-DISAGREED TO WS-COUNT-FMT
               STRING 'VENDOR PRICES DISAGREE: ' DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   ' HELD -- SEE VENDAGREE.txt' DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
               PERFORM 8600-LOG-MESSAGE
           END-IF.

       8100-REPORT-MISSING-PRIMARY.
           IF SEC-MATCHED(SECX) = 'N'
               ADD 1 TO WS-MISSING-PRIMARY
               MOVE SEC-SYMBOL(SECX) TO WS-AGREEMENT-LINE(1:7)
               MOVE SEC-PRICE(SECX) TO WS-PRICE-FMT
               MOVE WS-PRICE-FMT TO WS-AGREEMENT-LINE(20:10)
               MOVE 'MISSING FROM PRIMARY VENDOR'
                   TO WS-AGREEMENT-LINE(41:27)
               PERFORM 8500-WRITE-AGREEMENT-LINE
           END-IF.

       8500-WRITE-AGREEMENT-LINE.
           MOVE WS-AGREEMENT-LINE TO AGREEMENT-REPORT-RECORD
           WRITE AGREEMENT-REPORT-RECORD
           MOVE SPACES TO WS-AGREEMENT-LINE.

       8600-LOG-MESSAGE.
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-LOCK-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.

       9000-CLOSE-RTN.
           PERFORM 8000-FINISH-AGREEMENT-REPORT
           CLOSE PRICE-FEED-FILE
           CLOSE STOCKFILE
           MOVE 'STOCKS' TO WS-CONTROL-FILE-ID
           PERFORM 8900-RECORD-MASTER-CONTROL
           CLOSE REJECT-FILE
           MOVE 'R' TO WS-LOCK-FUNCTION
           CALL 'STOCKLOCK' USING WS-LOCK-FUNCTION
