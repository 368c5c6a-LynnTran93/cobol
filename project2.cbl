      *                 restart feature is retired with the table it
      *                 restored into: a failed run is simply rerun,
      *                 which the sort passes make cheap.
      *   2026-10-15 LT Lot cost is now booked in the position's own
      *                 currency at each lot's trade-date FX rate
      *                 (LOT-FX-RATE), so a foreign-currency position's
      *                 cost base no longer moves with today's rate,
      *                 and its gain/loss prints split into a security
      *                 part and a currency part -- on the detail,
      *                 account subtotal and total lines and in the
      *                 CSV. A lot with no rate on file is costed at
      *                 today's rate, i.e. with no currency gain. The
      *                 FX table is now a rate history: each currency
      *                 values at its latest row effective on or
      *                 before the valuation date (the as-of date in
      *                 an as-of run), and only that row is checked
      *                 for staleness.
      *   2026-10-15 LT The nightly snapshot now also copies
      *                 PURCHASELOTS.txt to PURCHASELOTS-yyyymmdd.txt
      *                 and enters the pair on the SNAPSHOTS.txt
      *                 register with the time taken, so PORT-RECOVER
      *                 can roll positions and lots forward from it.
      *   2026-10-15 LT Each position's close is now aged through the
      *                 shared PRICEAGE subprogram (last PRICEHIST.txt
      *                 date against the business-day calendar): one
      *                 older than the PRICESTALE.txt limit is flagged
      *                 STALE, and one whose feed price is waiting on
      *                 the PRICEHELD.txt review queue is flagged HELD,
      *                 in a new PRICE column on the report and the
      *                 CSV, with a count of flagged positions after
      *                 the grand total. An as-of run ages against the
      *                 as-of date; a what-if run is not flagged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT2.
               WS-SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT LOTS-SNAPSHOT-FILE ASSIGN TO
               WS-LOT-SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-SNAPSHOT-STATUS.
           SELECT SNAPSHOT-REGISTER-FILE ASSIGN TO "../SNAPSHOTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-REG-STATUS.
           SELECT ACCOUNT-VALUE-FILE ASSIGN TO "../ACCTVAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-LOTS-FILE ASSIGN TO "../SORTLOTS.TMP".

           FD REPORT-FILE.
           01 REPORT-RECORD.
               05 REPORT-LINE          PIC X(156).

           FD EXCEPTIONS-FILE.
               COPY EXCREC.
               COPY FXRATREC.

           FD CSV-FILE.
           01 CSV-RECORD                  PIC X(150).

           FD VALUATION-HISTORY-FILE.
               COPY VALHIST.
           FD PORTFOLIO-SNAPSHOT-FILE.
           01 PORTFOLIO-SNAPSHOT-RECORD   PIC X(60).

           FD LOTS-SNAPSHOT-FILE.
           01 LOTS-SNAPSHOT-RECORD        PIC X(60).

           FD SNAPSHOT-REGISTER-FILE.
               COPY SNAPREC.

           FD ACCOUNT-VALUE-FILE.
               COPY AVALREC.

               05 SL-COST-PER-SHARE       PIC 9(6)V99.
               05 SL-PURCHASE-DATE        PIC X(8).
               05 SL-ACCOUNT-ID           PIC X(8).
               05 SL-FX-RATE              PIC 9(3)V9999.

           FD SORTED-LOTS-FILE.
           01 SORTED-LOT-RECORD.
               05 SRT-COST-PER-SHARE      PIC 9(6)V99.
               05 SRT-PURCHASE-DATE       PIC X(8).
               05 SRT-ACCOUNT-ID          PIC X(8).
               05 SRT-FX-RATE             PIC 9(3)V9999.

           SD SORT-VALUATION-FILE.
           01 SORT-VALUATION-RECORD.
               05 SV-CURRENCY-CODE        PIC X(3).
               05 SV-FX-RATE              PIC 9(3)V9999.
               05 SV-NATIVE-MV            PIC 9(15)V99.
               05 SV-CURRENCY-GAIN        PIC S9(15)V99 SIGN LEADING
                                              SEPARATE.
               05 SV-PRICE-FLAG           PIC X(5).

           FD VALUATION-WORK-FILE.
           01 VALUATION-WORK-RECORD.
               05 VW-CURRENCY-CODE        PIC X(3).
               05 VW-FX-RATE              PIC 9(3)V9999.
               05 VW-NATIVE-MV            PIC 9(15)V99.
               05 VW-CURRENCY-GAIN        PIC S9(15)V99 SIGN LEADING
                                              SEPARATE.
               05 VW-PRICE-FLAG           PIC X(5).

       WORKING-STORAGE SECTION.
           01 WS-END-OF-PORTFOLIO      PIC X VALUE 'N'.
               88 SNAPSHOT-FILE-OK            VALUE '00'.
           01 WS-END-OF-SNAPSHOT          PIC X VALUE 'N'.
               88 NO-MORE-SNAPSHOT-RECORD     VALUE 'Y'.
           01 WS-LOT-SNAPSHOT-FILENAME    PIC X(40).
           01 WS-LOT-SNAPSHOT-STATUS      PIC X(2) VALUE '00'.
               88 LOT-SNAPSHOT-FILE-OK        VALUE '00'.
           01 WS-SNAPSHOT-REG-STATUS      PIC X(2) VALUE '00'.
               88 SNAPSHOT-REG-FILE-OK        VALUE '00'.
               88 SNAPSHOT-REG-FILE-MISSING   VALUE '35'.
           01 WS-SNAPSHOT-STAMP           PIC X(21).
           01 WS-SNAPSHOT-POSITION-ROWS   PIC 9(5) VALUE 0.
           01 WS-SNAPSHOT-LOT-ROWS        PIC 9(5) VALUE 0.
           01 WS-ASOF-STATUS              PIC X(2) VALUE '00'.
               88 ASOF-FILE-OK                VALUE '00'.
           01 WS-ASOF-MODE                PIC X VALUE 'N'.
               88 NO-MORE-LOTS-RECORD          VALUE 'Y'.
           01 WS-LOT-FOUND                PIC X VALUE 'N'.
           01 WS-LOT-COST-BASE            PIC 9(15)V99.
           01 WS-LOT-NATIVE-COST          PIC 9(15)V99.
           01 WS-LOT-RATE                 PIC 9(3)V9999.
           01 WS-CURRENCY-GAIN            PIC S9(15)V99 VALUE 0.
           01 WS-SECURITY-GAIN            PIC S9(15)V99 VALUE 0.

           01 WS-FX-FILE-STATUS           PIC X(2) VALUE '00'.
               88 FX-FILE-OK                   VALUE '00'.
           01 WS-FX-TABLE.
               05 FX-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-FX-COUNT
                   INDEXED BY FXX FXY.
                   10 FX-ENTRY-CURRENCY-CODE  PIC X(3).
                   10 FX-ENTRY-RATE           PIC 9(3)V9999.
                   10 FX-ENTRY-EFF-DATE       PIC X(8).
           01 WS-FX-FOUND                 PIC X VALUE 'N'.
           01 WS-VALUATION-DATE           PIC X(8) VALUE SPACES.
           01 WS-FX-LOOKUP-CODE           PIC X(3) VALUE SPACES.
           01 WS-FX-LOOKUP-RATE           PIC 9(3)V9999 VALUE 0.
           01 WS-FX-LOOKUP-ROW            PIC 9(4) VALUE 0.
           01 WS-FX-CHECK-ROW             PIC 9(4) VALUE 0.
           01 WS-FX-BEST-DATE             PIC X(8) VALUE SPACES.
           01 WS-FX-RATE                  PIC 9(3)V9999.
           01 WS-REPCCY-STATUS            PIC X(2) VALUE '00'.
               88 REPCCY-FILE-OK              VALUE '00'.
           01 WS-RUN-DATE-NUM             PIC 9(8) VALUE 0.
           01 WS-FX-RATE-AGE-DAYS         PIC S9(5) VALUE 0.

           COPY PRCAGE.
           01 WS-PRICE-FLAG               PIC X(5) VALUE SPACES.
           01 WS-STALE-PRICE-COUNT        PIC 9(7) VALUE 0.
           01 WS-STALE-PRICE-COUNT-FMT    PIC ZZZZZZ9.

           01 WS-STOCK-NAME            PIC X(25).
           01 WS-CLOSING-PRICE         PIC 9(6)V99.
           01 WS-AVG-COST-CONVERTED    PIC 9(6)V99.
           01 WS-TOTAL-COST-BASE       PIC 9(15)V99 VALUE 0.
           01 WS-TOTAL-MARKET-VALUE    PIC 9(15)V99 VALUE 0.
           01 WS-TOTAL-GAIN-LOSS       PIC S9(15)V99 VALUE 0.
           01 WS-TOTAL-CURRENCY-GAIN   PIC S9(15)V99 VALUE 0.
           01 WS-TOTAL-SECURITY-GAIN   PIC S9(15)V99 VALUE 0.
           01 WS-TOTAL-COST-BASE-FORMATTED     PIC $$,$$$,$$9.99.
           01 WS-TOTAL-MARKET-VALUE-FORMATTED  PIC $$,$$$,$$9.99.
           01 WS-TOTAL-GAIN-LOSS-FORMATTED     PIC $$,$$$,$$9.99-.
           01 WS-ADJUSTED-COST-BASE-FORMATTED  PIC $$,$$$,$$9.99.
           01 WS-MARKET-VALUE-FORMATTED        PIC $$,$$$,$$9.99.
           01 WS-GAIN-LOSS-FORMATTED           PIC $$,$$$,$$9.99.
           01 WS-SECURITY-GAIN-FORMATTED       PIC $$,$$$,$$9.99-.
           01 WS-CURRENCY-GAIN-FORMATTED       PIC $$,$$$,$$9.99-.
           01 WS-PORTFOLIO-COUNT-FORMATTED     PIC ZZZZZZ9.
           01 WS-REPORT-COUNT-FORMATTED        PIC ZZZZZZ9.

           01 WS-ACCT-COST-BASE        PIC 9(15)V99 VALUE 0.
           01 WS-ACCT-MARKET-VALUE     PIC 9(15)V99 VALUE 0.
           01 WS-ACCT-GAIN-LOSS        PIC S9(15)V99 VALUE 0.
           01 WS-ACCT-CURRENCY-GAIN    PIC S9(15)V99 VALUE 0.
           01 WS-ACCT-SECURITY-GAIN    PIC S9(15)V99 VALUE 0.

           01 WS-MSGLOG-PROGRAM        PIC X(12) VALUE 'PROJECT2'.
           01 WS-MSGLOG-SEVERITY       PIC X VALUE 'I'.
               MOVE 0 TO WS-TOTAL-COST-BASE
               MOVE 0 TO WS-TOTAL-MARKET-VALUE
               MOVE 0 TO WS-TOTAL-GAIN-LOSS
               MOVE 0 TO WS-TOTAL-CURRENCY-GAIN
               MOVE 0 TO WS-TOTAL-SECURITY-GAIN
               MOVE 0 TO WS-STALE-PRICE-COUNT
               MOVE 0 TO WS-EXPECTED-PORTFOLIO-COUNT
               MOVE 0 TO WS-ACTUAL-TOTAL-SHARES
               MOVE 0 TO WS-EXPECTED-TOTAL-SHARES
               MOVE 0 TO WS-ACCT-COST-BASE
               MOVE 0 TO WS-ACCT-MARKET-VALUE
               MOVE 0 TO WS-ACCT-GAIN-LOSS
               MOVE 0 TO WS-ACCT-CURRENCY-GAIN
               MOVE 0 TO WS-ACCT-SECURITY-GAIN
               MOVE SPACES TO WS-CURRENT-ACCOUNT
               MOVE 'Y' TO WS-FIRST-REPORT-ROW
               MOVE 'N' TO WS-END-OF-PORTFOLIO
               PERFORM 302E-POPULATE-CASH-TABLE.
               PERFORM 302D-POPULATE-FX-TABLE.
               PERFORM 302I-SET-REPORTING-CURRENCY.
               IF NOT WHATIF-MODE
                   PERFORM 302R-LOAD-PRICE-AGES
               END-IF.
               PERFORM 303-GENERATE-REPORT-HEADER.
               PERFORM 303C-GENERATE-CSV-HEADER.
               PERFORM 304-SORT-VALUATION-FILE.
      ******************************************************************
      * Each full run copies the portfolio file byte for byte to a
      * dated PORTFOLIO-yyyymmdd.txt snapshot, so a later as-of run
      * can value the positions as they stood on that date. The lot
      * file goes to PURCHASELOTS-yyyymmdd.txt beside it, and the
      * pair is entered on the SNAPSHOTS.txt register with the time
      * the copy was taken -- the point PORT-RECOVER rolls forward
      * from.
      ******************************************************************
           318-SNAPSHOT-PORTFOLIO.
               MOVE FUNCTION CURRENT-DATE TO WS-SNAPSHOT-STAMP
               MOVE 0 TO WS-SNAPSHOT-POSITION-ROWS
               MOVE 0 TO WS-SNAPSHOT-LOT-ROWS
               MOVE SPACES TO WS-SNAPSHOT-FILENAME
               STRING '../PORTFOLIO-' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   MOVE PORTFOLIO-RECORD TO
                       PORTFOLIO-SNAPSHOT-RECORD
                   WRITE PORTFOLIO-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAPSHOT-POSITION-ROWS
                   PERFORM 318A-READ-SNAPSHOT-SOURCE
               END-PERFORM
               CLOSE PORTFOLIO-FILE
               CLOSE PORTFOLIO-SNAPSHOT-FILE
               PERFORM 318B-SNAPSHOT-LOTS
               PERFORM 318D-REGISTER-SNAPSHOT.

           318A-READ-SNAPSHOT-SOURCE.
               READ PORTFOLIO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-SNAPSHOT
               END-READ.

      * No lot file on disk snapshots as an empty one, so the pair
      * always exists together.
           318B-SNAPSHOT-LOTS.
               MOVE SPACES TO WS-LOT-SNAPSHOT-FILENAME
               STRING '../PURCHASELOTS-' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-LOT-SNAPSHOT-FILENAME
               MOVE 'N' TO WS-END-OF-SNAPSHOT
               OPEN OUTPUT LOTS-SNAPSHOT-FILE
               OPEN INPUT PURCHASE-LOTS-FILE
               IF NOT LOTS-FILE-OK
                   MOVE 'Y' TO WS-END-OF-SNAPSHOT
               ELSE
                   PERFORM 318C-READ-LOT-SOURCE
               END-IF
               PERFORM UNTIL NO-MORE-SNAPSHOT-RECORD
                   MOVE PURCHASE-LOT-RECORD TO LOTS-SNAPSHOT-RECORD
                   WRITE LOTS-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAPSHOT-LOT-ROWS
                   PERFORM 318C-READ-LOT-SOURCE
               END-PERFORM
               IF LOTS-FILE-OK OR WS-LOTS-FILE-STATUS = '10'
                   CLOSE PURCHASE-LOTS-FILE
               END-IF
               CLOSE LOTS-SNAPSHOT-FILE.

           318C-READ-LOT-SOURCE.
               READ PURCHASE-LOTS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-SNAPSHOT.

           318D-REGISTER-SNAPSHOT.
               OPEN EXTEND SNAPSHOT-REGISTER-FILE
               IF SNAPSHOT-REG-FILE-MISSING
                   OPEN OUTPUT SNAPSHOT-REGISTER-FILE
               END-IF
               MOVE WS-RUN-DATE TO SNP-DATE
               MOVE WS-SNAPSHOT-STAMP(9:6) TO SNP-TIME
               MOVE WS-SNAPSHOT-POSITION-ROWS TO SNP-POSITION-ROWS
               MOVE WS-SNAPSHOT-LOT-ROWS TO SNP-LOT-ROWS
               WRITE SNAPSHOT-REGISTER-RECORD
               CLOSE SNAPSHOT-REGISTER-FILE.

      ******************************************************************
      * The purchase lots are SORTed to LOTSORT.TMP by account and
      * symbol -- the same order the indexed portfolio reads back --
                   MOVE BAL-AMOUNT(BALX) TO WS-ACCOUNT-CASH
               END-IF.

      ******************************************************************
      * FXRATES.txt is a rate history: every row is loaded, and each
      * currency values at its latest row effective on or before the
      * valuation date -- the as-of date in an as-of run, otherwise
      * today. Only the row actually in use is checked for age.
      ******************************************************************
           302D-POPULATE-FX-TABLE.
               PERFORM 302G-READ-FX-STALE-LIMIT
               IF ASOF-MODE
                   MOVE WS-ASOF-DATE TO WS-VALUATION-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-VALUATION-DATE
               END-IF
               OPEN INPUT FX-RATES-FILE
               IF FX-FILE-OK
                   PERFORM 306E-READ-FX-ROW
                           FX-ENTRY-CURRENCY-CODE(FXX)
                       MOVE FX-FILE-RATE TO FX-ENTRY-RATE(FXX)
                       MOVE FX-FILE-EFF-DATE TO FX-ENTRY-EFF-DATE(FXX)
                       PERFORM 306E-READ-FX-ROW
                   END-PERFORM
                   CLOSE FX-RATES-FILE
               END-IF
               PERFORM 302N-CHECK-RATE-IN-USE
                   VARYING FXX FROM 1 BY 1 UNTIL FXX > WS-FX-COUNT.

           302N-CHECK-RATE-IN-USE.
               MOVE FX-ENTRY-CURRENCY-CODE(FXX) TO WS-FX-LOOKUP-CODE
               PERFORM 302P-FIND-RATE-AS-OF
               SET WS-FX-CHECK-ROW TO FXX
               IF WS-FX-LOOKUP-ROW = WS-FX-CHECK-ROW
                   PERFORM 302H-CHECK-FX-RATE-AGE
               END-IF.

      ******************************************************************
      * The rate for WS-FX-LOOKUP-CODE on the valuation date: the row
      * with the latest effective date not after it, a later row in
      * the file winning a tie. No row leaves WS-FX-LOOKUP-ROW zero.
      ******************************************************************
           302P-FIND-RATE-AS-OF.
               MOVE 0 TO WS-FX-LOOKUP-ROW
               MOVE 0 TO WS-FX-LOOKUP-RATE
               MOVE SPACES TO WS-FX-BEST-DATE
               PERFORM 302Q-MATCH-RATE-AS-OF
                   VARYING FXY FROM 1 BY 1 UNTIL FXY > WS-FX-COUNT.

           302Q-MATCH-RATE-AS-OF.
               IF FX-ENTRY-CURRENCY-CODE(FXY) = WS-FX-LOOKUP-CODE
                   AND FX-ENTRY-EFF-DATE(FXY) NOT > WS-VALUATION-DATE
                   AND FX-ENTRY-EFF-DATE(FXY) NOT < WS-FX-BEST-DATE
                   SET WS-FX-LOOKUP-ROW TO FXY
                   MOVE FX-ENTRY-RATE(FXY) TO WS-FX-LOOKUP-RATE
                   MOVE FX-ENTRY-EFF-DATE(FXY) TO WS-FX-BEST-DATE
               END-IF.

      ******************************************************************
               END-IF.

      ******************************************************************
      * Warn when the rate in use is older than the staleness limit --
      * the valuation still runs, but a stale CAD or EUR rate is
      * called out instead of silently pricing the book.
      ******************************************************************
           302H-CHECK-FX-RATE-AGE.
               IF FX-ENTRY-EFF-DATE(FXX) NOT NUMERIC
                   DISPLAY 'WARNING: FX RATE FOR '
                       FX-ENTRY-CURRENCY-CODE(FXX)
                       ' HAS NO EFFECTIVE DATE -- AGE UNKNOWN'
                   MOVE 'W' TO WS-MSGLOG-SEVERITY
                   MOVE SPACES TO WS-MSGLOG-TEXT
                   STRING 'FX RATE AGE UNKNOWN -- '
                       DELIMITED BY SIZE
                       FX-ENTRY-CURRENCY-CODE(FXX) DELIMITED BY SIZE
                       INTO WS-MSGLOG-TEXT
                   PERFORM 399-LOG-MESSAGE
               ELSE
                   MOVE FX-ENTRY-EFF-DATE(FXX) TO WS-FX-EFF-DATE-NUM
                   MOVE WS-VALUATION-DATE TO WS-RUN-DATE-NUM
                   COMPUTE WS-FX-RATE-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
                       FUNCTION INTEGER-OF-DATE(WS-FX-EFF-DATE-NUM)
                   IF WS-FX-RATE-AGE-DAYS > WS-FX-STALE-LIMIT-DAYS
                       DISPLAY 'WARNING: FX RATE FOR '
                           FX-ENTRY-CURRENCY-CODE(FXX) ' IS '
                           WS-FX-RATE-AGE-DAYS ' DAYS OLD -- '
                           'LIMIT IS ' WS-FX-STALE-LIMIT-DAYS
                       MOVE 'W' TO WS-MSGLOG-SEVERITY
                       MOVE SPACES TO WS-MSGLOG-TEXT
                       STRING 'STALE FX RATE IN USE -- '
                           DELIMITED BY SIZE
                           FX-ENTRY-CURRENCY-CODE(FXX) DELIMITED BY SIZE
                           INTO WS-MSGLOG-TEXT
                       PERFORM 399-LOG-MESSAGE
                   END-IF
               IF WS-REPORTING-CURRENCY NOT = 'USD'
                   MOVE 'N' TO WS-FX-FOUND
                   PERFORM 302J-MATCH-REPORTING-RATE
                   IF WS-FX-FOUND = 'N'
                       DISPLAY 'WARNING: NO FX RATE FOR REPORTING '
                           'CURRENCY ' WS-REPORTING-CURRENCY
               END-IF.

           302J-MATCH-REPORTING-RATE.
               MOVE WS-REPORTING-CURRENCY TO WS-FX-LOOKUP-CODE
               PERFORM 302P-FIND-RATE-AS-OF
               IF WS-FX-LOOKUP-ROW > 0
                   MOVE 'Y' TO WS-FX-FOUND
                   MOVE WS-FX-LOOKUP-RATE TO WS-REPORTING-RATE
               END-IF.

      ******************************************************************
      * Price ages are worked out against the valuation date -- the
      * as-of date in an as-of run -- by the shared PRICEAGE
      * subprogram, the same way the STALE-PRICE report ages them.
      ******************************************************************
           302R-LOAD-PRICE-AGES.
               MOVE 'L' TO PA-FUNCTION
               MOVE WS-VALUATION-DATE TO PA-REF-DATE
               CALL 'PRICEAGE' USING PRICE-AGE-AREA
                   ON EXCEPTION
                       DISPLAY 'PRICEAGE NOT AVAILABLE -- STALE '
                           'CLOSES NOT FLAGGED'
               END-CALL.

           303-GENERATE-REPORT-HEADER.
           MOVE "=======================================================
      -    "=========================================================
      -    "LOSING    COST BASE      MARKET VALUE    GAIN/LOSS
      -    "     %GAIN/LOSS"
           TO REPORT-RECORD.
           MOVE 'SECURITY G/L' TO REPORT-RECORD(122:12).
           MOVE 'CURRENCY G/L' TO REPORT-RECORD(137:12).
           MOVE 'PRICE' TO REPORT-RECORD(151:5).
           WRITE REPORT-RECORD.
           MOVE "=======================================================
      -    "=========================================================

           303C-GENERATE-CSV-HEADER.
           MOVE "STOCK NAME,SHARES,UNIT COST,CLOSING PRICE,COST BASE,MAR
      -    "KET VALUE,GAIN/LOSS,SECURITY G/L,CURRENCY G/L,PRICE FLAG"
           TO CSV-RECORD.
           WRITE CSV-RECORD.

      ******************************************************************
               END-IF
               MOVE WS-NATIVE-RATE TO SV-FX-RATE
               MOVE WS-NATIVE-MV TO SV-NATIVE-MV
               MOVE WS-CURRENCY-GAIN TO SV-CURRENCY-GAIN
               MOVE WS-PRICE-FLAG TO SV-PRICE-FLAG
               RELEASE SORT-VALUATION-RECORD.

      ******************************************************************
               ADD VW-COST-BASE TO WS-ACCT-COST-BASE
               ADD VW-MARKET-VALUE TO WS-ACCT-MARKET-VALUE
               ADD VW-SIGNED-GAIN-LOSS TO WS-ACCT-GAIN-LOSS
               ADD VW-CURRENCY-GAIN TO WS-ACCT-CURRENCY-GAIN
               ADD WS-SECURITY-GAIN TO WS-ACCT-SECURITY-GAIN
               PERFORM 314A-ACCUMULATE-ONE-SECTOR
               PERFORM 317A-ACCUMULATE-ONE-CURRENCY.

                   PERFORM 313B-ACCOUNT-SUBTOTAL-LINE
               END-IF.
               PERFORM 313-GENERATE-TOTALS-LINE.
               IF WS-STALE-PRICE-COUNT > 0
                   PERFORM 313D-STALE-PRICE-LINE
               END-IF.
               PERFORM 314-SECTOR-ALLOCATION-SUMMARY.
               PERFORM 317-CURRENCY-EXPOSURE-SUMMARY.
               PERFORM 315-PROJECTED-INCOME-SUMMARY.
      ******************************************************************
           305-FIND-STOCK-INFO.
               MOVE 'N' TO WS-STOCK-FOUND
               MOVE SPACES TO WS-PRICE-FLAG
               MOVE P-STOCK-SYMBOL TO STOCKSYMBOL
               READ STOCKS-FILE
                   INVALID KEY CONTINUE
                   IF ASOF-MODE
                       PERFORM 305D-APPLY-ASOF-PRICE
                   END-IF
                   IF NOT WHATIF-MODE
                       PERFORM 305G-CHECK-PRICE-AGE
                   END-IF
               END-IF.

           305C-APPLY-WHATIF-OVERRIDE.
                   MOVE ASOF-PRICE(WS-ASOF-SCAN) TO WS-CLOSING-PRICE
               END-IF.

           305G-CHECK-PRICE-AGE.
               MOVE 'A' TO PA-FUNCTION
               MOVE P-STOCK-SYMBOL TO PA-SYMBOL
               MOVE 'C' TO PA-STATUS
               CALL 'PRICEAGE' USING PRICE-AGE-AREA
                   ON EXCEPTION CONTINUE
               END-CALL
               EVALUATE TRUE
                   WHEN PA-STALE
                       MOVE 'STALE' TO WS-PRICE-FLAG
                       ADD 1 TO WS-STALE-PRICE-COUNT
                   WHEN PA-HELD
                       MOVE 'HELD' TO WS-PRICE-FLAG
                       ADD 1 TO WS-STALE-PRICE-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           305A-LOG-EXCEPTION.
               MOVE P-STOCK-SYMBOL TO EXC-SYMBOL
               MOVE P-SHARES TO EXC-SHARES
                   P-CURRENCY-CODE NOT = 'USD'
                   MOVE 'N' TO WS-FX-FOUND
                   PERFORM 306F-FIND-FX-ROW
               END-IF
               COMPUTE WS-NATIVE-MV ROUNDED =
                   P-SHARES * WS-CLOSING-PRICE * WS-NATIVE-RATE
               END-COMPUTE.

           306F-FIND-FX-ROW.
               MOVE P-CURRENCY-CODE TO WS-FX-LOOKUP-CODE
               PERFORM 302P-FIND-RATE-AS-OF
               IF WS-FX-LOOKUP-ROW > 0 AND WS-FX-LOOKUP-RATE > 0
                   MOVE 'Y' TO WS-FX-FOUND
                   MOVE WS-FX-LOOKUP-RATE TO WS-NATIVE-RATE
               END-IF.

      ******************************************************************
      * are consumed as its key comes up -- a table held 9999 lots,
      * a merge holds any number. Positions with no lots fall back
      * to shares times the blended average cost as always.
      * Lot cost is booked in the position's currency at each lot's
      * trade-date rate and converted to the reporting currency at
      * today's cross rate; the currency part of the gain is the
      * USD lot cost at today's rates less that booked cost.
      ******************************************************************
           306-COMPUTE-BASE.
               MOVE 0 TO WS-LOT-COST-BASE
               MOVE 0 TO WS-LOT-NATIVE-COST
               MOVE 0 TO WS-CURRENCY-GAIN
               MOVE 'N' TO WS-LOT-FOUND
               MOVE P-ACCOUNT-ID TO WS-POS-MERGE-ACCOUNT
               MOVE P-STOCK-SYMBOL TO WS-POS-MERGE-SYMBOL
                       OR WS-LOT-MERGE-KEY > WS-POS-MERGE-KEY
               IF WS-LOT-FOUND = 'Y'
                   COMPUTE WS-ADJUSTED-COST-BASE ROUNDED =
                       WS-LOT-NATIVE-COST * WS-FX-RATE / WS-NATIVE-RATE
                       ON SIZE ERROR
                           DISPLAY 'SIZE ERROR COMPUTING COST BASE -- '
                               P-STOCK-SYMBOL
                           MOVE 0 TO WS-ADJUSTED-COST-BASE
                   END-COMPUTE
                   COMPUTE WS-CURRENCY-GAIN ROUNDED =
                       (WS-LOT-COST-BASE * WS-FX-RATE) -
                       WS-ADJUSTED-COST-BASE
                       ON SIZE ERROR MOVE 0 TO WS-CURRENCY-GAIN
                   END-COMPUTE
               ELSE
                   COMPUTE WS-ADJUSTED-COST-BASE =
                       P-SHARES * WS-AVG-COST-CONVERTED
                       (SRT-SHARES * SRT-COST-PER-SHARE)
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
                   IF SRT-FX-RATE NUMERIC AND SRT-FX-RATE > 0
                       MOVE SRT-FX-RATE TO WS-LOT-RATE
                   ELSE
                       MOVE WS-NATIVE-RATE TO WS-LOT-RATE
                   END-IF
                   COMPUTE WS-LOT-NATIVE-COST ROUNDED =
                       WS-LOT-NATIVE-COST +
                       (SRT-SHARES * SRT-COST-PER-SHARE * WS-LOT-RATE)
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
               END-IF
               PERFORM 306B-READ-SORTED-LOT.

                       MOVE 0 TO WS-SIGNED-GAIN-LOSS
               END-COMPUTE
               ADD WS-SIGNED-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS.
               ADD WS-CURRENCY-GAIN TO WS-TOTAL-CURRENCY-GAIN.
               COMPUTE WS-SECURITY-GAIN =
                   WS-SIGNED-GAIN-LOSS - WS-CURRENCY-GAIN
                   ON SIZE ERROR MOVE 0 TO WS-SECURITY-GAIN
               END-COMPUTE.
               ADD WS-SECURITY-GAIN TO WS-TOTAL-SECURITY-GAIN.
               IF WS-ADJUSTED-COST-BASE = 0
                   MOVE 0 TO WS-GAIN-LOSS-PERCENT
               ELSE
               MOVE WS-GAIN-LOSS-PERCENT-FORMATTED TO
               REPORT-RECORD(110:7).
               MOVE '%' TO REPORT-RECORD(117:1).
               COMPUTE WS-SECURITY-GAIN =
                   VW-SIGNED-GAIN-LOSS - VW-CURRENCY-GAIN
                   ON SIZE ERROR MOVE 0 TO WS-SECURITY-GAIN
               END-COMPUTE.
               MOVE WS-SECURITY-GAIN TO WS-SECURITY-GAIN-FORMATTED.
               MOVE WS-SECURITY-GAIN-FORMATTED TO REPORT-RECORD(120:14).
               MOVE VW-CURRENCY-GAIN TO WS-CURRENCY-GAIN-FORMATTED.
               MOVE WS-CURRENCY-GAIN-FORMATTED TO REPORT-RECORD(135:14).
               MOVE VW-PRICE-FLAG TO REPORT-RECORD(151:5).

               ADD 1 TO WS-REPORT-COUNT.
               DISPLAY REPORT-RECORD
                   WS-MARKET-VALUE-FORMATTED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-GAIN-LOSS-FORMATTED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-SECURITY-GAIN-FORMATTED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-CURRENCY-GAIN-FORMATTED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   VW-PRICE-FLAG DELIMITED BY SIZE
                   INTO CSV-RECORD
               WRITE CSV-RECORD.

               MOVE 0 TO WS-ACCT-COST-BASE
               MOVE 0 TO WS-ACCT-MARKET-VALUE
               MOVE 0 TO WS-ACCT-GAIN-LOSS
               MOVE 0 TO WS-ACCT-CURRENCY-GAIN
               MOVE 0 TO WS-ACCT-SECURITY-GAIN
               PERFORM 306I-FIND-ACCOUNT-NAME
               MOVE SPACES TO REPORT-RECORD
               STRING 'ACCOUNT: ' DELIMITED BY SIZE
               MOVE WS-ACCT-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS-FORMATTED.
               MOVE WS-TOTAL-GAIN-LOSS-FORMATTED TO
               REPORT-RECORD(94:14).
               MOVE WS-ACCT-SECURITY-GAIN TO WS-SECURITY-GAIN-FORMATTED.
               MOVE WS-SECURITY-GAIN-FORMATTED TO REPORT-RECORD(120:14).
               MOVE WS-ACCT-CURRENCY-GAIN TO WS-CURRENCY-GAIN-FORMATTED.
               MOVE WS-CURRENCY-GAIN-FORMATTED TO REPORT-RECORD(135:14).
               DISPLAY REPORT-RECORD
               WRITE REPORT-RECORD.
               PERFORM 313C-ACCOUNT-CASH-LINE.
               REPORT-RECORD(79:13).
               MOVE WS-TOTAL-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS-FORMATTED.
               MOVE WS-TOTAL-GAIN-LOSS-FORMATTED TO REPORT-RECORD(94:14).
               MOVE WS-TOTAL-SECURITY-GAIN TO
               WS-SECURITY-GAIN-FORMATTED.
               MOVE WS-SECURITY-GAIN-FORMATTED TO REPORT-RECORD(120:14).
               MOVE WS-TOTAL-CURRENCY-GAIN TO
               WS-CURRENCY-GAIN-FORMATTED.
               MOVE WS-CURRENCY-GAIN-FORMATTED TO REPORT-RECORD(135:14).
               DISPLAY REPORT-RECORD
               WRITE REPORT-RECORD.

      ******************************************************************
      * Positions valued on a close older than the staleness limit, or
      * with a newer feed price held for review, are counted under
      * the grand total and called out in the shop log.
      ******************************************************************
           313D-STALE-PRICE-LINE.
               MOVE WS-STALE-PRICE-COUNT TO WS-STALE-PRICE-COUNT-FMT
               MOVE SPACES TO REPORT-RECORD
               STRING WS-STALE-PRICE-COUNT-FMT DELIMITED BY SIZE
                   ' POSITIONS PRICED ON A STALE OR HELD CLOSE -- '
                   DELIMITED BY SIZE
                   'SEE STALEPRICE.txt' DELIMITED BY SIZE
                   INTO REPORT-RECORD
               DISPLAY REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               STRING 'POSITIONS ON A STALE OR HELD CLOSE -- '
                   DELIMITED BY SIZE
                   WS-STALE-PRICE-COUNT-FMT DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
               PERFORM 399-LOG-MESSAGE.

      ******************************************************************
      * Sector allocation: market value and share of the total book by
      * STOCK-SECTOR-CODE, flagging any sector above the concentration
