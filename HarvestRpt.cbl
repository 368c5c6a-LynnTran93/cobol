      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Tax-loss harvesting candidates for the November and
      *          December review. Walks PURCHASELOTS.txt and prices
      *          every lot the way PROJECT2 does -- shares times the
      *          indexed STOCKS.txt closing price for market value,
      *          and the lot's cost booked at its trade-date FX rate
      *          (LOT-FX-RATE) restated at today's rate for the
      *          position's currency, so a foreign lot's loss
      *          includes its currency part. Every lot whose loss
      *          exceeds the keyed threshold is listed by account
      *          with the loss a sale today would realize. A posted
      *          buy of the symbol on TRADELOG.txt by the account
      *          (or the house) in the last 30 days would make that
      *          sale a superficial loss; such lots are flagged with
      *          the first date a sale would be clean. Each account
      *          closes with its harvestable loss against the gains
      *          it has already realized this year on REALIZED.txt.
      *          Output goes to HARVEST.txt.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT The COST and MARKET VALUE headings line up
      *                 over their columns.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HARVEST-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKFILE ASSIGN TO 'C:\STOCKS.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCKSYMBOL
               FILE STATUS IS WS-STOCKFILE-STATUS.
           SELECT PORTFOLIO-FILE ASSIGN TO "../PORTFOLIO.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-POSITION-KEY
               FILE STATUS IS WS-PORTFOLIO-STATUS.
           SELECT PURCHASE-LOTS-FILE ASSIGN TO "../PURCHASELOTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT TRADE-LOG-FILE ASSIGN TO "../TRADELOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADE-LOG-STATUS.
           SELECT REALIZED-FILE ASSIGN TO "../REALIZED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REALIZED-STATUS.
           SELECT HARVEST-REPORT-FILE ASSIGN TO "../HARVEST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKFILE.
           COPY STOCKREC.

       FD PORTFOLIO-FILE.
           COPY PORTREC.

       FD PURCHASE-LOTS-FILE.
           COPY LOTREC.

       FD TRADE-LOG-FILE.
           COPY TRDREC.

       FD REALIZED-FILE.
           COPY RELREC.

       FD HARVEST-REPORT-FILE.
       01 HARVEST-REPORT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
       01 WS-PORTFOLIO-STATUS     PIC X(2) VALUE '00'.
           88 PORTFOLIO-OK             VALUE '00'.
       01 WS-LOTS-STATUS          PIC X(2) VALUE '00'.
           88 LOTS-FILE-OK             VALUE '00'.
       01 WS-TRADE-LOG-STATUS     PIC X(2) VALUE '00'.
           88 TRADE-LOG-OK             VALUE '00'.
       01 WS-REALIZED-STATUS      PIC X(2) VALUE '00'.
           88 REALIZED-FILE-OK         VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-ACCOUNT-FILTER       PIC X(8).
       01 WS-THRESHOLD-INPUT      PIC X(10).
       01 WS-LOSS-THRESHOLD       PIC 9(7)V99 VALUE 0.
       01 WS-WASH-WINDOW-DAYS     PIC 9(2) VALUE 30.
       01 WS-TODAY                PIC X(8).
       01 WS-TODAY-NUM            PIC 9(8) VALUE 0.
       01 WS-TODAY-INT            PIC 9(8) VALUE 0.
       01 WS-WINDOW-START-INT     PIC 9(8) VALUE 0.

      * Posted buys inside the 30-day window, the superficial-loss
      * evidence for a sale made today.
       01 WS-BUY-COUNT            PIC 9(4) VALUE 0.
       01 WS-BUY-TABLE.
           05 BUY-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-BUY-COUNT
               INDEXED BY BUYX.
               10 BUY-ACCOUNT-ID      PIC X(8).
               10 BUY-SYMBOL          PIC X(7).
               10 BUY-DATE            PIC X(8).
       01 WS-BUY-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-BUY-DATE-INT         PIC 9(8) VALUE 0.
       01 WS-LATEST-BUY-DATE      PIC X(8).
       01 WS-CLEAN-DATE-INT       PIC 9(8) VALUE 0.
       01 WS-CLEAN-DATE-NUM       PIC 9(8) VALUE 0.

       01 WS-CAND-COUNT           PIC 9(4) VALUE 0.
       01 WS-CAND-TABLE.
           05 CAND-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-CAND-COUNT
               INDEXED BY CANDX.
               10 CAND-ACCOUNT-ID     PIC X(8).
               10 CAND-SYMBOL         PIC X(7).
               10 CAND-LOT-DATE       PIC X(8).
               10 CAND-SHARES         PIC 9(5)V9999.
               10 CAND-COST           PIC 9(11)V99.
               10 CAND-MARKET-VALUE   PIC 9(11)V99.
               10 CAND-LOSS           PIC 9(11)V99.
               10 CAND-CURRENCY-CODE  PIC X(3).
               10 CAND-CLEAN-DATE     PIC X(8).

      * One row per account with a candidate or a realized gain this
      * year, in the order first met.
       01 WS-ACCT-COUNT           PIC 9(3) VALUE 0.
       01 WS-ACCT-TABLE.
           05 ACS-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCT-COUNT
               INDEXED BY ACSX.
               10 ACS-ACCOUNT-ID      PIC X(8).
               10 ACS-REALIZED-YTD    PIC S9(11)V99.
               10 ACS-HARVESTABLE     PIC 9(11)V99.
               10 ACS-SUPERFICIAL     PIC 9(11)V99.
       01 WS-ACCT-MATCH           PIC 9(3) VALUE 0.
       01 WS-ACCT-SUB             PIC 9(3) VALUE 0.
       01 WS-LOOKUP-ACCOUNT       PIC X(8).

       01 WS-POSITION-CURRENCY    PIC X(3).
       01 WS-NATIVE-RATE          PIC 9(3)V9999 VALUE 0.
       01 WS-LOT-RATE             PIC 9(3)V9999 VALUE 0.
       01 WS-LOT-PRICE            PIC 9(6)V99 VALUE 0.
       01 WS-LOT-COST             PIC 9(11)V99 VALUE 0.
       01 WS-LOT-MARKET-VALUE     PIC 9(11)V99 VALUE 0.
       01 WS-LOT-LOSS             PIC 9(11)V99 VALUE 0.
       01 WS-LOTS-PRICED          PIC 9(5) VALUE 0.
       01 WS-LOTS-UNPRICED        PIC 9(5) VALUE 0.

       01 WS-BOOK-HARVESTABLE     PIC 9(11)V99 VALUE 0.
       01 WS-BOOK-SUPERFICIAL     PIC 9(11)V99 VALUE 0.
       01 WS-NET-AFTER-HARVEST    PIC S9(11)V99 VALUE 0.
       01 WS-ACCOUNT-LINES        PIC 9(4) VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'HARVEST-RPT'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-MONEY-FMT            PIC $$$,$$$,$$9.99.
       01 WS-SIGNED-FMT           PIC $$$,$$$,$$9.99-.
       01 WS-SHARES-FMT           PIC ZZ,ZZ9.9999.
       01 WS-COUNT-FMT            PIC ZZZZ9.
       01 WS-REPORT-LINE          PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY 'Account to check (blank = whole book):'
           ACCEPT WS-ACCOUNT-FILTER
           DISPLAY 'Minimum loss per lot to list (blank = any loss):'
           ACCEPT WS-THRESHOLD-INPUT
           IF WS-THRESHOLD-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-THRESHOLD-INPUT) = 0
                   COMPUTE WS-LOSS-THRESHOLD =
                       FUNCTION NUMVAL(WS-THRESHOLD-INPUT)
               ELSE
                   DISPLAY 'Error: threshold must be an amount.'
                   GOBACK
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           COMPUTE WS-WINDOW-START-INT =
               WS-TODAY-INT - WS-WASH-WINDOW-DAYS
           PERFORM 1000-LOAD-RECENT-BUYS
           PERFORM 2000-PRICE-THE-LOTS
           PERFORM 3000-LOAD-REALIZED-YTD
           PERFORM 4000-WRITE-REPORT
           MOVE WS-CAND-COUNT TO WS-COUNT-FMT
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'HARVEST CANDIDATES LISTED: ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL
           GOBACK.

      ******************************************************************
      * Posted buys dated from 30 days back through today. A buy by
      * the house (blank account) counts against every account, the
      * same way REALIZED-GL-REPORT treats it.
      ******************************************************************
       1000-LOAD-RECENT-BUYS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TRADE-LOG-FILE
           IF NOT TRADE-LOG-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1100-READ-TRADE-LOG-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF TRD-BUY AND TRD-POSTED
                   AND TRD-TRADE-DATE NUMERIC
                   AND TRD-TRADE-DATE NOT > WS-TODAY
                   MOVE TRD-TRADE-DATE TO WS-BUY-DATE-NUM
                   COMPUTE WS-BUY-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-BUY-DATE-NUM)
                   IF WS-BUY-DATE-INT >= WS-WINDOW-START-INT
                       AND WS-BUY-COUNT < 9999
                       ADD 1 TO WS-BUY-COUNT
                       SET BUYX TO WS-BUY-COUNT
                       MOVE TRD-ACCOUNT-ID TO BUY-ACCOUNT-ID(BUYX)
                       MOVE TRD-SYMBOL TO BUY-SYMBOL(BUYX)
                       MOVE TRD-TRADE-DATE TO BUY-DATE(BUYX)
                   END-IF
               END-IF
               PERFORM 1100-READ-TRADE-LOG-ROW
           END-PERFORM
           IF TRADE-LOG-OK OR WS-TRADE-LOG-STATUS = '10'
               CLOSE TRADE-LOG-FILE
           END-IF.

       1100-READ-TRADE-LOG-ROW.
           READ TRADE-LOG-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * Lot valuation as PROJECT2 does it: market value is shares
      * times the closing price; cost is the lot's cost booked in the
      * position's currency at its trade-date rate, restated at
      * today's rate. A lot with no rate on file is costed at today's
      * rate; a lot whose symbol is not on STOCKS.txt is not priced.
      ******************************************************************
       2000-PRICE-THE-LOTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT STOCKFILE
           OPEN INPUT PORTFOLIO-FILE
           OPEN INPUT PURCHASE-LOTS-FILE
           IF NOT LOTS-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2100-READ-LOT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF LOT-SHARES NUMERIC AND LOT-SHARES > 0
                   AND (WS-ACCOUNT-FILTER = SPACES
                       OR LOT-ACCOUNT-ID = WS-ACCOUNT-FILTER)
                   PERFORM 2200-PRICE-ONE-LOT
               END-IF
               PERFORM 2100-READ-LOT-ROW
           END-PERFORM
           IF LOTS-FILE-OK OR WS-LOTS-STATUS = '10'
               CLOSE PURCHASE-LOTS-FILE
           END-IF
           IF PORTFOLIO-OK OR WS-PORTFOLIO-STATUS = '10'
               CLOSE PORTFOLIO-FILE
           END-IF
           CLOSE STOCKFILE.

       2100-READ-LOT-ROW.
           READ PURCHASE-LOTS-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2200-PRICE-ONE-LOT.
           MOVE LOT-SYMBOL TO STOCKSYMBOL
           READ STOCKFILE
               INVALID KEY
                   MOVE 0 TO WS-LOT-PRICE
               NOT INVALID KEY
                   MOVE CLOSINGPRICE TO WS-LOT-PRICE
           END-READ
           IF WS-LOT-PRICE = 0
               ADD 1 TO WS-LOTS-UNPRICED
           ELSE
               ADD 1 TO WS-LOTS-PRICED
               PERFORM 2300-FIND-POSITION-RATE
               IF LOT-FX-RATE NUMERIC AND LOT-FX-RATE > 0
                   MOVE LOT-FX-RATE TO WS-LOT-RATE
               ELSE
                   MOVE WS-NATIVE-RATE TO WS-LOT-RATE
               END-IF
               COMPUTE WS-LOT-MARKET-VALUE ROUNDED =
                   LOT-SHARES * WS-LOT-PRICE
                   ON SIZE ERROR MOVE 0 TO WS-LOT-MARKET-VALUE
               END-COMPUTE
               COMPUTE WS-LOT-COST ROUNDED =
                   LOT-SHARES * LOT-COST-PER-SHARE * WS-LOT-RATE
                   / WS-NATIVE-RATE
                   ON SIZE ERROR MOVE 0 TO WS-LOT-COST
               END-COMPUTE
               IF WS-LOT-COST > WS-LOT-MARKET-VALUE
                   COMPUTE WS-LOT-LOSS =
                       WS-LOT-COST - WS-LOT-MARKET-VALUE
                   IF WS-LOT-LOSS > WS-LOSS-THRESHOLD
                       AND WS-CAND-COUNT < 9999
                       PERFORM 2400-ADD-CANDIDATE
                   END-IF
               END-IF
           END-IF.

      * Today's rate for the position's currency, 1 for USD or a
      * position with no currency; a lot with no account is valued
      * in USD, as it has no position to key on.
       2300-FIND-POSITION-RATE.
           MOVE SPACES TO WS-POSITION-CURRENCY
           IF LOT-ACCOUNT-ID NOT = SPACES AND PORTFOLIO-OK
               MOVE LOT-ACCOUNT-ID TO P-ACCOUNT-ID
               MOVE LOT-SYMBOL TO P-STOCK-SYMBOL
               READ PORTFOLIO-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE P-CURRENCY-CODE TO WS-POSITION-CURRENCY
               END-READ
           END-IF
           IF WS-POSITION-CURRENCY = SPACES
               MOVE 'USD' TO WS-POSITION-CURRENCY
           END-IF
           MOVE 1 TO WS-NATIVE-RATE
           IF WS-POSITION-CURRENCY NOT = 'USD'
               CALL 'FXRATEAT' USING WS-POSITION-CURRENCY
                   WS-TODAY WS-NATIVE-RATE
                   ON EXCEPTION MOVE 0 TO WS-NATIVE-RATE
               END-CALL
               IF WS-NATIVE-RATE = 0
                   MOVE 1 TO WS-NATIVE-RATE
               END-IF
           END-IF.

       2400-ADD-CANDIDATE.
           ADD 1 TO WS-CAND-COUNT
           SET CANDX TO WS-CAND-COUNT
           MOVE LOT-ACCOUNT-ID TO CAND-ACCOUNT-ID(CANDX)
           MOVE LOT-SYMBOL TO CAND-SYMBOL(CANDX)
           MOVE LOT-PURCHASE-DATE TO CAND-LOT-DATE(CANDX)
           MOVE LOT-SHARES TO CAND-SHARES(CANDX)
           MOVE WS-LOT-COST TO CAND-COST(CANDX)
           MOVE WS-LOT-MARKET-VALUE TO CAND-MARKET-VALUE(CANDX)
           MOVE WS-LOT-LOSS TO CAND-LOSS(CANDX)
           MOVE WS-POSITION-CURRENCY TO CAND-CURRENCY-CODE(CANDX)
           MOVE SPACES TO CAND-CLEAN-DATE(CANDX)
           MOVE SPACES TO WS-LATEST-BUY-DATE
           PERFORM 2410-CHECK-ONE-BUY
               VARYING BUYX FROM 1 BY 1
               UNTIL BUYX > WS-BUY-COUNT
           MOVE LOT-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
           PERFORM 5000-FIND-ACCOUNT-SUMMARY
           IF WS-LATEST-BUY-DATE NOT = SPACES
               MOVE WS-LATEST-BUY-DATE TO WS-BUY-DATE-NUM
               COMPUTE WS-CLEAN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUY-DATE-NUM)
                   + WS-WASH-WINDOW-DAYS + 1
               COMPUTE WS-CLEAN-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-CLEAN-DATE-INT)
               MOVE WS-CLEAN-DATE-NUM TO CAND-CLEAN-DATE(CANDX)
               IF WS-ACCT-MATCH > 0
                   ADD WS-LOT-LOSS TO ACS-SUPERFICIAL(WS-ACCT-MATCH)
               END-IF
           ELSE
               IF WS-ACCT-MATCH > 0
                   ADD WS-LOT-LOSS TO ACS-HARVESTABLE(WS-ACCT-MATCH)
               END-IF
           END-IF.

       2410-CHECK-ONE-BUY.
           IF BUY-SYMBOL(BUYX) = LOT-SYMBOL
               AND (BUY-ACCOUNT-ID(BUYX) = LOT-ACCOUNT-ID
                   OR BUY-ACCOUNT-ID(BUYX) = SPACES)
               AND BUY-DATE(BUYX) > WS-LATEST-BUY-DATE
               MOVE BUY-DATE(BUYX) TO WS-LATEST-BUY-DATE
           END-IF.

      ******************************************************************
      * Gains and losses already realized this calendar year, per
      * account, from REALIZED.txt.
      ******************************************************************
       3000-LOAD-REALIZED-YTD.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REALIZED-FILE
           IF NOT REALIZED-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3100-READ-REALIZED-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF RL-TRADE-DATE(1:4) = WS-TODAY(1:4)
                   AND RL-TRADE-DATE NOT > WS-TODAY
                   AND (WS-ACCOUNT-FILTER = SPACES
                       OR RL-ACCOUNT-ID = WS-ACCOUNT-FILTER)
                   MOVE RL-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
                   PERFORM 5000-FIND-ACCOUNT-SUMMARY
                   IF WS-ACCT-MATCH > 0
                       ADD RL-GAIN-LOSS TO
                           ACS-REALIZED-YTD(WS-ACCT-MATCH)
                   END-IF
               END-IF
               PERFORM 3100-READ-REALIZED-ROW
           END-PERFORM
           IF REALIZED-FILE-OK OR WS-REALIZED-STATUS = '10'
               CLOSE REALIZED-FILE
           END-IF.

       3100-READ-REALIZED-ROW.
           READ REALIZED-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       4000-WRITE-REPORT.
           OPEN OUTPUT HARVEST-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TAX-LOSS HARVESTING CANDIDATES AS OF '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-LOSS-THRESHOLD TO WS-MONEY-FMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LOTS WITH AN UNREALIZED LOSS OVER ' DELIMITED BY SIZE
               WS-MONEY-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-ACCT-COUNT = 0
               MOVE 'NO LOTS OR REALIZED GAINS IN SCOPE.' TO
                   WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           PERFORM 4100-WRITE-ONE-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
           MOVE ALL '=' TO WS-REPORT-LINE(1:97)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'BOOK HARVESTABLE LOSS' TO WS-REPORT-LINE(1:30)
           MOVE WS-BOOK-HARVESTABLE TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(40:14)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'BOOK LOSS BLOCKED (SUPERFICIAL)' TO
               WS-REPORT-LINE(1:32)
           MOVE WS-BOOK-SUPERFICIAL TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(40:14)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-LOTS-PRICED TO WS-COUNT-FMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LOTS PRICED: ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-LOTS-UNPRICED > 0
               MOVE WS-LOTS-UNPRICED TO WS-COUNT-FMT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'LOTS NOT PRICED (SYMBOL NOT ON STOCKS.TXT): '
                   DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           CLOSE HARVEST-REPORT-FILE
           DISPLAY 'Harvest report written to HARVEST.txt'.

       4100-WRITE-ONE-ACCOUNT.
           MOVE SPACES TO WS-REPORT-LINE
           IF ACS-ACCOUNT-ID(WS-ACCT-SUB) = SPACES
               MOVE 'ACCOUNT (NONE ON LOT)' TO WS-REPORT-LINE
           ELSE
               STRING 'ACCOUNT ' DELIMITED BY SIZE
                   ACS-ACCOUNT-ID(WS-ACCT-SUB) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'SYMBOL' TO WS-REPORT-LINE(1:6)
           MOVE 'LOT DATE' TO WS-REPORT-LINE(9:8)
           MOVE 'CCY' TO WS-REPORT-LINE(18:3)
           MOVE 'SHARES' TO WS-REPORT-LINE(27:6)
           MOVE 'COST' TO WS-REPORT-LINE(44:4)
           MOVE 'MARKET VALUE' TO WS-REPORT-LINE(51:12)
           MOVE 'LOSS TO REALIZE' TO WS-REPORT-LINE(63:15)
           MOVE 'CLEAN ON' TO WS-REPORT-LINE(79:8)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:97)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 0 TO WS-ACCOUNT-LINES
           PERFORM 4200-WRITE-ONE-CANDIDATE
               VARYING CANDX FROM 1 BY 1
               UNTIL CANDX > WS-CAND-COUNT
           IF WS-ACCOUNT-LINES = 0
               MOVE 'NO LOTS OVER THE THRESHOLD' TO
                   WS-REPORT-LINE(3:26)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE ALL '-' TO WS-REPORT-LINE(1:97)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'HARVESTABLE LOSS (CLEAN TODAY)' TO WS-REPORT-LINE(3:35)
           MOVE ACS-HARVESTABLE(WS-ACCT-SUB) TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(40:14)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'LOSS BLOCKED (SUPERFICIAL)' TO WS-REPORT-LINE(3:35)
           MOVE ACS-SUPERFICIAL(WS-ACCT-SUB) TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(40:14)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'REALIZED GAIN/LOSS THIS YEAR' TO WS-REPORT-LINE(3:35)
           MOVE ACS-REALIZED-YTD(WS-ACCT-SUB) TO WS-SIGNED-FMT
           MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(40:15)
           PERFORM 8000-WRITE-REPORT-LINE
           COMPUTE WS-NET-AFTER-HARVEST =
               ACS-REALIZED-YTD(WS-ACCT-SUB)
               - ACS-HARVESTABLE(WS-ACCT-SUB)
               ON SIZE ERROR MOVE 0 TO WS-NET-AFTER-HARVEST
           END-COMPUTE
           MOVE 'NET REALIZED IF HARVESTED' TO WS-REPORT-LINE(3:35)
           MOVE WS-NET-AFTER-HARVEST TO WS-SIGNED-FMT
           MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(40:15)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           ADD ACS-HARVESTABLE(WS-ACCT-SUB) TO WS-BOOK-HARVESTABLE
           ADD ACS-SUPERFICIAL(WS-ACCT-SUB) TO WS-BOOK-SUPERFICIAL.

       4200-WRITE-ONE-CANDIDATE.
           IF CAND-ACCOUNT-ID(CANDX) = ACS-ACCOUNT-ID(WS-ACCT-SUB)
               ADD 1 TO WS-ACCOUNT-LINES
               MOVE CAND-SYMBOL(CANDX) TO WS-REPORT-LINE(1:7)
               MOVE CAND-LOT-DATE(CANDX) TO WS-REPORT-LINE(9:8)
               MOVE CAND-CURRENCY-CODE(CANDX) TO WS-REPORT-LINE(18:3)
               MOVE CAND-SHARES(CANDX) TO WS-SHARES-FMT
               MOVE WS-SHARES-FMT TO WS-REPORT-LINE(22:11)
               MOVE CAND-COST(CANDX) TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(34:14)
               MOVE CAND-MARKET-VALUE(CANDX) TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(49:14)
               MOVE CAND-LOSS(CANDX) TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(64:14)
               IF CAND-CLEAN-DATE(CANDX) = SPACES
                   MOVE 'TODAY' TO WS-REPORT-LINE(79:5)
               ELSE
                   MOVE CAND-CLEAN-DATE(CANDX) TO WS-REPORT-LINE(79:8)
                   MOVE 'SUPERFICIAL' TO WS-REPORT-LINE(88:11)
               END-IF
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       5000-FIND-ACCOUNT-SUMMARY.
           MOVE 0 TO WS-ACCT-MATCH
           PERFORM 5100-MATCH-ONE-ACCOUNT
               VARYING ACSX FROM 1 BY 1
               UNTIL ACSX > WS-ACCT-COUNT
                   OR WS-ACCT-MATCH > 0
           IF WS-ACCT-MATCH = 0 AND WS-ACCT-COUNT < 999
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-MATCH
               MOVE WS-LOOKUP-ACCOUNT TO ACS-ACCOUNT-ID(WS-ACCT-MATCH)
               MOVE 0 TO ACS-REALIZED-YTD(WS-ACCT-MATCH)
               MOVE 0 TO ACS-HARVESTABLE(WS-ACCT-MATCH)
               MOVE 0 TO ACS-SUPERFICIAL(WS-ACCT-MATCH)
           END-IF.

       5100-MATCH-ONE-ACCOUNT.
           IF ACS-ACCOUNT-ID(ACSX) = WS-LOOKUP-ACCOUNT
               SET WS-ACCT-MATCH TO ACSX
           END-IF.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM HARVEST-REPORT.
