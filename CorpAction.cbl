      *                 to the POSJRNL.txt position change journal
      *                 (see the shared PJNLREC copybook), the same
      *                 as the blotter and PORT-MAINT.
      *   2026-10-15 LT Lots keep their trade-date FX rate through a
      *                 split or rename; the rate is per share of cost
      *                 and so is unchanged by the split ratio.
      *   2026-10-15 LT A split also restates the stock master's
      *                 shares outstanding by the split ratio, so the
      *                 large-holding report's percentages hold.
      *   2026-10-15 LT Each save records the new PORTFOLIO and
      *                 PURCHASELOTS figures on the master control
      *                 register (MASTERCTL), and STOCKS is recorded
      *                 when the session closes if an action changed it.
      *   2026-10-15 LT A rename journals each position twice -- the
      *                 old symbol going to nothing and the new symbol
      *                 taking it up -- and writes LOTJRNL.txt rows
      *                 for every position and lot it re-keys (see
      *                 LJNLREC), all under one stamp, so PORT-RECOVER
      *                 can carry the position, its currency and its
      *                 lots over to the new symbol.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORP-ACTIONS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITION-JOURNAL-FILE ASSIGN TO "../POSJRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOT-JOURNAL-FILE ASSIGN TO "../LOTJRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSITION-JOURNAL-FILE.
           COPY PJNLREC.

       FD LOT-JOURNAL-FILE.
           COPY LJNLREC.

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
           88 LOTS-FILE-OK             VALUE '00'.
       01 WS-HISTORY-STATUS       PIC X(2) VALUE '00'.
           88 HISTORY-FILE-OK          VALUE '00'.
       01 WS-LOT-JOURNAL-STATUS   PIC X(2) VALUE '00'.
           88 LOT-JOURNAL-MISSING      VALUE '35'.
       01 WS-END-OF-PORTFOLIO     PIC X VALUE 'N'.
           88 NO-MORE-PORTFOLIO-RECORD VALUE 'Y'.
       01 WS-END-OF-LOTS          PIC X VALUE 'N'.
               10 LOT-ENTRY-COST-PER-SHARE PIC 9(6)V99.
               10 LOT-ENTRY-PURCHASE-DATE  PIC X(8).
               10 LOT-ENTRY-ACCOUNT-ID     PIC X(8).
               10 LOT-ENTRY-FX-RATE        PIC 9(3)V9999.

       01 WS-HISTORY-COUNT        PIC 9(4) VALUE 0.
       01 WS-HISTORY-TABLE.
       01 WS-JOURNAL-PROGRAM      PIC X(12) VALUE 'CORP-ACTIONS'.
       01 WS-JRNL-BEFORE-SHARES   PIC 9(5)V9999 VALUE 0.
       01 WS-JRNL-BEFORE-COST     PIC 9(6)V99 VALUE 0.
       01 WS-JRNL-AFTER-SHARES    PIC 9(5)V9999 VALUE 0.
       01 WS-JRNL-AFTER-COST      PIC 9(6)V99 VALUE 0.
       01 WS-JRNL-SYMBOL          PIC X(7).

       01 WS-LOCK-FUNCTION        PIC X VALUE 'A'.
       01 WS-LOCK-RESULT          PIC X VALUE 'Y'.
       01 WS-PORT-LOCK-RESOURCE   PIC X(10) VALUE 'PORTFOLIO'.
       01 WS-PORT-LOCK-RESULT     PIC X VALUE 'Y'.

       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.
       01 WS-STOCKS-CHANGED       PIC X VALUE 'N'.

       01 WS-SHARES-FMT           PIC ZZZZ9.9999.
       01 WS-PRICE-FMT            PIC ZZZZZ9.99.
       01 WS-COUNT-FMT            PIC ZZZ9.
               MOVE LOT-PURCHASE-DATE TO
                   LOT-ENTRY-PURCHASE-DATE(LOTX)
               MOVE LOT-ACCOUNT-ID TO LOT-ENTRY-ACCOUNT-ID(LOTX)
               IF LOT-FX-RATE NUMERIC
                   MOVE LOT-FX-RATE TO LOT-ENTRY-FX-RATE(LOTX)
               ELSE
                   MOVE 0 TO LOT-ENTRY-FX-RATE(LOTX)
               END-IF
               PERFORM 1210-READ-LOT-ROW
           END-PERFORM
           IF LOTS-FILE-OK OR WS-LOTS-STATUS = '10'
                       CLOSINGPRICE / WS-RATIO-INPUT
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
                   IF STOCK-SHARES-OUTSTANDING NUMERIC
                       COMPUTE STOCK-SHARES-OUTSTANDING ROUNDED =
                           STOCK-SHARES-OUTSTANDING * WS-RATIO-INPUT
                           ON SIZE ERROR CONTINUE
                       END-COMPUTE
                   ELSE
                       MOVE 0 TO STOCK-SHARES-OUTSTANDING
                   END-IF
                   REWRITE STOCKRECORD
                   ADD 1 TO WS-ROWS-TOUCHED
                   PERFORM 8100-REPORT-PRICE-CHANGE
      * Rename: the master row moves to its new key (write new,
      * delete old) and every position, lot and history row carries
      * the new symbol. The new symbol must not already be on the
      * master. Every journal row the rename writes carries the one
      * stamp taken as it starts.
      ******************************************************************
       4000-APPLY-RENAME.
           MOVE 'Y' TO WS-VALID-ENTRY
                   WS-NEW-SYMBOL-INPUT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               PERFORM 4100-RENAME-STOCK-MASTER
               PERFORM 4200-RENAME-ONE-POSITION
                   VARYING POSX FROM 1 BY 1
                   PERFORM 8000-WRITE-REPORT-LINE
           END-READ.

      * The old symbol's row takes the position to nothing and the
      * new symbol's row opens it again, after a lot journal row
      * naming both symbols and the position's currency.
       4200-RENAME-ONE-POSITION.
           IF POS-SYMBOL(POSX) = WS-SYMBOL-INPUT
               PERFORM 4210-JOURNAL-RENAMED-POSITION
               MOVE WS-SYMBOL-INPUT TO WS-JRNL-SYMBOL
               MOVE POS-SHARES(POSX) TO WS-JRNL-BEFORE-SHARES
               MOVE POS-AVG-COST(POSX) TO WS-JRNL-BEFORE-COST
               MOVE 0 TO WS-JRNL-AFTER-SHARES
               MOVE 0 TO WS-JRNL-AFTER-COST
               PERFORM 7810-WRITE-JOURNAL-ROW
               MOVE WS-NEW-SYMBOL-INPUT TO POS-SYMBOL(POSX)
               MOVE WS-NEW-SYMBOL-INPUT TO WS-JRNL-SYMBOL
               MOVE 0 TO WS-JRNL-BEFORE-SHARES
               MOVE 0 TO WS-JRNL-BEFORE-COST
               MOVE POS-SHARES(POSX) TO WS-JRNL-AFTER-SHARES
               MOVE POS-AVG-COST(POSX) TO WS-JRNL-AFTER-COST
               PERFORM 7810-WRITE-JOURNAL-ROW
               ADD 1 TO WS-ROWS-TOUCHED
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'POSITION' TO WS-REPORT-LINE(3:8)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       4210-JOURNAL-RENAMED-POSITION.
           PERFORM 7850-START-LOT-JOURNAL-ROW
           MOVE 'P' TO LJ-ACTION
           MOVE POS-ACCOUNT-ID(POSX) TO LJ-ACCOUNT-ID
           MOVE POS-ACCOUNT-ID(POSX) TO LJ-TO-ACCOUNT-ID
           MOVE POS-SHARES(POSX) TO LJ-SHARES
           MOVE POS-AVG-COST(POSX) TO LJ-COST-PER-SHARE
           MOVE POS-CURRENCY-CODE(POSX) TO LJ-CURRENCY-CODE
           WRITE LOT-JOURNAL-RECORD
           CLOSE LOT-JOURNAL-FILE.

       4300-RENAME-ONE-LOT.
           IF LOT-ENTRY-SYMBOL(LOTX) = WS-SYMBOL-INPUT
               PERFORM 4310-JOURNAL-RENAMED-LOT
               MOVE WS-NEW-SYMBOL-INPUT TO LOT-ENTRY-SYMBOL(LOTX)
               ADD 1 TO WS-ROWS-TOUCHED
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       4310-JOURNAL-RENAMED-LOT.
           PERFORM 7850-START-LOT-JOURNAL-ROW
           MOVE 'K' TO LJ-ACTION
           MOVE LOT-ENTRY-ACCOUNT-ID(LOTX) TO LJ-ACCOUNT-ID
           MOVE LOT-ENTRY-ACCOUNT-ID(LOTX) TO LJ-TO-ACCOUNT-ID
           MOVE LOT-ENTRY-SHARES(LOTX) TO LJ-SHARES
           MOVE LOT-ENTRY-PURCHASE-DATE(LOTX) TO LJ-PURCHASE-DATE
           MOVE LOT-ENTRY-COST-PER-SHARE(LOTX) TO LJ-COST-PER-SHARE
           MOVE LOT-ENTRY-FX-RATE(LOTX) TO LJ-FX-RATE
           WRITE LOT-JOURNAL-RECORD
           CLOSE LOT-JOURNAL-FILE.

       4400-RENAME-ONE-HISTORY-ROW.
           IF HIST-SYMBOL(HDX) = WS-SYMBOL-INPUT
               MOVE WS-NEW-SYMBOL-INPUT TO HIST-SYMBOL(HDX)
               UNTIL POSX > WS-POSITION-COUNT
           PERFORM 6200-WRITE-TRAILER
           CLOSE PORTFOLIO-FILE
           MOVE 'PORTFOLIO' TO WS-CONTROL-FILE-ID
           PERFORM 8900-RECORD-MASTER-CONTROL
           OPEN OUTPUT PURCHASE-LOTS-FILE
           PERFORM 6300-WRITE-ONE-LOT
               VARYING LOTX FROM 1 BY 1
               UNTIL LOTX > WS-LOT-COUNT
           CLOSE PURCHASE-LOTS-FILE
           MOVE 'PURCHASELOTS' TO WS-CONTROL-FILE-ID
           PERFORM 8900-RECORD-MASTER-CONTROL
           MOVE 'Y' TO WS-STOCKS-CHANGED
           OPEN OUTPUT PRICE-HISTORY-FILE
           PERFORM 6400-WRITE-ONE-HISTORY-ROW
               VARYING HDX FROM 1 BY 1
               MOVE LOT-ENTRY-PURCHASE-DATE(LOTX)
                   TO LOT-PURCHASE-DATE
               MOVE LOT-ENTRY-ACCOUNT-ID(LOTX) TO LOT-ACCOUNT-ID
               MOVE LOT-ENTRY-FX-RATE(LOTX) TO LOT-FX-RATE
               WRITE PURCHASE-LOT-RECORD
           END-IF.

      ******************************************************************
       7800-WRITE-POSITION-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE POS-SYMBOL(POSX) TO WS-JRNL-SYMBOL
           MOVE POS-SHARES(POSX) TO WS-JRNL-AFTER-SHARES
           MOVE POS-AVG-COST(POSX) TO WS-JRNL-AFTER-COST
           PERFORM 7810-WRITE-JOURNAL-ROW.

       7810-WRITE-JOURNAL-ROW.
           OPEN EXTEND POSITION-JOURNAL-FILE
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO PJ-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO PJ-TIME
           MOVE WS-JOURNAL-PROGRAM TO PJ-PROGRAM
           MOVE WS-OPERATOR-ID TO PJ-OPERATOR
           MOVE POS-ACCOUNT-ID(POSX) TO PJ-ACCOUNT-ID
           MOVE WS-JRNL-SYMBOL TO PJ-SYMBOL
           MOVE WS-JRNL-BEFORE-SHARES TO PJ-BEFORE-SHARES
           MOVE WS-JRNL-BEFORE-COST TO PJ-BEFORE-COST
           MOVE WS-JRNL-AFTER-SHARES TO PJ-AFTER-SHARES
           MOVE WS-JRNL-AFTER-COST TO PJ-AFTER-COST
           WRITE POSITION-JOURNAL-RECORD
           CLOSE POSITION-JOURNAL-FILE.

      ******************************************************************
      * Opens the lot journal and starts a rename row under the
      * rename's stamp, old symbol to new; the caller fills in the
      * position or lot, writes the row and closes the file.
      ******************************************************************
       7850-START-LOT-JOURNAL-ROW.
           OPEN EXTEND LOT-JOURNAL-FILE
           IF LOT-JOURNAL-MISSING
               OPEN OUTPUT LOT-JOURNAL-FILE
           END-IF
           MOVE SPACES TO LOT-JOURNAL-RECORD
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO LJ-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO LJ-TIME
           MOVE WS-JOURNAL-PROGRAM TO LJ-PROGRAM
           MOVE WS-OPERATOR-ID TO LJ-OPERATOR
           MOVE 0 TO LJ-TRADE-SEQUENCE
           MOVE WS-SYMBOL-INPUT TO LJ-SYMBOL
           MOVE WS-NEW-SYMBOL-INPUT TO LJ-TO-SYMBOL
           MOVE 0 TO LJ-SHARES
           MOVE 0 TO LJ-COST-PER-SHARE
           MOVE 0 TO LJ-FX-RATE.

       8100-REPORT-PRICE-CHANGE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'STOCK MASTER' TO WS-REPORT-LINE(3:12)
           WRITE ACTION-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-LOCK-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.

       9000-CLOSE-RTN.
           CLOSE STOCKFILE
           IF WS-STOCKS-CHANGED = 'Y'
               MOVE 'STOCKS' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
           END-IF
           CLOSE ACTION-REPORT-FILE
           MOVE 'R' TO WS-LOCK-FUNCTION
           CALL 'STOCKLOCK' USING WS-LOCK-FUNCTION
