      *                 claimable figure and the disallowed losses,
      *                 before the accountant finds it the hard way
      *                 again.
      *   2026-10-15 LT Each detail line now also shows the position's
      *                 currency and the gain split into its security
      *                 and currency parts in that currency, as the
      *                 blotter now records them, and the report ends
      *                 with the year's security and currency gain
      *                 totalled by currency. A row written before the
      *                 split counts as all security gain.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REALIZED-GL-REPORT.
           COPY RELREC.

       FD REALIZED-REPORT-FILE.
       01 REALIZED-REPORT-RECORD  PIC X(130).

       FD PURCHASE-LOTS-FILE.
           COPY LOTREC.
       01 WS-TOTAL-DISALLOWED     PIC 9(11)V99 VALUE 0.
       01 WS-CLAIMABLE-TOTAL      PIC S9(11)V99 VALUE 0.

       01 WS-ROW-CURRENCY         PIC X(3) VALUE SPACES.
       01 WS-ROW-SECURITY-GAIN    PIC S9(9)V99 VALUE 0.
       01 WS-ROW-CURRENCY-GAIN    PIC S9(9)V99 VALUE 0.
       01 WS-CCY-COUNT            PIC 9(3) VALUE 0.
       01 WS-CCY-TABLE.
           05 CCY-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-CCY-COUNT
               ASCENDING KEY IS CCY-CODE
               INDEXED BY CCYX.
               10 CCY-CODE            PIC X(3).
               10 CCY-SECURITY-GAIN   PIC S9(11)V99.
               10 CCY-CURRENCY-GAIN   PIC S9(11)V99.
       01 WS-CCY-MATCH            PIC 9(3) VALUE 0.

       01 WS-BUY-COUNT            PIC 9(4) VALUE 0.
       01 WS-BUY-TABLE.
           05 BUY-ENTRY OCCURS 1 TO 9999 TIMES
       01 WS-PROCEEDS-FMT         PIC $$$,$$$,$$9.99.
       01 WS-COST-FMT             PIC $$$,$$$,$$9.99.
       01 WS-GAIN-FMT             PIC $$$,$$$,$$9.99-.
       01 WS-REPORT-LINE          PIC X(130).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'DATE     SYMBOL   ACCOUNT   SHARES SOLD  GAIN/LOSS
      -        '        FLAG' TO WS-REPORT-LINE
           MOVE 'CCY' TO WS-REPORT-LINE(88:3)
           MOVE 'SECURITY G/L' TO WS-REPORT-LINE(96:12)
           MOVE 'CURRENCY G/L' TO WS-REPORT-LINE(113:12)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:124)
           PERFORM 8000-WRITE-REPORT-LINE.

      ******************************************************************
       2000-ACCUMULATE-SALES.
           PERFORM UNTIL NO-MORE-REALIZED-RECORD
               IF RL-TRADE-DATE(1:4) = WS-CURRENT-YEAR
                   PERFORM 2050-SPLIT-ROW-GAIN
                   PERFORM 2400-WRITE-DETAIL-ROW
                   PERFORM 2200-ADD-SALE-TO-SYMBOL
                   PERFORM 2600-ADD-SALE-TO-CURRENCY
               END-IF
               PERFORM 2100-READ-REALIZED-ROW
           END-PERFORM.

      ******************************************************************
      * The row's security/currency split in the position's own
      * currency; a row from before the split was recorded has no
      * sale-date rate and counts as all security gain in USD.
      ******************************************************************
       2050-SPLIT-ROW-GAIN.
           IF RL-FX-RATE NUMERIC AND RL-FX-RATE > 0
               MOVE RL-CURRENCY-CODE TO WS-ROW-CURRENCY
               MOVE RL-SECURITY-GAIN TO WS-ROW-SECURITY-GAIN
               MOVE RL-CURRENCY-GAIN TO WS-ROW-CURRENCY-GAIN
           ELSE
               MOVE SPACES TO WS-ROW-CURRENCY
               MOVE RL-GAIN-LOSS TO WS-ROW-SECURITY-GAIN
               MOVE 0 TO WS-ROW-CURRENCY-GAIN
           END-IF
           IF WS-ROW-CURRENCY = SPACES
               MOVE 'USD' TO WS-ROW-CURRENCY
           END-IF.

      ******************************************************************
      * One detail line per realized row. A loss row is checked for
      * a repurchase of the symbol within 30 days either side of
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           END-IF
           MOVE WS-ROW-CURRENCY TO WS-REPORT-LINE(88:3)
           MOVE WS-ROW-SECURITY-GAIN TO WS-GAIN-FMT
           MOVE WS-GAIN-FMT TO WS-REPORT-LINE(92:16)
           MOVE WS-ROW-CURRENCY-GAIN TO WS-GAIN-FMT
           MOVE WS-GAIN-FMT TO WS-REPORT-LINE(109:16)
           PERFORM 8000-WRITE-REPORT-LINE.

       2500-CHECK-SUPERFICIAL.
               MOVE WS-SCAN-SUB TO WS-SYMBOL-MATCH
           END-IF.

       2600-ADD-SALE-TO-CURRENCY.
           MOVE 0 TO WS-CCY-MATCH
           PERFORM 2610-MATCH-ONE-CURRENCY
               VARYING CCYX FROM 1 BY 1
               UNTIL CCYX > WS-CCY-COUNT
                   OR WS-CCY-MATCH > 0
           IF WS-CCY-MATCH = 0 AND WS-CCY-COUNT < 999
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-MATCH
               MOVE WS-ROW-CURRENCY TO CCY-CODE(WS-CCY-MATCH)
               MOVE 0 TO CCY-SECURITY-GAIN(WS-CCY-MATCH)
               MOVE 0 TO CCY-CURRENCY-GAIN(WS-CCY-MATCH)
           END-IF
           IF WS-CCY-MATCH > 0
               ADD WS-ROW-SECURITY-GAIN TO
                   CCY-SECURITY-GAIN(WS-CCY-MATCH)
               ADD WS-ROW-CURRENCY-GAIN TO
                   CCY-CURRENCY-GAIN(WS-CCY-MATCH)
           END-IF.

       2610-MATCH-ONE-CURRENCY.
           IF CCY-CODE(CCYX) = WS-ROW-CURRENCY
               SET WS-CCY-MATCH TO CCYX
           END-IF.

       3000-WRITE-REPORT.
           MOVE ALL '-' TO WS-REPORT-LINE(1:80)
           PERFORM 8000-WRITE-REPORT-LINE
               WS-REPORT-LINE(1:32)
           MOVE WS-CLAIMABLE-TOTAL TO WS-GAIN-FMT
           MOVE WS-GAIN-FMT TO WS-REPORT-LINE(38:16)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3500-WRITE-CURRENCY-SPLIT.

      ******************************************************************
      * The year's gains by position currency, each split into the
      * security and currency parts in that currency -- the figures
      * the foreign-currency accounts are taxed on separately.
      ******************************************************************
       3500-WRITE-CURRENCY-SPLIT.
           MOVE ALL '-' TO WS-REPORT-LINE(1:72)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'CCY' TO WS-REPORT-LINE(1:3)
           MOVE 'SECURITY G/L' TO WS-REPORT-LINE(10:12)
           MOVE 'CURRENCY G/L' TO WS-REPORT-LINE(27:12)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:40)
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-CCY-COUNT > 0
               SORT CCY-ENTRY ASCENDING KEY CCY-CODE
           END-IF
           PERFORM 3510-WRITE-ONE-CURRENCY
               VARYING CCYX FROM 1 BY 1
               UNTIL CCYX > WS-CCY-COUNT.

       3510-WRITE-ONE-CURRENCY.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE CCY-CODE(CCYX) TO WS-REPORT-LINE(1:3)
           MOVE CCY-SECURITY-GAIN(CCYX) TO WS-GAIN-FMT
           MOVE WS-GAIN-FMT TO WS-REPORT-LINE(6:16)
           MOVE CCY-CURRENCY-GAIN(CCYX) TO WS-GAIN-FMT
           MOVE WS-GAIN-FMT TO WS-REPORT-LINE(23:16)
           PERFORM 8000-WRITE-REPORT-LINE.

       3100-WRITE-ONE-SYMBOL.
