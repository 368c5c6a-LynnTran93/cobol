      *   2026-08-21 LT Initial version.
      *   2026-08-21 LT Takes the STOCKS.LCK update lock while
      *                 posting, honoring the shop's lock convention.
      *   2026-10-15 LT Carries the queued stock risk rating through
      *                 review and onto the master; a change queued
      *                 with a blank rating keeps the current one.
      *   2026-10-15 LT Carries the queued shares outstanding the same
      *                 way; a change queued with zero keeps the
      *                 current figure.
      *   2026-10-15 LT Records the STOCKS master's new figures on the
      *                 master control register (MASTERCTL) after the
      *                 session closes it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-APPROVE.
               10 PND-ENTRY-DIVIDEND  PIC 9(3)V99.
               10 PND-ENTRY-MAKER     PIC X(10).
               10 PND-ENTRY-STAMP     PIC X(15).
               10 PND-ENTRY-RISK      PIC X.
               10 PND-ENTRY-SHARES-OUT PIC 9(12).
               10 PND-ENTRY-DONE      PIC X.
       01 WS-WORK-SUB             PIC 9(3) VALUE 0.
       01 WS-LOCK-FUNCTION        PIC X VALUE 'A'.
       01 WS-LOCK-RESULT          PIC X VALUE 'Y'.
       01 WS-LOCK-PROGRAM         PIC X(12) VALUE 'STOCKAPPROVE'.
       01 WS-LOCK-RESOURCE        PIC X(10) VALUE 'STOCKS'.
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               UNTIL WS-WORK-SUB > WS-PENDING-COUNT
           PERFORM 8000-REWRITE-PENDING
           CLOSE STOCKFILE
           MOVE 'STOCKS' TO WS-CONTROL-FILE-ID
           PERFORM 8900-RECORD-MASTER-CONTROL
           PERFORM 9000-RELEASE-STOCK-LOCK
           GOBACK.

                   MOVE PND-DIVIDEND TO PND-ENTRY-DIVIDEND(PNDX)
                   MOVE PND-MAKER-ID TO PND-ENTRY-MAKER(PNDX)
                   MOVE PND-ENTERED-STAMP TO PND-ENTRY-STAMP(PNDX)
                   MOVE PND-RISK-RATING TO PND-ENTRY-RISK(PNDX)
                   IF PND-SHARES-OUTSTANDING NUMERIC
                       MOVE PND-SHARES-OUTSTANDING TO
                           PND-ENTRY-SHARES-OUT(PNDX)
                   ELSE
                       MOVE 0 TO PND-ENTRY-SHARES-OUT(PNDX)
                   END-IF
                   MOVE 'N' TO PND-ENTRY-DONE(PNDX)
               END-IF
               PERFORM 1100-READ-PENDING-ROW
           DISPLAY 'Sector: ' PND-ENTRY-SECTOR(WS-WORK-SUB)
               '  Dividend: ' PND-ENTRY-DIVIDEND(WS-WORK-SUB)
               '  Maker: ' PND-ENTRY-MAKER(WS-WORK-SUB)
           DISPLAY 'Risk rating: ' PND-ENTRY-RISK(WS-WORK-SUB)
               '  Shares outstanding: '
               PND-ENTRY-SHARES-OUT(WS-WORK-SUB)
           IF PND-ENTRY-MAKER(WS-WORK-SUB) = WS-CHECKER-ID
               DISPLAY 'Entered by you -- a different operator must '
                   'review it. Skipped.'
                           STOCK-SECTOR-CODE
                       MOVE PND-ENTRY-DIVIDEND(WS-WORK-SUB) TO
                           STOCK-DIVIDEND-RATE
                       MOVE PND-ENTRY-RISK(WS-WORK-SUB) TO
                           STOCK-RISK-RATING
                       MOVE PND-ENTRY-SHARES-OUT(WS-WORK-SUB) TO
                           STOCK-SHARES-OUTSTANDING
                       WRITE STOCKRECORD
                       PERFORM 5000-LOG-PRICE-HISTORY
                       DISPLAY 'Stock added to the master.'
                               STOCK-SECTOR-CODE
                           MOVE PND-ENTRY-DIVIDEND(WS-WORK-SUB) TO
                               STOCK-DIVIDEND-RATE
                           IF PND-ENTRY-RISK(WS-WORK-SUB) NOT = SPACE
                               MOVE PND-ENTRY-RISK(WS-WORK-SUB) TO
                                   STOCK-RISK-RATING
                           END-IF
                           IF PND-ENTRY-SHARES-OUT(WS-WORK-SUB) > 0
                               MOVE PND-ENTRY-SHARES-OUT(WS-WORK-SUB)
                                   TO STOCK-SHARES-OUTSTANDING
                           END-IF
                           REWRITE STOCKRECORD
                           PERFORM 5000-LOG-PRICE-HISTORY
                           DISPLAY 'Stock changed on the master.'
               MOVE PND-ENTRY-DIVIDEND(PNDX) TO PND-DIVIDEND
               MOVE PND-ENTRY-MAKER(PNDX) TO PND-MAKER-ID
               MOVE PND-ENTRY-STAMP(PNDX) TO PND-ENTERED-STAMP
               MOVE PND-ENTRY-RISK(PNDX) TO PND-RISK-RATING
               MOVE PND-ENTRY-SHARES-OUT(PNDX) TO
                   PND-SHARES-OUTSTANDING
               WRITE PENDING-STOCK-RECORD
           END-IF.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-LOCK-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM STOCK-APPROVE.
