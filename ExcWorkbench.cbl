      *   2026-08-21 LT Takes the STOCKS.LCK update lock while the
      *                 master is open for adds, honoring the shop's
      *                 lock convention.
      *   2026-10-15 LT A stock added from the workbench goes on the
      *                 master unrated; the rating is set afterward
      *                 through the STOCK-MAINT approval queue.
      *   2026-10-15 LT Shares outstanding likewise starts at zero.
      *   2026-10-15 LT Records the STOCKS master's new figures on the
      *                 master control register (MASTERCTL) after the
      *                 session closes it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXC-WORKBENCH.
       01 WS-LOCK-RESULT          PIC X VALUE 'Y'.
       01 WS-LOCK-PROGRAM         PIC X(12) VALUE 'EXC-WORKBNCH'.
       01 WS-LOCK-RESOURCE        PIC X(10) VALUE 'STOCKS'.
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 8000-REWRITE-EXCEPTIONS
           PERFORM 8100-REWRITE-AGING
           CLOSE STOCKFILE
           MOVE 'STOCKS' TO WS-CONTROL-FILE-ID
           PERFORM 8900-RECORD-MASTER-CONTROL
           MOVE 'R' TO WS-LOCK-FUNCTION
           CALL 'STOCKLOCK' USING WS-LOCK-FUNCTION
               WS-LOCK-RESOURCE WS-LOCK-PROGRAM WS-LOCK-RESULT
                   MOVE 0 TO WS-DIVIDEND-INPUT
               END-IF
               MOVE WS-DIVIDEND-INPUT TO STOCK-DIVIDEND-RATE
               MOVE SPACES TO STOCK-RISK-RATING
               MOVE 0 TO STOCK-SHARES-OUTSTANDING
               WRITE STOCKRECORD
               DISPLAY 'Stock added; position will price tonight.'
               PERFORM 4500-MARK-SYMBOL-RESOLVED
               MOVE AGE-ENTRY-NIGHTS(AGEX) TO AGE-NIGHTS
               WRITE AGING-RECORD
           END-IF.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-LOCK-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM EXC-WORKBENCH.
