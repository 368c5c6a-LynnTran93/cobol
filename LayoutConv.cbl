      *                 converted to the widened line-sequential
      *                 layout migrates through the one-shot
      *                 PORT-CONVERT utility instead.
      *   2026-10-15 LT Converted lots are written with a zero
      *                 LOT-FX-RATE, the trade-date rate being unknown.
      *   2026-10-15 LT Reloaded stocks are written unrated.
      *   2026-10-15 LT Reloaded stocks start with zero shares
      *                 outstanding.
      *   2026-10-15 LT Each converted master's figures are recorded
      *                 on the master control register (MASTERCTL).
      *   2026-10-15 LT Reloaded employees are written with no
      *                 supervisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-LAYOUTS.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.
       01 WS-CONTROL-PROGRAM      PIC X(12) VALUE 'CONVERT-LAYT'.
       01 WS-RECORDS-CONVERTED    PIC 9(5) VALUE 0.
       01 WS-RECORDS-WRITTEN      PIC 9(5) VALUE 0.
       01 WS-TOTAL-SHARES         PIC 9(9)V9999 VALUE 0.
               MOVE SPACES TO P-ACCOUNT-ID
               WRITE PORTFOLIO-RECORD
               CLOSE NEW-PORTFOLIO-FILE
               MOVE 'PORTFOLIO' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               DISPLAY 'PORTFOLIO.txt converted: '
                   WS-RECORDS-WRITTEN ' positions.'
           END-IF.
                   VARYING LTX FROM 1 BY 1
                   UNTIL LTX > WS-LOT-COUNT
               CLOSE NEW-LOTS-FILE
               MOVE 'PURCHASELOTS' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               DISPLAY 'PURCHASELOTS.txt converted: '
                   WS-LOT-COUNT ' lots.'
           END-IF.
           MOVE LT-COST-PER-SHARE(LTX) TO LOT-COST-PER-SHARE
           MOVE SPACES TO LOT-PURCHASE-DATE
           MOVE SPACES TO LOT-ACCOUNT-ID
           MOVE 0 TO LOT-FX-RATE
           WRITE PURCHASE-LOT-RECORD.

       3000-CONVERT-EXCEPTIONS.
                   VARYING STX FROM 1 BY 1
                   UNTIL STX > WS-STOCK-COUNT
               CLOSE NEW-STOCK-FILE
               MOVE 'STOCKS' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               DISPLAY 'STOCKS.txt reloaded: '
                   WS-STOCK-COUNT ' stocks.'
           END-IF.
           MOVE ST-STATUS(STX) TO STOCK-STATUS
           MOVE SPACES TO STOCK-SECTOR-CODE
           MOVE 0 TO STOCK-DIVIDEND-RATE
           MOVE SPACES TO STOCK-RISK-RATING
           MOVE 0 TO STOCK-SHARES-OUTSTANDING
           WRITE STOCKRECORD.

       5000-CONVERT-EMPLOYEE-MASTER.
                   VARYING EMX FROM 1 BY 1
                   UNTIL EMX > WS-EMP-COUNT
               CLOSE NEW-EMPLOYEE-FILE
               MOVE 'EMPLOYEES' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               DISPLAY 'employees.dat reloaded: '
                   WS-EMP-COUNT ' employees.'
           END-IF.
           MOVE SPACES TO TERMDATE-IN
           MOVE SPACES TO EMP-GRADE
           MOVE SPACES TO EMP-STEP
           MOVE SPACES TO EMP-SUPERVISOR-ID
           WRITE EMPLOYEE-RECORD.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-CONTROL-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM CONVERT-LAYOUTS.
