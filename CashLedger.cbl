      *                 movement dated into a period stamped closed
      *                 on PERIODS.txt is refused through the shared
      *                 PERIODCK check.
      *   2026-10-15 LT Records the CASHLEDGER master's new figures on
      *                 the master control register (MASTERCTL) after
      *                 each movement is posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-LEDGER.
       01 WS-AMOUNT-FMT           PIC $$,$$$,$$$,$$9.99-.
       01 WS-REPORT-LINE          PIC X(80).

       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.
       01 WS-CONTROL-PROGRAM      PIC X(12) VALUE 'CASH-LEDGER'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               MOVE SPACES TO CSH-REFERENCE
               WRITE CASH-LEDGER-RECORD
               CLOSE CASH-LEDGER-FILE
               MOVE 'CASHLEDGER' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               DISPLAY 'Movement recorded.'
           END-IF.

           MOVE WS-REPORT-LINE TO BALANCE-REPORT-RECORD
           WRITE BALANCE-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-CONTROL-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM CASH-LEDGER.
