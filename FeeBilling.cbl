      *                 billing month stamped closed on PERIODS.txt
      *                 is refused outright through the shared
      *                 PERIODCK check.
      *   2026-10-15 LT Records the CASHLEDGER master's new figures on
      *                 the master control register (MASTERCTL) after
      *                 each posting.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-BILLING.
       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'FEE-BILLING'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.

       01 WS-MONEY-FMT            PIC $$,$$$,$$$,$$9.99.
       01 WS-RATE-FMT             PIC Z9.9999.
               MOVE 'MGMT FEE' TO CSH-REFERENCE
               WRITE CASH-LEDGER-RECORD
               CLOSE CASH-LEDGER-FILE
               MOVE 'CASHLEDGER' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               ADD 1 TO WS-FEES-POSTED
               ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-MSGLOG-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO INVOICE-RECORD
