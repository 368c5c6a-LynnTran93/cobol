      *                 matched alongside the existing
      *                 BATCHSYMBOLS.txt flow and the hits land on
      *                 the same BATCHLOOKUP.txt report.
      *   2026-10-15 LT Update mode records the STOCKS master's new
      *                 figures on the master control register
      *                 (MASTERCTL) after it closes the file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKS-LOOKUP.
       01 WS-LOCK-RESULT          PIC X VALUE 'Y'.
       01 WS-LOCK-PROGRAM         PIC X(12) VALUE 'STOCKSLOOKUP'.
       01 WS-LOCK-RESOURCE        PIC X(10) VALUE 'STOCKS'.
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.

       LINKAGE SECTION.
       01 LK-OPERATOR.
           CLOSE STOCKFILE
           CLOSE FAILED-LOOKUP-LOG
           IF UPDATE-MODE
               MOVE 'STOCKS' TO WS-CONTROL-FILE-ID
               PERFORM 900-RECORD-MASTER-CONTROL
               MOVE 'R' TO WS-LOCK-FUNCTION
               CALL 'STOCKLOCK' USING WS-LOCK-FUNCTION
                   WS-LOCK-RESOURCE WS-LOCK-PROGRAM WS-LOCK-RESULT
                   INTO BATCH-REPORT-RECORD
           END-IF
           WRITE BATCH-REPORT-RECORD.

       900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-LOCK-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM STOCKS-LOOKUP.
