      * Tectonics: cobc
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT Records the reloaded master's figures on the
      *                 master control register (MASTERCTL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORT-CONVERT.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.
       01 WS-CONTROL-PROGRAM      PIC X(12) VALUE 'PORT-CONVERT'.
       01 WS-RECORDS-WRITTEN      PIC 9(5) VALUE 0.
       01 WS-TOTAL-SHARES         PIC 9(9)V9999 VALUE 0.

               MOVE WS-TOTAL-SHARES TO P-CONTROL-SHARES-NUM
               WRITE PORTFOLIO-RECORD
               CLOSE NEW-PORTFOLIO-FILE
               MOVE 'PORTFOLIO' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               DISPLAY 'PORTFOLIO.txt converted: '
                   WS-RECORDS-WRITTEN ' positions.'
           END-IF.
           WRITE PORTFOLIO-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD P-SHARES TO WS-TOTAL-SHARES.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-CONTROL-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM PORT-CONVERT.
