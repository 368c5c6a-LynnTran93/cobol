      *   2026-08-21 LT A STOCKS restore takes the STOCKS.LCK update
      *                 lock for its duration, honoring the shop's
      *                 lock convention.
      *   2026-10-15 LT A restore records the rebuilt master's figures
      *                 on the master control register (MASTERCTL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-RESTORE.
       01 WS-LOCK-RESULT          PIC X VALUE 'Y'.
       01 WS-LOCK-PROGRAM         PIC X(12) VALUE 'BACKUP-REST'.
       01 WS-LOCK-RESOURCE        PIC X(10) VALUE 'STOCKS'.
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.

       LINKAGE SECTION.
       01 LK-RUN-MODE             PIC X.
               END-PERFORM
               CLOSE STOCKFILE
               CLOSE BACKUP-FILE
               MOVE 'STOCKS' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               DISPLAY 'STOCKS restored: ' WS-RECORDS-COPIED
                   ' records.'
           END-IF
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               CLOSE BACKUP-FILE
               MOVE 'EMPLOYEES' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               DISPLAY 'Employees restored: ' WS-RECORDS-COPIED
                   ' records.'
           END-IF.
           IF WS-GEN-CHOICE NOT NUMERIC OR WS-GEN-CHOICE = 0
               MOVE 1 TO WS-GEN-CHOICE
           END-IF.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-LOCK-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM BACKUP-RESTORE.
