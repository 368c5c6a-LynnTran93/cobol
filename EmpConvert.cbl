      * Tectonics: cobc
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT Records the reloaded master's figures on the
      *                 master control register (MASTERCTL).
      *   2026-10-15 LT Reloaded employees are written with no
      *                 supervisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-CONVERT.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.
       01 WS-CONTROL-PROGRAM      PIC X(12) VALUE 'EMP-CONVERT'.

       01 WS-EMP-COUNT            PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
                   VARYING EMX FROM 1 BY 1
                   UNTIL EMX > WS-EMP-COUNT
               CLOSE NEW-EMPLOYEE-FILE
               MOVE 'EMPLOYEES' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               DISPLAY 'employees.dat reloaded: '
                   WS-EMP-COUNT ' employees.'
           END-IF.
           MOVE EM-TERMDATE(EMX) TO TERMDATE-IN
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
       END PROGRAM EMP-CONVERT.
