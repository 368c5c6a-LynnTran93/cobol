      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: One-shot conversion of employees.dat after EMPREC
      *          gained the supervisor employee id. Appending the
      *          field changes the indexed record's length, so an
      *          existing master -- one already at the pay grade and
      *          step layout EMP-CONVERT left behind -- is unloaded
      *          through that layout and reloaded through the
      *          current copybook before any program opens it at the
      *          new length. Reloaded rows get a blank supervisor,
      *          which EMPLOYEE-RECORDS treats as the top of the
      *          house until the reporting lines are keyed. Take a
      *          BACKUP-RESTORE backup before running. The
      *          EMPSUPV.DONE marker is written on completion and the
      *          utility refuses to run while it is present, so a
      *          converted file can never be converted twice.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-SUPV-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKER-FILE ASSIGN TO "../EMPSUPV.DONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.
           SELECT OLD-EMPLOYEE-FILE ASSIGN TO "C:\employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-EMPLOYEEID
               FILE STATUS IS WS-OLD-EMP-STATUS.
           SELECT NEW-EMPLOYEE-FILE ASSIGN TO "C:\employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEEID-IN
               FILE STATUS IS WS-NEW-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MARKER-FILE.
       01 MARKER-RECORD           PIC X(40).

      ******************************************************************
      * The old layout, exactly as the master was written before the
      * supervisor field: everything EMPREC carried through the pay
      * grade and step change, and nothing after EMP-STEP.
      ******************************************************************
       FD OLD-EMPLOYEE-FILE.
       01 OLD-EMPLOYEE-RECORD.
           05 OLD-EMPLOYEEID       PIC 9(6).
           05 OLD-DEPTCODE         PIC 9(3).
           05 OLD-LASTNAME         PIC A(20).
           05 OLD-FIRSTNAME        PIC A(20).
           05 OLD-YEARSOFSERVICE   PIC 9(2).
           05 OLD-HIREDATE         PIC X(8).
           05 OLD-EMPSTATUS        PIC X.
           05 OLD-TERMDATE         PIC X(8).
           05 OLD-GRADE            PIC X(2).
           05 OLD-STEP             PIC X(2).

       FD NEW-EMPLOYEE-FILE.
           COPY EMPREC.

       WORKING-STORAGE SECTION.
       01 WS-MARKER-STATUS        PIC X(2) VALUE '00'.
           88 MARKER-FILE-OK           VALUE '00'.
       01 WS-OLD-EMP-STATUS       PIC X(2) VALUE '00'.
           88 OLD-EMP-OK               VALUE '00'.
       01 WS-NEW-EMP-STATUS       PIC X(2) VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.
       01 WS-CONTROL-PROGRAM      PIC X(12) VALUE 'EMP-SUPV-CNV'.

       01 WS-EMP-COUNT            PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
           05 EMP-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EMP-COUNT
               INDEXED BY EMX.
               10 EM-EMPLOYEEID        PIC 9(6).
               10 EM-DEPTCODE          PIC 9(3).
               10 EM-LASTNAME          PIC A(20).
               10 EM-FIRSTNAME         PIC A(20).
               10 EM-YEARSOFSERVICE    PIC 9(2).
               10 EM-HIREDATE          PIC X(8).
               10 EM-EMPSTATUS         PIC X.
               10 EM-TERMDATE          PIC X(8).
               10 EM-GRADE             PIC X(2).
               10 EM-STEP              PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-CHECK-MARKER
           PERFORM 1000-CONVERT-EMPLOYEE-MASTER
           PERFORM 9000-WRITE-MARKER
           DISPLAY 'EMPLOYEE MASTER CONVERSION COMPLETE.'
           GOBACK.

       0100-CHECK-MARKER.
           OPEN INPUT MARKER-FILE
           IF MARKER-FILE-OK
               CLOSE MARKER-FILE
               DISPLAY 'EMPSUPV.DONE is present -- the file was '
                   'already converted. Nothing done.'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       9000-WRITE-MARKER.
           OPEN OUTPUT MARKER-FILE
           MOVE SPACES TO MARKER-RECORD
           STRING 'CONVERTED ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO MARKER-RECORD
           WRITE MARKER-RECORD
           CLOSE MARKER-FILE.

      ******************************************************************
      * Unload through the old layout, reload through the current
      * copybook: every carried field crosses unchanged and the new
      * supervisor lands blank.
      ******************************************************************
       1000-CONVERT-EMPLOYEE-MASTER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT OLD-EMPLOYEE-FILE
           IF NOT OLD-EMP-OK
               DISPLAY 'employees.dat not on file; nothing to '
                   'convert.'
           ELSE
               MOVE LOW-VALUES TO OLD-EMPLOYEEID
               START OLD-EMPLOYEE-FILE KEY IS NOT LESS THAN
                   OLD-EMPLOYEEID
                   INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
               END-START
               IF NOT NO-MORE-RECORDS
                   PERFORM 1100-READ-OLD-EMPLOYEE
                   PERFORM UNTIL NO-MORE-RECORDS
                       IF WS-EMP-COUNT < 9999
                           ADD 1 TO WS-EMP-COUNT
                           SET EMX TO WS-EMP-COUNT
                           MOVE OLD-EMPLOYEEID TO
                               EM-EMPLOYEEID(EMX)
                           MOVE OLD-DEPTCODE TO EM-DEPTCODE(EMX)
                           MOVE OLD-LASTNAME TO EM-LASTNAME(EMX)
                           MOVE OLD-FIRSTNAME TO EM-FIRSTNAME(EMX)
                           MOVE OLD-YEARSOFSERVICE TO
                               EM-YEARSOFSERVICE(EMX)
                           MOVE OLD-HIREDATE TO EM-HIREDATE(EMX)
                           MOVE OLD-EMPSTATUS TO EM-EMPSTATUS(EMX)
                           MOVE OLD-TERMDATE TO EM-TERMDATE(EMX)
                           MOVE OLD-GRADE TO EM-GRADE(EMX)
                           MOVE OLD-STEP TO EM-STEP(EMX)
                       END-IF
                       PERFORM 1100-READ-OLD-EMPLOYEE
                   END-PERFORM
               END-IF
               CLOSE OLD-EMPLOYEE-FILE
               OPEN OUTPUT NEW-EMPLOYEE-FILE
               PERFORM 1200-WRITE-NEW-EMPLOYEE
                   VARYING EMX FROM 1 BY 1
                   UNTIL EMX > WS-EMP-COUNT
               CLOSE NEW-EMPLOYEE-FILE
               MOVE 'EMPLOYEES' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               DISPLAY 'employees.dat reloaded: '
                   WS-EMP-COUNT ' employees.'
           END-IF.

       1100-READ-OLD-EMPLOYEE.
           READ OLD-EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

       1200-WRITE-NEW-EMPLOYEE.
           MOVE EM-EMPLOYEEID(EMX) TO EMPLOYEEID-IN
           MOVE EM-DEPTCODE(EMX) TO DEPTCODE-IN
           MOVE EM-LASTNAME(EMX) TO LASTNAME-IN
           MOVE EM-FIRSTNAME(EMX) TO FIRSTNAME-IN
           MOVE EM-YEARSOFSERVICE(EMX) TO YEARSOFSERVICE-IN
           MOVE EM-HIREDATE(EMX) TO HIREDATE-IN
           MOVE EM-EMPSTATUS(EMX) TO EMPSTATUS-IN
           MOVE EM-TERMDATE(EMX) TO TERMDATE-IN
           MOVE EM-GRADE(EMX) TO EMP-GRADE
           MOVE EM-STEP(EMX) TO EMP-STEP
           MOVE SPACES TO EMP-SUPERVISOR-ID
           WRITE EMPLOYEE-RECORD.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-CONTROL-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM EMP-SUPV-CONVERT.
