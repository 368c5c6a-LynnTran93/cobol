      *                 opens it at the new length; a reloaded row
      *                 reads back with blank grade and step, which
      *                 every reader treats as not yet graded.
      *   2026-10-15 LT Added EMP-SUPERVISOR-ID, the employee id of
      *                 the person this employee reports to (blank at
      *                 the top of the house), validated by
      *                 EMPLOYEE-RECORDS to name a current employee
      *                 without closing a reporting loop. The record
      *                 grows again, so an existing employees.dat is
      *                 unloaded and reloaded once by the one-shot
      *                 EMP-SUPV-CONVERT utility; reloaded rows read
      *                 back with no supervisor.
      ******************************************************************
       01 EMPLOYEE-RECORD.
           05 EMPLOYEEID-IN        PIC 9(6).
           05 TERMDATE-IN          PIC X(8).
           05 EMP-GRADE            PIC X(2).
           05 EMP-STEP             PIC X(2).
           05 EMP-SUPERVISOR-ID    PIC X(6).
