      ******************************************************************
      * Copybook: TIMEREC
      * Purpose:  Shared record layout for TIMESHEET.txt, the
      *           timesheet file. The timesheet subsystem in
      *           EMPLOYEE-RECORDS appends one H row per day worked
      *           in a pay period (the two weeks ending on
      *           TS-PERIOD-END), and a supervisor's approval adds
      *           one A row for the employee and period that locks
      *           it against further keying. A day keyed again while
      *           the timesheet is open replaces the earlier hours
      *           -- the last H row for the date wins. PAYROLL-
      *           EXTRACT sends only approved periods to the bureau.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 TIMESHEET-RECORD.
           05 TS-ROW-TYPE             PIC X.
               88 TS-HOURS-ROW            VALUE 'H'.
               88 TS-APPROVAL-ROW         VALUE 'A'.
           05 TS-EMPLOYEE-ID          PIC 9(6).
           05 TS-PERIOD-END           PIC X(8).
           05 TS-WORK-DATE            PIC X(8).
           05 TS-HOURS                PIC 9(2)V99.
           05 TS-OPERATOR-ID          PIC X(10).
           05 TS-ENTRY-DATE           PIC X(8).
