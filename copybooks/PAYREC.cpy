      ******************************************************************
      * Copybook: PAYREC
      * Purpose:  Shared record layout for PAYROLL.txt, the payroll
      *           interface file PAYROLL-EXTRACT writes for the
      *           bureau: one D row per employee paid for the pay
      *           period (grade salary, and the approved regular and
      *           overtime hours with their amounts) and a closing C
      *           row carrying the detail count, the salary hash and
      *           the period's hour and amount totals. PAY-HISTORY
      *           reads the same rows when it posts an approved
      *           extract to the year-to-date earnings history.
      * Modification History:
      *   2026-10-15 LT Initial version, taken from PAYROLL-EXTRACT.
      ******************************************************************
       01 PAYROLL-RECORD.
           05 PR-RECORD-TYPE          PIC X.
               88 PR-DETAIL-ROW           VALUE 'D'.
               88 PR-CONTROL-ROW          VALUE 'C'.
           05 PR-RECORD-BODY          PIC X(99).
       01 PAYROLL-DETAIL-RECORD REDEFINES PAYROLL-RECORD.
           05 PR-DET-TYPE             PIC X.
           05 PR-DET-EMPLOYEE-ID      PIC 9(6).
           05 PR-DET-LAST-NAME        PIC X(20).
           05 PR-DET-FIRST-NAME       PIC X(20).
           05 PR-DET-DEPT             PIC 9(3).
           05 PR-DET-GRADE            PIC X(2).
           05 PR-DET-STEP             PIC X(2).
           05 PR-DET-SALARY           PIC 9(7)V99.
           05 PR-DET-PERIOD-END       PIC X(8).
           05 PR-DET-REG-HOURS        PIC 9(3)V99.
           05 PR-DET-REG-AMOUNT       PIC 9(7)V99.
           05 PR-DET-OT-HOURS         PIC 9(3)V99.
           05 PR-DET-OT-AMOUNT        PIC 9(7)V99.
           05 FILLER                  PIC X(1).
       01 PAYROLL-CONTROL-RECORD REDEFINES PAYROLL-RECORD.
           05 PR-CTL-TYPE             PIC X.
           05 PR-CTL-DETAIL-COUNT     PIC 9(5).
           05 PR-CTL-SALARY-HASH      PIC 9(11)V99.
           05 PR-CTL-PERIOD-END       PIC X(8).
           05 PR-CTL-REG-HOURS        PIC 9(7)V99.
           05 PR-CTL-REG-AMOUNT       PIC 9(11)V99.
           05 PR-CTL-OT-HOURS         PIC 9(7)V99.
           05 PR-CTL-OT-AMOUNT        PIC 9(11)V99.
           05 FILLER                  PIC X(29).
