      ******************************************************************
      * Copybook: OTCALC
      * Purpose:  Calling area for the OTCALC subprogram, which
      *           splits one employee's timesheet for a pay period
      *           into regular and overtime hours under the
      *           OTRULES.txt rule for the employee's grade. The
      *           caller fills the grade, the period end and one
      *           OC-DAY entry per day worked (a day keyed twice is
      *           already reduced to its last hours); OTCALC hands
      *           back the split, the thresholds it applied and the
      *           overtime premium percentage.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 OVERTIME-CALC-AREA.
           05 OC-GRADE                PIC X(2).
           05 OC-PERIOD-END           PIC X(8).
           05 OC-DAY-COUNT            PIC 9(2).
           05 OC-DAY OCCURS 14 TIMES.
               10 OC-WORK-DATE        PIC X(8).
               10 OC-HOURS            PIC 9(2)V99.
           05 OC-REGULAR-HOURS        PIC 9(3)V99.
           05 OC-OVERTIME-HOURS       PIC 9(3)V99.
           05 OC-DAILY-LIMIT          PIC 9(2)V99.
           05 OC-WEEKLY-LIMIT         PIC 9(2)V99.
           05 OC-PREMIUM-PCT          PIC 9(3)V99.
