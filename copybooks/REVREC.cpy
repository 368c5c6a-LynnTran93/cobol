      ******************************************************************
      * Copybook: REVREC
      * Purpose:  Shared record layout for REVIEWS.txt, the annual
      *           performance review file. The review subsystem in
      *           EMPLOYEE-RECORDS appends an R row when a review is
      *           recorded (date, rating 1-5, reviewer) and an A row
      *           for the same employee and review date when an
      *           administrator approves it. The A row carries the
      *           grade, the step before and after, the date the
      *           new step takes effect and the annual salary cost
      *           of the increase; a review rated below 3, or one at
      *           the top of its grade, is approved with the step
      *           unchanged and no cost. PAYROLL-EXTRACT prices the
      *           old step until the effective date arrives.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 REVIEW-RECORD.
           05 RV-ROW-TYPE             PIC X.
               88 RV-RECORDED-ROW         VALUE 'R'.
               88 RV-APPROVAL-ROW         VALUE 'A'.
           05 RV-EMPLOYEE-ID          PIC 9(6).
           05 RV-REVIEW-DATE          PIC X(8).
           05 RV-RATING               PIC X.
               88 RV-MERIT-RATING         VALUE '3' '4' '5'.
           05 RV-REVIEWER             PIC X(20).
           05 RV-GRADE                PIC X(2).
           05 RV-OLD-STEP             PIC X(2).
           05 RV-NEW-STEP             PIC X(2).
           05 RV-EFF-DATE             PIC X(8).
           05 RV-OPERATOR-ID          PIC X(10).
           05 RV-INCREASE             PIC 9(7)V99.
