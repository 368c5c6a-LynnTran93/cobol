      * Tectonics: cobc
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT PAYROLL.txt now carries each employee's
      *                 approved timesheet hours for the latest pay
      *                 period on TIMESHEET.txt that has ended:
      *                 regular and overtime hours (split by the
      *                 shared OTCALC subprogram under the OTRULES.txt
      *                 grade rules) and their amounts at the hourly
      *                 equivalent of the grade salary (annual / 2080),
      *                 overtime with its premium. The control record
      *                 adds the period and hour and amount totals.
      *                 An employee whose hours are not yet approved
      *                 goes over with none and is counted in a W
      *                 log line; a leaver with approved hours goes
      *                 over with the hours and a zero salary. The
      *                 record widens from 70 to 100 bytes, so the
      *                 bureau's load layout changes with this
      *                 release.
      *   2026-10-15 LT A merit step approved on REVIEWS.txt moves
      *                 the master's step at once, but the employee
      *                 is priced (and sent) at the old step until
      *                 the approval's effective date arrives.
      *   2026-10-15 LT PAYROLL.txt layout moved to the shared PAYREC
      *                 copybook for PAY-HISTORY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-EXTRACT.
               FILE STATUS IS WS-PAYGRADE-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO '../PAYROLL.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMESHEET-FILE ASSIGN TO 'TIMESHEET.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-STATUS.
           SELECT REVIEW-FILE ASSIGN TO 'REVIEWS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PAYGRREC.

       FD PAYROLL-FILE.
           COPY PAYREC.

       FD TIMESHEET-FILE.
           COPY TIMEREC.

       FD REVIEW-FILE.
           COPY REVREC.

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS      PIC X(2) VALUE '00'.
           88 NO-MORE-EMPLOYEES        VALUE 'Y'.
       01 WS-END-OF-PAYGRADES     PIC X VALUE 'N'.
           88 NO-MORE-PAYGRADES        VALUE 'Y'.
       01 WS-TIMESHEET-STATUS     PIC X(2) VALUE '00'.
           88 TIMESHEET-FILE-OK        VALUE '00'.
       01 WS-END-OF-TIMESHEET     PIC X VALUE 'N'.
           88 NO-MORE-TIMESHEET-ROWS   VALUE 'Y'.
       01 WS-REVIEW-STATUS        PIC X(2) VALUE '00'.
           88 REVIEW-FILE-OK           VALUE '00'.
       01 WS-END-OF-REVIEWS       PIC X VALUE 'N'.
           88 NO-MORE-REVIEW-ROWS      VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-PAYGRADE-COUNT       PIC 9(3) VALUE 0.
               10 PGR-EFF-DATE        PIC X(8).
       01 WS-GRADE-MATCH          PIC 9(3) VALUE 0.
       01 WS-GRADE-SCAN           PIC 9(3) VALUE 0.
       01 WS-PRICED-STEP          PIC X(2).

      * Step moves approved with an effective date still to come.
       01 WS-PENDING-COUNT        PIC 9(4) VALUE 0.
       01 WS-PENDING-TABLE.
           05 PEND-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-PENDING-COUNT
               INDEXED BY PENDX.
               10 PEND-EMPLOYEE-ID    PIC 9(6).
               10 PEND-GRADE          PIC X(2).
               10 PEND-OLD-STEP       PIC X(2).
               10 PEND-NEW-STEP       PIC X(2).

       01 WS-DETAIL-COUNT         PIC 9(5) VALUE 0.
       01 WS-UNGRADED-COUNT       PIC 9(5) VALUE 0.
       01 WS-SALARY-HASH          PIC 9(11)V99 VALUE 0.

      * Hours in a working year: the hourly equivalent of an annual
      * grade salary.
       01 WS-STANDARD-HOURS       PIC 9(4) VALUE 2080.
       01 WS-PERIOD-END           PIC X(8) VALUE SPACES.
       01 WS-HOURS-COUNT          PIC 9(4) VALUE 0.
       01 WS-HOURS-TABLE.
           05 HRS-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-HOURS-COUNT
               INDEXED BY HRSX.
               10 HRS-EMPLOYEE-ID     PIC 9(6).
               10 HRS-WORK-DATE       PIC X(8).
               10 HRS-HOURS           PIC 9(2)V99.
       01 WS-HOURS-MATCH          PIC 9(4) VALUE 0.
       01 WS-HOURS-SCAN           PIC 9(4) VALUE 0.
       01 WS-APPROVED-COUNT       PIC 9(4) VALUE 0.
       01 WS-APPROVED-TABLE.
           05 APPROVED-EMPLOYEE-ID OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-APPROVED-COUNT
               INDEXED BY APRX        PIC 9(6).
       01 WS-EMPLOYEE-APPROVED    PIC X VALUE 'N'.
           88 EMPLOYEE-APPROVED        VALUE 'Y'.
       01 WS-EMPLOYEE-HAS-HOURS   PIC X VALUE 'N'.
       01 WS-UNAPPROVED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REG-HOURS-TOTAL      PIC 9(7)V99 VALUE 0.
       01 WS-REG-AMOUNT-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-OT-HOURS-TOTAL       PIC 9(7)V99 VALUE 0.
       01 WS-OT-AMOUNT-TOTAL      PIC 9(11)V99 VALUE 0.
           COPY OTCALC.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'PAY-EXTRACT'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).
       01 WS-COUNT-FMT            PIC ZZZZ9.
       01 WS-UNAPPROVED-FMT       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-LOAD-PAYGRADE-TABLE
           PERFORM 1500-LOAD-TIMESHEETS
           PERFORM 1800-LOAD-PENDING-STEPS
           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMPLOYEE-FILE-OK
               DISPLAY 'PAYROLL EXTRACT: EMPLOYEE MASTER NOT '
           IF NOT NO-MORE-EMPLOYEES
               PERFORM 2100-READ-NEXT-EMPLOYEE
               PERFORM UNTIL NO-MORE-EMPLOYEES
                   PERFORM 2900-CHECK-EMPLOYEE-APPROVAL
                   IF EMP-ACTIVE OR EMP-ON-LEAVE
                       OR (EMP-TERMINATED AND EMPLOYEE-APPROVED)
                       PERFORM 3000-EXTRACT-ONE-EMPLOYEE
                   END-IF
                   PERFORM 2100-READ-NEXT-EMPLOYEE
           MOVE 'C' TO PR-CTL-TYPE
           MOVE WS-DETAIL-COUNT TO PR-CTL-DETAIL-COUNT
           MOVE WS-SALARY-HASH TO PR-CTL-SALARY-HASH
           MOVE WS-PERIOD-END TO PR-CTL-PERIOD-END
           MOVE WS-REG-HOURS-TOTAL TO PR-CTL-REG-HOURS
           MOVE WS-REG-AMOUNT-TOTAL TO PR-CTL-REG-AMOUNT
           MOVE WS-OT-HOURS-TOTAL TO PR-CTL-OT-HOURS
           MOVE WS-OT-AMOUNT-TOTAL TO PR-CTL-OT-AMOUNT
           WRITE PAYROLL-RECORD
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
           MOVE WS-DETAIL-COUNT TO WS-COUNT-FMT
           MOVE WS-UNAPPROVED-COUNT TO WS-UNAPPROVED-FMT
           DISPLAY 'PAYROLL EXTRACT: ' WS-COUNT-FMT ' EMPLOYEES, '
               WS-UNGRADED-COUNT ' UNGRADED LEFT OFF.'
           DISPLAY 'PAYROLL EXTRACT: PERIOD ENDING ' WS-PERIOD-END
               ', ' WS-UNAPPROVED-FMT ' TIMESHEETS NOT APPROVED.'
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           IF WS-UNAPPROVED-COUNT > 0
               MOVE 'W' TO WS-MSGLOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'PAYROLL EXTRACT WRITTEN: ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               ' EMPLOYEES, ' DELIMITED BY SIZE
               WS-UNAPPROVED-FMT DELIMITED BY SIZE
               ' UNAPPROVED' DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               MOVE WS-GRADE-SCAN TO WS-GRADE-MATCH
           END-IF.

      ******************************************************************
      * The period sent is the latest pay period on TIMESHEET.txt
      * that has ended (period end not after today). Its hours rows
      * are kept one per employee and day -- the last row keyed for
      * a day wins, as on the timesheet screen -- and its approval
      * rows name the employees whose hours may go to the bureau.
      ******************************************************************
       1500-LOAD-TIMESHEETS.
           MOVE SPACES TO WS-PERIOD-END
           MOVE 'N' TO WS-END-OF-TIMESHEET
           OPEN INPUT TIMESHEET-FILE
           IF NOT TIMESHEET-FILE-OK
               MOVE 'Y' TO WS-END-OF-TIMESHEET
           ELSE
               PERFORM 1600-READ-TIMESHEET-ROW
           END-IF
           PERFORM UNTIL NO-MORE-TIMESHEET-ROWS
               IF TS-PERIOD-END NUMERIC
                   AND TS-PERIOD-END NOT > WS-TODAY
                   AND (WS-PERIOD-END = SPACES
                       OR TS-PERIOD-END > WS-PERIOD-END)
                   MOVE TS-PERIOD-END TO WS-PERIOD-END
               END-IF
               PERFORM 1600-READ-TIMESHEET-ROW
           END-PERFORM
           IF TIMESHEET-FILE-OK OR WS-TIMESHEET-STATUS = '10'
               CLOSE TIMESHEET-FILE
           END-IF
           IF WS-PERIOD-END NOT = SPACES
               PERFORM 1700-LOAD-PERIOD-ROWS
           END-IF.

       1600-READ-TIMESHEET-ROW.
           READ TIMESHEET-FILE
               AT END MOVE 'Y' TO WS-END-OF-TIMESHEET.

       1700-LOAD-PERIOD-ROWS.
           MOVE 'N' TO WS-END-OF-TIMESHEET
           OPEN INPUT TIMESHEET-FILE
           IF NOT TIMESHEET-FILE-OK
               MOVE 'Y' TO WS-END-OF-TIMESHEET
           ELSE
               PERFORM 1600-READ-TIMESHEET-ROW
           END-IF
           PERFORM UNTIL NO-MORE-TIMESHEET-ROWS
               IF TS-PERIOD-END = WS-PERIOD-END
                   EVALUATE TRUE
                       WHEN TS-APPROVAL-ROW
                           AND WS-APPROVED-COUNT < 9999
                           ADD 1 TO WS-APPROVED-COUNT
                           MOVE TS-EMPLOYEE-ID TO
                               APPROVED-EMPLOYEE-ID(WS-APPROVED-COUNT)
                       WHEN TS-HOURS-ROW
                           PERFORM 1710-TAKE-HOURS-ROW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM 1600-READ-TIMESHEET-ROW
           END-PERFORM
           IF TIMESHEET-FILE-OK OR WS-TIMESHEET-STATUS = '10'
               CLOSE TIMESHEET-FILE
           END-IF.

       1710-TAKE-HOURS-ROW.
           MOVE 0 TO WS-HOURS-MATCH
           PERFORM 1720-MATCH-ONE-DAY
               VARYING WS-HOURS-SCAN FROM 1 BY 1
               UNTIL WS-HOURS-SCAN > WS-HOURS-COUNT
                   OR WS-HOURS-MATCH > 0
           IF WS-HOURS-MATCH = 0 AND WS-HOURS-COUNT < 9999
               ADD 1 TO WS-HOURS-COUNT
               MOVE WS-HOURS-COUNT TO WS-HOURS-MATCH
               MOVE TS-EMPLOYEE-ID TO HRS-EMPLOYEE-ID(WS-HOURS-MATCH)
               MOVE TS-WORK-DATE TO HRS-WORK-DATE(WS-HOURS-MATCH)
           END-IF
           IF WS-HOURS-MATCH > 0
               MOVE TS-HOURS TO HRS-HOURS(WS-HOURS-MATCH)
           END-IF.

       1720-MATCH-ONE-DAY.
           IF HRS-EMPLOYEE-ID(WS-HOURS-SCAN) = TS-EMPLOYEE-ID
               AND HRS-WORK-DATE(WS-HOURS-SCAN) = TS-WORK-DATE
               MOVE WS-HOURS-SCAN TO WS-HOURS-MATCH
           END-IF.

      ******************************************************************
      * Approved merit steps whose effective date has not arrived.
      ******************************************************************
       1800-LOAD-PENDING-STEPS.
           MOVE 'N' TO WS-END-OF-REVIEWS
           OPEN INPUT REVIEW-FILE
           IF NOT REVIEW-FILE-OK
               MOVE 'Y' TO WS-END-OF-REVIEWS
           ELSE
               PERFORM 1900-READ-REVIEW-ROW
           END-IF
           PERFORM UNTIL NO-MORE-REVIEW-ROWS
               IF RV-APPROVAL-ROW
                   AND RV-NEW-STEP NOT = RV-OLD-STEP
                   AND RV-EFF-DATE > WS-TODAY
                   AND WS-PENDING-COUNT < 9999
                   ADD 1 TO WS-PENDING-COUNT
                   SET PENDX TO WS-PENDING-COUNT
                   MOVE RV-EMPLOYEE-ID TO PEND-EMPLOYEE-ID(PENDX)
                   MOVE RV-GRADE TO PEND-GRADE(PENDX)
                   MOVE RV-OLD-STEP TO PEND-OLD-STEP(PENDX)
                   MOVE RV-NEW-STEP TO PEND-NEW-STEP(PENDX)
               END-IF
               PERFORM 1900-READ-REVIEW-ROW
           END-PERFORM
           IF REVIEW-FILE-OK OR WS-REVIEW-STATUS = '10'
               CLOSE REVIEW-FILE
           END-IF.

       1900-READ-REVIEW-ROW.
           READ REVIEW-FILE
               AT END MOVE 'Y' TO WS-END-OF-REVIEWS.

       2900-CHECK-EMPLOYEE-APPROVAL.
           MOVE 'N' TO WS-EMPLOYEE-APPROVED
           MOVE 'N' TO WS-EMPLOYEE-HAS-HOURS
           PERFORM 2910-MATCH-ONE-APPROVAL
               VARYING APRX FROM 1 BY 1
               UNTIL APRX > WS-APPROVED-COUNT
                   OR EMPLOYEE-APPROVED
           PERFORM 2920-MATCH-ONE-HOURS-ROW
               VARYING HRSX FROM 1 BY 1
               UNTIL HRSX > WS-HOURS-COUNT
                   OR WS-EMPLOYEE-HAS-HOURS = 'Y'.

       2910-MATCH-ONE-APPROVAL.
           IF APPROVED-EMPLOYEE-ID(APRX) = EMPLOYEEID-IN
               MOVE 'Y' TO WS-EMPLOYEE-APPROVED
           END-IF.

       2920-MATCH-ONE-HOURS-ROW.
           IF HRS-EMPLOYEE-ID(HRSX) = EMPLOYEEID-IN
               MOVE 'Y' TO WS-EMPLOYEE-HAS-HOURS
           END-IF.

       2100-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       3000-EXTRACT-ONE-EMPLOYEE.
           MOVE EMP-STEP TO WS-PRICED-STEP
           PERFORM 3050-MATCH-PENDING-STEP
               VARYING PENDX FROM 1 BY 1
               UNTIL PENDX > WS-PENDING-COUNT
           MOVE 0 TO WS-GRADE-MATCH
           PERFORM 3100-MATCH-EMPLOYEE-GRADE
               VARYING WS-GRADE-SCAN FROM 1 BY 1
               MOVE FIRSTNAME-IN TO PR-DET-FIRST-NAME
               MOVE DEPTCODE-IN TO PR-DET-DEPT
               MOVE EMP-GRADE TO PR-DET-GRADE
               MOVE WS-PRICED-STEP TO PR-DET-STEP
               IF EMP-TERMINATED
                   MOVE 0 TO PR-DET-SALARY
               ELSE
                   MOVE PGR-SALARY(WS-GRADE-MATCH) TO PR-DET-SALARY
               END-IF
               PERFORM 3200-PRICE-TIMESHEET
               WRITE PAYROLL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD PR-DET-SALARY TO WS-SALARY-HASH
           END-IF.

       3050-MATCH-PENDING-STEP.
           IF PEND-EMPLOYEE-ID(PENDX) = EMPLOYEEID-IN
               AND PEND-GRADE(PENDX) = EMP-GRADE
               AND PEND-NEW-STEP(PENDX) = EMP-STEP
               MOVE PEND-OLD-STEP(PENDX) TO WS-PRICED-STEP
           END-IF.

       3100-MATCH-EMPLOYEE-GRADE.
           IF PGR-GRADE(WS-GRADE-SCAN) = EMP-GRADE
               AND PGR-STEP(WS-GRADE-SCAN) = WS-PRICED-STEP
               MOVE WS-GRADE-SCAN TO WS-GRADE-MATCH
           END-IF.

      ******************************************************************
      * Approved hours only. The split comes from OTCALC under the
      * grade's overtime rule; both amounts are priced at the hourly
      * equivalent of the grade salary, overtime with its premium on
      * top. Hours still waiting on approval go over as none and are
      * counted for the log.
      ******************************************************************
       3200-PRICE-TIMESHEET.
           MOVE WS-PERIOD-END TO PR-DET-PERIOD-END
           MOVE 0 TO PR-DET-REG-HOURS
           MOVE 0 TO PR-DET-REG-AMOUNT
           MOVE 0 TO PR-DET-OT-HOURS
           MOVE 0 TO PR-DET-OT-AMOUNT
           IF EMPLOYEE-APPROVED
               MOVE 0 TO OC-DAY-COUNT
               PERFORM 3210-TAKE-ONE-DAY
                   VARYING HRSX FROM 1 BY 1
                   UNTIL HRSX > WS-HOURS-COUNT
               MOVE EMP-GRADE TO OC-GRADE
               MOVE WS-PERIOD-END TO OC-PERIOD-END
               MOVE 0 TO OC-REGULAR-HOURS
               MOVE 0 TO OC-OVERTIME-HOURS
               MOVE 0 TO OC-PREMIUM-PCT
               CALL 'OTCALC' USING OVERTIME-CALC-AREA
                   ON EXCEPTION
                       DISPLAY 'PAYROLL EXTRACT: OTCALC NOT '
                           'AVAILABLE -- NO HOURS SENT.'
               END-CALL
               MOVE OC-REGULAR-HOURS TO PR-DET-REG-HOURS
               MOVE OC-OVERTIME-HOURS TO PR-DET-OT-HOURS
               COMPUTE PR-DET-REG-AMOUNT ROUNDED =
                   PGR-SALARY(WS-GRADE-MATCH) * OC-REGULAR-HOURS
                   / WS-STANDARD-HOURS
               COMPUTE PR-DET-OT-AMOUNT ROUNDED =
                   PGR-SALARY(WS-GRADE-MATCH) * OC-OVERTIME-HOURS
                   * (100 + OC-PREMIUM-PCT) / 100
                   / WS-STANDARD-HOURS
               ADD PR-DET-REG-HOURS TO WS-REG-HOURS-TOTAL
               ADD PR-DET-REG-AMOUNT TO WS-REG-AMOUNT-TOTAL
               ADD PR-DET-OT-HOURS TO WS-OT-HOURS-TOTAL
               ADD PR-DET-OT-AMOUNT TO WS-OT-AMOUNT-TOTAL
           ELSE
               IF WS-EMPLOYEE-HAS-HOURS = 'Y'
                   ADD 1 TO WS-UNAPPROVED-COUNT
                   DISPLAY 'PAYROLL EXTRACT: ' EMPLOYEEID-IN
                       ' TIMESHEET NOT APPROVED -- NO HOURS SENT.'
               END-IF
           END-IF.

       3210-TAKE-ONE-DAY.
           IF HRS-EMPLOYEE-ID(HRSX) = EMPLOYEEID-IN
               AND OC-DAY-COUNT < 14
               ADD 1 TO OC-DAY-COUNT
               MOVE HRS-WORK-DATE(HRSX) TO OC-WORK-DATE(OC-DAY-COUNT)
               MOVE HRS-HOURS(HRSX) TO OC-HOURS(OC-DAY-COUNT)
           END-IF.
       END PROGRAM PAYROLL-EXTRACT.
