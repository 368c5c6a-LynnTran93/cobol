      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Shared overtime subprogram, called like PRICEAGE is.
      *          Splits one employee's hours for a two-week pay
      *          period into regular and overtime under the
      *          OTRULES.txt rule for the employee's grade: hours
      *          past the daily threshold on any one day are
      *          overtime, and so are the regular hours past the
      *          weekly threshold in either week of the period. The
      *          rule's premium percentage comes back with the split
      *          for the caller to price. With no OTRULES.txt row
      *          for the grade (and no ** row for all grades) the
      *          shop default applies: 8 hours a day, 40 a week,
      *          time and a half. See the OTCALC copybook for the
      *          calling area. Used by the timesheet subsystem in
      *          EMPLOYEE-RECORDS and by PAYROLL-EXTRACT.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OT-RULE-FILE ASSIGN TO '../OTRULES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTRULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OT-RULE-FILE.
           COPY OTRULREC.

       WORKING-STORAGE SECTION.
       01 WS-OTRULE-STATUS        PIC X(2) VALUE '00'.
           88 OTRULE-FILE-OK           VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.
       01 WS-RULES-LOADED         PIC X VALUE 'N'.
           88 RULES-LOADED             VALUE 'Y'.

      * Shop default when no OTRULES.txt row covers the grade.
       01 WS-DEFAULT-DAILY        PIC 9(2)V99 VALUE 8.
       01 WS-DEFAULT-WEEKLY       PIC 9(2)V99 VALUE 40.
       01 WS-DEFAULT-PREMIUM      PIC 9(3)V99 VALUE 50.
       01 WS-ALL-GRADES           PIC X(2) VALUE '**'.

       01 WS-TODAY                PIC X(8).
       01 WS-RULE-COUNT           PIC 9(3) VALUE 0.
       01 WS-RULE-TABLE.
           05 RULE-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-RULE-COUNT
               INDEXED BY RLX.
               10 RULE-GRADE          PIC X(2).
               10 RULE-DAILY          PIC 9(2)V99.
               10 RULE-WEEKLY         PIC 9(2)V99.
               10 RULE-PREMIUM        PIC 9(3)V99.
               10 RULE-EFF-DATE       PIC X(8).
       01 WS-RULE-MATCH           PIC 9(3) VALUE 0.
       01 WS-RULE-SCAN            PIC 9(3) VALUE 0.
       01 WS-LOOKUP-GRADE         PIC X(2).

       01 WS-DAY-SUB              PIC 9(2) VALUE 0.
       01 WS-WEEK-SUB             PIC 9(2) VALUE 0.
       01 WS-WEEK-REGULAR-TABLE.
           05 WS-WEEK-REGULAR     PIC 9(3)V99 OCCURS 2 TIMES.
       01 WS-DATE-NUM             PIC 9(8) VALUE 0.
       01 WS-END-INT              PIC 9(8) VALUE 0.
       01 WS-DAY-INT              PIC 9(8) VALUE 0.
       01 WS-DAYS-BEFORE-END      PIC S9(5) VALUE 0.
       01 WS-TOTAL-HOURS          PIC 9(3)V99 VALUE 0.
       01 WS-DAY-OVERTIME         PIC 9(2)V99 VALUE 0.
       01 WS-OVERTIME-HOURS       PIC 9(3)V99 VALUE 0.

       LINKAGE SECTION.
           COPY OTCALC.

       PROCEDURE DIVISION USING OVERTIME-CALC-AREA.
       0000-MAIN.
           IF NOT RULES-LOADED
               PERFORM 1000-LOAD-RULES
           END-IF
           PERFORM 2000-FIND-RULE
           PERFORM 3000-SPLIT-HOURS
           GOBACK.

      ******************************************************************
      * Effective-dated selection: per grade the row with the latest
      * effective date that has arrived wins, the rule PAYROLL-
      * EXTRACT prices PAYGRADES.txt by.
      ******************************************************************
       1000-LOAD-RULES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-RULE-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT OT-RULE-FILE
           IF NOT OTRULE-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1100-READ-RULE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF OT-DAILY-HOURS NUMERIC
                   AND OT-WEEKLY-HOURS NUMERIC
                   AND OT-PREMIUM-PCT NUMERIC
                   AND (OT-EFF-DATE NOT NUMERIC
                       OR OT-EFF-DATE NOT > WS-TODAY)
                   PERFORM 1200-APPLY-ONE-RULE-ROW
               END-IF
               PERFORM 1100-READ-RULE-ROW
           END-PERFORM
           IF OTRULE-FILE-OK OR WS-OTRULE-STATUS = '10'
               CLOSE OT-RULE-FILE
           END-IF
           MOVE 'Y' TO WS-RULES-LOADED.

       1100-READ-RULE-ROW.
           READ OT-RULE-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1200-APPLY-ONE-RULE-ROW.
           MOVE OT-GRADE TO WS-LOOKUP-GRADE
           PERFORM 2100-FIND-GRADE-ROW
           IF WS-RULE-MATCH = 0 AND WS-RULE-COUNT < 999
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-RULE-COUNT TO WS-RULE-MATCH
               MOVE OT-GRADE TO RULE-GRADE(WS-RULE-MATCH)
               MOVE OT-DAILY-HOURS TO RULE-DAILY(WS-RULE-MATCH)
               MOVE OT-WEEKLY-HOURS TO RULE-WEEKLY(WS-RULE-MATCH)
               MOVE OT-PREMIUM-PCT TO RULE-PREMIUM(WS-RULE-MATCH)
               MOVE OT-EFF-DATE TO RULE-EFF-DATE(WS-RULE-MATCH)
           ELSE
               IF WS-RULE-MATCH > 0
                   AND OT-EFF-DATE >= RULE-EFF-DATE(WS-RULE-MATCH)
                   MOVE OT-DAILY-HOURS TO RULE-DAILY(WS-RULE-MATCH)
                   MOVE OT-WEEKLY-HOURS TO
                       RULE-WEEKLY(WS-RULE-MATCH)
                   MOVE OT-PREMIUM-PCT TO
                       RULE-PREMIUM(WS-RULE-MATCH)
                   MOVE OT-EFF-DATE TO RULE-EFF-DATE(WS-RULE-MATCH)
               END-IF
           END-IF.

      ******************************************************************
      * The grade's own row first, then the ** row, then the shop
      * default.
      ******************************************************************
       2000-FIND-RULE.
           MOVE OC-GRADE TO WS-LOOKUP-GRADE
           PERFORM 2100-FIND-GRADE-ROW
           IF WS-RULE-MATCH = 0
               MOVE WS-ALL-GRADES TO WS-LOOKUP-GRADE
               PERFORM 2100-FIND-GRADE-ROW
           END-IF
           IF WS-RULE-MATCH = 0
               MOVE WS-DEFAULT-DAILY TO OC-DAILY-LIMIT
               MOVE WS-DEFAULT-WEEKLY TO OC-WEEKLY-LIMIT
               MOVE WS-DEFAULT-PREMIUM TO OC-PREMIUM-PCT
           ELSE
               MOVE RULE-DAILY(WS-RULE-MATCH) TO OC-DAILY-LIMIT
               MOVE RULE-WEEKLY(WS-RULE-MATCH) TO OC-WEEKLY-LIMIT
               MOVE RULE-PREMIUM(WS-RULE-MATCH) TO OC-PREMIUM-PCT
           END-IF.

       2100-FIND-GRADE-ROW.
           MOVE 0 TO WS-RULE-MATCH
           PERFORM 2110-MATCH-ONE-GRADE
               VARYING WS-RULE-SCAN FROM 1 BY 1
               UNTIL WS-RULE-SCAN > WS-RULE-COUNT
                   OR WS-RULE-MATCH > 0.

       2110-MATCH-ONE-GRADE.
           IF RULE-GRADE(WS-RULE-SCAN) = WS-LOOKUP-GRADE
               MOVE WS-RULE-SCAN TO WS-RULE-MATCH
           END-IF.

      ******************************************************************
      * Daily overtime is taken day by day first; the weekly test then
      * looks only at the regular hours left in each week, so no hour
      * is counted as overtime twice. Week 1 is the seven days ending
      * on the period end, week 2 the seven before. A day outside the
      * period is not counted.
      ******************************************************************
       3000-SPLIT-HOURS.
           MOVE 0 TO WS-TOTAL-HOURS
           MOVE 0 TO WS-OVERTIME-HOURS
           MOVE 0 TO WS-WEEK-REGULAR(1)
           MOVE 0 TO WS-WEEK-REGULAR(2)
           MOVE 0 TO WS-END-INT
           IF OC-PERIOD-END NUMERIC
               MOVE OC-PERIOD-END TO WS-DATE-NUM
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF
           IF OC-DAY-COUNT > 14
               MOVE 14 TO OC-DAY-COUNT
           END-IF
           IF WS-END-INT > 0
               PERFORM 3100-SPLIT-ONE-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > OC-DAY-COUNT
               PERFORM 3200-WEEKLY-OVERTIME
                   VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 2
           END-IF
           MOVE WS-OVERTIME-HOURS TO OC-OVERTIME-HOURS
           COMPUTE OC-REGULAR-HOURS =
               WS-TOTAL-HOURS - WS-OVERTIME-HOURS.

       3100-SPLIT-ONE-DAY.
           MOVE 0 TO WS-DAYS-BEFORE-END
           IF OC-WORK-DATE(WS-DAY-SUB) NUMERIC
               AND OC-HOURS(WS-DAY-SUB) NUMERIC
               MOVE OC-WORK-DATE(WS-DAY-SUB) TO WS-DATE-NUM
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-DAYS-BEFORE-END = WS-END-INT - WS-DAY-INT
               IF WS-DAY-INT > 0
                   AND WS-DAYS-BEFORE-END >= 0
                   AND WS-DAYS-BEFORE-END < 14
                   COMPUTE WS-WEEK-SUB = WS-DAYS-BEFORE-END / 7 + 1
                   MOVE 0 TO WS-DAY-OVERTIME
                   IF OC-DAILY-LIMIT > 0
                       AND OC-HOURS(WS-DAY-SUB) > OC-DAILY-LIMIT
                       COMPUTE WS-DAY-OVERTIME =
                           OC-HOURS(WS-DAY-SUB) - OC-DAILY-LIMIT
                   END-IF
                   ADD OC-HOURS(WS-DAY-SUB) TO WS-TOTAL-HOURS
                   ADD WS-DAY-OVERTIME TO WS-OVERTIME-HOURS
                   COMPUTE WS-WEEK-REGULAR(WS-WEEK-SUB) =
                       WS-WEEK-REGULAR(WS-WEEK-SUB)
                       + OC-HOURS(WS-DAY-SUB) - WS-DAY-OVERTIME
               END-IF
           END-IF.

       3200-WEEKLY-OVERTIME.
           IF OC-WEEKLY-LIMIT > 0
               AND WS-WEEK-REGULAR(WS-WEEK-SUB) > OC-WEEKLY-LIMIT
               COMPUTE WS-OVERTIME-HOURS = WS-OVERTIME-HOURS
                   + WS-WEEK-REGULAR(WS-WEEK-SUB) - OC-WEEKLY-LIMIT
           END-IF.
       END PROGRAM OTCALC.
