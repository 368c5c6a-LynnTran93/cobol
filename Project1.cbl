      *                 logged to the shop log -- so the person's
      *                 logon stops working the same day, not when
      *                 somebody remembers.
      *   2026-10-15 LT Records the EMPLOYEES master's figures on the
      *                 master control register (MASTERCTL) when the
      *                 session closes it, and OPERATORS after a
      *                 termination revokes a linked operator.
      *   2026-10-15 LT The bulk import passes HREXTRACT.txt through
      *                 the INBOUNDCK header/trailer check first and
      *                 adds no one from a file it refuses; header and
      *                 trailer rows are skipped.
      *   2026-10-15 LT Every add, update, termination, leave and
      *                 return now also writes a detail line to
      *                 EMPAUDIT.LOG naming the operator, the
      *                 employee and the action (PAY-CHANGE when the
      *                 update moved the grade or step), under the
      *                 session summary line, for the segregation-
      *                 of-duties review.
      *   2026-10-15 LT Added the timesheet subsystem: daily hours per
      *                 employee for a two-week pay period go to
      *                 TIMESHEET.txt (see the shared TIMEREC
      *                 copybook), refused for a day outside the
      *                 period, before the hire date, after a
      *                 termination or covered by a LEAVETRANS.txt
      *                 absence. The view splits the hours into
      *                 regular and overtime through the shared
      *                 OTCALC subprogram (OTRULES.txt daily and
      *                 weekly thresholds and premium by grade), and
      *                 an administrator's approval locks the period
      *                 against further keying. PAYROLL-EXTRACT sends
      *                 the approved hours to the bureau.
      *   2026-10-15 LT Added the performance review subsystem:
      *                 reviews (date, 1-5 rating, reviewer --
      *                 the DEPTS.txt manager by default) go to
      *                 REVIEWS.txt (see the shared REVREC copybook)
      *                 and an administrator's approval of a rating
      *                 of 3 or better moves the employee one step
      *                 up the grade from an effective date, priced
      *                 from PAYGRADES.txt and audited as PAY-CHANGE;
      *                 no step past the top of the grade. A due
      *                 list per department manager goes to
      *                 REVIEWDUE.txt, and a yearly status report
      *                 shows reviews done, overdue and the cost of
      *                 the increases granted.
      *   2026-10-15 LT Added the training and certification
      *                 register: course completions with their expiry
      *                 dates go to CERTS.txt (see the shared CERTREC
      *                 copybook), a per-employee view shows each
      *                 course as current, expiring soon or lapsed,
      *                 and the monthly expiry report lists by
      *                 department, for each DEPTS.txt manager, the
      *                 certifications running out in the next 60
      *                 days on CERTEXP.txt. OPER-MAINT and SHOP-MENU
      *                 gate operator roles on the register.
      *   2026-10-15 LT Added reporting lines: each employee may carry a
      *                 supervisor (EMP-SUPERVISOR-ID), checked on add
      *                 and update to be a current employee and not to
      *                 close a reporting loop. The (O)rg menu prints
      *                 the organization chart to ORGCHART.txt and a
      *                 span-of-control report (direct and total
      *                 reports per manager) to SPANCTL.txt, and
      *                 terminating a supervisor lists the direct
      *                 reports to reassign.
      *   2026-10-15 LT A pay grade or step change -- keyed on update or
      *                 moved by an approved merit step -- now writes
      *                 its own dated XFERHIST.txt row (grade and step
      *                 before and after, dated the step's effective
      *                 date for a merit step), so PAY-HISTORY's year-
      *                 end summaries show grade changes beside
      *                 transfers. The history inquiry lists both; the
      *                 movement report still counts department moves
      *                 only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-RECORDS.
           SELECT OPERATOR-FILE ASSIGN TO "../OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO 'TIMESHEET.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-STATUS.
           SELECT REVIEW-FILE ASSIGN TO 'REVIEWS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT REVIEW-DUE-FILE ASSIGN TO 'REVIEWDUE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-DUE-STATUS.
           SELECT CERTIFICATION-FILE ASSIGN TO '../CERTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT CERT-EXPIRY-FILE ASSIGN TO 'CERTEXP.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-EXPIRY-STATUS.
           SELECT ORG-CHART-FILE ASSIGN TO 'ORGCHART.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORG-CHART-STATUS.
           SELECT SPAN-REPORT-FILE ASSIGN TO 'SPANCTL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPAN-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY OPERREC.

       FD TIMESHEET-FILE.
           COPY TIMEREC.

       FD REVIEW-FILE.
           COPY REVREC.

       FD REVIEW-DUE-FILE.
       01 REVIEW-DUE-RECORD         PIC X(80).

       FD CERTIFICATION-FILE.
           COPY CERTREC.

       FD CERT-EXPIRY-FILE.
       01 CERT-EXPIRY-RECORD        PIC X(80).

       FD ORG-CHART-FILE.
       01 ORG-CHART-RECORD          PIC X(132).

       FD SPAN-REPORT-FILE.
       01 SPAN-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF                   PIC X VALUE 'N'.
       01 WS-EMPLOYEE-STATUS       PIC X(2) VALUE '00'.
               INDEXED BY DREFX.
               10 DEPTREF-CODE         PIC 9(3).
               10 DEPTREF-NAME         PIC X(20).
               10 DEPTREF-MANAGER      PIC X(20).
       01 WS-DEPT-VALID             PIC X VALUE 'Y'.
       01 WS-LOOKUP-DEPT-CODE       PIC 9(3) VALUE 0.
       01 WS-DEPT-NAME              PIC X(20) VALUE SPACES.
           88 MENU-LEAVE                  VALUE 'L' 'l'.
           88 MENU-HISTORY                VALUE 'H' 'h'.
           88 MENU-MOVEMENT               VALUE 'M' 'm'.
           88 MENU-TIMESHEET              VALUE 'W' 'w'.
           88 MENU-REVIEW                 VALUE 'P' 'p'.
           88 MENU-CERTIFICATION          VALUE 'C' 'c'.
           88 MENU-ORGANIZATION           VALUE 'O' 'o'.
           88 MENU-QUIT                   VALUE 'Q' 'q'.

       01 WS-ANNIV-MONTH            PIC X(6).
       01 WS-END-OF-XFER            PIC X VALUE 'N'.
           88 NO-MORE-XFER-RECORD        VALUE 'Y'.
       01 WS-OLD-DEPTCODE           PIC 9(3) VALUE 0.
       01 WS-XFER-DATE              PIC X(8).
       01 WS-MOVE-MONTH             PIC X(6).
       01 WS-MOVE-COUNT             PIC 9(3) VALUE 0.
       01 WS-MOVE-TABLE.
               INDEXED BY PGRX.
               10 PGR-GRADE            PIC X(2).
               10 PGR-STEP             PIC X(2).
               10 PGR-SALARY           PIC 9(7)V99.
               10 PGR-EFF-DATE         PIC X(8).
       01 WS-GRADE-INPUT            PIC X(2).
       01 WS-STEP-INPUT             PIC X(2).
       01 WS-GRADE-VALID            PIC X VALUE 'Y'.
       01 WS-MSGLOG-SEVERITY        PIC X VALUE 'W'.
       01 WS-MSGLOG-TEXT            PIC X(60).

       01 WS-CONTROL-FUNCTION       PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID        PIC X(12).
       01 WS-CONTROL-RESULT         PIC X VALUE 'Y'.

       01 WS-INBOUND-FILE-ID        PIC X(12) VALUE 'HREXTRACT'.
       01 WS-INBOUND-FILE-NAME      PIC X(40) VALUE 'HREXTRACT.txt'.
       01 WS-INBOUND-DATE           PIC X(8) VALUE SPACES.
       01 WS-INBOUND-RESULT         PIC X VALUE 'Y'.

       01 WS-TIMESHEET-STATUS       PIC X(2) VALUE '00'.
           88 TIMESHEET-FILE-OK          VALUE '00'.
           88 TIMESHEET-FILE-MISSING     VALUE '35'.
       01 WS-END-OF-TIMESHEET       PIC X VALUE 'N'.
           88 NO-MORE-TIMESHEET-ROWS     VALUE 'Y'.
       01 WS-TIME-CHOICE            PIC X.
           88 TIME-ENTER-CHOICE          VALUE 'E' 'e'.
           88 TIME-APPROVE-CHOICE        VALUE 'A' 'a'.
           88 TIME-VIEW-CHOICE           VALUE 'V' 'v'.
           88 TIME-QUIT-CHOICE           VALUE 'Q' 'q'.
       01 WS-TS-PERIOD-END          PIC X(8).
       01 WS-TS-END-INT             PIC 9(8) VALUE 0.
       01 WS-TS-DAY-INT             PIC 9(8) VALUE 0.
       01 WS-TS-DATE-NUM            PIC 9(8) VALUE 0.
       01 WS-TS-KEY-VALID           PIC X VALUE 'N'.
       01 WS-TS-APPROVED            PIC X VALUE 'N'.
           88 TS-PERIOD-APPROVED         VALUE 'Y'.
       01 WS-TS-APPROVED-BY         PIC X(10).
       01 WS-TS-APPROVED-DATE       PIC X(8).
       01 WS-TS-DATE-INPUT          PIC X(8).
       01 WS-TS-HOURS-INPUT         PIC 9(2)V99.
       01 WS-TS-DAY-VALID           PIC X VALUE 'N'.
       01 WS-TS-DONE                PIC X VALUE 'N'.
       01 WS-TS-CONFIRM             PIC X.
       01 WS-TS-ROWS-WRITTEN        PIC 9(3) VALUE 0.
       01 WS-TS-DAY-MATCH           PIC 9(2) VALUE 0.
       01 WS-TS-DAY-SUB             PIC 9(2) VALUE 0.
       01 WS-TS-TOTAL-HOURS         PIC 9(3)V99 VALUE 0.
       01 WS-TS-HOURS-FMT           PIC Z9.99.
       01 WS-TS-TOTAL-FMT           PIC ZZ9.99.
       01 WS-TS-PCT-FMT             PIC ZZ9.99.
       01 WS-TS-LEAVE-TYPE          PIC X VALUE SPACE.
       01 WS-EMP-LEAVE-COUNT        PIC 9(3) VALUE 0.
       01 WS-EMP-LEAVE-TABLE.
           05 EMP-LEAVE-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-EMP-LEAVE-COUNT
               INDEXED BY ELVX.
               10 EMP-LEAVE-FROM       PIC X(8).
               10 EMP-LEAVE-TO         PIC X(8).
               10 EMP-LEAVE-TYPE       PIC X.
           COPY OTCALC.

       01 WS-REVIEW-STATUS          PIC X(2) VALUE '00'.
           88 REVIEW-FILE-OK             VALUE '00'.
           88 REVIEW-FILE-MISSING        VALUE '35'.
       01 WS-REVIEW-DUE-STATUS      PIC X(2) VALUE '00'.
       01 WS-END-OF-REVIEWS         PIC X VALUE 'N'.
           88 NO-MORE-REVIEW-ROWS        VALUE 'Y'.
       01 WS-REVIEW-CHOICE          PIC X.
           88 REVIEW-RECORD-CHOICE       VALUE 'R' 'r'.
           88 REVIEW-APPROVE-CHOICE      VALUE 'A' 'a'.
           88 REVIEW-DUE-CHOICE          VALUE 'D' 'd'.
           88 REVIEW-STATUS-CHOICE       VALUE 'S' 's'.
           88 REVIEW-QUIT-CHOICE         VALUE 'Q' 'q'.
      * Reviews falling due within this many days go on the due list.
       01 WS-REVIEW-WINDOW          PIC 9(3) VALUE 30.
       01 WS-REVIEW-COUNT           PIC 9(4) VALUE 0.
       01 WS-REVIEW-TABLE.
           05 REV-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-REVIEW-COUNT
               INDEXED BY REVX.
               10 REV-EMPLOYEE-ID      PIC 9(6).
               10 REV-REVIEW-DATE      PIC X(8).
               10 REV-RATING           PIC X.
               10 REV-REVIEWER         PIC X(20).
               10 REV-APPROVED         PIC X.
               10 REV-OLD-STEP         PIC X(2).
               10 REV-NEW-STEP         PIC X(2).
               10 REV-INCREASE         PIC 9(7)V99.
       01 WS-REVIEW-MATCH           PIC 9(4) VALUE 0.
       01 WS-REVIEW-SCAN            PIC 9(4) VALUE 0.
       01 WS-REV-TODAY              PIC X(8).
       01 WS-REV-DATE-INPUT         PIC X(8).
       01 WS-REV-RATING-INPUT       PIC X.
       01 WS-REV-REVIEWER-INPUT     PIC X(20).
       01 WS-REV-CONFIRM            PIC X.
       01 WS-REV-VALID              PIC X VALUE 'N'.
       01 WS-REV-EFF-DATE           PIC X(8).
       01 WS-REV-DATE-INT           PIC 9(8) VALUE 0.
       01 WS-REV-NEW-STEP           PIC X(2).
       01 WS-REV-STEP-NUM           PIC 9(2) VALUE 0.
       01 WS-REV-STEP-FOUND         PIC X VALUE 'N'.
       01 WS-REV-LOOKUP-STEP        PIC X(2).
       01 WS-REV-AS-OF              PIC X(8).
       01 WS-REV-BEST-EFF           PIC X(8).
       01 WS-REV-STEP-SALARY        PIC 9(7)V99 VALUE 0.
       01 WS-REV-INCREASE           PIC 9(7)V99 VALUE 0.
       01 WS-REV-COST-FMT           PIC $$$,$$$,$$9.99.
       01 WS-REV-WINDOW-END         PIC X(8).
       01 WS-REV-LAST-DATE          PIC X(8).
       01 WS-REV-DUE-DATE           PIC X(8).
       01 WS-REV-DUE-WORK.
           05 WS-REV-DUE-YEAR       PIC 9(4).
           05 WS-REV-DUE-MMDD       PIC X(4).
       01 WS-REV-ANNIV-DATE         PIC X(8).
       01 WS-REV-YEAR               PIC X(4).
       01 WS-DEPT-MANAGER           PIC X(20) VALUE SPACES.
       01 WS-DUE-SECTION-COUNT      PIC 9(4) VALUE 0.
       01 WS-DUE-COUNT              PIC 9(4) VALUE 0.
       01 WS-DUE-TABLE.
           05 DUE-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-DUE-COUNT
               INDEXED BY DUEX.
               10 DUE-DEPT             PIC 9(3).
               10 DUE-EMPLOYEE-ID      PIC 9(6).
               10 DUE-NAME             PIC X(30).
               10 DUE-DATE             PIC X(8).
               10 DUE-LAST-REVIEW      PIC X(8).
               10 DUE-LISTED           PIC X.
       01 WS-RST-WORK-DEPT          PIC 9(3) VALUE 0.
       01 WS-RST-MATCH              PIC 9(3) VALUE 0.
       01 WS-RST-SCAN               PIC 9(3) VALUE 0.
       01 WS-RST-COUNT              PIC 9(3) VALUE 0.
       01 WS-RST-TABLE.
           05 RST-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-RST-COUNT
               INDEXED BY RSTX.
               10 RST-DEPT             PIC 9(3).
               10 RST-HEADCOUNT        PIC 9(5).
               10 RST-COMPLETED        PIC 9(5).
               10 RST-OVERDUE          PIC 9(5).
               10 RST-INCREASES        PIC 9(5).
               10 RST-COST             PIC 9(9)V99.
       01 WS-RST-TOTAL-HEADCOUNT    PIC 9(5) VALUE 0.
       01 WS-RST-TOTAL-COMPLETED    PIC 9(5) VALUE 0.
       01 WS-RST-TOTAL-OVERDUE      PIC 9(5) VALUE 0.
       01 WS-RST-TOTAL-INCREASES    PIC 9(5) VALUE 0.
       01 WS-RST-TOTAL-COST         PIC 9(9)V99 VALUE 0.

       01 WS-CERT-STATUS            PIC X(2) VALUE '00'.
           88 CERT-FILE-OK               VALUE '00'.
           88 CERT-FILE-MISSING          VALUE '35'.
       01 WS-CERT-EXPIRY-STATUS     PIC X(2) VALUE '00'.
       01 WS-END-OF-CERTS           PIC X VALUE 'N'.
           88 NO-MORE-CERT-ROWS          VALUE 'Y'.
       01 WS-CERT-CHOICE            PIC X.
           88 CERT-RECORD-CHOICE         VALUE 'R' 'r'.
           88 CERT-VIEW-CHOICE           VALUE 'V' 'v'.
           88 CERT-EXPIRING-CHOICE       VALUE 'E' 'e'.
           88 CERT-QUIT-CHOICE           VALUE 'Q' 'q'.
      * Certifications expiring within this many days are reported.
       01 WS-CERT-WINDOW            PIC 9(3) VALUE 60.
       01 WS-CERT-COUNT             PIC 9(4) VALUE 0.
       01 WS-CERT-TABLE.
           05 CERT-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-CERT-COUNT
               INDEXED BY CERTX.
               10 CERT-EMPLOYEE-ID     PIC 9(6).
               10 CERT-COURSE          PIC X(10).
               10 CERT-COMPLETED       PIC X(8).
               10 CERT-EXPIRY          PIC X(8).
       01 WS-CERT-MATCH             PIC 9(4) VALUE 0.
       01 WS-CERT-TODAY             PIC X(8).
       01 WS-CERT-WINDOW-END        PIC X(8).
       01 WS-CERT-COURSE-INPUT      PIC X(10).
       01 WS-CERT-COMPLETED-INPUT   PIC X(8).
       01 WS-CERT-EXPIRY-INPUT      PIC X(8).
       01 WS-CERT-DATE-INT          PIC 9(8) VALUE 0.
       01 WS-CERT-EXPIRY-INT        PIC 9(8) VALUE 0.
       01 WS-CERT-TODAY-INT         PIC 9(8) VALUE 0.
       01 WS-CERT-DAYS-LEFT         PIC 9(3) VALUE 0.
       01 WS-CERT-STATE             PIC X(13).
       01 WS-CERT-SHOWN             PIC 9(4) VALUE 0.
       01 WS-EXP-SECTION-COUNT      PIC 9(4) VALUE 0.
       01 WS-EXP-COUNT              PIC 9(4) VALUE 0.
       01 WS-EXP-TABLE.
           05 EXP-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EXP-COUNT
               INDEXED BY EXPX.
               10 EXP-DEPT             PIC 9(3).
               10 EXP-EMPLOYEE-ID      PIC 9(6).
               10 EXP-NAME             PIC X(30).
               10 EXP-COURSE           PIC X(10).
               10 EXP-EXPIRY           PIC X(8).
               10 EXP-DAYS-LEFT        PIC 9(3).
               10 EXP-LISTED           PIC X.

       01 WS-ORG-CHART-STATUS       PIC X(2) VALUE '00'.
       01 WS-SPAN-REPORT-STATUS     PIC X(2) VALUE '00'.
       01 WS-ORG-CHOICE             PIC X.
           88 ORG-CHART-CHOICE           VALUE 'C' 'c'.
           88 ORG-SPAN-CHOICE            VALUE 'S' 's'.
           88 ORG-QUIT-CHOICE            VALUE 'Q' 'q'.
       01 WS-SUPERVISOR-INPUT       PIC X(6).
       01 WS-SUPERVISOR-VALID       PIC X VALUE 'Y'.
       01 WS-SUBJECT-ID             PIC X(6).
       01 WS-SAVED-EMPLOYEE         PIC X(80).
       01 WS-ORG-COUNT              PIC 9(4) VALUE 0.
       01 WS-ORG-TABLE.
           05 ORG-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-ORG-COUNT
               INDEXED BY ORGX.
               10 ORG-EMPLOYEE-ID      PIC X(6).
               10 ORG-SUPERVISOR-ID    PIC X(6).
               10 ORG-DEPT             PIC 9(3).
               10 ORG-NAME             PIC X(30).
               10 ORG-STATUS           PIC X.
               10 ORG-DIRECT           PIC 9(5).
               10 ORG-TOTAL            PIC 9(5).
               10 ORG-PRINTED          PIC X.
       01 WS-ORG-MATCH              PIC 9(4) VALUE 0.
       01 WS-ORG-SCAN               PIC 9(4) VALUE 0.
       01 WS-ORG-CHILD              PIC 9(4) VALUE 0.
       01 WS-ORG-LOOKUP-ID          PIC X(6).
       01 WS-ORG-ROOT               PIC X VALUE 'N'.
       01 WS-ORG-CURRENT            PIC 9(4) VALUE 0.
       01 WS-ORG-LEVEL              PIC 9(4) VALUE 0.
       01 WS-ORG-INDENT             PIC 9(3) VALUE 0.
       01 WS-ORG-LINE-TEXT          PIC X(70).
       01 WS-ORG-PRINTED-COUNT      PIC 9(4) VALUE 0.
       01 WS-ORG-UNREACHED          PIC 9(4) VALUE 0.
       01 WS-ORG-REPORTS-SHOWN      PIC 9(4) VALUE 0.
       01 WS-ORG-MANAGERS           PIC 9(4) VALUE 0.
      * Depth-first walk of the chart: entries still to be printed.
       01 WS-STACK-COUNT            PIC 9(4) VALUE 0.
       01 WS-STACK-TABLE.
           05 STK-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-STACK-COUNT.
               10 STK-ORG              PIC 9(4).
               10 STK-LEVEL            PIC 9(4).
       01 WS-CHAIN-ID               PIC X(6).
       01 WS-CHAIN-STEPS            PIC 9(5) VALUE 0.
       01 WS-CHAIN-DONE             PIC X VALUE 'N'.
           88 CHAIN-CLIMBING             VALUE 'N'.
           88 CHAIN-AT-TOP               VALUE 'Y'.
           88 CHAIN-LOOPS-BACK           VALUE 'L'.

       01 WS-OPERATOR-ID            PIC X(10).
       01 WS-SESSION-ADDED          PIC 9(5) VALUE 0.
       01 WS-SESSION-CHANGED        PIC 9(5) VALUE 0.
       01 WS-SESSION-DELETED        PIC 9(5) VALUE 0.
       01 WS-CURRENT-TIMESTAMP      PIC X(21).
       01 WS-AUDIT-LINE             PIC X(80).
       01 WS-AUDIT-ACTION           PIC X(10).
       01 WS-OLD-GRADE              PIC X(2).
       01 WS-OLD-STEP               PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATOR.
           05 LK-OPERATOR-ID       PIC X(10).
           05 LK-OPERATOR-ROLE     PIC X.
               88 LK-ROLE-INQUIRY      VALUE 'I'.
               88 LK-ROLE-ADMIN        VALUE 'A'.

       PROCEDURE DIVISION USING LK-OPERATOR.
       100-MAIN-PROCEDURE.
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

      ******************************************************************
      * One detail line per change made: who did it, to which
      * employee, and what. The session summary above stays as it
      * was; the two line shapes are told apart by ' EMPLOYEE:' in
      * positions 36-45.
      ******************************************************************
       171-WRITE-CHANGE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-AUDIT-LINE
           STRING WS-CURRENT-TIMESTAMP(1:8) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP(9:6) DELIMITED BY SIZE
               ' OPERATOR:' DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               ' EMPLOYEE:' DELIMITED BY SIZE
               EMPLOYEEID-IN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AUDIT-ACTION DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           OPEN EXTEND AUDIT-LOG-FILE
           MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       201-INITIALIZE-RTN.
           OPEN I-O EMPLOYEE-FILE
           IF EMPLOYEE-FILE-NOT-FOUND
                   SET DREFX TO WS-DEPTREF-COUNT
                   MOVE DM-CODE TO DEPTREF-CODE(DREFX)
                   MOVE DM-NAME TO DEPTREF-NAME(DREFX)
                   MOVE DM-MANAGER TO DEPTREF-MANAGER(DREFX)
               END-IF
               PERFORM 281-READ-DEPT-ROW
           END-PERFORM
                   SET PGRX TO WS-PAYGRADE-COUNT
                   MOVE PG-GRADE TO PGR-GRADE(PGRX)
                   MOVE PG-STEP TO PGR-STEP(PGRX)
                   MOVE PG-SALARY TO PGR-SALARY(PGRX)
                   MOVE PG-EFF-DATE TO PGR-EFF-DATE(PGRX)
               END-IF
               PERFORM 283-READ-PAYGRADE-ROW
           END-PERFORM
               MOVE DEPTREF-NAME(DREFX) TO WS-DEPT-NAME
           END-IF.

      ******************************************************************
      * The manager named for a department on DEPTS.txt.
      ******************************************************************
       289-FIND-DEPT-MANAGER.
           MOVE SPACES TO WS-DEPT-MANAGER
           PERFORM 289A-MATCH-DEPT-MANAGER
               VARYING DREFX FROM 1 BY 1
               UNTIL DREFX > WS-DEPTREF-COUNT.

       289A-MATCH-DEPT-MANAGER.
           IF DEPTREF-CODE(DREFX) = WS-LOOKUP-DEPT-CODE
               MOVE DEPTREF-MANAGER(DREFX) TO WS-DEPT-MANAGER
           END-IF.

       205-MAIN-MENU.
           DISPLAY "--------------------------------------------------"
           DISPLAY "(A)dd  (U)pdate  (T)erminate  (R)oster  "
               "(S)ummary  anni(V)ersaries  (I)mport  "
               "t(E)rminated report  (L)eave  "
               "(H)istory  (M)ovement  (W)ork hours  "
               "(P)erformance reviews  (C)ertifications  "
               "(O)rg chart  (Q)uit"
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN LK-ROLE-INQUIRY
                   PERFORM 650-ASSIGNMENT-HISTORY
               WHEN MENU-MOVEMENT
                   PERFORM 660-MOVEMENT-REPORT
               WHEN MENU-TIMESHEET
                   PERFORM 700-TIMESHEET-SUBSYSTEM
               WHEN MENU-REVIEW
                   PERFORM 800-REVIEW-SUBSYSTEM
               WHEN MENU-CERTIFICATION
                   PERFORM 900-CERT-SUBSYSTEM
               WHEN MENU-ORGANIZATION
                   PERFORM 500-ORG-SUBSYSTEM
               WHEN MENU-ADD
                   PERFORM 202-CREATE-EMPLOYEE
               WHEN MENU-UPDATE
               INVALID KEY
                   WRITE EMPLOYEE-RECORD
                   ADD 1 TO WS-SESSION-ADDED
                   MOVE 'ADD' TO WS-AUDIT-ACTION
                   PERFORM 171-WRITE-CHANGE-AUDIT
               NOT INVALID KEY
                   DISPLAY "Error: Employee ID " EMPLOYEEID-IN
                       " already exists on file."
           END-IF
           MOVE WS-GRADE-INPUT TO EMP-GRADE
           MOVE WS-STEP-INPUT TO EMP-STEP
           DISPLAY "Supervisor employee ID (blank = none):"
           MOVE SPACES TO WS-SUPERVISOR-INPUT
           ACCEPT WS-SUPERVISOR-INPUT
           PERFORM 510-VALIDATE-SUPERVISOR
           IF WS-SUPERVISOR-VALID = 'N'
               DISPLAY "Supervisor left blank."
               MOVE SPACES TO WS-SUPERVISOR-INPUT
           END-IF
           MOVE WS-SUPERVISOR-INPUT TO EMP-SUPERVISOR-ID
           PERFORM 260-DERIVE-SERVICE-YEARS
           MOVE WS-DERIVED-YOS TO YEARSOFSERVICE-IN
           MOVE 'A' TO EMPSTATUS-IN
                   DISPLAY "Error: Employee ID not found."
               NOT INVALID KEY
                   MOVE DEPTCODE-IN TO WS-OLD-DEPTCODE
                   MOVE EMP-GRADE TO WS-OLD-GRADE
                   MOVE EMP-STEP TO WS-OLD-STEP
                   DISPLAY "Current Department Code: " DEPTCODE-IN
                   DISPLAY "Current First Name: " FIRSTNAME-IN
                   DISPLAY "Current Last Name: " LASTNAME-IN
                       MOVE WS-GRADE-INPUT TO EMP-GRADE
                       MOVE WS-STEP-INPUT TO EMP-STEP
                   END-IF
                   DISPLAY "Current supervisor: " EMP-SUPERVISOR-ID
                   DISPLAY "New supervisor ID (blank = none):"
                   MOVE SPACES TO WS-SUPERVISOR-INPUT
                   ACCEPT WS-SUPERVISOR-INPUT
                   PERFORM 510-VALIDATE-SUPERVISOR
                   IF WS-SUPERVISOR-VALID = 'N'
                       DISPLAY "Supervisor left as it was."
                   ELSE
                       MOVE WS-SUPERVISOR-INPUT TO EMP-SUPERVISOR-ID
                   END-IF
                   DISPLAY "New Status (A=active, L=leave):"
                   ACCEPT EMPSTATUS-IN
                   IF NOT EMP-ACTIVE AND NOT EMP-ON-LEAVE
                       MOVE WS-DERIVED-YOS TO YEARSOFSERVICE-IN
                       REWRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-SESSION-CHANGED
                       IF EMP-GRADE NOT = WS-OLD-GRADE
                           OR EMP-STEP NOT = WS-OLD-STEP
                           MOVE 'PAY-CHANGE' TO WS-AUDIT-ACTION
                       ELSE
                           MOVE 'UPDATE' TO WS-AUDIT-ACTION
                       END-IF
                       PERFORM 171-WRITE-CHANGE-AUDIT
                       IF DEPTCODE-IN NOT = WS-OLD-DEPTCODE
                           OR EMP-GRADE NOT = WS-OLD-GRADE
                           OR EMP-STEP NOT = WS-OLD-STEP
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO WS-XFER-DATE
                           PERFORM 225-WRITE-TRANSFER-ROW
                       END-IF
                       DISPLAY "Employee record updated."
                           MOVE 'T' TO EMPSTATUS-IN
                           REWRITE EMPLOYEE-RECORD
                           ADD 1 TO WS-SESSION-DELETED
                           MOVE 'TERMINATE' TO WS-AUDIT-ACTION
                           PERFORM 171-WRITE-CHANGE-AUDIT
                           PERFORM 235-REVOKE-LINKED-OPERATOR
                           DISPLAY "Employee terminated."
                           PERFORM 515-LIST-DIRECT-REPORTS
                       END-IF
                   END-IF
           END-READ.
                   VARYING OPRX FROM 1 BY 1
                   UNTIL OPRX > WS-OPER-COUNT
               CLOSE OPERATOR-FILE
               MOVE 'OPERATORS' TO WS-CONTROL-FILE-ID
               PERFORM 299-RECORD-MASTER-CONTROL
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               STRING 'OPERATOR ACCESS REVOKED FOR EMPLOYEE '
           MOVE 0 TO WS-IMP-ACCEPT-COUNT
           MOVE 0 TO WS-IMP-REJECT-COUNT
           MOVE 'N' TO WS-END-OF-EXTRACT
           CALL 'INBOUNDCK' USING WS-INBOUND-FILE-ID
               WS-INBOUND-FILE-NAME WS-INBOUND-DATE WS-MSGLOG-PROGRAM
               WS-INBOUND-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-INBOUND-RESULT = 'N'
               DISPLAY "HREXTRACT.txt refused at the inbound check -- "
                   "nothing imported."
           ELSE
               OPEN INPUT HR-EXTRACT-FILE
               IF NOT HR-EXTRACT-OK
                   DISPLAY "No HREXTRACT.txt to import."
               ELSE
                   OPEN OUTPUT HR-REJECT-FILE
                   PERFORM 291-READ-EXTRACT-ROW
                   PERFORM 292-IMPORT-ONE-ROW
                       UNTIL NO-MORE-EXTRACT-RECORD
                   CLOSE HR-EXTRACT-FILE
                   CLOSE HR-REJECT-FILE
                   DISPLAY "Import done: " WS-IMP-READ-COUNT " read, "
                       WS-IMP-ACCEPT-COUNT " added, "
                       WS-IMP-REJECT-COUNT " rejected."
               END-IF
           END-IF.

       291-READ-EXTRACT-ROW.
           PERFORM 298-READ-PAST-CONTROL-ROW
           PERFORM 298-READ-PAST-CONTROL-ROW
               UNTIL NO-MORE-EXTRACT-RECORD
               OR (HR-EXTRACT-RECORD(1:4) NOT = '*HDR'
               AND HR-EXTRACT-RECORD(1:4) NOT = '*TRL').

       298-READ-PAST-CONTROL-ROW.
           READ HR-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-END-OF-EXTRACT.

                       MOVE SPACES TO TERMDATE-IN
                       MOVE SPACES TO EMP-GRADE
                       MOVE SPACES TO EMP-STEP
                       MOVE SPACES TO EMP-SUPERVISOR-ID
                       WRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-SESSION-ADDED
                       ADD 1 TO WS-IMP-ACCEPT-COUNT
                       MOVE 'ADD' TO WS-AUDIT-ACTION
                       PERFORM 171-WRITE-CHANGE-AUDIT
                   NOT INVALID KEY
                       MOVE 'DUPLICATE EMPLOYEE ID' TO WS-IMP-REASON
                       MOVE 'N' TO WS-IMP-VALID
               INTO HR-REJECT-RECORD
           WRITE HR-REJECT-RECORD.

      ******************************************************************
      * Reporting lines: the organization chart and the span-of-
      * control report, both built from a scan of the master into
      * the reporting table below.
      ******************************************************************
       500-ORG-SUBSYSTEM.
           DISPLAY "(C)hart  (S)pan of control  (Q)uit"
           ACCEPT WS-ORG-CHOICE
           EVALUATE TRUE
               WHEN ORG-CHART-CHOICE
                   PERFORM 520-ORG-CHART
               WHEN ORG-SPAN-CHOICE
                   PERFORM 530-SPAN-OF-CONTROL
               WHEN ORG-QUIT-CHOICE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE.

       505-LOAD-REPORTING-TABLE.
           MOVE 0 TO WS-ORG-COUNT
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO EMPLOYEEID-IN
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMPLOYEEID-IN
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           IF WS-EOF NOT = 'Y'
               PERFORM 252-READ-NEXT-EMPLOYEE
               PERFORM 506-TAKE-REPORTING-ROW
                   UNTIL WS-EOF = 'Y'
           END-IF
           MOVE 'N' TO WS-EOF.

       506-TAKE-REPORTING-ROW.
           IF WS-ORG-COUNT < 9999
               ADD 1 TO WS-ORG-COUNT
               SET ORGX TO WS-ORG-COUNT
               MOVE EMPLOYEEID-IN TO ORG-EMPLOYEE-ID(ORGX)
               MOVE EMP-SUPERVISOR-ID TO ORG-SUPERVISOR-ID(ORGX)
               MOVE DEPTCODE-IN TO ORG-DEPT(ORGX)
               MOVE SPACES TO ORG-NAME(ORGX)
               STRING LASTNAME-IN DELIMITED BY SPACE
                   ", " DELIMITED BY SIZE
                   FIRSTNAME-IN DELIMITED BY SPACE
                   INTO ORG-NAME(ORGX)
               MOVE EMPSTATUS-IN TO ORG-STATUS(ORGX)
               MOVE 0 TO ORG-DIRECT(ORGX)
               MOVE 0 TO ORG-TOTAL(ORGX)
               MOVE 'N' TO ORG-PRINTED(ORGX)
           END-IF
           PERFORM 252-READ-NEXT-EMPLOYEE.

       507-FIND-ORG-ENTRY.
           MOVE 0 TO WS-ORG-MATCH
           PERFORM 508-MATCH-ORG-ENTRY
               VARYING WS-ORG-SCAN FROM 1 BY 1
               UNTIL WS-ORG-SCAN > WS-ORG-COUNT
                   OR WS-ORG-MATCH > 0.

       508-MATCH-ORG-ENTRY.
           IF ORG-EMPLOYEE-ID(WS-ORG-SCAN) = WS-ORG-LOOKUP-ID
               MOVE WS-ORG-SCAN TO WS-ORG-MATCH
           END-IF.

      ******************************************************************
      * A supervisor must be a current employee (active or on leave),
      * not the employee themselves, and must not already report --
      * directly or further up -- to the employee, which would close
      * a loop. The master scan uses the record area, so the record
      * being keyed is saved and put back around it.
      ******************************************************************
       510-VALIDATE-SUPERVISOR.
           MOVE 'Y' TO WS-SUPERVISOR-VALID
           IF WS-SUPERVISOR-INPUT NOT = SPACES
               MOVE EMPLOYEE-RECORD TO WS-SAVED-EMPLOYEE
               MOVE EMPLOYEEID-IN TO WS-SUBJECT-ID
               PERFORM 505-LOAD-REPORTING-TABLE
               MOVE WS-SAVED-EMPLOYEE TO EMPLOYEE-RECORD
               MOVE WS-SUPERVISOR-INPUT TO WS-ORG-LOOKUP-ID
               PERFORM 507-FIND-ORG-ENTRY
               EVALUATE TRUE
                   WHEN WS-SUPERVISOR-INPUT NOT NUMERIC
                       DISPLAY "Supervisor ID must be 6 digits."
                       MOVE 'N' TO WS-SUPERVISOR-VALID
                   WHEN WS-SUPERVISOR-INPUT = WS-SUBJECT-ID
                       DISPLAY "An employee cannot supervise "
                           "themselves."
                       MOVE 'N' TO WS-SUPERVISOR-VALID
                   WHEN WS-ORG-MATCH = 0
                       DISPLAY "Supervisor " WS-SUPERVISOR-INPUT
                           " is not on file."
                       MOVE 'N' TO WS-SUPERVISOR-VALID
                   WHEN ORG-STATUS(WS-ORG-MATCH) = 'T'
                       DISPLAY "Supervisor " WS-SUPERVISOR-INPUT
                           " is terminated."
                       MOVE 'N' TO WS-SUPERVISOR-VALID
                   WHEN OTHER
                       PERFORM 511-CHECK-REPORTING-LOOP
               END-EVALUATE
           END-IF.

       511-CHECK-REPORTING-LOOP.
           MOVE WS-SUPERVISOR-INPUT TO WS-CHAIN-ID
           MOVE 0 TO WS-CHAIN-STEPS
           MOVE 'N' TO WS-CHAIN-DONE
           PERFORM 512-STEP-UP-CHAIN UNTIL NOT CHAIN-CLIMBING
           IF CHAIN-LOOPS-BACK
               DISPLAY "Supervisor " WS-SUPERVISOR-INPUT
                   " already reports to employee " WS-SUBJECT-ID
                   "; that would make a reporting loop."
               MOVE 'N' TO WS-SUPERVISOR-VALID
           END-IF.

      * The step count stops the climb on a loop already on file
      * higher up that does not pass through this employee.
       512-STEP-UP-CHAIN.
           ADD 1 TO WS-CHAIN-STEPS
           MOVE WS-CHAIN-ID TO WS-ORG-LOOKUP-ID
           PERFORM 507-FIND-ORG-ENTRY
           EVALUATE TRUE
               WHEN WS-ORG-MATCH = 0
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN ORG-SUPERVISOR-ID(WS-ORG-MATCH) = SPACES
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN ORG-SUPERVISOR-ID(WS-ORG-MATCH) = WS-SUBJECT-ID
                   MOVE 'L' TO WS-CHAIN-DONE
               WHEN WS-CHAIN-STEPS > WS-ORG-COUNT
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN OTHER
                   MOVE ORG-SUPERVISOR-ID(WS-ORG-MATCH) TO WS-CHAIN-ID
           END-EVALUATE.

      ******************************************************************
      * After a termination, anyone still active or on leave who
      * reported to the leaver is listed for reassignment through
      * (U)pdate, and the count goes to the shop log.
      ******************************************************************
       515-LIST-DIRECT-REPORTS.
           MOVE EMPLOYEEID-IN TO WS-SUBJECT-ID
           PERFORM 505-LOAD-REPORTING-TABLE
           MOVE 0 TO WS-ORG-REPORTS-SHOWN
           PERFORM 516-SHOW-ONE-DIRECT-REPORT
               VARYING ORGX FROM 1 BY 1
               UNTIL ORGX > WS-ORG-COUNT
           IF WS-ORG-REPORTS-SHOWN > 0
               DISPLAY WS-ORG-REPORTS-SHOWN " direct report(s) to "
                   "reassign through (U)pdate."
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               STRING WS-ORG-REPORTS-SHOWN DELIMITED BY SIZE
                   ' REPORTS TO REASSIGN FROM TERMINATED '
                   DELIMITED BY SIZE
                   WS-SUBJECT-ID DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
               CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
                   WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

       516-SHOW-ONE-DIRECT-REPORT.
           IF ORG-SUPERVISOR-ID(ORGX) = WS-SUBJECT-ID
               AND ORG-STATUS(ORGX) NOT = 'T'
               IF WS-ORG-REPORTS-SHOWN = 0
                   DISPLAY "Direct reports needing a new supervisor:"
               END-IF
               ADD 1 TO WS-ORG-REPORTS-SHOWN
               DISPLAY "  " ORG-EMPLOYEE-ID(ORGX) " "
                   ORG-NAME(ORGX) " DEPT " ORG-DEPT(ORGX)
           END-IF.

      ******************************************************************
      * Organization chart: each current employee with no supervisor,
      * or whose supervisor has gone, heads a tree printed depth-
      * first and indented by level. The walk keeps its own stack
      * of entries still to print. Current employees no tree
      * reaches can only sit on a reporting loop and are listed at
      * the end.
      ******************************************************************
       520-ORG-CHART.
           PERFORM 505-LOAD-REPORTING-TABLE
           MOVE 0 TO WS-ORG-PRINTED-COUNT
           MOVE 0 TO WS-ORG-UNREACHED
           OPEN OUTPUT ORG-CHART-FILE
           MOVE SPACES TO ORG-CHART-RECORD
           STRING "ORGANIZATION CHART AS OF " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO ORG-CHART-RECORD
           WRITE ORG-CHART-RECORD
           MOVE SPACES TO ORG-CHART-RECORD
           WRITE ORG-CHART-RECORD
           PERFORM 521-CHART-FROM-ROOT
               VARYING ORGX FROM 1 BY 1
               UNTIL ORGX > WS-ORG-COUNT
           PERFORM 525-COUNT-UNREACHED
               VARYING ORGX FROM 1 BY 1
               UNTIL ORGX > WS-ORG-COUNT
           IF WS-ORG-UNREACHED > 0
               MOVE SPACES TO ORG-CHART-RECORD
               WRITE ORG-CHART-RECORD
               MOVE "NOT REACHED FROM THE TOP -- REPORTING LOOP:"
                   TO ORG-CHART-RECORD
               WRITE ORG-CHART-RECORD
               PERFORM 526-WRITE-UNREACHED-LINE
                   VARYING ORGX FROM 1 BY 1
                   UNTIL ORGX > WS-ORG-COUNT
           END-IF
           CLOSE ORG-CHART-FILE
           DISPLAY WS-ORG-PRINTED-COUNT " employees charted to "
               "ORGCHART.txt."
           IF WS-ORG-UNREACHED > 0
               DISPLAY WS-ORG-UNREACHED " on a reporting loop."
           END-IF.

       521-CHART-FROM-ROOT.
           MOVE 'N' TO WS-ORG-ROOT
           IF ORG-STATUS(ORGX) NOT = 'T'
               AND ORG-PRINTED(ORGX) = 'N'
               IF ORG-SUPERVISOR-ID(ORGX) = SPACES
                   MOVE 'Y' TO WS-ORG-ROOT
               ELSE
                   MOVE ORG-SUPERVISOR-ID(ORGX) TO WS-ORG-LOOKUP-ID
                   PERFORM 507-FIND-ORG-ENTRY
                   IF WS-ORG-MATCH = 0
                       MOVE 'Y' TO WS-ORG-ROOT
                   ELSE
                       IF ORG-STATUS(WS-ORG-MATCH) = 'T'
                           MOVE 'Y' TO WS-ORG-ROOT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ORG-ROOT = 'Y'
               MOVE 1 TO WS-STACK-COUNT
               SET STK-ORG(1) TO ORGX
               MOVE 0 TO STK-LEVEL(1)
               PERFORM 522-PRINT-NEXT-FROM-STACK
                   UNTIL WS-STACK-COUNT = 0
           END-IF.

       522-PRINT-NEXT-FROM-STACK.
           MOVE STK-ORG(WS-STACK-COUNT) TO WS-ORG-CURRENT
           MOVE STK-LEVEL(WS-STACK-COUNT) TO WS-ORG-LEVEL
           SUBTRACT 1 FROM WS-STACK-COUNT
           IF ORG-PRINTED(WS-ORG-CURRENT) = 'N'
               MOVE 'Y' TO ORG-PRINTED(WS-ORG-CURRENT)
               ADD 1 TO WS-ORG-PRINTED-COUNT
               PERFORM 524-WRITE-CHART-LINE
               ADD 1 TO WS-ORG-LEVEL
      * Pushed last to first so they come off the stack in id order.
               PERFORM 523-PUSH-ONE-REPORT
                   VARYING WS-ORG-CHILD FROM WS-ORG-COUNT BY -1
                   UNTIL WS-ORG-CHILD < 1
           END-IF.

       523-PUSH-ONE-REPORT.
           IF ORG-SUPERVISOR-ID(WS-ORG-CHILD) =
               ORG-EMPLOYEE-ID(WS-ORG-CURRENT)
               AND ORG-STATUS(WS-ORG-CHILD) NOT = 'T'
               AND ORG-PRINTED(WS-ORG-CHILD) = 'N'
               AND WS-STACK-COUNT < 9999
               ADD 1 TO WS-STACK-COUNT
               MOVE WS-ORG-CHILD TO STK-ORG(WS-STACK-COUNT)
               MOVE WS-ORG-LEVEL TO STK-LEVEL(WS-STACK-COUNT)
           END-IF.

       524-WRITE-CHART-LINE.
           IF WS-ORG-LEVEL > 20
               MOVE 20 TO WS-ORG-INDENT
           ELSE
               MOVE WS-ORG-LEVEL TO WS-ORG-INDENT
           END-IF
           COMPUTE WS-ORG-INDENT = WS-ORG-INDENT * 3 + 1
           MOVE SPACES TO WS-ORG-LINE-TEXT
           IF WS-ORG-LEVEL = 0
               AND ORG-SUPERVISOR-ID(WS-ORG-CURRENT) NOT = SPACES
               STRING ORG-EMPLOYEE-ID(WS-ORG-CURRENT)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ORG-NAME(WS-ORG-CURRENT) DELIMITED BY "  "
                   " DEPT " DELIMITED BY SIZE
                   ORG-DEPT(WS-ORG-CURRENT) DELIMITED BY SIZE
                   " REASSIGN - SUPERVISOR " DELIMITED BY SIZE
                   ORG-SUPERVISOR-ID(WS-ORG-CURRENT)
                   DELIMITED BY SIZE
                   " GONE" DELIMITED BY SIZE
                   INTO WS-ORG-LINE-TEXT
           ELSE
               STRING ORG-EMPLOYEE-ID(WS-ORG-CURRENT)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ORG-NAME(WS-ORG-CURRENT) DELIMITED BY "  "
                   " DEPT " DELIMITED BY SIZE
                   ORG-DEPT(WS-ORG-CURRENT) DELIMITED BY SIZE
                   INTO WS-ORG-LINE-TEXT
           END-IF
           IF ORG-STATUS(WS-ORG-CURRENT) = 'L'
               MOVE "(ON LEAVE)" TO WS-ORG-LINE-TEXT(61:10)
           END-IF
           MOVE SPACES TO ORG-CHART-RECORD
           MOVE WS-ORG-LINE-TEXT TO ORG-CHART-RECORD(WS-ORG-INDENT:70)
           WRITE ORG-CHART-RECORD.

       525-COUNT-UNREACHED.
           IF ORG-STATUS(ORGX) NOT = 'T'
               AND ORG-PRINTED(ORGX) = 'N'
               ADD 1 TO WS-ORG-UNREACHED
           END-IF.

       526-WRITE-UNREACHED-LINE.
           IF ORG-STATUS(ORGX) NOT = 'T'
               AND ORG-PRINTED(ORGX) = 'N'
               MOVE SPACES TO ORG-CHART-RECORD
               STRING "   " DELIMITED BY SIZE
                   ORG-EMPLOYEE-ID(ORGX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ORG-NAME(ORGX) DELIMITED BY "  "
                   " REPORTS TO " DELIMITED BY SIZE
                   ORG-SUPERVISOR-ID(ORGX) DELIMITED BY SIZE
                   INTO ORG-CHART-RECORD
               WRITE ORG-CHART-RECORD
           END-IF.

      ******************************************************************
      * Span of control: for every current employee with reports,
      * the direct headcount and the total under them at all levels.
      * Each employee is credited up their chain of supervisors; the
      * step count stops the climb on a reporting loop.
      ******************************************************************
       530-SPAN-OF-CONTROL.
           PERFORM 505-LOAD-REPORTING-TABLE
           PERFORM 531-TALLY-ONE-EMPLOYEE
               VARYING ORGX FROM 1 BY 1
               UNTIL ORGX > WS-ORG-COUNT
           MOVE 0 TO WS-ORG-MANAGERS
           OPEN OUTPUT SPAN-REPORT-FILE
           MOVE SPACES TO SPAN-REPORT-RECORD
           STRING "SPAN OF CONTROL AS OF " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO SPAN-REPORT-RECORD
           PERFORM 536-PUT-SPAN-LINE
           MOVE SPACES TO SPAN-REPORT-RECORD
           MOVE "EMP ID" TO SPAN-REPORT-RECORD(1:6)
           MOVE "NAME" TO SPAN-REPORT-RECORD(9:4)
           MOVE "DEPT" TO SPAN-REPORT-RECORD(41:4)
           MOVE "DIRECT" TO SPAN-REPORT-RECORD(47:6)
           MOVE "TOTAL" TO SPAN-REPORT-RECORD(55:5)
           PERFORM 536-PUT-SPAN-LINE
           PERFORM 535-WRITE-ONE-MANAGER
               VARYING ORGX FROM 1 BY 1
               UNTIL ORGX > WS-ORG-COUNT
           MOVE SPACES TO SPAN-REPORT-RECORD
           STRING "MANAGERS: " DELIMITED BY SIZE
               WS-ORG-MANAGERS DELIMITED BY SIZE
               INTO SPAN-REPORT-RECORD
           PERFORM 536-PUT-SPAN-LINE
           CLOSE SPAN-REPORT-FILE
           DISPLAY "Span of control written to SPANCTL.txt.".

       531-TALLY-ONE-EMPLOYEE.
           IF ORG-STATUS(ORGX) NOT = 'T'
               AND ORG-SUPERVISOR-ID(ORGX) NOT = SPACES
               MOVE ORG-SUPERVISOR-ID(ORGX) TO WS-ORG-LOOKUP-ID
               PERFORM 507-FIND-ORG-ENTRY
               IF WS-ORG-MATCH > 0
                   IF ORG-STATUS(WS-ORG-MATCH) NOT = 'T'
                       ADD 1 TO ORG-DIRECT(WS-ORG-MATCH)
                   END-IF
               END-IF
               MOVE ORG-SUPERVISOR-ID(ORGX) TO WS-CHAIN-ID
               MOVE 0 TO WS-CHAIN-STEPS
               MOVE 'N' TO WS-CHAIN-DONE
               PERFORM 532-CREDIT-CHAIN UNTIL NOT CHAIN-CLIMBING
           END-IF.

       532-CREDIT-CHAIN.
           ADD 1 TO WS-CHAIN-STEPS
           MOVE WS-CHAIN-ID TO WS-ORG-LOOKUP-ID
           PERFORM 507-FIND-ORG-ENTRY
           EVALUATE TRUE
               WHEN WS-ORG-MATCH = 0
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN ORG-STATUS(WS-ORG-MATCH) = 'T'
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN WS-ORG-MATCH = ORGX
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN WS-CHAIN-STEPS > WS-ORG-COUNT
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN OTHER
                   ADD 1 TO ORG-TOTAL(WS-ORG-MATCH)
                   IF ORG-SUPERVISOR-ID(WS-ORG-MATCH) = SPACES
                       MOVE 'Y' TO WS-CHAIN-DONE
                   ELSE
                       MOVE ORG-SUPERVISOR-ID(WS-ORG-MATCH)
                           TO WS-CHAIN-ID
                   END-IF
           END-EVALUATE.

       535-WRITE-ONE-MANAGER.
           IF ORG-STATUS(ORGX) NOT = 'T'
               AND ORG-TOTAL(ORGX) > 0
               ADD 1 TO WS-ORG-MANAGERS
               MOVE SPACES TO SPAN-REPORT-RECORD
               MOVE ORG-EMPLOYEE-ID(ORGX) TO SPAN-REPORT-RECORD(1:6)
               MOVE ORG-NAME(ORGX) TO SPAN-REPORT-RECORD(9:30)
               MOVE ORG-DEPT(ORGX) TO SPAN-REPORT-RECORD(41:3)
               MOVE ORG-DIRECT(ORGX) TO SPAN-REPORT-RECORD(48:5)
               MOVE ORG-TOTAL(ORGX) TO SPAN-REPORT-RECORD(55:5)
               PERFORM 536-PUT-SPAN-LINE
           END-IF.

       536-PUT-SPAN-LINE.
           DISPLAY SPAN-REPORT-RECORD
           WRITE SPAN-REPORT-RECORD.

      ******************************************************************
      * Leave subsystem: record a dated absence, return an employee
      * from leave, show a balance against the service-band
                   WRITE LEAVE-TRANS-RECORD
                   CLOSE LEAVE-TRANS-FILE
                   ADD 1 TO WS-SESSION-CHANGED
                   MOVE 'LEAVE' TO WS-AUDIT-ACTION
                   PERFORM 171-WRITE-CHANGE-AUDIT
                   IF WS-LEAVE-FROM NOT >
                       FUNCTION CURRENT-DATE(1:8)
                       AND WS-LEAVE-TO NOT <
                       MOVE 'A' TO EMPSTATUS-IN
                       REWRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-SESSION-CHANGED
                       MOVE 'RETURN' TO WS-AUDIT-ACTION
                       PERFORM 171-WRITE-CHANGE-AUDIT
                       DISPLAY "Back to active."
                   ELSE
                       DISPLAY "Employee is not on leave."
           END-READ.

      ******************************************************************
      * One dated transfer row per department or pay grade change,
      * under the operator who keyed it -- the old assignment no
      * longer vanishes with the overwrite. The caller sets the
      * row date and the old department, grade and step.
      ******************************************************************
       225-WRITE-TRANSFER-ROW.
           OPEN EXTEND TRANSFER-HISTORY-FILE
           MOVE WS-XFER-DATE TO XF-DATE
           MOVE EMPLOYEEID-IN TO XF-EMPLOYEE-ID
           MOVE WS-OLD-DEPTCODE TO XF-FROM-DEPT
           MOVE DEPTCODE-IN TO XF-TO-DEPT
           MOVE WS-OPERATOR-ID TO XF-OPERATOR
           MOVE WS-OLD-GRADE TO XF-FROM-GRADE
           MOVE WS-OLD-STEP TO XF-FROM-STEP
           MOVE EMP-GRADE TO XF-TO-GRADE
           MOVE EMP-STEP TO XF-TO-STEP
           WRITE TRANSFER-HISTORY-RECORD
           CLOSE TRANSFER-HISTORY-FILE
           IF DEPTCODE-IN NOT = WS-OLD-DEPTCODE
               DISPLAY "Transfer recorded: " WS-OLD-DEPTCODE " -> "
                   DEPTCODE-IN
           END-IF
           IF EMP-GRADE NOT = WS-OLD-GRADE
               OR EMP-STEP NOT = WS-OLD-STEP
               DISPLAY "Grade change recorded: " WS-OLD-GRADE "/"
                   WS-OLD-STEP " -> " EMP-GRADE "/" EMP-STEP
           END-IF.

      ******************************************************************
      * Per-employee assignment history: hire into the first
                   END-IF
                   PERFORM UNTIL NO-MORE-XFER-RECORD
                       IF XF-EMPLOYEE-ID = EMPLOYEEID-IN
                           AND XF-FROM-DEPT NOT = XF-TO-DEPT
                           DISPLAY "  " XF-DATE " FROM "
                               XF-FROM-DEPT " TO " XF-TO-DEPT
                               " BY " XF-OPERATOR
                       END-IF
                       IF XF-EMPLOYEE-ID = EMPLOYEEID-IN
                           AND (XF-FROM-GRADE NOT = XF-TO-GRADE
                               OR XF-FROM-STEP NOT = XF-TO-STEP)
                           DISPLAY "  " XF-DATE " GRADE "
                               XF-FROM-GRADE "/" XF-FROM-STEP " TO "
                               XF-TO-GRADE "/" XF-TO-STEP
                               " BY " XF-OPERATOR
                       END-IF
                       PERFORM 655-READ-XFER-ROW
                   END-PERFORM
                   IF XFER-FILE-OK OR WS-XFER-STATUS = '10'
           END-IF
           PERFORM UNTIL NO-MORE-XFER-RECORD
               IF XF-DATE(1:6) = WS-MOVE-MONTH
                   AND XF-FROM-DEPT NOT = XF-TO-DEPT
                   MOVE XF-TO-DEPT TO WS-MOVE-WORK-DEPT
                   PERFORM 668-FIND-OR-ADD-MOVE-DEPT
                   ADD 1 TO MOVE-XFERS-IN(WS-MOVE-MATCH)
               MOVE-JOINERS(MVX) "  " MOVE-LEAVERS(MVX) "   "
               MOVE-XFERS-IN(MVX) "    " MOVE-XFERS-OUT(MVX).

      ******************************************************************
      * Timesheets: daily hours for the two weeks ending on a pay
      * period end date, kept on TIMESHEET.txt. Inquiry operators may
      * only view; approving -- which locks the period -- is for an
      * administrator.
      ******************************************************************
       700-TIMESHEET-SUBSYSTEM.
           DISPLAY "(E)nter hours  (A)pprove  (V)iew  (Q)uit"
           ACCEPT WS-TIME-CHOICE
           EVALUATE TRUE
               WHEN LK-ROLE-INQUIRY
                   AND (TIME-ENTER-CHOICE OR TIME-APPROVE-CHOICE)
                   DISPLAY "Inquiry operators may not change "
                       "timesheets."
               WHEN TIME-APPROVE-CHOICE AND NOT LK-ROLE-ADMIN
                   DISPLAY "Only a supervisor (administrator) may "
                       "approve timesheets."
               WHEN TIME-ENTER-CHOICE
                   PERFORM 710-ENTER-HOURS
               WHEN TIME-APPROVE-CHOICE
                   PERFORM 720-APPROVE-TIMESHEET
               WHEN TIME-VIEW-CHOICE
                   PERFORM 730-VIEW-TIMESHEET
               WHEN TIME-QUIT-CHOICE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE.

       705-ACCEPT-TIMESHEET-KEY.
           MOVE 'N' TO WS-TS-KEY-VALID
           DISPLAY "Employee ID:"
           ACCEPT WS-EMPLOYEEID
           DISPLAY "Pay period end date (YYYYMMDD):"
           ACCEPT WS-TS-PERIOD-END
           MOVE 0 TO WS-TS-END-INT
           IF WS-TS-PERIOD-END NUMERIC
               MOVE WS-TS-PERIOD-END TO WS-TS-DATE-NUM
               COMPUTE WS-TS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
           END-IF
           MOVE WS-EMPLOYEEID TO EMPLOYEEID-IN
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Error: Employee ID not found."
               NOT INVALID KEY
                   IF WS-TS-END-INT = 0
                       DISPLAY "Period end must be a YYYYMMDD date."
                   ELSE
                       MOVE 'Y' TO WS-TS-KEY-VALID
                       PERFORM 706-LOAD-TIMESHEET
                   END-IF
           END-READ.

      ******************************************************************
      * The employee's timesheet for the period as it stands: one
      * entry per day, the last hours keyed for a day replacing any
      * earlier ones, and whether an approval row has locked it.
      ******************************************************************
       706-LOAD-TIMESHEET.
           MOVE 'N' TO WS-TS-APPROVED
           MOVE SPACES TO WS-TS-APPROVED-BY
           MOVE SPACES TO WS-TS-APPROVED-DATE
           MOVE 0 TO OC-DAY-COUNT
           MOVE 'N' TO WS-END-OF-TIMESHEET
           OPEN INPUT TIMESHEET-FILE
           IF NOT TIMESHEET-FILE-OK
               MOVE 'Y' TO WS-END-OF-TIMESHEET
           ELSE
               PERFORM 708-READ-TIMESHEET-ROW
           END-IF
           PERFORM UNTIL NO-MORE-TIMESHEET-ROWS
               IF TS-EMPLOYEE-ID = EMPLOYEEID-IN
                   AND TS-PERIOD-END = WS-TS-PERIOD-END
                   IF TS-APPROVAL-ROW
                       MOVE 'Y' TO WS-TS-APPROVED
                       MOVE TS-OPERATOR-ID TO WS-TS-APPROVED-BY
                       MOVE TS-ENTRY-DATE TO WS-TS-APPROVED-DATE
                   ELSE
                       MOVE TS-WORK-DATE TO WS-TS-DATE-INPUT
                       MOVE TS-HOURS TO WS-TS-HOURS-INPUT
                       PERFORM 707-TAKE-DAY-HOURS
                   END-IF
               END-IF
               PERFORM 708-READ-TIMESHEET-ROW
           END-PERFORM
           IF TIMESHEET-FILE-OK OR WS-TIMESHEET-STATUS = '10'
               CLOSE TIMESHEET-FILE
           END-IF.

       707-TAKE-DAY-HOURS.
           MOVE 0 TO WS-TS-DAY-MATCH
           PERFORM 709-MATCH-ONE-DAY
               VARYING WS-TS-DAY-SUB FROM 1 BY 1
               UNTIL WS-TS-DAY-SUB > OC-DAY-COUNT
                   OR WS-TS-DAY-MATCH > 0
           IF WS-TS-DAY-MATCH = 0 AND OC-DAY-COUNT < 14
               ADD 1 TO OC-DAY-COUNT
               MOVE OC-DAY-COUNT TO WS-TS-DAY-MATCH
               MOVE WS-TS-DATE-INPUT TO OC-WORK-DATE(WS-TS-DAY-MATCH)
           END-IF
           IF WS-TS-DAY-MATCH > 0
               MOVE WS-TS-HOURS-INPUT TO OC-HOURS(WS-TS-DAY-MATCH)
           END-IF.

       708-READ-TIMESHEET-ROW.
           READ TIMESHEET-FILE
               AT END MOVE 'Y' TO WS-END-OF-TIMESHEET.

       709-MATCH-ONE-DAY.
           IF OC-WORK-DATE(WS-TS-DAY-SUB) = WS-TS-DATE-INPUT
               MOVE WS-TS-DAY-SUB TO WS-TS-DAY-MATCH
           END-IF.

       710-ENTER-HOURS.
           PERFORM 705-ACCEPT-TIMESHEET-KEY
           IF WS-TS-KEY-VALID = 'Y'
               IF TS-PERIOD-APPROVED
                   DISPLAY "Timesheet approved by " WS-TS-APPROVED-BY
                       " on " WS-TS-APPROVED-DATE " -- locked."
               ELSE
                   PERFORM 712-LOAD-EMPLOYEE-LEAVE
                   MOVE 0 TO WS-TS-ROWS-WRITTEN
                   MOVE 'N' TO WS-TS-DONE
                   PERFORM 715-ACCEPT-ONE-DAY
                       UNTIL WS-TS-DONE = 'Y'
                   IF WS-TS-ROWS-WRITTEN > 0
                       ADD 1 TO WS-SESSION-CHANGED
                       MOVE 'HOURS' TO WS-AUDIT-ACTION
                       PERFORM 171-WRITE-CHANGE-AUDIT
                   END-IF
                   PERFORM 725-SHOW-TIMESHEET
               END-IF
           END-IF.

       712-LOAD-EMPLOYEE-LEAVE.
           MOVE 0 TO WS-EMP-LEAVE-COUNT
           MOVE 'N' TO WS-END-OF-LEAVE
           OPEN INPUT LEAVE-TRANS-FILE
           IF NOT LEAVE-FILE-OK
               MOVE 'Y' TO WS-END-OF-LEAVE
           ELSE
               PERFORM 636-READ-LEAVE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-LEAVE-RECORD
               IF LV-EMPLOYEE-ID = EMPLOYEEID-IN
                   AND WS-EMP-LEAVE-COUNT < 999
                   ADD 1 TO WS-EMP-LEAVE-COUNT
                   SET ELVX TO WS-EMP-LEAVE-COUNT
                   MOVE LV-FROM-DATE TO EMP-LEAVE-FROM(ELVX)
                   MOVE LV-TO-DATE TO EMP-LEAVE-TO(ELVX)
                   MOVE LV-TYPE TO EMP-LEAVE-TYPE(ELVX)
               END-IF
               PERFORM 636-READ-LEAVE-ROW
           END-PERFORM
           IF LEAVE-FILE-OK OR WS-LEAVE-STATUS = '10'
               CLOSE LEAVE-TRANS-FILE
           END-IF.

       715-ACCEPT-ONE-DAY.
           DISPLAY "Work date (YYYYMMDD, blank to finish):"
           MOVE SPACES TO WS-TS-DATE-INPUT
           ACCEPT WS-TS-DATE-INPUT
           IF WS-TS-DATE-INPUT = SPACES
               MOVE 'Y' TO WS-TS-DONE
           ELSE
               DISPLAY "Hours worked (HH.HH):"
               ACCEPT WS-TS-HOURS-INPUT
               PERFORM 716-VALIDATE-DAY
               IF WS-TS-DAY-VALID = 'Y'
                   PERFORM 717-WRITE-HOURS-ROW
               END-IF
           END-IF.

      ******************************************************************
      * A day must fall in the two weeks ending on the period end,
      * on or after the hire date, on or before a termination date,
      * and on no day LEAVETRANS.txt already records as leave -- no
      * one is paid for hours on a day they were away.
      ******************************************************************
       716-VALIDATE-DAY.
           MOVE 'N' TO WS-TS-DAY-VALID
           MOVE 0 TO WS-TS-DAY-INT
           MOVE SPACE TO WS-TS-LEAVE-TYPE
           IF WS-TS-DATE-INPUT NUMERIC
               MOVE WS-TS-DATE-INPUT TO WS-TS-DATE-NUM
               COMPUTE WS-TS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
               PERFORM 718-CHECK-LEAVE-DAY
                   VARYING ELVX FROM 1 BY 1
                   UNTIL ELVX > WS-EMP-LEAVE-COUNT
                       OR WS-TS-LEAVE-TYPE NOT = SPACE
           END-IF
           EVALUATE TRUE
               WHEN WS-TS-DAY-INT = 0
                   DISPLAY "Dates must be YYYYMMDD."
               WHEN WS-TS-DAY-INT > WS-TS-END-INT
                   OR WS-TS-DAY-INT < WS-TS-END-INT - 13
                   DISPLAY "Date is outside the pay period (the two "
                       "weeks ending " WS-TS-PERIOD-END ")."
               WHEN HIREDATE-IN NUMERIC
                   AND WS-TS-DATE-INPUT < HIREDATE-IN
                   DISPLAY "Date is before the hire date "
                       HIREDATE-IN "."
               WHEN EMP-TERMINATED
                   AND (TERMDATE-IN NOT NUMERIC
                       OR WS-TS-DATE-INPUT > TERMDATE-IN)
                   DISPLAY "Employee was terminated on "
                       TERMDATE-IN "; no hours taken."
               WHEN WS-TS-HOURS-INPUT NOT NUMERIC
                   OR WS-TS-HOURS-INPUT > 24
                   DISPLAY "Hours must be 0 to 24."
               WHEN WS-TS-LEAVE-TYPE NOT = SPACE
                   DISPLAY "Leave (type " WS-TS-LEAVE-TYPE ") is "
                       "recorded for that day; no hours taken."
               WHEN OTHER
                   MOVE 'Y' TO WS-TS-DAY-VALID
           END-EVALUATE.

       717-WRITE-HOURS-ROW.
           OPEN EXTEND TIMESHEET-FILE
           IF TIMESHEET-FILE-MISSING
               OPEN OUTPUT TIMESHEET-FILE
           END-IF
           MOVE 'H' TO TS-ROW-TYPE
           MOVE EMPLOYEEID-IN TO TS-EMPLOYEE-ID
           MOVE WS-TS-PERIOD-END TO TS-PERIOD-END
           MOVE WS-TS-DATE-INPUT TO TS-WORK-DATE
           MOVE WS-TS-HOURS-INPUT TO TS-HOURS
           MOVE WS-OPERATOR-ID TO TS-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO TS-ENTRY-DATE
           WRITE TIMESHEET-RECORD
           CLOSE TIMESHEET-FILE
           ADD 1 TO WS-TS-ROWS-WRITTEN
           MOVE 0 TO WS-TS-DAY-MATCH
           PERFORM 709-MATCH-ONE-DAY
               VARYING WS-TS-DAY-SUB FROM 1 BY 1
               UNTIL WS-TS-DAY-SUB > OC-DAY-COUNT
                   OR WS-TS-DAY-MATCH > 0
           IF WS-TS-DAY-MATCH > 0
               DISPLAY "Replaces the hours keyed earlier for "
                   WS-TS-DATE-INPUT "."
           END-IF
           PERFORM 707-TAKE-DAY-HOURS.

       718-CHECK-LEAVE-DAY.
           IF EMP-LEAVE-FROM(ELVX) NOT > WS-TS-DATE-INPUT
               AND EMP-LEAVE-TO(ELVX) NOT < WS-TS-DATE-INPUT
               MOVE EMP-LEAVE-TYPE(ELVX) TO WS-TS-LEAVE-TYPE
           END-IF.

       720-APPROVE-TIMESHEET.
           PERFORM 705-ACCEPT-TIMESHEET-KEY
           IF WS-TS-KEY-VALID = 'Y'
               EVALUATE TRUE
                   WHEN TS-PERIOD-APPROVED
                       DISPLAY "Already approved by "
                           WS-TS-APPROVED-BY " on "
                           WS-TS-APPROVED-DATE "."
                   WHEN OC-DAY-COUNT = 0
                       DISPLAY "No hours keyed for this period."
                   WHEN OTHER
                       PERFORM 725-SHOW-TIMESHEET
                       DISPLAY "Approve and lock this timesheet "
                           "(Y/N)?"
                       ACCEPT WS-TS-CONFIRM
                       IF WS-TS-CONFIRM = 'Y' OR WS-TS-CONFIRM = 'y'
                           PERFORM 722-WRITE-APPROVAL-ROW
                       ELSE
                           DISPLAY "Not approved."
                       END-IF
               END-EVALUATE
           END-IF.

       722-WRITE-APPROVAL-ROW.
           OPEN EXTEND TIMESHEET-FILE
           IF TIMESHEET-FILE-MISSING
               OPEN OUTPUT TIMESHEET-FILE
           END-IF
           MOVE 'A' TO TS-ROW-TYPE
           MOVE EMPLOYEEID-IN TO TS-EMPLOYEE-ID
           MOVE WS-TS-PERIOD-END TO TS-PERIOD-END
           MOVE SPACES TO TS-WORK-DATE
           MOVE 0 TO TS-HOURS
           MOVE WS-OPERATOR-ID TO TS-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO TS-ENTRY-DATE
           WRITE TIMESHEET-RECORD
           CLOSE TIMESHEET-FILE
           ADD 1 TO WS-SESSION-CHANGED
           MOVE 'TS-APPROVE' TO WS-AUDIT-ACTION
           PERFORM 171-WRITE-CHANGE-AUDIT
           DISPLAY "Timesheet approved and locked.".

      ******************************************************************
      * The days keyed, then the regular / overtime split under the
      * employee's grade rule, worked out by OTCALC exactly as
      * PAYROLL-EXTRACT will work it out.
      ******************************************************************
       725-SHOW-TIMESHEET.
           DISPLAY "Timesheet " EMPLOYEEID-IN " " FIRSTNAME-IN " "
               LASTNAME-IN " period ending " WS-TS-PERIOD-END
           MOVE 0 TO WS-TS-TOTAL-HOURS
           PERFORM 726-SHOW-ONE-DAY
               VARYING WS-TS-DAY-SUB FROM 1 BY 1
               UNTIL WS-TS-DAY-SUB > OC-DAY-COUNT
           MOVE WS-TS-TOTAL-HOURS TO WS-TS-TOTAL-FMT
           DISPLAY "  Total hours:    " WS-TS-TOTAL-FMT
           MOVE EMP-GRADE TO OC-GRADE
           MOVE WS-TS-PERIOD-END TO OC-PERIOD-END
           CALL 'OTCALC' USING OVERTIME-CALC-AREA
               ON EXCEPTION
                   DISPLAY "  Overtime split not available."
               NOT ON EXCEPTION
                   MOVE OC-REGULAR-HOURS TO WS-TS-TOTAL-FMT
                   DISPLAY "  Regular hours:  " WS-TS-TOTAL-FMT
                   MOVE OC-OVERTIME-HOURS TO WS-TS-TOTAL-FMT
                   MOVE OC-PREMIUM-PCT TO WS-TS-PCT-FMT
                   DISPLAY "  Overtime hours: " WS-TS-TOTAL-FMT
                       "  (premium " WS-TS-PCT-FMT "%)"
           END-CALL.

       726-SHOW-ONE-DAY.
           MOVE OC-HOURS(WS-TS-DAY-SUB) TO WS-TS-HOURS-FMT
           ADD OC-HOURS(WS-TS-DAY-SUB) TO WS-TS-TOTAL-HOURS
           DISPLAY "  " OC-WORK-DATE(WS-TS-DAY-SUB) "  "
               WS-TS-HOURS-FMT.

       730-VIEW-TIMESHEET.
           PERFORM 705-ACCEPT-TIMESHEET-KEY
           IF WS-TS-KEY-VALID = 'Y'
               IF OC-DAY-COUNT = 0
                   DISPLAY "No hours keyed for this period."
               ELSE
                   PERFORM 725-SHOW-TIMESHEET
               END-IF
               IF TS-PERIOD-APPROVED
                   DISPLAY "Approved by " WS-TS-APPROVED-BY " on "
                       WS-TS-APPROVED-DATE " -- locked."
               ELSE
                   DISPLAY "Not yet approved."
               END-IF
           END-IF.

      ******************************************************************
      * Annual performance reviews, kept on REVIEWS.txt. A review is
      * recorded with its date, rating (1-5) and reviewer; approving
      * it -- an administrator's job -- moves the employee one step
      * up the grade as of an effective date when the rating is 3 or
      * better. There is no step past the top of the grade. Each
      * department manager gets the list of reviews falling due.
      ******************************************************************
       800-REVIEW-SUBSYSTEM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REV-TODAY
           DISPLAY "(R)ecord review  (A)pprove  (D)ue list  "
               "(S)tatus report  (Q)uit"
           ACCEPT WS-REVIEW-CHOICE
           EVALUATE TRUE
               WHEN LK-ROLE-INQUIRY
                   AND (REVIEW-RECORD-CHOICE OR REVIEW-APPROVE-CHOICE)
                   DISPLAY "Inquiry operators may not record or "
                       "approve reviews."
               WHEN REVIEW-APPROVE-CHOICE AND NOT LK-ROLE-ADMIN
                   DISPLAY "Only an administrator may approve "
                       "reviews."
               WHEN REVIEW-RECORD-CHOICE
                   PERFORM 810-RECORD-REVIEW
               WHEN REVIEW-APPROVE-CHOICE
                   PERFORM 820-APPROVE-REVIEW
               WHEN REVIEW-DUE-CHOICE
                   PERFORM 830-REVIEWS-DUE-LIST
               WHEN REVIEW-STATUS-CHOICE
                   PERFORM 840-REVIEW-STATUS-REPORT
               WHEN REVIEW-QUIT-CHOICE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE.

      ******************************************************************
      * Every review on file, with its approval folded in from the
      * matching A row.
      ******************************************************************
       805-LOAD-REVIEW-HISTORY.
           MOVE 0 TO WS-REVIEW-COUNT
           MOVE 'N' TO WS-END-OF-REVIEWS
           OPEN INPUT REVIEW-FILE
           IF NOT REVIEW-FILE-OK
               MOVE 'Y' TO WS-END-OF-REVIEWS
           ELSE
               PERFORM 808-READ-REVIEW-ROW
           END-IF
           PERFORM UNTIL NO-MORE-REVIEW-ROWS
               EVALUATE TRUE
                   WHEN RV-RECORDED-ROW AND WS-REVIEW-COUNT < 9999
                       ADD 1 TO WS-REVIEW-COUNT
                       SET REVX TO WS-REVIEW-COUNT
                       MOVE RV-EMPLOYEE-ID TO REV-EMPLOYEE-ID(REVX)
                       MOVE RV-REVIEW-DATE TO REV-REVIEW-DATE(REVX)
                       MOVE RV-RATING TO REV-RATING(REVX)
                       MOVE RV-REVIEWER TO REV-REVIEWER(REVX)
                       MOVE 'N' TO REV-APPROVED(REVX)
                       MOVE SPACES TO REV-OLD-STEP(REVX)
                       MOVE SPACES TO REV-NEW-STEP(REVX)
                       MOVE 0 TO REV-INCREASE(REVX)
                   WHEN RV-APPROVAL-ROW
                       PERFORM 806-APPLY-APPROVAL-ROW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 808-READ-REVIEW-ROW
           END-PERFORM
           IF REVIEW-FILE-OK OR WS-REVIEW-STATUS = '10'
               CLOSE REVIEW-FILE
           END-IF.

       806-APPLY-APPROVAL-ROW.
           MOVE 0 TO WS-REVIEW-MATCH
           PERFORM 807-MATCH-APPROVED-REVIEW
               VARYING WS-REVIEW-SCAN FROM 1 BY 1
               UNTIL WS-REVIEW-SCAN > WS-REVIEW-COUNT
                   OR WS-REVIEW-MATCH > 0
           IF WS-REVIEW-MATCH > 0
               MOVE 'Y' TO REV-APPROVED(WS-REVIEW-MATCH)
               MOVE RV-OLD-STEP TO REV-OLD-STEP(WS-REVIEW-MATCH)
               MOVE RV-NEW-STEP TO REV-NEW-STEP(WS-REVIEW-MATCH)
               MOVE RV-INCREASE TO REV-INCREASE(WS-REVIEW-MATCH)
           END-IF.

       807-MATCH-APPROVED-REVIEW.
           IF REV-EMPLOYEE-ID(WS-REVIEW-SCAN) = RV-EMPLOYEE-ID
               AND REV-REVIEW-DATE(WS-REVIEW-SCAN) = RV-REVIEW-DATE
               MOVE WS-REVIEW-SCAN TO WS-REVIEW-MATCH
           END-IF.

       808-READ-REVIEW-ROW.
           READ REVIEW-FILE
               AT END MOVE 'Y' TO WS-END-OF-REVIEWS.

       810-RECORD-REVIEW.
           DISPLAY "Employee ID:"
           ACCEPT WS-EMPLOYEEID
           MOVE WS-EMPLOYEEID TO EMPLOYEEID-IN
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Error: Employee ID not found."
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       DISPLAY "Employee is terminated; no review "
                           "recorded."
                   ELSE
                       PERFORM 812-ACCEPT-AND-POST-REVIEW
                   END-IF
           END-READ.

       812-ACCEPT-AND-POST-REVIEW.
           DISPLAY "Review date (YYYYMMDD):"
           ACCEPT WS-REV-DATE-INPUT
           DISPLAY "Rating (1=poor ... 5=outstanding):"
           ACCEPT WS-REV-RATING-INPUT
           DISPLAY "Reviewer (blank = department manager):"
           MOVE SPACES TO WS-REV-REVIEWER-INPUT
           ACCEPT WS-REV-REVIEWER-INPUT
           PERFORM 805-LOAD-REVIEW-HISTORY
           MOVE 0 TO WS-REVIEW-MATCH
           PERFORM 815-MATCH-REVIEW-DATE
               VARYING WS-REVIEW-SCAN FROM 1 BY 1
               UNTIL WS-REVIEW-SCAN > WS-REVIEW-COUNT
                   OR WS-REVIEW-MATCH > 0
           EVALUATE TRUE
               WHEN WS-REV-DATE-INPUT NOT NUMERIC
                   DISPLAY "Dates must be YYYYMMDD."
               WHEN WS-REV-DATE-INPUT > WS-REV-TODAY
                   DISPLAY "Review date is in the future."
               WHEN WS-REV-RATING-INPUT < '1'
                   OR WS-REV-RATING-INPUT > '5'
                   DISPLAY "Rating must be 1 to 5."
               WHEN WS-REVIEW-MATCH > 0
                   DISPLAY "A review dated " WS-REV-DATE-INPUT
                       " is already on file."
               WHEN OTHER
                   IF WS-REV-REVIEWER-INPUT = SPACES
                       MOVE DEPTCODE-IN TO WS-LOOKUP-DEPT-CODE
                       PERFORM 289-FIND-DEPT-MANAGER
                       MOVE WS-DEPT-MANAGER TO WS-REV-REVIEWER-INPUT
                   END-IF
                   MOVE SPACES TO REVIEW-RECORD
                   MOVE 'R' TO RV-ROW-TYPE
                   MOVE EMPLOYEEID-IN TO RV-EMPLOYEE-ID
                   MOVE WS-REV-DATE-INPUT TO RV-REVIEW-DATE
                   MOVE WS-REV-RATING-INPUT TO RV-RATING
                   MOVE WS-REV-REVIEWER-INPUT TO RV-REVIEWER
                   MOVE WS-OPERATOR-ID TO RV-OPERATOR-ID
                   MOVE 0 TO RV-INCREASE
                   PERFORM 818-APPEND-REVIEW-ROW
                   ADD 1 TO WS-SESSION-CHANGED
                   MOVE 'REVIEW' TO WS-AUDIT-ACTION
                   PERFORM 171-WRITE-CHANGE-AUDIT
                   DISPLAY "Review recorded; awaiting approval."
           END-EVALUATE.

       815-MATCH-REVIEW-DATE.
           IF REV-EMPLOYEE-ID(WS-REVIEW-SCAN) = EMPLOYEEID-IN
               AND REV-REVIEW-DATE(WS-REVIEW-SCAN) = WS-REV-DATE-INPUT
               MOVE WS-REVIEW-SCAN TO WS-REVIEW-MATCH
           END-IF.

       818-APPEND-REVIEW-ROW.
           OPEN EXTEND REVIEW-FILE
           IF REVIEW-FILE-MISSING
               OPEN OUTPUT REVIEW-FILE
           END-IF
           WRITE REVIEW-RECORD
           CLOSE REVIEW-FILE.

       820-APPROVE-REVIEW.
           DISPLAY "Employee ID:"
           ACCEPT WS-EMPLOYEEID
           MOVE WS-EMPLOYEEID TO EMPLOYEEID-IN
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Error: Employee ID not found."
               NOT INVALID KEY
                   PERFORM 822-APPROVE-ONE-REVIEW
           END-READ.

      ******************************************************************
      * The latest review still awaiting approval is the one approved.
      * The step increase is priced as the difference between the two
      * steps' annual salaries on PAYGRADES.txt as of its effective
      * date.
      ******************************************************************
       822-APPROVE-ONE-REVIEW.
           PERFORM 805-LOAD-REVIEW-HISTORY
           MOVE 0 TO WS-REVIEW-MATCH
           PERFORM 823-MATCH-OPEN-REVIEW
               VARYING WS-REVIEW-SCAN FROM 1 BY 1
               UNTIL WS-REVIEW-SCAN > WS-REVIEW-COUNT
           IF WS-REVIEW-MATCH = 0
               DISPLAY "No review awaiting approval for this "
                   "employee."
           ELSE
               DISPLAY "Review of " WS-REV-DATE-INPUT " rated "
                   REV-RATING(WS-REVIEW-MATCH) " by "
                   REV-REVIEWER(WS-REVIEW-MATCH)
               DISPLAY "Current grade/step: " EMP-GRADE "/" EMP-STEP
               PERFORM 825-WORK-OUT-STEP
               MOVE 'Y' TO WS-REV-VALID
               MOVE 0 TO WS-REV-INCREASE
               MOVE WS-REV-TODAY TO WS-REV-EFF-DATE
               IF WS-REV-NEW-STEP NOT = EMP-STEP
                   PERFORM 826-ACCEPT-EFFECTIVE-DATE
               END-IF
               IF WS-REV-VALID = 'Y'
                   DISPLAY "Approve this review (Y/N)?"
                   ACCEPT WS-REV-CONFIRM
                   IF WS-REV-CONFIRM = 'Y' OR WS-REV-CONFIRM = 'y'
                       PERFORM 828-WRITE-APPROVAL-ROW
                   ELSE
                       DISPLAY "Not approved."
                   END-IF
               END-IF
           END-IF.

       823-MATCH-OPEN-REVIEW.
           IF REV-EMPLOYEE-ID(WS-REVIEW-SCAN) = EMPLOYEEID-IN
               AND REV-APPROVED(WS-REVIEW-SCAN) = 'N'
               IF WS-REVIEW-MATCH = 0
                   OR REV-REVIEW-DATE(WS-REVIEW-SCAN) >
                       WS-REV-DATE-INPUT
                   MOVE WS-REVIEW-SCAN TO WS-REVIEW-MATCH
                   MOVE REV-REVIEW-DATE(WS-REVIEW-SCAN) TO
                       WS-REV-DATE-INPUT
               END-IF
           END-IF.

       825-WORK-OUT-STEP.
           MOVE EMP-STEP TO WS-REV-NEW-STEP
           MOVE 'N' TO WS-REV-STEP-FOUND
           IF REV-RATING(WS-REVIEW-MATCH) >= '3'
               AND EMP-GRADE NOT = SPACES
               AND EMP-STEP NUMERIC
               AND EMP-STEP < '99'
               MOVE EMP-STEP TO WS-REV-STEP-NUM
               ADD 1 TO WS-REV-STEP-NUM
               MOVE WS-REV-STEP-NUM TO WS-REV-LOOKUP-STEP
               PERFORM 825A-MATCH-NEXT-STEP
                   VARYING PGRX FROM 1 BY 1
                   UNTIL PGRX > WS-PAYGRADE-COUNT
                       OR WS-REV-STEP-FOUND = 'Y'
           END-IF
           EVALUATE TRUE
               WHEN REV-RATING(WS-REVIEW-MATCH) < '3'
                   DISPLAY "Rated below 3 -- no step increase."
               WHEN EMP-GRADE = SPACES OR EMP-STEP NOT NUMERIC
                   DISPLAY "Employee is not graded -- no step "
                       "increase."
               WHEN WS-REV-STEP-FOUND = 'N'
                   DISPLAY "Top of grade " EMP-GRADE " -- no step "
                       "increase."
               WHEN OTHER
                   MOVE WS-REV-LOOKUP-STEP TO WS-REV-NEW-STEP
                   DISPLAY "Step increase " EMP-STEP " to "
                       WS-REV-NEW-STEP "."
           END-EVALUATE.

       825A-MATCH-NEXT-STEP.
           IF PGR-GRADE(PGRX) = EMP-GRADE
               AND PGR-STEP(PGRX) = WS-REV-LOOKUP-STEP
               MOVE 'Y' TO WS-REV-STEP-FOUND
           END-IF.

       826-ACCEPT-EFFECTIVE-DATE.
           DISPLAY "Effective date of the new step (YYYYMMDD):"
           ACCEPT WS-REV-EFF-DATE
           MOVE 0 TO WS-REV-DATE-INT
           IF WS-REV-EFF-DATE NUMERIC
               MOVE WS-REV-EFF-DATE TO WS-HIREDATE-NUM
               COMPUTE WS-REV-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HIREDATE-NUM)
           END-IF
           EVALUATE TRUE
               WHEN WS-REV-DATE-INT = 0
                   DISPLAY "Dates must be YYYYMMDD. Approval "
                       "abandoned."
                   MOVE 'N' TO WS-REV-VALID
               WHEN WS-REV-EFF-DATE < WS-REV-DATE-INPUT
                   DISPLAY "Effective date is before the review. "
                       "Approval abandoned."
                   MOVE 'N' TO WS-REV-VALID
               WHEN OTHER
                   MOVE WS-REV-EFF-DATE TO WS-REV-AS-OF
                   MOVE WS-REV-NEW-STEP TO WS-REV-LOOKUP-STEP
                   PERFORM 827-FIND-STEP-SALARY
                   MOVE WS-REV-STEP-SALARY TO WS-REV-INCREASE
                   MOVE EMP-STEP TO WS-REV-LOOKUP-STEP
                   PERFORM 827-FIND-STEP-SALARY
                   IF WS-REV-INCREASE > WS-REV-STEP-SALARY
                       SUBTRACT WS-REV-STEP-SALARY
                           FROM WS-REV-INCREASE
                   ELSE
                       MOVE 0 TO WS-REV-INCREASE
                   END-IF
                   MOVE WS-REV-INCREASE TO WS-REV-COST-FMT
                   DISPLAY "Annual cost of the increase: "
                       WS-REV-COST-FMT
           END-EVALUATE.

       827-FIND-STEP-SALARY.
           MOVE 0 TO WS-REV-STEP-SALARY
           MOVE SPACES TO WS-REV-BEST-EFF
           PERFORM 827A-MATCH-STEP-SALARY
               VARYING PGRX FROM 1 BY 1
               UNTIL PGRX > WS-PAYGRADE-COUNT.

       827A-MATCH-STEP-SALARY.
           IF PGR-GRADE(PGRX) = EMP-GRADE
               AND PGR-STEP(PGRX) = WS-REV-LOOKUP-STEP
               AND PGR-SALARY(PGRX) NUMERIC
               AND (PGR-EFF-DATE(PGRX) NOT NUMERIC
                   OR PGR-EFF-DATE(PGRX) NOT > WS-REV-AS-OF)
               AND (WS-REV-BEST-EFF = SPACES
                   OR PGR-EFF-DATE(PGRX) >= WS-REV-BEST-EFF)
               MOVE PGR-SALARY(PGRX) TO WS-REV-STEP-SALARY
               MOVE PGR-EFF-DATE(PGRX) TO WS-REV-BEST-EFF
           END-IF.

       828-WRITE-APPROVAL-ROW.
           MOVE SPACES TO REVIEW-RECORD
           MOVE 'A' TO RV-ROW-TYPE
           MOVE EMPLOYEEID-IN TO RV-EMPLOYEE-ID
           MOVE WS-REV-DATE-INPUT TO RV-REVIEW-DATE
           MOVE REV-RATING(WS-REVIEW-MATCH) TO RV-RATING
           MOVE REV-REVIEWER(WS-REVIEW-MATCH) TO RV-REVIEWER
           MOVE EMP-GRADE TO RV-GRADE
           MOVE EMP-STEP TO RV-OLD-STEP
           MOVE WS-REV-NEW-STEP TO RV-NEW-STEP
           MOVE WS-REV-EFF-DATE TO RV-EFF-DATE
           MOVE WS-OPERATOR-ID TO RV-OPERATOR-ID
           MOVE WS-REV-INCREASE TO RV-INCREASE
           PERFORM 818-APPEND-REVIEW-ROW
           ADD 1 TO WS-SESSION-CHANGED
           IF WS-REV-NEW-STEP NOT = EMP-STEP
               MOVE DEPTCODE-IN TO WS-OLD-DEPTCODE
               MOVE EMP-GRADE TO WS-OLD-GRADE
               MOVE EMP-STEP TO WS-OLD-STEP
               MOVE WS-REV-NEW-STEP TO EMP-STEP
               REWRITE EMPLOYEE-RECORD
               MOVE WS-REV-EFF-DATE TO WS-XFER-DATE
               PERFORM 225-WRITE-TRANSFER-ROW
               MOVE 'PAY-CHANGE' TO WS-AUDIT-ACTION
               DISPLAY "Approved; step " EMP-STEP " from "
                   WS-REV-EFF-DATE "."
           ELSE
               MOVE 'REVIEW-OK' TO WS-AUDIT-ACTION
               DISPLAY "Approved; step unchanged."
           END-IF
           PERFORM 171-WRITE-CHANGE-AUDIT.

      ******************************************************************
      * Reviews due within the next 30 days, and any already overdue,
      * for active staff, written to REVIEWDUE.txt as one section per
      * department headed with the DEPTS.txt manager's name for
      * distribution. Staff in a department missing from DEPTS.txt
      * come last under their own heading.
      ******************************************************************
       830-REVIEWS-DUE-LIST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-REV-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               + WS-REVIEW-WINDOW
           COMPUTE WS-TODAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-REV-DATE-INT)
           MOVE WS-TODAY-NUM TO WS-REV-WINDOW-END
           PERFORM 805-LOAD-REVIEW-HISTORY
           MOVE 0 TO WS-DUE-COUNT
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO EMPLOYEEID-IN
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMPLOYEEID-IN
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           IF WS-EOF NOT = 'Y'
               PERFORM 252-READ-NEXT-EMPLOYEE
               PERFORM 832-CHECK-ONE-DUE UNTIL WS-EOF = 'Y'
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT REVIEW-DUE-FILE
           MOVE SPACES TO REVIEW-DUE-RECORD
           STRING "REVIEWS DUE BY " DELIMITED BY SIZE
               WS-REV-WINDOW-END DELIMITED BY SIZE
               " -- RUN " DELIMITED BY SIZE
               WS-REV-TODAY DELIMITED BY SIZE
               INTO REVIEW-DUE-RECORD
           WRITE REVIEW-DUE-RECORD
           PERFORM 835-WRITE-DEPT-DUE-SECTION
               VARYING DREFX FROM 1 BY 1
               UNTIL DREFX > WS-DEPTREF-COUNT
           MOVE 0 TO WS-DUE-SECTION-COUNT
           PERFORM 836-COUNT-UNLISTED
               VARYING DUEX FROM 1 BY 1
               UNTIL DUEX > WS-DUE-COUNT
           IF WS-DUE-SECTION-COUNT > 0
               MOVE SPACES TO REVIEW-DUE-RECORD
               WRITE REVIEW-DUE-RECORD
               MOVE "TO: (NO MANAGER -- DEPARTMENT NOT ON DEPTS.txt)"
                   TO REVIEW-DUE-RECORD
               WRITE REVIEW-DUE-RECORD
               PERFORM 837-WRITE-DUE-HEADINGS
               PERFORM 838-WRITE-UNLISTED-LINE
                   VARYING DUEX FROM 1 BY 1
                   UNTIL DUEX > WS-DUE-COUNT
           END-IF
           CLOSE REVIEW-DUE-FILE
           DISPLAY WS-DUE-COUNT " reviews due or overdue written to "
               "REVIEWDUE.txt.".

       832-CHECK-ONE-DUE.
           IF (EMP-ACTIVE OR EMP-ON-LEAVE)
               AND WS-DUE-COUNT < 9999
               PERFORM 850-DERIVE-DUE-DATE
               IF WS-REV-DUE-DATE NOT > WS-REV-WINDOW-END
                   ADD 1 TO WS-DUE-COUNT
                   SET DUEX TO WS-DUE-COUNT
                   MOVE DEPTCODE-IN TO DUE-DEPT(DUEX)
                   MOVE EMPLOYEEID-IN TO DUE-EMPLOYEE-ID(DUEX)
                   MOVE SPACES TO DUE-NAME(DUEX)
                   STRING LASTNAME-IN DELIMITED BY SPACE
                       ", " DELIMITED BY SIZE
                       FIRSTNAME-IN DELIMITED BY SPACE
                       INTO DUE-NAME(DUEX)
                   MOVE WS-REV-DUE-DATE TO DUE-DATE(DUEX)
                   MOVE WS-REV-LAST-DATE TO DUE-LAST-REVIEW(DUEX)
                   MOVE 'N' TO DUE-LISTED(DUEX)
               END-IF
           END-IF
           PERFORM 252-READ-NEXT-EMPLOYEE.

       835-WRITE-DEPT-DUE-SECTION.
           MOVE 0 TO WS-DUE-SECTION-COUNT
           PERFORM 835A-COUNT-DEPT-DUE
               VARYING DUEX FROM 1 BY 1
               UNTIL DUEX > WS-DUE-COUNT
           IF WS-DUE-SECTION-COUNT > 0
               MOVE SPACES TO REVIEW-DUE-RECORD
               WRITE REVIEW-DUE-RECORD
               MOVE SPACES TO REVIEW-DUE-RECORD
               STRING "TO: " DELIMITED BY SIZE
                   DEPTREF-MANAGER(DREFX) DELIMITED BY SIZE
                   " DEPT " DELIMITED BY SIZE
                   DEPTREF-CODE(DREFX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DEPTREF-NAME(DREFX) DELIMITED BY SIZE
                   INTO REVIEW-DUE-RECORD
               WRITE REVIEW-DUE-RECORD
               PERFORM 837-WRITE-DUE-HEADINGS
               PERFORM 835B-WRITE-DEPT-DUE-LINE
                   VARYING DUEX FROM 1 BY 1
                   UNTIL DUEX > WS-DUE-COUNT
           END-IF.

       835A-COUNT-DEPT-DUE.
           IF DUE-DEPT(DUEX) = DEPTREF-CODE(DREFX)
               ADD 1 TO WS-DUE-SECTION-COUNT
           END-IF.

       835B-WRITE-DEPT-DUE-LINE.
           IF DUE-DEPT(DUEX) = DEPTREF-CODE(DREFX)
               PERFORM 839-WRITE-DUE-LINE
           END-IF.

       836-COUNT-UNLISTED.
           IF DUE-LISTED(DUEX) = 'N'
               ADD 1 TO WS-DUE-SECTION-COUNT
           END-IF.

       837-WRITE-DUE-HEADINGS.
           MOVE SPACES TO REVIEW-DUE-RECORD
           MOVE "EMP ID" TO REVIEW-DUE-RECORD(1:6)
           MOVE "NAME" TO REVIEW-DUE-RECORD(9:4)
           MOVE "DUE" TO REVIEW-DUE-RECORD(41:3)
           MOVE "LAST" TO REVIEW-DUE-RECORD(51:4)
           WRITE REVIEW-DUE-RECORD.

       838-WRITE-UNLISTED-LINE.
           IF DUE-LISTED(DUEX) = 'N'
               PERFORM 839-WRITE-DUE-LINE
           END-IF.

       839-WRITE-DUE-LINE.
           MOVE SPACES TO REVIEW-DUE-RECORD
           MOVE DUE-EMPLOYEE-ID(DUEX) TO REVIEW-DUE-RECORD(1:6)
           MOVE DUE-NAME(DUEX) TO REVIEW-DUE-RECORD(9:30)
           MOVE DUE-DATE(DUEX) TO REVIEW-DUE-RECORD(41:8)
           IF DUE-LAST-REVIEW(DUEX) = SPACES
               MOVE "NONE" TO REVIEW-DUE-RECORD(51:8)
           ELSE
               MOVE DUE-LAST-REVIEW(DUEX) TO REVIEW-DUE-RECORD(51:8)
           END-IF
           IF DUE-DATE(DUEX) < WS-REV-TODAY
               MOVE "OVERDUE" TO REVIEW-DUE-RECORD(61:7)
           END-IF
           WRITE REVIEW-DUE-RECORD
           MOVE 'Y' TO DUE-LISTED(DUEX).

      ******************************************************************
      * Reviews completed in the chosen year by department, staff
      * overdue for review as of today, and the step increases those
      * reviews granted with their annual salary cost.
      ******************************************************************
       840-REVIEW-STATUS-REPORT.
           DISPLAY "Review year (YYYY):"
           ACCEPT WS-REV-YEAR
           IF WS-REV-YEAR NOT NUMERIC
               DISPLAY "Year must be YYYY."
           ELSE
               PERFORM 805-LOAD-REVIEW-HISTORY
               MOVE 0 TO WS-RST-COUNT
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO EMPLOYEEID-IN
               START EMPLOYEE-FILE KEY IS NOT LESS THAN EMPLOYEEID-IN
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               IF WS-EOF NOT = 'Y'
                   PERFORM 252-READ-NEXT-EMPLOYEE
                   PERFORM 842-TALLY-ONE-EMPLOYEE UNTIL WS-EOF = 'Y'
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM 844-TALLY-ONE-REVIEW
                   VARYING REVX FROM 1 BY 1
                   UNTIL REVX > WS-REVIEW-COUNT
               MOVE 0 TO WS-RST-TOTAL-HEADCOUNT
               MOVE 0 TO WS-RST-TOTAL-COMPLETED
               MOVE 0 TO WS-RST-TOTAL-OVERDUE
               MOVE 0 TO WS-RST-TOTAL-INCREASES
               MOVE 0 TO WS-RST-TOTAL-COST
               DISPLAY "REVIEW STATUS -- " WS-REV-YEAR
                   " (OVERDUE AS OF " WS-REV-TODAY ")"
               DISPLAY "DEPT  NAME                  STAFF  DONE  "
                   "OVERDUE  STEPS     ANNUAL COST"
               PERFORM 848-SHOW-ONE-REVIEW-DEPT
                   VARYING RSTX FROM 1 BY 1
                   UNTIL RSTX > WS-RST-COUNT
               MOVE WS-RST-TOTAL-COST TO WS-REV-COST-FMT
               DISPLAY "TOTAL                       "
                   WS-RST-TOTAL-HEADCOUNT " " WS-RST-TOTAL-COMPLETED
                   "    " WS-RST-TOTAL-OVERDUE "  "
                   WS-RST-TOTAL-INCREASES " " WS-REV-COST-FMT
           END-IF.

       842-TALLY-ONE-EMPLOYEE.
           IF EMP-ACTIVE OR EMP-ON-LEAVE
               MOVE DEPTCODE-IN TO WS-RST-WORK-DEPT
               PERFORM 846-FIND-OR-ADD-REVIEW-DEPT
               ADD 1 TO RST-HEADCOUNT(WS-RST-MATCH)
               PERFORM 850-DERIVE-DUE-DATE
               IF WS-REV-DUE-DATE < WS-REV-TODAY
                   ADD 1 TO RST-OVERDUE(WS-RST-MATCH)
               END-IF
           END-IF
           PERFORM 252-READ-NEXT-EMPLOYEE.

       844-TALLY-ONE-REVIEW.
           IF REV-REVIEW-DATE(REVX)(1:4) = WS-REV-YEAR
               MOVE REV-EMPLOYEE-ID(REVX) TO EMPLOYEEID-IN
               READ EMPLOYEE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DEPTCODE-IN TO WS-RST-WORK-DEPT
                       PERFORM 846-FIND-OR-ADD-REVIEW-DEPT
                       ADD 1 TO RST-COMPLETED(WS-RST-MATCH)
                       IF REV-APPROVED(REVX) = 'Y'
                           AND REV-NEW-STEP(REVX) NOT =
                               REV-OLD-STEP(REVX)
                           ADD 1 TO RST-INCREASES(WS-RST-MATCH)
                           ADD REV-INCREASE(REVX) TO
                               RST-COST(WS-RST-MATCH)
                       END-IF
               END-READ
           END-IF.

       846-FIND-OR-ADD-REVIEW-DEPT.
           MOVE 0 TO WS-RST-MATCH
           PERFORM 847-MATCH-ONE-REVIEW-DEPT
               VARYING WS-RST-SCAN FROM 1 BY 1
               UNTIL WS-RST-SCAN > WS-RST-COUNT
                   OR WS-RST-MATCH > 0
           IF WS-RST-MATCH = 0 AND WS-RST-COUNT < 999
               ADD 1 TO WS-RST-COUNT
               MOVE WS-RST-COUNT TO WS-RST-MATCH
               MOVE WS-RST-WORK-DEPT TO RST-DEPT(WS-RST-MATCH)
               MOVE 0 TO RST-HEADCOUNT(WS-RST-MATCH)
               MOVE 0 TO RST-COMPLETED(WS-RST-MATCH)
               MOVE 0 TO RST-OVERDUE(WS-RST-MATCH)
               MOVE 0 TO RST-INCREASES(WS-RST-MATCH)
               MOVE 0 TO RST-COST(WS-RST-MATCH)
           END-IF.

       847-MATCH-ONE-REVIEW-DEPT.
           IF RST-DEPT(WS-RST-SCAN) = WS-RST-WORK-DEPT
               MOVE WS-RST-SCAN TO WS-RST-MATCH
           END-IF.

       848-SHOW-ONE-REVIEW-DEPT.
           MOVE RST-DEPT(RSTX) TO WS-LOOKUP-DEPT-CODE
           PERFORM 287-FIND-DEPT-NAME
           MOVE RST-COST(RSTX) TO WS-REV-COST-FMT
           DISPLAY RST-DEPT(RSTX) "   " WS-DEPT-NAME "  "
               RST-HEADCOUNT(RSTX) " " RST-COMPLETED(RSTX) "    "
               RST-OVERDUE(RSTX) "  " RST-INCREASES(RSTX) " "
               WS-REV-COST-FMT
           ADD RST-HEADCOUNT(RSTX) TO WS-RST-TOTAL-HEADCOUNT
           ADD RST-COMPLETED(RSTX) TO WS-RST-TOTAL-COMPLETED
           ADD RST-OVERDUE(RSTX) TO WS-RST-TOTAL-OVERDUE
           ADD RST-INCREASES(RSTX) TO WS-RST-TOTAL-INCREASES
           ADD RST-COST(RSTX) TO WS-RST-TOTAL-COST.

      ******************************************************************
      * A review falls due a year after the last one on file. With
      * none on file it falls due a year after hire, or on this
      * year's hire anniversary for staff hired longer ago; with no
      * hire date either, it is due now.
      ******************************************************************
       850-DERIVE-DUE-DATE.
           MOVE SPACES TO WS-REV-LAST-DATE
           PERFORM 851-MATCH-LAST-REVIEW
               VARYING WS-REVIEW-SCAN FROM 1 BY 1
               UNTIL WS-REVIEW-SCAN > WS-REVIEW-COUNT
           EVALUATE TRUE
               WHEN WS-REV-LAST-DATE NOT = SPACES
                   MOVE WS-REV-LAST-DATE TO WS-REV-DUE-WORK
                   ADD 1 TO WS-REV-DUE-YEAR
                   MOVE WS-REV-DUE-WORK TO WS-REV-DUE-DATE
               WHEN HIREDATE-IN NUMERIC
                   MOVE HIREDATE-IN TO WS-REV-DUE-WORK
                   ADD 1 TO WS-REV-DUE-YEAR
                   MOVE WS-REV-DUE-WORK TO WS-REV-DUE-DATE
                   MOVE WS-REV-TODAY(1:4) TO WS-REV-ANNIV-DATE(1:4)
                   MOVE HIREDATE-IN(5:4) TO WS-REV-ANNIV-DATE(5:4)
                   IF WS-REV-ANNIV-DATE > WS-REV-DUE-DATE
                       MOVE WS-REV-ANNIV-DATE TO WS-REV-DUE-DATE
                   END-IF
               WHEN OTHER
                   MOVE WS-REV-TODAY TO WS-REV-DUE-DATE
           END-EVALUATE.

       851-MATCH-LAST-REVIEW.
           IF REV-EMPLOYEE-ID(WS-REVIEW-SCAN) = EMPLOYEEID-IN
               AND (WS-REV-LAST-DATE = SPACES
                   OR REV-REVIEW-DATE(WS-REVIEW-SCAN) >
                       WS-REV-LAST-DATE)
               MOVE REV-REVIEW-DATE(WS-REVIEW-SCAN) TO
                   WS-REV-LAST-DATE
           END-IF.

      ******************************************************************
      * Training and certification register, CERTS.txt: the courses
      * each employee has completed, when, and when each expires.
      * The shared CERTCHK subprogram tests it against the
      * ROLECERTS.txt role requirements for OPER-MAINT and
      * SHOP-MENU. The expiry report is the monthly list of
      * certifications running out in the next 60 days, by
      * department, for the managers to book renewals.
      ******************************************************************
       900-CERT-SUBSYSTEM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CERT-TODAY
           DISPLAY "(R)ecord completion  (V)iew register  "
               "(E)xpiring report  (Q)uit"
           ACCEPT WS-CERT-CHOICE
           EVALUATE TRUE
               WHEN LK-ROLE-INQUIRY AND CERT-RECORD-CHOICE
                   DISPLAY "Inquiry operators may not record "
                       "certifications."
               WHEN CERT-RECORD-CHOICE
                   PERFORM 910-RECORD-CERTIFICATION
               WHEN CERT-VIEW-CHOICE
                   PERFORM 920-VIEW-CERTIFICATIONS
               WHEN CERT-EXPIRING-CHOICE
                   PERFORM 930-EXPIRING-REPORT
               WHEN CERT-QUIT-CHOICE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE.

      ******************************************************************
      * For each employee and course the latest completion counts; a
      * renewal supersedes the certification it renews.
      ******************************************************************
       905-LOAD-CERT-REGISTER.
           MOVE 0 TO WS-CERT-COUNT
           MOVE 'N' TO WS-END-OF-CERTS
           OPEN INPUT CERTIFICATION-FILE
           IF NOT CERT-FILE-OK
               MOVE 'Y' TO WS-END-OF-CERTS
           ELSE
               PERFORM 908-READ-CERT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-CERT-ROWS
               IF CT-EMPLOYEE-ID NUMERIC
                   AND CT-COMPLETED-DATE NUMERIC
                   PERFORM 906-TAKE-CERT-ROW
               END-IF
               PERFORM 908-READ-CERT-ROW
           END-PERFORM
           IF CERT-FILE-OK OR WS-CERT-STATUS = '10'
               CLOSE CERTIFICATION-FILE
           END-IF.

       906-TAKE-CERT-ROW.
           MOVE 0 TO WS-CERT-MATCH
           PERFORM 907-MATCH-CERT-COURSE
               VARYING CERTX FROM 1 BY 1
               UNTIL CERTX > WS-CERT-COUNT
                   OR WS-CERT-MATCH > 0
           IF WS-CERT-MATCH = 0
               IF WS-CERT-COUNT < 9999
                   ADD 1 TO WS-CERT-COUNT
                   SET CERTX TO WS-CERT-COUNT
                   MOVE CT-EMPLOYEE-ID TO CERT-EMPLOYEE-ID(CERTX)
                   MOVE CT-COURSE TO CERT-COURSE(CERTX)
                   MOVE CT-COMPLETED-DATE TO CERT-COMPLETED(CERTX)
                   MOVE CT-EXPIRY-DATE TO CERT-EXPIRY(CERTX)
               END-IF
           ELSE
               IF CT-COMPLETED-DATE NOT <
                   CERT-COMPLETED(WS-CERT-MATCH)
                   MOVE CT-COMPLETED-DATE TO
                       CERT-COMPLETED(WS-CERT-MATCH)
                   MOVE CT-EXPIRY-DATE TO CERT-EXPIRY(WS-CERT-MATCH)
               END-IF
           END-IF.

       907-MATCH-CERT-COURSE.
           IF CERT-EMPLOYEE-ID(CERTX) = CT-EMPLOYEE-ID
               AND CERT-COURSE(CERTX) = CT-COURSE
               SET WS-CERT-MATCH TO CERTX
           END-IF.

       908-READ-CERT-ROW.
           READ CERTIFICATION-FILE
               AT END MOVE 'Y' TO WS-END-OF-CERTS.

       910-RECORD-CERTIFICATION.
           DISPLAY "Employee ID:"
           ACCEPT WS-EMPLOYEEID
           MOVE WS-EMPLOYEEID TO EMPLOYEEID-IN
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Error: Employee ID not found."
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       DISPLAY "Employee is terminated; nothing "
                           "recorded."
                   ELSE
                       PERFORM 912-ACCEPT-AND-POST-CERT
                   END-IF
           END-READ.

       912-ACCEPT-AND-POST-CERT.
           DISPLAY "Course code:"
           MOVE SPACES TO WS-CERT-COURSE-INPUT
           ACCEPT WS-CERT-COURSE-INPUT
           DISPLAY "Date completed (YYYYMMDD):"
           ACCEPT WS-CERT-COMPLETED-INPUT
           DISPLAY "Expiry date (YYYYMMDD, blank = does not expire):"
           MOVE SPACES TO WS-CERT-EXPIRY-INPUT
           ACCEPT WS-CERT-EXPIRY-INPUT
           MOVE 0 TO WS-CERT-DATE-INT
           MOVE 0 TO WS-CERT-EXPIRY-INT
           IF WS-CERT-COMPLETED-INPUT NUMERIC
               MOVE WS-CERT-COMPLETED-INPUT TO WS-HIREDATE-NUM
               COMPUTE WS-CERT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HIREDATE-NUM)
           END-IF
           IF WS-CERT-EXPIRY-INPUT NUMERIC
               MOVE WS-CERT-EXPIRY-INPUT TO WS-HIREDATE-NUM
               COMPUTE WS-CERT-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HIREDATE-NUM)
           END-IF
           EVALUATE TRUE
               WHEN WS-CERT-COURSE-INPUT = SPACES
                   DISPLAY "Course code cannot be blank."
               WHEN WS-CERT-DATE-INT = 0
                   DISPLAY "Dates must be YYYYMMDD."
               WHEN WS-CERT-COMPLETED-INPUT > WS-CERT-TODAY
                   DISPLAY "Completion date is in the future."
               WHEN WS-CERT-EXPIRY-INPUT NOT = SPACES
                   AND WS-CERT-EXPIRY-INT = 0
                   DISPLAY "Dates must be YYYYMMDD."
               WHEN WS-CERT-EXPIRY-INPUT NOT = SPACES
                   AND WS-CERT-EXPIRY-INPUT NOT >
                       WS-CERT-COMPLETED-INPUT
                   DISPLAY "Expiry must be after completion."
               WHEN OTHER
                   MOVE SPACES TO CERTIFICATION-RECORD
                   MOVE EMPLOYEEID-IN TO CT-EMPLOYEE-ID
                   MOVE WS-CERT-COURSE-INPUT TO CT-COURSE
                   MOVE WS-CERT-COMPLETED-INPUT TO CT-COMPLETED-DATE
                   MOVE WS-CERT-EXPIRY-INPUT TO CT-EXPIRY-DATE
                   MOVE WS-OPERATOR-ID TO CT-OPERATOR-ID
                   OPEN EXTEND CERTIFICATION-FILE
                   IF CERT-FILE-MISSING
                       OPEN OUTPUT CERTIFICATION-FILE
                   END-IF
                   WRITE CERTIFICATION-RECORD
                   CLOSE CERTIFICATION-FILE
                   ADD 1 TO WS-SESSION-CHANGED
                   MOVE 'CERTIFY' TO WS-AUDIT-ACTION
                   PERFORM 171-WRITE-CHANGE-AUDIT
                   DISPLAY "Certification recorded."
           END-EVALUATE.

       920-VIEW-CERTIFICATIONS.
           DISPLAY "Employee ID:"
           ACCEPT WS-EMPLOYEEID
           MOVE WS-EMPLOYEEID TO EMPLOYEEID-IN
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Error: Employee ID not found."
               NOT INVALID KEY
                   PERFORM 905-LOAD-CERT-REGISTER
                   MOVE WS-CERT-TODAY TO WS-TODAY-NUM
                   COMPUTE WS-CERT-TODAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   MOVE 0 TO WS-CERT-SHOWN
                   DISPLAY "Certifications for " EMPLOYEEID-IN " "
                       FIRSTNAME-IN " " LASTNAME-IN
                   DISPLAY "COURSE      COMPLETED EXPIRES   STATUS"
                   PERFORM 922-SHOW-ONE-CERT
                       VARYING CERTX FROM 1 BY 1
                       UNTIL CERTX > WS-CERT-COUNT
                   IF WS-CERT-SHOWN = 0
                       DISPLAY "No certifications on the register."
                   END-IF
           END-READ.

       922-SHOW-ONE-CERT.
           IF CERT-EMPLOYEE-ID(CERTX) = EMPLOYEEID-IN
               ADD 1 TO WS-CERT-SHOWN
               PERFORM 935-WORK-OUT-DAYS-LEFT
               EVALUATE TRUE
                   WHEN CERT-EXPIRY(CERTX) = SPACES
                       MOVE "NO EXPIRY" TO WS-CERT-STATE
                   WHEN CERT-EXPIRY(CERTX) < WS-CERT-TODAY
                       MOVE "LAPSED" TO WS-CERT-STATE
                   WHEN WS-CERT-DAYS-LEFT NOT > WS-CERT-WINDOW
                       MOVE "EXPIRES SOON" TO WS-CERT-STATE
                   WHEN OTHER
                       MOVE "CURRENT" TO WS-CERT-STATE
               END-EVALUATE
               DISPLAY CERT-COURSE(CERTX) "  " CERT-COMPLETED(CERTX)
                   "  " CERT-EXPIRY(CERTX) "  " WS-CERT-STATE
           END-IF.

      ******************************************************************
      * Certifications held by active staff that expire between today
      * and 60 days out, written to CERTEXP.txt as one section per
      * department headed with its DEPTS.txt manager, the way the
      * review due list is. A department missing from DEPTS.txt
      * comes last under its own heading.
      ******************************************************************
       930-EXPIRING-REPORT.
           MOVE WS-CERT-TODAY TO WS-TODAY-NUM
           COMPUTE WS-CERT-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           COMPUTE WS-CERT-DATE-INT =
               WS-CERT-TODAY-INT + WS-CERT-WINDOW
           COMPUTE WS-TODAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CERT-DATE-INT)
           MOVE WS-TODAY-NUM TO WS-CERT-WINDOW-END
           PERFORM 905-LOAD-CERT-REGISTER
           MOVE 0 TO WS-EXP-COUNT
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO EMPLOYEEID-IN
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMPLOYEEID-IN
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           IF WS-EOF NOT = 'Y'
               PERFORM 252-READ-NEXT-EMPLOYEE
               PERFORM 932-CHECK-EMPLOYEE-CERTS UNTIL WS-EOF = 'Y'
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT CERT-EXPIRY-FILE
           MOVE SPACES TO CERT-EXPIRY-RECORD
           STRING "CERTIFICATIONS EXPIRING " DELIMITED BY SIZE
               WS-CERT-TODAY DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-CERT-WINDOW-END DELIMITED BY SIZE
               INTO CERT-EXPIRY-RECORD
           WRITE CERT-EXPIRY-RECORD
           PERFORM 940-WRITE-DEPT-EXPIRY-SECTION
               VARYING DREFX FROM 1 BY 1
               UNTIL DREFX > WS-DEPTREF-COUNT
           MOVE 0 TO WS-EXP-SECTION-COUNT
           PERFORM 944-COUNT-UNLISTED-EXPIRY
               VARYING EXPX FROM 1 BY 1
               UNTIL EXPX > WS-EXP-COUNT
           IF WS-EXP-SECTION-COUNT > 0
               MOVE SPACES TO CERT-EXPIRY-RECORD
               WRITE CERT-EXPIRY-RECORD
               MOVE "TO: (NO MANAGER -- DEPARTMENT NOT ON DEPTS.txt)"
                   TO CERT-EXPIRY-RECORD
               WRITE CERT-EXPIRY-RECORD
               PERFORM 945-WRITE-EXPIRY-HEADINGS
               PERFORM 946-WRITE-UNLISTED-EXPIRY
                   VARYING EXPX FROM 1 BY 1
                   UNTIL EXPX > WS-EXP-COUNT
           END-IF
           CLOSE CERT-EXPIRY-FILE
           DISPLAY WS-EXP-COUNT " certifications expiring written "
               "to CERTEXP.txt.".

       932-CHECK-EMPLOYEE-CERTS.
           IF EMP-ACTIVE OR EMP-ON-LEAVE
               PERFORM 933-CHECK-ONE-CERT
                   VARYING CERTX FROM 1 BY 1
                   UNTIL CERTX > WS-CERT-COUNT
           END-IF
           PERFORM 252-READ-NEXT-EMPLOYEE.

       933-CHECK-ONE-CERT.
           IF CERT-EMPLOYEE-ID(CERTX) = EMPLOYEEID-IN
               AND CERT-EXPIRY(CERTX) NUMERIC
               AND CERT-EXPIRY(CERTX) NOT < WS-CERT-TODAY
               AND CERT-EXPIRY(CERTX) NOT > WS-CERT-WINDOW-END
               AND WS-EXP-COUNT < 9999
               PERFORM 935-WORK-OUT-DAYS-LEFT
               ADD 1 TO WS-EXP-COUNT
               SET EXPX TO WS-EXP-COUNT
               MOVE DEPTCODE-IN TO EXP-DEPT(EXPX)
               MOVE EMPLOYEEID-IN TO EXP-EMPLOYEE-ID(EXPX)
               MOVE SPACES TO EXP-NAME(EXPX)
               STRING LASTNAME-IN DELIMITED BY SPACE
                   ", " DELIMITED BY SIZE
                   FIRSTNAME-IN DELIMITED BY SPACE
                   INTO EXP-NAME(EXPX)
               MOVE CERT-COURSE(CERTX) TO EXP-COURSE(EXPX)
               MOVE CERT-EXPIRY(CERTX) TO EXP-EXPIRY(EXPX)
               MOVE WS-CERT-DAYS-LEFT TO EXP-DAYS-LEFT(EXPX)
               MOVE 'N' TO EXP-LISTED(EXPX)
           END-IF.

       935-WORK-OUT-DAYS-LEFT.
           MOVE 0 TO WS-CERT-DAYS-LEFT
           IF CERT-EXPIRY(CERTX) NUMERIC
               AND CERT-EXPIRY(CERTX) NOT < WS-CERT-TODAY
               MOVE CERT-EXPIRY(CERTX) TO WS-HIREDATE-NUM
               COMPUTE WS-CERT-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HIREDATE-NUM)
               IF WS-CERT-EXPIRY-INT - WS-CERT-TODAY-INT > 999
                   MOVE 999 TO WS-CERT-DAYS-LEFT
               ELSE
                   COMPUTE WS-CERT-DAYS-LEFT =
                       WS-CERT-EXPIRY-INT - WS-CERT-TODAY-INT
               END-IF
           END-IF.

       940-WRITE-DEPT-EXPIRY-SECTION.
           MOVE 0 TO WS-EXP-SECTION-COUNT
           PERFORM 941-COUNT-DEPT-EXPIRY
               VARYING EXPX FROM 1 BY 1
               UNTIL EXPX > WS-EXP-COUNT
           IF WS-EXP-SECTION-COUNT > 0
               MOVE SPACES TO CERT-EXPIRY-RECORD
               WRITE CERT-EXPIRY-RECORD
               MOVE SPACES TO CERT-EXPIRY-RECORD
               STRING "TO: " DELIMITED BY SIZE
                   DEPTREF-MANAGER(DREFX) DELIMITED BY SIZE
                   " DEPT " DELIMITED BY SIZE
                   DEPTREF-CODE(DREFX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DEPTREF-NAME(DREFX) DELIMITED BY SIZE
                   INTO CERT-EXPIRY-RECORD
               WRITE CERT-EXPIRY-RECORD
               PERFORM 945-WRITE-EXPIRY-HEADINGS
               PERFORM 942-WRITE-DEPT-EXPIRY-LINE
                   VARYING EXPX FROM 1 BY 1
                   UNTIL EXPX > WS-EXP-COUNT
           END-IF.

       941-COUNT-DEPT-EXPIRY.
           IF EXP-DEPT(EXPX) = DEPTREF-CODE(DREFX)
               ADD 1 TO WS-EXP-SECTION-COUNT
           END-IF.

       942-WRITE-DEPT-EXPIRY-LINE.
           IF EXP-DEPT(EXPX) = DEPTREF-CODE(DREFX)
               PERFORM 947-WRITE-EXPIRY-LINE
           END-IF.

       944-COUNT-UNLISTED-EXPIRY.
           IF EXP-LISTED(EXPX) = 'N'
               ADD 1 TO WS-EXP-SECTION-COUNT
           END-IF.

       945-WRITE-EXPIRY-HEADINGS.
           MOVE SPACES TO CERT-EXPIRY-RECORD
           MOVE "EMP ID" TO CERT-EXPIRY-RECORD(1:6)
           MOVE "NAME" TO CERT-EXPIRY-RECORD(9:4)
           MOVE "COURSE" TO CERT-EXPIRY-RECORD(41:6)
           MOVE "EXPIRES" TO CERT-EXPIRY-RECORD(53:7)
           MOVE "DAYS" TO CERT-EXPIRY-RECORD(63:4)
           WRITE CERT-EXPIRY-RECORD.

       946-WRITE-UNLISTED-EXPIRY.
           IF EXP-LISTED(EXPX) = 'N'
               PERFORM 947-WRITE-EXPIRY-LINE
           END-IF.

       947-WRITE-EXPIRY-LINE.
           MOVE SPACES TO CERT-EXPIRY-RECORD
           MOVE EXP-EMPLOYEE-ID(EXPX) TO CERT-EXPIRY-RECORD(1:6)
           MOVE EXP-NAME(EXPX) TO CERT-EXPIRY-RECORD(9:30)
           MOVE EXP-COURSE(EXPX) TO CERT-EXPIRY-RECORD(41:10)
           MOVE EXP-EXPIRY(EXPX) TO CERT-EXPIRY-RECORD(53:8)
           MOVE EXP-DAYS-LEFT(EXPX) TO CERT-EXPIRY-RECORD(63:3)
           WRITE CERT-EXPIRY-RECORD
           MOVE 'Y' TO EXP-LISTED(EXPX).

       204-CLOSE-RTN.
           CLOSE EMPLOYEE-FILE
           MOVE 'EMPLOYEES' TO WS-CONTROL-FILE-ID
           PERFORM 299-RECORD-MASTER-CONTROL.

       299-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-MSGLOG-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM EMPLOYEE-RECORDS.
