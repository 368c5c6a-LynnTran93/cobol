      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Attendance forecast and ticket-desk staffing plan
      *          for the next two weeks. The walk-up admissions and
      *          season-pass visits by day of week and hour are
      *          averaged from the live TICKETSALES.txt and every
      *          TICKETSALES archive catalogued in ARCHCAT.txt (the
      *          same walk TICKET-TREND makes); pass visits are then
      *          scaled to the passes still valid on each forecast
      *          day from PASSES.txt, booked GROUPRES.txt groups are
      *          spread over the day's open hours, and an hour with
      *          timed sessions on SESSIONS.txt is raised to what is
      *          already sold into them and held to their capacity.
      *          The staff each hour needs follows from the desk's
      *          throughput, and each shift needs its busiest hour's
      *          staff. Those are held against the active employees
      *          of the ticket-desk department on employees.dat, less
      *          anyone whose leave on LEAVETRANS.txt covers the day,
      *          to show the shortfall or surplus by shift. The
      *          throughput, the desk department, the minimum staff
      *          for an open hour and the shifts come from
      *          DESKCFG.txt, written with the standard settings on
      *          first run the way ARCHCFG.txt starts itself. Output
      *          goes to DESKPLAN.txt.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESK-PLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESK-CONFIG-FILE ASSIGN TO 'DESKCFG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "../ARCHCAT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT SESSIONS-FILE ASSIGN TO 'SESSIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSIONS-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO 'GROUPRES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATION-STATUS.
           SELECT PASS-FILE ASSIGN TO 'PASSES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASS-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "C:\employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEEID-IN
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT LEAVE-TRANS-FILE ASSIGN TO 'LEAVETRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT PLAN-REPORT-FILE ASSIGN TO 'DESKPLAN.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DESK-CONFIG-FILE.
       01 DESK-CONFIG-RECORD.
           05 DC-ROW-TYPE             PIC X.
               88 DC-THROUGHPUT-ROW       VALUE 'T'.
               88 DC-DESK-DEPT-ROW        VALUE 'D'.
               88 DC-MINIMUM-STAFF-ROW    VALUE 'M'.
               88 DC-SHIFT-ROW            VALUE 'S'.
           05 DC-NAME                 PIC X(8).
           05 DC-VALUE                PIC 9(4).
           05 DC-START-HOUR           PIC 9(2).
           05 DC-END-HOUR             PIC 9(2).

       FD TRANSACTION-FILE.
           COPY TICKSALE.

       FD ARCHIVE-CATALOG-FILE.
       01 ARCHIVE-CATALOG-RECORD  PIC X(40).

       FD SESSIONS-FILE.
           COPY SESSREC.

       FD RESERVATION-FILE.
           COPY GRPREC.

       FD PASS-FILE.
           COPY PASSREC.

       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD LEAVE-TRANS-FILE.
           COPY LEAVEREC.

       FD PLAN-REPORT-FILE.
       01 PLAN-REPORT-RECORD      PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CONFIG-STATUS        PIC X(2) VALUE '00'.
           88 CONFIG-FILE-OK           VALUE '00'.
       01 WS-TRANSACTION-STATUS   PIC X(2) VALUE '00'.
           88 TRANSACTION-FILE-OK      VALUE '00'.
       01 WS-CATALOG-STATUS       PIC X(2) VALUE '00'.
           88 CATALOG-FILE-OK          VALUE '00'.
       01 WS-SESSIONS-STATUS      PIC X(2) VALUE '00'.
           88 SESSIONS-FILE-OK         VALUE '00'.
       01 WS-RESERVATION-STATUS   PIC X(2) VALUE '00'.
           88 RESERVATION-FILE-OK      VALUE '00'.
       01 WS-PASS-STATUS          PIC X(2) VALUE '00'.
           88 PASS-FILE-OK             VALUE '00'.
       01 WS-EMPLOYEE-STATUS      PIC X(2) VALUE '00'.
           88 EMPLOYEE-FILE-OK         VALUE '00'.
       01 WS-LEAVE-STATUS         PIC X(2) VALUE '00'.
           88 LEAVE-FILE-OK            VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.
       01 WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88 NO-MORE-TRANSACTIONS     VALUE 'Y'.
       01 WS-END-OF-CATALOG       PIC X VALUE 'N'.
           88 NO-MORE-CATALOG          VALUE 'Y'.

       01 WS-INPUT-FILENAME       PIC X(40).
       01 WS-TODAY                PIC X(8).
       01 WS-TODAY-NUM            PIC 9(8) VALUE 0.
       01 WS-TODAY-INT            PIC 9(8) VALUE 0.
       01 WS-WORK-INT             PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-NUM        PIC 9(8) VALUE 0.
       01 WS-ROW-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-ROW-DATE-INT         PIC 9(8) VALUE 0.
       01 WS-DAY-OF-WEEK          PIC 9 VALUE 0.
       01 WS-WEEK-QUOTIENT        PIC 9(8) VALUE 0.
       01 WS-HOUR-INPUT           PIC 9(2) VALUE 0.

       01 WS-THROUGHPUT           PIC 9(4) VALUE 60.
       01 WS-DESK-DEPT            PIC 9(3) VALUE 50.
       01 WS-MINIMUM-STAFF        PIC 9(3) VALUE 1.
       01 WS-OPEN-FROM            PIC 9(2) VALUE 0.
       01 WS-OPEN-TO              PIC 9(2) VALUE 0.
       01 WS-OPEN-HOURS           PIC 9(2) VALUE 0.

       01 WS-SHIFT-COUNT          PIC 9(2) VALUE 0.
       01 WS-SHIFT-TABLE.
           05 SHF-ENTRY OCCURS 1 TO 9 TIMES
               DEPENDING ON WS-SHIFT-COUNT
               INDEXED BY SHFX.
               10 SHF-NAME            PIC X(8).
               10 SHF-START-HOUR      PIC 9(2).
               10 SHF-END-HOUR        PIC 9(2).

      * History by weekday (1 = Sunday) and hour of day (slot 1 is
      * the hour starting 00:00, slot 24 the hour starting 23:00).
       01 WS-HISTORY-TABLE.
           05 HIST-WEEKDAY OCCURS 7 TIMES.
               10 HIST-HOUR OCCURS 24 TIMES.
                   15 HIST-WALKUP     PIC S9(7) VALUE 0.
                   15 HIST-PASS       PIC S9(7) VALUE 0.
       01 WS-WEEKDAY-DAYS.
           05 WEEKDAY-DAY-COUNT OCCURS 7 TIMES PIC 9(5) VALUE 0.
       01 WS-WEEKDAY-NAMES.
           05 FILLER              PIC X(9) VALUE 'SUNDAY'.
           05 FILLER              PIC X(9) VALUE 'MONDAY'.
           05 FILLER              PIC X(9) VALUE 'TUESDAY'.
           05 FILLER              PIC X(9) VALUE 'WEDNESDAY'.
           05 FILLER              PIC X(9) VALUE 'THURSDAY'.
           05 FILLER              PIC X(9) VALUE 'FRIDAY'.
           05 FILLER              PIC X(9) VALUE 'SATURDAY'.
       01 WS-WEEKDAY-NAME-TAB REDEFINES WS-WEEKDAY-NAMES.
           05 WEEKDAY-NAME OCCURS 7 TIMES PIC X(9).

       01 WS-OPENED-COUNT         PIC 9(3) VALUE 0.
       01 WS-OPENED-TABLE.
           05 OPENED-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-OPENED-COUNT
               INDEXED BY OPNX.
               10 OPENED-NAME         PIC X(40).
       01 WS-OPENED-MATCH         PIC 9(3) VALUE 0.
       01 WS-OPENED-SCAN          PIC 9(3) VALUE 0.

       01 WS-DATE-COUNT           PIC 9(4) VALUE 0.
       01 WS-DATE-TABLE.
           05 SEEN-DATE-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-DATE-COUNT
               INDEXED BY DTX.
               10 SEEN-DATE           PIC X(8).
       01 WS-DATE-MATCH           PIC 9(4) VALUE 0.
       01 WS-DATE-SCAN            PIC 9(4) VALUE 0.

      * The fourteen forecast days, tomorrow first.
       01 WS-PLAN-TABLE.
           05 DAY-ENTRY OCCURS 14 TIMES.
               10 DAY-DATE            PIC X(8).
               10 DAY-WEEKDAY         PIC 9.
               10 DAY-GROUP-HEADS     PIC 9(5).
               10 DAY-ACTIVE-PASSES   PIC 9(5).
               10 DAY-AVAILABLE       PIC 9(4).
               10 DAY-EXPECTED        PIC 9(6).
               10 DAY-HOUR OCCURS 24 TIMES.
                   15 HR-WALKUP       PIC 9(5).
                   15 HR-PASS         PIC 9(5).
                   15 HR-GROUP        PIC 9(5).
                   15 HR-EXPECTED     PIC 9(5).
                   15 HR-CAPACITY     PIC 9(5).
                   15 HR-SOLD         PIC 9(5).
                   15 HR-STAFF        PIC 9(3).
                   15 HR-SESSION-FLAG PIC X.
                       88 HR-HAS-SESSIONS     VALUE 'Y'.
                   15 HR-NOTE         PIC X(12).
       01 WS-DAY-SUB              PIC 9(2) VALUE 0.
       01 WS-DAY-MATCH            PIC 9(2) VALUE 0.
       01 WS-MATCH-DATE           PIC X(8).
       01 WS-HOUR-SUB             PIC 9(2) VALUE 0.
       01 WS-OPEN-SEQ             PIC 9(2) VALUE 0.
       01 WS-ACTIVE-TODAY         PIC 9(5) VALUE 0.

       01 WS-DESK-COUNT           PIC 9(3) VALUE 0.
       01 WS-DESK-TABLE.
           05 DSK-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-DESK-COUNT
               INDEXED BY DSKX.
               10 DSK-EMPLOYEE-ID     PIC 9(6).
               10 DSK-LEAVE-DAY OCCURS 14 TIMES PIC X.
       01 WS-DESK-MATCH           PIC 9(3) VALUE 0.
       01 WS-DESK-SCAN            PIC 9(3) VALUE 0.

       01 WS-AVERAGE              PIC S9(7)V99 VALUE 0.
       01 WS-GROUP-PER-HOUR       PIC 9(5) VALUE 0.
       01 WS-GROUP-LEFT-OVER      PIC 9(5) VALUE 0.
       01 WS-SHIFT-REQUIRED       PIC 9(3) VALUE 0.
       01 WS-SHIFT-DIFFERENCE     PIC S9(4) VALUE 0.
       01 WS-SHIFTS-SHORT         PIC 9(4) VALUE 0.
       01 WS-STAFF-SHIFTS-SHORT   PIC 9(5) VALUE 0.

       01 WS-COUNT-FMT            PIC ZZZZ9.
       01 WS-STAFF-FMT            PIC ZZ9.
       01 WS-HEADS-FMT            PIC ZZZ9.
       01 WS-HOUR-FMT             PIC 99.
       01 WS-REPORT-LINE          PIC X(90).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM 1000-ENSURE-CONFIG
           PERFORM 1100-LOAD-CONFIG
           PERFORM 1200-SET-UP-DAYS
               VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 14
           MOVE 'TICKETSALES.txt' TO WS-INPUT-FILENAME
           PERFORM 2000-ACCUMULATE-ONE-FILE
           PERFORM 2500-WALK-THE-ARCHIVES
           PERFORM 3000-LOAD-SESSIONS
           PERFORM 3100-LOAD-GROUP-BOOKINGS
           PERFORM 3200-COUNT-ACTIVE-PASSES
           PERFORM 3300-LOAD-DESK-STAFF
           PERFORM 3400-MARK-LEAVE
           PERFORM 4000-FORECAST-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 14
           PERFORM 5000-WRITE-REPORT
           MOVE WS-SHIFTS-SHORT TO WS-HEADS-FMT
           DISPLAY 'DESK PLAN WRITTEN: ' WS-HEADS-FMT
               ' SHIFTS SHORT OF STAFF IN THE NEXT 14 DAYS.'
           MOVE 0 TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * First run writes the standard settings so the desk manager
      * can tune them from then on: 60 visitors served per desk
      * staff-hour, the ticket desk as department 050, at least one
      * person on the desk in any open hour, and an early shift from
      * 09:00 to 13:00 and a late one from 13:00 to 18:00. The desk
      * is open from the first shift's start to the last one's end.
      ******************************************************************
       1000-ENSURE-CONFIG.
           OPEN INPUT DESK-CONFIG-FILE
           IF CONFIG-FILE-OK
               CLOSE DESK-CONFIG-FILE
           ELSE
               OPEN OUTPUT DESK-CONFIG-FILE
               MOVE SPACES TO DESK-CONFIG-RECORD
               MOVE 'T' TO DC-ROW-TYPE
               MOVE 'VIS/HOUR' TO DC-NAME
               MOVE 0060 TO DC-VALUE
               MOVE 0 TO DC-START-HOUR
               MOVE 0 TO DC-END-HOUR
               WRITE DESK-CONFIG-RECORD
               MOVE 'D' TO DC-ROW-TYPE
               MOVE 'DESKDEPT' TO DC-NAME
               MOVE 0050 TO DC-VALUE
               WRITE DESK-CONFIG-RECORD
               MOVE 'M' TO DC-ROW-TYPE
               MOVE 'MINSTAFF' TO DC-NAME
               MOVE 0001 TO DC-VALUE
               WRITE DESK-CONFIG-RECORD
               MOVE 'S' TO DC-ROW-TYPE
               MOVE 'EARLY' TO DC-NAME
               MOVE 0 TO DC-VALUE
               MOVE 09 TO DC-START-HOUR
               MOVE 13 TO DC-END-HOUR
               WRITE DESK-CONFIG-RECORD
               MOVE 'LATE' TO DC-NAME
               MOVE 13 TO DC-START-HOUR
               MOVE 18 TO DC-END-HOUR
               WRITE DESK-CONFIG-RECORD
               CLOSE DESK-CONFIG-FILE
           END-IF.

       1100-LOAD-CONFIG.
           MOVE 0 TO WS-SHIFT-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DESK-CONFIG-FILE
           IF NOT CONFIG-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1110-READ-CONFIG-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               EVALUATE TRUE
                   WHEN DC-VALUE NOT NUMERIC
                       CONTINUE
                   WHEN DC-THROUGHPUT-ROW AND DC-VALUE > 0
                       MOVE DC-VALUE TO WS-THROUGHPUT
                   WHEN DC-DESK-DEPT-ROW
                       MOVE DC-VALUE TO WS-DESK-DEPT
                   WHEN DC-MINIMUM-STAFF-ROW
                       MOVE DC-VALUE TO WS-MINIMUM-STAFF
                   WHEN DC-SHIFT-ROW
                       PERFORM 1120-TAKE-SHIFT-ROW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 1110-READ-CONFIG-ROW
           END-PERFORM
           IF CONFIG-FILE-OK OR WS-CONFIG-STATUS = '10'
               CLOSE DESK-CONFIG-FILE
           END-IF
           IF WS-SHIFT-COUNT = 0
               MOVE 1 TO WS-SHIFT-COUNT
               MOVE 'DAY' TO SHF-NAME(1)
               MOVE 09 TO SHF-START-HOUR(1)
               MOVE 18 TO SHF-END-HOUR(1)
           END-IF
           MOVE 24 TO WS-OPEN-FROM
           MOVE 0 TO WS-OPEN-TO
           PERFORM 1130-WIDEN-OPEN-HOURS
               VARYING SHFX FROM 1 BY 1 UNTIL SHFX > WS-SHIFT-COUNT
           COMPUTE WS-OPEN-HOURS = WS-OPEN-TO - WS-OPEN-FROM.

       1110-READ-CONFIG-ROW.
           READ DESK-CONFIG-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1120-TAKE-SHIFT-ROW.
           IF DC-START-HOUR NUMERIC AND DC-END-HOUR NUMERIC
               AND DC-END-HOUR > DC-START-HOUR
               AND DC-END-HOUR NOT > 24
               AND WS-SHIFT-COUNT < 9
               ADD 1 TO WS-SHIFT-COUNT
               SET SHFX TO WS-SHIFT-COUNT
               MOVE DC-NAME TO SHF-NAME(SHFX)
               MOVE DC-START-HOUR TO SHF-START-HOUR(SHFX)
               MOVE DC-END-HOUR TO SHF-END-HOUR(SHFX)
           END-IF.

       1130-WIDEN-OPEN-HOURS.
           IF SHF-START-HOUR(SHFX) < WS-OPEN-FROM
               MOVE SHF-START-HOUR(SHFX) TO WS-OPEN-FROM
           END-IF
           IF SHF-END-HOUR(SHFX) > WS-OPEN-TO
               MOVE SHF-END-HOUR(SHFX) TO WS-OPEN-TO
           END-IF.

      ******************************************************************
      * Day 1 of the standard date integers was a Monday, so
      * remainder 0 is Sunday -- weekday slot 1 -- the same
      * arithmetic TICKET-TREND and DATEUTIL use.
      ******************************************************************
       1200-SET-UP-DAYS.
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-DAY-SUB
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-DATE-NUM TO DAY-DATE(WS-DAY-SUB)
           DIVIDE WS-WORK-INT BY 7
               GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-DAY-OF-WEEK
           ADD 1 TO WS-DAY-OF-WEEK
           MOVE WS-DAY-OF-WEEK TO DAY-WEEKDAY(WS-DAY-SUB)
           MOVE 0 TO DAY-GROUP-HEADS(WS-DAY-SUB)
           MOVE 0 TO DAY-ACTIVE-PASSES(WS-DAY-SUB)
           MOVE 0 TO DAY-AVAILABLE(WS-DAY-SUB)
           MOVE 0 TO DAY-EXPECTED(WS-DAY-SUB)
           PERFORM 1210-CLEAR-ONE-HOUR
               VARYING WS-HOUR-SUB FROM 1 BY 1 UNTIL WS-HOUR-SUB > 24.

       1210-CLEAR-ONE-HOUR.
           MOVE 0 TO HR-WALKUP(WS-DAY-SUB, WS-HOUR-SUB)
           MOVE 0 TO HR-PASS(WS-DAY-SUB, WS-HOUR-SUB)
           MOVE 0 TO HR-GROUP(WS-DAY-SUB, WS-HOUR-SUB)
           MOVE 0 TO HR-EXPECTED(WS-DAY-SUB, WS-HOUR-SUB)
           MOVE 0 TO HR-CAPACITY(WS-DAY-SUB, WS-HOUR-SUB)
           MOVE 0 TO HR-SOLD(WS-DAY-SUB, WS-HOUR-SUB)
           MOVE 0 TO HR-STAFF(WS-DAY-SUB, WS-HOUR-SUB)
           MOVE 'N' TO HR-SESSION-FLAG(WS-DAY-SUB, WS-HOUR-SUB)
           MOVE SPACES TO HR-NOTE(WS-DAY-SUB, WS-HOUR-SUB).

      ******************************************************************
      * Every stamped admission before today counts toward its
      * weekday and hour; a void takes its admission back out.
      * Group sales are left out because the booked groups are added
      * from the reservations, and voucher and deposit rows are not
      * admissions at all.
      ******************************************************************
       2000-ACCUMULATE-ONE-FILE.
           MOVE 'N' TO WS-END-OF-TRANSACTIONS
           OPEN INPUT TRANSACTION-FILE
           IF NOT TRANSACTION-FILE-OK
               MOVE 'Y' TO WS-END-OF-TRANSACTIONS
           ELSE
               PERFORM 2100-READ-TRANSACTION-ROW
           END-IF
           PERFORM UNTIL NO-MORE-TRANSACTIONS
               IF TS-DATE NUMERIC AND TS-TIME(1:2) NUMERIC
                   AND TS-DATE < WS-TODAY
                   AND NOT TS-VOUCHER-ROW
                   AND TS-CATEGORY NOT = 'GROUP'
                   AND TS-CATEGORY NOT = 'GROUPDEP'
                   PERFORM 2200-TAKE-ONE-TRANSACTION
               END-IF
               PERFORM 2100-READ-TRANSACTION-ROW
           END-PERFORM
           IF TRANSACTION-FILE-OK OR WS-TRANSACTION-STATUS = '10'
               CLOSE TRANSACTION-FILE
           END-IF.

       2100-READ-TRANSACTION-ROW.
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-TRANSACTIONS.

       2200-TAKE-ONE-TRANSACTION.
           MOVE TS-TIME(1:2) TO WS-HOUR-INPUT
           IF WS-HOUR-INPUT < 24
               COMPUTE WS-HOUR-SUB = WS-HOUR-INPUT + 1
               MOVE TS-DATE TO WS-ROW-DATE-NUM
               COMPUTE WS-ROW-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ROW-DATE-NUM)
               DIVIDE WS-ROW-DATE-INT BY 7
                   GIVING WS-WEEK-QUOTIENT
                   REMAINDER WS-DAY-OF-WEEK
               ADD 1 TO WS-DAY-OF-WEEK
               IF TS-CATEGORY = 'PASS'
                   IF TS-VOID
                       SUBTRACT 1 FROM
                           HIST-PASS(WS-DAY-OF-WEEK, WS-HOUR-SUB)
                   ELSE
                       ADD 1 TO HIST-PASS(WS-DAY-OF-WEEK, WS-HOUR-SUB)
                   END-IF
               ELSE
                   IF TS-VOID
                       SUBTRACT 1 FROM
                           HIST-WALKUP(WS-DAY-OF-WEEK, WS-HOUR-SUB)
                   ELSE
                       ADD 1 TO
                           HIST-WALKUP(WS-DAY-OF-WEEK, WS-HOUR-SUB)
                   END-IF
               END-IF
               PERFORM 2300-NOTE-TRADING-DATE
           END-IF.

      ******************************************************************
      * Distinct trading dates are counted so the figure is an
      * average day of that weekday, not a total.
      ******************************************************************
       2300-NOTE-TRADING-DATE.
           MOVE 0 TO WS-DATE-MATCH
           PERFORM 2310-MATCH-ONE-DATE
               VARYING WS-DATE-SCAN FROM 1 BY 1
               UNTIL WS-DATE-SCAN > WS-DATE-COUNT
                   OR WS-DATE-MATCH > 0
           IF WS-DATE-MATCH = 0 AND WS-DATE-COUNT < 9999
               ADD 1 TO WS-DATE-COUNT
               SET DTX TO WS-DATE-COUNT
               MOVE TS-DATE TO SEEN-DATE(DTX)
               ADD 1 TO WEEKDAY-DAY-COUNT(WS-DAY-OF-WEEK)
           END-IF.

       2310-MATCH-ONE-DATE.
           IF SEEN-DATE(WS-DATE-SCAN) = TS-DATE
               MOVE WS-DATE-SCAN TO WS-DATE-MATCH
           END-IF.

      ******************************************************************
      * One catalogued archive per pass, skipping names already
      * opened (a rerun catalogues the same day twice) and anything
      * that is not a TICKETSALES archive.
      ******************************************************************
       2500-WALK-THE-ARCHIVES.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF NOT CATALOG-FILE-OK
               MOVE 'Y' TO WS-END-OF-CATALOG
           ELSE
               PERFORM 2510-READ-CATALOG-ROW
           END-IF
           PERFORM UNTIL NO-MORE-CATALOG
               IF ARCHIVE-CATALOG-RECORD(1:16) =
                   'TICKETSALES.txt-'
                   PERFORM 2520-TRY-ONE-ARCHIVE
               END-IF
               PERFORM 2510-READ-CATALOG-ROW
           END-PERFORM
           IF CATALOG-FILE-OK OR WS-CATALOG-STATUS = '10'
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       2510-READ-CATALOG-ROW.
           READ ARCHIVE-CATALOG-FILE
               AT END MOVE 'Y' TO WS-END-OF-CATALOG.

       2520-TRY-ONE-ARCHIVE.
           MOVE 0 TO WS-OPENED-MATCH
           PERFORM 2530-MATCH-ONE-OPENED
               VARYING WS-OPENED-SCAN FROM 1 BY 1
               UNTIL WS-OPENED-SCAN > WS-OPENED-COUNT
                   OR WS-OPENED-MATCH > 0
           IF WS-OPENED-MATCH = 0 AND WS-OPENED-COUNT < 999
               ADD 1 TO WS-OPENED-COUNT
               SET OPNX TO WS-OPENED-COUNT
               MOVE ARCHIVE-CATALOG-RECORD TO OPENED-NAME(OPNX)
               MOVE ARCHIVE-CATALOG-RECORD TO WS-INPUT-FILENAME
               PERFORM 2000-ACCUMULATE-ONE-FILE
           END-IF.

       2530-MATCH-ONE-OPENED.
           IF OPENED-NAME(WS-OPENED-SCAN) = ARCHIVE-CATALOG-RECORD
               MOVE WS-OPENED-SCAN TO WS-OPENED-MATCH
           END-IF.

      ******************************************************************
      * The timed sessions in the window, summed by the hour their
      * entry time falls in (a 0930 session belongs to 09:00).
      ******************************************************************
       3000-LOAD-SESSIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SESSIONS-FILE
           IF NOT SESSIONS-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3010-READ-SESSION-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF SN-SESSION-ID(1:2) NUMERIC
                   AND SN-CAPACITY NUMERIC AND SN-SOLD NUMERIC
                   MOVE SN-DATE TO WS-MATCH-DATE
                   PERFORM 3900-FIND-PLAN-DAY
                   MOVE SN-SESSION-ID(1:2) TO WS-HOUR-INPUT
                   IF WS-DAY-MATCH > 0 AND WS-HOUR-INPUT < 24
                       COMPUTE WS-HOUR-SUB = WS-HOUR-INPUT + 1
                       MOVE 'Y' TO
                           HR-SESSION-FLAG(WS-DAY-MATCH, WS-HOUR-SUB)
                       ADD SN-CAPACITY TO
                           HR-CAPACITY(WS-DAY-MATCH, WS-HOUR-SUB)
                       ADD SN-SOLD TO
                           HR-SOLD(WS-DAY-MATCH, WS-HOUR-SUB)
                   END-IF
               END-IF
               PERFORM 3010-READ-SESSION-ROW
           END-PERFORM
           IF SESSIONS-FILE-OK OR WS-SESSIONS-STATUS = '10'
               CLOSE SESSIONS-FILE
           END-IF.

       3010-READ-SESSION-ROW.
           READ SESSIONS-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3100-LOAD-GROUP-BOOKINGS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT RESERVATION-FILE
           IF NOT RESERVATION-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3110-READ-RESERVATION-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF GR-BOOKED AND GR-HEAD-COUNT NUMERIC
                   MOVE GR-VISIT-DATE TO WS-MATCH-DATE
                   PERFORM 3900-FIND-PLAN-DAY
                   IF WS-DAY-MATCH > 0
                       ADD GR-HEAD-COUNT TO
                           DAY-GROUP-HEADS(WS-DAY-MATCH)
                   END-IF
               END-IF
               PERFORM 3110-READ-RESERVATION-ROW
           END-PERFORM
           IF RESERVATION-FILE-OK OR WS-RESERVATION-STATUS = '10'
               CLOSE RESERVATION-FILE
           END-IF.

       3110-READ-RESERVATION-ROW.
           READ RESERVATION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * Passes valid today set the base the pass-visit history was
      * drawn from; passes valid on each forecast day scale it, so
      * a block of passes expiring next week lowers the forecast.
      ******************************************************************
       3200-COUNT-ACTIVE-PASSES.
           MOVE 0 TO WS-ACTIVE-TODAY
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PASS-FILE
           IF NOT PASS-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3210-READ-PASS-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF PS-ACTIVE
                   IF PS-ISSUE-DATE NOT > WS-TODAY
                       AND PS-EXPIRY-DATE NOT < WS-TODAY
                       ADD 1 TO WS-ACTIVE-TODAY
                   END-IF
                   PERFORM 3220-COUNT-ONE-PASS-DAY
                       VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 14
               END-IF
               PERFORM 3210-READ-PASS-ROW
           END-PERFORM
           IF PASS-FILE-OK OR WS-PASS-STATUS = '10'
               CLOSE PASS-FILE
           END-IF.

       3210-READ-PASS-ROW.
           READ PASS-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3220-COUNT-ONE-PASS-DAY.
           IF PS-ISSUE-DATE NOT > DAY-DATE(WS-DAY-SUB)
               AND PS-EXPIRY-DATE NOT < DAY-DATE(WS-DAY-SUB)
               ADD 1 TO DAY-ACTIVE-PASSES(WS-DAY-SUB)
           END-IF.

      ******************************************************************
      * The ticket desk's current staff: active employees in the
      * configured desk department. One on leave today is still
      * staff -- LEAVETRANS.txt decides which days they are away.
      ******************************************************************
       3300-LOAD-DESK-STAFF.
           MOVE 0 TO WS-DESK-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMPLOYEE-FILE-OK
               DISPLAY 'DESK PLAN: EMPLOYEE MASTER NOT AVAILABLE -- '
                   'NO DESK STAFF COUNTED.'
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               MOVE LOW-VALUES TO EMPLOYEEID-IN
               START EMPLOYEE-FILE KEY IS NOT LESS THAN EMPLOYEEID-IN
                   INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
               END-START
               IF NOT NO-MORE-RECORDS
                   PERFORM 3310-READ-NEXT-EMPLOYEE
               END-IF
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF DEPTCODE-IN = WS-DESK-DEPT
                   AND (EMP-ACTIVE OR EMP-ON-LEAVE)
                   AND WS-DESK-COUNT < 999
                   ADD 1 TO WS-DESK-COUNT
                   SET DSKX TO WS-DESK-COUNT
                   MOVE EMPLOYEEID-IN TO DSK-EMPLOYEE-ID(DSKX)
                   PERFORM 3320-CLEAR-ONE-LEAVE-DAY
                       VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 14
               END-IF
               PERFORM 3310-READ-NEXT-EMPLOYEE
           END-PERFORM
           IF EMPLOYEE-FILE-OK OR WS-EMPLOYEE-STATUS = '10'
               CLOSE EMPLOYEE-FILE
           END-IF.

       3310-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

       3320-CLEAR-ONE-LEAVE-DAY.
           MOVE 'N' TO DSK-LEAVE-DAY(DSKX, WS-DAY-SUB).

      ******************************************************************
      * Leave is recorded on LEAVETRANS.txt only once granted, so any
      * row whose dates cover a forecast day takes that person off
      * the desk for the day, whatever the type.
      ******************************************************************
       3400-MARK-LEAVE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LEAVE-TRANS-FILE
           IF NOT LEAVE-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3410-READ-LEAVE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE 0 TO WS-DESK-MATCH
               PERFORM 3420-MATCH-ONE-DESK
                   VARYING WS-DESK-SCAN FROM 1 BY 1
                   UNTIL WS-DESK-SCAN > WS-DESK-COUNT
                       OR WS-DESK-MATCH > 0
               IF WS-DESK-MATCH > 0
                   PERFORM 3430-MARK-ONE-LEAVE-DAY
                       VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 14
               END-IF
               PERFORM 3410-READ-LEAVE-ROW
           END-PERFORM
           IF LEAVE-FILE-OK OR WS-LEAVE-STATUS = '10'
               CLOSE LEAVE-TRANS-FILE
           END-IF
           PERFORM 3440-COUNT-AVAILABLE
               VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 14.

       3410-READ-LEAVE-ROW.
           READ LEAVE-TRANS-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3420-MATCH-ONE-DESK.
           IF DSK-EMPLOYEE-ID(WS-DESK-SCAN) = LV-EMPLOYEE-ID
               MOVE WS-DESK-SCAN TO WS-DESK-MATCH
           END-IF.

       3430-MARK-ONE-LEAVE-DAY.
           IF LV-FROM-DATE NOT > DAY-DATE(WS-DAY-SUB)
               AND LV-TO-DATE NOT < DAY-DATE(WS-DAY-SUB)
               MOVE 'Y' TO DSK-LEAVE-DAY(WS-DESK-MATCH, WS-DAY-SUB)
           END-IF.

       3440-COUNT-AVAILABLE.
           MOVE 0 TO DAY-AVAILABLE(WS-DAY-SUB)
           PERFORM 3450-COUNT-ONE-DESK
               VARYING DSKX FROM 1 BY 1 UNTIL DSKX > WS-DESK-COUNT.

       3450-COUNT-ONE-DESK.
           IF DSK-LEAVE-DAY(DSKX, WS-DAY-SUB) NOT = 'Y'
               ADD 1 TO DAY-AVAILABLE(WS-DAY-SUB)
           END-IF.

       3900-FIND-PLAN-DAY.
           MOVE 0 TO WS-DAY-MATCH
           PERFORM 3910-MATCH-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 14 OR WS-DAY-MATCH > 0.

       3910-MATCH-ONE-DAY.
           IF DAY-DATE(WS-DAY-SUB) = WS-MATCH-DATE
               MOVE WS-DAY-SUB TO WS-DAY-MATCH
           END-IF.

      ******************************************************************
      * Each open hour: the weekday's average walk-ups, its average
      * pass visits scaled to the day's pass base, and an even share
      * of the day's booked group heads (the first hours take any
      * odd heads). Sessions then raise the hour to what is already
      * sold and hold it to their capacity.
      ******************************************************************
       4000-FORECAST-ONE-DAY.
           MOVE 0 TO WS-GROUP-PER-HOUR
           MOVE 0 TO WS-GROUP-LEFT-OVER
           IF WS-OPEN-HOURS > 0
               DIVIDE DAY-GROUP-HEADS(WS-DAY-SUB) BY WS-OPEN-HOURS
                   GIVING WS-GROUP-PER-HOUR
                   REMAINDER WS-GROUP-LEFT-OVER
           END-IF
           MOVE DAY-WEEKDAY(WS-DAY-SUB) TO WS-DAY-OF-WEEK
           MOVE 0 TO WS-OPEN-SEQ
           COMPUTE WS-HOUR-SUB = WS-OPEN-FROM + 1
           PERFORM 4100-FORECAST-ONE-HOUR
               UNTIL WS-HOUR-SUB > WS-OPEN-TO.

       4100-FORECAST-ONE-HOUR.
           ADD 1 TO WS-OPEN-SEQ
           IF WEEKDAY-DAY-COUNT(WS-DAY-OF-WEEK) > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   HIST-WALKUP(WS-DAY-OF-WEEK, WS-HOUR-SUB) /
                   WEEKDAY-DAY-COUNT(WS-DAY-OF-WEEK)
               IF WS-AVERAGE > 0
                   COMPUTE HR-WALKUP(WS-DAY-SUB, WS-HOUR-SUB) ROUNDED
                       = WS-AVERAGE
               END-IF
               IF WS-ACTIVE-TODAY > 0
                   COMPUTE WS-AVERAGE ROUNDED =
                       HIST-PASS(WS-DAY-OF-WEEK, WS-HOUR-SUB) /
                       WEEKDAY-DAY-COUNT(WS-DAY-OF-WEEK) *
                       DAY-ACTIVE-PASSES(WS-DAY-SUB) / WS-ACTIVE-TODAY
                   IF WS-AVERAGE > 0
                       COMPUTE HR-PASS(WS-DAY-SUB, WS-HOUR-SUB)
                           ROUNDED = WS-AVERAGE
                   END-IF
               END-IF
           END-IF
           MOVE WS-GROUP-PER-HOUR TO HR-GROUP(WS-DAY-SUB, WS-HOUR-SUB)
           IF WS-OPEN-SEQ NOT > WS-GROUP-LEFT-OVER
               ADD 1 TO HR-GROUP(WS-DAY-SUB, WS-HOUR-SUB)
           END-IF
           COMPUTE HR-EXPECTED(WS-DAY-SUB, WS-HOUR-SUB) =
               HR-WALKUP(WS-DAY-SUB, WS-HOUR-SUB) +
               HR-PASS(WS-DAY-SUB, WS-HOUR-SUB) +
               HR-GROUP(WS-DAY-SUB, WS-HOUR-SUB)
           IF HR-HAS-SESSIONS(WS-DAY-SUB, WS-HOUR-SUB)
               IF HR-EXPECTED(WS-DAY-SUB, WS-HOUR-SUB) <
                   HR-SOLD(WS-DAY-SUB, WS-HOUR-SUB)
                   MOVE HR-SOLD(WS-DAY-SUB, WS-HOUR-SUB) TO
                       HR-EXPECTED(WS-DAY-SUB, WS-HOUR-SUB)
                   MOVE 'PRE-SOLD' TO HR-NOTE(WS-DAY-SUB, WS-HOUR-SUB)
               END-IF
               IF HR-EXPECTED(WS-DAY-SUB, WS-HOUR-SUB) >
                   HR-CAPACITY(WS-DAY-SUB, WS-HOUR-SUB)
                   MOVE HR-CAPACITY(WS-DAY-SUB, WS-HOUR-SUB) TO
                       HR-EXPECTED(WS-DAY-SUB, WS-HOUR-SUB)
                   MOVE 'SESSION CAP' TO
                       HR-NOTE(WS-DAY-SUB, WS-HOUR-SUB)
               END-IF
           END-IF
           COMPUTE HR-STAFF(WS-DAY-SUB, WS-HOUR-SUB) =
               (HR-EXPECTED(WS-DAY-SUB, WS-HOUR-SUB) +
                WS-THROUGHPUT - 1) / WS-THROUGHPUT
               ON SIZE ERROR MOVE 999 TO
                   HR-STAFF(WS-DAY-SUB, WS-HOUR-SUB)
           END-COMPUTE
           IF HR-STAFF(WS-DAY-SUB, WS-HOUR-SUB) < WS-MINIMUM-STAFF
               MOVE WS-MINIMUM-STAFF TO
                   HR-STAFF(WS-DAY-SUB, WS-HOUR-SUB)
           END-IF
           ADD HR-EXPECTED(WS-DAY-SUB, WS-HOUR-SUB) TO
               DAY-EXPECTED(WS-DAY-SUB)
           ADD 1 TO WS-HOUR-SUB.

       5000-WRITE-REPORT.
           OPEN OUTPUT PLAN-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DESK STAFFING PLAN -- RUN ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ', FORECAST ' DELIMITED BY SIZE
               DAY-DATE(1) DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               DAY-DATE(14) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-THROUGHPUT TO WS-HEADS-FMT
           MOVE WS-DESK-COUNT TO WS-STAFF-FMT
           STRING 'THROUGHPUT ' DELIMITED BY SIZE
               WS-HEADS-FMT DELIMITED BY SIZE
               ' VISITORS PER STAFF-HOUR; DESK DEPARTMENT '
                   DELIMITED BY SIZE
               WS-DESK-DEPT DELIMITED BY SIZE
               ', ' DELIMITED BY SIZE
               WS-STAFF-FMT DELIMITED BY SIZE
               ' STAFF' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'EXPECTED VISITORS BY DAY AND HOUR' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'DATE     DAY       HOUR  WALK-UP  PASS  GROUP'
               TO WS-REPORT-LINE
           MOVE 'EXPECTED  STAFF' TO WS-REPORT-LINE(48:15)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 5100-WRITE-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 14
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'STAFFING BY SHIFT' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'DATE     DAY       SHIFT    HOURS      REQUIRED'
               TO WS-REPORT-LINE
           MOVE 'AVAILABLE  SHORT/SURPLUS' TO WS-REPORT-LINE(50:24)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 5300-WRITE-DAY-SHIFTS
               VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 14
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-SHIFTS-SHORT TO WS-HEADS-FMT
           STRING 'SHIFTS SHORT OF STAFF: ' DELIMITED BY SIZE
               WS-HEADS-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-STAFF-SHIFTS-SHORT TO WS-COUNT-FMT
           STRING 'STAFF-SHIFTS TO FIND:' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           CLOSE PLAN-REPORT-FILE.

       5100-WRITE-ONE-DAY.
           COMPUTE WS-HOUR-SUB = WS-OPEN-FROM + 1
           PERFORM 5200-WRITE-ONE-HOUR
               UNTIL WS-HOUR-SUB > WS-OPEN-TO
           MOVE DAY-DATE(WS-DAY-SUB) TO WS-REPORT-LINE(1:8)
           MOVE 'DAY TOTAL' TO WS-REPORT-LINE(10:9)
           MOVE DAY-EXPECTED(WS-DAY-SUB) TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(51:5)
           MOVE DAY-GROUP-HEADS(WS-DAY-SUB) TO WS-HEADS-FMT
           STRING 'GROUPS ' DELIMITED BY SIZE
               WS-HEADS-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE(65:11)
           PERFORM 8000-WRITE-REPORT-LINE.

       5200-WRITE-ONE-HOUR.
           MOVE DAY-DATE(WS-DAY-SUB) TO WS-REPORT-LINE(1:8)
           MOVE WEEKDAY-NAME(DAY-WEEKDAY(WS-DAY-SUB))
               TO WS-REPORT-LINE(10:9)
           COMPUTE WS-HOUR-FMT = WS-HOUR-SUB - 1
           STRING WS-HOUR-FMT DELIMITED BY SIZE
               '00' DELIMITED BY SIZE
               INTO WS-REPORT-LINE(20:4)
           MOVE HR-WALKUP(WS-DAY-SUB, WS-HOUR-SUB) TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(28:5)
           MOVE HR-PASS(WS-DAY-SUB, WS-HOUR-SUB) TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(34:5)
           MOVE HR-GROUP(WS-DAY-SUB, WS-HOUR-SUB) TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(41:5)
           MOVE HR-EXPECTED(WS-DAY-SUB, WS-HOUR-SUB) TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(51:5)
           MOVE HR-STAFF(WS-DAY-SUB, WS-HOUR-SUB) TO WS-STAFF-FMT
           MOVE WS-STAFF-FMT TO WS-REPORT-LINE(60:3)
           MOVE HR-NOTE(WS-DAY-SUB, WS-HOUR-SUB) TO
               WS-REPORT-LINE(65:12)
           PERFORM 8000-WRITE-REPORT-LINE
           ADD 1 TO WS-HOUR-SUB.

      ******************************************************************
      * A shift needs the staff of its busiest hour. Everyone on the
      * desk that day could work any one shift, so each shift is
      * held against the day's available staff.
      ******************************************************************
       5300-WRITE-DAY-SHIFTS.
           PERFORM 5400-WRITE-ONE-SHIFT
               VARYING SHFX FROM 1 BY 1 UNTIL SHFX > WS-SHIFT-COUNT.

       5400-WRITE-ONE-SHIFT.
           MOVE 0 TO WS-SHIFT-REQUIRED
           COMPUTE WS-HOUR-SUB = SHF-START-HOUR(SHFX) + 1
           PERFORM 5410-TAKE-SHIFT-HOUR
               UNTIL WS-HOUR-SUB > SHF-END-HOUR(SHFX)
           COMPUTE WS-SHIFT-DIFFERENCE =
               DAY-AVAILABLE(WS-DAY-SUB) - WS-SHIFT-REQUIRED
           MOVE DAY-DATE(WS-DAY-SUB) TO WS-REPORT-LINE(1:8)
           MOVE WEEKDAY-NAME(DAY-WEEKDAY(WS-DAY-SUB))
               TO WS-REPORT-LINE(10:9)
           MOVE SHF-NAME(SHFX) TO WS-REPORT-LINE(20:8)
           MOVE SHF-START-HOUR(SHFX) TO WS-HOUR-FMT
           MOVE WS-HOUR-FMT TO WS-REPORT-LINE(29:2)
           MOVE '00-' TO WS-REPORT-LINE(31:3)
           MOVE SHF-END-HOUR(SHFX) TO WS-HOUR-FMT
           MOVE WS-HOUR-FMT TO WS-REPORT-LINE(34:2)
           MOVE '00' TO WS-REPORT-LINE(36:2)
           MOVE WS-SHIFT-REQUIRED TO WS-HEADS-FMT
           MOVE WS-HEADS-FMT TO WS-REPORT-LINE(44:4)
           MOVE DAY-AVAILABLE(WS-DAY-SUB) TO WS-HEADS-FMT
           MOVE WS-HEADS-FMT TO WS-REPORT-LINE(55:4)
           EVALUATE TRUE
               WHEN WS-SHIFT-DIFFERENCE < 0
                   COMPUTE WS-HEADS-FMT = 0 - WS-SHIFT-DIFFERENCE
                   MOVE WS-HEADS-FMT TO WS-REPORT-LINE(61:4)
                   MOVE 'SHORT' TO WS-REPORT-LINE(66:5)
                   ADD 1 TO WS-SHIFTS-SHORT
                   SUBTRACT WS-SHIFT-DIFFERENCE FROM
                       WS-STAFF-SHIFTS-SHORT
               WHEN WS-SHIFT-DIFFERENCE > 0
                   MOVE WS-SHIFT-DIFFERENCE TO WS-HEADS-FMT
                   MOVE WS-HEADS-FMT TO WS-REPORT-LINE(61:4)
                   MOVE 'SURPLUS' TO WS-REPORT-LINE(66:7)
               WHEN OTHER
                   MOVE 'BALANCED' TO WS-REPORT-LINE(64:8)
           END-EVALUATE
           PERFORM 8000-WRITE-REPORT-LINE.

       5410-TAKE-SHIFT-HOUR.
           IF HR-STAFF(WS-DAY-SUB, WS-HOUR-SUB) > WS-SHIFT-REQUIRED
               MOVE HR-STAFF(WS-DAY-SUB, WS-HOUR-SUB) TO
                   WS-SHIFT-REQUIRED
           END-IF
           ADD 1 TO WS-HOUR-SUB.

       8000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PLAN-REPORT-RECORD
           WRITE PLAN-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM DESK-PLAN.
