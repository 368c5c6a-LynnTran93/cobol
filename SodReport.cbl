      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Segregation-of-duties conflict report. OPER-MAINT's
      *          access review shows who holds which role; this shows
      *          what the ids actually did with it in a month, from
      *          the activity trails, and lists every conflict with
      *          the trail lines behind it for the auditors:
      *            1. the same person as maker and checker on a stock
      *               change (STOCKAPPR.LOG, with any still-pending
      *               STOCKPEND.txt entry the maker has for the
      *               symbol) -- the same operator id, or two ids
      *               linked to one employee;
      *            2. an operator changing their own employee record
      *               or pay grade (EMPAUDIT.LOG detail lines);
      *            3. an operator posting to a client account tied
      *               to their own employee id on the STAFFACCT.txt
      *               staff account register (POSJRNL.txt, with the
      *               matching TRADELOG.txt rows);
      *            4. an administrator changing their own operator id
      *               (or one linked to the same employee) on
      *               OPERATORS.txt and then using it the same day --
      *               the OPER-MAINT change lines on SHOPLOG.txt,
      *               then a later sign-on, approval, stock entry,
      *               employee change or position change by that id.
      *          Operator ids tie to employees through OP-EMPLOYEE-ID.
      *          A trail that is not on disk is noted and its checks
      *          are skipped. Written to SODREPORT.txt, also
      *          displayed.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "../OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT STAFF-ACCOUNT-FILE ASSIGN TO "../STAFFACCT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT SHOP-LOG-FILE ASSIGN TO "../SHOPLOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOPLOG-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "../STOCKAPPR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT PENDING-FILE ASSIGN TO "../STOCKPEND.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'EMPAUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT POSITION-JOURNAL-FILE ASSIGN TO "../POSJRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT TRADE-LOG-FILE ASSIGN TO "../TRADELOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADE-STATUS.
           SELECT SOD-REPORT-FILE ASSIGN TO "../SODREPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY OPERREC.

       FD STAFF-ACCOUNT-FILE.
           COPY STAFFREC.

       FD SHOP-LOG-FILE.
       01 SHOP-LOG-RECORD.
           05 SL-STAMP                PIC X(15).
           05 FILLER                  PIC X.
           05 SL-SEVERITY             PIC X.
           05 FILLER                  PIC X.
           05 SL-PROGRAM              PIC X(12).
           05 FILLER                  PIC X.
           05 SL-TEXT.
               10 SL-TEXT-OPERATOR    PIC X(9).
               10 SL-TEXT-ID          PIC X(10).
               10 FILLER              PIC X.
               10 SL-TEXT-VERB        PIC X(9).
               10 FILLER              PIC X(11).
               10 SL-TEXT-ADMIN       PIC X(10).
               10 FILLER              PIC X(10).
           05 FILLER                  PIC X(9).

       FD APPROVAL-LOG-FILE.
       01 APPROVAL-LOG-RECORD.
           05 AL-STAMP                PIC X(15).
           05 FILLER                  PIC X.
           05 AL-ACTION               PIC X.
           05 FILLER                  PIC X.
           05 AL-SYMBOL               PIC X(7).
           05 FILLER                  PIC X.
           05 AL-DECISION             PIC X(8).
           05 FILLER                  PIC X(7).
           05 AL-MAKER                PIC X(10).
           05 FILLER                  PIC X(9).
           05 AL-CHECKER              PIC X(10).
           05 FILLER                  PIC X(10).

       FD PENDING-FILE.
           COPY STOCKPND.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 EA-STAMP                PIC X(15).
           05 FILLER                  PIC X(10).
           05 EA-OPERATOR             PIC X(10).
           05 EA-EMPLOYEE-TAG         PIC X(10).
           05 EA-EMPLOYEE-ID          PIC X(6).
           05 FILLER                  PIC X.
           05 EA-ACTION               PIC X(10).
           05 FILLER                  PIC X(18).

       FD POSITION-JOURNAL-FILE.
           COPY PJNLREC.

       FD TRADE-LOG-FILE.
           COPY TRDREC.

       FD SOD-REPORT-FILE.
       01 SOD-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC X(2) VALUE '00'.
           88 OPERATOR-FILE-OK         VALUE '00'.
       01 WS-END-OF-OPERATORS     PIC X VALUE 'N'.
           88 NO-MORE-OPERATORS        VALUE 'Y'.
       01 WS-STAFF-STATUS         PIC X(2) VALUE '00'.
           88 STAFF-FILE-OK            VALUE '00'.
       01 WS-END-OF-STAFF         PIC X VALUE 'N'.
           88 NO-MORE-STAFF            VALUE 'Y'.
       01 WS-SHOPLOG-STATUS       PIC X(2) VALUE '00'.
           88 SHOPLOG-FILE-OK          VALUE '00'.
       01 WS-END-OF-SHOPLOG       PIC X VALUE 'N'.
           88 NO-MORE-SHOPLOG          VALUE 'Y'.
       01 WS-APPROVAL-STATUS      PIC X(2) VALUE '00'.
           88 APPROVAL-FILE-OK         VALUE '00'.
       01 WS-END-OF-APPROVALS     PIC X VALUE 'N'.
           88 NO-MORE-APPROVALS        VALUE 'Y'.
       01 WS-PENDING-STATUS       PIC X(2) VALUE '00'.
           88 PENDING-FILE-OK          VALUE '00'.
       01 WS-END-OF-PENDING       PIC X VALUE 'N'.
           88 NO-MORE-PENDING          VALUE 'Y'.
       01 WS-AUDIT-STATUS         PIC X(2) VALUE '00'.
           88 AUDIT-FILE-OK            VALUE '00'.
       01 WS-END-OF-AUDIT         PIC X VALUE 'N'.
           88 NO-MORE-AUDIT            VALUE 'Y'.
       01 WS-JOURNAL-STATUS       PIC X(2) VALUE '00'.
           88 JOURNAL-FILE-OK          VALUE '00'.
       01 WS-END-OF-JOURNAL       PIC X VALUE 'N'.
           88 NO-MORE-JOURNAL          VALUE 'Y'.
       01 WS-TRADE-STATUS         PIC X(2) VALUE '00'.
           88 TRADE-FILE-OK            VALUE '00'.
       01 WS-END-OF-TRADES        PIC X VALUE 'N'.
           88 NO-MORE-TRADES           VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-MONTH-INPUT          PIC X(6).
       01 WS-REVIEW-MONTH.
           05 WS-REVIEW-YEAR          PIC 9(4).
           05 WS-REVIEW-MM            PIC 9(2).
       01 WS-MONTH-VALID          PIC X VALUE 'Y'.

       01 WS-OPER-COUNT           PIC 9(3) VALUE 0.
       01 WS-OPER-TABLE.
           05 OPR-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-OPER-COUNT
               INDEXED BY OPRX.
               10 OPR-ID              PIC X(10).
               10 OPR-EMPID           PIC X(6).
       01 WS-LOOKUP-ID            PIC X(10).
       01 WS-LOOKUP-EMPID         PIC X(6).
       01 WS-MAKER-EMPID          PIC X(6).

       01 WS-STAFF-COUNT          PIC 9(3) VALUE 0.
       01 WS-STAFF-TABLE.
           05 STF-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-STAFF-COUNT
               INDEXED BY STFX.
               10 STF-EMPID           PIC X(6).
               10 STF-ACCOUNT         PIC X(8).
               10 STF-TIE             PIC X.
       01 WS-STAFF-MATCH          PIC 9(3) VALUE 0.

      *    OPER-MAINT changes in the month where the administrator
      *    changed their own id, or one tied to the same employee,
      *    and the later same-day uses of that id found in the trails
       01 WS-ACCESS-COUNT         PIC 9(3) VALUE 0.
       01 WS-ACCESS-TABLE.
           05 ACC-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-ACCESS-COUNT
               INDEXED BY ACCX.
               10 ACC-STAMP           PIC X(15).
               10 ACC-TARGET          PIC X(10).
               10 ACC-VERB            PIC X(9).
               10 ACC-ADMIN           PIC X(10).
               10 ACC-LINE            PIC X(100).
               10 ACC-USES            PIC 9(3).
       01 WS-USE-COUNT            PIC 9(3) VALUE 0.
       01 WS-USE-TABLE.
           05 USE-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-USE-COUNT
               INDEXED BY USEX.
               10 USE-EVENT           PIC 9(3).
               10 USE-FILE            PIC X(9).
               10 USE-LINE            PIC X(100).
       01 WS-USE-OPERATOR         PIC X(10).
       01 WS-USE-STAMP            PIC X(15).
       01 WS-USE-FILE             PIC X(9).
       01 WS-USE-LINE             PIC X(100).
       01 WS-EVENT-SUB            PIC 9(3) VALUE 0.

       01 WS-CONFLICT-COUNT       PIC 9(3) VALUE 0.
       01 WS-SECTION-COUNT        PIC 9(3) VALUE 0.
       01 WS-CONFLICT-TEXT        PIC X(100).
       01 WS-EVIDENCE-FILE        PIC X(9).
       01 WS-EVIDENCE-LINE        PIC X(100).
       01 WS-MATCH-ACCOUNT        PIC X(8).
       01 WS-MATCH-SYMBOL         PIC X(7).
       01 WS-MATCH-DATE           PIC X(8).
       01 WS-MATCH-MAKER          PIC X(10).

       01 WS-COUNT-FMT            PIC ZZ9.
       01 WS-REPORT-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-GET-REVIEW-MONTH
           IF WS-MONTH-VALID = 'Y'
               PERFORM 1000-LOAD-OPERATORS
               PERFORM 1200-LOAD-STAFF-ACCOUNTS
               OPEN OUTPUT SOD-REPORT-FILE
               STRING 'SEGREGATION OF DUTIES CONFLICTS FOR '
                   DELIMITED BY SIZE
                   WS-REVIEW-MONTH DELIMITED BY SIZE
                   '   RUN ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               PERFORM 2000-SCAN-SHOP-LOG
               PERFORM 3000-MAKER-CHECKER-SECTION
               PERFORM 3500-SCAN-PENDING-USES
               PERFORM 4000-OWN-RECORD-SECTION
               PERFORM 5000-OWN-ACCOUNT-SECTION
               PERFORM 6000-ACCESS-USE-SECTION
               MOVE WS-CONFLICT-COUNT TO WS-COUNT-FMT
               STRING 'TOTAL CONFLICTS: ' DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               CLOSE SOD-REPORT-FILE
           END-IF
           GOBACK.

      ******************************************************************
      * Blank takes last month, the usual monthly run.
      ******************************************************************
       0100-GET-REVIEW-MONTH.
           DISPLAY 'Month to review (YYYYMM, blank = last month):'
           ACCEPT WS-MONTH-INPUT
           IF WS-MONTH-INPUT = SPACES
               MOVE WS-TODAY(1:6) TO WS-REVIEW-MONTH
               IF WS-REVIEW-MM = 1
                   MOVE 12 TO WS-REVIEW-MM
                   SUBTRACT 1 FROM WS-REVIEW-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-REVIEW-MM
               END-IF
           ELSE
               MOVE WS-MONTH-INPUT TO WS-REVIEW-MONTH
           END-IF
           IF WS-REVIEW-MONTH NOT NUMERIC
               OR WS-REVIEW-MM < 1 OR WS-REVIEW-MM > 12
               DISPLAY 'Month must be YYYYMM.'
               MOVE 'N' TO WS-MONTH-VALID
           END-IF.

       1000-LOAD-OPERATORS.
           MOVE 0 TO WS-OPER-COUNT
           OPEN INPUT OPERATOR-FILE
           IF NOT OPERATOR-FILE-OK
               MOVE 'Y' TO WS-END-OF-OPERATORS
           ELSE
               PERFORM 1100-READ-OPERATOR-ROW
           END-IF
           PERFORM UNTIL NO-MORE-OPERATORS
               IF WS-OPER-COUNT < 999
                   ADD 1 TO WS-OPER-COUNT
                   SET OPRX TO WS-OPER-COUNT
                   MOVE OP-ID TO OPR-ID(OPRX)
                   MOVE OP-EMPLOYEE-ID TO OPR-EMPID(OPRX)
               END-IF
               PERFORM 1100-READ-OPERATOR-ROW
           END-PERFORM
           IF OPERATOR-FILE-OK OR WS-OPERATOR-STATUS = '10'
               CLOSE OPERATOR-FILE
           END-IF.

       1100-READ-OPERATOR-ROW.
           READ OPERATOR-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-OPERATORS
           END-READ.

       1200-LOAD-STAFF-ACCOUNTS.
           MOVE 0 TO WS-STAFF-COUNT
           OPEN INPUT STAFF-ACCOUNT-FILE
           IF NOT STAFF-FILE-OK
               MOVE 'Y' TO WS-END-OF-STAFF
           ELSE
               PERFORM 1210-READ-STAFF-ROW
           END-IF
           PERFORM UNTIL NO-MORE-STAFF
               IF WS-STAFF-COUNT < 999
                   AND SA-EMPLOYEE-ID NOT = SPACES
                   ADD 1 TO WS-STAFF-COUNT
                   SET STFX TO WS-STAFF-COUNT
                   MOVE SA-EMPLOYEE-ID TO STF-EMPID(STFX)
                   MOVE SA-ACCOUNT-ID TO STF-ACCOUNT(STFX)
                   MOVE SA-TIE TO STF-TIE(STFX)
               END-IF
               PERFORM 1210-READ-STAFF-ROW
           END-PERFORM
           IF STAFF-FILE-OK OR WS-STAFF-STATUS = '10'
               CLOSE STAFF-ACCOUNT-FILE
           END-IF.

       1210-READ-STAFF-ROW.
           READ STAFF-ACCOUNT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-STAFF
           END-READ.

      ******************************************************************
      * Shop log pass. An OPER-MAINT change in the month to the
      * administrator's own id, or to an id tied to the same
      * employee, is held as an access event (a delete gives no new
      * access and is passed over). A later sign-on line for the
      * changed id is a use of it; the log is in time order, so any
      * event it could belong to has already been held.
      ******************************************************************
       2000-SCAN-SHOP-LOG.
           OPEN INPUT SHOP-LOG-FILE
           IF NOT SHOPLOG-FILE-OK
               MOVE 'SHOPLOG.txt NOT ON FILE -- ACCESS CHANGES AND SIGN-
      -            'ONS NOT REVIEWED.' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE 'Y' TO WS-END-OF-SHOPLOG
           ELSE
               PERFORM 2100-READ-SHOP-LOG-ROW
           END-IF
           PERFORM UNTIL NO-MORE-SHOPLOG
               IF SL-STAMP(1:6) = WS-REVIEW-MONTH
                   AND SL-TEXT-OPERATOR = 'OPERATOR '
                   EVALUATE TRUE
                       WHEN SL-PROGRAM = 'OPER-MAINT'
                           AND SL-TEXT-VERB NOT = 'DELETED'
                           PERFORM 2200-HOLD-ACCESS-EVENT
                       WHEN SL-PROGRAM = 'SHOP-MENU'
                           AND SL-TEXT-VERB = 'SIGNED ON'
                           MOVE SL-TEXT-ID TO WS-USE-OPERATOR
                           MOVE SL-STAMP TO WS-USE-STAMP
                           MOVE 'SHOPLOG' TO WS-USE-FILE
                           MOVE SHOP-LOG-RECORD TO WS-USE-LINE
                           PERFORM 7000-CHECK-ACCESS-USE
                   END-EVALUATE
               END-IF
               PERFORM 2100-READ-SHOP-LOG-ROW
           END-PERFORM
           IF SHOPLOG-FILE-OK OR WS-SHOPLOG-STATUS = '10'
               CLOSE SHOP-LOG-FILE
           END-IF.

       2100-READ-SHOP-LOG-ROW.
           READ SHOP-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-SHOPLOG
           END-READ.

       2200-HOLD-ACCESS-EVENT.
           MOVE SL-TEXT-ADMIN TO WS-LOOKUP-ID
           PERFORM 7100-FIND-EMPLOYEE-LINK
           MOVE WS-LOOKUP-EMPID TO WS-MAKER-EMPID
           MOVE SL-TEXT-ID TO WS-LOOKUP-ID
           PERFORM 7100-FIND-EMPLOYEE-LINK
           IF (SL-TEXT-ID = SL-TEXT-ADMIN
                   AND SL-TEXT-ADMIN NOT = SPACES)
               OR (WS-MAKER-EMPID NOT = SPACES
                   AND WS-LOOKUP-EMPID = WS-MAKER-EMPID)
               IF WS-ACCESS-COUNT < 200
                   ADD 1 TO WS-ACCESS-COUNT
                   SET ACCX TO WS-ACCESS-COUNT
                   MOVE SL-STAMP TO ACC-STAMP(ACCX)
                   MOVE SL-TEXT-ID TO ACC-TARGET(ACCX)
                   MOVE SL-TEXT-VERB TO ACC-VERB(ACCX)
                   MOVE SL-TEXT-ADMIN TO ACC-ADMIN(ACCX)
                   MOVE SHOP-LOG-RECORD TO ACC-LINE(ACCX)
                   MOVE 0 TO ACC-USES(ACCX)
               END-IF
           END-IF.

      ******************************************************************
      * Section 1. STOCK-APPROVE refuses an approval by the maker's
      * own id, so a conflict here is two ids held by one employee
      * (or a line from before that check). Both ids also count as
      * uses for section 4.
      ******************************************************************
       3000-MAKER-CHECKER-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE '1. SAME PERSON AS MAKER AND CHECKER ON A STOCK CHANGE'
               TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN INPUT APPROVAL-LOG-FILE
           IF NOT APPROVAL-FILE-OK
               MOVE '   STOCKAPPR.LOG NOT ON FILE -- CHECK NOT RUN.'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE 'Y' TO WS-END-OF-APPROVALS
           ELSE
               PERFORM 3100-READ-APPROVAL-ROW
           END-IF
           PERFORM UNTIL NO-MORE-APPROVALS
               IF AL-STAMP(1:6) = WS-REVIEW-MONTH
                   PERFORM 3200-CHECK-ONE-APPROVAL
               END-IF
               PERFORM 3100-READ-APPROVAL-ROW
           END-PERFORM
           IF APPROVAL-FILE-OK OR WS-APPROVAL-STATUS = '10'
               CLOSE APPROVAL-LOG-FILE
           END-IF
           PERFORM 8100-WRITE-SECTION-TOTAL.

       3100-READ-APPROVAL-ROW.
           READ APPROVAL-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-APPROVALS
           END-READ.

       3200-CHECK-ONE-APPROVAL.
           MOVE AL-MAKER TO WS-LOOKUP-ID
           PERFORM 7100-FIND-EMPLOYEE-LINK
           MOVE WS-LOOKUP-EMPID TO WS-MAKER-EMPID
           MOVE AL-CHECKER TO WS-LOOKUP-ID
           PERFORM 7100-FIND-EMPLOYEE-LINK
           IF AL-MAKER = AL-CHECKER
               OR (WS-MAKER-EMPID NOT = SPACES
                   AND WS-LOOKUP-EMPID = WS-MAKER-EMPID)
               MOVE SPACES TO WS-CONFLICT-TEXT
               STRING 'SYMBOL ' DELIMITED BY SIZE
                   AL-SYMBOL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AL-DECISION DELIMITED BY SPACE
                   ' -- MAKER ' DELIMITED BY SIZE
                   AL-MAKER DELIMITED BY SPACE
                   ' CHECKER ' DELIMITED BY SIZE
                   AL-CHECKER DELIMITED BY SPACE
                   ' EMPLOYEE ' DELIMITED BY SIZE
                   WS-MAKER-EMPID DELIMITED BY SIZE
                   INTO WS-CONFLICT-TEXT
               PERFORM 8200-WRITE-CONFLICT
               MOVE 'STOCKAPPR' TO WS-EVIDENCE-FILE
               MOVE APPROVAL-LOG-RECORD TO WS-EVIDENCE-LINE
               PERFORM 8300-WRITE-EVIDENCE
               MOVE AL-SYMBOL TO WS-MATCH-SYMBOL
               MOVE AL-MAKER TO WS-MATCH-MAKER
               PERFORM 3300-SHOW-PENDING-EVIDENCE
           END-IF
           MOVE AL-STAMP TO WS-USE-STAMP
           MOVE 'STOCKAPPR' TO WS-USE-FILE
           MOVE APPROVAL-LOG-RECORD TO WS-USE-LINE
           MOVE AL-MAKER TO WS-USE-OPERATOR
           PERFORM 7000-CHECK-ACCESS-USE
           MOVE AL-CHECKER TO WS-USE-OPERATOR
           PERFORM 7000-CHECK-ACCESS-USE.

      ******************************************************************
      * Any entry the same maker still has waiting for the symbol.
      ******************************************************************
       3300-SHOW-PENDING-EVIDENCE.
           MOVE 'N' TO WS-END-OF-PENDING
           OPEN INPUT PENDING-FILE
           IF NOT PENDING-FILE-OK
               MOVE 'Y' TO WS-END-OF-PENDING
           ELSE
               PERFORM 3400-READ-PENDING-ROW
           END-IF
           PERFORM UNTIL NO-MORE-PENDING
               IF PND-SYMBOL = WS-MATCH-SYMBOL
                   AND PND-MAKER-ID = WS-MATCH-MAKER
                   MOVE 'STOCKPEND' TO WS-EVIDENCE-FILE
                   MOVE PENDING-STOCK-RECORD TO WS-EVIDENCE-LINE
                   PERFORM 8300-WRITE-EVIDENCE
               END-IF
               PERFORM 3400-READ-PENDING-ROW
           END-PERFORM
           IF PENDING-FILE-OK OR WS-PENDING-STATUS = '10'
               CLOSE PENDING-FILE
           END-IF.

       3400-READ-PENDING-ROW.
           READ PENDING-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-PENDING
           END-READ.

      ******************************************************************
      * A stock change keyed for approval is a use of the maker's id.
      ******************************************************************
       3500-SCAN-PENDING-USES.
           MOVE 'N' TO WS-END-OF-PENDING
           OPEN INPUT PENDING-FILE
           IF NOT PENDING-FILE-OK
               MOVE 'Y' TO WS-END-OF-PENDING
           ELSE
               PERFORM 3400-READ-PENDING-ROW
           END-IF
           PERFORM UNTIL NO-MORE-PENDING
               MOVE PND-MAKER-ID TO WS-USE-OPERATOR
               MOVE PND-ENTERED-STAMP TO WS-USE-STAMP
               MOVE 'STOCKPEND' TO WS-USE-FILE
               MOVE PENDING-STOCK-RECORD TO WS-USE-LINE
               PERFORM 7000-CHECK-ACCESS-USE
               PERFORM 3400-READ-PENDING-ROW
           END-PERFORM
           IF PENDING-FILE-OK OR WS-PENDING-STATUS = '10'
               CLOSE PENDING-FILE
           END-IF.

      ******************************************************************
      * Section 2, from the EMPLOYEE-RECORDS detail lines (the ones
      * carrying ' EMPLOYEE:'; the session summary lines are
      * skipped). PAY-CHANGE is an update that moved grade or step.
      ******************************************************************
       4000-OWN-RECORD-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE '2. OPERATOR CHANGING THEIR OWN EMPLOYEE RECORD OR PAY G
      -        'RADE' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN INPUT AUDIT-LOG-FILE
           IF NOT AUDIT-FILE-OK
               MOVE '   EMPAUDIT.LOG NOT ON FILE -- CHECK NOT RUN.'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE 'Y' TO WS-END-OF-AUDIT
           ELSE
               PERFORM 4100-READ-AUDIT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-AUDIT
               IF EA-STAMP(1:6) = WS-REVIEW-MONTH
                   AND EA-EMPLOYEE-TAG = ' EMPLOYEE:'
                   PERFORM 4200-CHECK-ONE-AUDIT
               END-IF
               PERFORM 4100-READ-AUDIT-ROW
           END-PERFORM
           IF AUDIT-FILE-OK OR WS-AUDIT-STATUS = '10'
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM 8100-WRITE-SECTION-TOTAL.

       4100-READ-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-AUDIT
           END-READ.

       4200-CHECK-ONE-AUDIT.
           MOVE EA-OPERATOR TO WS-LOOKUP-ID
           PERFORM 7100-FIND-EMPLOYEE-LINK
           IF WS-LOOKUP-EMPID NOT = SPACES
               AND WS-LOOKUP-EMPID = EA-EMPLOYEE-ID
               MOVE SPACES TO WS-CONFLICT-TEXT
               IF EA-ACTION = 'PAY-CHANGE'
                   STRING 'OPERATOR ' DELIMITED BY SIZE
                       EA-OPERATOR DELIMITED BY SPACE
                       ' CHANGED THEIR OWN PAY GRADE -- EMPLOYEE '
                       DELIMITED BY SIZE
                       EA-EMPLOYEE-ID DELIMITED BY SIZE
                       INTO WS-CONFLICT-TEXT
               ELSE
                   STRING 'OPERATOR ' DELIMITED BY SIZE
                       EA-OPERATOR DELIMITED BY SPACE
                       ' CHANGED THEIR OWN EMPLOYEE RECORD ('
                       DELIMITED BY SIZE
                       EA-ACTION DELIMITED BY SPACE
                       ') -- EMPLOYEE ' DELIMITED BY SIZE
                       EA-EMPLOYEE-ID DELIMITED BY SIZE
                       INTO WS-CONFLICT-TEXT
               END-IF
               PERFORM 8200-WRITE-CONFLICT
               MOVE 'EMPAUDIT' TO WS-EVIDENCE-FILE
               MOVE AUDIT-LOG-RECORD TO WS-EVIDENCE-LINE
               PERFORM 8300-WRITE-EVIDENCE
           END-IF
           MOVE EA-OPERATOR TO WS-USE-OPERATOR
           MOVE EA-STAMP TO WS-USE-STAMP
           MOVE 'EMPAUDIT' TO WS-USE-FILE
           MOVE AUDIT-LOG-RECORD TO WS-USE-LINE
           PERFORM 7000-CHECK-ACCESS-USE.

      ******************************************************************
      * Section 3. Every position write by TRADE-BLOTTER, PORT-MAINT,
      * CORP-ACTIONS and the rest lands on POSJRNL.txt with the
      * operator; one to a STAFFACCT.txt account of the operator's
      * own employee is a conflict, shown with the trades posted to
      * that account and symbol on the day.
      ******************************************************************
       5000-OWN-ACCOUNT-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE '3. OPERATOR POSTING TO AN ACCOUNT TIED TO THEIR OWN EMP
      -        'LOYEE ID' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-STAFF-COUNT = 0
               MOVE '   NO STAFFACCT.txt STAFF ACCOUNT REGISTER -- CHECK
      -            ' NOT RUN.' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           OPEN INPUT POSITION-JOURNAL-FILE
           IF NOT JOURNAL-FILE-OK
               MOVE '   POSJRNL.txt NOT ON FILE -- CHECK NOT RUN.'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE 'Y' TO WS-END-OF-JOURNAL
           ELSE
               PERFORM 5100-READ-JOURNAL-ROW
           END-IF
           PERFORM UNTIL NO-MORE-JOURNAL
               IF PJ-DATE(1:6) = WS-REVIEW-MONTH
                   PERFORM 5200-CHECK-ONE-JOURNAL
               END-IF
               PERFORM 5100-READ-JOURNAL-ROW
           END-PERFORM
           IF JOURNAL-FILE-OK OR WS-JOURNAL-STATUS = '10'
               CLOSE POSITION-JOURNAL-FILE
           END-IF
           PERFORM 8100-WRITE-SECTION-TOTAL.

       5100-READ-JOURNAL-ROW.
           READ POSITION-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-JOURNAL
           END-READ.

       5200-CHECK-ONE-JOURNAL.
           MOVE PJ-OPERATOR TO WS-LOOKUP-ID
           PERFORM 7100-FIND-EMPLOYEE-LINK
           MOVE 0 TO WS-STAFF-MATCH
           IF WS-LOOKUP-EMPID NOT = SPACES
               PERFORM 5300-MATCH-STAFF-ACCOUNT
                   VARYING STFX FROM 1 BY 1
                   UNTIL STFX > WS-STAFF-COUNT
                       OR WS-STAFF-MATCH > 0
           END-IF
           IF WS-STAFF-MATCH > 0
               MOVE SPACES TO WS-CONFLICT-TEXT
               STRING 'OPERATOR ' DELIMITED BY SIZE
                   PJ-OPERATOR DELIMITED BY SPACE
                   ' (EMPLOYEE ' DELIMITED BY SIZE
                   WS-LOOKUP-EMPID DELIMITED BY SIZE
                   ') POSTED ' DELIMITED BY SIZE
                   PJ-SYMBOL DELIMITED BY SPACE
                   ' TO STAFF ACCOUNT ' DELIMITED BY SIZE
                   PJ-ACCOUNT-ID DELIMITED BY SPACE
                   ' TIE ' DELIMITED BY SIZE
                   STF-TIE(WS-STAFF-MATCH) DELIMITED BY SIZE
                   ' VIA ' DELIMITED BY SIZE
                   PJ-PROGRAM DELIMITED BY SPACE
                   INTO WS-CONFLICT-TEXT
               PERFORM 8200-WRITE-CONFLICT
               MOVE 'POSJRNL' TO WS-EVIDENCE-FILE
               MOVE POSITION-JOURNAL-RECORD TO WS-EVIDENCE-LINE
               PERFORM 8300-WRITE-EVIDENCE
               MOVE PJ-ACCOUNT-ID TO WS-MATCH-ACCOUNT
               MOVE PJ-SYMBOL TO WS-MATCH-SYMBOL
               MOVE PJ-DATE TO WS-MATCH-DATE
               PERFORM 5400-SHOW-TRADE-EVIDENCE
           END-IF
           MOVE PJ-OPERATOR TO WS-USE-OPERATOR
           MOVE SPACES TO WS-USE-STAMP
           STRING PJ-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               PJ-TIME DELIMITED BY SIZE
               INTO WS-USE-STAMP
           MOVE 'POSJRNL' TO WS-USE-FILE
           MOVE POSITION-JOURNAL-RECORD TO WS-USE-LINE
           PERFORM 7000-CHECK-ACCESS-USE.

       5300-MATCH-STAFF-ACCOUNT.
           IF STF-EMPID(STFX) = WS-LOOKUP-EMPID
               AND STF-ACCOUNT(STFX) = PJ-ACCOUNT-ID
               SET WS-STAFF-MATCH TO STFX
           END-IF.

       5400-SHOW-TRADE-EVIDENCE.
           MOVE 'N' TO WS-END-OF-TRADES
           OPEN INPUT TRADE-LOG-FILE
           IF NOT TRADE-FILE-OK
               MOVE 'Y' TO WS-END-OF-TRADES
           ELSE
               PERFORM 5500-READ-TRADE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-TRADES
               IF TRD-ACCOUNT-ID = WS-MATCH-ACCOUNT
                   AND TRD-SYMBOL = WS-MATCH-SYMBOL
                   AND TRD-POSTED-DATE = WS-MATCH-DATE
                   MOVE 'TRADELOG' TO WS-EVIDENCE-FILE
                   MOVE TRADE-LOG-RECORD TO WS-EVIDENCE-LINE
                   PERFORM 8300-WRITE-EVIDENCE
               END-IF
               PERFORM 5500-READ-TRADE-ROW
           END-PERFORM
           IF TRADE-FILE-OK OR WS-TRADE-STATUS = '10'
               CLOSE TRADE-LOG-FILE
           END-IF.

       5500-READ-TRADE-ROW.
           READ TRADE-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-TRADES
           END-READ.

      ******************************************************************
      * Section 4. Each held access change with at least one later
      * same-day use, the OPER-MAINT line first and then the uses.
      ******************************************************************
       6000-ACCESS-USE-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE '4. ADMINISTRATOR CHANGING THEIR OWN ACCESS AND USING IT
      -        ' THE SAME DAY' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 6100-SHOW-ONE-ACCESS-EVENT
               VARYING ACCX FROM 1 BY 1
               UNTIL ACCX > WS-ACCESS-COUNT
           PERFORM 8100-WRITE-SECTION-TOTAL.

       6100-SHOW-ONE-ACCESS-EVENT.
           IF ACC-USES(ACCX) > 0
               MOVE SPACES TO WS-CONFLICT-TEXT
               STRING 'ADMINISTRATOR ' DELIMITED BY SIZE
                   ACC-ADMIN(ACCX) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   ACC-VERB(ACCX) DELIMITED BY SPACE
                   ' OPERATOR ' DELIMITED BY SIZE
                   ACC-TARGET(ACCX) DELIMITED BY SPACE
                   ' ON ' DELIMITED BY SIZE
                   ACC-STAMP(ACCX)(1:8) DELIMITED BY SIZE
                   ' AND IT WAS USED THE SAME DAY' DELIMITED BY SIZE
                   INTO WS-CONFLICT-TEXT
               PERFORM 8200-WRITE-CONFLICT
               MOVE 'SHOPLOG' TO WS-EVIDENCE-FILE
               MOVE ACC-LINE(ACCX) TO WS-EVIDENCE-LINE
               PERFORM 8300-WRITE-EVIDENCE
               SET WS-EVENT-SUB TO ACCX
               PERFORM 6200-SHOW-ONE-USE
                   VARYING USEX FROM 1 BY 1
                   UNTIL USEX > WS-USE-COUNT
           END-IF.

       6200-SHOW-ONE-USE.
           IF USE-EVENT(USEX) = WS-EVENT-SUB
               MOVE USE-FILE(USEX) TO WS-EVIDENCE-FILE
               MOVE USE-LINE(USEX) TO WS-EVIDENCE-LINE
               PERFORM 8300-WRITE-EVIDENCE
           END-IF.

      ******************************************************************
      * A trail line by WS-USE-OPERATOR stamped WS-USE-STAMP is a use
      * of every held access change to that id earlier the same day.
      ******************************************************************
       7000-CHECK-ACCESS-USE.
           IF WS-USE-OPERATOR NOT = SPACES
               PERFORM 7010-MATCH-ONE-EVENT
                   VARYING ACCX FROM 1 BY 1
                   UNTIL ACCX > WS-ACCESS-COUNT
           END-IF.

       7010-MATCH-ONE-EVENT.
           IF ACC-TARGET(ACCX) = WS-USE-OPERATOR
               AND ACC-STAMP(ACCX)(1:8) = WS-USE-STAMP(1:8)
               AND ACC-STAMP(ACCX) < WS-USE-STAMP
               AND WS-USE-COUNT < 500
               ADD 1 TO ACC-USES(ACCX)
               ADD 1 TO WS-USE-COUNT
               SET USEX TO WS-USE-COUNT
               SET USE-EVENT(USEX) TO ACCX
               MOVE WS-USE-FILE TO USE-FILE(USEX)
               MOVE WS-USE-LINE TO USE-LINE(USEX)
           END-IF.

       7100-FIND-EMPLOYEE-LINK.
           MOVE SPACES TO WS-LOOKUP-EMPID
           PERFORM 7110-MATCH-ONE-OPERATOR
               VARYING OPRX FROM 1 BY 1
               UNTIL OPRX > WS-OPER-COUNT
                   OR WS-LOOKUP-EMPID NOT = SPACES.

       7110-MATCH-ONE-OPERATOR.
           IF OPR-ID(OPRX) = WS-LOOKUP-ID
               AND WS-LOOKUP-ID NOT = SPACES
               MOVE OPR-EMPID(OPRX) TO WS-LOOKUP-EMPID
           END-IF.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       8100-WRITE-SECTION-TOTAL.
           IF WS-SECTION-COUNT = 0
               MOVE '   NONE FOUND.' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       8200-WRITE-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           ADD 1 TO WS-SECTION-COUNT
           MOVE WS-CONFLICT-COUNT TO WS-COUNT-FMT
           STRING 'CONFLICT ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WS-CONFLICT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       8300-WRITE-EVIDENCE.
           STRING '    EVIDENCE ' DELIMITED BY SIZE
               WS-EVIDENCE-FILE DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WS-EVIDENCE-LINE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
       END PROGRAM SOD-REPORT.
