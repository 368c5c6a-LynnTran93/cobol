      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Year-to-date earnings history. PAYROLL.txt is
      *          rewritten by every PAYROLL-EXTRACT run, so once the
      *          bureau's figures are agreed an operator approves the
      *          extract here and its rows -- details and control
      *          record alike -- are appended to PAYHIST.txt (see the
      *          shared PAYHIST copybook). An extract that does not
      *          agree with its own control record, or whose pay
      *          period is already on the history, is refused. At
      *          year end the second option writes one earnings
      *          summary per employee to YEAREND-yyyy.txt: gross pay
      *          (regular plus overtime amount) by period, the total
      *          for the year, the department and grade changes
      *          recorded on XFERHIST.txt during the year and the
      *          termination date if any -- and a control listing to
      *          YEARCTL-yyyy.txt whose totals tie the summaries back
      *          to the sum of the year's PAYROLL.txt control records.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "C:\employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEEID-IN
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO '../PAYROLL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO '../PAYHIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.
           SELECT TRANSFER-HISTORY-FILE ASSIGN TO 'XFERHIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO WS-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-LISTING-FILE ASSIGN TO WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD PAYROLL-FILE.
       01 PAYROLL-FILE-RECORD     PIC X(100).

       FD PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD TRANSFER-HISTORY-FILE.
           COPY XFERREC.

       FD SUMMARY-FILE.
       01 SUMMARY-RECORD          PIC X(80).

       FD CONTROL-LISTING-FILE.
       01 CONTROL-LISTING-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS      PIC X(2) VALUE '00'.
           88 EMPLOYEE-FILE-OK         VALUE '00'.
       01 WS-PAYROLL-STATUS       PIC X(2) VALUE '00'.
           88 PAYROLL-FILE-OK          VALUE '00'.
       01 WS-PAY-HISTORY-STATUS   PIC X(2) VALUE '00'.
           88 PAY-HISTORY-FILE-OK      VALUE '00'.
           88 PAY-HISTORY-MISSING      VALUE '35'.
       01 WS-XFER-STATUS          PIC X(2) VALUE '00'.
           88 XFER-FILE-OK             VALUE '00'.
       01 WS-END-OF-PAYROLL       PIC X VALUE 'N'.
           88 NO-MORE-PAYROLL-ROWS     VALUE 'Y'.
       01 WS-END-OF-HISTORY       PIC X VALUE 'N'.
           88 NO-MORE-HISTORY-ROWS     VALUE 'Y'.
       01 WS-END-OF-XFER          PIC X VALUE 'N'.
           88 NO-MORE-XFER-ROWS        VALUE 'Y'.

      * The PAYROLL.txt row being looked at, from the extract or
      * from the history image.
           COPY PAYREC.

       01 WS-MENU-CHOICE          PIC X.
           88 MENU-POST                VALUE 'P' 'p'.
           88 MENU-YEAR-END            VALUE 'Y' 'y'.
           88 MENU-QUIT                VALUE 'Q' 'q'.
       01 WS-CONFIRM-CHOICE       PIC X VALUE 'N'.
       01 WS-TODAY                PIC X(8).
       01 WS-APPROVER             PIC X(10).

      * What the extract on PAYROLL.txt adds up to, against what its
      * control record says.
       01 WS-EXT-DETAIL-COUNT     PIC 9(5) VALUE 0.
       01 WS-EXT-REG-AMOUNT       PIC 9(11)V99 VALUE 0.
       01 WS-EXT-OT-AMOUNT        PIC 9(11)V99 VALUE 0.
       01 WS-EXT-CONTROL-FOUND    PIC X VALUE 'N'.
       01 WS-EXT-CTL-COUNT        PIC 9(5) VALUE 0.
       01 WS-EXT-CTL-REG-AMOUNT   PIC 9(11)V99 VALUE 0.
       01 WS-EXT-CTL-OT-AMOUNT    PIC 9(11)V99 VALUE 0.
       01 WS-EXT-PERIOD-END       PIC X(8) VALUE SPACES.
       01 WS-ALREADY-POSTED       PIC X VALUE 'N'.
       01 WS-ROWS-POSTED          PIC 9(5) VALUE 0.

       01 WS-YEAR-INPUT           PIC X(4).
       01 WS-SUMMARY-FILENAME     PIC X(40).
       01 WS-CONTROL-FILENAME     PIC X(40).

      * The year's detail rows, one per employee and period, sorted
      * into employee and period order for the summaries.
       01 WS-EARN-COUNT           PIC 9(5) VALUE 0.
       01 WS-EARN-TABLE.
           05 EARN-ENTRY OCCURS 1 TO 19999 TIMES
               DEPENDING ON WS-EARN-COUNT
               INDEXED BY EARNX.
               10 EARN-EMPLOYEE-ID    PIC 9(6).
               10 EARN-PERIOD-END     PIC X(8).
               10 EARN-LAST-NAME      PIC X(20).
               10 EARN-FIRST-NAME     PIC X(20).
               10 EARN-DEPT           PIC 9(3).
               10 EARN-GRADE          PIC X(2).
               10 EARN-STEP           PIC X(2).
               10 EARN-REG-AMOUNT     PIC 9(7)V99.
               10 EARN-OT-AMOUNT      PIC 9(7)V99.
       01 WS-EARN-DROPPED         PIC 9(5) VALUE 0.

      * The year's control records, one per period posted.
       01 WS-CTL-COUNT            PIC 9(3) VALUE 0.
       01 WS-CTL-TABLE.
           05 CTL-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-CTL-COUNT
               INDEXED BY CTLX.
               10 CTL-PERIOD-END      PIC X(8).
               10 CTL-POSTED-DATE     PIC X(8).
               10 CTL-APPROVER        PIC X(10).
               10 CTL-DETAIL-COUNT    PIC 9(5).
               10 CTL-REG-AMOUNT      PIC 9(11)V99.
               10 CTL-OT-AMOUNT       PIC 9(11)V99.

      * The year's XFERHIST.txt rows, in the order they were written.
       01 WS-CHG-COUNT            PIC 9(4) VALUE 0.
       01 WS-CHG-TABLE.
           05 CHG-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-CHG-COUNT
               INDEXED BY CHGX.
               10 CHG-EMPLOYEE-ID     PIC 9(6).
               10 CHG-DATE            PIC X(8).
               10 CHG-FROM-DEPT       PIC 9(3).
               10 CHG-TO-DEPT         PIC 9(3).
               10 CHG-FROM-GRADE      PIC X(2).
               10 CHG-FROM-STEP       PIC X(2).
               10 CHG-TO-GRADE        PIC X(2).
               10 CHG-TO-STEP         PIC X(2).
       01 WS-CHG-SHOWN            PIC 9(4) VALUE 0.

       01 WS-MASTER-OPEN          PIC X VALUE 'N'.
       01 WS-CURRENT-EMPLOYEE     PIC 9(6) VALUE 0.
       01 WS-EMP-YEAR-GROSS       PIC 9(9)V99 VALUE 0.
       01 WS-PERIOD-GROSS         PIC 9(9)V99 VALUE 0.
       01 WS-EMPLOYEES-SUMMARIZED PIC 9(5) VALUE 0.
       01 WS-SUMMARY-ROWS         PIC 9(5) VALUE 0.
       01 WS-SUMMARY-GROSS        PIC 9(11)V99 VALUE 0.
       01 WS-CONTROL-ROWS         PIC 9(5) VALUE 0.
       01 WS-CONTROL-REG          PIC 9(11)V99 VALUE 0.
       01 WS-CONTROL-OT           PIC 9(11)V99 VALUE 0.
       01 WS-CONTROL-GROSS        PIC 9(11)V99 VALUE 0.
       01 WS-GROSS-DIFFERENCE     PIC S9(11)V99 VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'PAY-HISTORY'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-COUNT-FMT            PIC ZZZZ9.
       01 WS-AMOUNT-FMT           PIC $$,$$$,$$$,$$9.99-.
       01 WS-REPORT-LINE          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY '(P)ost approved payroll extract  '
               '(Y)ear-end earnings summaries  (Q)uit'
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN MENU-POST
                   PERFORM 1000-POST-EXTRACT
               WHEN MENU-YEAR-END
                   PERFORM 2000-YEAR-END-SUMMARIES
               WHEN MENU-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * Posting. The extract must agree with its own control record
      * -- detail count and the regular and overtime amounts -- and
      * its pay period must not already be on the history; then an
      * operator approves it and every row is appended.
      ******************************************************************
       1000-POST-EXTRACT.
           PERFORM 1100-TOTAL-EXTRACT
           PERFORM 1300-CHECK-ALREADY-POSTED
           MOVE WS-EXT-DETAIL-COUNT TO WS-COUNT-FMT
           EVALUATE TRUE
               WHEN WS-EXT-CONTROL-FOUND = 'N'
                   DISPLAY 'PAYROLL.txt has no control record -- '
                       'nothing posted.'
               WHEN WS-EXT-DETAIL-COUNT NOT = WS-EXT-CTL-COUNT
                   OR WS-EXT-REG-AMOUNT NOT = WS-EXT-CTL-REG-AMOUNT
                   OR WS-EXT-OT-AMOUNT NOT = WS-EXT-CTL-OT-AMOUNT
                   DISPLAY 'PAYROLL.txt does not agree with its '
                       'control record -- nothing posted.'
               WHEN WS-EXT-PERIOD-END = SPACES
                   DISPLAY 'PAYROLL.txt carries no pay period -- '
                       'nothing posted.'
               WHEN WS-ALREADY-POSTED = 'Y'
                   DISPLAY 'Pay period ' WS-EXT-PERIOD-END
                       ' is already on the earnings history.'
               WHEN OTHER
                   DISPLAY 'Pay period ending ' WS-EXT-PERIOD-END
                       ': ' WS-COUNT-FMT ' employees.'
                   COMPUTE WS-CONTROL-GROSS =
                       WS-EXT-REG-AMOUNT + WS-EXT-OT-AMOUNT
                   MOVE WS-CONTROL-GROSS TO WS-AMOUNT-FMT
                   DISPLAY 'Gross pay ' WS-AMOUNT-FMT
                   DISPLAY 'Approving operator ID:'
                   ACCEPT WS-APPROVER
                   IF WS-APPROVER = SPACES
                       DISPLAY 'An approving operator is required; '
                           'nothing posted.'
                   ELSE
                       DISPLAY 'Approve and post to the earnings '
                           'history (Y/N)?'
                       ACCEPT WS-CONFIRM-CHOICE
                       IF WS-CONFIRM-CHOICE = 'Y'
                           OR WS-CONFIRM-CHOICE = 'y'
                           PERFORM 1400-APPEND-EXTRACT
                       ELSE
                           DISPLAY 'Extract not posted.'
                       END-IF
                   END-IF
           END-EVALUATE.

       1100-TOTAL-EXTRACT.
           MOVE 0 TO WS-EXT-DETAIL-COUNT
           MOVE 0 TO WS-EXT-REG-AMOUNT
           MOVE 0 TO WS-EXT-OT-AMOUNT
           MOVE 'N' TO WS-EXT-CONTROL-FOUND
           MOVE SPACES TO WS-EXT-PERIOD-END
           MOVE 'N' TO WS-END-OF-PAYROLL
           OPEN INPUT PAYROLL-FILE
           IF NOT PAYROLL-FILE-OK
               MOVE 'Y' TO WS-END-OF-PAYROLL
           ELSE
               PERFORM 1200-READ-PAYROLL-ROW
           END-IF
           PERFORM UNTIL NO-MORE-PAYROLL-ROWS
               EVALUATE TRUE
                   WHEN PR-DETAIL-ROW
                       ADD 1 TO WS-EXT-DETAIL-COUNT
                       ADD PR-DET-REG-AMOUNT TO WS-EXT-REG-AMOUNT
                       ADD PR-DET-OT-AMOUNT TO WS-EXT-OT-AMOUNT
                   WHEN PR-CONTROL-ROW
                       MOVE 'Y' TO WS-EXT-CONTROL-FOUND
                       MOVE PR-CTL-DETAIL-COUNT TO WS-EXT-CTL-COUNT
                       MOVE PR-CTL-REG-AMOUNT TO WS-EXT-CTL-REG-AMOUNT
                       MOVE PR-CTL-OT-AMOUNT TO WS-EXT-CTL-OT-AMOUNT
                       MOVE PR-CTL-PERIOD-END TO WS-EXT-PERIOD-END
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 1200-READ-PAYROLL-ROW
           END-PERFORM
           IF PAYROLL-FILE-OK OR WS-PAYROLL-STATUS = '10'
               CLOSE PAYROLL-FILE
           END-IF.

       1200-READ-PAYROLL-ROW.
           READ PAYROLL-FILE INTO PAYROLL-RECORD
               AT END MOVE 'Y' TO WS-END-OF-PAYROLL
           END-READ.

       1300-CHECK-ALREADY-POSTED.
           MOVE 'N' TO WS-ALREADY-POSTED
           MOVE 'N' TO WS-END-OF-HISTORY
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT PAY-HISTORY-FILE-OK
               MOVE 'Y' TO WS-END-OF-HISTORY
           ELSE
               PERFORM 1350-READ-HISTORY-ROW
           END-IF
           PERFORM UNTIL NO-MORE-HISTORY-ROWS
               MOVE PH-PAYROLL-IMAGE TO PAYROLL-RECORD
               IF PR-CONTROL-ROW
                   AND PR-CTL-PERIOD-END = WS-EXT-PERIOD-END
                   MOVE 'Y' TO WS-ALREADY-POSTED
               END-IF
               PERFORM 1350-READ-HISTORY-ROW
           END-PERFORM
           IF PAY-HISTORY-FILE-OK OR WS-PAY-HISTORY-STATUS = '10'
               CLOSE PAY-HISTORY-FILE
           END-IF.

       1350-READ-HISTORY-ROW.
           READ PAY-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-HISTORY.

       1400-APPEND-EXTRACT.
           MOVE 0 TO WS-ROWS-POSTED
           OPEN EXTEND PAY-HISTORY-FILE
           IF PAY-HISTORY-MISSING
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-END-OF-PAYROLL
           OPEN INPUT PAYROLL-FILE
           IF NOT PAYROLL-FILE-OK
               MOVE 'Y' TO WS-END-OF-PAYROLL
           ELSE
               PERFORM 1200-READ-PAYROLL-ROW
           END-IF
           PERFORM UNTIL NO-MORE-PAYROLL-ROWS
               MOVE WS-TODAY TO PH-POSTED-DATE
               MOVE WS-APPROVER TO PH-APPROVER
               MOVE PAYROLL-RECORD TO PH-PAYROLL-IMAGE
               WRITE PAY-HISTORY-RECORD
               ADD 1 TO WS-ROWS-POSTED
               PERFORM 1200-READ-PAYROLL-ROW
           END-PERFORM
           IF PAYROLL-FILE-OK OR WS-PAYROLL-STATUS = '10'
               CLOSE PAYROLL-FILE
           END-IF
           CLOSE PAY-HISTORY-FILE
           MOVE WS-ROWS-POSTED TO WS-COUNT-FMT
           DISPLAY WS-COUNT-FMT ' rows posted to PAYHIST.txt.'
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'PAY PERIOD ' DELIMITED BY SIZE
               WS-EXT-PERIOD-END DELIMITED BY SIZE
               ' POSTED TO HISTORY BY ' DELIMITED BY SIZE
               WS-APPROVER DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           PERFORM 9000-WRITE-LOG.

      ******************************************************************
      * Year end. The year's history rows are loaded and sorted into
      * employee and period order; each employee's summary is written
      * on the change of employee id, and the control listing adds up
      * both sides.
      ******************************************************************
       2000-YEAR-END-SUMMARIES.
           DISPLAY 'Earnings year (YYYY):'
           ACCEPT WS-YEAR-INPUT
           IF WS-YEAR-INPUT NOT NUMERIC
               DISPLAY 'Error: year must be YYYY.'
           ELSE
               PERFORM 2100-LOAD-YEAR-HISTORY
               IF WS-CTL-COUNT = 0
                   DISPLAY 'No pay periods of ' WS-YEAR-INPUT
                       ' are on the earnings history.'
               ELSE
                   IF WS-EARN-COUNT > 0
                       SORT EARN-ENTRY ASCENDING KEY EARN-EMPLOYEE-ID
                           EARN-PERIOD-END
                   END-IF
                   PERFORM 2200-LOAD-YEAR-CHANGES
                   PERFORM 3000-WRITE-SUMMARIES
                   PERFORM 4000-WRITE-CONTROL-LISTING
               END-IF
           END-IF.

       2100-LOAD-YEAR-HISTORY.
           MOVE 0 TO WS-EARN-COUNT
           MOVE 0 TO WS-EARN-DROPPED
           MOVE 0 TO WS-CTL-COUNT
           MOVE 'N' TO WS-END-OF-HISTORY
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT PAY-HISTORY-FILE-OK
               MOVE 'Y' TO WS-END-OF-HISTORY
           ELSE
               PERFORM 1350-READ-HISTORY-ROW
           END-IF
           PERFORM UNTIL NO-MORE-HISTORY-ROWS
               MOVE PH-PAYROLL-IMAGE TO PAYROLL-RECORD
               EVALUATE TRUE
                   WHEN PR-DETAIL-ROW
                       AND PR-DET-PERIOD-END(1:4) = WS-YEAR-INPUT
                       PERFORM 2110-TAKE-DETAIL-ROW
                   WHEN PR-CONTROL-ROW
                       AND PR-CTL-PERIOD-END(1:4) = WS-YEAR-INPUT
                       PERFORM 2120-TAKE-CONTROL-ROW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 1350-READ-HISTORY-ROW
           END-PERFORM
           IF PAY-HISTORY-FILE-OK OR WS-PAY-HISTORY-STATUS = '10'
               CLOSE PAY-HISTORY-FILE
           END-IF.

       2110-TAKE-DETAIL-ROW.
           IF WS-EARN-COUNT < 19999
               ADD 1 TO WS-EARN-COUNT
               SET EARNX TO WS-EARN-COUNT
               MOVE PR-DET-EMPLOYEE-ID TO EARN-EMPLOYEE-ID(EARNX)
               MOVE PR-DET-PERIOD-END TO EARN-PERIOD-END(EARNX)
               MOVE PR-DET-LAST-NAME TO EARN-LAST-NAME(EARNX)
               MOVE PR-DET-FIRST-NAME TO EARN-FIRST-NAME(EARNX)
               MOVE PR-DET-DEPT TO EARN-DEPT(EARNX)
               MOVE PR-DET-GRADE TO EARN-GRADE(EARNX)
               MOVE PR-DET-STEP TO EARN-STEP(EARNX)
               MOVE PR-DET-REG-AMOUNT TO EARN-REG-AMOUNT(EARNX)
               MOVE PR-DET-OT-AMOUNT TO EARN-OT-AMOUNT(EARNX)
           ELSE
               ADD 1 TO WS-EARN-DROPPED
           END-IF.

       2120-TAKE-CONTROL-ROW.
           IF WS-CTL-COUNT < 999
               ADD 1 TO WS-CTL-COUNT
               SET CTLX TO WS-CTL-COUNT
               MOVE PR-CTL-PERIOD-END TO CTL-PERIOD-END(CTLX)
               MOVE PH-POSTED-DATE TO CTL-POSTED-DATE(CTLX)
               MOVE PH-APPROVER TO CTL-APPROVER(CTLX)
               MOVE PR-CTL-DETAIL-COUNT TO CTL-DETAIL-COUNT(CTLX)
               MOVE PR-CTL-REG-AMOUNT TO CTL-REG-AMOUNT(CTLX)
               MOVE PR-CTL-OT-AMOUNT TO CTL-OT-AMOUNT(CTLX)
           END-IF.

       2200-LOAD-YEAR-CHANGES.
           MOVE 0 TO WS-CHG-COUNT
           MOVE 'N' TO WS-END-OF-XFER
           OPEN INPUT TRANSFER-HISTORY-FILE
           IF NOT XFER-FILE-OK
               MOVE 'Y' TO WS-END-OF-XFER
           ELSE
               PERFORM 2250-READ-XFER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-XFER-ROWS
               IF XF-DATE(1:4) = WS-YEAR-INPUT
                   AND WS-CHG-COUNT < 9999
                   ADD 1 TO WS-CHG-COUNT
                   SET CHGX TO WS-CHG-COUNT
                   MOVE XF-EMPLOYEE-ID TO CHG-EMPLOYEE-ID(CHGX)
                   MOVE XF-DATE TO CHG-DATE(CHGX)
                   MOVE XF-FROM-DEPT TO CHG-FROM-DEPT(CHGX)
                   MOVE XF-TO-DEPT TO CHG-TO-DEPT(CHGX)
                   MOVE XF-FROM-GRADE TO CHG-FROM-GRADE(CHGX)
                   MOVE XF-FROM-STEP TO CHG-FROM-STEP(CHGX)
                   MOVE XF-TO-GRADE TO CHG-TO-GRADE(CHGX)
                   MOVE XF-TO-STEP TO CHG-TO-STEP(CHGX)
               END-IF
               PERFORM 2250-READ-XFER-ROW
           END-PERFORM
           IF XFER-FILE-OK OR WS-XFER-STATUS = '10'
               CLOSE TRANSFER-HISTORY-FILE
           END-IF.

       2250-READ-XFER-ROW.
           READ TRANSFER-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-XFER.

      ******************************************************************
      * One summary per employee. The master is read for the
      * termination date only; without it the summaries still go out
      * with that line left off.
      ******************************************************************
       3000-WRITE-SUMMARIES.
           MOVE 0 TO WS-CURRENT-EMPLOYEE
           MOVE 0 TO WS-EMPLOYEES-SUMMARIZED
           MOVE 0 TO WS-SUMMARY-ROWS
           MOVE 0 TO WS-SUMMARY-GROSS
           MOVE 'N' TO WS-MASTER-OPEN
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-FILE-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY 'Employee master not available -- '
                   'termination dates left off.'
           END-IF
           MOVE SPACES TO WS-SUMMARY-FILENAME
           STRING '../YEAREND-' DELIMITED BY SIZE
               WS-YEAR-INPUT DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-SUMMARY-FILENAME
           OPEN OUTPUT SUMMARY-FILE
           PERFORM 3100-TAKE-ONE-PERIOD-ROW
               VARYING EARNX FROM 1 BY 1
               UNTIL EARNX > WS-EARN-COUNT
           IF WS-CURRENT-EMPLOYEE NOT = 0
               PERFORM 3300-CLOSE-EMPLOYEE
           END-IF
           CLOSE SUMMARY-FILE
           IF WS-MASTER-OPEN = 'Y'
               CLOSE EMPLOYEE-FILE
           END-IF
           MOVE WS-EMPLOYEES-SUMMARIZED TO WS-COUNT-FMT
           DISPLAY WS-COUNT-FMT ' earnings summaries written to '
               WS-SUMMARY-FILENAME.

       3100-TAKE-ONE-PERIOD-ROW.
           IF EARN-EMPLOYEE-ID(EARNX) NOT = WS-CURRENT-EMPLOYEE
               IF WS-CURRENT-EMPLOYEE NOT = 0
                   PERFORM 3300-CLOSE-EMPLOYEE
               END-IF
               PERFORM 3200-OPEN-EMPLOYEE
           END-IF
           COMPUTE WS-PERIOD-GROSS = EARN-REG-AMOUNT(EARNX)
               + EARN-OT-AMOUNT(EARNX)
           ADD WS-PERIOD-GROSS TO WS-EMP-YEAR-GROSS
           ADD 1 TO WS-SUMMARY-ROWS
           MOVE SPACES TO SUMMARY-RECORD
           MOVE EARN-PERIOD-END(EARNX) TO SUMMARY-RECORD(3:8)
           MOVE EARN-DEPT(EARNX) TO SUMMARY-RECORD(15:3)
           MOVE EARN-GRADE(EARNX) TO SUMMARY-RECORD(21:2)
           MOVE '/' TO SUMMARY-RECORD(23:1)
           MOVE EARN-STEP(EARNX) TO SUMMARY-RECORD(24:2)
           MOVE EARN-REG-AMOUNT(EARNX) TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO SUMMARY-RECORD(27:18)
           MOVE EARN-OT-AMOUNT(EARNX) TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO SUMMARY-RECORD(45:18)
           MOVE WS-PERIOD-GROSS TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO SUMMARY-RECORD(63:18)
           WRITE SUMMARY-RECORD.

       3200-OPEN-EMPLOYEE.
           MOVE EARN-EMPLOYEE-ID(EARNX) TO WS-CURRENT-EMPLOYEE
           MOVE 0 TO WS-EMP-YEAR-GROSS
           ADD 1 TO WS-EMPLOYEES-SUMMARIZED
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING 'EARNINGS SUMMARY ' DELIMITED BY SIZE
               WS-YEAR-INPUT DELIMITED BY SIZE
               '  EMPLOYEE ' DELIMITED BY SIZE
               EARN-EMPLOYEE-ID(EARNX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EARN-LAST-NAME(EARNX) DELIMITED BY SPACE
               ', ' DELIMITED BY SIZE
               EARN-FIRST-NAME(EARNX) DELIMITED BY SPACE
               INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           MOVE 'PERIOD END' TO SUMMARY-RECORD(1:10)
           MOVE 'DEPT' TO SUMMARY-RECORD(14:4)
           MOVE 'GRADE' TO SUMMARY-RECORD(20:5)
           MOVE 'REGULAR' TO SUMMARY-RECORD(37:7)
           MOVE 'OVERTIME' TO SUMMARY-RECORD(54:8)
           MOVE 'GROSS' TO SUMMARY-RECORD(76:5)
           WRITE SUMMARY-RECORD.

       3300-CLOSE-EMPLOYEE.
           MOVE SPACES TO SUMMARY-RECORD
           MOVE 'TOTAL FOR THE YEAR' TO SUMMARY-RECORD(3:18)
           MOVE WS-EMP-YEAR-GROSS TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO SUMMARY-RECORD(63:18)
           WRITE SUMMARY-RECORD
           ADD WS-EMP-YEAR-GROSS TO WS-SUMMARY-GROSS
           MOVE 0 TO WS-CHG-SHOWN
           PERFORM 3400-WRITE-ONE-CHANGE
               VARYING CHGX FROM 1 BY 1
               UNTIL CHGX > WS-CHG-COUNT
           IF WS-MASTER-OPEN = 'Y'
               MOVE WS-CURRENT-EMPLOYEE TO EMPLOYEEID-IN
               READ EMPLOYEE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EMP-TERMINATED
                           MOVE SPACES TO SUMMARY-RECORD
                           STRING '  TERMINATED ' DELIMITED BY SIZE
                               TERMDATE-IN DELIMITED BY SIZE
                               INTO SUMMARY-RECORD
                           WRITE SUMMARY-RECORD
                       END-IF
               END-READ
           END-IF.

       3400-WRITE-ONE-CHANGE.
           IF CHG-EMPLOYEE-ID(CHGX) = WS-CURRENT-EMPLOYEE
               IF WS-CHG-SHOWN = 0
                   MOVE SPACES TO SUMMARY-RECORD
                   MOVE '  CHANGES DURING THE YEAR:'
                       TO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-IF
               ADD 1 TO WS-CHG-SHOWN
               IF CHG-FROM-DEPT(CHGX) NOT = CHG-TO-DEPT(CHGX)
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING '    ' DELIMITED BY SIZE
                       CHG-DATE(CHGX) DELIMITED BY SIZE
                       ' DEPARTMENT ' DELIMITED BY SIZE
                       CHG-FROM-DEPT(CHGX) DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       CHG-TO-DEPT(CHGX) DELIMITED BY SIZE
                       INTO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-IF
               IF CHG-FROM-GRADE(CHGX) NOT = CHG-TO-GRADE(CHGX)
                   OR CHG-FROM-STEP(CHGX) NOT = CHG-TO-STEP(CHGX)
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING '    ' DELIMITED BY SIZE
                       CHG-DATE(CHGX) DELIMITED BY SIZE
                       ' GRADE ' DELIMITED BY SIZE
                       CHG-FROM-GRADE(CHGX) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       CHG-FROM-STEP(CHGX) DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       CHG-TO-GRADE(CHGX) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       CHG-TO-STEP(CHGX) DELIMITED BY SIZE
                       INTO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * Control listing: each period's control record as posted, the
      * year's total, and the summaries' total set against it.
      ******************************************************************
       4000-WRITE-CONTROL-LISTING.
           MOVE 0 TO WS-CONTROL-ROWS
           MOVE 0 TO WS-CONTROL-REG
           MOVE 0 TO WS-CONTROL-OT
           MOVE SPACES TO WS-CONTROL-FILENAME
           STRING '../YEARCTL-' DELIMITED BY SIZE
               WS-YEAR-INPUT DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-CONTROL-FILENAME
           OPEN OUTPUT CONTROL-LISTING-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EARNINGS CONTROL LISTING ' DELIMITED BY SIZE
               WS-YEAR-INPUT DELIMITED BY SIZE
               '  RUN ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 4900-PUT-CONTROL-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 4900-PUT-CONTROL-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'PERIOD END' TO WS-REPORT-LINE(1:10)
           MOVE 'POSTED' TO WS-REPORT-LINE(12:6)
           MOVE 'BY' TO WS-REPORT-LINE(21:2)
           MOVE 'ROWS' TO WS-REPORT-LINE(32:4)
           MOVE 'GROSS PAY' TO WS-REPORT-LINE(72:9)
           PERFORM 4900-PUT-CONTROL-LINE
           PERFORM 4100-LIST-ONE-CONTROL
               VARYING CTLX FROM 1 BY 1
               UNTIL CTLX > WS-CTL-COUNT
           COMPUTE WS-CONTROL-GROSS = WS-CONTROL-REG + WS-CONTROL-OT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 4900-PUT-CONTROL-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'CONTROL RECORDS' TO WS-REPORT-LINE(1:15)
           MOVE WS-CONTROL-ROWS TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(31:5)
           MOVE WS-CONTROL-GROSS TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(63:18)
           PERFORM 4900-PUT-CONTROL-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'EARNINGS SUMMARIES' TO WS-REPORT-LINE(1:18)
           MOVE WS-SUMMARY-ROWS TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(31:5)
           MOVE WS-SUMMARY-GROSS TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(63:18)
           PERFORM 4900-PUT-CONTROL-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'EMPLOYEES' TO WS-REPORT-LINE(1:9)
           MOVE WS-EMPLOYEES-SUMMARIZED TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(31:5)
           PERFORM 4900-PUT-CONTROL-LINE
           COMPUTE WS-GROSS-DIFFERENCE =
               WS-SUMMARY-GROSS - WS-CONTROL-GROSS
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-GROSS-DIFFERENCE = 0
               AND WS-SUMMARY-ROWS = WS-CONTROL-ROWS
               AND WS-EARN-DROPPED = 0
               MOVE 'SUMMARIES TIE TO THE CONTROL RECORDS.'
                   TO WS-REPORT-LINE
               MOVE 'I' TO WS-MSGLOG-SEVERITY
           ELSE
               MOVE WS-GROSS-DIFFERENCE TO WS-AMOUNT-FMT
               STRING 'OUT OF BALANCE -- SUMMARIES LESS CONTROL '
                   DELIMITED BY SIZE
                   WS-AMOUNT-FMT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE 'W' TO WS-MSGLOG-SEVERITY
           END-IF
           PERFORM 4900-PUT-CONTROL-LINE
           CLOSE CONTROL-LISTING-FILE
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'YEAR-END EARNINGS ' DELIMITED BY SIZE
               WS-YEAR-INPUT DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WS-REPORT-LINE DELIMITED BY '.'
               INTO WS-MSGLOG-TEXT
           PERFORM 9000-WRITE-LOG.

       4100-LIST-ONE-CONTROL.
           ADD CTL-DETAIL-COUNT(CTLX) TO WS-CONTROL-ROWS
           ADD CTL-REG-AMOUNT(CTLX) TO WS-CONTROL-REG
           ADD CTL-OT-AMOUNT(CTLX) TO WS-CONTROL-OT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE CTL-PERIOD-END(CTLX) TO WS-REPORT-LINE(1:8)
           MOVE CTL-POSTED-DATE(CTLX) TO WS-REPORT-LINE(12:8)
           MOVE CTL-APPROVER(CTLX) TO WS-REPORT-LINE(21:10)
           MOVE CTL-DETAIL-COUNT(CTLX) TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(31:5)
           COMPUTE WS-CONTROL-GROSS = CTL-REG-AMOUNT(CTLX)
               + CTL-OT-AMOUNT(CTLX)
           MOVE WS-CONTROL-GROSS TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(63:18)
           PERFORM 4900-PUT-CONTROL-LINE.

       4900-PUT-CONTROL-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CONTROL-LISTING-RECORD
           WRITE CONTROL-LISTING-RECORD.

       9000-WRITE-LOG.
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM PAY-HISTORY.
