      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Weekly referential integrity sweep across the shop's
      *          masters. Every program validates what it is handed,
      *          but orphans still build up between files as accounts
      *          close, symbols are deactivated and staff leave. This
      *          sweep checks every cross-file reference in the shop
      *          -- lots, positions, watchlist rules, dividend
      *          calendar, rebalancing targets, reinvestment
      *          elections, households, staff accounts and the cash
      *          book against ACCOUNTS.txt and STOCKS.txt; employees
      *          against DEPTS.txt; operators and staff accounts
      *          against employees.dat -- and lists the orphans by
      *          file pair with their counts and offending keys on
      *          REFSWEEP.txt. Each sweep's counts are kept on the
      *          REFSCORE.txt scorecard, and the report shows every
      *          category against the previous sweep as BETTER, WORSE
      *          or SAME. A blank account id is the house account and
      *          is never an orphan. BATCH-RUNNER runs the sweep on
      *          Sunday nights; it can also be run at any time.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT STOCKFILE ASSIGN TO 'C:\STOCKS.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCKSYMBOL
               FILE STATUS IS WS-STOCKFILE-STATUS.
           SELECT PORTFOLIO-FILE ASSIGN TO "../PORTFOLIO.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-POSITION-KEY
               FILE STATUS IS WS-PORTFOLIO-STATUS.
           SELECT PURCHASE-LOTS-FILE ASSIGN TO "../PURCHASELOTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT DEPARTMENT-FILE ASSIGN TO "../DEPTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTMENT-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "C:\employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEEID-IN
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "../OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT WATCHLIST-FILE ASSIGN TO "../WATCHLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.
           SELECT DIVIDEND-CALENDAR-FILE ASSIGN TO "../DIVCAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIVCAL-STATUS.
           SELECT TARGETS-FILE ASSIGN TO "../TARGETS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGETS-STATUS.
           SELECT DRIP-ELECTION-FILE ASSIGN TO "../DRIPELECT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIP-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "../HOUSEHOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.
           SELECT STAFF-ACCOUNT-FILE ASSIGN TO "../STAFFACCT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT CASH-LEDGER-FILE ASSIGN TO "../CASHLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO "../REFSCORE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORECARD-STATUS.
           SELECT SWEEP-REPORT-FILE ASSIGN TO "../REFSWEEP.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD STOCKFILE.
           COPY STOCKREC.

       FD PORTFOLIO-FILE.
           COPY PORTREC.

       FD PURCHASE-LOTS-FILE.
           COPY LOTREC.

       FD DEPARTMENT-FILE.
           COPY DEPTREC.

       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD OPERATOR-FILE.
           COPY OPERREC.

       FD WATCHLIST-FILE.
           COPY WATCHREC.

       FD DIVIDEND-CALENDAR-FILE.
           COPY DIVREC.

       FD TARGETS-FILE.
       01 TARGET-RECORD.
           05 TG-ACCOUNT-ID           PIC X(8).
           05 TG-SECTOR-CODE          PIC X(4).
           05 TG-TARGET-PCT           PIC 9(3)V99.
           05 TG-TOLERANCE-PCT        PIC 9(2)V99.

       FD DRIP-ELECTION-FILE.
           COPY DRIPREC.

       FD HOUSEHOLD-FILE.
           COPY HHREC.

       FD STAFF-ACCOUNT-FILE.
           COPY STAFFREC.

       FD CASH-LEDGER-FILE.
           COPY CSHREC.

      * One row per category per sweep: the sweep date and how many
      * distinct orphan keys and orphan rows the category had.
       FD SCORECARD-FILE.
       01 SCORECARD-RECORD.
           05 SC-SWEEP-DATE           PIC X(8).
           05 SC-CATEGORY             PIC X(10).
           05 SC-ORPHAN-KEYS          PIC 9(5).
           05 SC-ORPHAN-ROWS          PIC 9(7).

       FD SWEEP-REPORT-FILE.
       01 SWEEP-REPORT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS       PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
       01 WS-PORTFOLIO-STATUS     PIC X(2) VALUE '00'.
           88 PORTFOLIO-OK             VALUE '00'.
       01 WS-LOTS-STATUS          PIC X(2) VALUE '00'.
           88 LOTS-FILE-OK             VALUE '00'.
       01 WS-DEPARTMENT-STATUS    PIC X(2) VALUE '00'.
           88 DEPARTMENT-FILE-OK       VALUE '00'.
       01 WS-EMPLOYEE-STATUS      PIC X(2) VALUE '00'.
           88 EMPLOYEE-FILE-OK         VALUE '00'.
       01 WS-OPERATOR-STATUS      PIC X(2) VALUE '00'.
           88 OPERATOR-FILE-OK         VALUE '00'.
       01 WS-WATCHLIST-STATUS     PIC X(2) VALUE '00'.
           88 WATCHLIST-FILE-OK        VALUE '00'.
       01 WS-DIVCAL-STATUS        PIC X(2) VALUE '00'.
           88 DIVCAL-FILE-OK           VALUE '00'.
       01 WS-TARGETS-STATUS       PIC X(2) VALUE '00'.
           88 TARGETS-FILE-OK          VALUE '00'.
       01 WS-DRIP-STATUS          PIC X(2) VALUE '00'.
           88 DRIP-FILE-OK             VALUE '00'.
       01 WS-HOUSEHOLD-STATUS     PIC X(2) VALUE '00'.
           88 HOUSEHOLD-FILE-OK        VALUE '00'.
       01 WS-STAFF-STATUS         PIC X(2) VALUE '00'.
           88 STAFF-FILE-OK            VALUE '00'.
       01 WS-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88 LEDGER-FILE-OK           VALUE '00'.
       01 WS-SCORECARD-STATUS     PIC X(2) VALUE '00'.
           88 SCORECARD-FILE-OK        VALUE '00'.
       01 WS-TRAILER-SYMBOL       PIC X(7) VALUE 'TRAILER'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-PREVIOUS-SWEEP       PIC X(8) VALUE SPACES.

      * The categories checked, in report order: the code kept on the
      * scorecard, the file pair, and what makes a row an orphan.
       01 WS-CATEGORY-NAMES.
           05 FILLER PIC X(10)
               VALUE 'LOT-ACCT'.
           05 FILLER PIC X(28)
               VALUE 'PURCHASELOTS -> ACCOUNTS'.
           05 FILLER PIC X(36)
               VALUE 'LOT FOR AN ACCOUNT NOT ON FILE'.
           05 FILLER PIC X(10)
               VALUE 'LOT-SYMBOL'.
           05 FILLER PIC X(28)
               VALUE 'PURCHASELOTS -> STOCKS'.
           05 FILLER PIC X(36)
               VALUE 'LOT FOR A SYMBOL NOT ON FILE'.
           05 FILLER PIC X(10)
               VALUE 'POS-ACCT'.
           05 FILLER PIC X(28)
               VALUE 'PORTFOLIO -> ACCOUNTS'.
           05 FILLER PIC X(36)
               VALUE 'POSITION FOR AN ACCOUNT NOT ON FILE'.
           05 FILLER PIC X(10)
               VALUE 'POS-SYMBOL'.
           05 FILLER PIC X(28)
               VALUE 'PORTFOLIO -> STOCKS'.
           05 FILLER PIC X(36)
               VALUE 'POSITION FOR A SYMBOL NOT ON FILE'.
           05 FILLER PIC X(10)
               VALUE 'WATCH-SYM'.
           05 FILLER PIC X(28)
               VALUE 'WATCHLIST -> STOCKS'.
           05 FILLER PIC X(36)
               VALUE 'RULE ON A MISSING/DEACTIVATED SYMBOL'.
           05 FILLER PIC X(10)
               VALUE 'EMP-DEPT'.
           05 FILLER PIC X(28)
               VALUE 'EMPLOYEES.DAT -> DEPTS'.
           05 FILLER PIC X(36)
               VALUE 'EMPLOYEE IN A DEPARTMENT NOT ON FILE'.
           05 FILLER PIC X(10)
               VALUE 'OPER-EMP'.
           05 FILLER PIC X(28)
               VALUE 'OPERATORS -> EMPLOYEES.DAT'.
           05 FILLER PIC X(36)
               VALUE 'NO LINK, MISSING OR TERMINATED'.
           05 FILLER PIC X(10)
               VALUE 'DIVCAL-SYM'.
           05 FILLER PIC X(28)
               VALUE 'DIVCAL -> PORTFOLIO'.
           05 FILLER PIC X(36)
               VALUE 'UNPOSTED DIVIDEND NOBODY HOLDS'.
           05 FILLER PIC X(10)
               VALUE 'TGT-SECTOR'.
           05 FILLER PIC X(28)
               VALUE 'TARGETS -> STOCKS'.
           05 FILLER PIC X(36)
               VALUE 'SECTOR NO STOCK ON FILE CARRIES'.
           05 FILLER PIC X(10)
               VALUE 'TGT-ACCT'.
           05 FILLER PIC X(28)
               VALUE 'TARGETS -> ACCOUNTS'.
           05 FILLER PIC X(36)
               VALUE 'TARGET FOR AN ACCOUNT NOT ON FILE'.
           05 FILLER PIC X(10)
               VALUE 'DRIP-ACCT'.
           05 FILLER PIC X(28)
               VALUE 'DRIPELECT -> ACCOUNTS'.
           05 FILLER PIC X(36)
               VALUE 'ELECTION FOR AN ACCOUNT NOT ON FILE'.
           05 FILLER PIC X(10)
               VALUE 'DRIP-SYM'.
           05 FILLER PIC X(28)
               VALUE 'DRIPELECT -> STOCKS'.
           05 FILLER PIC X(36)
               VALUE 'ELECTION FOR A SYMBOL NOT ON FILE'.
           05 FILLER PIC X(10)
               VALUE 'HH-ACCT'.
           05 FILLER PIC X(28)
               VALUE 'HOUSEHOLDS -> ACCOUNTS'.
           05 FILLER PIC X(36)
               VALUE 'MEMBER ACCOUNT NOT ON FILE'.
           05 FILLER PIC X(10)
               VALUE 'STAFF-EMP'.
           05 FILLER PIC X(28)
               VALUE 'STAFFACCT -> EMPLOYEES.DAT'.
           05 FILLER PIC X(36)
               VALUE 'EMPLOYEE NOT ON FILE'.
           05 FILLER PIC X(10)
               VALUE 'STAFF-ACCT'.
           05 FILLER PIC X(28)
               VALUE 'STAFFACCT -> ACCOUNTS'.
           05 FILLER PIC X(36)
               VALUE 'ACCOUNT NOT ON FILE'.
           05 FILLER PIC X(10)
               VALUE 'CASH-ACCT'.
           05 FILLER PIC X(28)
               VALUE 'CASHLEDGER -> ACCOUNTS'.
           05 FILLER PIC X(36)
               VALUE 'CASH ROW FOR AN ACCOUNT NOT ON FILE'.
       01 WS-CATEGORY-NAME-TAB REDEFINES WS-CATEGORY-NAMES.
           05 CATEGORY-NAME OCCURS 16 TIMES.
               10 CATEGORY-CODE       PIC X(10).
               10 CATEGORY-PAIR       PIC X(28).
               10 CATEGORY-RULE       PIC X(36).
       01 WS-CATEGORY-TOTALS.
           05 CATEGORY-TOTAL OCCURS 16 TIMES.
               10 CAT-KEYS            PIC 9(5).
               10 CAT-ROWS            PIC 9(7).
               10 CAT-LAST-FOUND      PIC X.
               10 CAT-LAST-KEYS       PIC 9(5).
               10 CAT-LAST-ROWS       PIC 9(7).
       01 WS-CAT-SUB              PIC 9(2) VALUE 0.

      * The parents every reference is checked against.
       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACCT-ENTRY-ID OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACTX        PIC X(8).
       01 WS-STOCK-COUNT          PIC 9(4) VALUE 0.
       01 WS-STOCK-TABLE.
           05 STK-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-STOCK-COUNT
               INDEXED BY STKX.
               10 STK-SYMBOL          PIC X(7).
               10 STK-STATUS          PIC X.
               10 STK-SECTOR          PIC X(4).
       01 WS-DEPT-COUNT           PIC 9(3) VALUE 0.
       01 WS-DEPT-TABLE.
           05 DEPT-ENTRY-CODE OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-DEPT-COUNT
               INDEXED BY DPTX        PIC 9(3).
       01 WS-EMPLOYEE-COUNT       PIC 9(4) VALUE 0.
       01 WS-EMPLOYEE-TABLE.
           05 EMP-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EMPLOYEE-COUNT
               INDEXED BY EMPX.
               10 EMP-ENTRY-ID        PIC X(6).
               10 EMP-ENTRY-STATUS    PIC X.
       01 WS-HELD-COUNT           PIC 9(4) VALUE 0.
       01 WS-HELD-TABLE.
           05 HELD-SYMBOL OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-HELD-COUNT
               INDEXED BY HLDX        PIC X(7).

       01 WS-LOOKUP-ACCOUNT       PIC X(8).
       01 WS-LOOKUP-SYMBOL        PIC X(7).
       01 WS-LOOKUP-EMPLOYEE      PIC X(6).
       01 WS-LOOKUP-SECTOR        PIC X(4).
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.
       01 WS-STOCK-MATCH          PIC 9(4) VALUE 0.
       01 WS-DEPT-MATCH           PIC 9(3) VALUE 0.
       01 WS-EMPLOYEE-MATCH       PIC 9(4) VALUE 0.
       01 WS-HELD-MATCH           PIC 9(4) VALUE 0.
       01 WS-SECTOR-MATCH         PIC 9(4) VALUE 0.

      * Every orphan key found, with how many rows carry it.
       01 WS-ORPHAN-CATEGORY      PIC 9(2) VALUE 0.
       01 WS-ORPHAN-KEY           PIC X(30).
       01 WS-ORPHAN-COUNT         PIC 9(4) VALUE 0.
       01 WS-ORPHAN-TABLE.
           05 ORP-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-ORPHAN-COUNT
               INDEXED BY ORPX.
               10 ORP-CATEGORY        PIC 9(2).
               10 ORP-KEY             PIC X(30).
               10 ORP-ROWS            PIC 9(7).
       01 WS-ORPHAN-MATCH         PIC 9(4) VALUE 0.

      * Scorecard rows from earlier sweeps, kept as they are; a sweep
      * run twice in a day replaces that day's rows.
       01 WS-KEEP-COUNT           PIC 9(5) VALUE 0.
       01 WS-KEEP-TABLE.
           05 KEEP-ROW OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-KEEP-COUNT
               INDEXED BY KEEPX       PIC X(30).

       01 WS-TOTAL-KEYS           PIC 9(6) VALUE 0.
       01 WS-TOTAL-ROWS           PIC 9(8) VALUE 0.
       01 WS-WORSE-COUNT          PIC 9(2) VALUE 0.
       01 WS-TREND                PIC X(6).

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'REF-SWEEP'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-KEYS-FMT             PIC ZZ,ZZ9.
       01 WS-ROWS-FMT             PIC Z,ZZZ,ZZ9.
       01 WS-COUNT-FMT            PIC ZZ9.
       01 WS-REPORT-LINE          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           INITIALIZE WS-CATEGORY-TOTALS
           PERFORM 1000-LOAD-ACCOUNTS
           PERFORM 1100-LOAD-STOCKS
           PERFORM 1200-LOAD-DEPARTMENTS
           PERFORM 1300-CHECK-EMPLOYEES
           PERFORM 1400-CHECK-POSITIONS
           PERFORM 2000-CHECK-LOTS
           PERFORM 2100-CHECK-WATCHLIST
           PERFORM 2200-CHECK-OPERATORS
           PERFORM 2300-CHECK-DIVIDEND-CALENDAR
           PERFORM 2400-CHECK-TARGETS
           PERFORM 2500-CHECK-DRIP-ELECTIONS
           PERFORM 2600-CHECK-HOUSEHOLDS
           PERFORM 2700-CHECK-STAFF-ACCOUNTS
           PERFORM 2800-CHECK-CASH-LEDGER
           PERFORM 3000-LOAD-SCORECARD
           PERFORM 4000-WRITE-REPORT
           PERFORM 5000-SAVE-SCORECARD
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           IF WS-WORSE-COUNT > 0
               MOVE 'W' TO WS-MSGLOG-SEVERITY
           END-IF
           MOVE WS-TOTAL-KEYS TO WS-KEYS-FMT
           MOVE WS-WORSE-COUNT TO WS-COUNT-FMT
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'REFERENTIAL SWEEP ' DELIMITED BY SIZE
               WS-KEYS-FMT DELIMITED BY SIZE
               ' ORPHAN KEYS, ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               ' CATEGORIES WORSE' DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-LOAD-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1010-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-ACCOUNT-COUNT < 999
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE ACCT-ID TO ACCT-ENTRY-ID(WS-ACCOUNT-COUNT)
               END-IF
               PERFORM 1010-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       1010-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1100-LOAD-STOCKS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT STOCKFILE
           IF NOT STOCKFILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1110-READ-STOCK-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-STOCK-COUNT < 9999
                   ADD 1 TO WS-STOCK-COUNT
                   SET STKX TO WS-STOCK-COUNT
                   MOVE STOCKSYMBOL TO STK-SYMBOL(STKX)
                   MOVE STOCK-STATUS TO STK-STATUS(STKX)
                   MOVE STOCK-SECTOR-CODE TO STK-SECTOR(STKX)
               END-IF
               PERFORM 1110-READ-STOCK-ROW
           END-PERFORM
           IF STOCKFILE-OK OR WS-STOCKFILE-STATUS = '10'
               CLOSE STOCKFILE
           END-IF.

       1110-READ-STOCK-ROW.
           READ STOCKFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

       1200-LOAD-DEPARTMENTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DEPARTMENT-FILE
           IF NOT DEPARTMENT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1210-READ-DEPARTMENT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-DEPT-COUNT < 999
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DM-CODE TO DEPT-ENTRY-CODE(WS-DEPT-COUNT)
               END-IF
               PERFORM 1210-READ-DEPARTMENT-ROW
           END-PERFORM
           IF DEPARTMENT-FILE-OK OR WS-DEPARTMENT-STATUS = '10'
               CLOSE DEPARTMENT-FILE
           END-IF.

       1210-READ-DEPARTMENT-ROW.
           READ DEPARTMENT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * The employee master is loaded for the operator and staff
      * account checks, and each employee's department is checked
      * on the way past.
      ******************************************************************
       1300-CHECK-EMPLOYEES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMPLOYEE-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1310-READ-EMPLOYEE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-EMPLOYEE-COUNT < 9999
                   ADD 1 TO WS-EMPLOYEE-COUNT
                   SET EMPX TO WS-EMPLOYEE-COUNT
                   MOVE EMPLOYEEID-IN TO EMP-ENTRY-ID(EMPX)
                   MOVE EMPSTATUS-IN TO EMP-ENTRY-STATUS(EMPX)
               END-IF
               MOVE 0 TO WS-DEPT-MATCH
               PERFORM 7310-MATCH-ONE-DEPARTMENT
                   VARYING DPTX FROM 1 BY 1
                   UNTIL DPTX > WS-DEPT-COUNT
                       OR WS-DEPT-MATCH > 0
               IF WS-DEPT-MATCH = 0
                   MOVE 6 TO WS-ORPHAN-CATEGORY
                   MOVE SPACES TO WS-ORPHAN-KEY
                   STRING 'DEPT ' DELIMITED BY SIZE
                       DEPTCODE-IN DELIMITED BY SIZE
                       ' EMPLOYEE ' DELIMITED BY SIZE
                       EMPLOYEEID-IN DELIMITED BY SIZE
                       INTO WS-ORPHAN-KEY
                   PERFORM 7000-NOTE-ORPHAN
               END-IF
               PERFORM 1310-READ-EMPLOYEE-ROW
           END-PERFORM
           IF EMPLOYEE-FILE-OK OR WS-EMPLOYEE-STATUS = '10'
               CLOSE EMPLOYEE-FILE
           END-IF.

       1310-READ-EMPLOYEE-ROW.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      ******************************************************************
      * Positions are checked against both masters, and the symbols
      * actually held (shares on hand) are kept for the dividend
      * calendar check.
      ******************************************************************
       1400-CHECK-POSITIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PORTFOLIO-FILE
           IF NOT PORTFOLIO-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1410-READ-POSITION-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF P-STOCK-SYMBOL NOT = WS-TRAILER-SYMBOL
                   PERFORM 1420-CHECK-ONE-POSITION
               END-IF
               PERFORM 1410-READ-POSITION-ROW
           END-PERFORM
           IF PORTFOLIO-OK OR WS-PORTFOLIO-STATUS = '10'
               CLOSE PORTFOLIO-FILE
           END-IF.

       1410-READ-POSITION-ROW.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

       1420-CHECK-ONE-POSITION.
           MOVE P-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
           PERFORM 7100-FIND-ACCOUNT
           IF WS-ACCOUNT-MATCH = 0
               MOVE 3 TO WS-ORPHAN-CATEGORY
               MOVE P-ACCOUNT-ID TO WS-ORPHAN-KEY
               PERFORM 7000-NOTE-ORPHAN
           END-IF
           MOVE P-STOCK-SYMBOL TO WS-LOOKUP-SYMBOL
           PERFORM 7200-FIND-STOCK
           IF WS-STOCK-MATCH = 0
               MOVE 4 TO WS-ORPHAN-CATEGORY
               MOVE P-STOCK-SYMBOL TO WS-ORPHAN-KEY
               PERFORM 7000-NOTE-ORPHAN
           END-IF
           IF P-SHARES > 0
               PERFORM 7500-FIND-HELD-SYMBOL
               IF WS-HELD-MATCH = 0 AND WS-HELD-COUNT < 9999
                   ADD 1 TO WS-HELD-COUNT
                   MOVE P-STOCK-SYMBOL TO
                       HELD-SYMBOL(WS-HELD-COUNT)
               END-IF
           END-IF.

       2000-CHECK-LOTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PURCHASE-LOTS-FILE
           IF NOT LOTS-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2010-READ-LOT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE LOT-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               PERFORM 7100-FIND-ACCOUNT
               IF WS-ACCOUNT-MATCH = 0
                   MOVE 1 TO WS-ORPHAN-CATEGORY
                   MOVE LOT-ACCOUNT-ID TO WS-ORPHAN-KEY
                   PERFORM 7000-NOTE-ORPHAN
               END-IF
               MOVE LOT-SYMBOL TO WS-LOOKUP-SYMBOL
               PERFORM 7200-FIND-STOCK
               IF WS-STOCK-MATCH = 0
                   MOVE 2 TO WS-ORPHAN-CATEGORY
                   MOVE LOT-SYMBOL TO WS-ORPHAN-KEY
                   PERFORM 7000-NOTE-ORPHAN
               END-IF
               PERFORM 2010-READ-LOT-ROW
           END-PERFORM
           IF LOTS-FILE-OK OR WS-LOTS-STATUS = '10'
               CLOSE PURCHASE-LOTS-FILE
           END-IF.

       2010-READ-LOT-ROW.
           READ PURCHASE-LOTS-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * A rule on a deactivated symbol can never fire again, so it is
      * as much an orphan as one on a symbol gone from the master.
      ******************************************************************
       2100-CHECK-WATCHLIST.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT WATCHLIST-FILE
           IF NOT WATCHLIST-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2110-READ-WATCH-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE WL-SYMBOL TO WS-LOOKUP-SYMBOL
               PERFORM 7200-FIND-STOCK
               MOVE SPACES TO WS-ORPHAN-KEY
               IF WS-STOCK-MATCH = 0
                   STRING WL-SYMBOL DELIMITED BY SIZE
                       ' NOT ON FILE' DELIMITED BY SIZE
                       INTO WS-ORPHAN-KEY
               ELSE
                   IF STK-STATUS(WS-STOCK-MATCH) = 'I'
                       STRING WL-SYMBOL DELIMITED BY SIZE
                           ' DEACTIVATED' DELIMITED BY SIZE
                           INTO WS-ORPHAN-KEY
                   END-IF
               END-IF
               IF WS-ORPHAN-KEY NOT = SPACES
                   MOVE 5 TO WS-ORPHAN-CATEGORY
                   PERFORM 7000-NOTE-ORPHAN
               END-IF
               PERFORM 2110-READ-WATCH-ROW
           END-PERFORM
           IF WATCHLIST-FILE-OK OR WS-WATCHLIST-STATUS = '10'
               CLOSE WATCHLIST-FILE
           END-IF.

       2110-READ-WATCH-ROW.
           READ WATCHLIST-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * Every operator is to be linked to a current employee: an
      * operator with no link, one whose employee is not on file and
      * one whose employee has been terminated are all orphans.
      ******************************************************************
       2200-CHECK-OPERATORS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT OPERATOR-FILE
           IF NOT OPERATOR-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2210-READ-OPERATOR-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE SPACES TO WS-ORPHAN-KEY
               IF OP-EMPLOYEE-ID = SPACES
                   STRING OP-ID DELIMITED BY SPACE
                       ' NO EMPLOYEE LINK' DELIMITED BY SIZE
                       INTO WS-ORPHAN-KEY
               ELSE
                   MOVE OP-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE
                   PERFORM 7400-FIND-EMPLOYEE
                   IF WS-EMPLOYEE-MATCH = 0
                       STRING OP-ID DELIMITED BY SPACE
                           ' EMP ' DELIMITED BY SIZE
                           OP-EMPLOYEE-ID DELIMITED BY SIZE
                           ' NOT ON FILE' DELIMITED BY SIZE
                           INTO WS-ORPHAN-KEY
                   ELSE
                       IF EMP-ENTRY-STATUS(WS-EMPLOYEE-MATCH) = 'T'
                           STRING OP-ID DELIMITED BY SPACE
                               ' EMP ' DELIMITED BY SIZE
                               OP-EMPLOYEE-ID DELIMITED BY SIZE
                               ' TERMINATED' DELIMITED BY SIZE
                               INTO WS-ORPHAN-KEY
                       END-IF
                   END-IF
               END-IF
               IF WS-ORPHAN-KEY NOT = SPACES
                   MOVE 7 TO WS-ORPHAN-CATEGORY
                   PERFORM 7000-NOTE-ORPHAN
               END-IF
               PERFORM 2210-READ-OPERATOR-ROW
           END-PERFORM
           IF OPERATOR-FILE-OK OR WS-OPERATOR-STATUS = '10'
               CLOSE OPERATOR-FILE
           END-IF.

       2210-READ-OPERATOR-ROW.
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * A posted calendar row is history; only a dividend still to
      * post on a symbol no account holds is an orphan.
      ******************************************************************
       2300-CHECK-DIVIDEND-CALENDAR.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DIVIDEND-CALENDAR-FILE
           IF NOT DIVCAL-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2310-READ-CALENDAR-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF NOT DV-IS-POSTED
                   MOVE DV-SYMBOL TO WS-LOOKUP-SYMBOL
                   PERFORM 7500-FIND-HELD-SYMBOL
                   IF WS-HELD-MATCH = 0
                       MOVE 8 TO WS-ORPHAN-CATEGORY
                       MOVE SPACES TO WS-ORPHAN-KEY
                       STRING DV-SYMBOL DELIMITED BY SIZE
                           ' PAY ' DELIMITED BY SIZE
                           DV-PAY-DATE DELIMITED BY SIZE
                           INTO WS-ORPHAN-KEY
                       PERFORM 7000-NOTE-ORPHAN
                   END-IF
               END-IF
               PERFORM 2310-READ-CALENDAR-ROW
           END-PERFORM
           IF DIVCAL-FILE-OK OR WS-DIVCAL-STATUS = '10'
               CLOSE DIVIDEND-CALENDAR-FILE
           END-IF.

       2310-READ-CALENDAR-ROW.
           READ DIVIDEND-CALENDAR-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * Rebalancing targets are set by sector, so a target is an
      * orphan when no stock on the master carries its sector code.
      ******************************************************************
       2400-CHECK-TARGETS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TARGETS-FILE
           IF NOT TARGETS-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2410-READ-TARGET-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE TG-SECTOR-CODE TO WS-LOOKUP-SECTOR
               PERFORM 7600-FIND-SECTOR
               IF WS-SECTOR-MATCH = 0
                   MOVE 9 TO WS-ORPHAN-CATEGORY
                   MOVE TG-SECTOR-CODE TO WS-ORPHAN-KEY
                   PERFORM 7000-NOTE-ORPHAN
               END-IF
               MOVE TG-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               PERFORM 7100-FIND-ACCOUNT
               IF WS-ACCOUNT-MATCH = 0
                   MOVE 10 TO WS-ORPHAN-CATEGORY
                   MOVE TG-ACCOUNT-ID TO WS-ORPHAN-KEY
                   PERFORM 7000-NOTE-ORPHAN
               END-IF
               PERFORM 2410-READ-TARGET-ROW
           END-PERFORM
           IF TARGETS-FILE-OK OR WS-TARGETS-STATUS = '10'
               CLOSE TARGETS-FILE
           END-IF.

       2410-READ-TARGET-ROW.
           READ TARGETS-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2500-CHECK-DRIP-ELECTIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DRIP-ELECTION-FILE
           IF NOT DRIP-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2510-READ-ELECTION-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE DRIP-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               PERFORM 7100-FIND-ACCOUNT
               IF WS-ACCOUNT-MATCH = 0
                   MOVE 11 TO WS-ORPHAN-CATEGORY
                   MOVE DRIP-ACCOUNT-ID TO WS-ORPHAN-KEY
                   PERFORM 7000-NOTE-ORPHAN
               END-IF
               MOVE DRIP-SYMBOL TO WS-LOOKUP-SYMBOL
               PERFORM 7200-FIND-STOCK
               IF WS-STOCK-MATCH = 0
                   MOVE 12 TO WS-ORPHAN-CATEGORY
                   MOVE DRIP-SYMBOL TO WS-ORPHAN-KEY
                   PERFORM 7000-NOTE-ORPHAN
               END-IF
               PERFORM 2510-READ-ELECTION-ROW
           END-PERFORM
           IF DRIP-FILE-OK OR WS-DRIP-STATUS = '10'
               CLOSE DRIP-ELECTION-FILE
           END-IF.

       2510-READ-ELECTION-ROW.
           READ DRIP-ELECTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2600-CHECK-HOUSEHOLDS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT HOUSEHOLD-FILE
           IF NOT HOUSEHOLD-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2610-READ-HOUSEHOLD-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF HH-MEMBER-ROW
                   MOVE HH-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
                   PERFORM 7100-FIND-ACCOUNT
                   IF WS-ACCOUNT-MATCH = 0
                       MOVE 13 TO WS-ORPHAN-CATEGORY
                       MOVE SPACES TO WS-ORPHAN-KEY
                       STRING HH-ACCOUNT-ID DELIMITED BY SIZE
                           ' IN ' DELIMITED BY SIZE
                           HH-ID DELIMITED BY SIZE
                           INTO WS-ORPHAN-KEY
                       PERFORM 7000-NOTE-ORPHAN
                   END-IF
               END-IF
               PERFORM 2610-READ-HOUSEHOLD-ROW
           END-PERFORM
           IF HOUSEHOLD-FILE-OK OR WS-HOUSEHOLD-STATUS = '10'
               CLOSE HOUSEHOLD-FILE
           END-IF.

       2610-READ-HOUSEHOLD-ROW.
           READ HOUSEHOLD-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2700-CHECK-STAFF-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT STAFF-ACCOUNT-FILE
           IF NOT STAFF-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2710-READ-STAFF-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE SA-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE
               PERFORM 7400-FIND-EMPLOYEE
               IF WS-EMPLOYEE-MATCH = 0
                   MOVE 14 TO WS-ORPHAN-CATEGORY
                   MOVE SA-EMPLOYEE-ID TO WS-ORPHAN-KEY
                   PERFORM 7000-NOTE-ORPHAN
               END-IF
               MOVE SA-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               PERFORM 7100-FIND-ACCOUNT
               IF WS-ACCOUNT-MATCH = 0
                   MOVE 15 TO WS-ORPHAN-CATEGORY
                   MOVE SA-ACCOUNT-ID TO WS-ORPHAN-KEY
                   PERFORM 7000-NOTE-ORPHAN
               END-IF
               PERFORM 2710-READ-STAFF-ROW
           END-PERFORM
           IF STAFF-FILE-OK OR WS-STAFF-STATUS = '10'
               CLOSE STAFF-ACCOUNT-FILE
           END-IF.

       2710-READ-STAFF-ROW.
           READ STAFF-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2800-CHECK-CASH-LEDGER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CASH-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2810-READ-LEDGER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE CSH-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               PERFORM 7100-FIND-ACCOUNT
               IF WS-ACCOUNT-MATCH = 0
                   MOVE 16 TO WS-ORPHAN-CATEGORY
                   MOVE CSH-ACCOUNT-ID TO WS-ORPHAN-KEY
                   PERFORM 7000-NOTE-ORPHAN
               END-IF
               PERFORM 2810-READ-LEDGER-ROW
           END-PERFORM
           IF LEDGER-FILE-OK OR WS-LEDGER-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF.

       2810-READ-LEDGER-ROW.
           READ CASH-LEDGER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * The previous sweep is the latest one on the scorecard before
      * today; each category is compared with its row from that
      * sweep. Today's rows from an earlier run are dropped.
      ******************************************************************
       3000-LOAD-SCORECARD.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SCORECARD-FILE
           IF NOT SCORECARD-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3010-READ-SCORECARD-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF SC-SWEEP-DATE NOT = WS-TODAY
                   IF WS-KEEP-COUNT < 20000
                       ADD 1 TO WS-KEEP-COUNT
                       MOVE SCORECARD-RECORD TO KEEP-ROW(WS-KEEP-COUNT)
                   END-IF
                   IF SC-SWEEP-DATE < WS-TODAY
                       AND SC-SWEEP-DATE NOT < WS-PREVIOUS-SWEEP
                       IF SC-SWEEP-DATE > WS-PREVIOUS-SWEEP
                           MOVE SC-SWEEP-DATE TO WS-PREVIOUS-SWEEP
                           PERFORM 3020-FORGET-LAST-SWEEP
                               VARYING WS-CAT-SUB FROM 1 BY 1
                               UNTIL WS-CAT-SUB > 16
                       END-IF
                       PERFORM 3030-NOTE-LAST-SWEEP
                           VARYING WS-CAT-SUB FROM 1 BY 1
                           UNTIL WS-CAT-SUB > 16
                   END-IF
               END-IF
               PERFORM 3010-READ-SCORECARD-ROW
           END-PERFORM
           IF SCORECARD-FILE-OK OR WS-SCORECARD-STATUS = '10'
               CLOSE SCORECARD-FILE
           END-IF.

       3010-READ-SCORECARD-ROW.
           READ SCORECARD-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3020-FORGET-LAST-SWEEP.
           MOVE 'N' TO CAT-LAST-FOUND(WS-CAT-SUB)
           MOVE 0 TO CAT-LAST-KEYS(WS-CAT-SUB)
           MOVE 0 TO CAT-LAST-ROWS(WS-CAT-SUB).

       3030-NOTE-LAST-SWEEP.
           IF CATEGORY-CODE(WS-CAT-SUB) = SC-CATEGORY
               MOVE 'Y' TO CAT-LAST-FOUND(WS-CAT-SUB)
               MOVE SC-ORPHAN-KEYS TO CAT-LAST-KEYS(WS-CAT-SUB)
               MOVE SC-ORPHAN-ROWS TO CAT-LAST-ROWS(WS-CAT-SUB)
           END-IF.

       4000-WRITE-REPORT.
           OPEN OUTPUT SWEEP-REPORT-FILE
           STRING 'REFERENTIAL INTEGRITY SWEEP -- RUN '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           IF WS-PREVIOUS-SWEEP = SPACES
               MOVE 'FIRST SWEEP ON THE SCORECARD' TO
                   WS-REPORT-LINE(47:28)
           ELSE
               MOVE 'PREVIOUS SWEEP' TO WS-REPORT-LINE(47:14)
               MOVE WS-PREVIOUS-SWEEP TO WS-REPORT-LINE(62:8)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'SCORECARD' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'CATEGORY' TO WS-REPORT-LINE(1:8)
           MOVE 'FILE PAIR' TO WS-REPORT-LINE(12:9)
           MOVE 'KEYS' TO WS-REPORT-LINE(43:4)
           MOVE 'ROWS' TO WS-REPORT-LINE(54:4)
           MOVE 'LAST KEYS' TO WS-REPORT-LINE(60:9)
           MOVE 'LAST ROWS' TO WS-REPORT-LINE(71:9)
           MOVE 'TREND' TO WS-REPORT-LINE(82:5)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:87)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4100-WRITE-SCORE-LINE
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 16
           MOVE ALL '-' TO WS-REPORT-LINE(1:87)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'TOTAL' TO WS-REPORT-LINE(1:5)
           MOVE WS-TOTAL-KEYS TO WS-KEYS-FMT
           MOVE WS-KEYS-FMT TO WS-REPORT-LINE(41:6)
           MOVE WS-TOTAL-ROWS TO WS-ROWS-FMT
           MOVE WS-ROWS-FMT TO WS-REPORT-LINE(49:9)
           MOVE WS-WORSE-COUNT TO WS-COUNT-FMT
           MOVE 'CATEGORIES WORSE:' TO WS-REPORT-LINE(60:17)
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(78:3)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ORPHANS BY FILE PAIR' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-ORPHAN-COUNT = 0
               MOVE '  NO ORPHANS FOUND.' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 4200-WRITE-CATEGORY-DETAIL
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 16
           END-IF
           CLOSE SWEEP-REPORT-FILE.

      ******************************************************************
      * Better or worse goes by the number of orphan keys, and by the
      * rows they carry where the keys are level.
      ******************************************************************
       4100-WRITE-SCORE-LINE.
           ADD CAT-KEYS(WS-CAT-SUB) TO WS-TOTAL-KEYS
           ADD CAT-ROWS(WS-CAT-SUB) TO WS-TOTAL-ROWS
           EVALUATE TRUE
               WHEN CAT-LAST-FOUND(WS-CAT-SUB) NOT = 'Y'
                   MOVE 'NEW' TO WS-TREND
               WHEN CAT-KEYS(WS-CAT-SUB) > CAT-LAST-KEYS(WS-CAT-SUB)
                   MOVE 'WORSE' TO WS-TREND
               WHEN CAT-KEYS(WS-CAT-SUB) < CAT-LAST-KEYS(WS-CAT-SUB)
                   MOVE 'BETTER' TO WS-TREND
               WHEN CAT-ROWS(WS-CAT-SUB) > CAT-LAST-ROWS(WS-CAT-SUB)
                   MOVE 'WORSE' TO WS-TREND
               WHEN CAT-ROWS(WS-CAT-SUB) < CAT-LAST-ROWS(WS-CAT-SUB)
                   MOVE 'BETTER' TO WS-TREND
               WHEN OTHER
                   MOVE 'SAME' TO WS-TREND
           END-EVALUATE
           IF WS-TREND = 'WORSE'
               ADD 1 TO WS-WORSE-COUNT
           END-IF
           MOVE CATEGORY-CODE(WS-CAT-SUB) TO WS-REPORT-LINE(1:10)
           MOVE CATEGORY-PAIR(WS-CAT-SUB) TO WS-REPORT-LINE(12:28)
           MOVE CAT-KEYS(WS-CAT-SUB) TO WS-KEYS-FMT
           MOVE WS-KEYS-FMT TO WS-REPORT-LINE(41:6)
           MOVE CAT-ROWS(WS-CAT-SUB) TO WS-ROWS-FMT
           MOVE WS-ROWS-FMT TO WS-REPORT-LINE(49:9)
           IF CAT-LAST-FOUND(WS-CAT-SUB) = 'Y'
               MOVE CAT-LAST-KEYS(WS-CAT-SUB) TO WS-KEYS-FMT
               MOVE WS-KEYS-FMT TO WS-REPORT-LINE(63:6)
               MOVE CAT-LAST-ROWS(WS-CAT-SUB) TO WS-ROWS-FMT
               MOVE WS-ROWS-FMT TO WS-REPORT-LINE(71:9)
           END-IF
           MOVE WS-TREND TO WS-REPORT-LINE(82:6)
           PERFORM 8000-WRITE-REPORT-LINE.

       4200-WRITE-CATEGORY-DETAIL.
           IF CAT-KEYS(WS-CAT-SUB) > 0
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE CAT-KEYS(WS-CAT-SUB) TO WS-KEYS-FMT
               MOVE CAT-ROWS(WS-CAT-SUB) TO WS-ROWS-FMT
               STRING CATEGORY-CODE(WS-CAT-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CATEGORY-PAIR(WS-CAT-SUB) DELIMITED BY '  '
                   ': ' DELIMITED BY SIZE
                   CATEGORY-RULE(WS-CAT-SUB) DELIMITED BY '  '
                   ' --' DELIMITED BY SIZE
                   WS-KEYS-FMT DELIMITED BY SIZE
                   ' KEYS,' DELIMITED BY SIZE
                   WS-ROWS-FMT DELIMITED BY SIZE
                   ' ROWS' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               PERFORM 4210-WRITE-ONE-ORPHAN
                   VARYING ORPX FROM 1 BY 1
                   UNTIL ORPX > WS-ORPHAN-COUNT
           END-IF.

       4210-WRITE-ONE-ORPHAN.
           IF ORP-CATEGORY(ORPX) = WS-CAT-SUB
               MOVE ORP-KEY(ORPX) TO WS-REPORT-LINE(5:30)
               MOVE ORP-ROWS(ORPX) TO WS-ROWS-FMT
               MOVE WS-ROWS-FMT TO WS-REPORT-LINE(37:9)
               MOVE 'ROWS' TO WS-REPORT-LINE(47:4)
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       5000-SAVE-SCORECARD.
           OPEN OUTPUT SCORECARD-FILE
           PERFORM 5100-SAVE-KEPT-ROW
               VARYING KEEPX FROM 1 BY 1
               UNTIL KEEPX > WS-KEEP-COUNT
           PERFORM 5200-SAVE-TODAY-ROW
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 16
           CLOSE SCORECARD-FILE.

       5100-SAVE-KEPT-ROW.
           MOVE KEEP-ROW(KEEPX) TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD.

       5200-SAVE-TODAY-ROW.
           MOVE WS-TODAY TO SC-SWEEP-DATE
           MOVE CATEGORY-CODE(WS-CAT-SUB) TO SC-CATEGORY
           MOVE CAT-KEYS(WS-CAT-SUB) TO SC-ORPHAN-KEYS
           MOVE CAT-ROWS(WS-CAT-SUB) TO SC-ORPHAN-ROWS
           WRITE SCORECARD-RECORD.

      ******************************************************************
      * One orphan row: counted against its category and against its
      * key, the key entered the first time it is seen.
      ******************************************************************
       7000-NOTE-ORPHAN.
           ADD 1 TO CAT-ROWS(WS-ORPHAN-CATEGORY)
           MOVE 0 TO WS-ORPHAN-MATCH
           PERFORM 7010-MATCH-ONE-ORPHAN
               VARYING ORPX FROM 1 BY 1
               UNTIL ORPX > WS-ORPHAN-COUNT
                   OR WS-ORPHAN-MATCH > 0
           IF WS-ORPHAN-MATCH = 0 AND WS-ORPHAN-COUNT < 9999
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE WS-ORPHAN-COUNT TO WS-ORPHAN-MATCH
               MOVE WS-ORPHAN-CATEGORY TO
                   ORP-CATEGORY(WS-ORPHAN-MATCH)
               MOVE WS-ORPHAN-KEY TO ORP-KEY(WS-ORPHAN-MATCH)
               MOVE 0 TO ORP-ROWS(WS-ORPHAN-MATCH)
               ADD 1 TO CAT-KEYS(WS-ORPHAN-CATEGORY)
           END-IF
           IF WS-ORPHAN-MATCH > 0
               ADD 1 TO ORP-ROWS(WS-ORPHAN-MATCH)
           END-IF.

       7010-MATCH-ONE-ORPHAN.
           IF ORP-CATEGORY(ORPX) = WS-ORPHAN-CATEGORY
               AND ORP-KEY(ORPX) = WS-ORPHAN-KEY
               SET WS-ORPHAN-MATCH TO ORPX
           END-IF.

      ******************************************************************
      * The blank account id is the house account, which is never on
      * ACCOUNTS.txt, so it always counts as found.
      ******************************************************************
       7100-FIND-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-MATCH
           IF WS-LOOKUP-ACCOUNT = SPACES
               MOVE 1 TO WS-ACCOUNT-MATCH
           ELSE
               PERFORM 7110-MATCH-ONE-ACCOUNT
                   VARYING ACTX FROM 1 BY 1
                   UNTIL ACTX > WS-ACCOUNT-COUNT
                       OR WS-ACCOUNT-MATCH > 0
           END-IF.

       7110-MATCH-ONE-ACCOUNT.
           IF ACCT-ENTRY-ID(ACTX) = WS-LOOKUP-ACCOUNT
               SET WS-ACCOUNT-MATCH TO ACTX
           END-IF.

       7200-FIND-STOCK.
           MOVE 0 TO WS-STOCK-MATCH
           PERFORM 7210-MATCH-ONE-STOCK
               VARYING STKX FROM 1 BY 1
               UNTIL STKX > WS-STOCK-COUNT
                   OR WS-STOCK-MATCH > 0.

       7210-MATCH-ONE-STOCK.
           IF STK-SYMBOL(STKX) = WS-LOOKUP-SYMBOL
               SET WS-STOCK-MATCH TO STKX
           END-IF.

       7310-MATCH-ONE-DEPARTMENT.
           IF DEPT-ENTRY-CODE(DPTX) = DEPTCODE-IN
               SET WS-DEPT-MATCH TO DPTX
           END-IF.

       7400-FIND-EMPLOYEE.
           MOVE 0 TO WS-EMPLOYEE-MATCH
           PERFORM 7410-MATCH-ONE-EMPLOYEE
               VARYING EMPX FROM 1 BY 1
               UNTIL EMPX > WS-EMPLOYEE-COUNT
                   OR WS-EMPLOYEE-MATCH > 0.

       7410-MATCH-ONE-EMPLOYEE.
           IF EMP-ENTRY-ID(EMPX) = WS-LOOKUP-EMPLOYEE
               SET WS-EMPLOYEE-MATCH TO EMPX
           END-IF.

       7500-FIND-HELD-SYMBOL.
           MOVE 0 TO WS-HELD-MATCH
           PERFORM 7510-MATCH-ONE-HELD
               VARYING HLDX FROM 1 BY 1
               UNTIL HLDX > WS-HELD-COUNT
                   OR WS-HELD-MATCH > 0.

       7510-MATCH-ONE-HELD.
           IF HELD-SYMBOL(HLDX) = WS-LOOKUP-SYMBOL
               SET WS-HELD-MATCH TO HLDX
           END-IF.

       7600-FIND-SECTOR.
           MOVE 0 TO WS-SECTOR-MATCH
           PERFORM 7610-MATCH-ONE-SECTOR
               VARYING STKX FROM 1 BY 1
               UNTIL STKX > WS-STOCK-COUNT
                   OR WS-SECTOR-MATCH > 0.

       7610-MATCH-ONE-SECTOR.
           IF STK-SECTOR(STKX) = WS-LOOKUP-SECTOR
               SET WS-SECTOR-MATCH TO STKX
           END-IF.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM REF-SWEEP.
