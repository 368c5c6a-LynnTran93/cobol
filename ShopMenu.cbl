      *                 an election-night projection run from the
      *                 partial results file and passes LAB-6 run
      *                 mode 'P' when it is.
      *   2026-10-15 LT Records the OPERATORS master's new figures on
      *                 the master control register (MASTERCTL) each
      *                 time logon writes it back.
      *   2026-10-15 LT New reports option: the client statement, the
      *                 ticket sales trend and the election-night
      *                 projection can be run there and then, or
      *                 submitted for tonight's batch. A submitted
      *                 report goes on the RPTQUEUE.txt deferred report
      *                 queue under the operator's id for BATCH-RUNNER
      *                 to run after the scheduled jobs, and sign-on
      *                 now lists the operator's finished requests --
      *                 status and output file -- once each.
      *   2026-10-15 LT A successful sign-on now goes to the shop log
      *                 as an information line, so what an operator
      *                 id did on a given day can be traced.
      *   2026-10-15 LT Active session register (LOGONS.txt, see the
      *                 shared LOGONREC copybook): a logon records the
      *                 operator id, the terminal (SHOPTERM, or keyed
      *                 when it is not set) and the time, and a second
      *                 logon for an id still signed on elsewhere is
      *                 refused until that session signs off or goes
      *                 idle past the IDLELIMIT.txt limit (shop
      *                 default with no file), when it is forced off.
      *                 A menu choice made after the idle limit asks
      *                 for the password again before it is
      *                 dispatched; three misses sign the session off.
      *                 A session cleared by an administrator in
      *                 OPER-MAINT ends at its next choice. Refused
      *                 logons and forced sign-offs go to the shop log.
      *   2026-10-15 LT An operator whose linked employee no longer
      *                 holds a certification ROLECERTS.txt requires
      *                 for the operator's role (CERTS.txt register,
      *                 through the shared CERTCHK subprogram) is
      *                 signed on inquiry-only for the session, told
      *                 which course has lapsed, and the downgrade
      *                 goes to the shop log. The role on file is
      *                 left alone, so a renewal restores it.
      *   2026-10-15 LT LAB-6 is now passed a run request, the run
      *                 mode followed by the business date; the menu
      *                 leaves the date blank, meaning today.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOP-MENU.
           SELECT PWD-AGE-CONFIG-FILE ASSIGN TO "../PWDAGE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWD-AGE-STATUS.
           SELECT REPORT-QUEUE-FILE ASSIGN TO "../RPTQUEUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-QUEUE-STATUS.
           SELECT IDLE-CONFIG-FILE ASSIGN TO "../IDLELIMIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDLE-CONFIG-STATUS.
           SELECT SESSION-REGISTER-FILE ASSIGN TO "../LOGONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 PWD-AGE-CONFIG-RECORD.
           05 PA-MAX-AGE-DAYS     PIC 9(3).

       FD REPORT-QUEUE-FILE.
           COPY RPTQREC.

       FD IDLE-CONFIG-FILE.
       01 IDLE-CONFIG-RECORD.
           05 IC-IDLE-MINUTES     PIC 9(3).

       FD SESSION-REGISTER-FILE.
           COPY LOGONREC.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE '00'.
           88 OPERATOR-FILE-OK         VALUE '00'.
       01 WS-PWD-AGE-STATUS       PIC X(2) VALUE '00'.
           88 PWD-AGE-FILE-OK          VALUE '00'.
       01 WS-REPORT-QUEUE-STATUS  PIC X(2) VALUE '00'.
           88 REPORT-QUEUE-OK          VALUE '00'.
       01 WS-END-OF-OPERATORS     PIC X VALUE 'N'.
           88 NO-MORE-OPERATORS        VALUE 'Y'.
       01 WS-END-OF-QUEUE         PIC X VALUE 'N'.
           88 NO-MORE-QUEUE            VALUE 'Y'.
       01 WS-IDLE-CONFIG-STATUS   PIC X(2) VALUE '00'.
           88 IDLE-CONFIG-OK           VALUE '00'.
       01 WS-REGISTER-STATUS      PIC X(2) VALUE '00'.
           88 REGISTER-FILE-OK         VALUE '00'.
       01 WS-END-OF-REGISTER      PIC X VALUE 'N'.
           88 NO-MORE-REGISTER         VALUE 'Y'.

       01 WS-MENU-CHOICE          PIC X.
           88 CHOICE-STOCKS           VALUE '1'.
           88 CHOICE-OPER-MAINT       VALUE '7'.
           88 CHOICE-CHANGE-PWD       VALUE '8'.
           88 CHOICE-QUIT             VALUE '9'.
           88 CHOICE-REPORTS          VALUE 'R' 'r'.
       01 WS-ELECTION-REQUEST.
           05 WS-ELECTION-RUN-MODE    PIC X VALUE SPACE.
           05 WS-ELECTION-DATE        PIC X(8) VALUE SPACES.
       01 WS-ACCOUNT-FILTER       PIC X(8) VALUE SPACES.

       01 WS-REPORT-CHOICE        PIC X.
           88 REPORT-STATEMENT        VALUE '1'.
           88 REPORT-TICKET-TREND     VALUE '2'.
           88 REPORT-PROJECTION       VALUE '3'.
       01 WS-RUN-WHEN             PIC X.
           88 RUN-TONIGHT             VALUE 'T' 't'.
       01 WS-STATEMENT-REQUEST.
           05 WS-STMT-RUN-MODE    PIC X VALUE SPACE.
           05 WS-STMT-ACCOUNT     PIC X(8) VALUE SPACES.
           05 WS-STMT-FROM-DATE   PIC X(8) VALUE SPACES.
           05 WS-STMT-TO-DATE     PIC X(8) VALUE SPACES.
           05 WS-STMT-OUTPUT-NAME PIC X(40) VALUE SPACES.
       01 WS-QUEUE-COUNT          PIC 9(3) VALUE 0.
       01 WS-QUEUE-TABLE.
           05 QUEUE-ROW OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-QUEUE-COUNT
               INDEXED BY QUEX    PIC X(120).
       01 WS-RESULTS-SHOWN        PIC 9(3) VALUE 0.
       01 WS-REQUESTS-WAITING     PIC 9(3) VALUE 0.
       01 WS-RESULT-TEXT          PIC X(9).

       01 WS-OPERATOR.
           05 WS-OPERATOR-ID      PIC X(10).
           05 WS-OPERATOR-ROLE    PIC X.
       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'SHOP-MENU'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'W'.
       01 WS-MSGLOG-TEXT          PIC X(60).
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.

       01 WS-OPERATOR-COUNT       PIC 9(3) VALUE 0.
       01 WS-OPERATOR-TABLE.
               10 OPER-ENTRY-LOCKED   PIC X.
               10 OPER-ENTRY-EMPID    PIC X(6).
       01 WS-FAIL-COUNT           PIC 9(2) VALUE 0.
           COPY CERTCHK.

       01 WS-TERMINAL-ID          PIC X(8) VALUE SPACES.
       01 WS-IDLE-LIMIT           PIC 9(3) VALUE 15.
       01 WS-IDLE-CHECK           PIC X VALUE 'N'.
       01 WS-SESSION-STATE        PIC X VALUE 'N'.
           88 SESSION-CLAIMED         VALUE 'Y'.
           88 SESSION-REFUSED         VALUE 'R'.
           88 SESSION-ENDED           VALUE 'E'.
       01 WS-MY-SIGNON-STAMP      PIC X(14).
       01 WS-NOW-STAMP            PIC X(14).
       01 WS-CLOCK-STAMP.
           05 WS-MS-DATE          PIC 9(8).
           05 WS-MS-TIME.
               10 WS-MS-HH        PIC 9(2).
               10 WS-MS-MM        PIC 9(2).
               10 WS-MS-SS        PIC 9(2).
       01 WS-IDLE-LIMIT-SECONDS   PIC 9(6) VALUE 0.
       01 WS-STAMP-SECONDS        PIC 9(11) VALUE 0.
       01 WS-NOW-SECONDS          PIC 9(11) VALUE 0.
       01 WS-LAST-ACTIVE-SECONDS  PIC 9(11) VALUE 0.
       01 WS-IDLE-SECONDS         PIC S9(11) VALUE 0.
       01 WS-IDLE-FMT             PIC ZZZZ9.
       01 WS-REAUTH-TRIES         PIC 9 VALUE 0.
       01 WS-REAUTH-OK            PIC X VALUE 'N'.
       01 WS-REGISTER-COUNT       PIC 9(3) VALUE 0.
       01 WS-REGISTER-MATCH       PIC 9(3) VALUE 0.
       01 WS-REGISTER-TABLE.
           05 REG-ROW OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-REGISTER-COUNT
               INDEXED BY REGX    PIC X(46).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0040-READ-PWD-AGE-LIMIT
           PERFORM 0045-READ-IDLE-LIMIT
           PERFORM 0046-GET-TERMINAL-ID
           PERFORM 0050-LOAD-OPERATOR-TABLE
           MOVE 'L' TO CC-FUNCTION
           CALL 'CERTCHK' USING CERT-CHECK-AREA
               ON EXCEPTION CONTINUE
           END-CALL
           PERFORM 0060-OPERATOR-LOGON
               UNTIL WS-LOGON-OK = 'Y' OR WS-LOGON-TRIES >= 3
           IF WS-LOGON-OK = 'N'
               DISPLAY 'Logon failed three times; session ended.'
               STOP RUN
           END-IF
           PERFORM 0080-SHOW-MY-REPORTS
           PERFORM UNTIL CHOICE-QUIT OR SESSION-ENDED
               PERFORM 0100-DISPLAY-MENU
               MOVE 'Y' TO WS-IDLE-CHECK
               PERFORM 0600-TOUCH-SESSION
               IF SESSION-CLAIMED
                   PERFORM 0200-DISPATCH-CHOICE
                   MOVE 'N' TO WS-IDLE-CHECK
                   PERFORM 0600-TOUCH-SESSION
               END-IF
           END-PERFORM
           IF SESSION-CLAIMED
               PERFORM 0690-SIGN-OFF
           END-IF
           STOP RUN.

      ******************************************************************
               CLOSE PWD-AGE-CONFIG-FILE
           END-IF.

      ******************************************************************
      * The idle limit in minutes comes from IDLELIMIT.txt when one
      * is present; otherwise the shop default applies.
      ******************************************************************
       0045-READ-IDLE-LIMIT.
           OPEN INPUT IDLE-CONFIG-FILE
           IF IDLE-CONFIG-OK
               READ IDLE-CONFIG-FILE
                   NOT AT END
                       IF IC-IDLE-MINUTES NUMERIC
                           AND IC-IDLE-MINUTES > 0
                           MOVE IC-IDLE-MINUTES TO WS-IDLE-LIMIT
                       END-IF
               END-READ
               CLOSE IDLE-CONFIG-FILE
           END-IF
           COMPUTE WS-IDLE-LIMIT-SECONDS = WS-IDLE-LIMIT * 60.

      ******************************************************************
      * Each desk's login profile sets SHOPTERM to the terminal's
      * name; a desk without it keys the name at start-up.
      ******************************************************************
       0046-GET-TERMINAL-ID.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT 'SHOPTERM'
           IF WS-TERMINAL-ID = SPACES
               DISPLAY 'Terminal id:'
               ACCEPT WS-TERMINAL-ID
           END-IF
           IF WS-TERMINAL-ID = SPACES
               MOVE 'UNKNOWN' TO WS-TERMINAL-ID
           END-IF.

      ******************************************************************
      * On the very first run there is no operator master, so a
      * default ADMIN/ADMIN administrator is written and the shop
               MOVE SPACES TO OP-EMPLOYEE-ID
               WRITE OPERATOR-RECORD
               CLOSE OPERATOR-FILE
               MOVE 'OPERATORS' TO WS-CONTROL-FILE-ID
               PERFORM 0096-RECORD-MASTER-CONTROL
               OPEN INPUT OPERATOR-FILE
           END-IF
           PERFORM 0051-READ-OPERATOR-ROW
               END-IF
           END-IF
           IF WS-LOGON-OK = 'Y'
               PERFORM 0500-CLAIM-SESSION
               IF SESSION-CLAIMED
                   MOVE OPER-ENTRY-ID(WS-LOGON-MATCH) TO WS-OPERATOR-ID
                   MOVE OPER-ENTRY-ROLE(WS-LOGON-MATCH) TO
                       WS-OPERATOR-ROLE
                   MOVE WS-LOGON-MATCH TO WS-OPERATOR-SUB
                   MOVE '00' TO OPER-ENTRY-FAILS(WS-LOGON-MATCH)
                   PERFORM 0090-SAVE-OPERATOR-FILE
                   MOVE 'I' TO WS-MSGLOG-SEVERITY
                   MOVE SPACES TO WS-MSGLOG-TEXT
                   STRING 'OPERATOR ' DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SIZE
                       ' SIGNED ON' DELIMITED BY SIZE
                       INTO WS-MSGLOG-TEXT
                   PERFORM 0095-LOG-MESSAGE
                   PERFORM 0067-CHECK-CERTIFICATION
                   PERFORM 0065-CHECK-PASSWORD-AGE
                   IF WS-CHANGE-NEEDED = 'Y'
                       DISPLAY 'Your password must be changed '
                           'before you carry on.'
                       PERFORM 0070-CHANGE-PASSWORD
                   END-IF
               END-IF
           ELSE
               DISPLAY 'Operator id or password not recognized.'
               END-IF
           END-IF.

      ******************************************************************
      * A role that needs certifications the linked employee no
      * longer holds current drops to inquiry-only for the session.
      ******************************************************************
       0067-CHECK-CERTIFICATION.
           MOVE 'C' TO CC-FUNCTION
           MOVE WS-TODAY TO CC-AS-OF-DATE
           MOVE OPER-ENTRY-EMPID(WS-OPERATOR-SUB) TO CC-EMPLOYEE-ID
           MOVE WS-OPERATOR-ROLE TO CC-ROLE
           MOVE 'Y' TO CC-RESULT
           CALL 'CERTCHK' USING CERT-CHECK-AREA
               ON EXCEPTION CONTINUE
           END-CALL
           IF CC-NOT-CURRENT
               MOVE 'I' TO WS-OPERATOR-ROLE
               DISPLAY 'Certification ' CC-MISSING-COURSE
                   ' is not current; signed on inquiry-only.'
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               STRING 'OPERATOR ' DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SPACE
                   ' INQUIRY-ONLY -- CERT ' DELIMITED BY SIZE
                   CC-MISSING-COURSE DELIMITED BY SPACE
                   ' NOT CURRENT' DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
               PERFORM 0095-LOG-MESSAGE
           END-IF.

      ******************************************************************
      * Change the signed-on operator's password: keyed twice, must
      * match and not be blank; the encoded form and today's date go
                   DISPLAY 'Password changed.'
           END-EVALUATE.

      ******************************************************************
      * The operator's overnight report requests that have finished
      * since they last signed on: what ran, how it ended and the
      * file it wrote. Each is shown once -- the row is marked seen
      * and the queue written back -- and the batch drops it the
      * following night. Requests still waiting are only counted.
      ******************************************************************
       0080-SHOW-MY-REPORTS.
           MOVE 0 TO WS-QUEUE-COUNT
           MOVE 0 TO WS-RESULTS-SHOWN
           MOVE 0 TO WS-REQUESTS-WAITING
           MOVE 'N' TO WS-END-OF-QUEUE
           OPEN INPUT REPORT-QUEUE-FILE
           IF NOT REPORT-QUEUE-OK
               MOVE 'Y' TO WS-END-OF-QUEUE
           ELSE
               PERFORM 0081-READ-QUEUE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-QUEUE
               IF RQ-OPERATOR-ID = WS-OPERATOR-ID
                   IF RQ-QUEUED
                       ADD 1 TO WS-REQUESTS-WAITING
                   ELSE
                       IF NOT RQ-SEEN-BY-OPERATOR
                           PERFORM 0082-SHOW-ONE-RESULT
                       END-IF
                   END-IF
               END-IF
               IF WS-QUEUE-COUNT < 999
                   ADD 1 TO WS-QUEUE-COUNT
                   SET QUEX TO WS-QUEUE-COUNT
                   MOVE REPORT-REQUEST-RECORD TO QUEUE-ROW(QUEX)
               END-IF
               PERFORM 0081-READ-QUEUE-ROW
           END-PERFORM
           IF REPORT-QUEUE-OK OR WS-REPORT-QUEUE-STATUS = '10'
               CLOSE REPORT-QUEUE-FILE
           END-IF
           IF WS-RESULTS-SHOWN > 0
               OPEN OUTPUT REPORT-QUEUE-FILE
               PERFORM 0083-WRITE-ONE-QUEUE-ROW
                   VARYING QUEX FROM 1 BY 1
                   UNTIL QUEX > WS-QUEUE-COUNT
               CLOSE REPORT-QUEUE-FILE
           END-IF
           IF WS-REQUESTS-WAITING > 0
               DISPLAY 'Reports still queued for the batch: '
                   WS-REQUESTS-WAITING
           END-IF.

       0081-READ-QUEUE-ROW.
           READ REPORT-QUEUE-FILE
               AT END MOVE 'Y' TO WS-END-OF-QUEUE.

       0082-SHOW-ONE-RESULT.
           IF WS-RESULTS-SHOWN = 0
               DISPLAY ' '
               DISPLAY 'Your reports from the overnight batch:'
           END-IF
           ADD 1 TO WS-RESULTS-SHOWN
           IF RQ-COMPLETED
               MOVE 'COMPLETED' TO WS-RESULT-TEXT
           ELSE
               MOVE 'FAILED' TO WS-RESULT-TEXT
           END-IF
           DISPLAY RQ-REPORT-ID ' submitted ' RQ-SUBMIT-DATE
               ' ran ' RQ-RUN-DATE ' ' WS-RESULT-TEXT
           DISPLAY '    ' RQ-OUTPUT-NAME
           MOVE 'Y' TO RQ-SEEN.

       0083-WRITE-ONE-QUEUE-ROW.
           MOVE QUEUE-ROW(QUEX) TO REPORT-REQUEST-RECORD
           WRITE REPORT-REQUEST-RECORD.

       0090-SAVE-OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM 0091-WRITE-ONE-OPERATOR
               VARYING OPRX FROM 1 BY 1
               UNTIL OPRX > WS-OPERATOR-COUNT
           CLOSE OPERATOR-FILE
           MOVE 'OPERATORS' TO WS-CONTROL-FILE-ID
           PERFORM 0096-RECORD-MASTER-CONTROL.

       0091-WRITE-ONE-OPERATOR.
           MOVE OPER-ENTRY-ID(OPRX) TO OP-ID
               ON EXCEPTION CONTINUE
           END-CALL.

       0096-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-MSGLOG-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.

       0100-DISPLAY-MENU.
           DISPLAY ' '
           DISPLAY '================ SHOP MAIN MENU ================='
           DISPLAY '6. Portfolio position maintenance'
           DISPLAY '7. Operator maintenance'
           DISPLAY '8. Change my password'
           DISPLAY 'R. Reports -- run now or submit for tonight'
           DISPLAY '9. Quit'
           DISPLAY 'Enter your choice (1-9 or R):'
           ACCEPT WS-MENU-CHOICE.

      ******************************************************************
                   ELSE
                       MOVE SPACE TO WS-ELECTION-RUN-MODE
                   END-IF
                   CALL 'LAB-6' USING WS-ELECTION-REQUEST
               WHEN CHOICE-EMPLOYEES
                   CALL 'EMPLOYEE-RECORDS' USING WS-OPERATOR
               WHEN CHOICE-STOCK-MAINT
                   END-IF
               WHEN CHOICE-CHANGE-PWD
                   PERFORM 0070-CHANGE-PASSWORD
               WHEN CHOICE-REPORTS
                   PERFORM 0300-REPORT-REQUEST
               WHEN CHOICE-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice. Please enter 1-9 or R.'
           END-EVALUATE.

      ******************************************************************
      * The long-running reports. Run now ties the terminal up until
      * the report is written; submitted for tonight, the request is
      * queued under the operator's id with the report's parameters
      * and BATCH-RUNNER runs it after the scheduled jobs.
      ******************************************************************
       0300-REPORT-REQUEST.
           DISPLAY '1. Client statement'
           DISPLAY '2. Ticket sales trend'
           DISPLAY '3. Election-night projection'
           DISPLAY 'Report (1-3):'
           ACCEPT WS-REPORT-CHOICE
           IF REPORT-STATEMENT OR REPORT-TICKET-TREND
               OR REPORT-PROJECTION
               DISPLAY 'Run now, or submit for tonight''s batch (N/T)?'
               ACCEPT WS-RUN-WHEN
               IF RUN-TONIGHT
                   PERFORM 0310-QUEUE-REPORT
               ELSE
                   PERFORM 0320-RUN-REPORT-NOW
               END-IF
           ELSE
               DISPLAY 'Invalid report choice.'
           END-IF.

       0310-QUEUE-REPORT.
           MOVE SPACES TO REPORT-REQUEST-RECORD
           MOVE WS-OPERATOR-ID TO RQ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO RQ-SUBMIT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RQ-SUBMIT-TIME
           MOVE 'Q' TO RQ-STATUS
           MOVE 'N' TO RQ-SEEN
           EVALUATE TRUE
               WHEN REPORT-STATEMENT
                   MOVE 'CLIENT-STATEMENT' TO RQ-REPORT-ID
                   DISPLAY 'Account id (blank for every open '
                       'account):'
                   ACCEPT RQ-STMT-ACCOUNT
                   DISPLAY 'Period from (YYYYMMDD):'
                   ACCEPT RQ-STMT-FROM-DATE
                   DISPLAY 'Period to (YYYYMMDD):'
                   ACCEPT RQ-STMT-TO-DATE
               WHEN REPORT-TICKET-TREND
                   MOVE 'TICKET-TREND' TO RQ-REPORT-ID
               WHEN REPORT-PROJECTION
                   MOVE 'LAB-6' TO RQ-REPORT-ID
           END-EVALUATE
           IF RQ-CLIENT-STATEMENT
               AND (RQ-STMT-FROM-DATE NOT NUMERIC
                   OR RQ-STMT-TO-DATE NOT NUMERIC)
               DISPLAY 'Error: period dates must be YYYYMMDD; '
                   'nothing queued.'
           ELSE
               OPEN EXTEND REPORT-QUEUE-FILE
               IF WS-REPORT-QUEUE-STATUS = '35'
                   OPEN OUTPUT REPORT-QUEUE-FILE
               END-IF
               WRITE REPORT-REQUEST-RECORD
               CLOSE REPORT-QUEUE-FILE
               DISPLAY 'Queued for tonight''s batch; the result is '
                   'shown when you next sign on.'
           END-IF.

       0320-RUN-REPORT-NOW.
           EVALUATE TRUE
               WHEN REPORT-STATEMENT
                   MOVE SPACE TO WS-STMT-RUN-MODE
                   CALL 'CLIENT-STATEMENT' USING WS-STATEMENT-REQUEST
               WHEN REPORT-TICKET-TREND
                   CALL 'TICKET-TREND'
               WHEN REPORT-PROJECTION
                   MOVE 'P' TO WS-ELECTION-RUN-MODE
                   CALL 'LAB-6' USING WS-ELECTION-REQUEST
           END-EVALUATE.

      ******************************************************************
      * Logon against the active session register. An id whose row
      * was active inside the idle limit is signed on elsewhere and
      * the logon is refused; a row left idle past the limit is a
      * desk walked away from, forced off and taken over. Either
      * goes to the shop log with the terminal.
      ******************************************************************
       0500-CLAIM-SESSION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP TO WS-CLOCK-STAMP
           PERFORM 0520-STAMP-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS
           PERFORM 0510-LOAD-REGISTER
           MOVE 0 TO WS-REGISTER-MATCH
           PERFORM 0512-MATCH-OPERATOR-ROW
               VARYING REGX FROM 1 BY 1
               UNTIL REGX > WS-REGISTER-COUNT
                   OR WS-REGISTER-MATCH > 0
           MOVE 'Y' TO WS-SESSION-STATE
           IF WS-REGISTER-MATCH > 0
               MOVE REG-ROW(WS-REGISTER-MATCH) TO
                   ACTIVE-SESSION-RECORD
               MOVE AS-LAST-DATE TO WS-MS-DATE
               MOVE AS-LAST-TIME TO WS-MS-TIME
               PERFORM 0520-STAMP-SECONDS
               COMPUTE WS-IDLE-SECONDS =
                   WS-NOW-SECONDS - WS-STAMP-SECONDS
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               IF WS-IDLE-SECONDS NOT > WS-IDLE-LIMIT-SECONDS
                   DISPLAY 'That operator id has been signed on '
                       'since ' AS-SIGNON-TIME ' at terminal '
                       AS-TERMINAL-ID
                   DISPLAY 'Sign off there first, or ask an '
                       'administrator to clear the session.'
                   STRING 'DUPLICATE LOGON REFUSED -- '
                       DELIMITED BY SIZE
                       WS-LOGON-ID DELIMITED BY SPACE
                       ' AT ' DELIMITED BY SIZE
                       WS-TERMINAL-ID DELIMITED BY SIZE
                       INTO WS-MSGLOG-TEXT
                   MOVE 'R' TO WS-SESSION-STATE
                   MOVE 'N' TO WS-LOGON-OK
               ELSE
                   STRING 'IDLE SESSION FORCED OFF -- '
                       DELIMITED BY SIZE
                       WS-LOGON-ID DELIMITED BY SPACE
                       ' AT ' DELIMITED BY SIZE
                       AS-TERMINAL-ID DELIMITED BY SIZE
                       INTO WS-MSGLOG-TEXT
               END-IF
               PERFORM 0095-LOG-MESSAGE
           ELSE
               IF WS-REGISTER-COUNT < 999
                   ADD 1 TO WS-REGISTER-COUNT
                   MOVE WS-REGISTER-COUNT TO WS-REGISTER-MATCH
               END-IF
           END-IF
           IF SESSION-CLAIMED
               MOVE WS-NOW-STAMP TO WS-MY-SIGNON-STAMP
               MOVE WS-NOW-SECONDS TO WS-LAST-ACTIVE-SECONDS
               IF WS-REGISTER-MATCH > 0
                   PERFORM 0530-SET-MY-ROW
                   PERFORM 0515-SAVE-REGISTER
               END-IF
           END-IF.

       0510-LOAD-REGISTER.
           MOVE 0 TO WS-REGISTER-COUNT
           MOVE 'N' TO WS-END-OF-REGISTER
           OPEN INPUT SESSION-REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               MOVE 'Y' TO WS-END-OF-REGISTER
           ELSE
               PERFORM 0511-READ-REGISTER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-REGISTER
               IF WS-REGISTER-COUNT < 999
                   AND AS-OPERATOR-ID NOT = SPACES
                   ADD 1 TO WS-REGISTER-COUNT
                   SET REGX TO WS-REGISTER-COUNT
                   MOVE ACTIVE-SESSION-RECORD TO REG-ROW(REGX)
               END-IF
               PERFORM 0511-READ-REGISTER-ROW
           END-PERFORM
           IF REGISTER-FILE-OK OR WS-REGISTER-STATUS = '10'
               CLOSE SESSION-REGISTER-FILE
           END-IF.

       0511-READ-REGISTER-ROW.
           READ SESSION-REGISTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-REGISTER.

       0512-MATCH-OPERATOR-ROW.
           MOVE REG-ROW(REGX) TO ACTIVE-SESSION-RECORD
           IF AS-OPERATOR-ID = WS-LOGON-ID
               SET WS-REGISTER-MATCH TO REGX
           END-IF.

      ******************************************************************
      * This session's own row: the same id, terminal and sign-on
      * time. Gone means an administrator cleared it, or it was
      * forced off by a logon elsewhere after going idle.
      ******************************************************************
       0513-MATCH-MY-ROW.
           MOVE REG-ROW(REGX) TO ACTIVE-SESSION-RECORD
           IF AS-OPERATOR-ID = WS-LOGON-ID
               AND AS-TERMINAL-ID = WS-TERMINAL-ID
               AND AS-SIGNON-DATE = WS-MY-SIGNON-STAMP(1:8)
               AND AS-SIGNON-TIME = WS-MY-SIGNON-STAMP(9:6)
               SET WS-REGISTER-MATCH TO REGX
           END-IF.

       0515-SAVE-REGISTER.
           OPEN OUTPUT SESSION-REGISTER-FILE
           PERFORM 0516-WRITE-ONE-REGISTER-ROW
               VARYING REGX FROM 1 BY 1
               UNTIL REGX > WS-REGISTER-COUNT
           CLOSE SESSION-REGISTER-FILE.

       0516-WRITE-ONE-REGISTER-ROW.
           IF REG-ROW(REGX) NOT = SPACES
               MOVE REG-ROW(REGX) TO ACTIVE-SESSION-RECORD
               WRITE ACTIVE-SESSION-RECORD
           END-IF.

      ******************************************************************
      * Seconds since the start of the calendar for a
      * YYYYMMDDHHMMSS stamp in WS-CLOCK-STAMP, so an idle spell
      * across midnight measures right. A stamp that is not a date
      * counts as long idle.
      ******************************************************************
       0520-STAMP-SECONDS.
           IF WS-CLOCK-STAMP NUMERIC AND WS-MS-DATE > 16010100
               COMPUTE WS-STAMP-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-MS-DATE) * 86400
                   + WS-MS-HH * 3600 + WS-MS-MM * 60 + WS-MS-SS
           ELSE
               MOVE 0 TO WS-STAMP-SECONDS
           END-IF.

       0530-SET-MY-ROW.
           MOVE WS-LOGON-ID TO AS-OPERATOR-ID
           MOVE WS-TERMINAL-ID TO AS-TERMINAL-ID
           MOVE WS-MY-SIGNON-STAMP(1:8) TO AS-SIGNON-DATE
           MOVE WS-MY-SIGNON-STAMP(9:6) TO AS-SIGNON-TIME
           MOVE WS-NOW-STAMP(1:8) TO AS-LAST-DATE
           MOVE WS-NOW-STAMP(9:6) TO AS-LAST-TIME
           MOVE ACTIVE-SESSION-RECORD TO REG-ROW(WS-REGISTER-MATCH).

      ******************************************************************
      * Done around every dispatch. Before it (WS-IDLE-CHECK Y), a
      * choice made after the idle limit needs the password again
      * -- quitting does not. After it, the time spent inside the
      * called program counts as activity. Either way the row's
      * last activity is brought up to now, or the session ends if
      * its row has gone or the password was not given.
      ******************************************************************
       0600-TOUCH-SESSION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP TO WS-CLOCK-STAMP
           PERFORM 0520-STAMP-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS
           PERFORM 0510-LOAD-REGISTER
           MOVE 0 TO WS-REGISTER-MATCH
           PERFORM 0513-MATCH-MY-ROW
               VARYING REGX FROM 1 BY 1
               UNTIL REGX > WS-REGISTER-COUNT
                   OR WS-REGISTER-MATCH > 0
           IF WS-REGISTER-MATCH = 0
               DISPLAY 'This session has been ended by an '
                   'administrator or a sign-on elsewhere.'
               DISPLAY 'Sign on again to carry on.'
               MOVE 'E' TO WS-SESSION-STATE
           ELSE
               COMPUTE WS-IDLE-SECONDS =
                   WS-NOW-SECONDS - WS-LAST-ACTIVE-SECONDS
               IF WS-IDLE-CHECK = 'Y'
                   AND WS-IDLE-SECONDS > WS-IDLE-LIMIT-SECONDS
                   AND NOT CHOICE-QUIT
                   PERFORM 0610-REAUTHENTICATE
               END-IF
               IF SESSION-ENDED
                   MOVE SPACES TO REG-ROW(WS-REGISTER-MATCH)
                   MOVE 'W' TO WS-MSGLOG-SEVERITY
                   MOVE SPACES TO WS-MSGLOG-TEXT
                   STRING 'IDLE SESSION FORCED OFF -- '
                       DELIMITED BY SIZE
                       WS-LOGON-ID DELIMITED BY SPACE
                       ' AT ' DELIMITED BY SIZE
                       WS-TERMINAL-ID DELIMITED BY SIZE
                       INTO WS-MSGLOG-TEXT
                   PERFORM 0095-LOG-MESSAGE
               ELSE
                   PERFORM 0530-SET-MY-ROW
                   MOVE WS-NOW-SECONDS TO WS-LAST-ACTIVE-SECONDS
               END-IF
               PERFORM 0515-SAVE-REGISTER
           END-IF.

       0610-REAUTHENTICATE.
           COMPUTE WS-IDLE-FMT = WS-IDLE-SECONDS / 60
           DISPLAY 'No menu choice for ' WS-IDLE-FMT
               ' minutes; password needed to carry on.'
           MOVE 0 TO WS-REAUTH-TRIES
           MOVE 'N' TO WS-REAUTH-OK
           PERFORM 0611-ASK-PASSWORD
               UNTIL WS-REAUTH-OK = 'Y' OR WS-REAUTH-TRIES >= 3
           IF WS-REAUTH-OK = 'N'
               DISPLAY 'Password not recognized; session signed off.'
               MOVE 'E' TO WS-SESSION-STATE
           END-IF.

       0611-ASK-PASSWORD.
           ADD 1 TO WS-REAUTH-TRIES
           DISPLAY 'Password for ' WS-OPERATOR-ID ':'
           ACCEPT WS-LOGON-PASSWORD
           IF OPER-ENTRY-HASH(WS-OPERATOR-SUB) NUMERIC
               MOVE WS-LOGON-PASSWORD TO WS-ENCODE-PASSWORD
               CALL 'PWDENCODE' USING WS-ENCODE-PASSWORD
                   WS-ENCODE-HASH
                   ON EXCEPTION CONTINUE
               END-CALL
               IF WS-ENCODE-HASH =
                   FUNCTION NUMVAL(OPER-ENTRY-HASH(WS-OPERATOR-SUB))
                   MOVE 'Y' TO WS-REAUTH-OK
               END-IF
           ELSE
               IF OPER-ENTRY-PASSWORD(WS-OPERATOR-SUB) =
                   WS-LOGON-PASSWORD
                   MOVE 'Y' TO WS-REAUTH-OK
               END-IF
           END-IF
           IF WS-REAUTH-OK = 'N'
               DISPLAY 'Password not recognized.'
           END-IF.

       0690-SIGN-OFF.
           PERFORM 0510-LOAD-REGISTER
           MOVE 0 TO WS-REGISTER-MATCH
           PERFORM 0513-MATCH-MY-ROW
               VARYING REGX FROM 1 BY 1
               UNTIL REGX > WS-REGISTER-COUNT
                   OR WS-REGISTER-MATCH > 0
           IF WS-REGISTER-MATCH > 0
               MOVE SPACES TO REG-ROW(WS-REGISTER-MATCH)
               PERFORM 0515-SAVE-REGISTER
           END-IF
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'OPERATOR ' DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               ' SIGNED OFF' DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           PERFORM 0095-LOG-MESSAGE.
       END PROGRAM SHOP-MENU.
