      *                 as the console, like the shop's other
      *                 review reports, so the periodic run leaves
      *                 something to read.
      *   2026-10-15 LT Records the OPERATORS master's new figures on
      *                 the master control register (MASTERCTL) after
      *                 each save.
      *   2026-10-15 LT Each add, change, delete and unlock now goes
      *                 to the shop log (MSGLOG) naming the operator
      *                 id, its role and the administrator who made
      *                 the change, so access changes can be reviewed
      *                 against what the id did afterwards.
      *   2026-10-15 LT New (S)essions option lists the active session
      *                 register (LOGONS.txt) SHOP-MENU keeps -- who
      *                 is signed on at which terminal, since when and
      *                 how long idle -- and clears a stuck session,
      *                 with the clear logged to the shop log.
      *   2026-10-15 LT A role is only granted on add or change when
      *                 the linked employee holds every certification
      *                 ROLECERTS.txt requires for it, current on the
      *                 CERTS.txt register (through the shared CERTCHK
      *                 subprogram); the refusal names the course.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-MAINT.
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "../ACCESSREV.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-REGISTER-FILE ASSIGN TO "../LOGONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REVIEW-REPORT-FILE.
       01 REVIEW-REPORT-RECORD    PIC X(80).

       FD SESSION-REGISTER-FILE.
           COPY LOGONREC.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE '00'.
           88 OPERATOR-FILE-OK         VALUE '00'.
           88 MENU-DELETE              VALUE 'D' 'd'.
           88 MENU-UNLOCK              VALUE 'U' 'u'.
           88 MENU-REVIEW              VALUE 'R' 'r'.
           88 MENU-SESSIONS            VALUE 'S' 's'.
           88 MENU-LIST                VALUE 'L' 'l'.
           88 MENU-QUIT                VALUE 'Q' 'q'.
       01 WS-VALID-ENTRY          PIC X VALUE 'Y'.
       01 WS-PROBLEM-COUNT        PIC 9(3) VALUE 0.
       01 WS-PROBLEM-FMT          PIC ZZ9.

       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.
       01 WS-CONTROL-PROGRAM      PIC X(12) VALUE 'OPER-MAINT'.

       01 WS-REGISTER-STATUS      PIC X(2) VALUE '00'.
           88 REGISTER-FILE-OK         VALUE '00'.
       01 WS-END-OF-REGISTER      PIC X VALUE 'N'.
           88 NO-MORE-REGISTER         VALUE 'Y'.
       01 WS-REGISTER-COUNT       PIC 9(3) VALUE 0.
       01 WS-REGISTER-MATCH       PIC 9(3) VALUE 0.
       01 WS-REGISTER-TABLE.
           05 REG-ROW OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-REGISTER-COUNT
               INDEXED BY REGX    PIC X(46).
       01 WS-NOW-MINUTES          PIC 9(9) VALUE 0.
       01 WS-IDLE-MINUTES         PIC 9(9) VALUE 0.
       01 WS-IDLE-FMT             PIC ZZZZ9.
       01 WS-MINUTE-STAMP.
           05 WS-MS-DATE          PIC 9(8).
           05 WS-MS-TIME.
               10 WS-MS-HH        PIC 9(2).
               10 WS-MS-MM        PIC 9(2).
               10 WS-MS-SS        PIC 9(2).
       01 WS-STAMP-MINUTES        PIC 9(9) VALUE 0.
       01 WS-SESSION-LOG-TEXT     PIC X(60).

           COPY CERTCHK.

       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT.
           05 FILLER              PIC X(9) VALUE 'OPERATOR '.
           05 WS-CHANGE-TARGET    PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-CHANGE-VERB      PIC X(9).
           05 FILLER              PIC X(6) VALUE ' ROLE '.
           05 WS-CHANGE-ROLE      PIC X.
           05 FILLER              PIC X(4) VALUE ' BY '.
           05 WS-CHANGE-ADMIN     PIC X(10).
           05 FILLER              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-LOAD-OPERATOR-TABLE
           MOVE 'L' TO CC-FUNCTION
           CALL 'CERTCHK' USING CERT-CHECK-AREA
               ON EXCEPTION CONTINUE
           END-CALL
           PERFORM 1500-ADMIN-LOGON
           IF WS-LOGON-OK = 'Y'
               PERFORM 2000-MAIN-MENU UNTIL MENU-QUIT
       2000-MAIN-MENU.
           DISPLAY '------------------------------------------------'
           DISPLAY '(A)dd  (C)hange  (D)elete  (U)nlock  '
               'access (R)eview  (S)essions  (L)ist  (Q)uit'
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN MENU-ADD
                   PERFORM 5500-UNLOCK-OPERATOR
               WHEN MENU-REVIEW
                   PERFORM 5600-ACCESS-REVIEW
               WHEN MENU-SESSIONS
                   PERFORM 5700-SESSION-REGISTER
               WHEN MENU-LIST
                   PERFORM 6000-LIST-OPERATORS
               WHEN MENU-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice. Enter A, C, D, U, R, '
                       'S, L, or Q.'
           END-EVALUATE.

       3000-ADD-OPERATOR.
                       MOVE WS-EMPID-INPUT TO
                           OPER-ENTRY-EMPID(OPRX)
                       MOVE 'N' TO OPER-ENTRY-DELETED(OPRX)
                       MOVE 'ADDED' TO WS-CHANGE-VERB
                       PERFORM 8500-LOG-OPERATOR-CHANGE
                       PERFORM 8000-SAVE-OPERATOR-FILE
                       DISPLAY 'Operator added.'
                   END-IF
                       MOVE WS-ROLE-INPUT TO OPER-ENTRY-ROLE(OPRX)
                       MOVE WS-EMPID-INPUT TO
                           OPER-ENTRY-EMPID(OPRX)
                       MOVE 'CHANGED' TO WS-CHANGE-VERB
                       PERFORM 8500-LOG-OPERATOR-CHANGE
                       PERFORM 8000-SAVE-OPERATOR-FILE
                       DISPLAY 'Operator changed.'
                   END-IF
               ELSE
                   SET OPRX TO WS-OPERATOR-MATCH
                   MOVE 'Y' TO OPER-ENTRY-DELETED(OPRX)
                   MOVE 'DELETED' TO WS-CHANGE-VERB
                   PERFORM 8500-LOG-OPERATOR-CHANGE
                   PERFORM 8000-SAVE-OPERATOR-FILE
                   DISPLAY 'Operator deleted.'
               END-IF
                   SET OPRX TO WS-OPERATOR-MATCH
                   MOVE 'N' TO OPER-ENTRY-LOCKED(OPRX)
                   MOVE '00' TO OPER-ENTRY-FAILS(OPRX)
                   MOVE 'UNLOCKED' TO WS-CHANGE-VERB
                   PERFORM 8500-LOG-OPERATOR-CHANGE
                   PERFORM 8000-SAVE-OPERATOR-FILE
                   DISPLAY 'Operator unlocked.'
               END-IF
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO WS-REVIEW-LINE.

      ******************************************************************
      * Session register: every operator signed on at SHOP-MENU with
      * the terminal, sign-on time and minutes since the last menu
      * choice. Clearing a row is for a session left stuck by a
      * dead terminal; the session, if it is in fact still there,
      * ends at its next choice. The clear goes to the shop log.
      ******************************************************************
       5700-SESSION-REGISTER.
           PERFORM 5710-LOAD-REGISTER
           IF WS-REGISTER-COUNT = 0
               DISPLAY 'No operators signed on.'
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MINUTE-STAMP
               PERFORM 5730-STAMP-MINUTES
               MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES
               DISPLAY 'OPERATOR   TERMINAL SIGNED ON       '
                   'LAST CHOICE     IDLE MINS'
               PERFORM 5720-SHOW-ONE-SESSION
                   VARYING REGX FROM 1 BY 1
                   UNTIL REGX > WS-REGISTER-COUNT
               DISPLAY 'Operator id to clear (blank = none):'
               ACCEPT WS-ID-INPUT
               IF WS-ID-INPUT NOT = SPACES
                   MOVE 0 TO WS-REGISTER-MATCH
                   PERFORM 5740-MATCH-SESSION-ROW
                       VARYING REGX FROM 1 BY 1
                       UNTIL REGX > WS-REGISTER-COUNT
                           OR WS-REGISTER-MATCH > 0
                   IF WS-REGISTER-MATCH = 0
                       DISPLAY 'Error: that id is not signed on.'
                   ELSE
                       PERFORM 5750-CLEAR-SESSION
                   END-IF
               END-IF
           END-IF.

       5710-LOAD-REGISTER.
           MOVE 0 TO WS-REGISTER-COUNT
           MOVE 'N' TO WS-END-OF-REGISTER
           OPEN INPUT SESSION-REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               MOVE 'Y' TO WS-END-OF-REGISTER
           ELSE
               PERFORM 5711-READ-REGISTER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-REGISTER
               IF WS-REGISTER-COUNT < 999
                   AND AS-OPERATOR-ID NOT = SPACES
                   ADD 1 TO WS-REGISTER-COUNT
                   SET REGX TO WS-REGISTER-COUNT
                   MOVE ACTIVE-SESSION-RECORD TO REG-ROW(REGX)
               END-IF
               PERFORM 5711-READ-REGISTER-ROW
           END-PERFORM
           IF REGISTER-FILE-OK OR WS-REGISTER-STATUS = '10'
               CLOSE SESSION-REGISTER-FILE
           END-IF.

       5711-READ-REGISTER-ROW.
           READ SESSION-REGISTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-REGISTER.

       5720-SHOW-ONE-SESSION.
           MOVE REG-ROW(REGX) TO ACTIVE-SESSION-RECORD
           MOVE AS-LAST-DATE TO WS-MS-DATE
           MOVE AS-LAST-TIME TO WS-MS-TIME
           PERFORM 5730-STAMP-MINUTES
           IF WS-STAMP-MINUTES > 0
               AND WS-NOW-MINUTES > WS-STAMP-MINUTES
               COMPUTE WS-IDLE-MINUTES =
                   WS-NOW-MINUTES - WS-STAMP-MINUTES
           ELSE
               MOVE 0 TO WS-IDLE-MINUTES
           END-IF
           MOVE WS-IDLE-MINUTES TO WS-IDLE-FMT
           DISPLAY AS-OPERATOR-ID ' ' AS-TERMINAL-ID ' '
               AS-SIGNON-DATE '-' AS-SIGNON-TIME ' '
               AS-LAST-DATE '-' AS-LAST-TIME ' ' WS-IDLE-FMT.

       5730-STAMP-MINUTES.
           IF WS-MINUTE-STAMP NUMERIC AND WS-MS-DATE > 16010100
               COMPUTE WS-STAMP-MINUTES =
                   FUNCTION INTEGER-OF-DATE(WS-MS-DATE) * 1440
                   + WS-MS-HH * 60 + WS-MS-MM
           ELSE
               MOVE 0 TO WS-STAMP-MINUTES
           END-IF.

       5740-MATCH-SESSION-ROW.
           MOVE REG-ROW(REGX) TO ACTIVE-SESSION-RECORD
           IF AS-OPERATOR-ID = WS-ID-INPUT
               SET WS-REGISTER-MATCH TO REGX
           END-IF.

       5750-CLEAR-SESSION.
           MOVE REG-ROW(WS-REGISTER-MATCH) TO ACTIVE-SESSION-RECORD
           MOVE SPACES TO REG-ROW(WS-REGISTER-MATCH)
           OPEN OUTPUT SESSION-REGISTER-FILE
           PERFORM 5760-WRITE-ONE-REGISTER-ROW
               VARYING REGX FROM 1 BY 1
               UNTIL REGX > WS-REGISTER-COUNT
           CLOSE SESSION-REGISTER-FILE
           DISPLAY 'Session cleared.'
           MOVE SPACES TO WS-SESSION-LOG-TEXT
           STRING 'SESSION CLEARED -- ' DELIMITED BY SIZE
               WS-ID-INPUT DELIMITED BY SPACE
               ' AT ' DELIMITED BY SIZE
               AS-TERMINAL-ID DELIMITED BY SPACE
               ' BY ' DELIMITED BY SIZE
               WS-LOGON-ID DELIMITED BY SIZE
               INTO WS-SESSION-LOG-TEXT
           MOVE 'W' TO WS-MSGLOG-SEVERITY
           CALL 'MSGLOG' USING WS-CONTROL-PROGRAM
               WS-MSGLOG-SEVERITY WS-SESSION-LOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.

       5760-WRITE-ONE-REGISTER-ROW.
           IF REG-ROW(REGX) NOT = SPACES
               MOVE REG-ROW(REGX) TO ACTIVE-SESSION-RECORD
               WRITE ACTIVE-SESSION-RECORD
           END-IF.

       6000-LIST-OPERATORS.
           DISPLAY 'ID          ROLE  LOCKED  PWD CHANGED'
           PERFORM 6100-LIST-ONE-OPERATOR
           IF ENTRY-VALID
               DISPLAY 'Employee id link (blank = none):'
               ACCEPT WS-EMPID-INPUT
               PERFORM 7150-CHECK-ROLE-CERTIFICATION
           END-IF.

      ******************************************************************
      * The role is only granted when the linked employee holds the
      * certifications ROLECERTS.txt requires for it, current today.
      * The very first administrator, keyed before there is any
      * operator master, is let through as the logon is.
      ******************************************************************
       7150-CHECK-ROLE-CERTIFICATION.
           IF WS-OPERATOR-COUNT > 0
               MOVE 'C' TO CC-FUNCTION
               MOVE WS-TODAY TO CC-AS-OF-DATE
               MOVE WS-EMPID-INPUT TO CC-EMPLOYEE-ID
               MOVE WS-ROLE-INPUT TO CC-ROLE
               MOVE 'Y' TO CC-RESULT
               CALL 'CERTCHK' USING CERT-CHECK-AREA
                   ON EXCEPTION CONTINUE
               END-CALL
               IF CC-NOT-CURRENT
                   MOVE 'N' TO WS-VALID-ENTRY
                   EVALUATE TRUE
                       WHEN CC-NOT-LINKED
                           DISPLAY 'Error: role ' WS-ROLE-INPUT
                               ' needs certification '
                               CC-MISSING-COURSE
                               '; link the employee first.'
                       WHEN CC-LAPSED
                           DISPLAY 'Error: certification '
                               CC-MISSING-COURSE ' for role '
                               WS-ROLE-INPUT ' has lapsed.'
                       WHEN OTHER
                           DISPLAY 'Error: role ' WS-ROLE-INPUT
                               ' needs certification '
                               CC-MISSING-COURSE ', not held.'
                   END-EVALUATE
               END-IF
           END-IF.

       7200-FIND-OPERATOR.
           PERFORM 8100-WRITE-ONE-OPERATOR
               VARYING OPRX FROM 1 BY 1
               UNTIL OPRX > WS-OPERATOR-COUNT
           CLOSE OPERATOR-FILE
           MOVE 'OPERATORS' TO WS-CONTROL-FILE-ID
           PERFORM 8900-RECORD-MASTER-CONTROL.

      ******************************************************************
      * The keyed password goes on file one-way encoded with the
               MOVE OPER-ENTRY-EMPID(OPRX) TO OP-EMPLOYEE-ID
               WRITE OPERATOR-RECORD
           END-IF.

      ******************************************************************
      * One shop log line per access change, in fixed columns so the
      * segregation-of-duties review can pick the fields back out:
      * the operator id changed, what was done, its role as it now
      * stands and the administrator signed on here.
      ******************************************************************
       8500-LOG-OPERATOR-CHANGE.
           MOVE OPER-ENTRY-ID(OPRX) TO WS-CHANGE-TARGET
           MOVE OPER-ENTRY-ROLE(OPRX) TO WS-CHANGE-ROLE
           MOVE WS-LOGON-ID TO WS-CHANGE-ADMIN
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           CALL 'MSGLOG' USING WS-CONTROL-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-CONTROL-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM OPER-MAINT.
