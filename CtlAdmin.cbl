      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Master file control register administration. Lists
      *          the MASTERCTL.txt register -- each master's figures
      *          of record, who recorded them, and whether the last
      *          check found the file changed outside the system --
      *          and lets an operator accept a flagged change once it
      *          has been looked into, making the file's present
      *          figures the ones of record so the overnight run and
      *          PREFLIGHT will proceed again. Every acceptance goes
      *          to the shop log under the operator's id.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTL-ADMIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-REGISTER-FILE ASSIGN TO "../MASTERCTL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-REGISTER-FILE.
           COPY CTLREC.

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS      PIC X(2) VALUE '00'.
           88 REGISTER-FILE-OK         VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-MENU-CHOICE          PIC X.
           88 MENU-LIST                VALUE 'L' 'l'.
           88 MENU-ACCEPT              VALUE 'A' 'a'.
           88 MENU-QUIT                VALUE 'Q' 'q'.

       01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
       01 WS-FILE-INPUT           PIC X(12).
       01 WS-FILE-FLAGGED         PIC X VALUE 'N'.
       01 WS-STATUS-TEXT          PIC X(9).
       01 WS-COUNT-FMT            PIC Z,ZZZ,ZZ9.

       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-PROGRAM      PIC X(12) VALUE 'CTL-ADMIN'.
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'CTL-ADMIN'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'W'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY 'Operator ID:'
           ACCEPT WS-OPERATOR-ID
           PERFORM 2000-MAIN-MENU UNTIL MENU-QUIT
           GOBACK.

       2000-MAIN-MENU.
           DISPLAY '------------------------------------------------'
           DISPLAY '(L)ist register  (A)ccept a change  (Q)uit'
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN MENU-LIST
                   PERFORM 3000-LIST-REGISTER
               WHEN MENU-ACCEPT
                   PERFORM 4000-ACCEPT-ONE-CHANGE
               WHEN MENU-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice. Enter L, A, or Q.'
           END-EVALUATE.

       3000-LIST-REGISTER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CONTROL-REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               DISPLAY 'No control register on file yet.'
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3100-READ-REGISTER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               PERFORM 3200-SHOW-ONE-ROW
               PERFORM 3100-READ-REGISTER-ROW
           END-PERFORM
           IF REGISTER-FILE-OK OR WS-REGISTER-STATUS = '10'
               CLOSE CONTROL-REGISTER-FILE
           END-IF.

       3100-READ-REGISTER-ROW.
           READ CONTROL-REGISTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3200-SHOW-ONE-ROW.
           IF CTL-CHANGED-OUTSIDE
               MOVE 'CHANGED' TO WS-STATUS-TEXT
           ELSE
               MOVE 'OK' TO WS-STATUS-TEXT
           END-IF
           MOVE CTL-RECORD-COUNT TO WS-COUNT-FMT
           DISPLAY CTL-FILE-ID ' ' WS-STATUS-TEXT
               ' RECORDED ' WS-COUNT-FMT ' ROWS HASH '
               CTL-HASH-TOTAL ' BY ' CTL-RECORDED-BY
               ' ' CTL-RECORDED-DATE '-' CTL-RECORDED-TIME
           IF CTL-CHANGED-OUTSIDE
               MOVE CTL-FOUND-COUNT TO WS-COUNT-FMT
               DISPLAY '             FOUND    ' WS-COUNT-FMT
                   ' ROWS HASH ' CTL-FOUND-HASH ' BY '
                   CTL-CHECKED-BY ' ' CTL-CHECKED-DATE '-'
                   CTL-CHECKED-TIME
           END-IF.

      ******************************************************************
      * Acceptance is only for a change that has been looked into and
      * found good; the operator is named on the shop log so the
      * hand edit can be traced back to whoever let it stand.
      ******************************************************************
       4000-ACCEPT-ONE-CHANGE.
           PERFORM 3000-LIST-REGISTER
           DISPLAY 'Master to accept as it stands now:'
           ACCEPT WS-FILE-INPUT
           MOVE 'N' TO WS-FILE-FLAGGED
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CONTROL-REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3100-READ-REGISTER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF CTL-FILE-ID = WS-FILE-INPUT AND CTL-CHANGED-OUTSIDE
                   MOVE 'Y' TO WS-FILE-FLAGGED
               END-IF
               PERFORM 3100-READ-REGISTER-ROW
           END-PERFORM
           IF REGISTER-FILE-OK OR WS-REGISTER-STATUS = '10'
               CLOSE CONTROL-REGISTER-FILE
           END-IF
           IF WS-FILE-FLAGGED = 'N'
               DISPLAY 'That master is not flagged as changed.'
           ELSE
               MOVE 'R' TO WS-CONTROL-FUNCTION
               CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
                   WS-FILE-INPUT WS-CONTROL-PROGRAM WS-CONTROL-RESULT
                   ON EXCEPTION CONTINUE
               END-CALL
               DISPLAY WS-FILE-INPUT ' accepted as it stands.'
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               STRING 'MASTER CHANGE ACCEPTED -- ' DELIMITED BY SIZE
                   WS-FILE-INPUT DELIMITED BY SPACE
                   ' BY ' DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
               CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
                   WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
       END PROGRAM CTL-ADMIN.
