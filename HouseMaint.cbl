      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Household maintenance -- add, change and delete
      *          households on HOUSEHOLDS.txt (id, head-of-household
      *          name, reporting currency) and add or remove the
      *          member accounts grouped under each, in the style of
      *          ACCOUNT-MAINT. A member account must be on the
      *          ACCOUNTS.txt reference master and can belong to only
      *          one household; a household is deleted only once its
      *          members have been removed. HOUSEHOLD-REPORT values
      *          the members together, and CLIENT-STATEMENT prints a
      *          household cover page ahead of their statements.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSEHOLD-FILE ASSIGN TO "../HOUSEHOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOUSEHOLD-FILE.
           COPY HHREC.

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01 WS-HOUSEHOLD-FILE-STATUS PIC X(2) VALUE '00'.
           88 HOUSEHOLD-FILE-OK        VALUE '00'.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-MENU-CHOICE          PIC X.
           88 MENU-ADD                 VALUE 'A' 'a'.
           88 MENU-CHANGE              VALUE 'C' 'c'.
           88 MENU-DELETE              VALUE 'D' 'd'.
           88 MENU-MEMBER              VALUE 'M' 'm'.
           88 MENU-REMOVE              VALUE 'R' 'r'.
           88 MENU-LIST                VALUE 'L' 'l'.
           88 MENU-QUIT                VALUE 'Q' 'q'.
       01 WS-VALID-ENTRY          PIC X VALUE 'Y'.
           88 ENTRY-VALID               VALUE 'Y'.

       01 WS-ID-INPUT             PIC X(8).
       01 WS-NAME-INPUT           PIC X(25).
       01 WS-CURRENCY-INPUT       PIC X(3).
       01 WS-ACCOUNT-INPUT        PIC X(8).

       01 WS-HOUSEHOLD-COUNT      PIC 9(3) VALUE 0.
       01 WS-HOUSEHOLD-TABLE.
           05 HH-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-HOUSEHOLD-COUNT
               INDEXED BY HHX.
               10 HH-ENTRY-ID         PIC X(8).
               10 HH-ENTRY-NAME       PIC X(25).
               10 HH-ENTRY-CURRENCY   PIC X(3).
               10 HH-ENTRY-DELETED    PIC X.
       01 WS-HOUSEHOLD-MATCH      PIC 9(3) VALUE 0.

       01 WS-MEMBER-COUNT         PIC 9(4) VALUE 0.
       01 WS-MEMBER-TABLE.
           05 MBR-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-MEMBER-COUNT
               INDEXED BY MBRX.
               10 MBR-ENTRY-HH-ID     PIC X(8).
               10 MBR-ENTRY-ACCOUNT   PIC X(8).
               10 MBR-ENTRY-DELETED   PIC X.
       01 WS-MEMBER-MATCH         PIC 9(4) VALUE 0.
       01 WS-MEMBERS-LEFT         PIC 9(4) VALUE 0.

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACTX.
               10 ACCT-ENTRY-ID       PIC X(8).
               10 ACCT-ENTRY-NAME     PIC X(25).
               10 ACCT-ENTRY-TYPE     PIC X(8).
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-LOAD-HOUSEHOLD-TABLE
           PERFORM 1200-LOAD-ACCOUNT-TABLE
           PERFORM 2000-MAIN-MENU UNTIL MENU-QUIT
           GOBACK.

       1000-LOAD-HOUSEHOLD-TABLE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT HOUSEHOLD-FILE
           IF NOT HOUSEHOLD-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1100-READ-HOUSEHOLD-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               EVALUATE TRUE
                   WHEN HH-HEADER-ROW AND WS-HOUSEHOLD-COUNT < 999
                       ADD 1 TO WS-HOUSEHOLD-COUNT
                       SET HHX TO WS-HOUSEHOLD-COUNT
                       MOVE HH-ID TO HH-ENTRY-ID(HHX)
                       MOVE HH-HEAD-NAME TO HH-ENTRY-NAME(HHX)
                       MOVE HH-REPORT-CURRENCY TO
                           HH-ENTRY-CURRENCY(HHX)
                       MOVE 'N' TO HH-ENTRY-DELETED(HHX)
                   WHEN HH-MEMBER-ROW AND WS-MEMBER-COUNT < 2000
                       ADD 1 TO WS-MEMBER-COUNT
                       SET MBRX TO WS-MEMBER-COUNT
                       MOVE HH-ID TO MBR-ENTRY-HH-ID(MBRX)
                       MOVE HH-ACCOUNT-ID TO MBR-ENTRY-ACCOUNT(MBRX)
                       MOVE 'N' TO MBR-ENTRY-DELETED(MBRX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 1100-READ-HOUSEHOLD-ROW
           END-PERFORM
           IF HOUSEHOLD-FILE-OK OR WS-HOUSEHOLD-FILE-STATUS = '10'
               CLOSE HOUSEHOLD-FILE
           END-IF.

       1100-READ-HOUSEHOLD-ROW.
           READ HOUSEHOLD-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1200-LOAD-ACCOUNT-TABLE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1210-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-ACCOUNT-COUNT < 999
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET ACTX TO WS-ACCOUNT-COUNT
                   MOVE ACCT-ID TO ACCT-ENTRY-ID(ACTX)
                   MOVE ACCT-NAME TO ACCT-ENTRY-NAME(ACTX)
                   MOVE ACCT-TYPE TO ACCT-ENTRY-TYPE(ACTX)
               END-IF
               PERFORM 1210-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       1210-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2000-MAIN-MENU.
           DISPLAY '------------------------------------------------'
           DISPLAY '(A)dd  (C)hange  (D)elete  add (M)ember  '
               '(R)emove member  (L)ist  (Q)uit'
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN MENU-ADD
                   PERFORM 3000-ADD-HOUSEHOLD
               WHEN MENU-CHANGE
                   PERFORM 4000-CHANGE-HOUSEHOLD
               WHEN MENU-DELETE
                   PERFORM 4500-DELETE-HOUSEHOLD
               WHEN MENU-MEMBER
                   PERFORM 5000-ADD-MEMBER
               WHEN MENU-REMOVE
                   PERFORM 5500-REMOVE-MEMBER
               WHEN MENU-LIST
                   PERFORM 6000-LIST-HOUSEHOLDS
               WHEN MENU-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice. Enter A, C, D, M, R, L, '
                       'or Q.'
           END-EVALUATE.

       3000-ADD-HOUSEHOLD.
           PERFORM 7000-ACCEPT-HOUSEHOLD-ID
           IF ENTRY-VALID
               PERFORM 7200-FIND-HOUSEHOLD
               IF WS-HOUSEHOLD-MATCH > 0
                   DISPLAY 'Error: household already on file; '
                       'use Change.'
               ELSE
                   PERFORM 7100-ACCEPT-HOUSEHOLD-DETAILS
                   IF ENTRY-VALID
                       IF WS-HOUSEHOLD-COUNT < 999
                           ADD 1 TO WS-HOUSEHOLD-COUNT
                           SET HHX TO WS-HOUSEHOLD-COUNT
                           MOVE WS-ID-INPUT TO HH-ENTRY-ID(HHX)
                           MOVE WS-NAME-INPUT TO HH-ENTRY-NAME(HHX)
                           MOVE WS-CURRENCY-INPUT TO
                               HH-ENTRY-CURRENCY(HHX)
                           MOVE 'N' TO HH-ENTRY-DELETED(HHX)
                           PERFORM 8000-SAVE-HOUSEHOLD-FILE
                           DISPLAY 'Household added; add its member '
                               'accounts with (M).'
                       ELSE
                           DISPLAY 'Error: household table is full.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4000-CHANGE-HOUSEHOLD.
           PERFORM 7000-ACCEPT-HOUSEHOLD-ID
           IF ENTRY-VALID
               PERFORM 7200-FIND-HOUSEHOLD
               IF WS-HOUSEHOLD-MATCH = 0
                   DISPLAY 'Error: household not on file; use Add.'
               ELSE
                   SET HHX TO WS-HOUSEHOLD-MATCH
                   DISPLAY 'Current head of household: '
                       HH-ENTRY-NAME(HHX)
                   DISPLAY 'Current reporting currency: '
                       HH-ENTRY-CURRENCY(HHX)
                   PERFORM 7100-ACCEPT-HOUSEHOLD-DETAILS
                   IF ENTRY-VALID
                       MOVE WS-NAME-INPUT TO HH-ENTRY-NAME(HHX)
                       MOVE WS-CURRENCY-INPUT TO
                           HH-ENTRY-CURRENCY(HHX)
                       PERFORM 8000-SAVE-HOUSEHOLD-FILE
                       DISPLAY 'Household changed.'
                   END-IF
               END-IF
           END-IF.

       4500-DELETE-HOUSEHOLD.
           PERFORM 7000-ACCEPT-HOUSEHOLD-ID
           IF ENTRY-VALID
               PERFORM 7200-FIND-HOUSEHOLD
               IF WS-HOUSEHOLD-MATCH = 0
                   DISPLAY 'Error: household not on file.'
               ELSE
                   MOVE 0 TO WS-MEMBERS-LEFT
                   PERFORM 4510-COUNT-ONE-MEMBER
                       VARYING MBRX FROM 1 BY 1
                       UNTIL MBRX > WS-MEMBER-COUNT
                   IF WS-MEMBERS-LEFT > 0
                       DISPLAY 'Error: household still has '
                           WS-MEMBERS-LEFT ' member account(s); '
                           'remove them first.'
                   ELSE
                       SET HHX TO WS-HOUSEHOLD-MATCH
                       MOVE 'Y' TO HH-ENTRY-DELETED(HHX)
                       PERFORM 8000-SAVE-HOUSEHOLD-FILE
                       DISPLAY 'Household deleted.'
                   END-IF
               END-IF
           END-IF.

       4510-COUNT-ONE-MEMBER.
           IF MBR-ENTRY-HH-ID(MBRX) = WS-ID-INPUT
               AND MBR-ENTRY-DELETED(MBRX) = 'N'
               ADD 1 TO WS-MEMBERS-LEFT
           END-IF.

      ******************************************************************
      * A member account must be on the account master (when there
      * is one on disk) and not already in any household.
      ******************************************************************
       5000-ADD-MEMBER.
           PERFORM 7000-ACCEPT-HOUSEHOLD-ID
           IF ENTRY-VALID
               PERFORM 7200-FIND-HOUSEHOLD
               IF WS-HOUSEHOLD-MATCH = 0
                   DISPLAY 'Error: household not on file.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               PERFORM 7300-ACCEPT-ACCOUNT-ID
           END-IF
           IF ENTRY-VALID
               PERFORM 7400-FIND-MEMBER
               IF WS-MEMBER-MATCH > 0
                   SET MBRX TO WS-MEMBER-MATCH
                   DISPLAY 'Error: account is already in household '
                       MBR-ENTRY-HH-ID(MBRX) '.'
               ELSE
                   IF WS-MEMBER-COUNT < 2000
                       ADD 1 TO WS-MEMBER-COUNT
                       SET MBRX TO WS-MEMBER-COUNT
                       MOVE WS-ID-INPUT TO MBR-ENTRY-HH-ID(MBRX)
                       MOVE WS-ACCOUNT-INPUT TO
                           MBR-ENTRY-ACCOUNT(MBRX)
                       MOVE 'N' TO MBR-ENTRY-DELETED(MBRX)
                       PERFORM 8000-SAVE-HOUSEHOLD-FILE
                       DISPLAY 'Member account added.'
                   ELSE
                       DISPLAY 'Error: member table is full.'
                   END-IF
               END-IF
           END-IF.

       5500-REMOVE-MEMBER.
           PERFORM 7300-ACCEPT-ACCOUNT-ID
           IF ENTRY-VALID
               PERFORM 7400-FIND-MEMBER
               IF WS-MEMBER-MATCH = 0
                   DISPLAY 'Error: account is not in a household.'
               ELSE
                   SET MBRX TO WS-MEMBER-MATCH
                   MOVE 'Y' TO MBR-ENTRY-DELETED(MBRX)
                   PERFORM 8000-SAVE-HOUSEHOLD-FILE
                   DISPLAY 'Account removed from household '
                       MBR-ENTRY-HH-ID(MBRX) '.'
               END-IF
           END-IF.

       6000-LIST-HOUSEHOLDS.
           DISPLAY 'HOUSEHOLD HEAD OF HOUSEHOLD           CCY'
           PERFORM 6100-LIST-ONE-HOUSEHOLD
               VARYING HHX FROM 1 BY 1
               UNTIL HHX > WS-HOUSEHOLD-COUNT.

       6100-LIST-ONE-HOUSEHOLD.
           IF HH-ENTRY-DELETED(HHX) = 'N'
               DISPLAY HH-ENTRY-ID(HHX) '  '
                   HH-ENTRY-NAME(HHX) '  '
                   HH-ENTRY-CURRENCY(HHX)
               PERFORM 6200-LIST-ONE-MEMBER
                   VARYING MBRX FROM 1 BY 1
                   UNTIL MBRX > WS-MEMBER-COUNT
           END-IF.

       6200-LIST-ONE-MEMBER.
           IF MBR-ENTRY-HH-ID(MBRX) = HH-ENTRY-ID(HHX)
               AND MBR-ENTRY-DELETED(MBRX) = 'N'
               MOVE MBR-ENTRY-ACCOUNT(MBRX) TO WS-ACCOUNT-INPUT
               PERFORM 7500-FIND-ACCOUNT
               IF WS-ACCOUNT-MATCH > 0
                   DISPLAY '    ' MBR-ENTRY-ACCOUNT(MBRX) '  '
                       ACCT-ENTRY-NAME(WS-ACCOUNT-MATCH) '  '
                       ACCT-ENTRY-TYPE(WS-ACCOUNT-MATCH)
               ELSE
                   DISPLAY '    ' MBR-ENTRY-ACCOUNT(MBRX)
                       '  (not on account master)'
               END-IF
           END-IF.

       7000-ACCEPT-HOUSEHOLD-ID.
           MOVE 'Y' TO WS-VALID-ENTRY
           DISPLAY 'Household id:'
           ACCEPT WS-ID-INPUT
           IF WS-ID-INPUT = SPACES
               DISPLAY 'Error: household id cannot be blank.'
               MOVE 'N' TO WS-VALID-ENTRY
           END-IF.

       7100-ACCEPT-HOUSEHOLD-DETAILS.
           DISPLAY 'Head of household name:'
           ACCEPT WS-NAME-INPUT
           IF WS-NAME-INPUT = SPACES
               DISPLAY 'Error: name cannot be blank.'
               MOVE 'N' TO WS-VALID-ENTRY
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Reporting currency (blank = USD):'
               ACCEPT WS-CURRENCY-INPUT
               IF WS-CURRENCY-INPUT = SPACES
                   MOVE 'USD' TO WS-CURRENCY-INPUT
               END-IF
           END-IF.

       7200-FIND-HOUSEHOLD.
           MOVE 0 TO WS-HOUSEHOLD-MATCH
           PERFORM 7210-MATCH-ONE-HOUSEHOLD
               VARYING HHX FROM 1 BY 1
               UNTIL HHX > WS-HOUSEHOLD-COUNT
                   OR WS-HOUSEHOLD-MATCH > 0.

       7210-MATCH-ONE-HOUSEHOLD.
           IF HH-ENTRY-ID(HHX) = WS-ID-INPUT
               AND HH-ENTRY-DELETED(HHX) = 'N'
               SET WS-HOUSEHOLD-MATCH TO HHX
           END-IF.

       7300-ACCEPT-ACCOUNT-ID.
           MOVE 'Y' TO WS-VALID-ENTRY
           DISPLAY 'Account id:'
           ACCEPT WS-ACCOUNT-INPUT
           IF WS-ACCOUNT-INPUT = SPACES
               DISPLAY 'Error: the house account cannot join a '
                   'household.'
               MOVE 'N' TO WS-VALID-ENTRY
           END-IF
           IF ENTRY-VALID AND WS-ACCOUNT-COUNT > 0
               PERFORM 7500-FIND-ACCOUNT
               IF WS-ACCOUNT-MATCH = 0
                   DISPLAY 'Error: account not on ACCOUNTS master.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF.

       7400-FIND-MEMBER.
           MOVE 0 TO WS-MEMBER-MATCH
           PERFORM 7410-MATCH-ONE-MEMBER
               VARYING MBRX FROM 1 BY 1
               UNTIL MBRX > WS-MEMBER-COUNT
                   OR WS-MEMBER-MATCH > 0.

       7410-MATCH-ONE-MEMBER.
           IF MBR-ENTRY-ACCOUNT(MBRX) = WS-ACCOUNT-INPUT
               AND MBR-ENTRY-DELETED(MBRX) = 'N'
               SET WS-MEMBER-MATCH TO MBRX
           END-IF.

       7500-FIND-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-MATCH
           PERFORM 7510-MATCH-ONE-ACCOUNT
               VARYING ACTX FROM 1 BY 1
               UNTIL ACTX > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-MATCH > 0.

       7510-MATCH-ONE-ACCOUNT.
           IF ACCT-ENTRY-ID(ACTX) = WS-ACCOUNT-INPUT
               SET WS-ACCOUNT-MATCH TO ACTX
           END-IF.

      ******************************************************************
      * Each household's H row is written with its M rows straight
      * after it, so the file reads in household order however the
      * members were added. Deleted entries are simply not written.
      ******************************************************************
       8000-SAVE-HOUSEHOLD-FILE.
           OPEN OUTPUT HOUSEHOLD-FILE
           PERFORM 8100-WRITE-ONE-HOUSEHOLD
               VARYING HHX FROM 1 BY 1
               UNTIL HHX > WS-HOUSEHOLD-COUNT
           CLOSE HOUSEHOLD-FILE.

       8100-WRITE-ONE-HOUSEHOLD.
           IF HH-ENTRY-DELETED(HHX) = 'N'
               MOVE SPACES TO HOUSEHOLD-RECORD
               MOVE 'H' TO HH-ROW-TYPE
               MOVE HH-ENTRY-ID(HHX) TO HH-ID
               MOVE HH-ENTRY-NAME(HHX) TO HH-HEAD-NAME
               MOVE HH-ENTRY-CURRENCY(HHX) TO HH-REPORT-CURRENCY
               WRITE HOUSEHOLD-RECORD
               PERFORM 8200-WRITE-ONE-MEMBER
                   VARYING MBRX FROM 1 BY 1
                   UNTIL MBRX > WS-MEMBER-COUNT
           END-IF.

       8200-WRITE-ONE-MEMBER.
           IF MBR-ENTRY-HH-ID(MBRX) = HH-ENTRY-ID(HHX)
               AND MBR-ENTRY-DELETED(MBRX) = 'N'
               MOVE SPACES TO HOUSEHOLD-RECORD
               MOVE 'M' TO HH-ROW-TYPE
               MOVE MBR-ENTRY-HH-ID(MBRX) TO HH-ID
               MOVE MBR-ENTRY-ACCOUNT(MBRX) TO HH-ACCOUNT-ID
               WRITE HOUSEHOLD-RECORD
           END-IF.
       END PROGRAM HOUSEHOLD-MAINT.
