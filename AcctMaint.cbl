      * Tectonics: cobc
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT Client profile: risk rating, objective,
      *                 horizon and last KYC review date, keyed on Add
      *                 and kept up to date through the new (P)rofile
      *                 option; the list shows them alongside each
      *                 account.
      *   2026-10-15 LT Mailing address (three lines), keyed on Add
      *                 and through the new (M)ailing address option,
      *                 for the trade confirmation notices.
      *   2026-10-15 LT Records the ACCOUNTS master's new figures on
      *                 the master control register (MASTERCTL) after
      *                 each save.
      *   2026-10-15 LT Appends an opened, closed or reopened row to
      *                 the ACCTEVT.txt account event history whenever
      *                 an account's status changes, so the month's
      *                 openings and closings can be counted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-MAINT.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT ACCOUNT-EVENT-FILE ASSIGN TO "../ACCTEVT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD ACCOUNT-EVENT-FILE.
           COPY AEVTREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-EVENT-FILE-STATUS    PIC X(2) VALUE '00'.
           88 EVENT-FILE-OK            VALUE '00'.
           88 EVENT-FILE-MISSING       VALUE '35'.
       01 WS-END-OF-ACCOUNTS      PIC X VALUE 'N'.
           88 NO-MORE-ACCOUNT-RECORD   VALUE 'Y'.

           88 MENU-CLOSE               VALUE 'X' 'x'.
           88 MENU-REOPEN              VALUE 'R' 'r'.
           88 MENU-LIST                VALUE 'L' 'l'.
           88 MENU-PROFILE             VALUE 'P' 'p'.
           88 MENU-ADDRESS             VALUE 'M' 'm'.
           88 MENU-QUIT                VALUE 'Q' 'q'.
       01 WS-VALID-ENTRY          PIC X VALUE 'Y'.
           88 ENTRY-VALID               VALUE 'Y'.
       01 WS-NAME-INPUT           PIC X(25).
       01 WS-TYPE-INPUT           PIC X(8).
       01 WS-CURRENCY-INPUT       PIC X(3).
       01 WS-RISK-INPUT           PIC X.
           88 RISK-INPUT-VALID         VALUE '1' THRU '5'.
       01 WS-OBJECTIVE-INPUT      PIC X.
           88 OBJECTIVE-INPUT-VALID    VALUE 'P' 'I' 'B' 'G' 'S'.
       01 WS-HORIZON-INPUT        PIC X(2).
       01 WS-KYC-DATE-INPUT       PIC X(8).
       01 WS-ADDRESS-1-INPUT      PIC X(30).
       01 WS-ADDRESS-2-INPUT      PIC X(30).
       01 WS-ADDRESS-3-INPUT      PIC X(30).
       01 WS-TODAY                PIC X(8).
       01 WS-EVENT-CODE           PIC X.

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
               10 ACCT-ENTRY-TYPE     PIC X(8).
               10 ACCT-ENTRY-CURRENCY PIC X(3).
               10 ACCT-ENTRY-STATUS   PIC X.
               10 ACCT-ENTRY-RISK     PIC X.
               10 ACCT-ENTRY-OBJECTIVE PIC X.
               10 ACCT-ENTRY-HORIZON  PIC X(2).
               10 ACCT-ENTRY-KYC-DATE PIC X(8).
               10 ACCT-ENTRY-ADDRESS-1 PIC X(30).
               10 ACCT-ENTRY-ADDRESS-2 PIC X(30).
               10 ACCT-ENTRY-ADDRESS-3 PIC X(30).
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.

       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.
       01 WS-CONTROL-PROGRAM      PIC X(12) VALUE 'ACCOUNT-MAIN'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-LOAD-ACCOUNT-TABLE
           PERFORM 2000-MAIN-MENU UNTIL MENU-QUIT
           GOBACK.
                   ELSE
                       MOVE 'O' TO ACCT-ENTRY-STATUS(ACTX)
                   END-IF
                   MOVE ACCT-RISK-RATING TO ACCT-ENTRY-RISK(ACTX)
                   MOVE ACCT-OBJECTIVE TO ACCT-ENTRY-OBJECTIVE(ACTX)
                   MOVE ACCT-HORIZON-YEARS TO
                       ACCT-ENTRY-HORIZON(ACTX)
                   MOVE ACCT-KYC-REVIEW-DATE TO
                       ACCT-ENTRY-KYC-DATE(ACTX)
                   MOVE ACCT-ADDRESS-1 TO ACCT-ENTRY-ADDRESS-1(ACTX)
                   MOVE ACCT-ADDRESS-2 TO ACCT-ENTRY-ADDRESS-2(ACTX)
                   MOVE ACCT-ADDRESS-3 TO ACCT-ENTRY-ADDRESS-3(ACTX)
               END-IF
               PERFORM 1100-READ-ACCOUNT-ROW
           END-PERFORM

       2000-MAIN-MENU.
           DISPLAY '------------------------------------------------'
           DISPLAY '(A)dd  (C)hange  close(X)  (R)eopen  (P)rofile  '
               '(M)ailing address  (L)ist  (Q)uit'
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN MENU-ADD
                   PERFORM 5000-CLOSE-ACCOUNT
               WHEN MENU-REOPEN
                   PERFORM 5500-REOPEN-ACCOUNT
               WHEN MENU-PROFILE
                   PERFORM 5700-CHANGE-PROFILE
               WHEN MENU-ADDRESS
                   PERFORM 5800-CHANGE-ADDRESS
               WHEN MENU-LIST
                   PERFORM 6000-LIST-ACCOUNTS
               WHEN MENU-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice. Enter A, C, X, R, P, '
                       'M, L, or Q.'
           END-EVALUATE.

       3000-ADD-ACCOUNT.
                       'use Change.'
               ELSE
                   PERFORM 7100-ACCEPT-ACCOUNT-DETAILS
                   IF ENTRY-VALID
                       PERFORM 7300-ACCEPT-PROFILE
                   END-IF
                   IF ENTRY-VALID
                       PERFORM 7400-ACCEPT-ADDRESS
                   END-IF
                   IF ENTRY-VALID
                       ADD 1 TO WS-ACCOUNT-COUNT
                       SET ACTX TO WS-ACCOUNT-COUNT
                       MOVE WS-CURRENCY-INPUT TO
                           ACCT-ENTRY-CURRENCY(ACTX)
                       MOVE 'O' TO ACCT-ENTRY-STATUS(ACTX)
                       MOVE WS-RISK-INPUT TO ACCT-ENTRY-RISK(ACTX)
                       MOVE WS-OBJECTIVE-INPUT TO
                           ACCT-ENTRY-OBJECTIVE(ACTX)
                       MOVE WS-HORIZON-INPUT TO
                           ACCT-ENTRY-HORIZON(ACTX)
                       MOVE WS-KYC-DATE-INPUT TO
                           ACCT-ENTRY-KYC-DATE(ACTX)
                       MOVE WS-ADDRESS-1-INPUT TO
                           ACCT-ENTRY-ADDRESS-1(ACTX)
                       MOVE WS-ADDRESS-2-INPUT TO
                           ACCT-ENTRY-ADDRESS-2(ACTX)
                       MOVE WS-ADDRESS-3-INPUT TO
                           ACCT-ENTRY-ADDRESS-3(ACTX)
                       PERFORM 8000-SAVE-ACCOUNT-FILE
                       MOVE 'O' TO WS-EVENT-CODE
                       PERFORM 8500-LOG-ACCOUNT-EVENT
                       DISPLAY 'Account added.'
                   END-IF
               END-IF
                   DISPLAY 'Error: account not on file.'
               ELSE
                   SET ACTX TO WS-ACCOUNT-MATCH
                   IF ACCT-ENTRY-STATUS(ACTX) NOT = 'C'
                       MOVE 'C' TO WS-EVENT-CODE
                       PERFORM 8500-LOG-ACCOUNT-EVENT
                   END-IF
                   MOVE 'C' TO ACCT-ENTRY-STATUS(ACTX)
                   PERFORM 8000-SAVE-ACCOUNT-FILE
                   DISPLAY 'Account closed.'
                   DISPLAY 'Error: account not on file.'
               ELSE
                   SET ACTX TO WS-ACCOUNT-MATCH
                   IF ACCT-ENTRY-STATUS(ACTX) = 'C'
                       MOVE 'R' TO WS-EVENT-CODE
                       PERFORM 8500-LOG-ACCOUNT-EVENT
                   END-IF
                   MOVE 'O' TO ACCT-ENTRY-STATUS(ACTX)
                   PERFORM 8000-SAVE-ACCOUNT-FILE
                   DISPLAY 'Account reopened.'
               END-IF
           END-IF.

      ******************************************************************
      * Re-key an account's client profile after a know-your-client
      * review. The review date defaults to today, since a profile is
      * normally re-keyed the day the review is done.
      ******************************************************************
       5700-CHANGE-PROFILE.
           PERFORM 7000-ACCEPT-ACCOUNT-ID
           IF ENTRY-VALID
               PERFORM 7200-FIND-ACCOUNT
               IF WS-ACCOUNT-MATCH = 0
                   DISPLAY 'Error: account not on file.'
               ELSE
                   SET ACTX TO WS-ACCOUNT-MATCH
                   DISPLAY 'Current risk rating: '
                       ACCT-ENTRY-RISK(ACTX)
                   DISPLAY 'Current objective: '
                       ACCT-ENTRY-OBJECTIVE(ACTX)
                   DISPLAY 'Current horizon (years): '
                       ACCT-ENTRY-HORIZON(ACTX)
                   DISPLAY 'Last KYC review: '
                       ACCT-ENTRY-KYC-DATE(ACTX)
                   PERFORM 7300-ACCEPT-PROFILE
                   IF ENTRY-VALID
                       MOVE WS-RISK-INPUT TO ACCT-ENTRY-RISK(ACTX)
                       MOVE WS-OBJECTIVE-INPUT TO
                           ACCT-ENTRY-OBJECTIVE(ACTX)
                       MOVE WS-HORIZON-INPUT TO
                           ACCT-ENTRY-HORIZON(ACTX)
                       MOVE WS-KYC-DATE-INPUT TO
                           ACCT-ENTRY-KYC-DATE(ACTX)
                       PERFORM 8000-SAVE-ACCOUNT-FILE
                       DISPLAY 'Profile changed.'
                   END-IF
               END-IF
           END-IF.

       5800-CHANGE-ADDRESS.
           PERFORM 7000-ACCEPT-ACCOUNT-ID
           IF ENTRY-VALID
               PERFORM 7200-FIND-ACCOUNT
               IF WS-ACCOUNT-MATCH = 0
                   DISPLAY 'Error: account not on file.'
               ELSE
                   SET ACTX TO WS-ACCOUNT-MATCH
                   DISPLAY 'Current address: '
                       ACCT-ENTRY-ADDRESS-1(ACTX)
                   DISPLAY '                 '
                       ACCT-ENTRY-ADDRESS-2(ACTX)
                   DISPLAY '                 '
                       ACCT-ENTRY-ADDRESS-3(ACTX)
                   PERFORM 7400-ACCEPT-ADDRESS
                   IF ENTRY-VALID
                       MOVE WS-ADDRESS-1-INPUT TO
                           ACCT-ENTRY-ADDRESS-1(ACTX)
                       MOVE WS-ADDRESS-2-INPUT TO
                           ACCT-ENTRY-ADDRESS-2(ACTX)
                       MOVE WS-ADDRESS-3-INPUT TO
                           ACCT-ENTRY-ADDRESS-3(ACTX)
                       PERFORM 8000-SAVE-ACCOUNT-FILE
                       DISPLAY 'Mailing address changed.'
                   END-IF
               END-IF
           END-IF.

       6000-LIST-ACCOUNTS.
           DISPLAY 'ID        NAME                       TYPE      '
               'CCY  ST  RK OB HZ  KYC'
           PERFORM 6100-LIST-ONE-ACCOUNT
               VARYING ACTX FROM 1 BY 1
               UNTIL ACTX > WS-ACCOUNT-COUNT.
               ACCT-ENTRY-NAME(ACTX) '  '
               ACCT-ENTRY-TYPE(ACTX) '  '
               ACCT-ENTRY-CURRENCY(ACTX) '  '
               ACCT-ENTRY-STATUS(ACTX) '   '
               ACCT-ENTRY-RISK(ACTX) '  '
               ACCT-ENTRY-OBJECTIVE(ACTX) '  '
               ACCT-ENTRY-HORIZON(ACTX) '  '
               ACCT-ENTRY-KYC-DATE(ACTX).

       7000-ACCEPT-ACCOUNT-ID.
           MOVE 'Y' TO WS-VALID-ENTRY
               SET WS-ACCOUNT-MATCH TO ACTX
           END-IF.

      ******************************************************************
      * Client profile. The risk rating is on the same 1 (lowest) to
      * 5 (speculative) scale as the stock master's rating, so a buy
      * can be compared against it directly.
      ******************************************************************
       7300-ACCEPT-PROFILE.
           DISPLAY 'Risk rating 1 (lowest) to 5 (speculative):'
           ACCEPT WS-RISK-INPUT
           IF NOT RISK-INPUT-VALID
               DISPLAY 'Error: risk rating must be 1 to 5.'
               MOVE 'N' TO WS-VALID-ENTRY
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Objective (P)reservation (I)ncome '
                   '(B)alanced (G)rowth (S)peculation:'
               ACCEPT WS-OBJECTIVE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-OBJECTIVE-INPUT)
                   TO WS-OBJECTIVE-INPUT
               IF NOT OBJECTIVE-INPUT-VALID
                   DISPLAY 'Error: objective must be P, I, B, G '
                       'or S.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Horizon in years (01-99):'
               ACCEPT WS-HORIZON-INPUT
               IF WS-HORIZON-INPUT NOT NUMERIC
                   DISPLAY 'Error: horizon must be two digits.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'KYC review date YYYYMMDD (blank = today):'
               ACCEPT WS-KYC-DATE-INPUT
               IF WS-KYC-DATE-INPUT = SPACES
                   MOVE WS-TODAY TO WS-KYC-DATE-INPUT
               END-IF
               IF WS-KYC-DATE-INPUT NOT NUMERIC
                   OR WS-KYC-DATE-INPUT > WS-TODAY
                   DISPLAY 'Error: review date must be YYYYMMDD '
                       'and not in the future.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF.

      ******************************************************************
      * Mailing address for the client's trade confirmations: street
      * on the first line is required, the other two may be blank.
      ******************************************************************
       7400-ACCEPT-ADDRESS.
           DISPLAY 'Address line 1 (street):'
           ACCEPT WS-ADDRESS-1-INPUT
           IF WS-ADDRESS-1-INPUT = SPACES
               DISPLAY 'Error: address line 1 cannot be blank.'
               MOVE 'N' TO WS-VALID-ENTRY
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Address line 2 (city, province/state):'
               ACCEPT WS-ADDRESS-2-INPUT
               DISPLAY 'Address line 3 (postal code, country):'
               ACCEPT WS-ADDRESS-3-INPUT
           END-IF.

       8000-SAVE-ACCOUNT-FILE.
           OPEN OUTPUT ACCOUNT-FILE
           PERFORM 8100-WRITE-ONE-ACCOUNT
               VARYING ACTX FROM 1 BY 1
               UNTIL ACTX > WS-ACCOUNT-COUNT
           CLOSE ACCOUNT-FILE
           MOVE 'ACCOUNTS' TO WS-CONTROL-FILE-ID
           PERFORM 8900-RECORD-MASTER-CONTROL.

       8100-WRITE-ONE-ACCOUNT.
           MOVE ACCT-ENTRY-ID(ACTX) TO ACCT-ID
           MOVE ACCT-ENTRY-TYPE(ACTX) TO ACCT-TYPE
           MOVE ACCT-ENTRY-CURRENCY(ACTX) TO ACCT-CURRENCY
           MOVE ACCT-ENTRY-STATUS(ACTX) TO ACCT-STATUS
           MOVE ACCT-ENTRY-RISK(ACTX) TO ACCT-RISK-RATING
           MOVE ACCT-ENTRY-OBJECTIVE(ACTX) TO ACCT-OBJECTIVE
           MOVE ACCT-ENTRY-HORIZON(ACTX) TO ACCT-HORIZON-YEARS
           MOVE ACCT-ENTRY-KYC-DATE(ACTX) TO ACCT-KYC-REVIEW-DATE
           MOVE ACCT-ENTRY-ADDRESS-1(ACTX) TO ACCT-ADDRESS-1
           MOVE ACCT-ENTRY-ADDRESS-2(ACTX) TO ACCT-ADDRESS-2
           MOVE ACCT-ENTRY-ADDRESS-3(ACTX) TO ACCT-ADDRESS-3
           WRITE ACCOUNT-RECORD.

      ******************************************************************
      * One row on the account event history for the account at ACTX.
      * The 8000 save leaves ACTX past the table, so the add logs it
      * from the row it has just appended.
      ******************************************************************
       8500-LOG-ACCOUNT-EVENT.
           IF WS-EVENT-CODE = 'O'
               SET ACTX TO WS-ACCOUNT-COUNT
           END-IF
           MOVE WS-TODAY TO AE-EVENT-DATE
           MOVE ACCT-ENTRY-ID(ACTX) TO AE-ACCOUNT-ID
           MOVE WS-EVENT-CODE TO AE-EVENT
           MOVE ACCT-ENTRY-TYPE(ACTX) TO AE-ACCOUNT-TYPE
           OPEN EXTEND ACCOUNT-EVENT-FILE
           IF EVENT-FILE-MISSING
               OPEN OUTPUT ACCOUNT-EVENT-FILE
           END-IF
           WRITE ACCOUNT-EVENT-RECORD
           CLOSE ACCOUNT-EVENT-FILE.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-CONTROL-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM ACCOUNT-MAINT.
