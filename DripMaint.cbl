      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Dividend reinvestment election maintenance -- add,
      *          delete and list rows on DRIPELECT.txt in the style of
      *          WATCH-MAINT. An election is an account, a symbol
      *          (blank for every holding in the account), Y to
      *          reinvest or N to take cash, and the date it takes
      *          effect; DIVIDEND-POST reads the elections as it pays
      *          each calendar row and buys fractional shares at the
      *          pay-date price for the holdings that reinvest.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIP-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRIP-ELECTION-FILE ASSIGN TO "../DRIPELECT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELECTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DRIP-ELECTION-FILE.
           COPY DRIPREC.

       WORKING-STORAGE SECTION.
       01 WS-ELECTION-STATUS      PIC X(2) VALUE '00'.
           88 ELECTION-FILE-OK         VALUE '00'.
       01 WS-END-OF-ELECTIONS     PIC X VALUE 'N'.
           88 NO-MORE-ELECTIONS        VALUE 'Y'.

       01 WS-MENU-CHOICE          PIC X.
           88 MENU-ADD                 VALUE 'A' 'a'.
           88 MENU-DELETE              VALUE 'D' 'd'.
           88 MENU-LIST                VALUE 'L' 'l'.
           88 MENU-QUIT                VALUE 'Q' 'q'.
       01 WS-VALID-ENTRY          PIC X VALUE 'Y'.
           88 ENTRY-VALID               VALUE 'Y'.

       01 WS-ACCOUNT-INPUT        PIC X(8).
       01 WS-SYMBOL-INPUT         PIC X(7).
       01 WS-REINVEST-INPUT       PIC X.
       01 WS-EFF-DATE-INPUT       PIC X(8).
       01 WS-ELECTION-NUMBER      PIC 9(3).

       01 WS-ELECTION-COUNT       PIC 9(3) VALUE 0.
       01 WS-ELECTION-TABLE.
           05 ELC-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ELECTION-COUNT
               INDEXED BY ELCX.
               10 ELC-ACCOUNT-ID      PIC X(8).
               10 ELC-SYMBOL          PIC X(7).
               10 ELC-REINVEST        PIC X.
               10 ELC-EFF-DATE        PIC X(8).
               10 ELC-DELETED         PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-LOAD-ELECTION-TABLE
           PERFORM 2000-MAIN-MENU UNTIL MENU-QUIT
           GOBACK.

       1000-LOAD-ELECTION-TABLE.
           OPEN INPUT DRIP-ELECTION-FILE
           IF NOT ELECTION-FILE-OK
               MOVE 'Y' TO WS-END-OF-ELECTIONS
           ELSE
               PERFORM 1100-READ-ELECTION-ROW
           END-IF
           PERFORM UNTIL NO-MORE-ELECTIONS
               IF WS-ELECTION-COUNT < 999
                   ADD 1 TO WS-ELECTION-COUNT
                   SET ELCX TO WS-ELECTION-COUNT
                   MOVE DRIP-ACCOUNT-ID TO ELC-ACCOUNT-ID(ELCX)
                   MOVE DRIP-SYMBOL TO ELC-SYMBOL(ELCX)
                   MOVE DRIP-REINVEST TO ELC-REINVEST(ELCX)
                   MOVE DRIP-EFF-DATE TO ELC-EFF-DATE(ELCX)
                   MOVE 'N' TO ELC-DELETED(ELCX)
               END-IF
               PERFORM 1100-READ-ELECTION-ROW
           END-PERFORM
           IF ELECTION-FILE-OK OR WS-ELECTION-STATUS = '10'
               CLOSE DRIP-ELECTION-FILE
           END-IF.

       1100-READ-ELECTION-ROW.
           READ DRIP-ELECTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-ELECTIONS.

       2000-MAIN-MENU.
           DISPLAY '------------------------------------------------'
           DISPLAY '(A)dd  (D)elete  (L)ist  (Q)uit'
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN MENU-ADD
                   PERFORM 3000-ADD-ELECTION
               WHEN MENU-DELETE
                   PERFORM 4000-DELETE-ELECTION
               WHEN MENU-LIST
                   PERFORM 5000-LIST-ELECTIONS
               WHEN MENU-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice. Enter A, D, L, or Q.'
           END-EVALUATE.

       3000-ADD-ELECTION.
           MOVE 'Y' TO WS-VALID-ENTRY
           IF WS-ELECTION-COUNT NOT < 999
               DISPLAY 'Error: election table is full.'
               MOVE 'N' TO WS-VALID-ENTRY
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Account ID (blank = house account):'
               ACCEPT WS-ACCOUNT-INPUT
               DISPLAY 'Stock symbol (blank = every holding):'
               ACCEPT WS-SYMBOL-INPUT
               DISPLAY 'Reinvest (Y=reinvest, N=cash):'
               ACCEPT WS-REINVEST-INPUT
               IF WS-REINVEST-INPUT NOT = 'Y'
                   AND WS-REINVEST-INPUT NOT = 'N'
                   DISPLAY 'Error: election must be Y or N.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Effective date (YYYYMMDD):'
               ACCEPT WS-EFF-DATE-INPUT
               IF WS-EFF-DATE-INPUT NOT NUMERIC
                   DISPLAY 'Error: effective date must be YYYYMMDD.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               ADD 1 TO WS-ELECTION-COUNT
               SET ELCX TO WS-ELECTION-COUNT
               MOVE WS-ACCOUNT-INPUT TO ELC-ACCOUNT-ID(ELCX)
               MOVE WS-SYMBOL-INPUT TO ELC-SYMBOL(ELCX)
               MOVE WS-REINVEST-INPUT TO ELC-REINVEST(ELCX)
               MOVE WS-EFF-DATE-INPUT TO ELC-EFF-DATE(ELCX)
               MOVE 'N' TO ELC-DELETED(ELCX)
               PERFORM 8000-SAVE-ELECTIONS
               DISPLAY 'Election added.'
           END-IF.

       4000-DELETE-ELECTION.
           PERFORM 5000-LIST-ELECTIONS
           DISPLAY 'Election number to delete:'
           ACCEPT WS-ELECTION-NUMBER
           IF WS-ELECTION-NUMBER NOT NUMERIC
               OR WS-ELECTION-NUMBER = 0
               OR WS-ELECTION-NUMBER > WS-ELECTION-COUNT
               DISPLAY 'Error: no such election.'
           ELSE
               MOVE 'Y' TO ELC-DELETED(WS-ELECTION-NUMBER)
               PERFORM 8000-SAVE-ELECTIONS
               DISPLAY 'Election deleted.'
           END-IF.

       5000-LIST-ELECTIONS.
           DISPLAY 'NO.  ACCOUNT   SYMBOL   DRIP  EFFECTIVE'
           PERFORM 5100-LIST-ONE-ELECTION
               VARYING ELCX FROM 1 BY 1
               UNTIL ELCX > WS-ELECTION-COUNT.

       5100-LIST-ONE-ELECTION.
           IF ELC-DELETED(ELCX) = 'N'
               DISPLAY ELCX '  ' ELC-ACCOUNT-ID(ELCX) '  '
                   ELC-SYMBOL(ELCX) '  ' ELC-REINVEST(ELCX) '     '
                   ELC-EFF-DATE(ELCX)
           END-IF.

       8000-SAVE-ELECTIONS.
           OPEN OUTPUT DRIP-ELECTION-FILE
           PERFORM 8100-WRITE-ONE-ELECTION
               VARYING ELCX FROM 1 BY 1
               UNTIL ELCX > WS-ELECTION-COUNT
           CLOSE DRIP-ELECTION-FILE.

       8100-WRITE-ONE-ELECTION.
           IF ELC-DELETED(ELCX) = 'N'
               MOVE ELC-ACCOUNT-ID(ELCX) TO DRIP-ACCOUNT-ID
               MOVE ELC-SYMBOL(ELCX) TO DRIP-SYMBOL
               MOVE ELC-REINVEST(ELCX) TO DRIP-REINVEST
               MOVE ELC-EFF-DATE(ELCX) TO DRIP-EFF-DATE
               WRITE DRIP-ELECTION-RECORD
           END-IF.
       END PROGRAM DRIP-MAINT.
