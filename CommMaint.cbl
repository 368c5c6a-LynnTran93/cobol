      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Commission schedule maintenance -- manage the
      *          COMMSCHED.txt tariff (account type, effective date,
      *          basis, rate, minimum) TRADE-BLOTTER charges each
      *          trade's commission from, in the style of RATE-MAINT.
      *          A tariff change is simply a row with a later
      *          effective date; the blotter ignores it until a trade
      *          is dated on or after it. A blank account type is the
      *          shop default for every type without its own row.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMM-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSION-FILE ASSIGN TO "../COMMSCHED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMMISSION-FILE.
           COPY COMMREC.

       WORKING-STORAGE SECTION.
       01 WS-COMMISSION-STATUS    PIC X(2) VALUE '00'.
           88 COMMISSION-FILE-OK       VALUE '00'.
       01 WS-END-OF-SCHEDULE      PIC X VALUE 'N'.
           88 NO-MORE-SCHEDULE-RECORD  VALUE 'Y'.

       01 WS-MENU-CHOICE          PIC X.
           88 MENU-ADD                 VALUE 'A' 'a'.
           88 MENU-LIST                VALUE 'L' 'l'.
           88 MENU-QUIT                VALUE 'Q' 'q'.
       01 WS-VALID-ENTRY          PIC X VALUE 'Y'.
           88 ENTRY-VALID               VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-TYPE-INPUT           PIC X(8).
       01 WS-DATE-INPUT           PIC X(8).
       01 WS-BASIS-INPUT          PIC X.
       01 WS-RATE-INPUT           PIC 9(5)V9999.
       01 WS-MINIMUM-INPUT        PIC 9(5)V99.

       01 WS-SCHEDULE-COUNT       PIC 9(3) VALUE 0.
       01 WS-SCHEDULE-TABLE.
           05 SCH-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-SCHEDULE-COUNT
               INDEXED BY SCHX.
               10 SCH-ACCT-TYPE       PIC X(8).
               10 SCH-EFF-DATE        PIC X(8).
               10 SCH-BASIS           PIC X.
               10 SCH-RATE            PIC 9(5)V9999.
               10 SCH-MINIMUM         PIC 9(5)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-LOAD-SCHEDULE-TABLE
           PERFORM 2000-MAIN-MENU UNTIL MENU-QUIT
           GOBACK.

       1000-LOAD-SCHEDULE-TABLE.
           OPEN INPUT COMMISSION-FILE
           IF NOT COMMISSION-FILE-OK
               MOVE 'Y' TO WS-END-OF-SCHEDULE
           ELSE
               PERFORM 1100-READ-SCHEDULE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-SCHEDULE-RECORD
               IF WS-SCHEDULE-COUNT < 999
                   ADD 1 TO WS-SCHEDULE-COUNT
                   SET SCHX TO WS-SCHEDULE-COUNT
                   MOVE CM-ACCT-TYPE TO SCH-ACCT-TYPE(SCHX)
                   MOVE CM-EFF-DATE TO SCH-EFF-DATE(SCHX)
                   MOVE CM-BASIS TO SCH-BASIS(SCHX)
                   MOVE CM-RATE TO SCH-RATE(SCHX)
                   MOVE CM-MINIMUM TO SCH-MINIMUM(SCHX)
               END-IF
               PERFORM 1100-READ-SCHEDULE-ROW
           END-PERFORM
           IF COMMISSION-FILE-OK OR WS-COMMISSION-STATUS = '10'
               CLOSE COMMISSION-FILE
           END-IF.

       1100-READ-SCHEDULE-ROW.
           READ COMMISSION-FILE
               AT END MOVE 'Y' TO WS-END-OF-SCHEDULE.

       2000-MAIN-MENU.
           DISPLAY '------------------------------------------------'
           DISPLAY '(A)dd a tariff row  (L)ist  (Q)uit'
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN MENU-ADD
                   PERFORM 3000-ADD-TARIFF
               WHEN MENU-LIST
                   PERFORM 4000-LIST-TARIFF
               WHEN MENU-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice. Enter A, L, or Q.'
           END-EVALUATE.

      ******************************************************************
      * Each add is a new row; the latest row in effect on the trade
      * date wins in the blotter, so a correction is just a newer
      * row for the same account type.
      ******************************************************************
       3000-ADD-TARIFF.
           MOVE 'Y' TO WS-VALID-ENTRY
           IF WS-SCHEDULE-COUNT NOT < 999
               DISPLAY 'Error: schedule table is full.'
               MOVE 'N' TO WS-VALID-ENTRY
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Account type (blank = shop default):'
               ACCEPT WS-TYPE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO
                   WS-TYPE-INPUT
               DISPLAY 'Basis (F=flat, S=per share, P=percent):'
               ACCEPT WS-BASIS-INPUT
               IF WS-BASIS-INPUT NOT = 'F'
                   AND WS-BASIS-INPUT NOT = 'S'
                   AND WS-BASIS-INPUT NOT = 'P'
                   DISPLAY 'Error: basis must be F, S, or P.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Rate (amount, per-share rate, or percent):'
               ACCEPT WS-RATE-INPUT
               IF WS-RATE-INPUT NOT NUMERIC
                   DISPLAY 'Error: rate must be numeric.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Minimum charge per trade:'
               ACCEPT WS-MINIMUM-INPUT
               IF WS-MINIMUM-INPUT NOT NUMERIC
                   DISPLAY 'Error: minimum must be numeric.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               DISPLAY 'Effective date YYYYMMDD (blank = today):'
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT = SPACES
                   MOVE WS-TODAY TO WS-DATE-INPUT
               END-IF
               IF WS-DATE-INPUT NOT NUMERIC
                   DISPLAY 'Error: effective date must be YYYYMMDD.'
                   MOVE 'N' TO WS-VALID-ENTRY
               END-IF
           END-IF
           IF ENTRY-VALID
               ADD 1 TO WS-SCHEDULE-COUNT
               SET SCHX TO WS-SCHEDULE-COUNT
               MOVE WS-TYPE-INPUT TO SCH-ACCT-TYPE(SCHX)
               MOVE WS-DATE-INPUT TO SCH-EFF-DATE(SCHX)
               MOVE WS-BASIS-INPUT TO SCH-BASIS(SCHX)
               MOVE WS-RATE-INPUT TO SCH-RATE(SCHX)
               MOVE WS-MINIMUM-INPUT TO SCH-MINIMUM(SCHX)
               PERFORM 8000-SAVE-SCHEDULE-FILE
               DISPLAY 'Tariff row added.'
           END-IF.

       4000-LIST-TARIFF.
           DISPLAY 'ACCT TYPE EFFECTIVE BASIS RATE        MINIMUM'
           PERFORM 4100-LIST-ONE-TARIFF
               VARYING SCHX FROM 1 BY 1
               UNTIL SCHX > WS-SCHEDULE-COUNT.

       4100-LIST-ONE-TARIFF.
           DISPLAY SCH-ACCT-TYPE(SCHX) '  '
               SCH-EFF-DATE(SCHX) '  '
               SCH-BASIS(SCHX) '  '
               SCH-RATE(SCHX) '  '
               SCH-MINIMUM(SCHX).

       8000-SAVE-SCHEDULE-FILE.
           OPEN OUTPUT COMMISSION-FILE
           PERFORM 8100-WRITE-ONE-TARIFF
               VARYING SCHX FROM 1 BY 1
               UNTIL SCHX > WS-SCHEDULE-COUNT
           CLOSE COMMISSION-FILE.

       8100-WRITE-ONE-TARIFF.
           MOVE SCH-ACCT-TYPE(SCHX) TO CM-ACCT-TYPE
           MOVE SCH-EFF-DATE(SCHX) TO CM-EFF-DATE
           MOVE SCH-BASIS(SCHX) TO CM-BASIS
           MOVE SCH-RATE(SCHX) TO CM-RATE
           MOVE SCH-MINIMUM(SCHX) TO CM-MINIMUM
           WRITE COMMISSION-SCHEDULE-RECORD.
       END PROGRAM COMM-MAINT.
