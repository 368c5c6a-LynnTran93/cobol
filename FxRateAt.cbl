      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Shared effective-dated FX lookup, called like
      *          PERIODCK is. Answers "what was this currency's rate
      *          on this day" from the FXRATES.txt history that
      *          FX-RATE-MAINT keeps: the row for the currency with
      *          the latest effective date on or before the date
      *          wins. USD or a blank code comes back 1; a currency
      *          with no row on or before the date comes back zero,
      *          which callers treat as rate unknown. The rate is
      *          units of the currency per USD, as on the file.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRATEAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATES-FILE ASSIGN TO "../FXRATES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FX-RATES-FILE.
           COPY FXRATREC.

       WORKING-STORAGE SECTION.
       01 WS-FX-STATUS            PIC X(2) VALUE '00'.
           88 FX-FILE-OK               VALUE '00'.
       01 WS-END-OF-FX            PIC X VALUE 'N'.
           88 NO-MORE-FX-RECORD        VALUE 'Y'.
       01 WS-TABLE-LOADED         PIC X VALUE 'N'.

       01 WS-FX-COUNT             PIC 9(4) VALUE 0.
       01 WS-FX-TABLE.
           05 FX-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-FX-COUNT
               INDEXED BY FXX.
               10 FX-ENTRY-CURRENCY-CODE  PIC X(3).
               10 FX-ENTRY-RATE           PIC 9(3)V9999.
               10 FX-ENTRY-EFF-DATE       PIC X(8).
       01 WS-BEST-DATE            PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01 FR-CURRENCY-CODE        PIC X(3).
       01 FR-DATE                 PIC X(8).
       01 FR-RATE                 PIC 9(3)V9999.

       PROCEDURE DIVISION USING FR-CURRENCY-CODE FR-DATE FR-RATE.
       0000-MAIN.
           IF WS-TABLE-LOADED = 'N'
               PERFORM 1000-LOAD-FX-TABLE
               MOVE 'Y' TO WS-TABLE-LOADED
           END-IF
           IF FR-CURRENCY-CODE = SPACES OR FR-CURRENCY-CODE = 'USD'
               MOVE 1 TO FR-RATE
           ELSE
               MOVE 0 TO FR-RATE
               MOVE SPACES TO WS-BEST-DATE
               PERFORM 2000-CHECK-ONE-RATE
                   VARYING FXX FROM 1 BY 1
                   UNTIL FXX > WS-FX-COUNT
           END-IF
           GOBACK.

       1000-LOAD-FX-TABLE.
           OPEN INPUT FX-RATES-FILE
           IF NOT FX-FILE-OK
               MOVE 'Y' TO WS-END-OF-FX
           ELSE
               PERFORM 1100-READ-FX-ROW
           END-IF
           PERFORM UNTIL NO-MORE-FX-RECORD
               IF WS-FX-COUNT < 9999
                   AND FX-FILE-EFF-DATE NUMERIC
                   AND FX-FILE-RATE NUMERIC
                   ADD 1 TO WS-FX-COUNT
                   SET FXX TO WS-FX-COUNT
                   MOVE FX-FILE-CURRENCY-CODE TO
                       FX-ENTRY-CURRENCY-CODE(FXX)
                   MOVE FX-FILE-RATE TO FX-ENTRY-RATE(FXX)
                   MOVE FX-FILE-EFF-DATE TO FX-ENTRY-EFF-DATE(FXX)
               END-IF
               PERFORM 1100-READ-FX-ROW
           END-PERFORM
           IF FX-FILE-OK OR WS-FX-STATUS = '10'
               CLOSE FX-RATES-FILE
           END-IF.

       1100-READ-FX-ROW.
           READ FX-RATES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FX.

       2000-CHECK-ONE-RATE.
           IF FX-ENTRY-CURRENCY-CODE(FXX) = FR-CURRENCY-CODE
               AND FX-ENTRY-EFF-DATE(FXX) NOT > FR-DATE
               AND FX-ENTRY-EFF-DATE(FXX) NOT < WS-BEST-DATE
               MOVE FX-ENTRY-EFF-DATE(FXX) TO WS-BEST-DATE
               MOVE FX-ENTRY-RATE(FXX) TO FR-RATE
           END-IF.
       END PROGRAM FXRATEAT.
