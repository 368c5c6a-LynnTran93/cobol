      * Tectonics: cobc
      * Modification History:
      *   2026-08-21 LT Initial version.
      *   2026-10-15 LT Change now adds a new effective-dated row
      *                 instead of overwriting the currency's row, so
      *                 FXRATES.txt keeps the rate history FXRATEAT
      *                 looks up trade-date rates from. A change dated
      *                 the same day as an existing row for the
      *                 currency corrects that row in place.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-RATE-MAINT.
               10 RATE-ENTRY-RATE     PIC 9(3)V9999.
               10 RATE-ENTRY-EFF-DATE PIC X(8).
       01 WS-RATE-MATCH           PIC 9(3) VALUE 0.
       01 WS-SAME-DATE-MATCH      PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                   SET RTX TO WS-RATE-MATCH
                   DISPLAY 'Prior rate was ' RATE-ENTRY-RATE(RTX)
                       ' effective ' RATE-ENTRY-EFF-DATE(RTX)
                   PERFORM 6150-FIND-SAME-DATE
                   IF WS-SAME-DATE-MATCH > 0
                       SET RTX TO WS-SAME-DATE-MATCH
                       MOVE WS-RATE-INPUT TO RATE-ENTRY-RATE(RTX)
                       PERFORM 8000-SAVE-RATE-FILE
                       DISPLAY 'Rate corrected for that date.'
                   ELSE
                       IF WS-RATE-COUNT NOT < 999
                           DISPLAY 'Error: rate table is full.'
                       ELSE
                           ADD 1 TO WS-RATE-COUNT
                           SET RTX TO WS-RATE-COUNT
                           MOVE WS-CODE-INPUT TO RATE-ENTRY-CODE(RTX)
                           MOVE WS-RATE-INPUT TO RATE-ENTRY-RATE(RTX)
                           MOVE WS-DATE-INPUT TO
                               RATE-ENTRY-EFF-DATE(RTX)
                           PERFORM 8000-SAVE-RATE-FILE
                           DISPLAY 'Rate changed.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

      ******************************************************************
      * The currency's current row -- the latest effective date --
      * now that a currency can carry a history of rows.
      ******************************************************************
       6100-FIND-RATE.
           MOVE 0 TO WS-RATE-MATCH
           PERFORM 6110-MATCH-ONE-RATE
               VARYING RTX FROM 1 BY 1
               UNTIL RTX > WS-RATE-COUNT.

       6110-MATCH-ONE-RATE.
           IF RATE-ENTRY-CODE(RTX) = WS-CODE-INPUT
               IF WS-RATE-MATCH = 0
                   SET WS-RATE-MATCH TO RTX
               ELSE
                   IF RATE-ENTRY-EFF-DATE(RTX) NOT <
                       RATE-ENTRY-EFF-DATE(WS-RATE-MATCH)
                       SET WS-RATE-MATCH TO RTX
                   END-IF
               END-IF
           END-IF.

       6150-FIND-SAME-DATE.
           MOVE 0 TO WS-SAME-DATE-MATCH
           PERFORM 6160-MATCH-SAME-DATE
               VARYING RTX FROM 1 BY 1
               UNTIL RTX > WS-RATE-COUNT
                   OR WS-SAME-DATE-MATCH > 0.

       6160-MATCH-SAME-DATE.
           IF RATE-ENTRY-CODE(RTX) = WS-CODE-INPUT
               AND RATE-ENTRY-EFF-DATE(RTX) = WS-DATE-INPUT
               SET WS-SAME-DATE-MATCH TO RTX
           END-IF.

       8000-SAVE-RATE-FILE.
