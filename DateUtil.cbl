      *          its own.
      *          Function codes: 'B' sets the result flag to Y/N for
      *          the date passed in; 'P' returns the previous
      *          business day ahead of the date passed in; 'N'
      *          returns the next business day after it.
      * Tectonics: cobc
      * Modification History:
      *   2026-08-21 LT Initial version.
      *   2026-10-15 LT Function 'N', the next business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEUTIL.
       01 DU-FUNCTION-CODE        PIC X.
           88 DU-IS-BUSINESS-DAY       VALUE 'B'.
           88 DU-PREV-BUSINESS-DAY     VALUE 'P'.
           88 DU-NEXT-BUSINESS-DAY     VALUE 'N'.
       01 DU-DATE-IN              PIC X(8).
       01 DU-DATE-OUT             PIC X(8).
       01 DU-RESULT-FLAG          PIC X.
                   MOVE WS-BUSINESS-FLAG TO DU-RESULT-FLAG
               WHEN DU-PREV-BUSINESS-DAY
                   PERFORM 3000-FIND-PREV-BUSINESS-DAY
               WHEN DU-NEXT-BUSINESS-DAY
                   PERFORM 4000-FIND-NEXT-BUSINESS-DAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               MOVE WS-WORK-DATE-NUM TO DU-DATE-OUT
               MOVE 'Y' TO DU-RESULT-FLAG
           END-IF.

      * The same walk forwards.
       4000-FIND-NEXT-BUSINESS-DAY.
           MOVE DU-DATE-IN TO WS-WORK-DATE-NUM
           MOVE 'N' TO WS-BUSINESS-FLAG
           MOVE 0 TO WS-STEP-COUNT
           PERFORM UNTIL WS-BUSINESS-FLAG = 'Y'
               OR WS-STEP-COUNT > 366
               ADD 1 TO WS-STEP-COUNT
               COMPUTE WS-WORK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM) + 1
               COMPUTE WS-WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT)
               PERFORM 2000-CHECK-BUSINESS-DAY
           END-PERFORM
           IF WS-BUSINESS-FLAG = 'Y'
               MOVE WS-WORK-DATE-NUM TO DU-DATE-OUT
               MOVE 'Y' TO DU-RESULT-FLAG
           END-IF.
       END PROGRAM DATEUTIL.
