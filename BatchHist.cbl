      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Shared batch elapsed-time history subprogram, called
      *          like DATEUTIL is. Pairs each JOBTABLE.txt job's START
      *          and END lines on BATCHLOG.txt over the last N nights
      *          and hands back the figures in the BSTATS area: each
      *          night's window used and left, and each job's run
      *          times, average, longest and trend. The number of
      *          nights, the overrun percent BATCH-RUNNER warns at
      *          and the time the batch window closes in the morning
      *          come from BATCHWIN.txt (nights, percent, HHMM); the
      *          shop defaults apply with no file on disk. Used by
      *          the BATCH-PERF report, BATCH-RUNNER's overrun check
      *          and the morning handover, so all three time the
      *          night the same way.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-LOG-FILE ASSIGN TO "../BATCHLOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOG-STATUS.
           SELECT JOB-TABLE-FILE ASSIGN TO "../JOBTABLE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-TABLE-STATUS.
           SELECT WINDOW-CONFIG-FILE ASSIGN TO "../BATCHWIN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-LOG-FILE.
       01 BATCH-LOG-RECORD.
           05 BL-STAMP                PIC X(15).
           05 FILLER                  PIC X.
           05 BL-VERB                 PIC X(5).
           05 FILLER                  PIC X.
           05 BL-JOB-NAME             PIC X(12).
           05 BL-STATUS-TAG           PIC X(8).
           05 BL-STATUS               PIC X(7).
           05 FILLER                  PIC X(31).

       FD JOB-TABLE-FILE.
           COPY JOBREC.

       FD WINDOW-CONFIG-FILE.
       01 WINDOW-CONFIG-RECORD.
           05 BW-NIGHTS               PIC 9(3).
           05 BW-OVERRUN-PCT          PIC 9(3).
           05 BW-WINDOW-CLOSE         PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-BATCH-LOG-STATUS     PIC X(2) VALUE '00'.
           88 BATCH-LOG-OK             VALUE '00'.
       01 WS-JOB-TABLE-STATUS     PIC X(2) VALUE '00'.
           88 JOB-TABLE-OK             VALUE '00'.
       01 WS-WINDOW-STATUS        PIC X(2) VALUE '00'.
           88 WINDOW-CONFIG-OK         VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

      * Shop defaults when BATCHWIN.txt is not on disk.
       01 WS-DEFAULT-NIGHTS       PIC 9(3) VALUE 20.
       01 WS-DEFAULT-OVERRUN-PCT  PIC 9(3) VALUE 50.
       01 WS-DEFAULT-CLOSE        PIC 9(4) VALUE 0600.

       01 WS-STAMP.
           05 WS-STAMP-DATE           PIC 9(8).
           05 FILLER                  PIC X.
           05 WS-STAMP-HH             PIC 9(2).
           05 WS-STAMP-MM             PIC 9(2).
           05 WS-STAMP-SS             PIC 9(2).
       01 WS-STAMP-VALID          PIC X VALUE 'N'.
       01 WS-STAMP-SECS           PIC 9(11) VALUE 0.
       01 WS-STAMP-NIGHT          PIC X(8).
       01 WS-DAY-INT              PIC 9(8) VALUE 0.
       01 WS-FIRST-SECS           PIC 9(11) VALUE 0.
       01 WS-CLOSE-SECS           PIC 9(11) VALUE 0.
       01 WS-CLOSE-HH             PIC 9(2) VALUE 0.
       01 WS-CLOSE-MM             PIC 9(2) VALUE 0.

       01 WS-PENDING-TABLE.
           05 PEND-ENTRY OCCURS 50 TIMES.
               10 PEND-SECS           PIC 9(11).
               10 PEND-NIGHT          PIC 9(3).

       01 WS-NIGHT-SUB            PIC 9(3) VALUE 0.
       01 WS-NIGHT-MATCH          PIC 9(3) VALUE 0.
       01 WS-JOB-SUB              PIC 9(2) VALUE 0.
       01 WS-JOB-MATCH            PIC 9(2) VALUE 0.
       01 WS-HALF-NIGHTS          PIC 9(3) VALUE 0.
       01 WS-TOTAL-SECS           PIC 9(9) VALUE 0.
       01 WS-EARLY-SECS           PIC 9(9) VALUE 0.
       01 WS-EARLY-RUNS           PIC 9(3) VALUE 0.
       01 WS-LATE-SECS            PIC 9(9) VALUE 0.
       01 WS-LATE-RUNS            PIC 9(3) VALUE 0.

       LINKAGE SECTION.
           COPY BSTATS.

       PROCEDURE DIVISION USING BATCH-STATS-AREA.
       0000-MAIN.
           MOVE 0 TO BS-NIGHT-COUNT
           MOVE 0 TO BS-JOB-COUNT
           PERFORM 1000-READ-WINDOW-CONFIG
           PERFORM 2000-LOAD-JOB-NAMES
           PERFORM 3000-FIND-NIGHTS
           IF BS-NIGHT-COUNT > 0
               PERFORM 4000-PAIR-RUNS
               PERFORM 5000-SUM-UP-ONE-JOB
                   VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > BS-JOB-COUNT
               PERFORM 6000-SUM-UP-ONE-NIGHT
                   VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > BS-NIGHT-COUNT
           END-IF
           GOBACK.

       1000-READ-WINDOW-CONFIG.
           MOVE WS-DEFAULT-NIGHTS TO BS-NIGHTS-WANTED
           MOVE WS-DEFAULT-OVERRUN-PCT TO BS-OVERRUN-PCT
           MOVE WS-DEFAULT-CLOSE TO BS-WINDOW-CLOSE
           OPEN INPUT WINDOW-CONFIG-FILE
           IF WINDOW-CONFIG-OK
               READ WINDOW-CONFIG-FILE
                   NOT AT END
                       IF BW-NIGHTS NUMERIC AND BW-NIGHTS > 0
                           MOVE BW-NIGHTS TO BS-NIGHTS-WANTED
                       END-IF
                       IF BW-OVERRUN-PCT NUMERIC
                           AND BW-OVERRUN-PCT > 0
                           MOVE BW-OVERRUN-PCT TO BS-OVERRUN-PCT
                       END-IF
                       IF BW-WINDOW-CLOSE NUMERIC
                           AND BW-WINDOW-CLOSE < 2400
                           MOVE BW-WINDOW-CLOSE TO BS-WINDOW-CLOSE
                       END-IF
               END-READ
               CLOSE WINDOW-CONFIG-FILE
           END-IF
           IF BS-NIGHTS-WANTED > 60
               MOVE 60 TO BS-NIGHTS-WANTED
           END-IF.

      ******************************************************************
      * Every job on the schedule, enabled or not, in table order --
      * a job disabled tonight still has its history.
      ******************************************************************
       2000-LOAD-JOB-NAMES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT JOB-TABLE-FILE
           IF NOT JOB-TABLE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2100-READ-JOB-TABLE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF BS-JOB-COUNT < 50
                   ADD 1 TO BS-JOB-COUNT
                   MOVE JT-JOB-NAME TO BS-JOB-NAME(BS-JOB-COUNT)
                   MOVE 0 TO PEND-SECS(BS-JOB-COUNT)
                   MOVE 0 TO PEND-NIGHT(BS-JOB-COUNT)
                   PERFORM 2200-CLEAR-ONE-NIGHT
                       VARYING WS-NIGHT-SUB FROM 1 BY 1
                       UNTIL WS-NIGHT-SUB > 60
               END-IF
               PERFORM 2100-READ-JOB-TABLE-ROW
           END-PERFORM
           IF JOB-TABLE-OK OR WS-JOB-TABLE-STATUS = '10'
               CLOSE JOB-TABLE-FILE
           END-IF.

       2100-READ-JOB-TABLE-ROW.
           READ JOB-TABLE-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2200-CLEAR-ONE-NIGHT.
           MOVE 'N' TO BS-JOB-RAN(BS-JOB-COUNT, WS-NIGHT-SUB)
           MOVE 0 TO BS-JOB-SECS(BS-JOB-COUNT, WS-NIGHT-SUB).

      ******************************************************************
      * First pass: the nights on the log, taken from the START
      * lines. The log is in time order, so a new night is always
      * the latest; once the table holds as many nights as wanted
      * the oldest drops off the front.
      ******************************************************************
       3000-FIND-NIGHTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BATCH-LOG-FILE
           IF NOT BATCH-LOG-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3100-READ-BATCH-LOG-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF BL-VERB = 'START'
                   MOVE BL-STAMP TO WS-STAMP
                   PERFORM 7000-STAMP-TO-SECONDS
                   IF WS-STAMP-VALID = 'Y'
                       PERFORM 3200-NOTE-ONE-NIGHT
                   END-IF
               END-IF
               PERFORM 3100-READ-BATCH-LOG-ROW
           END-PERFORM
           IF BATCH-LOG-OK OR WS-BATCH-LOG-STATUS = '10'
               CLOSE BATCH-LOG-FILE
           END-IF.

       3100-READ-BATCH-LOG-ROW.
           READ BATCH-LOG-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3200-NOTE-ONE-NIGHT.
           IF BS-NIGHT-COUNT = 0
               OR WS-STAMP-NIGHT > BS-NIGHT-DATE(BS-NIGHT-COUNT)
               IF BS-NIGHT-COUNT < BS-NIGHTS-WANTED
                   ADD 1 TO BS-NIGHT-COUNT
               ELSE
                   PERFORM 3300-SHIFT-ONE-NIGHT
                       VARYING WS-NIGHT-SUB FROM 1 BY 1
                       UNTIL WS-NIGHT-SUB >= BS-NIGHT-COUNT
               END-IF
               MOVE WS-STAMP-NIGHT TO BS-NIGHT-DATE(BS-NIGHT-COUNT)
               MOVE SPACES TO BS-NIGHT-FIRST-START(BS-NIGHT-COUNT)
               MOVE SPACES TO BS-NIGHT-LAST-END(BS-NIGHT-COUNT)
               MOVE 0 TO BS-NIGHT-USED-SECS(BS-NIGHT-COUNT)
               MOVE 0 TO BS-NIGHT-LEFT-SECS(BS-NIGHT-COUNT)
           END-IF.

       3300-SHIFT-ONE-NIGHT.
           MOVE BS-NIGHT-DATE(WS-NIGHT-SUB + 1)
               TO BS-NIGHT-DATE(WS-NIGHT-SUB).

      ******************************************************************
      * Second pass: each START is held against its job until the
      * job's END arrives; a run that ended NORMAL gives that night's
      * elapsed time for the job (the later run wins on a rerun
      * night). Every START and END in a night also stretches the
      * night's window, whatever job it belongs to.
      ******************************************************************
       4000-PAIR-RUNS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BATCH-LOG-FILE
           IF NOT BATCH-LOG-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3100-READ-BATCH-LOG-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE BL-STAMP TO WS-STAMP
               PERFORM 7000-STAMP-TO-SECONDS
               IF WS-STAMP-VALID = 'Y'
                   PERFORM 4100-TAKE-ONE-LOG-LINE
               END-IF
               PERFORM 3100-READ-BATCH-LOG-ROW
           END-PERFORM
           IF BATCH-LOG-OK OR WS-BATCH-LOG-STATUS = '10'
               CLOSE BATCH-LOG-FILE
           END-IF.

       4100-TAKE-ONE-LOG-LINE.
           MOVE 0 TO WS-NIGHT-MATCH
           PERFORM 4200-MATCH-ONE-NIGHT
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > BS-NIGHT-COUNT
                   OR WS-NIGHT-MATCH > 0
           MOVE 0 TO WS-JOB-MATCH
           PERFORM 4300-MATCH-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > BS-JOB-COUNT
                   OR WS-JOB-MATCH > 0
           EVALUATE TRUE
               WHEN BL-VERB = 'START'
                   IF WS-NIGHT-MATCH > 0
                       IF BS-NIGHT-FIRST-START(WS-NIGHT-MATCH) = SPACES
                           MOVE BL-STAMP TO
                               BS-NIGHT-FIRST-START(WS-NIGHT-MATCH)
                       END-IF
                   END-IF
                   IF WS-JOB-MATCH > 0
                       MOVE WS-STAMP-SECS TO PEND-SECS(WS-JOB-MATCH)
                       MOVE WS-NIGHT-MATCH TO PEND-NIGHT(WS-JOB-MATCH)
                   END-IF
               WHEN BL-VERB = 'END'
                   IF WS-NIGHT-MATCH > 0
                       AND BS-NIGHT-FIRST-START(WS-NIGHT-MATCH)
                           NOT = SPACES
                       MOVE BL-STAMP TO
                           BS-NIGHT-LAST-END(WS-NIGHT-MATCH)
                   END-IF
                   IF WS-JOB-MATCH > 0
                       PERFORM 4400-CLOSE-ONE-RUN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4200-MATCH-ONE-NIGHT.
           IF BS-NIGHT-DATE(WS-NIGHT-SUB) = WS-STAMP-NIGHT
               MOVE WS-NIGHT-SUB TO WS-NIGHT-MATCH
           END-IF.

       4300-MATCH-ONE-JOB.
           IF BS-JOB-NAME(WS-JOB-SUB) = BL-JOB-NAME
               MOVE WS-JOB-SUB TO WS-JOB-MATCH
           END-IF.

       4400-CLOSE-ONE-RUN.
           IF PEND-SECS(WS-JOB-MATCH) > 0
               IF PEND-NIGHT(WS-JOB-MATCH) > 0
                   AND BL-STATUS = 'NORMAL'
                   AND WS-STAMP-SECS >= PEND-SECS(WS-JOB-MATCH)
                   MOVE 'Y' TO BS-JOB-RAN(WS-JOB-MATCH,
                       PEND-NIGHT(WS-JOB-MATCH))
                   COMPUTE BS-JOB-SECS(WS-JOB-MATCH,
                       PEND-NIGHT(WS-JOB-MATCH)) =
                       WS-STAMP-SECS - PEND-SECS(WS-JOB-MATCH)
                       ON SIZE ERROR
                           MOVE 999999 TO BS-JOB-SECS(WS-JOB-MATCH,
                               PEND-NIGHT(WS-JOB-MATCH))
                   END-COMPUTE
               END-IF
               MOVE 0 TO PEND-SECS(WS-JOB-MATCH)
               MOVE 0 TO PEND-NIGHT(WS-JOB-MATCH)
           END-IF.

      ******************************************************************
      * A job's figures over the nights it ran: the average, the
      * longest, and the average of the older half of the nights
      * against the more recent half -- a job creeping longer shows
      * a later average above its earlier one.
      ******************************************************************
       5000-SUM-UP-ONE-JOB.
           MOVE 0 TO BS-JOB-RUNS(WS-JOB-SUB)
           MOVE 0 TO BS-JOB-AVG-SECS(WS-JOB-SUB)
           MOVE 0 TO BS-JOB-MAX-SECS(WS-JOB-SUB)
           MOVE SPACES TO BS-JOB-MAX-NIGHT(WS-JOB-SUB)
           MOVE 0 TO BS-JOB-EARLY-AVG(WS-JOB-SUB)
           MOVE 0 TO BS-JOB-LATE-AVG(WS-JOB-SUB)
           MOVE 0 TO WS-TOTAL-SECS
           MOVE 0 TO WS-EARLY-SECS
           MOVE 0 TO WS-EARLY-RUNS
           MOVE 0 TO WS-LATE-SECS
           MOVE 0 TO WS-LATE-RUNS
           DIVIDE BS-NIGHT-COUNT BY 2 GIVING WS-HALF-NIGHTS
           PERFORM 5100-ADD-ONE-NIGHT
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > BS-NIGHT-COUNT
           IF BS-JOB-RUNS(WS-JOB-SUB) > 0
               COMPUTE BS-JOB-AVG-SECS(WS-JOB-SUB) ROUNDED =
                   WS-TOTAL-SECS / BS-JOB-RUNS(WS-JOB-SUB)
           END-IF
           IF WS-EARLY-RUNS > 0
               COMPUTE BS-JOB-EARLY-AVG(WS-JOB-SUB) ROUNDED =
                   WS-EARLY-SECS / WS-EARLY-RUNS
           END-IF
           IF WS-LATE-RUNS > 0
               COMPUTE BS-JOB-LATE-AVG(WS-JOB-SUB) ROUNDED =
                   WS-LATE-SECS / WS-LATE-RUNS
           END-IF.

       5100-ADD-ONE-NIGHT.
           IF BS-JOB-RAN(WS-JOB-SUB, WS-NIGHT-SUB) = 'Y'
               ADD 1 TO BS-JOB-RUNS(WS-JOB-SUB)
               ADD BS-JOB-SECS(WS-JOB-SUB, WS-NIGHT-SUB)
                   TO WS-TOTAL-SECS
               IF BS-JOB-SECS(WS-JOB-SUB, WS-NIGHT-SUB) >=
                   BS-JOB-MAX-SECS(WS-JOB-SUB)
                   MOVE BS-JOB-SECS(WS-JOB-SUB, WS-NIGHT-SUB)
                       TO BS-JOB-MAX-SECS(WS-JOB-SUB)
                   MOVE BS-NIGHT-DATE(WS-NIGHT-SUB)
                       TO BS-JOB-MAX-NIGHT(WS-JOB-SUB)
               END-IF
               IF WS-NIGHT-SUB > WS-HALF-NIGHTS
                   ADD 1 TO WS-LATE-RUNS
                   ADD BS-JOB-SECS(WS-JOB-SUB, WS-NIGHT-SUB)
                       TO WS-LATE-SECS
               ELSE
                   ADD 1 TO WS-EARLY-RUNS
                   ADD BS-JOB-SECS(WS-JOB-SUB, WS-NIGHT-SUB)
                       TO WS-EARLY-SECS
               END-IF
           END-IF.

      ******************************************************************
      * The window a night used runs from its first START to its last
      * END; what was left is measured to the window close the next
      * morning (the same day when the close is set after noon).
      ******************************************************************
       6000-SUM-UP-ONE-NIGHT.
           IF BS-NIGHT-FIRST-START(WS-NIGHT-SUB) NOT = SPACES
               AND BS-NIGHT-LAST-END(WS-NIGHT-SUB) NOT = SPACES
               MOVE BS-NIGHT-FIRST-START(WS-NIGHT-SUB) TO WS-STAMP
               PERFORM 7000-STAMP-TO-SECONDS
               MOVE WS-STAMP-SECS TO WS-FIRST-SECS
               MOVE BS-NIGHT-LAST-END(WS-NIGHT-SUB) TO WS-STAMP
               PERFORM 7000-STAMP-TO-SECONDS
               IF WS-STAMP-SECS >= WS-FIRST-SECS
                   COMPUTE BS-NIGHT-USED-SECS(WS-NIGHT-SUB) =
                       WS-STAMP-SECS - WS-FIRST-SECS
                       ON SIZE ERROR
                           MOVE 999999 TO
                               BS-NIGHT-USED-SECS(WS-NIGHT-SUB)
                   END-COMPUTE
               END-IF
               DIVIDE BS-WINDOW-CLOSE BY 100 GIVING WS-CLOSE-HH
                   REMAINDER WS-CLOSE-MM
               COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(BS-NIGHT-DATE(WS-NIGHT-SUB)))
               IF WS-CLOSE-HH < 12
                   ADD 1 TO WS-DAY-INT
               END-IF
               COMPUTE WS-CLOSE-SECS = WS-DAY-INT * 86400
                   + WS-CLOSE-HH * 3600 + WS-CLOSE-MM * 60
               COMPUTE BS-NIGHT-LEFT-SECS(WS-NIGHT-SUB) =
                   WS-CLOSE-SECS - WS-STAMP-SECS
                   ON SIZE ERROR
                       MOVE -999999 TO
                           BS-NIGHT-LEFT-SECS(WS-NIGHT-SUB)
               END-COMPUTE
           END-IF.

      ******************************************************************
      * A log stamp (YYYYMMDD-HHMMSS) as seconds since the calendar's
      * day one, and the night it belongs to: a stamp before noon is
      * the tail of the previous evening's run.
      ******************************************************************
       7000-STAMP-TO-SECONDS.
           MOVE 'N' TO WS-STAMP-VALID
           MOVE 0 TO WS-STAMP-SECS
           MOVE SPACES TO WS-STAMP-NIGHT
           IF WS-STAMP-DATE NUMERIC AND WS-STAMP-DATE > 16010101
               AND WS-STAMP-HH NUMERIC AND WS-STAMP-MM NUMERIC
               AND WS-STAMP-SS NUMERIC
               MOVE 'Y' TO WS-STAMP-VALID
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
               COMPUTE WS-STAMP-SECS = WS-DAY-INT * 86400
                   + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
                   + WS-STAMP-SS
               IF WS-STAMP-HH < 12
                   SUBTRACT 1 FROM WS-DAY-INT
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-STAMP-NIGHT
           END-IF.
       END PROGRAM BATCHHIST.
