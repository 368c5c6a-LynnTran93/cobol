      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Batch performance report. Shows, for every job on
      *          JOBTABLE.txt, how long it has taken over the last N
      *          nights on BATCHLOG.txt -- the number of runs, the
      *          average, the longest and the night it happened,
      *          last night's time, and the trend (the more recent
      *          half of the nights against the older half) -- and
      *          for each night the window used from the first START
      *          to the last END and how much was left before the
      *          window closes in the morning. A job that ran past
      *          its average by more than the overrun percent last
      *          night is starred. The figures come from the shared
      *          BATCHHIST subprogram; the nights, overrun percent
      *          and window close are set on BATCHWIN.txt. Written
      *          to BATCHPERF.txt, also displayed.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-PERF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERF-REPORT-FILE ASSIGN TO "../BATCHPERF.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PERF-REPORT-FILE.
       01 PERF-REPORT-RECORD      PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-TODAY                PIC X(8).
       01 WS-JOB-SUB              PIC 9(2) VALUE 0.
       01 WS-NIGHT-SUB            PIC 9(3) VALUE 0.
       01 WS-LAST-NIGHT           PIC 9(3) VALUE 0.
       01 WS-OVERRUN-LIMIT        PIC 9(7) VALUE 0.
       01 WS-TREND-PCT            PIC S9(4)V9 VALUE 0.
       01 WS-OVERRUN-COUNT        PIC 9(3) VALUE 0.

       01 WS-FMT-SECS             PIC 9(6) VALUE 0.
       01 WS-HMS.
           05 WS-HMS-HH               PIC 9(2).
           05 FILLER                  PIC X VALUE ':'.
           05 WS-HMS-MM               PIC 9(2).
           05 FILLER                  PIC X VALUE ':'.
           05 WS-HMS-SS               PIC 9(2).
       01 WS-HMS-REST             PIC 9(6) VALUE 0.

       01 WS-COUNT-FMT            PIC ZZ9.
       01 WS-PCT-FMT              PIC ++++9.9.
       01 WS-REPORT-LINE          PIC X(90) VALUE SPACES.

           COPY BSTATS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           CALL 'BATCHHIST' USING BATCH-STATS-AREA
               ON EXCEPTION
                   MOVE 0 TO BS-NIGHT-COUNT
                   MOVE 0 TO BS-JOB-COUNT
           END-CALL
           OPEN OUTPUT PERF-REPORT-FILE
           STRING 'BATCH PERFORMANCE REPORT ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE BS-NIGHT-COUNT TO WS-COUNT-FMT
           STRING 'NIGHTS ON FILE: ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               '  OVERRUN AT ' DELIMITED BY SIZE
               BS-OVERRUN-PCT DELIMITED BY SIZE
               '% OVER AVERAGE  WINDOW CLOSES ' DELIMITED BY SIZE
               BS-WINDOW-CLOSE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF BS-NIGHT-COUNT = 0
               MOVE 'NO BATCH RUNS ON BATCHLOG.txt.' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               MOVE BS-NIGHT-COUNT TO WS-LAST-NIGHT
               PERFORM 1000-JOB-SECTION
               PERFORM 2000-NIGHT-SECTION
           END-IF
           CLOSE PERF-REPORT-FILE
           GOBACK.

      ******************************************************************
      * One line per job. Times are HH:MM:SS; a job with no NORMAL
      * run in the nights on file shows dashes.
      ******************************************************************
       1000-JOB-SECTION.
           MOVE 0 TO WS-OVERRUN-COUNT
           MOVE 'JOB          RUNS  AVERAGE   LONGEST   ON        LAST N
      -        'IGHT   TREND' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 1100-WRITE-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > BS-JOB-COUNT
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-OVERRUN-COUNT TO WS-COUNT-FMT
           STRING 'JOBS OVERRUN LAST NIGHT (*): ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       1100-WRITE-ONE-JOB.
           MOVE BS-JOB-NAME(WS-JOB-SUB) TO WS-REPORT-LINE(1:12)
           MOVE BS-JOB-RUNS(WS-JOB-SUB) TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(15:3)
           IF BS-JOB-RUNS(WS-JOB-SUB) = 0
               MOVE '--' TO WS-REPORT-LINE(20:2)
           ELSE
               MOVE BS-JOB-AVG-SECS(WS-JOB-SUB) TO WS-FMT-SECS
               PERFORM 7000-FORMAT-SECS
               MOVE WS-HMS TO WS-REPORT-LINE(20:8)
               MOVE BS-JOB-MAX-SECS(WS-JOB-SUB) TO WS-FMT-SECS
               PERFORM 7000-FORMAT-SECS
               MOVE WS-HMS TO WS-REPORT-LINE(30:8)
               MOVE BS-JOB-MAX-NIGHT(WS-JOB-SUB)
                   TO WS-REPORT-LINE(40:8)
               IF BS-JOB-RAN(WS-JOB-SUB, WS-LAST-NIGHT) = 'Y'
                   MOVE BS-JOB-SECS(WS-JOB-SUB, WS-LAST-NIGHT)
                       TO WS-FMT-SECS
                   PERFORM 7000-FORMAT-SECS
                   MOVE WS-HMS TO WS-REPORT-LINE(50:8)
                   COMPUTE WS-OVERRUN-LIMIT =
                       BS-JOB-AVG-SECS(WS-JOB-SUB) *
                       (100 + BS-OVERRUN-PCT) / 100
                   IF BS-JOB-SECS(WS-JOB-SUB, WS-LAST-NIGHT) >
                       WS-OVERRUN-LIMIT
                       MOVE '*' TO WS-REPORT-LINE(58:1)
                       ADD 1 TO WS-OVERRUN-COUNT
                   END-IF
               ELSE
                   MOVE '--' TO WS-REPORT-LINE(50:2)
               END-IF
               IF BS-JOB-EARLY-AVG(WS-JOB-SUB) > 0
                   AND BS-JOB-LATE-AVG(WS-JOB-SUB) > 0
                   COMPUTE WS-TREND-PCT ROUNDED =
                       (BS-JOB-LATE-AVG(WS-JOB-SUB) -
                        BS-JOB-EARLY-AVG(WS-JOB-SUB)) * 100 /
                       BS-JOB-EARLY-AVG(WS-JOB-SUB)
                       ON SIZE ERROR MOVE 9999.9 TO WS-TREND-PCT
                   END-COMPUTE
                   MOVE WS-TREND-PCT TO WS-PCT-FMT
                   MOVE WS-PCT-FMT TO WS-REPORT-LINE(61:7)
                   MOVE '%' TO WS-REPORT-LINE(68:1)
               ELSE
                   MOVE '--' TO WS-REPORT-LINE(61:2)
               END-IF
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

      ******************************************************************
      * One line per night, oldest first: the window it used and
      * what was left before the close, or how far past it the run
      * went.
      ******************************************************************
       2000-NIGHT-SECTION.
           MOVE 'NIGHT     FIRST START      LAST END         USED      L
      -        'EFT' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2100-WRITE-ONE-NIGHT
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > BS-NIGHT-COUNT.

       2100-WRITE-ONE-NIGHT.
           MOVE BS-NIGHT-DATE(WS-NIGHT-SUB) TO WS-REPORT-LINE(1:8)
           MOVE BS-NIGHT-FIRST-START(WS-NIGHT-SUB)
               TO WS-REPORT-LINE(11:15)
           IF BS-NIGHT-LAST-END(WS-NIGHT-SUB) = SPACES
               MOVE 'NO END ON FILE' TO WS-REPORT-LINE(28:14)
           ELSE
               MOVE BS-NIGHT-LAST-END(WS-NIGHT-SUB)
                   TO WS-REPORT-LINE(28:15)
               MOVE BS-NIGHT-USED-SECS(WS-NIGHT-SUB) TO WS-FMT-SECS
               PERFORM 7000-FORMAT-SECS
               MOVE WS-HMS TO WS-REPORT-LINE(45:8)
               IF BS-NIGHT-LEFT-SECS(WS-NIGHT-SUB) < 0
                   COMPUTE WS-FMT-SECS =
                       0 - BS-NIGHT-LEFT-SECS(WS-NIGHT-SUB)
                   PERFORM 7000-FORMAT-SECS
                   STRING 'OVERRAN BY ' DELIMITED BY SIZE
                       WS-HMS DELIMITED BY SIZE
                       INTO WS-REPORT-LINE(55:19)
               ELSE
                   MOVE BS-NIGHT-LEFT-SECS(WS-NIGHT-SUB)
                       TO WS-FMT-SECS
                   PERFORM 7000-FORMAT-SECS
                   MOVE WS-HMS TO WS-REPORT-LINE(55:8)
               END-IF
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       7000-FORMAT-SECS.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-HMS-REST
               REMAINDER WS-FMT-SECS
           IF WS-HMS-REST > 99
               MOVE 99 TO WS-HMS-HH
           ELSE
               MOVE WS-HMS-REST TO WS-HMS-HH
           END-IF
           DIVIDE WS-FMT-SECS BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM BATCH-PERF.
