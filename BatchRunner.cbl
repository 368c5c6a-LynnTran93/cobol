      *                 with an existing JOBTABLE.txt adds the
      *                 LOT-RECON row there; the generic dispatch
      *                 calls it by name.
      *   2026-10-15 LT The default job table now runs ORDER-EVAL
      *                 right after PRICE-FEED, checking the open limit
      *                 and stop orders on ORDERBOOK.txt against the
      *                 new closing prices (skipped after an earlier
      *                 ABEND, so a failed price load never triggers
      *                 orders on stale closes). A shop with an existing
      *                 JOBTABLE.txt adds the ORDER-EVAL row there;
      *                 the generic dispatch calls it by name.
      *   2026-10-15 LT The default job table now runs HOLD-DISCL, the
      *                 large-holding disclosure report, after
      *                 GL-EXTRACT. It reads positions only, so it is
      *                 not skipped after an earlier ABEND. A shop with
      *                 an existing JOBTABLE.txt adds the HOLD-DISCL
      *                 row there; the generic dispatch calls it by
      *                 name.
      *   2026-10-15 LT The default job table now runs LISTING-LOAD
      *                 after BACKUP, queueing the exchange listings
      *                 bulletin's adds, name changes and delistings
      *                 for approval and raising the delisted-but-held
      *                 alerts the morning handover lists. A shop with
      *                 an existing JOBTABLE.txt adds the LISTING-LOAD
      *                 row there; the generic dispatch calls it by
      *                 name.
      *   2026-10-15 LT The default job table now runs CASH-MONITOR
      *                 after HOLD-DISCL, listing overdrawn accounts and
      *                 issuing their cash call notices. It reads the
      *                 cash book and journal only, so it is not
      *                 skipped after an earlier ABEND. A shop with an
      *                 existing JOBTABLE.txt adds the CASH-MONITOR row
      *                 there; the generic dispatch calls it by name.
      *   2026-10-15 LT Checks the master files against the MASTERCTL
      *                 integrity control register before the first
      *                 job, logged as the MASTER-CHECK step. When a
      *                 master was changed outside the system the
      *                 night is refused -- every job is logged
      *                 SKIPPED, so a rerun picks them all up once the
      *                 change is accepted on CTL-ADMIN, and a refused
      *                 rerun leaves the rerun marker in place. A
      *                 night that ran records every master's figures
      *                 at the end.
      *   2026-10-15 LT Times every job it runs against the job's
      *                 average over the last nights on BATCHLOG.txt
      *                 (from the shared BATCHHIST subprogram); a job
      *                 that ends NORMAL more than the BATCHWIN.txt
      *                 overrun percent past its average is logged as
      *                 a warning to the shop log.
      *   2026-10-15 LT Works the RPTQUEUE.txt deferred report queue
      *                 after the scheduled jobs, logged as the
      *                 REPORT-QUEUE step: each report an operator
      *                 submitted from SHOP-MENU is run unattended and
      *                 its completion status and output file written
      *                 back for the operator's next sign-on. Requests
      *                 wait for the next night when the night is
      *                 refused, and a finished request the operator
      *                 has seen is dropped from the queue.
      *   2026-10-15 LT The default job table now runs REF-SWEEP, the
      *                 cross-file referential integrity sweep, after
      *                 CASH-MONITOR. The sweep is weekly: on any night
      *                 but Sunday it is logged SKIPPED. It reads the
      *                 masters only, so it is not skipped after an
      *                 earlier ABEND. A shop with an existing
      *                 JOBTABLE.txt adds the REF-SWEEP row there; the
      *                 generic dispatch calls it by name.
      *   2026-10-15 LT The default job table now runs STALE-PRICE
      *                 after ORDER-EVAL and ahead of the valuation,
      *                 listing held symbols whose latest close is
      *                 older than the PRICESTALE.txt limit or whose
      *                 feed price is held for review. It reads
      *                 positions and price history only, so it is not
      *                 skipped after an earlier ABEND. A shop with an
      *                 existing JOBTABLE.txt adds the STALE-PRICE row
      *                 there; the generic dispatch calls it by name.
      *   2026-10-15 LT LAB-6 is now passed a run request (run mode
      *                 and business date). A queued projection is
      *                 run for the date it was submitted on, so the
      *                 inbound check takes election night's
      *                 partial.txt when the queue is worked after
      *                 midnight.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RUNNER.
           SELECT RERUN-MARKER-FILE ASSIGN TO "../RERUN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-STATUS.
           SELECT REPORT-QUEUE-FILE ASSIGN TO "../RPTQUEUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RERUN-MARKER-FILE.
       01 RERUN-MARKER-RECORD     PIC X(10).

       FD REPORT-QUEUE-FILE.
           COPY RPTQREC.

       WORKING-STORAGE SECTION.
       01 WS-BATCH-LOG-STATUS         PIC X(2) VALUE '00'.
           88 BATCH-LOG-OK                VALUE '00'.
           88 JOB-TABLE-OK                VALUE '00'.
       01 WS-RERUN-STATUS             PIC X(2) VALUE '00'.
           88 RERUN-MARKER-OK             VALUE '00'.
       01 WS-REPORT-QUEUE-STATUS      PIC X(2) VALUE '00'.
           88 REPORT-QUEUE-OK             VALUE '00'.
       01 WS-END-OF-FILE              PIC X VALUE 'N'.
           88 NO-MORE-RECORDS             VALUE 'Y'.

       01 WS-JOB-NAME                 PIC X(12).
       01 WS-JOB-STATUS               PIC X(7).
       01 WS-LOG-LINE                 PIC X(80).
       01 WS-LAB6-REQUEST.
           05 WS-LAB6-RUN-MODE        PIC X VALUE 'B'.
           05 WS-LAB6-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-ACCOUNT-FILTER           PIC X(8) VALUE SPACES.
       01 WS-BACKUP-RUN-MODE          PIC X VALUE 'B'.
       01 WS-MSGLOG-PROGRAM           PIC X(12) VALUE 'BATCH-RUNNER'.
           88 RERUN-MODE                  VALUE 'Y'.
       01 WS-DATE-FUNCTION            PIC X VALUE 'B'.
       01 WS-TODAY                    PIC X(8).
       01 WS-TODAY-NUMERIC REDEFINES WS-TODAY PIC 9(8).
       01 WS-DAY-NUMBER               PIC 9(7) VALUE 0.
       01 WS-WEEK-NUMBER              PIC 9(7) VALUE 0.
       01 WS-WEEKDAY                  PIC 9 VALUE 0.
           88 SWEEP-NIGHT                 VALUE 0.
       01 WS-DATE-OUT                 PIC X(8).
       01 WS-BUSINESS-DAY-FLAG        PIC X VALUE 'Y'.
           88 NOT-A-TRADING-DAY           VALUE 'N'.
       01 WS-ABEND-SEEN               PIC X VALUE 'N'.
           88 ABEND-SEEN                  VALUE 'Y'.
       01 WS-MASTERS-CHANGED          PIC X VALUE 'N'.
           88 MASTERS-CHANGED             VALUE 'Y'.
       01 WS-CONTROL-FUNCTION         PIC X VALUE 'V'.
       01 WS-CONTROL-FILE-ID          PIC X(12) VALUE 'ALL'.
       01 WS-CONTROL-RESULT           PIC X VALUE 'Y'.

       01 WS-JOB-COUNT                PIC 9(2) VALUE 0.
       01 WS-JOB-TABLE.
               10 JOB-ENTRY-LAST-STAT PIC X(7).
       01 WS-JOB-SUB                  PIC 9(2) VALUE 0.

       01 WS-CLOCK.
           05 WS-CLOCK-DATE           PIC 9(8).
           05 WS-CLOCK-HH             PIC 9(2).
           05 WS-CLOCK-MM             PIC 9(2).
           05 WS-CLOCK-SS             PIC 9(2).
       01 WS-CLOCK-SECS               PIC 9(11) VALUE 0.
       01 WS-RUN-START-SECS           PIC 9(11) VALUE 0.
       01 WS-RUN-ELAPSED              PIC 9(6) VALUE 0.
       01 WS-OVERRUN-LIMIT            PIC 9(7) VALUE 0.
       01 WS-STATS-SUB                PIC 9(2) VALUE 0.
       01 WS-STATS-MATCH              PIC 9(2) VALUE 0.
       01 WS-SECS-FMT                 PIC ZZZZZ9.
       01 WS-AVG-FMT                  PIC ZZZZZ9.

       01 WS-QUEUE-COUNT              PIC 9(3) VALUE 0.
       01 WS-QUEUE-TABLE.
           05 QUEUE-ROW OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-QUEUE-COUNT
               INDEXED BY QUEX        PIC X(120).
       01 WS-REQUESTS-QUEUED          PIC 9(3) VALUE 0.
       01 WS-QUEUE-CHANGED            PIC X VALUE 'N'.
       01 WS-PROJECTION-REQUEST.
           05 WS-PROJECTION-RUN-MODE  PIC X VALUE 'P'.
           05 WS-PROJECTION-DATE      PIC X(8) VALUE SPACES.
       01 WS-REQUEST-RESULT           PIC X(9).
       01 WS-STATEMENT-REQUEST.
           05 WS-STMT-RUN-MODE        PIC X VALUE 'B'.
           05 WS-STMT-ACCOUNT         PIC X(8).
           05 WS-STMT-FROM-DATE       PIC X(8).
           05 WS-STMT-TO-DATE         PIC X(8).
           05 WS-STMT-OUTPUT-NAME     PIC X(40).

           COPY BSTATS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0050-CHECK-TRADING-DAY.
           PERFORM 0100-CHECK-RERUN-MARKER.
           PERFORM 0200-LOAD-JOB-TABLE.
           PERFORM 0700-LOAD-RUN-HISTORY.
           IF RERUN-MODE
               PERFORM 0300-LOAD-LAST-STATUSES
           END-IF.
           PERFORM 0500-VERIFY-MASTERS.
           PERFORM 1000-RUN-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.
           PERFORM 3000-RUN-REPORT-QUEUE.
           IF NOT MASTERS-CHANGED
               PERFORM 0600-RECORD-MASTERS
           END-IF.
           IF RERUN-MODE AND NOT MASTERS-CHANGED
               PERFORM 0400-CLEAR-RERUN-MARKER
           END-IF.
           GOBACK.
      * Ask the shared DATEUTIL subprogram whether today is a
      * business day (weekday, not on the HOLIDAYS.txt calendar).
      * The valuation job is skipped on non-trading days so a report
      * full of stale prices is never mistaken for a real one. The
      * weekly referential sweep runs on Sunday nights (weekday 0).
      ******************************************************************
       0050-CHECK-TRADING-DAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               WS-DATE-OUT WS-BUSINESS-DAY-FLAG
               ON EXCEPTION
                   MOVE 'Y' TO WS-BUSINESS-DAY-FLAG
           END-CALL
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC)
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-NUMBER
               REMAINDER WS-WEEKDAY.

       0100-CHECK-RERUN-MARKER.
           OPEN INPUT RERUN-MARKER-FILE
           OPEN OUTPUT RERUN-MARKER-FILE
           CLOSE RERUN-MARKER-FILE.

      ******************************************************************
      * Every master must still carry the count and hash total the
      * last program to change it recorded on MASTERCTL.txt. One
      * that does not was edited outside the system, and nothing
      * runs on it until the change is looked into.
      ******************************************************************
       0500-VERIFY-MASTERS.
           MOVE 'MASTER-CHECK' TO WS-JOB-NAME
           PERFORM 8000-LOG-JOB-START
           MOVE 'V' TO WS-CONTROL-FUNCTION
           MOVE 'Y' TO WS-CONTROL-RESULT
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-MSGLOG-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-CONTROL-RESULT = 'N'
               MOVE 'Y' TO WS-MASTERS-CHANGED
               DISPLAY 'BATCH-RUNNER: MASTER FILE CHANGED OUTSIDE '
                   'THE SYSTEM -- NIGHT REFUSED.'
               MOVE 'ABEND' TO WS-JOB-STATUS
           ELSE
               MOVE 'NORMAL' TO WS-JOB-STATUS
           END-IF
           PERFORM 8100-LOG-JOB-END.

       0600-RECORD-MASTERS.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-MSGLOG-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.

      ******************************************************************
      * Each job's average elapsed time over the last nights on the
      * batch log, worked out before tonight's run adds to it. With
      * no history the overrun check simply has nothing to go on.
      ******************************************************************
       0700-LOAD-RUN-HISTORY.
           CALL 'BATCHHIST' USING BATCH-STATS-AREA
               ON EXCEPTION
                   MOVE 0 TO BS-JOB-COUNT
           END-CALL.

      ******************************************************************
      * The schedule comes from JOBTABLE.txt, sorted by sequence. The
      * first run writes the table out with the shop's standard
           MOVE 'Y' TO JT-ENABLED
           MOVE 'N' TO JT-SKIP-AFTER-ABEND
           WRITE JOB-TABLE-RECORD
           MOVE 015 TO JT-SEQUENCE
           MOVE 'LISTING-LOAD' TO JT-JOB-NAME
           MOVE 'Y' TO JT-ENABLED
           MOVE 'N' TO JT-SKIP-AFTER-ABEND
           WRITE JOB-TABLE-RECORD
           MOVE 020 TO JT-SEQUENCE
           MOVE 'PRICE-FEED' TO JT-JOB-NAME
           MOVE 'Y' TO JT-ENABLED
           MOVE 'N' TO JT-SKIP-AFTER-ABEND
           WRITE JOB-TABLE-RECORD
           MOVE 022 TO JT-SEQUENCE
           MOVE 'ORDER-EVAL' TO JT-JOB-NAME
           MOVE 'Y' TO JT-ENABLED
           MOVE 'Y' TO JT-SKIP-AFTER-ABEND
           WRITE JOB-TABLE-RECORD
           MOVE 023 TO JT-SEQUENCE
           MOVE 'STALE-PRICE' TO JT-JOB-NAME
           MOVE 'Y' TO JT-ENABLED
           MOVE 'N' TO JT-SKIP-AFTER-ABEND
           WRITE JOB-TABLE-RECORD
           MOVE 025 TO JT-SEQUENCE
           MOVE 'PREFLIGHT' TO JT-JOB-NAME
           MOVE 'Y' TO JT-ENABLED
           MOVE 'Y' TO JT-ENABLED
           MOVE 'Y' TO JT-SKIP-AFTER-ABEND
           WRITE JOB-TABLE-RECORD
           MOVE 045 TO JT-SEQUENCE
           MOVE 'HOLD-DISCL' TO JT-JOB-NAME
           MOVE 'Y' TO JT-ENABLED
           MOVE 'N' TO JT-SKIP-AFTER-ABEND
           WRITE JOB-TABLE-RECORD
           MOVE 047 TO JT-SEQUENCE
           MOVE 'CASH-MONITOR' TO JT-JOB-NAME
           MOVE 'Y' TO JT-ENABLED
           MOVE 'N' TO JT-SKIP-AFTER-ABEND
           WRITE JOB-TABLE-RECORD
           MOVE 048 TO JT-SEQUENCE
           MOVE 'REF-SWEEP' TO JT-JOB-NAME
           MOVE 'Y' TO JT-ENABLED
           MOVE 'N' TO JT-SKIP-AFTER-ABEND
           WRITE JOB-TABLE-RECORD
           MOVE 050 TO JT-SEQUENCE
           MOVE 'LAB-6' TO JT-JOB-NAME
           MOVE 'Y' TO JT-ENABLED

      ******************************************************************
      * One table entry: disabled rows are passed over silently;
      * rows skipped on a refused night, for rerun mode or after an
      * earlier ABEND are logged as SKIPPD so the morning handover
      * shows why nothing ran. Everything else dispatches to its
      * program.
      ******************************************************************
       1000-RUN-ONE-JOB.
           IF JOB-ENTRY-ENABLED(WS-JOB-SUB) NOT = 'Y'
           ELSE
               MOVE JOB-ENTRY-NAME(WS-JOB-SUB) TO WS-JOB-NAME
               EVALUATE TRUE
                   WHEN MASTERS-CHANGED
                       MOVE 'SKIPPED' TO WS-JOB-STATUS
                       PERFORM 8100-LOG-JOB-END
                   WHEN RERUN-MODE
                       AND JOB-ENTRY-LAST-STAT(WS-JOB-SUB) = 'NORMAL'
                       MOVE 'SKIPPED' TO WS-JOB-STATUS
                           'VALUATION SKIPPED.'
                       MOVE 'SKIPPED' TO WS-JOB-STATUS
                       PERFORM 8100-LOG-JOB-END
                   WHEN WS-JOB-NAME = 'REF-SWEEP'
                       AND NOT SWEEP-NIGHT
                       DISPLAY 'BATCH-RUNNER: NOT SUNDAY -- '
                           'REFERENTIAL SWEEP SKIPPED.'
                       MOVE 'SKIPPED' TO WS-JOB-STATUS
                       PERFORM 8100-LOG-JOB-END
                   WHEN OTHER
                       PERFORM 2000-DISPATCH-JOB
               END-EVALUATE

       2000-DISPATCH-JOB.
           PERFORM 8000-LOG-JOB-START
           PERFORM 2300-TAKE-CLOCK-SECONDS
           MOVE WS-CLOCK-SECS TO WS-RUN-START-SECS
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-JOB-NAME
               WHEN 'BACKUP'
                           PERFORM 2100-SET-STATUS-FROM-RC
                   END-CALL
               WHEN 'LAB-6'
                   CALL 'LAB-6' USING WS-LAB6-REQUEST
                       ON EXCEPTION
                           MOVE 'ABEND' TO WS-JOB-STATUS
                       NOT ON EXCEPTION
           IF WS-JOB-STATUS = 'ABEND'
               MOVE 'Y' TO WS-ABEND-SEEN
           END-IF
           PERFORM 8100-LOG-JOB-END
           IF WS-JOB-STATUS = 'NORMAL'
               PERFORM 2200-CHECK-OVERRUN
           END-IF.

       2100-SET-STATUS-FROM-RC.
           IF RETURN-CODE = 0
               MOVE 'ABEND' TO WS-JOB-STATUS
           END-IF.

      ******************************************************************
      * A NORMAL run is measured from its START to its END stamps and
      * held against the job's average; one past it by more than the
      * overrun percent is a warning -- the window is creeping.
      ******************************************************************
       2200-CHECK-OVERRUN.
           PERFORM 2300-TAKE-CLOCK-SECONDS
           MOVE 0 TO WS-RUN-ELAPSED
           IF WS-CLOCK-SECS > WS-RUN-START-SECS
               COMPUTE WS-RUN-ELAPSED =
                   WS-CLOCK-SECS - WS-RUN-START-SECS
                   ON SIZE ERROR MOVE 999999 TO WS-RUN-ELAPSED
               END-COMPUTE
           END-IF
           MOVE 0 TO WS-STATS-MATCH
           PERFORM 2210-MATCH-ONE-STATS-JOB
               VARYING WS-STATS-SUB FROM 1 BY 1
               UNTIL WS-STATS-SUB > BS-JOB-COUNT
                   OR WS-STATS-MATCH > 0
           IF WS-STATS-MATCH > 0
               IF BS-JOB-RUNS(WS-STATS-MATCH) > 0
                   COMPUTE WS-OVERRUN-LIMIT =
                       BS-JOB-AVG-SECS(WS-STATS-MATCH) *
                       (100 + BS-OVERRUN-PCT) / 100
                   IF WS-RUN-ELAPSED > WS-OVERRUN-LIMIT
                       PERFORM 2220-LOG-OVERRUN
                   END-IF
               END-IF
           END-IF.

       2210-MATCH-ONE-STATS-JOB.
           IF BS-JOB-NAME(WS-STATS-SUB) = WS-JOB-NAME
               MOVE WS-STATS-SUB TO WS-STATS-MATCH
           END-IF.

       2220-LOG-OVERRUN.
           MOVE WS-RUN-ELAPSED TO WS-SECS-FMT
           MOVE BS-JOB-AVG-SECS(WS-STATS-MATCH) TO WS-AVG-FMT
           DISPLAY 'BATCH-RUNNER: ' WS-JOB-NAME ' RAN '
               WS-SECS-FMT ' SECS AGAINST AN AVERAGE OF '
               WS-AVG-FMT '.'
           MOVE 'W' TO WS-MSGLOG-SEVERITY
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'JOB ' DELIMITED BY SIZE
               WS-JOB-NAME DELIMITED BY SPACE
               ' OVERRAN -- ' DELIMITED BY SIZE
               WS-SECS-FMT DELIMITED BY SIZE
               ' SECS VS AVERAGE ' DELIMITED BY SIZE
               WS-AVG-FMT DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.

       2300-TAKE-CLOCK-SECONDS.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-CLOCK
           COMPUTE WS-CLOCK-SECS =
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) * 86400
               + WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.

      ******************************************************************
      * The reports operators submitted from SHOP-MENU for tonight,
      * in the order they were queued, once the scheduled jobs are
      * done. Each report program is cancelled before it is called
      * so it starts from its initial state -- LAB-6 has already run
      * once tonight in its batch mode. On a refused night nothing
      * runs and the requests wait for the next one.
      ******************************************************************
       3000-RUN-REPORT-QUEUE.
           PERFORM 3100-LOAD-REPORT-QUEUE
           IF WS-REQUESTS-QUEUED > 0
               MOVE 'REPORT-QUEUE' TO WS-JOB-NAME
               IF MASTERS-CHANGED
                   MOVE 'SKIPPED' TO WS-JOB-STATUS
                   PERFORM 8100-LOG-JOB-END
               ELSE
                   PERFORM 8000-LOG-JOB-START
                   PERFORM 3200-RUN-ONE-REQUEST
                       VARYING QUEX FROM 1 BY 1
                       UNTIL QUEX > WS-QUEUE-COUNT
                   MOVE 'Y' TO WS-QUEUE-CHANGED
                   MOVE 'NORMAL' TO WS-JOB-STATUS
                   PERFORM 8100-LOG-JOB-END
               END-IF
           END-IF
           IF WS-QUEUE-CHANGED = 'Y'
               OPEN OUTPUT REPORT-QUEUE-FILE
               PERFORM 3300-WRITE-ONE-QUEUE-ROW
                   VARYING QUEX FROM 1 BY 1
                   UNTIL QUEX > WS-QUEUE-COUNT
               CLOSE REPORT-QUEUE-FILE
           END-IF.

      ******************************************************************
      * A finished request the operator has already been shown has
      * served its purpose and is not carried forward.
      ******************************************************************
       3100-LOAD-REPORT-QUEUE.
           MOVE 0 TO WS-QUEUE-COUNT
           MOVE 0 TO WS-REQUESTS-QUEUED
           MOVE 'N' TO WS-QUEUE-CHANGED
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REPORT-QUEUE-FILE
           IF NOT REPORT-QUEUE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3110-READ-QUEUE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF NOT RQ-QUEUED AND RQ-SEEN-BY-OPERATOR
                   MOVE 'Y' TO WS-QUEUE-CHANGED
               ELSE
                   IF WS-QUEUE-COUNT < 999
                       ADD 1 TO WS-QUEUE-COUNT
                       SET QUEX TO WS-QUEUE-COUNT
                       MOVE REPORT-REQUEST-RECORD TO QUEUE-ROW(QUEX)
                       IF RQ-QUEUED
                           ADD 1 TO WS-REQUESTS-QUEUED
                       END-IF
                   END-IF
               END-IF
               PERFORM 3110-READ-QUEUE-ROW
           END-PERFORM
           IF REPORT-QUEUE-OK OR WS-REPORT-QUEUE-STATUS = '10'
               CLOSE REPORT-QUEUE-FILE
           END-IF.

       3110-READ-QUEUE-ROW.
           READ REPORT-QUEUE-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3200-RUN-ONE-REQUEST.
           MOVE QUEUE-ROW(QUEX) TO REPORT-REQUEST-RECORD
           IF RQ-QUEUED
               MOVE 0 TO RETURN-CODE
               MOVE 'C' TO RQ-STATUS
               MOVE SPACES TO RQ-OUTPUT-NAME
               EVALUATE TRUE
                   WHEN RQ-CLIENT-STATEMENT
                       PERFORM 3210-RUN-CLIENT-STATEMENT
                   WHEN RQ-TICKET-TREND
                       CANCEL 'TICKET-TREND'
                       CALL 'TICKET-TREND'
                           ON EXCEPTION
                               MOVE 'F' TO RQ-STATUS
                           NOT ON EXCEPTION
                               MOVE 'TICKTREND.txt' TO RQ-OUTPUT-NAME
                       END-CALL
                   WHEN RQ-ELECTION-PROJECTION
                       MOVE RQ-SUBMIT-DATE TO WS-PROJECTION-DATE
                       CANCEL 'LAB-6'
                       CALL 'LAB-6' USING WS-PROJECTION-REQUEST
                           ON EXCEPTION
                               MOVE 'F' TO RQ-STATUS
                           NOT ON EXCEPTION
                               MOVE 'PROJECTION.txt' TO RQ-OUTPUT-NAME
                       END-CALL
                   WHEN OTHER
                       MOVE 'F' TO RQ-STATUS
                       MOVE 'NOT A REPORT THE BATCH CAN RUN'
                           TO RQ-OUTPUT-NAME
               END-EVALUATE
               IF RETURN-CODE NOT = 0
                   MOVE 'F' TO RQ-STATUS
               END-IF
               IF RQ-FAILED AND RQ-OUTPUT-NAME = SPACES
                   MOVE 'REPORT PROGRAM COULD NOT BE RUN'
                       TO RQ-OUTPUT-NAME
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO RQ-RUN-DATE
               MOVE WS-CURRENT-TIMESTAMP(9:6) TO RQ-RUN-TIME
               MOVE 'N' TO RQ-SEEN
               MOVE REPORT-REQUEST-RECORD TO QUEUE-ROW(QUEX)
               PERFORM 3220-LOG-REQUEST-END
           END-IF.

       3210-RUN-CLIENT-STATEMENT.
           MOVE 'B' TO WS-STMT-RUN-MODE
           MOVE RQ-STMT-ACCOUNT TO WS-STMT-ACCOUNT
           MOVE RQ-STMT-FROM-DATE TO WS-STMT-FROM-DATE
           MOVE RQ-STMT-TO-DATE TO WS-STMT-TO-DATE
           MOVE SPACES TO WS-STMT-OUTPUT-NAME
           CANCEL 'CLIENT-STATEMENT'
           CALL 'CLIENT-STATEMENT' USING WS-STATEMENT-REQUEST
               ON EXCEPTION
                   MOVE 'F' TO RQ-STATUS
               NOT ON EXCEPTION
                   MOVE WS-STMT-OUTPUT-NAME TO RQ-OUTPUT-NAME
           END-CALL.

       3220-LOG-REQUEST-END.
           IF RQ-COMPLETED
               MOVE 'I' TO WS-MSGLOG-SEVERITY
               MOVE 'COMPLETED' TO WS-REQUEST-RESULT
           ELSE
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE 'FAILED' TO WS-REQUEST-RESULT
           END-IF
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'REPORT ' DELIMITED BY SIZE
               RQ-REPORT-ID DELIMITED BY SPACE
               ' FOR ' DELIMITED BY SIZE
               RQ-OPERATOR-ID DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-REQUEST-RESULT DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               RQ-OUTPUT-NAME DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.

       3300-WRITE-ONE-QUEUE-ROW.
           MOVE QUEUE-ROW(QUEX) TO REPORT-REQUEST-RECORD
           WRITE REPORT-REQUEST-RECORD.

       8000-LOG-JOB-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN EXTEND BATCH-LOG-FILE
