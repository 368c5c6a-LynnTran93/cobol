      * Tectonics: cobc
      * Modification History:
      *   2026-08-21 LT Initial version.
      *   2026-10-15 LT Adds today's delisting alerts from
      *                 DELISTALERT.txt -- symbols the exchange
      *                 bulletin delists that accounts still hold.
      *   2026-10-15 LT Adds every master the MASTERCTL.txt integrity
      *                 control register flags as changed outside the
      *                 system, with its recorded and found figures.
      *   2026-10-15 LT Adds today's inbound interface files from the
      *                 INBOUND.txt register kept by INBOUNDCK -- each
      *                 batch accepted, and each rejected with why.
      *   2026-10-15 LT Adds the last night's batch timing from the
      *                 shared BATCHHIST subprogram: the window used
      *                 and how much was left before the close, and
      *                 the slowest jobs against their averages.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDOVER-REPORT.
           SELECT DAILY-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-REPORT-STATUS.
           SELECT DELIST-ALERT-FILE ASSIGN TO "../DELISTALERT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIST-STATUS.
           SELECT CONTROL-REGISTER-FILE ASSIGN TO "../MASTERCTL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT INBOUND-REGISTER-FILE ASSIGN TO "../INBOUND.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.
           SELECT HANDOVER-FILE ASSIGN TO "../HANDOVER.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD DAILY-REPORT-FILE.
       01 DAILY-REPORT-RECORD     PIC X(120).

       FD DELIST-ALERT-FILE.
           COPY DLAREC.

       FD CONTROL-REGISTER-FILE.
           COPY CTLREC.

       FD INBOUND-REGISTER-FILE.
           COPY INBREC.

       FD HANDOVER-FILE.
       01 HANDOVER-RECORD         PIC X(80).

           88 FAILED-LOG-OK            VALUE '00'.
       01 WS-DAILY-REPORT-STATUS  PIC X(2) VALUE '00'.
           88 DAILY-REPORT-OK          VALUE '00'.
       01 WS-DELIST-STATUS        PIC X(2) VALUE '00'.
           88 DELIST-ALERT-OK          VALUE '00'.
       01 WS-REGISTER-STATUS      PIC X(2) VALUE '00'.
           88 REGISTER-FILE-OK         VALUE '00'.
       01 WS-INBOUND-STATUS       PIC X(2) VALUE '00'.
           88 INBOUND-REGISTER-OK      VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-REPORT-FILENAME      PIC X(40).
       01 WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
       01 WS-FAILED-TODAY-COUNT   PIC 9(5) VALUE 0.
       01 WS-DELIST-TODAY-COUNT   PIC 9(5) VALUE 0.
       01 WS-CHANGED-MASTER-COUNT PIC 9(5) VALUE 0.
       01 WS-INBOUND-ACCEPTED     PIC 9(5) VALUE 0.
       01 WS-INBOUND-REJECTED     PIC 9(5) VALUE 0.
       01 WS-COUNT2-FMT           PIC ZZZZ9.
       01 WS-ROWS-FMT             PIC ZZZZZZ9.
       01 WS-SHARES-FMT           PIC ZZZ,ZZZ,ZZ9.9999.
       01 WS-COUNT-FMT            PIC ZZZZ9.
       01 WS-REPORT-LINE          PIC X(80).

       01 WS-LAST-NIGHT           PIC 9(3) VALUE 0.
       01 WS-SLOW-RANK            PIC 9(2) VALUE 0.
       01 WS-SLOW-SUB             PIC 9(2) VALUE 0.
       01 WS-SLOW-MATCH           PIC 9(2) VALUE 0.
       01 WS-SLOW-SECS            PIC 9(6) VALUE 0.
       01 WS-SLOW-TAKEN-TABLE.
           05 WS-SLOW-TAKEN OCCURS 50 TIMES PIC X.
       01 WS-SLOWEST-SHOWN        PIC 9(2) VALUE 5.
       01 WS-FMT-SECS             PIC 9(6) VALUE 0.
       01 WS-HMS.
           05 WS-HMS-HH               PIC 9(2).
           05 FILLER                  PIC X VALUE ':'.
           05 WS-HMS-MM               PIC 9(2).
           05 FILLER                  PIC X VALUE ':'.
           05 WS-HMS-SS               PIC 9(2).
       01 WS-HMS-REST             PIC 9(6) VALUE 0.
       01 WS-AVG-HMS              PIC X(8).

           COPY BSTATS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 1000-BATCH-LOG-SECTION
           PERFORM 1500-BATCH-TIMING-SECTION
           PERFORM 2000-DAILY-REPORT-SECTION
           PERFORM 3000-EXCEPTIONS-SECTION
           PERFORM 4000-FAILED-LOOKUP-SECTION
           PERFORM 5000-DELIST-ALERT-SECTION
           PERFORM 6000-MASTER-CONTROL-SECTION
           PERFORM 7000-INBOUND-FILES-SECTION
           CLOSE HANDOVER-FILE
           GOBACK.

           READ BATCH-LOG-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * The last night's timing: how much of the window the run took
      * and what it left before the close, and the slowest jobs with
      * their usual time beside them, so a creeping window is seen
      * before it overruns the open.
      ******************************************************************
       1500-BATCH-TIMING-SECTION.
           CALL 'BATCHHIST' USING BATCH-STATS-AREA
               ON EXCEPTION
                   MOVE 0 TO BS-NIGHT-COUNT
           END-CALL
           MOVE 'BATCH WINDOW:' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF BS-NIGHT-COUNT = 0
               MOVE '  NO TIMED RUNS ON THE BATCH LOG.'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               MOVE BS-NIGHT-COUNT TO WS-LAST-NIGHT
               MOVE BS-NIGHT-USED-SECS(WS-LAST-NIGHT) TO WS-FMT-SECS
               PERFORM 1700-FORMAT-SECS
               STRING '  NIGHT OF ' DELIMITED BY SIZE
                   BS-NIGHT-DATE(WS-LAST-NIGHT) DELIMITED BY SIZE
                   ' USED ' DELIMITED BY SIZE
                   WS-HMS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               IF BS-NIGHT-LEFT-SECS(WS-LAST-NIGHT) < 0
                   COMPUTE WS-FMT-SECS =
                       0 - BS-NIGHT-LEFT-SECS(WS-LAST-NIGHT)
                   PERFORM 1700-FORMAT-SECS
                   STRING '  ** OVERRAN THE WINDOW BY '
                       DELIMITED BY SIZE
                       WS-HMS DELIMITED BY SIZE
                       INTO WS-REPORT-LINE(34:40)
               ELSE
                   MOVE BS-NIGHT-LEFT-SECS(WS-LAST-NIGHT)
                       TO WS-FMT-SECS
                   PERFORM 1700-FORMAT-SECS
                   STRING '  LEFT ' DELIMITED BY SIZE
                       WS-HMS DELIMITED BY SIZE
                       ' BEFORE THE ' DELIMITED BY SIZE
                       BS-WINDOW-CLOSE DELIMITED BY SIZE
                       ' CLOSE' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE(34:40)
               END-IF
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE '  SLOWEST JOBS (LAST NIGHT / AVERAGE):'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE SPACES TO WS-SLOW-TAKEN-TABLE
               PERFORM 1600-LIST-NEXT-SLOWEST
                   VARYING WS-SLOW-RANK FROM 1 BY 1
                   UNTIL WS-SLOW-RANK > WS-SLOWEST-SHOWN
           END-IF.

      * The slowest job not yet listed; none left ends the list.
       1600-LIST-NEXT-SLOWEST.
           MOVE 0 TO WS-SLOW-MATCH
           MOVE 0 TO WS-SLOW-SECS
           PERFORM 1610-CHECK-ONE-JOB
               VARYING WS-SLOW-SUB FROM 1 BY 1
               UNTIL WS-SLOW-SUB > BS-JOB-COUNT
           IF WS-SLOW-MATCH = 0
               MOVE WS-SLOWEST-SHOWN TO WS-SLOW-RANK
           ELSE
               MOVE 'Y' TO WS-SLOW-TAKEN(WS-SLOW-MATCH)
               MOVE BS-JOB-AVG-SECS(WS-SLOW-MATCH) TO WS-FMT-SECS
               PERFORM 1700-FORMAT-SECS
               MOVE WS-HMS TO WS-AVG-HMS
               MOVE WS-SLOW-SECS TO WS-FMT-SECS
               PERFORM 1700-FORMAT-SECS
               STRING '     ' DELIMITED BY SIZE
                   BS-JOB-NAME(WS-SLOW-MATCH) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-HMS DELIMITED BY SIZE
                   ' / ' DELIMITED BY SIZE
                   WS-AVG-HMS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       1610-CHECK-ONE-JOB.
           IF WS-SLOW-TAKEN(WS-SLOW-SUB) NOT = 'Y'
               AND BS-JOB-RAN(WS-SLOW-SUB, WS-LAST-NIGHT) = 'Y'
               AND (WS-SLOW-MATCH = 0 OR
                   BS-JOB-SECS(WS-SLOW-SUB, WS-LAST-NIGHT) >
                   WS-SLOW-SECS)
               MOVE WS-SLOW-SUB TO WS-SLOW-MATCH
               MOVE BS-JOB-SECS(WS-SLOW-SUB, WS-LAST-NIGHT)
                   TO WS-SLOW-SECS
           END-IF.

       1700-FORMAT-SECS.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-HMS-REST
               REMAINDER WS-FMT-SECS
           IF WS-HMS-REST > 99
               MOVE 99 TO WS-HMS-HH
           ELSE
               MOVE WS-HMS-REST TO WS-HMS-HH
           END-IF
           DIVIDE WS-FMT-SECS BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS.

       2000-DAILY-REPORT-SECTION.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING '../REPORT-' DELIMITED BY SIZE
           READ FAILED-LOOKUP-LOG
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * Delisted symbols still held: the positions need a decision
      * before the symbol stops pricing and turns up as a valuation
      * exception.
      ******************************************************************
       5000-DELIST-ALERT-SECTION.
           MOVE 0 TO WS-DELIST-TODAY-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           MOVE "TODAY'S DELISTED SYMBOLS STILL HELD:"
               TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN INPUT DELIST-ALERT-FILE
           IF NOT DELIST-ALERT-OK
               MOVE '  NONE ON FILE.' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 5100-READ-DELIST-ROW
               PERFORM UNTIL NO-MORE-RECORDS
                   IF DLA-ALERT-DATE = WS-TODAY
                       ADD 1 TO WS-DELIST-TODAY-COUNT
                       MOVE DLA-ACCOUNT-COUNT TO WS-COUNT-FMT
                       MOVE DLA-SHARES-HELD TO WS-SHARES-FMT
                       STRING '  ** ' DELIMITED BY SIZE
                           DLA-SYMBOL DELIMITED BY SIZE
                           ' DELISTED ' DELIMITED BY SIZE
                           DLA-EFFECTIVE-DATE DELIMITED BY SIZE
                           ' ACCOUNTS ' DELIMITED BY SIZE
                           WS-COUNT-FMT DELIMITED BY SIZE
                           ' SHARES ' DELIMITED BY SIZE
                           WS-SHARES-FMT DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       PERFORM 8000-WRITE-REPORT-LINE
                   END-IF
                   PERFORM 5100-READ-DELIST-ROW
               END-PERFORM
               CLOSE DELIST-ALERT-FILE
               MOVE WS-DELIST-TODAY-COUNT TO WS-COUNT-FMT
               STRING '  TOTAL DELISTED AND HELD: '
                   DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       5100-READ-DELIST-ROW.
           READ DELIST-ALERT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * Masters changed outside the system: the overnight run and
      * PREFLIGHT refuse to go on until each is looked into and
      * either put back or accepted on CTL-ADMIN.
      ******************************************************************
       6000-MASTER-CONTROL-SECTION.
           MOVE 0 TO WS-CHANGED-MASTER-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           MOVE 'MASTERS CHANGED OUTSIDE THE SYSTEM:'
               TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN INPUT CONTROL-REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               MOVE '  NO CONTROL REGISTER ON FILE.' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 6100-READ-REGISTER-ROW
               PERFORM UNTIL NO-MORE-RECORDS
                   IF CTL-CHANGED-OUTSIDE
                       ADD 1 TO WS-CHANGED-MASTER-COUNT
                       PERFORM 6200-LIST-CHANGED-MASTER
                   END-IF
                   PERFORM 6100-READ-REGISTER-ROW
               END-PERFORM
               CLOSE CONTROL-REGISTER-FILE
               MOVE WS-CHANGED-MASTER-COUNT TO WS-COUNT-FMT
               STRING '  TOTAL MASTERS CHANGED: ' DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       6100-READ-REGISTER-ROW.
           READ CONTROL-REGISTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       6200-LIST-CHANGED-MASTER.
           STRING '  ** ' DELIMITED BY SIZE
               CTL-FILE-ID DELIMITED BY SPACE
               ' -- FOUND BY ' DELIMITED BY SIZE
               CTL-CHECKED-BY DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CTL-CHECKED-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               CTL-CHECKED-TIME DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE CTL-RECORD-COUNT TO WS-ROWS-FMT
           STRING '     RECORDED ' DELIMITED BY SIZE
               WS-ROWS-FMT DELIMITED BY SIZE
               ' ROWS HASH ' DELIMITED BY SIZE
               CTL-HASH-TOTAL DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               CTL-RECORDED-BY DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CTL-RECORDED-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE CTL-FOUND-COUNT TO WS-ROWS-FMT
           STRING '     FOUND    ' DELIMITED BY SIZE
               WS-ROWS-FMT DELIMITED BY SIZE
               ' ROWS HASH ' DELIMITED BY SIZE
               CTL-FOUND-HASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

      ******************************************************************
      * Today's arrivals on the inbound register: a rejected file was
      * not loaded, and stays that way until the sender's corrected
      * file comes in under a new sequence number.
      ******************************************************************
       7000-INBOUND-FILES-SECTION.
           MOVE 0 TO WS-INBOUND-ACCEPTED
           MOVE 0 TO WS-INBOUND-REJECTED
           MOVE 'N' TO WS-END-OF-FILE
           MOVE "TODAY'S INBOUND FILES:" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN INPUT INBOUND-REGISTER-FILE
           IF NOT INBOUND-REGISTER-OK
               MOVE '  NO INBOUND REGISTER ON FILE.' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 7100-READ-INBOUND-ROW
               PERFORM UNTIL NO-MORE-RECORDS
                   IF IBR-RECEIVED-DATE = WS-TODAY
                       PERFORM 7200-LIST-INBOUND-BATCH
                   END-IF
                   PERFORM 7100-READ-INBOUND-ROW
               END-PERFORM
               CLOSE INBOUND-REGISTER-FILE
               MOVE WS-INBOUND-ACCEPTED TO WS-COUNT-FMT
               MOVE WS-INBOUND-REJECTED TO WS-COUNT2-FMT
               STRING '  TOTAL ACCEPTED: ' DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   '  REJECTED: ' DELIMITED BY SIZE
                   WS-COUNT2-FMT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       7100-READ-INBOUND-ROW.
           READ INBOUND-REGISTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       7200-LIST-INBOUND-BATCH.
           IF IBR-ACCEPTED
               ADD 1 TO WS-INBOUND-ACCEPTED
               MOVE IBR-RECORD-COUNT TO WS-ROWS-FMT
               STRING '     ACCEPTED ' DELIMITED BY SIZE
                   IBR-FILE-ID DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   IBR-SOURCE DELIMITED BY SPACE
                   ' SEQ ' DELIMITED BY SIZE
                   IBR-SEQUENCE-NO DELIMITED BY SIZE
                   ' ROWS ' DELIMITED BY SIZE
                   WS-ROWS-FMT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-INBOUND-REJECTED
               STRING '  ** REJECTED ' DELIMITED BY SIZE
                   IBR-FILE-ID DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   IBR-SOURCE DELIMITED BY SPACE
                   ' SEQ ' DELIMITED BY SIZE
                   IBR-SEQUENCE-NO DELIMITED BY SIZE
                   ' -- ' DELIMITED BY SIZE
                   IBR-REASON DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HANDOVER-RECORD
