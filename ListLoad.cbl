      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Exchange listings bulletin loader. Reads the day's
      *          LISTINGS.txt bulletin and turns it into stock master
      *          changes on the STOCKPEND.txt approval queue, so a
      *          new symbol no longer waits for a failed lookup and a
      *          delisted one no longer stays active until it stops
      *          pricing. Nothing is applied here: a new listing
      *          queues an add, a name change queues a change and a
      *          delisting queues a deactivation, each under the
      *          LISTING-LD maker id, and STOCK-APPROVE posts or
      *          rejects them under the usual maker-checker rule.
      *          A row already reflected on the master, or already
      *          waiting on the queue, is reported and not queued
      *          again, so a bulletin loaded twice queues nothing
      *          new. A delisting that any account still holds is
      *          appended to DELISTALERT.txt for the morning
      *          handover and goes to the shop log. Every row is
      *          listed on the LISTRPT.txt bulletin report with what
      *          was done with it. Runs with no operator input so
      *          the overnight batch wrapper can call it.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT LISTINGS.txt must now arrive framed in the
      *                 header and trailer batches INBOUNDCK checks;
      *                 a bulletin for the wrong day, already loaded,
      *                 or short of its trailer count or hash total is
      *                 refused whole and nothing is queued. The
      *                 header and trailer rows are passed over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTING-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKFILE ASSIGN TO 'C:\STOCKS.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCKSYMBOL
               FILE STATUS IS WS-STOCKFILE-STATUS.
           SELECT PORTFOLIO-FILE ASSIGN TO "../PORTFOLIO.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-POSITION-KEY
               FILE STATUS IS WS-PORTFOLIO-STATUS.
           SELECT LISTING-FILE ASSIGN TO "../LISTINGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.
           SELECT PENDING-FILE ASSIGN TO "../STOCKPEND.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT DELIST-ALERT-FILE ASSIGN TO "../DELISTALERT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT BULLETIN-REPORT-FILE ASSIGN TO "../LISTRPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKFILE.
           COPY STOCKREC.

       FD PORTFOLIO-FILE.
           COPY PORTREC.

       FD LISTING-FILE.
           COPY LSTREC.

       FD PENDING-FILE.
           COPY STOCKPND.

       FD DELIST-ALERT-FILE.
           COPY DLAREC.

       FD BULLETIN-REPORT-FILE.
       01 BULLETIN-REPORT-RECORD  PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
       01 WS-STOCKFILE-OPEN       PIC X VALUE 'N'.
       01 WS-PORTFOLIO-STATUS     PIC X(2) VALUE '00'.
           88 PORTFOLIO-OK             VALUE '00'.
       01 WS-LISTING-STATUS       PIC X(2) VALUE '00'.
           88 LISTING-FILE-OK          VALUE '00'.
       01 WS-PENDING-STATUS       PIC X(2) VALUE '00'.
           88 PENDING-FILE-OK          VALUE '00'.
           88 PENDING-FILE-MISSING     VALUE '35'.
       01 WS-ALERT-STATUS         PIC X(2) VALUE '00'.
           88 ALERT-FILE-OK            VALUE '00'.
           88 ALERT-FILE-MISSING       VALUE '35'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.
       01 WS-END-OF-PORTFOLIO     PIC X VALUE 'N'.
           88 NO-MORE-PORTFOLIO        VALUE 'Y'.
       01 WS-END-OF-LISTINGS      PIC X VALUE 'N'.
           88 NO-MORE-LISTINGS         VALUE 'Y'.

       01 WS-TRAILER-SYMBOL       PIC X(7) VALUE 'TRAILER'.
       01 WS-MAKER-ID             PIC X(10) VALUE 'LISTING-LD'.
       01 WS-TODAY                PIC X(8).
       01 WS-CURRENT-TIMESTAMP    PIC X(21).

       01 WS-PENDING-COUNT        PIC 9(4) VALUE 0.
       01 WS-PENDING-TABLE.
           05 PQ-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-PENDING-COUNT
               INDEXED BY PQX.
               10 PQ-ACTION           PIC X.
               10 PQ-SYMBOL           PIC X(7).
               10 PQ-NAME             PIC X(25).

       01 WS-POSITION-COUNT       PIC 9(4) VALUE 0.
       01 WS-POSITION-TABLE.
           05 POS-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-POSITION-COUNT
               INDEXED BY POSX.
               10 POS-SYMBOL          PIC X(7).
               10 POS-SHARES          PIC 9(5)V9999.

       01 WS-ALERTED-COUNT        PIC 9(4) VALUE 0.
       01 WS-ALERTED-TABLE.
           05 ALERTED-SYMBOL OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-ALERTED-COUNT
               INDEXED BY ALX      PIC X(7).
       01 WS-ALREADY-ALERTED      PIC X VALUE 'N'.
           88 ALREADY-ALERTED          VALUE 'Y'.

       01 WS-ON-FILE              PIC X VALUE 'N'.
           88 STOCK-ON-FILE            VALUE 'Y'.
       01 WS-ALREADY-QUEUED       PIC X VALUE 'N'.
           88 ALREADY-QUEUED           VALUE 'Y'.
       01 WS-ROW-VALID            PIC X VALUE 'Y'.
           88 ROW-VALID                VALUE 'Y'.
       01 WS-QUEUE-ACTION         PIC X.
       01 WS-ACTION-TEXT          PIC X(8).
       01 WS-RESULT-TEXT          PIC X(34).
       01 WS-HOLDING-ACCOUNTS     PIC 9(4) VALUE 0.
       01 WS-HOLDING-SHARES       PIC 9(9)V9999 VALUE 0.

       01 WS-ROWS-READ            PIC 9(5) VALUE 0.
       01 WS-ROWS-QUEUED          PIC 9(5) VALUE 0.
       01 WS-ROWS-ON-FILE         PIC 9(5) VALUE 0.
       01 WS-ROWS-REJECTED        PIC 9(5) VALUE 0.
       01 WS-ALERTS-RAISED        PIC 9(5) VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'LISTING-LOAD'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-INBOUND-FILE-ID      PIC X(12) VALUE 'LISTINGS'.
       01 WS-INBOUND-FILE-NAME    PIC X(40)
           VALUE '../LISTINGS.txt'.
       01 WS-INBOUND-DATE         PIC X(8) VALUE SPACES.
       01 WS-INBOUND-RESULT       PIC X VALUE 'Y'.

       01 WS-SHARES-FMT           PIC ZZZ,ZZZ,ZZ9.9999.
       01 WS-COUNT-FMT            PIC ZZZZ9.
       01 WS-REPORT-LINE          PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           CALL 'INBOUNDCK' USING WS-INBOUND-FILE-ID
               WS-INBOUND-FILE-NAME WS-INBOUND-DATE WS-MSGLOG-PROGRAM
               WS-INBOUND-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-INBOUND-RESULT = 'N'
               DISPLAY 'LISTING LOAD: LISTINGS.txt REJECTED -- '
                   'SEE INBOUND REGISTER.'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LISTING-FILE
           IF NOT LISTING-FILE-OK
               DISPLAY 'LISTING LOAD: NO LISTINGS.txt -- '
                   'NOTHING TO DO.'
               GOBACK
           END-IF
           PERFORM 1000-LOAD-PENDING-QUEUE
           PERFORM 1100-LOAD-HOLDINGS
           PERFORM 1200-LOAD-TODAYS-ALERTS
           OPEN INPUT STOCKFILE
           IF STOCKFILE-OK
               MOVE 'Y' TO WS-STOCKFILE-OPEN
           END-IF
           OPEN EXTEND PENDING-FILE
           IF PENDING-FILE-MISSING
               OPEN OUTPUT PENDING-FILE
           END-IF
           OPEN EXTEND DELIST-ALERT-FILE
           IF ALERT-FILE-MISSING
               OPEN OUTPUT DELIST-ALERT-FILE
           END-IF
           OPEN OUTPUT BULLETIN-REPORT-FILE
           STRING 'EXCHANGE LISTINGS BULLETIN ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACTION' TO WS-REPORT-LINE(1:6)
           MOVE 'SYMBOL' TO WS-REPORT-LINE(10:6)
           MOVE 'EFFECTIV' TO WS-REPORT-LINE(18:8)
           MOVE 'NAME' TO WS-REPORT-LINE(27:4)
           MOVE 'RESULT' TO WS-REPORT-LINE(53:6)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'N' TO WS-END-OF-LISTINGS
           PERFORM 2100-READ-LISTING-ROW
           PERFORM UNTIL NO-MORE-LISTINGS
               ADD 1 TO WS-ROWS-READ
               PERFORM 2000-PROCESS-ONE-ROW
               PERFORM 2100-READ-LISTING-ROW
           END-PERFORM
           PERFORM 3000-WRITE-TOTALS
           CLOSE LISTING-FILE
           CLOSE PENDING-FILE
           CLOSE DELIST-ALERT-FILE
           CLOSE BULLETIN-REPORT-FILE
           IF WS-STOCKFILE-OPEN = 'Y'
               CLOSE STOCKFILE
           END-IF
           DISPLAY 'LISTING LOAD: ' WS-ROWS-READ ' READ, '
               WS-ROWS-QUEUED ' QUEUED, '
               WS-ROWS-ON-FILE ' ALREADY ON FILE, '
               WS-ROWS-REJECTED ' REJECTED.'
           GOBACK.

      ******************************************************************
      * Everything on STOCKPEND.txt is still awaiting approval --
      * STOCK-APPROVE takes posted and rejected items off the file --
      * so any row here for the same change means it is already
      * queued.
      ******************************************************************
       1000-LOAD-PENDING-QUEUE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PENDING-FILE
           IF NOT PENDING-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1010-READ-PENDING-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-PENDING-COUNT < 5000
                   ADD 1 TO WS-PENDING-COUNT
                   SET PQX TO WS-PENDING-COUNT
                   MOVE PND-ACTION TO PQ-ACTION(PQX)
                   MOVE PND-SYMBOL TO PQ-SYMBOL(PQX)
                   MOVE PND-NAME TO PQ-NAME(PQX)
               END-IF
               PERFORM 1010-READ-PENDING-ROW
           END-PERFORM
           IF PENDING-FILE-OK OR WS-PENDING-STATUS = '10'
               CLOSE PENDING-FILE
           END-IF.

       1010-READ-PENDING-ROW.
           READ PENDING-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1100-LOAD-HOLDINGS.
           OPEN INPUT PORTFOLIO-FILE
           IF NOT PORTFOLIO-OK
               MOVE 'Y' TO WS-END-OF-PORTFOLIO
           ELSE
               PERFORM 1110-READ-PORTFOLIO-ROW
           END-IF
           PERFORM UNTIL NO-MORE-PORTFOLIO
               IF P-STOCK-SYMBOL NOT = WS-TRAILER-SYMBOL
                   AND P-SHARES > 0
                   AND WS-POSITION-COUNT < 9999
                   ADD 1 TO WS-POSITION-COUNT
                   SET POSX TO WS-POSITION-COUNT
                   MOVE P-STOCK-SYMBOL TO POS-SYMBOL(POSX)
                   MOVE P-SHARES TO POS-SHARES(POSX)
               END-IF
               PERFORM 1110-READ-PORTFOLIO-ROW
           END-PERFORM
           IF PORTFOLIO-OK OR WS-PORTFOLIO-STATUS = '10'
               CLOSE PORTFOLIO-FILE
           END-IF.

       1110-READ-PORTFOLIO-ROW.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-PORTFOLIO
           END-READ.

      ******************************************************************
      * A bulletin loaded again the same day must not put the same
      * delisting alert on the handover twice.
      ******************************************************************
       1200-LOAD-TODAYS-ALERTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DELIST-ALERT-FILE
           IF NOT ALERT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1210-READ-ALERT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF DLA-ALERT-DATE = WS-TODAY
                   AND WS-ALERTED-COUNT < 2000
                   ADD 1 TO WS-ALERTED-COUNT
                   MOVE DLA-SYMBOL TO ALERTED-SYMBOL(WS-ALERTED-COUNT)
               END-IF
               PERFORM 1210-READ-ALERT-ROW
           END-PERFORM
           IF ALERT-FILE-OK OR WS-ALERT-STATUS = '10'
               CLOSE DELIST-ALERT-FILE
           END-IF.

       1210-READ-ALERT-ROW.
           READ DELIST-ALERT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * One bulletin row. The master is read first so the row can be
      * measured against what is already on file; only a change the
      * master does not yet show, and the queue does not yet hold,
      * is queued.
      ******************************************************************
       2000-PROCESS-ONE-ROW.
           MOVE 'Y' TO WS-ROW-VALID
           MOVE 'N' TO WS-ON-FILE
           MOVE SPACES TO WS-RESULT-TEXT
           EVALUATE TRUE
               WHEN LST-NEW-LISTING
                   MOVE 'NEW LIST' TO WS-ACTION-TEXT
                   MOVE 'A' TO WS-QUEUE-ACTION
               WHEN LST-DELISTING
                   MOVE 'DELIST' TO WS-ACTION-TEXT
                   MOVE 'D' TO WS-QUEUE-ACTION
               WHEN LST-NAME-CHANGE
                   MOVE 'NAME CHG' TO WS-ACTION-TEXT
                   MOVE 'C' TO WS-QUEUE-ACTION
               WHEN OTHER
                   MOVE LST-ACTION TO WS-ACTION-TEXT
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'REJECTED: UNKNOWN ACTION CODE'
                       TO WS-RESULT-TEXT
           END-EVALUATE
           IF ROW-VALID AND LST-SYMBOL = SPACES
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'REJECTED: SYMBOL BLANK' TO WS-RESULT-TEXT
           END-IF
           IF ROW-VALID AND NOT LST-DELISTING
               AND LST-NAME = SPACES
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'REJECTED: NAME BLANK' TO WS-RESULT-TEXT
           END-IF
           IF ROW-VALID AND LST-NEW-LISTING
               AND LST-PRICE NOT NUMERIC
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'REJECTED: PRICE NOT NUMERIC' TO WS-RESULT-TEXT
           END-IF
           IF ROW-VALID
               PERFORM 2200-READ-MASTER
               PERFORM 2300-CHECK-QUEUE
               EVALUATE TRUE
                   WHEN LST-NEW-LISTING
                       PERFORM 4000-NEW-LISTING
                   WHEN LST-NAME-CHANGE
                       PERFORM 4100-NAME-CHANGE
                   WHEN LST-DELISTING
                       PERFORM 4200-DELISTING
               END-EVALUATE
           ELSE
               ADD 1 TO WS-ROWS-REJECTED
           END-IF
           PERFORM 2400-WRITE-DETAIL-LINE
           IF ROW-VALID AND LST-DELISTING
               PERFORM 5000-CHECK-DELISTED-HOLDINGS
           END-IF.

       2100-READ-LISTING-ROW.
           PERFORM 2110-READ-PAST-CONTROL-ROW
           PERFORM 2110-READ-PAST-CONTROL-ROW
               UNTIL NO-MORE-LISTINGS
               OR (LISTING-RECORD(1:4) NOT = '*HDR'
               AND LISTING-RECORD(1:4) NOT = '*TRL').

       2110-READ-PAST-CONTROL-ROW.
           READ LISTING-FILE
               AT END MOVE 'Y' TO WS-END-OF-LISTINGS.

       2200-READ-MASTER.
           MOVE 'N' TO WS-ON-FILE
           MOVE LST-SYMBOL TO STOCKSYMBOL
           IF WS-STOCKFILE-OPEN = 'Y'
               READ STOCKFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-ON-FILE
               END-READ
           END-IF.

       2300-CHECK-QUEUE.
           MOVE 'N' TO WS-ALREADY-QUEUED
           IF WS-PENDING-COUNT > 0
               SET PQX TO 1
               SEARCH PQ-ENTRY
                   AT END CONTINUE
                   WHEN PQ-SYMBOL(PQX) = LST-SYMBOL
                       AND PQ-ACTION(PQX) = WS-QUEUE-ACTION
                       AND (WS-QUEUE-ACTION NOT = 'C'
                           OR PQ-NAME(PQX) = LST-NAME)
                       MOVE 'Y' TO WS-ALREADY-QUEUED
               END-SEARCH
           END-IF.

       2400-WRITE-DETAIL-LINE.
           MOVE WS-ACTION-TEXT TO WS-REPORT-LINE(1:8)
           MOVE LST-SYMBOL TO WS-REPORT-LINE(10:7)
           MOVE LST-EFFECTIVE-DATE TO WS-REPORT-LINE(18:8)
           IF LST-DELISTING AND STOCK-ON-FILE
               MOVE STOCKNAME TO WS-REPORT-LINE(27:25)
           ELSE
               MOVE LST-NAME TO WS-REPORT-LINE(27:25)
           END-IF
           MOVE WS-RESULT-TEXT TO WS-REPORT-LINE(53:34)
           PERFORM 8000-WRITE-REPORT-LINE.

       3000-WRITE-TOTALS.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-ROWS-READ TO WS-COUNT-FMT
           STRING 'BULLETIN ROWS READ:      ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-ROWS-QUEUED TO WS-COUNT-FMT
           STRING 'QUEUED FOR APPROVAL:     ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-ROWS-ON-FILE TO WS-COUNT-FMT
           STRING 'ALREADY ON FILE/QUEUED:  ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-ROWS-REJECTED TO WS-COUNT-FMT
           STRING 'REJECTED:                ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-ALERTS-RAISED TO WS-COUNT-FMT
           STRING 'DELISTINGS STILL HELD:   ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           MOVE SPACES TO WS-MSGLOG-TEXT
           MOVE WS-ROWS-QUEUED TO WS-COUNT-FMT
           STRING 'LISTINGS BULLETIN LOADED, QUEUED '
               DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           PERFORM 7100-LOG-MESSAGE.

      ******************************************************************
      * A new listing is added at its reference price, unrated and
      * with no sector or dividend; those are keyed through STOCK-
      * MAINT once the stock is on file. A symbol already on the
      * master inactive is a relisting and is left to an operator.
      ******************************************************************
       4000-NEW-LISTING.
           EVALUATE TRUE
               WHEN STOCK-ON-FILE AND STOCK-INACTIVE
                   MOVE 'ON FILE INACTIVE -- NOT QUEUED'
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-ROWS-ON-FILE
               WHEN STOCK-ON-FILE
                   MOVE 'ALREADY ON FILE' TO WS-RESULT-TEXT
                   ADD 1 TO WS-ROWS-ON-FILE
               WHEN ALREADY-QUEUED
                   MOVE 'ALREADY QUEUED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-ROWS-ON-FILE
               WHEN OTHER
                   MOVE LST-NAME TO PND-NAME
                   MOVE LST-PRICE TO PND-PRICE
                   MOVE SPACES TO PND-SECTOR
                   MOVE 0 TO PND-DIVIDEND
                   MOVE SPACES TO PND-RISK-RATING
                   IF LST-SHARES-OUTSTANDING NUMERIC
                       MOVE LST-SHARES-OUTSTANDING TO
                           PND-SHARES-OUTSTANDING
                   ELSE
                       MOVE 0 TO PND-SHARES-OUTSTANDING
                   END-IF
                   PERFORM 7000-QUEUE-PENDING-CHANGE
                   MOVE 'QUEUED ADD' TO WS-RESULT-TEXT
           END-EVALUATE.

      ******************************************************************
      * A name change carries the master's other fields as they
      * stand; the blank rating and zero shares outstanding leave
      * the master's current figures alone when it is approved.
      ******************************************************************
       4100-NAME-CHANGE.
           EVALUATE TRUE
               WHEN NOT STOCK-ON-FILE
                   MOVE 'NOT ON FILE -- NOT QUEUED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-ROWS-REJECTED
               WHEN STOCKNAME = LST-NAME
                   MOVE 'ALREADY ON FILE' TO WS-RESULT-TEXT
                   ADD 1 TO WS-ROWS-ON-FILE
               WHEN ALREADY-QUEUED
                   MOVE 'ALREADY QUEUED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-ROWS-ON-FILE
               WHEN OTHER
                   MOVE LST-NAME TO PND-NAME
                   PERFORM 4900-CARRY-MASTER-FIELDS
                   MOVE SPACES TO PND-RISK-RATING
                   MOVE 0 TO PND-SHARES-OUTSTANDING
                   PERFORM 7000-QUEUE-PENDING-CHANGE
                   MOVE 'QUEUED NAME CHANGE' TO WS-RESULT-TEXT
           END-EVALUATE.

       4200-DELISTING.
           EVALUATE TRUE
               WHEN NOT STOCK-ON-FILE
                   MOVE 'NOT ON FILE -- NOT QUEUED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-ROWS-REJECTED
               WHEN STOCK-INACTIVE
                   MOVE 'ALREADY INACTIVE' TO WS-RESULT-TEXT
                   ADD 1 TO WS-ROWS-ON-FILE
               WHEN ALREADY-QUEUED
                   MOVE 'ALREADY QUEUED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-ROWS-ON-FILE
               WHEN OTHER
                   MOVE STOCKNAME TO PND-NAME
                   PERFORM 4900-CARRY-MASTER-FIELDS
                   MOVE STOCK-RISK-RATING TO PND-RISK-RATING
                   IF STOCK-SHARES-OUTSTANDING NUMERIC
                       MOVE STOCK-SHARES-OUTSTANDING TO
                           PND-SHARES-OUTSTANDING
                   ELSE
                       MOVE 0 TO PND-SHARES-OUTSTANDING
                   END-IF
                   PERFORM 7000-QUEUE-PENDING-CHANGE
                   MOVE 'QUEUED DEACTIVATION' TO WS-RESULT-TEXT
           END-EVALUATE.

       4900-CARRY-MASTER-FIELDS.
           MOVE CLOSINGPRICE TO PND-PRICE
           MOVE STOCK-SECTOR-CODE TO PND-SECTOR
           IF STOCK-DIVIDEND-RATE NUMERIC
               MOVE STOCK-DIVIDEND-RATE TO PND-DIVIDEND
           ELSE
               MOVE 0 TO PND-DIVIDEND
           END-IF.

      ******************************************************************
      * A delisted symbol still held anywhere is an alert whatever
      * became of the queue item: the positions have to be dealt
      * with before the symbol stops pricing.
      ******************************************************************
       5000-CHECK-DELISTED-HOLDINGS.
           MOVE 0 TO WS-HOLDING-ACCOUNTS
           MOVE 0 TO WS-HOLDING-SHARES
           PERFORM 5100-COUNT-ONE-POSITION
               VARYING POSX FROM 1 BY 1
               UNTIL POSX > WS-POSITION-COUNT
           MOVE 'N' TO WS-ALREADY-ALERTED
           IF WS-ALERTED-COUNT > 0
               SET ALX TO 1
               SEARCH ALERTED-SYMBOL
                   AT END CONTINUE
                   WHEN ALERTED-SYMBOL(ALX) = LST-SYMBOL
                       MOVE 'Y' TO WS-ALREADY-ALERTED
               END-SEARCH
           END-IF
           IF WS-HOLDING-ACCOUNTS > 0
               ADD 1 TO WS-ALERTS-RAISED
               IF NOT ALREADY-ALERTED
                   MOVE WS-TODAY TO DLA-ALERT-DATE
                   MOVE LST-SYMBOL TO DLA-SYMBOL
                   MOVE LST-EFFECTIVE-DATE TO DLA-EFFECTIVE-DATE
                   MOVE WS-HOLDING-ACCOUNTS TO DLA-ACCOUNT-COUNT
                   MOVE WS-HOLDING-SHARES TO DLA-SHARES-HELD
                   WRITE DELIST-ALERT-RECORD
                   IF WS-ALERTED-COUNT < 2000
                       ADD 1 TO WS-ALERTED-COUNT
                       MOVE LST-SYMBOL TO
                           ALERTED-SYMBOL(WS-ALERTED-COUNT)
                   END-IF
               END-IF
               MOVE WS-HOLDING-ACCOUNTS TO WS-COUNT-FMT
               MOVE WS-HOLDING-SHARES TO WS-SHARES-FMT
               STRING '  ** STILL HELD BY ' DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   ' ACCOUNT(S), SHARES ' DELIMITED BY SIZE
                   WS-SHARES-FMT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE 'W' TO WS-MSGLOG-SEVERITY
               MOVE SPACES TO WS-MSGLOG-TEXT
               STRING 'DELISTED SYMBOL STILL HELD: ' DELIMITED BY SIZE
                   LST-SYMBOL DELIMITED BY SPACE
                   ' ACCOUNTS ' DELIMITED BY SIZE
                   WS-COUNT-FMT DELIMITED BY SIZE
                   INTO WS-MSGLOG-TEXT
               PERFORM 7100-LOG-MESSAGE
           END-IF.

       5100-COUNT-ONE-POSITION.
           IF POS-SYMBOL(POSX) = LST-SYMBOL
               ADD 1 TO WS-HOLDING-ACCOUNTS
               ADD POS-SHARES(POSX) TO WS-HOLDING-SHARES
           END-IF.

      ******************************************************************
      * Same queue row STOCK-MAINT writes, under the loader's own
      * maker id so any operator can act as checker.
      ******************************************************************
       7000-QUEUE-PENDING-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-QUEUE-ACTION TO PND-ACTION
           MOVE LST-SYMBOL TO PND-SYMBOL
           MOVE WS-MAKER-ID TO PND-MAKER-ID
           MOVE SPACES TO PND-ENTERED-STAMP
           STRING WS-CURRENT-TIMESTAMP(1:8) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP(9:6) DELIMITED BY SIZE
               INTO PND-ENTERED-STAMP
           WRITE PENDING-STOCK-RECORD
           ADD 1 TO WS-ROWS-QUEUED
           IF WS-PENDING-COUNT < 5000
               ADD 1 TO WS-PENDING-COUNT
               SET PQX TO WS-PENDING-COUNT
               MOVE PND-ACTION TO PQ-ACTION(PQX)
               MOVE PND-SYMBOL TO PQ-SYMBOL(PQX)
               MOVE PND-NAME TO PQ-NAME(PQX)
           END-IF.

       7100-LOG-MESSAGE.
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO BULLETIN-REPORT-RECORD
           WRITE BULLETIN-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM LISTING-LOAD.
