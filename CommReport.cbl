      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Monthly commissions-paid report. For a keyed month
      *          (blank = the current month) reads the TRADELOG.txt
      *          trade journal and totals the commission charged on
      *          every posted trade dated in the month, once by
      *          account and once by executing broker, with the
      *          trade counts and a grand total, into COMMRPT.txt.
      *          A cancelled trade's commission was credited back
      *          when it was cancelled, so only posted rows count.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMM-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRADE-LOG-FILE ASSIGN TO "../TRADELOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADE-LOG-STATUS.
           SELECT COMM-REPORT-FILE ASSIGN TO "../COMMRPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TRADE-LOG-FILE.
           COPY TRDREC.

       FD COMM-REPORT-FILE.
       01 COMM-REPORT-RECORD      PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-TRADE-LOG-STATUS     PIC X(2) VALUE '00'.
           88 TRADE-LOG-OK             VALUE '00'.
       01 WS-END-OF-TRADE-LOG     PIC X VALUE 'N'.
           88 NO-MORE-TRADE-LOG        VALUE 'Y'.

       01 WS-REPORT-MONTH         PIC X(6).
       01 WS-TRADE-COMMISSION     PIC 9(7)V99 VALUE 0.
       01 WS-GRAND-COMMISSION     PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TRADES         PIC 9(5) VALUE 0.
       01 WS-BROKER-KEY           PIC X(8).

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACM-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               ASCENDING KEY IS ACM-ACCOUNT-ID
               INDEXED BY ACMX.
               10 ACM-ACCOUNT-ID      PIC X(8).
               10 ACM-TRADES          PIC 9(5).
               10 ACM-COMMISSION      PIC 9(9)V99.
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.

       01 WS-BROKER-COUNT         PIC 9(3) VALUE 0.
       01 WS-BROKER-TABLE.
           05 BRK-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-BROKER-COUNT
               ASCENDING KEY IS BRK-BROKER-ID
               INDEXED BY BRKX.
               10 BRK-BROKER-ID       PIC X(8).
               10 BRK-TRADES          PIC 9(5).
               10 BRK-COMMISSION      PIC 9(9)V99.
       01 WS-BROKER-MATCH         PIC 9(3) VALUE 0.

       01 WS-MONEY-FMT            PIC $$,$$$,$$$,$$9.99.
       01 WS-COUNT-FMT            PIC ZZ,ZZ9.
       01 WS-REPORT-LINE          PIC X(90).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY 'Report month YYYYMM (blank = this month):'
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH NOT NUMERIC
               DISPLAY 'Error: report month must be YYYYMM.'
           ELSE
               PERFORM 1000-COLLECT-COMMISSIONS
               PERFORM 3000-WRITE-REPORT
           END-IF
           GOBACK.

      ******************************************************************
      * One pass over the journal: each posted trade dated in the
      * month adds its commission to its account's total and to its
      * broker's total. Rows written before the journal carried a
      * commission read back blank and add nothing.
      ******************************************************************
       1000-COLLECT-COMMISSIONS.
           OPEN INPUT TRADE-LOG-FILE
           IF NOT TRADE-LOG-OK
               MOVE 'Y' TO WS-END-OF-TRADE-LOG
           ELSE
               PERFORM 1100-READ-TRADE-LOG-ROW
           END-IF
           PERFORM UNTIL NO-MORE-TRADE-LOG
               IF TRD-POSTED
                   AND TRD-TRADE-DATE(1:6) = WS-REPORT-MONTH
                   PERFORM 1200-ADD-ONE-TRADE
               END-IF
               PERFORM 1100-READ-TRADE-LOG-ROW
           END-PERFORM
           IF TRADE-LOG-OK OR WS-TRADE-LOG-STATUS = '10'
               CLOSE TRADE-LOG-FILE
           END-IF.

       1100-READ-TRADE-LOG-ROW.
           READ TRADE-LOG-FILE
               AT END MOVE 'Y' TO WS-END-OF-TRADE-LOG.

       1200-ADD-ONE-TRADE.
           IF TRD-COMMISSION NUMERIC
               MOVE TRD-COMMISSION TO WS-TRADE-COMMISSION
           ELSE
               MOVE 0 TO WS-TRADE-COMMISSION
           END-IF
           ADD 1 TO WS-GRAND-TRADES
           ADD WS-TRADE-COMMISSION TO WS-GRAND-COMMISSION
           MOVE 0 TO WS-ACCOUNT-MATCH
           PERFORM 1210-MATCH-ONE-ACCOUNT
               VARYING ACMX FROM 1 BY 1
               UNTIL ACMX > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-MATCH > 0
           IF WS-ACCOUNT-MATCH = 0 AND WS-ACCOUNT-COUNT < 999
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-MATCH
               MOVE TRD-ACCOUNT-ID TO ACM-ACCOUNT-ID(WS-ACCOUNT-MATCH)
               MOVE 0 TO ACM-TRADES(WS-ACCOUNT-MATCH)
               MOVE 0 TO ACM-COMMISSION(WS-ACCOUNT-MATCH)
           END-IF
           IF WS-ACCOUNT-MATCH > 0
               ADD 1 TO ACM-TRADES(WS-ACCOUNT-MATCH)
               ADD WS-TRADE-COMMISSION TO
                   ACM-COMMISSION(WS-ACCOUNT-MATCH)
           END-IF
           MOVE TRD-BROKER TO WS-BROKER-KEY
           MOVE 0 TO WS-BROKER-MATCH
           PERFORM 1220-MATCH-ONE-BROKER
               VARYING BRKX FROM 1 BY 1
               UNTIL BRKX > WS-BROKER-COUNT
                   OR WS-BROKER-MATCH > 0
           IF WS-BROKER-MATCH = 0 AND WS-BROKER-COUNT < 999
               ADD 1 TO WS-BROKER-COUNT
               MOVE WS-BROKER-COUNT TO WS-BROKER-MATCH
               MOVE WS-BROKER-KEY TO BRK-BROKER-ID(WS-BROKER-MATCH)
               MOVE 0 TO BRK-TRADES(WS-BROKER-MATCH)
               MOVE 0 TO BRK-COMMISSION(WS-BROKER-MATCH)
           END-IF
           IF WS-BROKER-MATCH > 0
               ADD 1 TO BRK-TRADES(WS-BROKER-MATCH)
               ADD WS-TRADE-COMMISSION TO
                   BRK-COMMISSION(WS-BROKER-MATCH)
           END-IF.

       1210-MATCH-ONE-ACCOUNT.
           IF ACM-ACCOUNT-ID(ACMX) = TRD-ACCOUNT-ID
               SET WS-ACCOUNT-MATCH TO ACMX
           END-IF.

       1220-MATCH-ONE-BROKER.
           IF BRK-BROKER-ID(BRKX) = WS-BROKER-KEY
               SET WS-BROKER-MATCH TO BRKX
           END-IF.

       3000-WRITE-REPORT.
           OPEN OUTPUT COMM-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMMISSIONS PAID FOR MONTH ' DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-GRAND-TRADES = 0
               MOVE 'NO POSTED TRADES IN THE MONTH.'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 3100-WRITE-BY-ACCOUNT
               PERFORM 3200-WRITE-BY-BROKER
           END-IF
           MOVE ALL '-' TO WS-REPORT-LINE(1:50)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'TOTAL' TO WS-REPORT-LINE(1:8)
           MOVE WS-GRAND-TRADES TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(13:6)
           MOVE WS-GRAND-COMMISSION TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(22:17)
           PERFORM 8000-WRITE-REPORT-LINE
           CLOSE COMM-REPORT-FILE.

       3100-WRITE-BY-ACCOUNT.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'BY ACCOUNT' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(1:7)
           MOVE 'TRADES' TO WS-REPORT-LINE(13:6)
           MOVE 'COMMISSION' TO WS-REPORT-LINE(29:10)
           PERFORM 8000-WRITE-REPORT-LINE
           SORT ACM-ENTRY ASCENDING KEY ACM-ACCOUNT-ID
           PERFORM 3110-WRITE-ONE-ACCOUNT
               VARYING ACMX FROM 1 BY 1
               UNTIL ACMX > WS-ACCOUNT-COUNT.

       3110-WRITE-ONE-ACCOUNT.
           IF ACM-ACCOUNT-ID(ACMX) = SPACES
               MOVE '(HOUSE)' TO WS-REPORT-LINE(1:8)
           ELSE
               MOVE ACM-ACCOUNT-ID(ACMX) TO WS-REPORT-LINE(1:8)
           END-IF
           MOVE ACM-TRADES(ACMX) TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(13:6)
           MOVE ACM-COMMISSION(ACMX) TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(22:17)
           PERFORM 8000-WRITE-REPORT-LINE.

       3200-WRITE-BY-BROKER.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'BY BROKER' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'BROKER' TO WS-REPORT-LINE(1:6)
           MOVE 'TRADES' TO WS-REPORT-LINE(13:6)
           MOVE 'COMMISSION' TO WS-REPORT-LINE(29:10)
           PERFORM 8000-WRITE-REPORT-LINE
           SORT BRK-ENTRY ASCENDING KEY BRK-BROKER-ID
           PERFORM 3210-WRITE-ONE-BROKER
               VARYING BRKX FROM 1 BY 1
               UNTIL BRKX > WS-BROKER-COUNT.

       3210-WRITE-ONE-BROKER.
           IF BRK-BROKER-ID(BRKX) = SPACES
               MOVE '(NONE)' TO WS-REPORT-LINE(1:8)
           ELSE
               MOVE BRK-BROKER-ID(BRKX) TO WS-REPORT-LINE(1:8)
           END-IF
           MOVE BRK-TRADES(BRKX) TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(13:6)
           MOVE BRK-COMMISSION(BRKX) TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(22:17)
           PERFORM 8000-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO COMM-REPORT-RECORD
           WRITE COMM-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM COMM-REPORT.
