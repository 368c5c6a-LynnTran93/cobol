      * Tectonics: cobc
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT The cash ledger movement by type carries the
      *                 new type-C broker commissions as their own
      *                 line.
      *   2026-10-15 LT Type-I interest credits get their own line in
      *                 the movement by type.
      *   2026-10-15 LT Type-T foreign tax withheld on dividends gets
      *                 its own line in the movement by type.
      *   2026-10-15 LT Refuses to close a month until GL-TIEOUT has
      *                 tied it out or every break is signed off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-PERIOD.
           SELECT CASH-LEDGER-FILE ASSIGN TO "../CASHLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT BREAK-FILE ASSIGN TO "../GLBREAKS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAK-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO WS-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       FD CASH-LEDGER-FILE.
           COPY CSHREC.

       FD BREAK-FILE.
           COPY GLBRKREC.

       FD SUMMARY-FILE.
       01 SUMMARY-RECORD          PIC X(80).

           88 REALIZED-FILE-OK         VALUE '00'.
       01 WS-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88 LEDGER-FILE-OK           VALUE '00'.
       01 WS-BREAK-STATUS         PIC X(2) VALUE '00'.
           88 BREAK-FILE-OK            VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-PERIOD-INPUT         PIC X(6).
       01 WS-ALREADY-CLOSED       PIC X VALUE 'N'.
       01 WS-CONFIRM-CHOICE       PIC X VALUE 'N'.
       01 WS-TIEOUT-RUN           PIC X VALUE 'N'.
       01 WS-UNSIGNED-BREAKS      PIC 9(4) VALUE 0.
       01 WS-CURRENT-TIMESTAMP    PIC X(21).
       01 WS-SUMMARY-FILENAME     PIC X(40).

       01 WS-BUY-COUNT            PIC 9(5) VALUE 0.
       01 WS-SELL-COUNT           PIC 9(5) VALUE 0.
       01 WS-REALIZED-TOTAL       PIC S9(11)V99 VALUE 0.
       01 WS-CASH-TYPE-SUB        PIC 99 VALUE 0.
       01 WS-CASH-TOTALS.
           05 CASH-TYPE-TOTAL OCCURS 9 TIMES PIC S9(11)V99
               VALUE 0.
       01 WS-CASH-TYPE-NAMES.
           05 FILLER              PIC X(12) VALUE 'DEPOSITS'.
           05 FILLER              PIC X(12) VALUE 'SELLS'.
           05 FILLER              PIC X(12) VALUE 'DIVIDENDS'.
           05 FILLER              PIC X(12) VALUE 'FEES'.
           05 FILLER              PIC X(12) VALUE 'COMMISSIONS'.
           05 FILLER              PIC X(12) VALUE 'INTEREST'.
           05 FILLER              PIC X(12) VALUE 'TAX WITHHELD'.
       01 WS-CASH-TYPE-NAME-TAB REDEFINES WS-CASH-TYPE-NAMES.
           05 CASH-TYPE-NAME OCCURS 9 TIMES PIC X(12).

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'CLOSE-PERIOD'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
                   DISPLAY 'Period ' WS-PERIOD-INPUT
                       ' is already closed.'
               ELSE
                   PERFORM 1500-CHECK-GL-TIEOUT
               END-IF
               IF WS-ALREADY-CLOSED = 'N'
                   AND WS-TIEOUT-RUN = 'Y'
                   AND WS-UNSIGNED-BREAKS = 0
                   DISPLAY 'Have the reconciliations for '
                       WS-PERIOD-INPUT ' passed?  Close it (Y/N)?'
                   ACCEPT WS-CONFIRM-CHOICE
           READ PERIOD-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * The month must have been tied out to the GL trial balance by
      * GL-TIEOUT, and any break it found signed off with a reason.
      ******************************************************************
       1500-CHECK-GL-TIEOUT.
           MOVE 'N' TO WS-TIEOUT-RUN
           MOVE 0 TO WS-UNSIGNED-BREAKS
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BREAK-FILE
           IF NOT BREAK-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1510-READ-BREAK-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF BRK-PERIOD = WS-PERIOD-INPUT
                   IF BRK-RUN-ROW
                       MOVE 'Y' TO WS-TIEOUT-RUN
                   END-IF
                   IF BRK-BREAK-ROW AND BRK-REASON = SPACES
                       ADD 1 TO WS-UNSIGNED-BREAKS
                   END-IF
               END-IF
               PERFORM 1510-READ-BREAK-ROW
           END-PERFORM
           IF BREAK-FILE-OK OR WS-BREAK-STATUS = '10'
               CLOSE BREAK-FILE
           END-IF
           IF WS-TIEOUT-RUN = 'N'
               DISPLAY 'Period ' WS-PERIOD-INPUT
                   ' has not been tied out to the GL -- run '
                   'GL-TIEOUT first.'
           ELSE
               IF WS-UNSIGNED-BREAKS > 0
                   MOVE WS-UNSIGNED-BREAKS TO WS-COUNT-FMT
                   DISPLAY 'Period ' WS-PERIOD-INPUT ' has '
                       WS-COUNT-FMT ' GL tie-out break(s) not '
                       'signed off -- period left open.'
               END-IF
           END-IF.

       1510-READ-BREAK-ROW.
           READ BREAK-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * The frozen activity summary: what the period did, written
      * once at close so the accountant ties to a figure that can
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2400-WRITE-ONE-CASH-TOTAL
               VARYING WS-CASH-TYPE-SUB FROM 1 BY 1
               UNTIL WS-CASH-TYPE-SUB > 9
           CLOSE SUMMARY-FILE.

       2100-COUNT-PERIOD-TRADES.
                           ADD CSH-AMOUNT TO CASH-TYPE-TOTAL(5)
                       WHEN CSH-FEE
                           ADD CSH-AMOUNT TO CASH-TYPE-TOTAL(6)
                       WHEN CSH-COMMISSION
                           ADD CSH-AMOUNT TO CASH-TYPE-TOTAL(7)
                       WHEN CSH-INTEREST
                           ADD CSH-AMOUNT TO CASH-TYPE-TOTAL(8)
                       WHEN CSH-TAX-WITHHELD
                           ADD CSH-AMOUNT TO CASH-TYPE-TOTAL(9)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
