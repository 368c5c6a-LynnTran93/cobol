      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Month-end trial balance tie-out. GL-EXTRACT sends
      *          the journal to accounting; this program reads back
      *          the trial balance extract accounting returns
      *          (GLTRIAL.txt: period, GL account, journal source,
      *          balance -- debits positive, credits negative) and,
      *          for every account on GLMAP.txt, compares the GL's
      *          balance for each journal source with the balance
      *          our own records support at month end: the latest
      *          unrealized gain/loss on VALHIST.txt, realized
      *          gain/loss on REALIZED.txt, dividends, interest and
      *          foreign tax withheld on CASHLEDGER.txt, and the
      *          ticket desk's net take on TICKETSALES.txt -- each
      *          debited and credited to its accounts exactly as
      *          GL-EXTRACT journals it. Differences are listed by
      *          GL account and journal source on GLTIEOUT.txt and
      *          recorded on GLBREAKS.txt, where each break can be
      *          signed off with a reason; CLOSE-PERIOD will not
      *          close the month until it ties out or every break
      *          is signed off. A rerun keeps the sign-off of any
      *          break that has not changed.
      *          GLTRIAL.txt passes INBOUNDCK first, framed for the
      *          last calendar day of the period; a rerun may read
      *          the same accepted batch again.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT Ties out the gift voucher sources VCHSALE
      *                 and VCHREDM from TICKETSALES.txt the way
      *                 GL-EXTRACT now journals them; voucher rows
      *                 no longer count in the TICKETS take.
      *   2026-10-15 LT GLTRIAL.txt is checked by INBOUNDCK before
      *                 the tie-out and header/trailer rows are
      *                 skipped; period month must be 01-12.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-TIEOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "../GLMAP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO "../GLTRIAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-STATUS.
           SELECT VALUATION-HISTORY-FILE ASSIGN TO "../VALHIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REALIZED-FILE ASSIGN TO "../REALIZED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REALIZED-STATUS.
           SELECT CASH-LEDGER-FILE ASSIGN TO "../CASHLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT TICKET-SALES-FILE ASSIGN TO 'TICKETSALES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.
           SELECT BREAK-FILE ASSIGN TO "../GLBREAKS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAK-STATUS.
           SELECT TIEOUT-REPORT-FILE ASSIGN TO "../GLTIEOUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GL-MAP-FILE.
       01 GL-MAP-RECORD.
           05 GM-SOURCE-CODE          PIC X(8).
           05 GM-DEBIT-ACCT           PIC X(8).
           05 GM-CREDIT-ACCT          PIC X(8).
           05 GM-DESCRIPTION          PIC X(20).

       FD TRIAL-BALANCE-FILE.
       01 TRIAL-BALANCE-RECORD.
           05 TB-PERIOD               PIC X(6).
           05 TB-GL-ACCT              PIC X(8).
           05 TB-SOURCE               PIC X(8).
           05 TB-BALANCE              PIC S9(13)V99 SIGN LEADING
                                          SEPARATE.

       FD VALUATION-HISTORY-FILE.
           COPY VALHIST.

       FD REALIZED-FILE.
           COPY RELREC.

       FD CASH-LEDGER-FILE.
           COPY CSHREC.

       FD TICKET-SALES-FILE.
           COPY TICKSALE.

       FD BREAK-FILE.
           COPY GLBRKREC.

       FD TIEOUT-REPORT-FILE.
       01 TIEOUT-REPORT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MAP-STATUS           PIC X(2) VALUE '00'.
           88 MAP-FILE-OK              VALUE '00'.
       01 WS-TRIAL-STATUS         PIC X(2) VALUE '00'.
           88 TRIAL-FILE-OK            VALUE '00'.
       01 WS-HISTORY-STATUS       PIC X(2) VALUE '00'.
           88 HISTORY-FILE-OK          VALUE '00'.
       01 WS-REALIZED-STATUS      PIC X(2) VALUE '00'.
           88 REALIZED-FILE-OK         VALUE '00'.
       01 WS-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88 LEDGER-FILE-OK           VALUE '00'.
       01 WS-TICKET-STATUS        PIC X(2) VALUE '00'.
           88 TICKET-FILE-OK           VALUE '00'.
       01 WS-BREAK-STATUS         PIC X(2) VALUE '00'.
           88 BREAK-FILE-OK            VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-PERIOD-INPUT         PIC X(6).
       01 WS-PERIOD-END-DATE      PIC X(8).
       01 WS-CURRENT-TIMESTAMP    PIC X(21).
       01 WS-RUN-STAMP            PIC X(15).
       01 WS-TRIAL-ROWS           PIC 9(4) VALUE 0.
       01 WS-PERIOD-NUM           PIC 9(6) VALUE 0.
       01 WS-MONTH-END-NUM        PIC 9(8) VALUE 0.
       01 WS-MONTH-END-INT        PIC 9(8) VALUE 0.

       01 WS-INBOUND-FILE-ID      PIC X(12) VALUE 'GLTRIAL'.
       01 WS-INBOUND-FILE-NAME    PIC X(40) VALUE '../GLTRIAL.txt'.
       01 WS-INBOUND-DATE         PIC X(8) VALUE SPACES.
       01 WS-INBOUND-RESULT       PIC X VALUE 'R'.

       01 WS-MAP-COUNT            PIC 9(2) VALUE 0.
       01 WS-MAP-TABLE.
           05 MAP-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-MAP-COUNT
               INDEXED BY MAPX.
               10 MAP-SOURCE-CODE     PIC X(8).
               10 MAP-DEBIT-ACCT      PIC X(8).
               10 MAP-CREDIT-ACCT     PIC X(8).

      * What our records support for each journal source, cumulative
      * to the end of the period, signed as GL-EXTRACT journals it.
       01 WS-UNREALIZED-AMOUNT    PIC S9(13)V99 VALUE 0.
       01 WS-REALIZED-AMOUNT      PIC S9(13)V99 VALUE 0.
       01 WS-DIVIDEND-AMOUNT      PIC S9(13)V99 VALUE 0.
       01 WS-TICKET-AMOUNT        PIC S9(13)V99 VALUE 0.
       01 WS-INTEREST-AMOUNT      PIC S9(13)V99 VALUE 0.
       01 WS-WITHHELD-AMOUNT      PIC S9(13)V99 VALUE 0.
       01 WS-VOUCHER-SALE-AMOUNT  PIC S9(13)V99 VALUE 0.
       01 WS-VOUCHER-REDEEM-AMOUNT
                                  PIC S9(13)V99 VALUE 0.
       01 WS-SOURCE-AMOUNT        PIC S9(13)V99 VALUE 0.

       01 WS-TIE-COUNT            PIC 9(3) VALUE 0.
       01 WS-TIE-TABLE.
           05 TIE-ENTRY OCCURS 1 TO 199 TIMES
               DEPENDING ON WS-TIE-COUNT
               INDEXED BY TIEX.
               10 TIE-GL-ACCT         PIC X(8).
               10 TIE-SOURCE          PIC X(8).
               10 TIE-OUR-BALANCE     PIC S9(13)V99.
               10 TIE-GL-BALANCE      PIC S9(13)V99.
               10 TIE-SIGNED-BY       PIC X(8).
               10 TIE-REASON          PIC X(40).
       01 WS-TIE-MATCH            PIC 9(3) VALUE 0.
       01 WS-LOOKUP-ACCT          PIC X(8).
       01 WS-LOOKUP-SOURCE        PIC X(8).
       01 WS-TIE-DIFF             PIC S9(13)V99 VALUE 0.
       01 WS-BREAK-COUNT          PIC 9(4) VALUE 0.
       01 WS-OPEN-BREAKS          PIC 9(4) VALUE 0.

      * GLBREAKS.txt rows for other periods pass through untouched;
      * this period's prior breaks are kept for their sign-offs.
       01 WS-KEEP-COUNT           PIC 9(4) VALUE 0.
       01 WS-KEEP-TABLE.
           05 KEEP-ROW OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-KEEP-COUNT
               INDEXED BY KEEPX    PIC X(122).
       01 WS-PRIOR-COUNT          PIC 9(3) VALUE 0.
       01 WS-PRIOR-TABLE.
           05 PRIOR-ENTRY OCCURS 1 TO 199 TIMES
               DEPENDING ON WS-PRIOR-COUNT
               INDEXED BY PRIX.
               10 PRIOR-GL-ACCT       PIC X(8).
               10 PRIOR-SOURCE        PIC X(8).
               10 PRIOR-GL-BALANCE    PIC S9(13)V99.
               10 PRIOR-OUR-BALANCE   PIC S9(13)V99.
               10 PRIOR-SIGNED-BY     PIC X(8).
               10 PRIOR-REASON        PIC X(40).

       01 WS-SIGN-OFF-CHOICE      PIC X VALUE 'N'.
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-REASON-INPUT         PIC X(40).

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'GL-TIEOUT'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-AMOUNT-FMT           PIC $$,$$$,$$$,$$9.99-.
       01 WS-COUNT-FMT            PIC ZZZ9.
       01 WS-REPORT-LINE          PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY 'Period to tie out (YYYYMM):'
           ACCEPT WS-PERIOD-INPUT
           IF WS-PERIOD-INPUT NOT NUMERIC
               OR WS-PERIOD-INPUT(5:2) < '01'
               OR WS-PERIOD-INPUT(5:2) > '12'
               DISPLAY 'Error: period must be YYYYMM.'
               GOBACK
           END-IF
           MOVE SPACES TO WS-PERIOD-END-DATE
           STRING WS-PERIOD-INPUT DELIMITED BY SIZE
               '31' DELIMITED BY SIZE
               INTO WS-PERIOD-END-DATE
           PERFORM 1000-LOAD-GL-MAP
           IF WS-MAP-COUNT = 0
               DISPLAY 'Error: no GLMAP.txt chart of accounts -- '
                   'run GL-EXTRACT first.'
               GOBACK
           END-IF
           PERFORM 2400-CHECK-TRIAL-FILE
           IF WS-INBOUND-RESULT = 'N'
               DISPLAY 'Error: GLTRIAL.txt rejected at the inbound '
                   'check -- see the inbound register.'
               GOBACK
           END-IF
           PERFORM 1100-SUM-UNREALIZED
           PERFORM 1200-SUM-REALIZED
           PERFORM 1300-SUM-CASH-SOURCES
           PERFORM 1400-SUM-TICKET-TAKE
           PERFORM 2000-BUILD-SUPPORTED-BALANCES
               VARYING MAPX FROM 1 BY 1
               UNTIL MAPX > WS-MAP-COUNT
           PERFORM 2500-LOAD-TRIAL-BALANCE
           IF WS-TRIAL-ROWS = 0
               DISPLAY 'Error: GLTRIAL.txt has no trial balance for '
                   WS-PERIOD-INPUT '.'
               GOBACK
           END-IF
           PERFORM 3000-LOAD-BREAK-REGISTER
           PERFORM 3500-CARRY-SIGN-OFFS
               VARYING TIEX FROM 1 BY 1
               UNTIL TIEX > WS-TIE-COUNT
           PERFORM 4000-WRITE-REPORT
           IF WS-OPEN-BREAKS > 0
               PERFORM 5000-SIGN-OFF-BREAKS
           END-IF
           PERFORM 6000-SAVE-BREAK-REGISTER
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           IF WS-OPEN-BREAKS > 0
               MOVE 'W' TO WS-MSGLOG-SEVERITY
           END-IF
           MOVE WS-BREAK-COUNT TO WS-COUNT-FMT
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'GL TIE-OUT ' DELIMITED BY SIZE
               WS-PERIOD-INPUT DELIMITED BY SIZE
               ' BREAKS ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           MOVE WS-OPEN-BREAKS TO WS-COUNT-FMT
           MOVE ' OPEN ' TO WS-MSGLOG-TEXT(30:6)
           MOVE WS-COUNT-FMT TO WS-MSGLOG-TEXT(36:4)
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL
           GOBACK.

       1000-LOAD-GL-MAP.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT GL-MAP-FILE
           IF NOT MAP-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1010-READ-MAP-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-MAP-COUNT < 99
                   ADD 1 TO WS-MAP-COUNT
                   SET MAPX TO WS-MAP-COUNT
                   MOVE GM-SOURCE-CODE TO MAP-SOURCE-CODE(MAPX)
                   MOVE GM-DEBIT-ACCT TO MAP-DEBIT-ACCT(MAPX)
                   MOVE GM-CREDIT-ACCT TO MAP-CREDIT-ACCT(MAPX)
               END-IF
               PERFORM 1010-READ-MAP-ROW
           END-PERFORM
           IF MAP-FILE-OK OR WS-MAP-STATUS = '10'
               CLOSE GL-MAP-FILE
           END-IF.

       1010-READ-MAP-ROW.
           READ GL-MAP-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * GL-EXTRACT journals each run's movement in unrealized gain/
      * loss, so the movements to date add up to the latest figure
      * on the valuation history at or before month end.
      ******************************************************************
       1100-SUM-UNREALIZED.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT VALUATION-HISTORY-FILE
           IF NOT HISTORY-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1110-READ-HISTORY-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF VH-RUN-DATE NOT > WS-PERIOD-END-DATE
                   MOVE VH-TOTAL-GAIN-LOSS TO WS-UNREALIZED-AMOUNT
               END-IF
               PERFORM 1110-READ-HISTORY-ROW
           END-PERFORM
           IF HISTORY-FILE-OK OR WS-HISTORY-STATUS = '10'
               CLOSE VALUATION-HISTORY-FILE
           END-IF.

       1110-READ-HISTORY-ROW.
           READ VALUATION-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1200-SUM-REALIZED.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REALIZED-FILE
           IF NOT REALIZED-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1210-READ-REALIZED-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF RL-TRADE-DATE NOT > WS-PERIOD-END-DATE
                   ADD RL-GAIN-LOSS TO WS-REALIZED-AMOUNT
               END-IF
               PERFORM 1210-READ-REALIZED-ROW
           END-PERFORM
           IF REALIZED-FILE-OK OR WS-REALIZED-STATUS = '10'
               CLOSE REALIZED-FILE
           END-IF.

       1210-READ-REALIZED-ROW.
           READ REALIZED-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1300-SUM-CASH-SOURCES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CASH-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1310-READ-LEDGER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF CSH-DATE NOT > WS-PERIOD-END-DATE
                   EVALUATE TRUE
                       WHEN CSH-DIVIDEND
                           ADD CSH-AMOUNT TO WS-DIVIDEND-AMOUNT
                       WHEN CSH-INTEREST
                           ADD CSH-AMOUNT TO WS-INTEREST-AMOUNT
                       WHEN CSH-TAX-WITHHELD
                           SUBTRACT CSH-AMOUNT FROM WS-WITHHELD-AMOUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM 1310-READ-LEDGER-ROW
           END-PERFORM
           IF LEDGER-FILE-OK OR WS-LEDGER-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF.

       1310-READ-LEDGER-ROW.
           READ CASH-LEDGER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1400-SUM-TICKET-TAKE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TICKET-SALES-FILE
           IF NOT TICKET-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1410-READ-TICKET-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF TS-DATE NUMERIC AND TS-PRICE NUMERIC
                   AND TS-DATE NOT > WS-PERIOD-END-DATE
                   EVALUATE TRUE
                       WHEN TS-VOUCHER-SALE
                           ADD TS-PRICE TO WS-VOUCHER-SALE-AMOUNT
                       WHEN TS-VOUCHER-REDEEM
                           ADD TS-PRICE TO WS-VOUCHER-REDEEM-AMOUNT
                       WHEN TS-VOID
                           SUBTRACT TS-PRICE FROM WS-TICKET-AMOUNT
                       WHEN OTHER
                           ADD TS-PRICE TO WS-TICKET-AMOUNT
                   END-EVALUATE
               END-IF
               PERFORM 1410-READ-TICKET-ROW
           END-PERFORM
           IF TICKET-FILE-OK OR WS-TICKET-STATUS = '10'
               CLOSE TICKET-SALES-FILE
           END-IF.

       1410-READ-TICKET-ROW.
           READ TICKET-SALES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * Each mapped source debits its debit account and credits its
      * credit account with the supported figure. A source GL-EXTRACT
      * does not journal supports nothing, so anything booked to it
      * shows as a break.
      ******************************************************************
       2000-BUILD-SUPPORTED-BALANCES.
           EVALUATE MAP-SOURCE-CODE(MAPX)
               WHEN 'UNREAL'
                   MOVE WS-UNREALIZED-AMOUNT TO WS-SOURCE-AMOUNT
               WHEN 'REALIZED'
                   MOVE WS-REALIZED-AMOUNT TO WS-SOURCE-AMOUNT
               WHEN 'DIVIDEND'
                   MOVE WS-DIVIDEND-AMOUNT TO WS-SOURCE-AMOUNT
               WHEN 'TICKETS'
                   MOVE WS-TICKET-AMOUNT TO WS-SOURCE-AMOUNT
               WHEN 'INTEREST'
                   MOVE WS-INTEREST-AMOUNT TO WS-SOURCE-AMOUNT
               WHEN 'WHTAX'
                   MOVE WS-WITHHELD-AMOUNT TO WS-SOURCE-AMOUNT
               WHEN 'VCHSALE'
                   MOVE WS-VOUCHER-SALE-AMOUNT TO WS-SOURCE-AMOUNT
               WHEN 'VCHREDM'
                   MOVE WS-VOUCHER-REDEEM-AMOUNT TO WS-SOURCE-AMOUNT
               WHEN OTHER
                   MOVE 0 TO WS-SOURCE-AMOUNT
           END-EVALUATE
           MOVE MAP-SOURCE-CODE(MAPX) TO WS-LOOKUP-SOURCE
           MOVE MAP-DEBIT-ACCT(MAPX) TO WS-LOOKUP-ACCT
           PERFORM 7000-FIND-TIE-ENTRY
           IF WS-TIE-MATCH > 0
               ADD WS-SOURCE-AMOUNT TO TIE-OUR-BALANCE(WS-TIE-MATCH)
           END-IF
           MOVE MAP-CREDIT-ACCT(MAPX) TO WS-LOOKUP-ACCT
           PERFORM 7000-FIND-TIE-ENTRY
           IF WS-TIE-MATCH > 0
               SUBTRACT WS-SOURCE-AMOUNT FROM
                   TIE-OUR-BALANCE(WS-TIE-MATCH)
           END-IF.

      ******************************************************************
      * Accounting frames the trial balance for the last calendar
      * day of the period: the first of the month after, less a day.
      * The tie-out is rerun by design, so the batch it accepted
      * last time may be read again.
      ******************************************************************
       2400-CHECK-TRIAL-FILE.
           MOVE WS-PERIOD-INPUT TO WS-PERIOD-NUM
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-NUM * 100 + 1) + 31
           COMPUTE WS-MONTH-END-NUM =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT)
           DIVIDE WS-MONTH-END-NUM BY 100 GIVING WS-PERIOD-NUM
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-NUM * 100 + 1) - 1
           COMPUTE WS-MONTH-END-NUM =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT)
           MOVE WS-MONTH-END-NUM TO WS-INBOUND-DATE
           MOVE 'R' TO WS-INBOUND-RESULT
           CALL 'INBOUNDCK' USING WS-INBOUND-FILE-ID
               WS-INBOUND-FILE-NAME WS-INBOUND-DATE
               WS-MSGLOG-PROGRAM WS-INBOUND-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.

       2500-LOAD-TRIAL-BALANCE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TRIAL-BALANCE-FILE
           IF NOT TRIAL-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2510-READ-TRIAL-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF TB-PERIOD = WS-PERIOD-INPUT
                   ADD 1 TO WS-TRIAL-ROWS
                   MOVE TB-GL-ACCT TO WS-LOOKUP-ACCT
                   MOVE TB-SOURCE TO WS-LOOKUP-SOURCE
                   PERFORM 7000-FIND-TIE-ENTRY
                   IF WS-TIE-MATCH > 0
                       ADD TB-BALANCE TO TIE-GL-BALANCE(WS-TIE-MATCH)
                   END-IF
               END-IF
               PERFORM 2510-READ-TRIAL-ROW
           END-PERFORM
           IF TRIAL-FILE-OK OR WS-TRIAL-STATUS = '10'
               CLOSE TRIAL-BALANCE-FILE
           END-IF.

       2510-READ-TRIAL-ROW.
           PERFORM 2520-READ-PAST-CONTROL-ROW
           PERFORM 2520-READ-PAST-CONTROL-ROW
               UNTIL NO-MORE-RECORDS
                   OR (TRIAL-BALANCE-RECORD(1:4) NOT = '*HDR'
                       AND TRIAL-BALANCE-RECORD(1:4) NOT = '*TRL').

       2520-READ-PAST-CONTROL-ROW.
           READ TRIAL-BALANCE-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3000-LOAD-BREAK-REGISTER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BREAK-FILE
           IF NOT BREAK-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3010-READ-BREAK-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF BRK-PERIOD NOT = WS-PERIOD-INPUT
                   IF WS-KEEP-COUNT < 9999
                       ADD 1 TO WS-KEEP-COUNT
                       MOVE GL-BREAK-RECORD TO KEEP-ROW(WS-KEEP-COUNT)
                   END-IF
               ELSE
                   IF BRK-BREAK-ROW AND BRK-REASON NOT = SPACES
                       AND WS-PRIOR-COUNT < 199
                       ADD 1 TO WS-PRIOR-COUNT
                       SET PRIX TO WS-PRIOR-COUNT
                       MOVE BRK-GL-ACCT TO PRIOR-GL-ACCT(PRIX)
                       MOVE BRK-SOURCE TO PRIOR-SOURCE(PRIX)
                       MOVE BRK-GL-BALANCE TO PRIOR-GL-BALANCE(PRIX)
                       MOVE BRK-OUR-BALANCE TO PRIOR-OUR-BALANCE(PRIX)
                       MOVE BRK-SIGNED-BY TO PRIOR-SIGNED-BY(PRIX)
                       MOVE BRK-REASON TO PRIOR-REASON(PRIX)
                   END-IF
               END-IF
               PERFORM 3010-READ-BREAK-ROW
           END-PERFORM
           IF BREAK-FILE-OK OR WS-BREAK-STATUS = '10'
               CLOSE BREAK-FILE
           END-IF.

       3010-READ-BREAK-ROW.
           READ BREAK-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * A break signed off on an earlier run stays signed off only
      * while both balances are exactly as they were when accepted.
      ******************************************************************
       3500-CARRY-SIGN-OFFS.
           PERFORM 3510-MATCH-ONE-PRIOR
               VARYING PRIX FROM 1 BY 1
               UNTIL PRIX > WS-PRIOR-COUNT.

       3510-MATCH-ONE-PRIOR.
           IF PRIOR-GL-ACCT(PRIX) = TIE-GL-ACCT(TIEX)
               AND PRIOR-SOURCE(PRIX) = TIE-SOURCE(TIEX)
               AND PRIOR-GL-BALANCE(PRIX) = TIE-GL-BALANCE(TIEX)
               AND PRIOR-OUR-BALANCE(PRIX) = TIE-OUR-BALANCE(TIEX)
               MOVE PRIOR-SIGNED-BY(PRIX) TO TIE-SIGNED-BY(TIEX)
               MOVE PRIOR-REASON(PRIX) TO TIE-REASON(TIEX)
           END-IF.

       4000-WRITE-REPORT.
           OPEN OUTPUT TIEOUT-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GL TRIAL BALANCE TIE-OUT -- PERIOD '
               DELIMITED BY SIZE
               WS-PERIOD-INPUT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'GL ACCT' TO WS-REPORT-LINE(1:7)
           MOVE 'SOURCE' TO WS-REPORT-LINE(10:6)
           MOVE 'GL BALANCE' TO WS-REPORT-LINE(27:10)
           MOVE 'OUR RECORDS' TO WS-REPORT-LINE(46:11)
           MOVE 'DIFFERENCE' TO WS-REPORT-LINE(67:10)
           MOVE 'STATUS' TO WS-REPORT-LINE(80:6)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:91)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4100-WRITE-ONE-TIE
               VARYING TIEX FROM 1 BY 1
               UNTIL TIEX > WS-TIE-COUNT
           MOVE ALL '-' TO WS-REPORT-LINE(1:91)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-BREAK-COUNT TO WS-COUNT-FMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BREAKS: ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-OPEN-BREAKS TO WS-COUNT-FMT
           MOVE 'NOT SIGNED OFF: ' TO WS-REPORT-LINE(20:16)
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(36:4)
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-BREAK-COUNT = 0
               MOVE 'THE PERIOD TIES OUT.' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           CLOSE TIEOUT-REPORT-FILE.

       4100-WRITE-ONE-TIE.
           COMPUTE WS-TIE-DIFF =
               TIE-GL-BALANCE(TIEX) - TIE-OUR-BALANCE(TIEX)
               ON SIZE ERROR MOVE 0 TO WS-TIE-DIFF
           END-COMPUTE
           MOVE TIE-GL-ACCT(TIEX) TO WS-REPORT-LINE(1:8)
           MOVE TIE-SOURCE(TIEX) TO WS-REPORT-LINE(10:8)
           MOVE TIE-GL-BALANCE(TIEX) TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(19:19)
           MOVE TIE-OUR-BALANCE(TIEX) TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(39:19)
           MOVE WS-TIE-DIFF TO WS-AMOUNT-FMT
           MOVE WS-AMOUNT-FMT TO WS-REPORT-LINE(59:19)
           IF WS-TIE-DIFF = 0
               MOVE 'TIES' TO WS-REPORT-LINE(80:4)
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               IF TIE-REASON(TIEX) = SPACES
                   ADD 1 TO WS-OPEN-BREAKS
                   MOVE 'BREAK' TO WS-REPORT-LINE(80:5)
               ELSE
                   MOVE 'SIGNED OFF' TO WS-REPORT-LINE(80:10)
               END-IF
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-TIE-DIFF NOT = 0 AND TIE-REASON(TIEX) NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                   TIE-SIGNED-BY(TIEX) DELIMITED BY SPACE
                   ': ' DELIMITED BY SIZE
                   TIE-REASON(TIEX) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * Sign-off: the operator accepts each open break with a reason
      * or leaves it open by entering none.
      ******************************************************************
       5000-SIGN-OFF-BREAKS.
           DISPLAY 'Sign off open breaks now (Y/N)?'
           ACCEPT WS-SIGN-OFF-CHOICE
           IF WS-SIGN-OFF-CHOICE = 'Y' OR WS-SIGN-OFF-CHOICE = 'y'
               DISPLAY 'Operator id:'
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY 'Error: an operator id is required to '
                       'sign off.'
               ELSE
                   PERFORM 5100-SIGN-OFF-ONE-BREAK
                       VARYING TIEX FROM 1 BY 1
                       UNTIL TIEX > WS-TIE-COUNT
               END-IF
           END-IF.

       5100-SIGN-OFF-ONE-BREAK.
           IF TIE-GL-BALANCE(TIEX) NOT = TIE-OUR-BALANCE(TIEX)
               AND TIE-REASON(TIEX) = SPACES
               MOVE TIE-GL-BALANCE(TIEX) TO WS-AMOUNT-FMT
               DISPLAY 'Break ' TIE-GL-ACCT(TIEX) ' '
                   TIE-SOURCE(TIEX) ' GL ' WS-AMOUNT-FMT
               MOVE TIE-OUR-BALANCE(TIEX) TO WS-AMOUNT-FMT
               DISPLAY '      our records ' WS-AMOUNT-FMT
               DISPLAY 'Reason (blank = leave open):'
               MOVE SPACES TO WS-REASON-INPUT
               ACCEPT WS-REASON-INPUT
               IF WS-REASON-INPUT NOT = SPACES
                   MOVE WS-OPERATOR-ID TO TIE-SIGNED-BY(TIEX)
                   MOVE WS-REASON-INPUT TO TIE-REASON(TIEX)
                   SUBTRACT 1 FROM WS-OPEN-BREAKS
               END-IF
           END-IF.

       6000-SAVE-BREAK-REGISTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-RUN-STAMP
           STRING WS-CURRENT-TIMESTAMP(1:8) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP(9:6) DELIMITED BY SIZE
               INTO WS-RUN-STAMP
           OPEN OUTPUT BREAK-FILE
           PERFORM 6100-SAVE-KEPT-ROW
               VARYING KEEPX FROM 1 BY 1
               UNTIL KEEPX > WS-KEEP-COUNT
           MOVE SPACES TO GL-BREAK-RECORD
           MOVE 'R' TO BRK-TYPE
           MOVE WS-PERIOD-INPUT TO BRK-PERIOD
           MOVE WS-RUN-STAMP TO BRK-RUN-STAMP
           MOVE 0 TO BRK-GL-BALANCE
           MOVE 0 TO BRK-OUR-BALANCE
           MOVE WS-BREAK-COUNT TO BRK-BREAK-COUNT
           WRITE GL-BREAK-RECORD
           PERFORM 6200-SAVE-ONE-BREAK
               VARYING TIEX FROM 1 BY 1
               UNTIL TIEX > WS-TIE-COUNT
           CLOSE BREAK-FILE.

       6100-SAVE-KEPT-ROW.
           MOVE KEEP-ROW(KEEPX) TO GL-BREAK-RECORD
           WRITE GL-BREAK-RECORD.

       6200-SAVE-ONE-BREAK.
           IF TIE-GL-BALANCE(TIEX) NOT = TIE-OUR-BALANCE(TIEX)
               MOVE SPACES TO GL-BREAK-RECORD
               MOVE 'B' TO BRK-TYPE
               MOVE WS-PERIOD-INPUT TO BRK-PERIOD
               MOVE WS-RUN-STAMP TO BRK-RUN-STAMP
               MOVE TIE-GL-ACCT(TIEX) TO BRK-GL-ACCT
               MOVE TIE-SOURCE(TIEX) TO BRK-SOURCE
               MOVE TIE-GL-BALANCE(TIEX) TO BRK-GL-BALANCE
               MOVE TIE-OUR-BALANCE(TIEX) TO BRK-OUR-BALANCE
               MOVE 0 TO BRK-BREAK-COUNT
               MOVE TIE-SIGNED-BY(TIEX) TO BRK-SIGNED-BY
               MOVE TIE-REASON(TIEX) TO BRK-REASON
               WRITE GL-BREAK-RECORD
           END-IF.

       7000-FIND-TIE-ENTRY.
           MOVE 0 TO WS-TIE-MATCH
           PERFORM 7010-MATCH-ONE-TIE
               VARYING TIEX FROM 1 BY 1
               UNTIL TIEX > WS-TIE-COUNT
                   OR WS-TIE-MATCH > 0
           IF WS-TIE-MATCH = 0 AND WS-TIE-COUNT < 199
               ADD 1 TO WS-TIE-COUNT
               MOVE WS-TIE-COUNT TO WS-TIE-MATCH
               MOVE WS-LOOKUP-ACCT TO TIE-GL-ACCT(WS-TIE-MATCH)
               MOVE WS-LOOKUP-SOURCE TO TIE-SOURCE(WS-TIE-MATCH)
               MOVE 0 TO TIE-OUR-BALANCE(WS-TIE-MATCH)
               MOVE 0 TO TIE-GL-BALANCE(WS-TIE-MATCH)
               MOVE SPACES TO TIE-SIGNED-BY(WS-TIE-MATCH)
               MOVE SPACES TO TIE-REASON(WS-TIE-MATCH)
           END-IF.

       7010-MATCH-ONE-TIE.
           IF TIE-GL-ACCT(TIEX) = WS-LOOKUP-ACCT
               AND TIE-SOURCE(TIEX) = WS-LOOKUP-SOURCE
               SET WS-TIE-MATCH TO TIEX
           END-IF.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO TIEOUT-REPORT-RECORD
           WRITE TIEOUT-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM GL-TIEOUT.
