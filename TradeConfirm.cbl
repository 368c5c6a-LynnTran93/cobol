      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Client trade confirmation notices. Run after the
      *          day's posting: every TRD-POSTED row on the
      *          TRADELOG.txt journal dated on or before the run date
      *          that has no confirmation on the CONFREG.txt register
      *          yet gets a numbered confirmation notice -- account
      *          name and mailing address from ACCOUNTS.txt, side,
      *          symbol and company name from the indexed STOCKS.txt,
      *          shares, price, gross, commission, net, trade date
      *          and settlement date. A trade cancelled through the
      *          blotter's 6000-CANCEL-TRADE since it was confirmed
      *          gets a "CANCELLED - REPLACES CONFIRMATION #" notice.
      *          Notices go to CONFIRMS.txt for mailing; each one is
      *          appended to the CONFREG.txt register, and the run's
      *          register of notices issued, with the proof that
      *          every posted trade on the journal is confirmed, goes
      *          to CONFRUN.txt.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRADE-CONFIRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKFILE ASSIGN TO 'C:\STOCKS.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCKSYMBOL
               FILE STATUS IS WS-STOCKFILE-STATUS.
           SELECT TRADE-LOG-FILE ASSIGN TO "../TRADELOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADE-LOG-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "../CONFREG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "../CONFIRMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-REGISTER-FILE ASSIGN TO "../CONFRUN.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKFILE.
           COPY STOCKREC.

       FD TRADE-LOG-FILE.
           COPY TRDREC.

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD REGISTER-FILE.
           COPY CNFREC.

       FD NOTICE-FILE.
       01 NOTICE-RECORD           PIC X(80).

       FD RUN-REGISTER-FILE.
       01 RUN-REGISTER-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
       01 WS-TRADE-LOG-STATUS     PIC X(2) VALUE '00'.
           88 TRADE-LOG-OK             VALUE '00'.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-REGISTER-STATUS      PIC X(2) VALUE '00'.
           88 REGISTER-FILE-OK         VALUE '00'.
           88 REGISTER-FILE-MISSING    VALUE '35'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-RUN-DATE             PIC X(8).

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACTX.
               10 ACCT-ENTRY-ID        PIC X(8).
               10 ACCT-ENTRY-NAME      PIC X(25).
               10 ACCT-ENTRY-ADDRESS-1 PIC X(30).
               10 ACCT-ENTRY-ADDRESS-2 PIC X(30).
               10 ACCT-ENTRY-ADDRESS-3 PIC X(30).
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.

      * Every notice ever issued, from CONFREG.txt plus this run's.
       01 WS-REGISTER-COUNT       PIC 9(5) VALUE 0.
       01 WS-REGISTER-TABLE.
           05 REG-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-REGISTER-COUNT
               INDEXED BY REGX.
               10 REG-NUMBER          PIC 9(7).
               10 REG-TYPE            PIC X.
               10 REG-TRADE-SEQUENCE  PIC 9(5).
       01 WS-LAST-NUMBER          PIC 9(7) VALUE 0.
       01 WS-FIND-TYPE            PIC X.
       01 WS-REGISTER-MATCH       PIC 9(7) VALUE 0.
       01 WS-CONFIRM-NUMBER       PIC 9(7) VALUE 0.
       01 WS-REPLACES-NUMBER      PIC 9(7) VALUE 0.

       01 WS-NOTICE-TYPE          PIC X.
           88 NOTICE-CONFIRMATION      VALUE 'T'.
           88 NOTICE-CANCELLATION      VALUE 'X'.
       01 WS-COMPANY-NAME         PIC X(25).
       01 WS-SETTLE-DATE          PIC X(8).
       01 WS-COMMISSION           PIC 9(7)V99 VALUE 0.
       01 WS-GROSS-AMOUNT         PIC 9(11)V99 VALUE 0.
       01 WS-NET-AMOUNT           PIC 9(11)V99 VALUE 0.

       01 WS-CONFIRMS-ISSUED      PIC 9(5) VALUE 0.
       01 WS-CANCELS-ISSUED       PIC 9(5) VALUE 0.
       01 WS-CANCELLED-UNCONFIRMED PIC 9(5) VALUE 0.
       01 WS-POSTED-ON-JOURNAL    PIC 9(5) VALUE 0.
       01 WS-POSTED-CONFIRMED     PIC 9(5) VALUE 0.
       01 WS-POSTED-UNCONFIRMED   PIC 9(5) VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'TRADE-CONFRM'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-MONEY-FMT            PIC $$,$$$,$$$,$$9.99.
       01 WS-SHARES-FMT           PIC ZZZZ9.9999.
       01 WS-PRICE-FMT            PIC ZZZZZ9.99.
       01 WS-COUNT-FMT            PIC ZZ,ZZ9.
       01 WS-NOTICE-LINE          PIC X(80) VALUE SPACES.
       01 WS-REPORT-LINE          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY 'Confirmation run date YYYYMMDD (blank = today):'
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'Error: run date must be YYYYMMDD.'
           ELSE
               PERFORM 1000-LOAD-REGISTER
               PERFORM 1100-LOAD-ACCOUNTS
               PERFORM 2000-ISSUE-NOTICES
               PERFORM 3000-WRITE-RUN-TOTALS
           END-IF
           GOBACK.

       1000-LOAD-REGISTER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1010-READ-REGISTER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF CNF-NUMBER NUMERIC
                   AND WS-REGISTER-COUNT < 20000
                   ADD 1 TO WS-REGISTER-COUNT
                   SET REGX TO WS-REGISTER-COUNT
                   MOVE CNF-NUMBER TO REG-NUMBER(REGX)
                   MOVE CNF-TYPE TO REG-TYPE(REGX)
                   MOVE CNF-TRADE-SEQUENCE TO REG-TRADE-SEQUENCE(REGX)
                   IF CNF-NUMBER > WS-LAST-NUMBER
                       MOVE CNF-NUMBER TO WS-LAST-NUMBER
                   END-IF
               END-IF
               PERFORM 1010-READ-REGISTER-ROW
           END-PERFORM
           IF REGISTER-FILE-OK OR WS-REGISTER-STATUS = '10'
               CLOSE REGISTER-FILE
           END-IF.

       1010-READ-REGISTER-ROW.
           READ REGISTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1100-LOAD-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1110-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-ACCOUNT-COUNT < 999
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET ACTX TO WS-ACCOUNT-COUNT
                   MOVE ACCT-ID TO ACCT-ENTRY-ID(ACTX)
                   MOVE ACCT-NAME TO ACCT-ENTRY-NAME(ACTX)
                   MOVE ACCT-ADDRESS-1 TO ACCT-ENTRY-ADDRESS-1(ACTX)
                   MOVE ACCT-ADDRESS-2 TO ACCT-ENTRY-ADDRESS-2(ACTX)
                   MOVE ACCT-ADDRESS-3 TO ACCT-ENTRY-ADDRESS-3(ACTX)
               END-IF
               PERFORM 1110-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       1110-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * One pass over the journal. A posted row with no confirmation
      * on the register is confirmed; a cancelled row whose trade was
      * confirmed and has no cancellation notice yet gets one. A
      * trade cancelled before it was ever confirmed never reached
      * the client and needs no notice; it is counted on the run
      * register so the journal still reconciles.
      ******************************************************************
       2000-ISSUE-NOTICES.
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT RUN-REGISTER-FILE
           OPEN EXTEND REGISTER-FILE
           IF REGISTER-FILE-MISSING
               OPEN OUTPUT REGISTER-FILE
           END-IF
           OPEN INPUT STOCKFILE
           STRING 'CONFIRMATION REGISTER -- RUN OF ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 'NOTICE NO' TO WS-REPORT-LINE(1:9)
           MOVE 'TYPE' TO WS-REPORT-LINE(11:4)
           MOVE 'SEQ' TO WS-REPORT-LINE(20:3)
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(26:7)
           MOVE 'SD' TO WS-REPORT-LINE(35:2)
           MOVE 'SYMBOL' TO WS-REPORT-LINE(38:6)
           MOVE 'SHARES' TO WS-REPORT-LINE(51:6)
           MOVE 'NET AMOUNT' TO WS-REPORT-LINE(66:10)
           MOVE 'REPLACES' TO WS-REPORT-LINE(78:8)
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TRADE-LOG-FILE
           IF NOT TRADE-LOG-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2010-READ-TRADE-LOG-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF TRD-TRADE-DATE NOT > WS-RUN-DATE
                   PERFORM 2100-CHECK-ONE-TRADE
               END-IF
               PERFORM 2010-READ-TRADE-LOG-ROW
           END-PERFORM
           IF TRADE-LOG-OK OR WS-TRADE-LOG-STATUS = '10'
               CLOSE TRADE-LOG-FILE
           END-IF
           CLOSE STOCKFILE
           CLOSE REGISTER-FILE
           CLOSE NOTICE-FILE.

       2010-READ-TRADE-LOG-ROW.
           READ TRADE-LOG-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2100-CHECK-ONE-TRADE.
           EVALUATE TRUE
               WHEN TRD-POSTED
                   ADD 1 TO WS-POSTED-ON-JOURNAL
                   MOVE 'T' TO WS-FIND-TYPE
                   PERFORM 7000-FIND-REGISTER-ENTRY
                   IF WS-REGISTER-MATCH = 0
                       MOVE 'T' TO WS-NOTICE-TYPE
                       MOVE 0 TO WS-REPLACES-NUMBER
                       PERFORM 2200-ISSUE-NOTICE
                       ADD 1 TO WS-CONFIRMS-ISSUED
                   END-IF
                   ADD 1 TO WS-POSTED-CONFIRMED
               WHEN TRD-CANCELLED
                   MOVE 'T' TO WS-FIND-TYPE
                   PERFORM 7000-FIND-REGISTER-ENTRY
                   IF WS-REGISTER-MATCH = 0
                       ADD 1 TO WS-CANCELLED-UNCONFIRMED
                   ELSE
                       MOVE WS-REGISTER-MATCH TO WS-REPLACES-NUMBER
                       MOVE 'X' TO WS-FIND-TYPE
                       PERFORM 7000-FIND-REGISTER-ENTRY
                       IF WS-REGISTER-MATCH = 0
                           MOVE 'X' TO WS-NOTICE-TYPE
                           PERFORM 2200-ISSUE-NOTICE
                           ADD 1 TO WS-CANCELS-ISSUED
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * One notice. A buy's net is what the client pays (gross plus
      * commission); a sell's net is what the client receives (gross
      * less commission). A blank settle date settles on the trade
      * date, as TRDREC says.
      ******************************************************************
       2200-ISSUE-NOTICE.
           ADD 1 TO WS-LAST-NUMBER
           MOVE WS-LAST-NUMBER TO WS-CONFIRM-NUMBER
           MOVE TRD-SYMBOL TO STOCKSYMBOL
           READ STOCKFILE
               INVALID KEY MOVE '(NOT ON STOCK MASTER)' TO
                   WS-COMPANY-NAME
               NOT INVALID KEY MOVE STOCKNAME TO WS-COMPANY-NAME
           END-READ
           IF TRD-COMMISSION NUMERIC
               MOVE TRD-COMMISSION TO WS-COMMISSION
           ELSE
               MOVE 0 TO WS-COMMISSION
           END-IF
           COMPUTE WS-GROSS-AMOUNT ROUNDED = TRD-SHARES * TRD-PRICE
               ON SIZE ERROR MOVE 0 TO WS-GROSS-AMOUNT
           END-COMPUTE
           IF TRD-SELL
               IF WS-GROSS-AMOUNT > WS-COMMISSION
                   COMPUTE WS-NET-AMOUNT =
                       WS-GROSS-AMOUNT - WS-COMMISSION
               ELSE
                   MOVE 0 TO WS-NET-AMOUNT
               END-IF
           ELSE
               COMPUTE WS-NET-AMOUNT = WS-GROSS-AMOUNT + WS-COMMISSION
           END-IF
           IF TRD-SETTLE-DATE = SPACES
               MOVE TRD-TRADE-DATE TO WS-SETTLE-DATE
           ELSE
               MOVE TRD-SETTLE-DATE TO WS-SETTLE-DATE
           END-IF
           MOVE TRD-ACCOUNT-ID TO ACCT-ID
           PERFORM 7100-FIND-ACCOUNT
           PERFORM 2300-WRITE-NOTICE
           PERFORM 2400-APPEND-REGISTER
           PERFORM 2500-WRITE-REGISTER-LINE.

       2300-WRITE-NOTICE.
           MOVE ALL '=' TO WS-NOTICE-LINE(1:72)
           PERFORM 8000-WRITE-NOTICE-LINE
           IF NOTICE-CONFIRMATION
               STRING 'TRADE CONFIRMATION NO. ' DELIMITED BY SIZE
                   WS-CONFIRM-NUMBER DELIMITED BY SIZE
                   INTO WS-NOTICE-LINE
           ELSE
               STRING 'CANCELLATION NOTICE NO. ' DELIMITED BY SIZE
                   WS-CONFIRM-NUMBER DELIMITED BY SIZE
                   INTO WS-NOTICE-LINE
           END-IF
           MOVE 'ISSUED' TO WS-NOTICE-LINE(50:6)
           MOVE WS-RUN-DATE TO WS-NOTICE-LINE(57:8)
           PERFORM 8000-WRITE-NOTICE-LINE
           IF NOTICE-CANCELLATION
               STRING 'CANCELLED - REPLACES CONFIRMATION #'
                   DELIMITED BY SIZE
                   WS-REPLACES-NUMBER DELIMITED BY SIZE
                   INTO WS-NOTICE-LINE
               PERFORM 8000-WRITE-NOTICE-LINE
           END-IF
           PERFORM 8000-WRITE-NOTICE-LINE
           IF WS-ACCOUNT-MATCH = 0
               MOVE '(ACCOUNT NOT ON ACCOUNT MASTER)' TO WS-NOTICE-LINE
               PERFORM 8000-WRITE-NOTICE-LINE
           ELSE
               SET ACTX TO WS-ACCOUNT-MATCH
               MOVE ACCT-ENTRY-NAME(ACTX) TO WS-NOTICE-LINE
               PERFORM 8000-WRITE-NOTICE-LINE
               IF ACCT-ENTRY-ADDRESS-1(ACTX) = SPACES
                   MOVE '(NO MAILING ADDRESS ON FILE)' TO
                       WS-NOTICE-LINE
                   PERFORM 8000-WRITE-NOTICE-LINE
               ELSE
                   MOVE ACCT-ENTRY-ADDRESS-1(ACTX) TO WS-NOTICE-LINE
                   PERFORM 8000-WRITE-NOTICE-LINE
                   IF ACCT-ENTRY-ADDRESS-2(ACTX) NOT = SPACES
                       MOVE ACCT-ENTRY-ADDRESS-2(ACTX) TO
                           WS-NOTICE-LINE
                       PERFORM 8000-WRITE-NOTICE-LINE
                   END-IF
                   IF ACCT-ENTRY-ADDRESS-3(ACTX) NOT = SPACES
                       MOVE ACCT-ENTRY-ADDRESS-3(ACTX) TO
                           WS-NOTICE-LINE
                       PERFORM 8000-WRITE-NOTICE-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM 8000-WRITE-NOTICE-LINE
           MOVE 'ACCOUNT' TO WS-NOTICE-LINE(1:7)
           MOVE TRD-ACCOUNT-ID TO WS-NOTICE-LINE(20:8)
           PERFORM 8000-WRITE-NOTICE-LINE
           PERFORM 8000-WRITE-NOTICE-LINE
           IF NOTICE-CANCELLATION
               MOVE 'THE TRADE BELOW HAS BEEN CANCELLED AND REVERSED.'
                   TO WS-NOTICE-LINE
           ELSE
               IF TRD-SELL
                   MOVE 'WE HAVE SOLD FOR YOUR ACCOUNT:' TO
                       WS-NOTICE-LINE
               ELSE
                   MOVE 'WE HAVE BOUGHT FOR YOUR ACCOUNT:' TO
                       WS-NOTICE-LINE
               END-IF
           END-IF
           PERFORM 8000-WRITE-NOTICE-LINE
           MOVE 'SIDE' TO WS-NOTICE-LINE(3:4)
           IF TRD-SELL
               MOVE 'SELL' TO WS-NOTICE-LINE(20:4)
           ELSE
               MOVE 'BUY' TO WS-NOTICE-LINE(20:3)
           END-IF
           PERFORM 8000-WRITE-NOTICE-LINE
           MOVE 'SECURITY' TO WS-NOTICE-LINE(3:8)
           MOVE TRD-SYMBOL TO WS-NOTICE-LINE(20:7)
           MOVE WS-COMPANY-NAME TO WS-NOTICE-LINE(29:25)
           PERFORM 8000-WRITE-NOTICE-LINE
           MOVE 'SHARES' TO WS-NOTICE-LINE(3:6)
           MOVE TRD-SHARES TO WS-SHARES-FMT
           MOVE WS-SHARES-FMT TO WS-NOTICE-LINE(20:10)
           PERFORM 8000-WRITE-NOTICE-LINE
           MOVE 'PRICE' TO WS-NOTICE-LINE(3:5)
           MOVE TRD-PRICE TO WS-PRICE-FMT
           MOVE WS-PRICE-FMT TO WS-NOTICE-LINE(20:9)
           PERFORM 8000-WRITE-NOTICE-LINE
           MOVE 'GROSS AMOUNT' TO WS-NOTICE-LINE(3:12)
           MOVE WS-GROSS-AMOUNT TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-NOTICE-LINE(20:18)
           PERFORM 8000-WRITE-NOTICE-LINE
           MOVE 'COMMISSION' TO WS-NOTICE-LINE(3:10)
           MOVE WS-COMMISSION TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-NOTICE-LINE(20:18)
           PERFORM 8000-WRITE-NOTICE-LINE
           IF TRD-SELL
               MOVE 'NET PROCEEDS' TO WS-NOTICE-LINE(3:12)
           ELSE
               MOVE 'NET AMOUNT DUE' TO WS-NOTICE-LINE(3:14)
           END-IF
           MOVE WS-NET-AMOUNT TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-NOTICE-LINE(20:18)
           PERFORM 8000-WRITE-NOTICE-LINE
           MOVE 'TRADE DATE' TO WS-NOTICE-LINE(3:10)
           MOVE TRD-TRADE-DATE TO WS-NOTICE-LINE(20:8)
           PERFORM 8000-WRITE-NOTICE-LINE
           MOVE 'SETTLEMENT DATE' TO WS-NOTICE-LINE(3:15)
           MOVE WS-SETTLE-DATE TO WS-NOTICE-LINE(20:8)
           PERFORM 8000-WRITE-NOTICE-LINE
           MOVE 'JOURNAL SEQ' TO WS-NOTICE-LINE(3:11)
           MOVE TRD-SEQUENCE TO WS-NOTICE-LINE(20:5)
           PERFORM 8000-WRITE-NOTICE-LINE
           PERFORM 8000-WRITE-NOTICE-LINE.

       2400-APPEND-REGISTER.
           MOVE WS-CONFIRM-NUMBER TO CNF-NUMBER
           MOVE WS-NOTICE-TYPE TO CNF-TYPE
           MOVE TRD-SEQUENCE TO CNF-TRADE-SEQUENCE
           MOVE WS-RUN-DATE TO CNF-ISSUE-DATE
           MOVE TRD-ACCOUNT-ID TO CNF-ACCOUNT-ID
           MOVE TRD-SIDE TO CNF-SIDE
           MOVE TRD-SYMBOL TO CNF-SYMBOL
           MOVE TRD-SHARES TO CNF-SHARES
           MOVE WS-NET-AMOUNT TO CNF-NET-AMOUNT
           MOVE WS-REPLACES-NUMBER TO CNF-REPLACES
           WRITE CONFIRM-REGISTER-RECORD
           IF WS-REGISTER-COUNT < 20000
               ADD 1 TO WS-REGISTER-COUNT
               SET REGX TO WS-REGISTER-COUNT
               MOVE WS-CONFIRM-NUMBER TO REG-NUMBER(REGX)
               MOVE WS-NOTICE-TYPE TO REG-TYPE(REGX)
               MOVE TRD-SEQUENCE TO REG-TRADE-SEQUENCE(REGX)
           END-IF.

       2500-WRITE-REGISTER-LINE.
           MOVE WS-CONFIRM-NUMBER TO WS-REPORT-LINE(1:7)
           IF NOTICE-CONFIRMATION
               MOVE 'CONFIRM' TO WS-REPORT-LINE(11:7)
           ELSE
               MOVE 'CANCEL' TO WS-REPORT-LINE(11:6)
               MOVE WS-REPLACES-NUMBER TO WS-REPORT-LINE(78:7)
           END-IF
           MOVE TRD-SEQUENCE TO WS-REPORT-LINE(20:5)
           MOVE TRD-ACCOUNT-ID TO WS-REPORT-LINE(26:8)
           MOVE TRD-SIDE TO WS-REPORT-LINE(35:1)
           MOVE TRD-SYMBOL TO WS-REPORT-LINE(38:7)
           MOVE TRD-SHARES TO WS-SHARES-FMT
           MOVE WS-SHARES-FMT TO WS-REPORT-LINE(47:10)
           MOVE WS-NET-AMOUNT TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(58:18)
           PERFORM 8100-WRITE-REPORT-LINE.

      ******************************************************************
      * The proof: every posted trade on the journal through the run
      * date has a confirmation on the register once this run is done.
      ******************************************************************
       3000-WRITE-RUN-TOTALS.
           COMPUTE WS-POSTED-UNCONFIRMED =
               WS-POSTED-ON-JOURNAL - WS-POSTED-CONFIRMED
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 'CONFIRMATIONS ISSUED THIS RUN' TO WS-REPORT-LINE
           MOVE WS-CONFIRMS-ISSUED TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(50:6)
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 'CANCELLATION NOTICES ISSUED THIS RUN' TO
               WS-REPORT-LINE
           MOVE WS-CANCELS-ISSUED TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(50:6)
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 'CANCELLED BEFORE CONFIRMATION (NO NOTICE)' TO
               WS-REPORT-LINE
           MOVE WS-CANCELLED-UNCONFIRMED TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(50:6)
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 'POSTED TRADES ON JOURNAL THROUGH RUN DATE' TO
               WS-REPORT-LINE
           MOVE WS-POSTED-ON-JOURNAL TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(50:6)
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 'POSTED TRADES CONFIRMED' TO WS-REPORT-LINE
           MOVE WS-POSTED-CONFIRMED TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(50:6)
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 'POSTED TRADES UNCONFIRMED' TO WS-REPORT-LINE
           MOVE WS-POSTED-UNCONFIRMED TO WS-COUNT-FMT
           MOVE WS-COUNT-FMT TO WS-REPORT-LINE(50:6)
           PERFORM 8100-WRITE-REPORT-LINE
           CLOSE RUN-REGISTER-FILE
           MOVE SPACES TO WS-MSGLOG-TEXT
           MOVE WS-CONFIRMS-ISSUED TO WS-COUNT-FMT
           STRING 'CONFIRMATIONS ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           MOVE WS-CANCELS-ISSUED TO WS-COUNT-FMT
           MOVE ' CANCELLATIONS ' TO WS-MSGLOG-TEXT(21:15)
           MOVE WS-COUNT-FMT TO WS-MSGLOG-TEXT(36:6)
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY 'Notices written to CONFIRMS.txt; register of '
               'this run to CONFRUN.txt.'.

       7000-FIND-REGISTER-ENTRY.
           MOVE 0 TO WS-REGISTER-MATCH
           PERFORM 7010-MATCH-ONE-REGISTER-ENTRY
               VARYING REGX FROM 1 BY 1
               UNTIL REGX > WS-REGISTER-COUNT
                   OR WS-REGISTER-MATCH > 0.

       7010-MATCH-ONE-REGISTER-ENTRY.
           IF REG-TRADE-SEQUENCE(REGX) = TRD-SEQUENCE
               AND REG-TYPE(REGX) = WS-FIND-TYPE
               MOVE REG-NUMBER(REGX) TO WS-REGISTER-MATCH
           END-IF.

       7100-FIND-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-MATCH
           PERFORM 7110-MATCH-ONE-ACCOUNT
               VARYING ACTX FROM 1 BY 1
               UNTIL ACTX > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-MATCH > 0.

       7110-MATCH-ONE-ACCOUNT.
           IF ACCT-ENTRY-ID(ACTX) = ACCT-ID
               SET WS-ACCOUNT-MATCH TO ACTX
           END-IF.

       8000-WRITE-NOTICE-LINE.
           MOVE WS-NOTICE-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO WS-NOTICE-LINE.

       8100-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RUN-REGISTER-RECORD
           WRITE RUN-REGISTER-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM TRADE-CONFIRM.
