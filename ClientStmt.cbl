      *          the indexed STOCKS.txt with the position's FX rate
      *          applied, the way POSITION-INQUIRY prices. One
      *          document per account: STMT-<account>.txt.
      *          Leaving the account id blank asks for a household id
      *          from HOUSEHOLDS.txt instead: STMT-HH-<household>.txt
      *          then opens with a cover page listing each member
      *          account's closing value in the household's reporting
      *          currency, followed by every member's own statement.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT Household statement: a cover page valuing the
      *                 household's member accounts together, ahead
      *                 of the individual account statements.
      *   2026-10-15 LT Takes a request area so the overnight batch
      *                 can run statements from the deferred report
      *                 queue: batch run mode 'B' with an account (or
      *                 blank for every open account on ACCOUNTS.txt)
      *                 and the period, no prompts, and hands back the
      *                 statement file name (RETURN-CODE 4 when none
      *                 could be written). Any other run mode prompts
      *                 exactly as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-STATEMENT.
           SELECT FX-RATES-FILE ASSIGN TO "../FXRATES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "../HOUSEHOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       FD FX-RATES-FILE.
           COPY FXRATREC.

       FD HOUSEHOLD-FILE.
           COPY HHREC.

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD        PIC X(90).

           88 PORTFOLIO-OK             VALUE '00'.
       01 WS-FX-STATUS            PIC X(2) VALUE '00'.
           88 FX-FILE-OK               VALUE '00'.
       01 WS-HOUSEHOLD-FILE-STATUS PIC X(2) VALUE '00'.
           88 HOUSEHOLD-FILE-OK        VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-ACCOUNT-FOUND        PIC X VALUE 'N'.
       01 WS-STATEMENT-FILENAME   PIC X(40).

       01 WS-HOUSEHOLD-INPUT      PIC X(8) VALUE SPACES.
       01 WS-HOUSEHOLD-NAME       PIC X(25) VALUE SPACES.
       01 WS-HOUSEHOLD-CURRENCY   PIC X(3) VALUE SPACES.
       01 WS-HOUSEHOLD-FOUND      PIC X VALUE 'N'.
       01 WS-MEMBER-COUNT         PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
           05 MBR-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-MEMBER-COUNT
               INDEXED BY MBRX.
               10 MBR-ACCOUNT-ID          PIC X(8).
       01 WS-REPORT-RATE          PIC 9(3)V9999 VALUE 1.
       01 WS-REPORT-RATE-FOUND    PIC X VALUE 'Y'.
       01 WS-MEMBER-VALUE         PIC 9(15)V99 VALUE 0.
       01 WS-HOUSEHOLD-VALUE      PIC 9(15)V99 VALUE 0.

       01 WS-OPENING-VALUE        PIC 9(15)V99 VALUE 0.
       01 WS-OPENING-DATE         PIC X(8) VALUE SPACES.
       01 WS-CLOSING-VALUE        PIC 9(15)V99 VALUE 0.
       01 WS-PRICE-FMT            PIC ZZZZZ9.99.
       01 WS-REPORT-LINE          PIC X(90).

       01 WS-STATEMENT-COUNT      PIC 9(3) VALUE 0.
       01 WS-STATEMENT-COUNT-FMT  PIC ZZ9.

       LINKAGE SECTION.
       01 LK-STATEMENT-REQUEST.
           05 LK-STMT-RUN-MODE        PIC X.
               88 LK-STMT-BATCH-MODE      VALUE 'B'.
           05 LK-STMT-ACCOUNT         PIC X(8).
           05 LK-STMT-FROM-DATE       PIC X(8).
           05 LK-STMT-TO-DATE         PIC X(8).
           05 LK-STMT-OUTPUT-NAME     PIC X(40).

       PROCEDURE DIVISION USING LK-STATEMENT-REQUEST.
       0000-MAIN-PROCEDURE.
           IF LK-STMT-BATCH-MODE
               PERFORM 1700-BATCH-REQUEST
               GOBACK
           END-IF
           PERFORM 1000-ACCEPT-REQUEST
           IF WS-ACCOUNT-INPUT NOT = SPACES
               OR WS-HOUSEHOLD-INPUT NOT = SPACES
               PERFORM 1500-LOAD-FX-TABLE
               PERFORM 2000-BUILD-STATEMENT
           END-IF
           GOBACK.

       1000-ACCEPT-REQUEST.
           DISPLAY 'Account id (blank for a household statement):'
           ACCEPT WS-ACCOUNT-INPUT
           IF WS-ACCOUNT-INPUT = SPACES
               PERFORM 1200-ACCEPT-HOUSEHOLD
           ELSE
               PERFORM 1100-FIND-ACCOUNT-NAME
           END-IF
           IF WS-ACCOUNT-INPUT NOT = SPACES
               OR WS-HOUSEHOLD-INPUT NOT = SPACES
               DISPLAY 'Period from (YYYYMMDD):'
               ACCEPT WS-FROM-DATE
               DISPLAY 'Period to (YYYYMMDD):'
                   OR WS-TO-DATE NOT NUMERIC
                   DISPLAY 'Error: period dates must be YYYYMMDD.'
                   MOVE SPACES TO WS-ACCOUNT-INPUT
                   MOVE SPACES TO WS-HOUSEHOLD-INPUT
               END-IF
           END-IF.

           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1200-ACCEPT-HOUSEHOLD.
           DISPLAY 'Household id:'
           ACCEPT WS-HOUSEHOLD-INPUT
           IF WS-HOUSEHOLD-INPUT = SPACES
               DISPLAY 'Error: a statement needs an account or '
                   'household id.'
           ELSE
               PERFORM 1210-LOAD-HOUSEHOLD
               IF WS-HOUSEHOLD-FOUND = 'N'
                   DISPLAY 'Error: household not on HOUSEHOLDS.txt.'
                   MOVE SPACES TO WS-HOUSEHOLD-INPUT
               ELSE
                   IF WS-MEMBER-COUNT = 0
                       DISPLAY 'Error: household has no member '
                           'accounts.'
                       MOVE SPACES TO WS-HOUSEHOLD-INPUT
                   END-IF
               END-IF
           END-IF.

       1210-LOAD-HOUSEHOLD.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE 'N' TO WS-HOUSEHOLD-FOUND
           MOVE 0 TO WS-MEMBER-COUNT
           OPEN INPUT HOUSEHOLD-FILE
           IF NOT HOUSEHOLD-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1220-READ-HOUSEHOLD-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF HH-ID = WS-HOUSEHOLD-INPUT
                   IF HH-HEADER-ROW
                       MOVE HH-HEAD-NAME TO WS-HOUSEHOLD-NAME
                       MOVE HH-REPORT-CURRENCY TO
                           WS-HOUSEHOLD-CURRENCY
                       MOVE 'Y' TO WS-HOUSEHOLD-FOUND
                   END-IF
                   IF HH-MEMBER-ROW AND WS-MEMBER-COUNT < 999
                       ADD 1 TO WS-MEMBER-COUNT
                       SET MBRX TO WS-MEMBER-COUNT
                       MOVE HH-ACCOUNT-ID TO MBR-ACCOUNT-ID(MBRX)
                   END-IF
               END-IF
               PERFORM 1220-READ-HOUSEHOLD-ROW
           END-PERFORM
           IF HOUSEHOLD-FILE-OK OR WS-HOUSEHOLD-FILE-STATUS = '10'
               CLOSE HOUSEHOLD-FILE
           END-IF.

       1220-READ-HOUSEHOLD-ROW.
           READ HOUSEHOLD-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1500-LOAD-FX-TABLE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT FX-RATES-FILE
           READ FX-RATES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * ACCTVAL.txt values are in US dollars; the household cover page
      * restates them in the household's reporting currency. A blank
      * currency, or one with no FXRATES.txt row, reports in USD.
      ******************************************************************
       1600-FIND-REPORT-RATE.
           MOVE 1 TO WS-REPORT-RATE
           MOVE 'Y' TO WS-REPORT-RATE-FOUND
           IF WS-HOUSEHOLD-CURRENCY = SPACES
               MOVE 'USD' TO WS-HOUSEHOLD-CURRENCY
           END-IF
           IF WS-HOUSEHOLD-CURRENCY NOT = 'USD'
               MOVE 'N' TO WS-REPORT-RATE-FOUND
               PERFORM 1610-MATCH-REPORT-RATE
                   VARYING FXX FROM 1 BY 1 UNTIL FXX > WS-FX-COUNT
               IF WS-REPORT-RATE-FOUND = 'N'
                   MOVE 'USD' TO WS-HOUSEHOLD-CURRENCY
               END-IF
           END-IF.

       1610-MATCH-REPORT-RATE.
           IF FX-ENTRY-CURRENCY-CODE(FXX) = WS-HOUSEHOLD-CURRENCY
               AND FX-ENTRY-RATE(FXX) > 0
               MOVE FX-ENTRY-RATE(FXX) TO WS-REPORT-RATE
               MOVE 'Y' TO WS-REPORT-RATE-FOUND
           END-IF.

      ******************************************************************
      * Batch run mode: the account and period come from the caller,
      * nothing is prompted for. A blank account writes a statement
      * for every open account on ACCOUNTS.txt, one file each. The
      * caller gets back the file written, or why none was, with
      * RETURN-CODE 4.
      ******************************************************************
       1700-BATCH-REQUEST.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-STATEMENT-COUNT
           MOVE SPACES TO LK-STMT-OUTPUT-NAME
           MOVE SPACES TO WS-HOUSEHOLD-INPUT
           MOVE LK-STMT-FROM-DATE TO WS-FROM-DATE
           MOVE LK-STMT-TO-DATE TO WS-TO-DATE
           IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
               MOVE 'PERIOD DATES ARE NOT YYYYMMDD'
                   TO LK-STMT-OUTPUT-NAME
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1500-LOAD-FX-TABLE
               IF LK-STMT-ACCOUNT NOT = SPACES
                   PERFORM 1710-BATCH-ONE-ACCOUNT
               ELSE
                   PERFORM 1720-BATCH-EVERY-ACCOUNT
               END-IF
           END-IF.

       1710-BATCH-ONE-ACCOUNT.
           MOVE LK-STMT-ACCOUNT TO WS-ACCOUNT-INPUT
           PERFORM 1100-FIND-ACCOUNT-NAME
           IF WS-ACCOUNT-FOUND = 'Y'
               PERFORM 2000-BUILD-STATEMENT
               MOVE WS-STATEMENT-FILENAME(4:37) TO LK-STMT-OUTPUT-NAME
           ELSE
               MOVE 'ACCOUNT NOT ON ACCOUNTS.txt'
                   TO LK-STMT-OUTPUT-NAME
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * The open account ids are listed first (the member table a
      * household statement uses) because each statement reopens
      * ACCOUNTS.txt for the account's name.
      ******************************************************************
       1720-BATCH-EVERY-ACCOUNT.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE 0 TO WS-MEMBER-COUNT
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1110-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF ACCT-OPEN AND ACCT-ID NOT = SPACES
                   AND WS-MEMBER-COUNT < 999
                   ADD 1 TO WS-MEMBER-COUNT
                   SET MBRX TO WS-MEMBER-COUNT
                   MOVE ACCT-ID TO MBR-ACCOUNT-ID(MBRX)
               END-IF
               PERFORM 1110-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF
           PERFORM 1730-BATCH-ONE-MEMBER
               VARYING MBRX FROM 1 BY 1
               UNTIL MBRX > WS-MEMBER-COUNT
           IF WS-STATEMENT-COUNT = 0
               MOVE 'NO OPEN ACCOUNTS ON ACCOUNTS.txt'
                   TO LK-STMT-OUTPUT-NAME
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-STATEMENT-COUNT TO WS-STATEMENT-COUNT-FMT
               STRING 'STMT-<account>.txt FOR ' DELIMITED BY SIZE
                   WS-STATEMENT-COUNT-FMT DELIMITED BY SIZE
                   ' ACCOUNTS' DELIMITED BY SIZE
                   INTO LK-STMT-OUTPUT-NAME
           END-IF.

       1730-BATCH-ONE-MEMBER.
           MOVE MBR-ACCOUNT-ID(MBRX) TO WS-ACCOUNT-INPUT
           MOVE SPACES TO WS-ACCOUNT-NAME
           PERFORM 1100-FIND-ACCOUNT-NAME
           PERFORM 2000-BUILD-STATEMENT
           ADD 1 TO WS-STATEMENT-COUNT.

       2000-BUILD-STATEMENT.
           MOVE SPACES TO WS-STATEMENT-FILENAME
           IF WS-HOUSEHOLD-INPUT NOT = SPACES
               STRING '../STMT-HH-' DELIMITED BY SIZE
                   WS-HOUSEHOLD-INPUT DELIMITED BY SPACE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-STATEMENT-FILENAME
           ELSE
               STRING '../STMT-' DELIMITED BY SIZE
                   WS-ACCOUNT-INPUT DELIMITED BY SPACE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-STATEMENT-FILENAME
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-HOUSEHOLD-INPUT NOT = SPACES
               PERFORM 2200-WRITE-HOUSEHOLD-COVER
               PERFORM 2300-WRITE-MEMBER-STATEMENT
                   VARYING MBRX FROM 1 BY 1
                   UNTIL MBRX > WS-MEMBER-COUNT
           ELSE
               PERFORM 2100-WRITE-ACCOUNT-STATEMENT
           END-IF
           CLOSE STATEMENT-FILE
           DISPLAY 'Statement written to ' WS-STATEMENT-FILENAME.

       2100-WRITE-ACCOUNT-STATEMENT.
           MOVE 0 TO WS-TOTAL-REALIZED
           MOVE 0 TO WS-TOTAL-DIVIDENDS
           STRING 'CLIENT STATEMENT -- ACCOUNT ' DELIMITED BY SIZE
               WS-ACCOUNT-INPUT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
           PERFORM 4000-LIST-PERIOD-TRADES
           PERFORM 5000-LIST-REALIZED-GAINS
           PERFORM 6000-LIST-DIVIDENDS
           PERFORM 7000-LIST-CLOSING-POSITIONS.

      ******************************************************************
      * Household cover page: each member account's closing value for
      * the period (the same ACCTVAL.txt row its own statement shows)
      * restated in the household's reporting currency, and the
      * household total.
      ******************************************************************
       2200-WRITE-HOUSEHOLD-COVER.
           PERFORM 1600-FIND-REPORT-RATE
           MOVE 0 TO WS-HOUSEHOLD-VALUE
           STRING 'HOUSEHOLD STATEMENT -- HOUSEHOLD ' DELIMITED BY SIZE
               WS-HOUSEHOLD-INPUT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-HOUSEHOLD-NAME DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'PERIOD ' DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'REPORTED IN ' DELIMITED BY SIZE
               WS-HOUSEHOLD-CURRENCY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           IF WS-REPORT-RATE-FOUND = 'N'
               MOVE '(NO FX RATE ON FILE FOR THE HOUSEHOLD CURRENCY)'
                   TO WS-REPORT-LINE(17:47)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'MEMBER ACCOUNTS' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(3:7)
           MOVE 'NAME' TO WS-REPORT-LINE(13:4)
           MOVE 'CLOSING VALUE' TO WS-REPORT-LINE(45:13)
           MOVE 'AS OF' TO WS-REPORT-LINE(60:5)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2210-WRITE-ONE-MEMBER
               VARYING MBRX FROM 1 BY 1
               UNTIL MBRX > WS-MEMBER-COUNT
           MOVE 'HOUSEHOLD CLOSING VALUE' TO WS-REPORT-LINE(3:23)
           MOVE WS-HOUSEHOLD-VALUE TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(40:18)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'THE MEMBER ACCOUNT STATEMENTS FOLLOW.'
               TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       2210-WRITE-ONE-MEMBER.
           MOVE MBR-ACCOUNT-ID(MBRX) TO WS-ACCOUNT-INPUT
           MOVE SPACES TO WS-ACCOUNT-NAME
           PERFORM 1100-FIND-ACCOUNT-NAME
           PERFORM 3050-FIND-ACCOUNT-VALUES
           COMPUTE WS-MEMBER-VALUE ROUNDED =
               WS-CLOSING-VALUE / WS-REPORT-RATE
               ON SIZE ERROR MOVE 0 TO WS-MEMBER-VALUE
           END-COMPUTE
           ADD WS-MEMBER-VALUE TO WS-HOUSEHOLD-VALUE
           MOVE WS-ACCOUNT-INPUT TO WS-REPORT-LINE(3:8)
           MOVE WS-ACCOUNT-NAME TO WS-REPORT-LINE(13:25)
           MOVE WS-MEMBER-VALUE TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(40:18)
           IF WS-CLOSING-DATE = SPACES
               MOVE '(NO VALUATION ON FILE)' TO
                   WS-REPORT-LINE(60:22)
           ELSE
               MOVE WS-CLOSING-DATE TO WS-REPORT-LINE(60:8)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       2300-WRITE-MEMBER-STATEMENT.
           MOVE MBR-ACCOUNT-ID(MBRX) TO WS-ACCOUNT-INPUT
           MOVE SPACES TO WS-ACCOUNT-NAME
           PERFORM 1100-FIND-ACCOUNT-NAME
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE(1:72)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2100-WRITE-ACCOUNT-STATEMENT.

      ******************************************************************
      * Opening value is the latest per-account valuation row dated
      * history only reaches back as far as the full runs do.
      ******************************************************************
       3000-OPENING-CLOSING-VALUES.
           PERFORM 3050-FIND-ACCOUNT-VALUES
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'OPENING MARKET VALUE' TO WS-REPORT-LINE(1:22)
           MOVE WS-OPENING-VALUE TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(25:18)
           IF WS-OPENING-DATE = SPACES
               MOVE '(NO VALUATION ON FILE)' TO
                   WS-REPORT-LINE(45:22)
           ELSE
               MOVE WS-OPENING-DATE TO WS-REPORT-LINE(45:8)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'CLOSING MARKET VALUE' TO WS-REPORT-LINE(1:22)
           MOVE WS-CLOSING-VALUE TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(25:18)
           IF WS-CLOSING-DATE = SPACES
               MOVE '(NO VALUATION ON FILE)' TO
                   WS-REPORT-LINE(45:22)
           ELSE
               MOVE WS-CLOSING-DATE TO WS-REPORT-LINE(45:8)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       3050-FIND-ACCOUNT-VALUES.
           MOVE 0 TO WS-OPENING-VALUE
           MOVE SPACES TO WS-OPENING-DATE
           MOVE 0 TO WS-CLOSING-VALUE
           MOVE SPACES TO WS-CLOSING-DATE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-VALUE-FILE
           IF NOT ACCTVAL-FILE-OK
           END-PERFORM
           IF ACCTVAL-FILE-OK OR WS-ACCTVAL-STATUS = '10'
               CLOSE ACCOUNT-VALUE-FILE
           END-IF.

       3100-READ-ACCTVAL-ROW.
           READ ACCOUNT-VALUE-FILE
