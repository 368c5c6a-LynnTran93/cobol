      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Consolidated household valuation. For one household
      *          on HOUSEHOLDS.txt (or every household, when the id
      *          is left blank) it values all the member accounts
      *          together: each position on PORTFOLIO.txt at the
      *          STOCKS.txt closing price with the position's FX rate
      *          applied, the way CLIENT-STATEMENT prices, and each
      *          member's cash as the sum of its CASHLEDGER.txt rows
      *          in the account's base currency. Everything is then
      *          restated in the household's reporting currency
      *          through FXRATES.txt. The report shows the combined
      *          holdings by symbol across the accounts, the combined
      *          sector allocation, a per-account breakdown, and the
      *          household's total positions, cash and net worth.
      *          Output goes to HOUSEHOLD.txt.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-REPORT.

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
           SELECT HOUSEHOLD-FILE ASSIGN TO "../HOUSEHOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT CASH-LEDGER-FILE ASSIGN TO "../CASHLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT FX-RATES-FILE ASSIGN TO "../FXRATES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT HOUSEHOLD-REPORT-FILE ASSIGN TO "../HOUSEHOLD.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKFILE.
           COPY STOCKREC.

       FD PORTFOLIO-FILE.
           COPY PORTREC.

       FD HOUSEHOLD-FILE.
           COPY HHREC.

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD CASH-LEDGER-FILE.
           COPY CSHREC.

       FD FX-RATES-FILE.
           COPY FXRATREC.

       FD HOUSEHOLD-REPORT-FILE.
       01 HOUSEHOLD-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
       01 WS-PORTFOLIO-STATUS     PIC X(2) VALUE '00'.
           88 PORTFOLIO-OK             VALUE '00'.
       01 WS-HOUSEHOLD-FILE-STATUS PIC X(2) VALUE '00'.
           88 HOUSEHOLD-FILE-OK        VALUE '00'.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88 LEDGER-FILE-OK           VALUE '00'.
       01 WS-FX-STATUS            PIC X(2) VALUE '00'.
           88 FX-FILE-OK               VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TRAILER-SYMBOL       PIC X(7) VALUE 'TRAILER'.
       01 WS-HOUSEHOLD-INPUT      PIC X(8).
       01 WS-CURRENT-TIMESTAMP    PIC X(21).
       01 WS-REPORTED-COUNT       PIC 9(3) VALUE 0.

       01 WS-HOUSEHOLD-COUNT      PIC 9(3) VALUE 0.
       01 WS-HOUSEHOLD-TABLE.
           05 HH-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-HOUSEHOLD-COUNT
               INDEXED BY HHX.
               10 HH-ENTRY-ID         PIC X(8).
               10 HH-ENTRY-NAME       PIC X(25).
               10 HH-ENTRY-CURRENCY   PIC X(3).

       01 WS-MEMBER-COUNT         PIC 9(4) VALUE 0.
       01 WS-MEMBER-TABLE.
           05 MBR-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-MEMBER-COUNT
               INDEXED BY MBRX.
               10 MBR-ENTRY-HH-ID     PIC X(8).
               10 MBR-ENTRY-ACCOUNT   PIC X(8).

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACTX.
               10 ACCT-ENTRY-ID       PIC X(8).
               10 ACCT-ENTRY-NAME     PIC X(25).
               10 ACCT-ENTRY-TYPE     PIC X(8).
               10 ACCT-ENTRY-CURRENCY PIC X(3).
               10 ACCT-ENTRY-CASH     PIC S9(11)V99.
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.

       01 WS-POSITION-COUNT       PIC 9(4) VALUE 0.
       01 WS-POSITION-TABLE.
           05 POS-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-POSITION-COUNT
               INDEXED BY POSX.
               10 POS-ACCOUNT-ID      PIC X(8).
               10 POS-SYMBOL          PIC X(7).
               10 POS-SHARES          PIC 9(5)V9999.
               10 POS-CURRENCY-CODE   PIC X(3).

       01 WS-FX-COUNT             PIC 9(3) VALUE 0.
       01 WS-FX-TABLE.
           05 FX-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-FX-COUNT
               INDEXED BY FXX.
               10 FX-ENTRY-CURRENCY-CODE  PIC X(3).
               10 FX-ENTRY-RATE           PIC 9(3)V9999.
       01 WS-RATE-CURRENCY        PIC X(3).
       01 WS-RATE-FOUND           PIC X VALUE 'N'.
       01 WS-FX-RATE              PIC 9(3)V9999 VALUE 1.
       01 WS-REPORT-RATE          PIC 9(3)V9999 VALUE 1.
       01 WS-REPORT-CURRENCY      PIC X(3).
       01 WS-RATE-MISSING         PIC X VALUE 'N'.

      * One household's figures, all in its reporting currency.
       01 WS-SYMBOL-COUNT         PIC 9(3) VALUE 0.
       01 WS-SYMBOL-TABLE.
           05 SYM-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-SYMBOL-COUNT
               INDEXED BY SYMX.
               10 SYM-SYMBOL          PIC X(7).
               10 SYM-SHARES          PIC 9(7)V9999.
               10 SYM-VALUE           PIC 9(15)V99.
       01 WS-SYMBOL-MATCH         PIC 9(3) VALUE 0.

       01 WS-SECTOR-COUNT         PIC 9(2) VALUE 0.
       01 WS-SECTOR-TABLE.
           05 SEC-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-SECTOR-COUNT
               INDEXED BY SECX.
               10 SEC-CODE            PIC X(4).
               10 SEC-VALUE           PIC 9(15)V99.
       01 WS-SECTOR-MATCH         PIC 9(2) VALUE 0.
       01 WS-STOCK-SECTOR         PIC X(4).

       01 WS-LINE-COUNT           PIC 9(3) VALUE 0.
       01 WS-LINE-TABLE.
           05 LINE-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-LINE-COUNT
               INDEXED BY LNX.
               10 LINE-ACCOUNT-ID     PIC X(8).
               10 LINE-POSITIONS      PIC 9(15)V99.
               10 LINE-CASH           PIC S9(13)V99.

       01 WS-CLOSING-PRICE        PIC 9(6)V99 VALUE 0.
       01 WS-USD-VALUE            PIC 9(15)V99 VALUE 0.
       01 WS-POSITION-VALUE       PIC 9(15)V99 VALUE 0.
       01 WS-USD-CASH             PIC S9(13)V99 VALUE 0.
       01 WS-CASH-VALUE           PIC S9(13)V99 VALUE 0.
       01 WS-HH-POSITIONS         PIC 9(15)V99 VALUE 0.
       01 WS-HH-CASH              PIC S9(13)V99 VALUE 0.
       01 WS-HH-TOTAL             PIC S9(15)V99 VALUE 0.
       01 WS-LINE-TOTAL           PIC S9(15)V99 VALUE 0.
       01 WS-PCT                  PIC 9(3)V99 VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'HOUSEHLD-RPT'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-MONEY-FMT            PIC $$,$$$,$$$,$$9.99.
       01 WS-SIGNED-FMT           PIC $$,$$$,$$$,$$9.99-.
       01 WS-SHARES-FMT           PIC ZZZZZZ9.9999.
       01 WS-PCT-FMT              PIC ZZ9.99.
       01 WS-COUNT-FMT            PIC ZZ9.
       01 WS-REPORT-LINE          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY 'Household id (blank = every household):'
           ACCEPT WS-HOUSEHOLD-INPUT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 1000-LOAD-HOUSEHOLDS
           PERFORM 1200-LOAD-ACCOUNTS
           PERFORM 1300-LOAD-CASH
           PERFORM 1400-LOAD-FX-TABLE
           PERFORM 1500-LOAD-POSITIONS
           OPEN OUTPUT HOUSEHOLD-REPORT-FILE
           OPEN INPUT STOCKFILE
           PERFORM 2000-REPORT-ONE-HOUSEHOLD
               VARYING HHX FROM 1 BY 1
               UNTIL HHX > WS-HOUSEHOLD-COUNT
           CLOSE STOCKFILE
           IF WS-REPORTED-COUNT = 0
               IF WS-HOUSEHOLD-INPUT = SPACES
                   MOVE 'NO HOUSEHOLDS ON HOUSEHOLDS.txt.'
                       TO WS-REPORT-LINE
               ELSE
                   STRING 'HOUSEHOLD ' DELIMITED BY SIZE
                       WS-HOUSEHOLD-INPUT DELIMITED BY SPACE
                       ' NOT ON HOUSEHOLDS.txt.' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               END-IF
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           CLOSE HOUSEHOLD-REPORT-FILE
           MOVE SPACES TO WS-MSGLOG-TEXT
           MOVE WS-REPORTED-COUNT TO WS-COUNT-FMT
           STRING 'HOUSEHOLD REPORT HOUSEHOLDS ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL
           GOBACK.

       1000-LOAD-HOUSEHOLDS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT HOUSEHOLD-FILE
           IF NOT HOUSEHOLD-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1100-READ-HOUSEHOLD-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               EVALUATE TRUE
                   WHEN HH-HEADER-ROW AND WS-HOUSEHOLD-COUNT < 999
                       ADD 1 TO WS-HOUSEHOLD-COUNT
                       SET HHX TO WS-HOUSEHOLD-COUNT
                       MOVE HH-ID TO HH-ENTRY-ID(HHX)
                       MOVE HH-HEAD-NAME TO HH-ENTRY-NAME(HHX)
                       MOVE HH-REPORT-CURRENCY TO
                           HH-ENTRY-CURRENCY(HHX)
                   WHEN HH-MEMBER-ROW AND WS-MEMBER-COUNT < 2000
                       ADD 1 TO WS-MEMBER-COUNT
                       SET MBRX TO WS-MEMBER-COUNT
                       MOVE HH-ID TO MBR-ENTRY-HH-ID(MBRX)
                       MOVE HH-ACCOUNT-ID TO MBR-ENTRY-ACCOUNT(MBRX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 1100-READ-HOUSEHOLD-ROW
           END-PERFORM
           IF HOUSEHOLD-FILE-OK OR WS-HOUSEHOLD-FILE-STATUS = '10'
               CLOSE HOUSEHOLD-FILE
           END-IF.

       1100-READ-HOUSEHOLD-ROW.
           READ HOUSEHOLD-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1200-LOAD-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1210-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-ACCOUNT-COUNT < 999
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET ACTX TO WS-ACCOUNT-COUNT
                   MOVE ACCT-ID TO ACCT-ENTRY-ID(ACTX)
                   MOVE ACCT-NAME TO ACCT-ENTRY-NAME(ACTX)
                   MOVE ACCT-TYPE TO ACCT-ENTRY-TYPE(ACTX)
                   MOVE ACCT-CURRENCY TO ACCT-ENTRY-CURRENCY(ACTX)
                   MOVE 0 TO ACCT-ENTRY-CASH(ACTX)
               END-IF
               PERFORM 1210-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       1210-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * An account's cash is simply the sum of its ledger rows (see
      * CSHREC), in the account's own base currency.
      ******************************************************************
       1300-LOAD-CASH.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CASH-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1310-READ-LEDGER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF CSH-ACCOUNT-ID NOT = SPACES
                   AND CSH-AMOUNT NUMERIC
                   MOVE CSH-ACCOUNT-ID TO ACCT-ID
                   PERFORM 7100-FIND-ACCOUNT
                   IF WS-ACCOUNT-MATCH > 0
                       ADD CSH-AMOUNT TO
                           ACCT-ENTRY-CASH(WS-ACCOUNT-MATCH)
                   END-IF
               END-IF
               PERFORM 1310-READ-LEDGER-ROW
           END-PERFORM
           IF LEDGER-FILE-OK OR WS-LEDGER-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF.

       1310-READ-LEDGER-ROW.
           READ CASH-LEDGER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1400-LOAD-FX-TABLE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT FX-RATES-FILE
           IF NOT FX-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1410-READ-FX-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-FX-COUNT < 999
                   ADD 1 TO WS-FX-COUNT
                   SET FXX TO WS-FX-COUNT
                   MOVE FX-FILE-CURRENCY-CODE TO
                       FX-ENTRY-CURRENCY-CODE(FXX)
                   MOVE FX-FILE-RATE TO FX-ENTRY-RATE(FXX)
               END-IF
               PERFORM 1410-READ-FX-ROW
           END-PERFORM
           IF FX-FILE-OK OR WS-FX-STATUS = '10'
               CLOSE FX-RATES-FILE
           END-IF.

       1410-READ-FX-ROW.
           READ FX-RATES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1500-LOAD-POSITIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PORTFOLIO-FILE
           IF NOT PORTFOLIO-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1510-READ-PORTFOLIO-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF P-STOCK-SYMBOL NOT = WS-TRAILER-SYMBOL
                   AND P-ACCOUNT-ID NOT = SPACES
                   AND P-SHARES > 0
                   AND WS-POSITION-COUNT < 5000
                   ADD 1 TO WS-POSITION-COUNT
                   SET POSX TO WS-POSITION-COUNT
                   MOVE P-ACCOUNT-ID TO POS-ACCOUNT-ID(POSX)
                   MOVE P-STOCK-SYMBOL TO POS-SYMBOL(POSX)
                   MOVE P-SHARES TO POS-SHARES(POSX)
                   MOVE P-CURRENCY-CODE TO POS-CURRENCY-CODE(POSX)
               END-IF
               PERFORM 1510-READ-PORTFOLIO-ROW
           END-PERFORM
           IF PORTFOLIO-OK OR WS-PORTFOLIO-STATUS = '10'
               CLOSE PORTFOLIO-FILE
           END-IF.

       1510-READ-PORTFOLIO-ROW.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      ******************************************************************
      * One household: every member's positions and cash restated in
      * the reporting currency, rolled up three ways, then printed.
      ******************************************************************
       2000-REPORT-ONE-HOUSEHOLD.
           IF WS-HOUSEHOLD-INPUT = SPACES
               OR WS-HOUSEHOLD-INPUT = HH-ENTRY-ID(HHX)
               ADD 1 TO WS-REPORTED-COUNT
               MOVE 0 TO WS-SYMBOL-COUNT
               MOVE 0 TO WS-SECTOR-COUNT
               MOVE 0 TO WS-LINE-COUNT
               MOVE 0 TO WS-HH-POSITIONS
               MOVE 0 TO WS-HH-CASH
               MOVE 'N' TO WS-RATE-MISSING
               MOVE HH-ENTRY-CURRENCY(HHX) TO WS-REPORT-CURRENCY
               IF WS-REPORT-CURRENCY = SPACES
                   MOVE 'USD' TO WS-REPORT-CURRENCY
               END-IF
               MOVE WS-REPORT-CURRENCY TO WS-RATE-CURRENCY
               PERFORM 7000-FIND-FX-RATE
               IF WS-RATE-FOUND = 'N'
                   MOVE 'USD' TO WS-REPORT-CURRENCY
               END-IF
               MOVE WS-FX-RATE TO WS-REPORT-RATE
               PERFORM 2100-VALUE-ONE-MEMBER
                   VARYING MBRX FROM 1 BY 1
                   UNTIL MBRX > WS-MEMBER-COUNT
               COMPUTE WS-HH-TOTAL = WS-HH-POSITIONS + WS-HH-CASH
               PERFORM 3000-WRITE-HOUSEHOLD
           END-IF.

       2100-VALUE-ONE-MEMBER.
           IF MBR-ENTRY-HH-ID(MBRX) = HH-ENTRY-ID(HHX)
               AND WS-LINE-COUNT < 999
               ADD 1 TO WS-LINE-COUNT
               SET LNX TO WS-LINE-COUNT
               MOVE MBR-ENTRY-ACCOUNT(MBRX) TO LINE-ACCOUNT-ID(LNX)
               MOVE 0 TO LINE-POSITIONS(LNX)
               MOVE 0 TO LINE-CASH(LNX)
               PERFORM 2200-VALUE-ONE-POSITION
                   VARYING POSX FROM 1 BY 1
                   UNTIL POSX > WS-POSITION-COUNT
               MOVE MBR-ENTRY-ACCOUNT(MBRX) TO ACCT-ID
               PERFORM 7100-FIND-ACCOUNT
               IF WS-ACCOUNT-MATCH > 0
                   MOVE ACCT-ENTRY-CURRENCY(WS-ACCOUNT-MATCH)
                       TO WS-RATE-CURRENCY
                   PERFORM 7000-FIND-FX-RATE
                   COMPUTE WS-USD-CASH ROUNDED =
                       ACCT-ENTRY-CASH(WS-ACCOUNT-MATCH)
                       * WS-FX-RATE
                       ON SIZE ERROR MOVE 0 TO WS-USD-CASH
                   END-COMPUTE
                   COMPUTE WS-CASH-VALUE ROUNDED =
                       WS-USD-CASH / WS-REPORT-RATE
                       ON SIZE ERROR MOVE 0 TO WS-CASH-VALUE
                   END-COMPUTE
                   MOVE WS-CASH-VALUE TO LINE-CASH(LNX)
                   ADD WS-CASH-VALUE TO WS-HH-CASH
               END-IF
           END-IF.

       2200-VALUE-ONE-POSITION.
           IF POS-ACCOUNT-ID(POSX) = MBR-ENTRY-ACCOUNT(MBRX)
               MOVE POS-SYMBOL(POSX) TO STOCKSYMBOL
               MOVE SPACES TO WS-STOCK-SECTOR
               READ STOCKFILE
                   INVALID KEY MOVE 0 TO WS-CLOSING-PRICE
                   NOT INVALID KEY
                       MOVE CLOSINGPRICE TO WS-CLOSING-PRICE
                       MOVE STOCK-SECTOR-CODE TO WS-STOCK-SECTOR
               END-READ
               MOVE POS-CURRENCY-CODE(POSX) TO WS-RATE-CURRENCY
               PERFORM 7000-FIND-FX-RATE
               COMPUTE WS-USD-VALUE ROUNDED =
                   POS-SHARES(POSX) * WS-CLOSING-PRICE * WS-FX-RATE
                   ON SIZE ERROR MOVE 0 TO WS-USD-VALUE
               END-COMPUTE
               COMPUTE WS-POSITION-VALUE ROUNDED =
                   WS-USD-VALUE / WS-REPORT-RATE
                   ON SIZE ERROR MOVE 0 TO WS-POSITION-VALUE
               END-COMPUTE
               ADD WS-POSITION-VALUE TO LINE-POSITIONS(LNX)
               ADD WS-POSITION-VALUE TO WS-HH-POSITIONS
               PERFORM 2300-ADD-TO-SYMBOL
               PERFORM 2400-ADD-TO-SECTOR
           END-IF.

       2300-ADD-TO-SYMBOL.
           MOVE 0 TO WS-SYMBOL-MATCH
           PERFORM 2310-MATCH-ONE-SYMBOL
               VARYING SYMX FROM 1 BY 1
               UNTIL SYMX > WS-SYMBOL-COUNT
                   OR WS-SYMBOL-MATCH > 0
           IF WS-SYMBOL-MATCH = 0 AND WS-SYMBOL-COUNT < 999
               ADD 1 TO WS-SYMBOL-COUNT
               MOVE WS-SYMBOL-COUNT TO WS-SYMBOL-MATCH
               SET SYMX TO WS-SYMBOL-COUNT
               MOVE POS-SYMBOL(POSX) TO SYM-SYMBOL(SYMX)
               MOVE 0 TO SYM-SHARES(SYMX)
               MOVE 0 TO SYM-VALUE(SYMX)
           END-IF
           IF WS-SYMBOL-MATCH > 0
               SET SYMX TO WS-SYMBOL-MATCH
               ADD POS-SHARES(POSX) TO SYM-SHARES(SYMX)
               ADD WS-POSITION-VALUE TO SYM-VALUE(SYMX)
           END-IF.

       2310-MATCH-ONE-SYMBOL.
           IF SYM-SYMBOL(SYMX) = POS-SYMBOL(POSX)
               SET WS-SYMBOL-MATCH TO SYMX
           END-IF.

      * A stock with no sector code groups as NONE, as PROJECT2's
      * sector allocation does.
       2400-ADD-TO-SECTOR.
           IF WS-STOCK-SECTOR = SPACES
               MOVE 'NONE' TO WS-STOCK-SECTOR
           END-IF
           MOVE 0 TO WS-SECTOR-MATCH
           PERFORM 2410-MATCH-ONE-SECTOR
               VARYING SECX FROM 1 BY 1
               UNTIL SECX > WS-SECTOR-COUNT
                   OR WS-SECTOR-MATCH > 0
           IF WS-SECTOR-MATCH = 0 AND WS-SECTOR-COUNT < 99
               ADD 1 TO WS-SECTOR-COUNT
               MOVE WS-SECTOR-COUNT TO WS-SECTOR-MATCH
               SET SECX TO WS-SECTOR-COUNT
               MOVE WS-STOCK-SECTOR TO SEC-CODE(SECX)
               MOVE 0 TO SEC-VALUE(SECX)
           END-IF
           IF WS-SECTOR-MATCH > 0
               SET SECX TO WS-SECTOR-MATCH
               ADD WS-POSITION-VALUE TO SEC-VALUE(SECX)
           END-IF.

       2410-MATCH-ONE-SECTOR.
           IF SEC-CODE(SECX) = WS-STOCK-SECTOR
               SET WS-SECTOR-MATCH TO SECX
           END-IF.

       3000-WRITE-HOUSEHOLD.
           MOVE ALL '=' TO WS-REPORT-LINE(1:90)
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'HOUSEHOLD ' DELIMITED BY SIZE
               HH-ENTRY-ID(HHX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               HH-ENTRY-NAME(HHX) DELIMITED BY SIZE
               '  REPORTED IN ' DELIMITED BY SIZE
               WS-REPORT-CURRENCY DELIMITED BY SIZE
               '  AS OF ' DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-RATE-MISSING = 'Y'
               STRING '* A CURRENCY HAD NO FXRATES.txt ROW AND WAS '
                   DELIMITED BY SIZE
                   'TAKEN AT PAR.' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'COMBINED HOLDINGS' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'SYMBOL' TO WS-REPORT-LINE(3:6)
           MOVE 'SHARES' TO WS-REPORT-LINE(20:6)
           MOVE 'MARKET VALUE' TO WS-REPORT-LINE(36:12)
           MOVE '% OF HOLDINGS' TO WS-REPORT-LINE(52:13)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3100-WRITE-ONE-SYMBOL
               VARYING SYMX FROM 1 BY 1
               UNTIL SYMX > WS-SYMBOL-COUNT
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'SECTOR ALLOCATION' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'SECTOR' TO WS-REPORT-LINE(3:6)
           MOVE 'MARKET VALUE' TO WS-REPORT-LINE(36:12)
           MOVE '% OF HOLDINGS' TO WS-REPORT-LINE(52:13)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3200-WRITE-ONE-SECTOR
               VARYING SECX FROM 1 BY 1
               UNTIL SECX > WS-SECTOR-COUNT
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'BY ACCOUNT' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(3:7)
           MOVE 'NAME' TO WS-REPORT-LINE(12:4)
           MOVE 'TYPE' TO WS-REPORT-LINE(38:4)
           MOVE 'POSITIONS' TO WS-REPORT-LINE(53:9)
           MOVE 'CASH' TO WS-REPORT-LINE(77:4)
           MOVE 'TOTAL' TO WS-REPORT-LINE(95:5)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3300-WRITE-ONE-ACCOUNT
               VARYING LNX FROM 1 BY 1
               UNTIL LNX > WS-LINE-COUNT
           MOVE ALL '-' TO WS-REPORT-LINE(1:100)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'HOUSEHOLD TOTAL' TO WS-REPORT-LINE(3:15)
           MOVE WS-HH-POSITIONS TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(44:18)
           MOVE WS-HH-CASH TO WS-SIGNED-FMT
           MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(63:19)
           MOVE WS-HH-TOTAL TO WS-SIGNED-FMT
           MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(82:19)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       3100-WRITE-ONE-SYMBOL.
           MOVE SYM-SYMBOL(SYMX) TO WS-REPORT-LINE(3:7)
           MOVE SYM-SHARES(SYMX) TO WS-SHARES-FMT
           MOVE WS-SHARES-FMT TO WS-REPORT-LINE(14:12)
           MOVE SYM-VALUE(SYMX) TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(30:18)
           MOVE SYM-VALUE(SYMX) TO WS-POSITION-VALUE
           PERFORM 3400-WRITE-PERCENT.

       3200-WRITE-ONE-SECTOR.
           MOVE SEC-CODE(SECX) TO WS-REPORT-LINE(3:4)
           MOVE SEC-VALUE(SECX) TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(30:18)
           MOVE SEC-VALUE(SECX) TO WS-POSITION-VALUE
           PERFORM 3400-WRITE-PERCENT.

       3300-WRITE-ONE-ACCOUNT.
           MOVE LINE-ACCOUNT-ID(LNX) TO WS-REPORT-LINE(3:8)
           MOVE LINE-ACCOUNT-ID(LNX) TO ACCT-ID
           PERFORM 7100-FIND-ACCOUNT
           IF WS-ACCOUNT-MATCH > 0
               MOVE ACCT-ENTRY-NAME(WS-ACCOUNT-MATCH) TO
                   WS-REPORT-LINE(12:25)
               MOVE ACCT-ENTRY-TYPE(WS-ACCOUNT-MATCH) TO
                   WS-REPORT-LINE(38:8)
           ELSE
               MOVE '(NOT ON ACCOUNT MASTER)' TO
                   WS-REPORT-LINE(12:23)
           END-IF
           MOVE LINE-POSITIONS(LNX) TO WS-MONEY-FMT
           MOVE WS-MONEY-FMT TO WS-REPORT-LINE(44:18)
           MOVE LINE-CASH(LNX) TO WS-SIGNED-FMT
           MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(63:19)
           COMPUTE WS-LINE-TOTAL =
               LINE-POSITIONS(LNX) + LINE-CASH(LNX)
           MOVE WS-LINE-TOTAL TO WS-SIGNED-FMT
           MOVE WS-SIGNED-FMT TO WS-REPORT-LINE(82:19)
           PERFORM 8000-WRITE-REPORT-LINE.

       3400-WRITE-PERCENT.
           MOVE 0 TO WS-PCT
           IF WS-HH-POSITIONS > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-POSITION-VALUE / WS-HH-POSITIONS) * 100
                   ON SIZE ERROR MOVE 0 TO WS-PCT
               END-COMPUTE
           END-IF
           MOVE WS-PCT TO WS-PCT-FMT
           MOVE WS-PCT-FMT TO WS-REPORT-LINE(56:6)
           PERFORM 8000-WRITE-REPORT-LINE.

      ******************************************************************
      * FXRATES.txt carries US dollars per unit of each currency, as
      * PROJECT2 applies it; USD and a blank code are par. A code
      * with no row is taken at par and the household is flagged.
      ******************************************************************
       7000-FIND-FX-RATE.
           MOVE 1 TO WS-FX-RATE
           MOVE 'Y' TO WS-RATE-FOUND
           IF WS-RATE-CURRENCY NOT = SPACES
               AND WS-RATE-CURRENCY NOT = 'USD'
               MOVE 'N' TO WS-RATE-FOUND
               PERFORM 7010-MATCH-ONE-RATE
                   VARYING FXX FROM 1 BY 1
                   UNTIL FXX > WS-FX-COUNT
               IF WS-RATE-FOUND = 'N'
                   MOVE 'Y' TO WS-RATE-MISSING
               END-IF
           END-IF.

       7010-MATCH-ONE-RATE.
           IF FX-ENTRY-CURRENCY-CODE(FXX) = WS-RATE-CURRENCY
               AND FX-ENTRY-RATE(FXX) > 0
               MOVE FX-ENTRY-RATE(FXX) TO WS-FX-RATE
               MOVE 'Y' TO WS-RATE-FOUND
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

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HOUSEHOLD-REPORT-RECORD
           WRITE HOUSEHOLD-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM HOUSEHOLD-REPORT.
