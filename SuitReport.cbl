      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Monthly client suitability report for compliance.
      *          Part one lists every open account on ACCOUNTS.txt
      *          whose know-your-client review is overdue -- no client
      *          profile keyed yet, no review date, or a last review
      *          more than a year ago. Part two lists every account
      *          whose holdings have drifted above its profile: each
      *          position on PORTFOLIO.txt is valued at the STOCKS.txt
      *          closing price, as PROJECT2 values a position, and a
      *          position in a stock rated above the account's client
      *          risk rating is listed with its share of the account's
      *          market value, along with the account's market-value
      *          weighted average stock rating. Buys above the rating
      *          need a supervisor's override in TRADE-BLOTTER; this
      *          catches what got through that way, what was held
      *          before the profile was keyed, and what a rating
      *          change on the stock master has since pushed over.
      *          Unrated stocks and accounts with no profile are not
      *          judged. Output goes to SUITABILITY.txt.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUIT-REPORT.

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
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT SUIT-REPORT-FILE ASSIGN TO "../SUITABILITY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKFILE.
           COPY STOCKREC.

       FD PORTFOLIO-FILE.
           COPY PORTREC.

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD SUIT-REPORT-FILE.
       01 SUIT-REPORT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
       01 WS-PORTFOLIO-STATUS     PIC X(2) VALUE '00'.
           88 PORTFOLIO-OK             VALUE '00'.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TRAILER-SYMBOL       PIC X(7) VALUE 'TRAILER'.
       01 WS-CURRENT-TIMESTAMP    PIC X(21).
       01 WS-TODAY                PIC X(8).
       01 WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
       01 WS-TODAY-DAY-NUMBER     PIC 9(7) VALUE 0.
       01 WS-REVIEW-DATE-NUM      PIC 9(8) VALUE 0.
       01 WS-DAYS-SINCE-REVIEW    PIC 9(7) VALUE 0.

      * Compliance policy: every client profile is reviewed at least
      * once a year.
       01 WS-KYC-REVIEW-DAYS      PIC 9(3) VALUE 365.

       01 WS-ACCOUNT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 ACC-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ACCOUNT-COUNT
               INDEXED BY ACCX.
               10 ACC-ACCOUNT-ID      PIC X(8).
               10 ACC-NAME            PIC X(25).
               10 ACC-STATUS          PIC X.
               10 ACC-RISK            PIC X.
               10 ACC-OBJECTIVE       PIC X.
               10 ACC-KYC-DATE        PIC X(8).
               10 ACC-MARKET-VALUE    PIC 9(13)V99.
               10 ACC-ABOVE-VALUE     PIC 9(13)V99.
               10 ACC-RATED-VALUE     PIC 9(13)V99.
               10 ACC-RATING-WEIGHTED PIC 9(14)V99.
       01 WS-ACCOUNT-MATCH        PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-SCAN         PIC 9(3) VALUE 0.

       01 WS-POSITION-COUNT       PIC 9(3) VALUE 0.
       01 WS-POSITION-TABLE.
           05 POS-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-POSITION-COUNT
               INDEXED BY POSX.
               10 POS-ACCOUNT-ID      PIC X(8).
               10 POS-SYMBOL          PIC X(7).
               10 POS-RISK            PIC X.
               10 POS-MARKET-VALUE    PIC 9(13)V99.
       01 WS-POSITION-PRICE       PIC 9(6)V99 VALUE 0.
       01 WS-POSITION-VALUE       PIC 9(13)V99 VALUE 0.
       01 WS-STOCK-RISK           PIC X VALUE SPACE.
       01 WS-STOCK-RISK-NUM       PIC 9 VALUE 0.

       01 WS-OVERDUE-COUNT        PIC 9(3) VALUE 0.
       01 WS-DRIFT-COUNT          PIC 9(3) VALUE 0.
       01 WS-AVERAGE-RATING       PIC 9V99 VALUE 0.
       01 WS-ABOVE-PCT            PIC 9(3)V99 VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'SUIT-REPORT'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'I'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       01 WS-PCT-FMT              PIC ZZ9.99.
       01 WS-RATING-FMT           PIC 9.99.
       01 WS-DAYS-FMT             PIC ZZZZZZ9.
       01 WS-COUNT-FMT            PIC ZZ9.
       01 WS-MONEY-FMT            PIC $$,$$$,$$$,$$9.99.
       01 WS-REPORT-LINE          PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM 1000-LOAD-ACCOUNTS
           PERFORM 2000-LOAD-POSITIONS
           OPEN OUTPUT SUIT-REPORT-FILE
           PERFORM 3000-WRITE-HEADER
           PERFORM 4000-WRITE-KYC-OVERDUE
           PERFORM 5000-WRITE-DRIFT
           CLOSE SUIT-REPORT-FILE
           MOVE 'I' TO WS-MSGLOG-SEVERITY
           IF WS-OVERDUE-COUNT > 0 OR WS-DRIFT-COUNT > 0
               MOVE 'W' TO WS-MSGLOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-MSGLOG-TEXT
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-FMT
           STRING 'SUITABILITY KYC OVERDUE ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           MOVE WS-DRIFT-COUNT TO WS-COUNT-FMT
           MOVE ' ABOVE PROFILE ' TO WS-MSGLOG-TEXT(28:15)
           MOVE WS-COUNT-FMT TO WS-MSGLOG-TEXT(43:3)
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL
           GOBACK.

       1000-LOAD-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1100-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF WS-ACCOUNT-COUNT < 999
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET ACCX TO WS-ACCOUNT-COUNT
                   MOVE ACCT-ID TO ACC-ACCOUNT-ID(ACCX)
                   MOVE ACCT-NAME TO ACC-NAME(ACCX)
                   MOVE ACCT-STATUS TO ACC-STATUS(ACCX)
                   MOVE ACCT-RISK-RATING TO ACC-RISK(ACCX)
                   MOVE ACCT-OBJECTIVE TO ACC-OBJECTIVE(ACCX)
                   MOVE ACCT-KYC-REVIEW-DATE TO ACC-KYC-DATE(ACCX)
                   MOVE 0 TO ACC-MARKET-VALUE(ACCX)
                   MOVE 0 TO ACC-ABOVE-VALUE(ACCX)
                   MOVE 0 TO ACC-RATED-VALUE(ACCX)
                   MOVE 0 TO ACC-RATING-WEIGHTED(ACCX)
               END-IF
               PERFORM 1100-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       1100-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2000-LOAD-POSITIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT STOCKFILE
           OPEN INPUT PORTFOLIO-FILE
           IF NOT PORTFOLIO-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2100-READ-PORTFOLIO-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF P-STOCK-SYMBOL NOT = WS-TRAILER-SYMBOL
                   AND P-ACCOUNT-ID NOT = SPACES
                   AND P-SHARES > 0
                   AND WS-POSITION-COUNT < 999
                   PERFORM 2200-VALUE-ONE-POSITION
               END-IF
               PERFORM 2100-READ-PORTFOLIO-ROW
           END-PERFORM
           IF PORTFOLIO-OK OR WS-PORTFOLIO-STATUS = '10'
               CLOSE PORTFOLIO-FILE
           END-IF
           CLOSE STOCKFILE.

       2100-READ-PORTFOLIO-ROW.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      ******************************************************************
      * A position adds its market value to its account, and -- when
      * the stock is rated -- to the account's rated value and its
      * rating-weighted sum. A position in a stock rated above the
      * account's own rating also counts toward the above-profile
      * value. The house account has no client profile and is not
      * judged.
      ******************************************************************
       2200-VALUE-ONE-POSITION.
           MOVE P-STOCK-SYMBOL TO STOCKSYMBOL
           MOVE SPACE TO WS-STOCK-RISK
           READ STOCKFILE
               INVALID KEY
                   MOVE 0 TO WS-POSITION-PRICE
               NOT INVALID KEY
                   MOVE CLOSINGPRICE TO WS-POSITION-PRICE
                   MOVE STOCK-RISK-RATING TO WS-STOCK-RISK
           END-READ
           COMPUTE WS-POSITION-VALUE =
               P-SHARES * WS-POSITION-PRICE
               ON SIZE ERROR MOVE 0 TO WS-POSITION-VALUE
           END-COMPUTE
           ADD 1 TO WS-POSITION-COUNT
           SET POSX TO WS-POSITION-COUNT
           MOVE P-ACCOUNT-ID TO POS-ACCOUNT-ID(POSX)
           MOVE P-STOCK-SYMBOL TO POS-SYMBOL(POSX)
           MOVE WS-STOCK-RISK TO POS-RISK(POSX)
           MOVE WS-POSITION-VALUE TO POS-MARKET-VALUE(POSX)
           MOVE 0 TO WS-ACCOUNT-MATCH
           PERFORM 2300-MATCH-ONE-ACCOUNT
               VARYING WS-ACCOUNT-SCAN FROM 1 BY 1
               UNTIL WS-ACCOUNT-SCAN > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-MATCH > 0
           IF WS-ACCOUNT-MATCH > 0
               SET ACCX TO WS-ACCOUNT-MATCH
               ADD WS-POSITION-VALUE TO ACC-MARKET-VALUE(ACCX)
               IF WS-STOCK-RISK >= '1' AND WS-STOCK-RISK <= '5'
                   MOVE WS-STOCK-RISK TO WS-STOCK-RISK-NUM
                   ADD WS-POSITION-VALUE TO ACC-RATED-VALUE(ACCX)
                   COMPUTE ACC-RATING-WEIGHTED(ACCX) =
                       ACC-RATING-WEIGHTED(ACCX) +
                       (WS-STOCK-RISK-NUM * WS-POSITION-VALUE)
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
                   IF ACC-RISK(ACCX) NOT = SPACE
                       AND WS-STOCK-RISK > ACC-RISK(ACCX)
                       ADD WS-POSITION-VALUE TO
                           ACC-ABOVE-VALUE(ACCX)
                   END-IF
               END-IF
           END-IF.

       2300-MATCH-ONE-ACCOUNT.
           IF ACC-ACCOUNT-ID(WS-ACCOUNT-SCAN) = P-ACCOUNT-ID
               MOVE WS-ACCOUNT-SCAN TO WS-ACCOUNT-MATCH
           END-IF.

       3000-WRITE-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLIENT SUITABILITY REPORT  RUN DATE ' DELIMITED
               BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

      ******************************************************************
      * Part one: open accounts due a know-your-client review. Closed
      * accounts are not reviewed.
      ******************************************************************
       4000-WRITE-KYC-OVERDUE.
           MOVE WS-KYC-REVIEW-DAYS TO WS-COUNT-FMT
           STRING 'KYC REVIEW OVERDUE (NO PROFILE, OR LAST REVIEW '
               DELIMITED BY SIZE
               'OVER ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               ' DAYS AGO)' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(1:7)
           MOVE 'NAME' TO WS-REPORT-LINE(11:4)
           MOVE 'RISK' TO WS-REPORT-LINE(38:4)
           MOVE 'LAST REVIEW' TO WS-REPORT-LINE(44:11)
           MOVE 'DAYS SINCE' TO WS-REPORT-LINE(57:10)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:80)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4100-CHECK-ONE-REVIEW
               VARYING ACCX FROM 1 BY 1
               UNTIL ACCX > WS-ACCOUNT-COUNT
           IF WS-OVERDUE-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE ALL '-' TO WS-REPORT-LINE(1:80)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-FMT
           STRING 'ACCOUNTS OVERDUE: ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       4100-CHECK-ONE-REVIEW.
           IF ACC-STATUS(ACCX) NOT = 'C'
               EVALUATE TRUE
                   WHEN ACC-RISK(ACCX) = SPACE
                       PERFORM 4200-START-ACCOUNT-LINE
                       MOVE 'NO CLIENT PROFILE' TO
                           WS-REPORT-LINE(44:17)
                       PERFORM 4300-COUNT-OVERDUE
                   WHEN ACC-KYC-DATE(ACCX) NOT NUMERIC
                       PERFORM 4200-START-ACCOUNT-LINE
                       MOVE 'NEVER REVIEWED' TO
                           WS-REPORT-LINE(44:14)
                       PERFORM 4300-COUNT-OVERDUE
                   WHEN OTHER
                       MOVE ACC-KYC-DATE(ACCX) TO WS-REVIEW-DATE-NUM
                       COMPUTE WS-DAYS-SINCE-REVIEW =
                           WS-TODAY-DAY-NUMBER -
                           FUNCTION INTEGER-OF-DATE
                               (WS-REVIEW-DATE-NUM)
                           ON SIZE ERROR
                               MOVE 0 TO WS-DAYS-SINCE-REVIEW
                       END-COMPUTE
                       IF WS-DAYS-SINCE-REVIEW > WS-KYC-REVIEW-DAYS
                           PERFORM 4200-START-ACCOUNT-LINE
                           MOVE ACC-KYC-DATE(ACCX) TO
                               WS-REPORT-LINE(44:8)
                           MOVE WS-DAYS-SINCE-REVIEW TO WS-DAYS-FMT
                           MOVE WS-DAYS-FMT TO WS-REPORT-LINE(57:7)
                           PERFORM 4300-COUNT-OVERDUE
                       END-IF
               END-EVALUATE
           END-IF.

       4200-START-ACCOUNT-LINE.
           MOVE ACC-ACCOUNT-ID(ACCX) TO WS-REPORT-LINE(1:8)
           MOVE ACC-NAME(ACCX) TO WS-REPORT-LINE(11:25)
           MOVE ACC-RISK(ACCX) TO WS-REPORT-LINE(40:1).

       4300-COUNT-OVERDUE.
           ADD 1 TO WS-OVERDUE-COUNT
           PERFORM 8000-WRITE-REPORT-LINE.

      ******************************************************************
      * Part two: accounts holding stocks rated above their profile,
      * each followed by the positions that put it there.
      ******************************************************************
       5000-WRITE-DRIFT.
           MOVE 'HOLDINGS ABOVE CLIENT RISK PROFILE' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(1:7)
           MOVE 'NAME' TO WS-REPORT-LINE(11:4)
           MOVE 'RISK' TO WS-REPORT-LINE(38:4)
           MOVE 'AVG RATING' TO WS-REPORT-LINE(44:10)
           MOVE 'ABOVE-PROFILE VALUE' TO WS-REPORT-LINE(56:19)
           MOVE '% OF MV' TO WS-REPORT-LINE(78:7)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:90)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 5100-CHECK-ONE-ACCOUNT
               VARYING ACCX FROM 1 BY 1
               UNTIL ACCX > WS-ACCOUNT-COUNT
           IF WS-DRIFT-COUNT = 0
               MOVE 'NONE' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE ALL '-' TO WS-REPORT-LINE(1:90)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-DRIFT-COUNT TO WS-COUNT-FMT
           STRING 'ACCOUNTS ABOVE PROFILE: ' DELIMITED BY SIZE
               WS-COUNT-FMT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'AVG RATING = MARKET-VALUE WEIGHTED RATING OF THE '
               DELIMITED BY SIZE
               'RATED HOLDINGS. UNRATED STOCKS ARE NOT JUDGED.'
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       5100-CHECK-ONE-ACCOUNT.
           IF ACC-ABOVE-VALUE(ACCX) > 0
               ADD 1 TO WS-DRIFT-COUNT
               PERFORM 4200-START-ACCOUNT-LINE
               MOVE 0 TO WS-AVERAGE-RATING
               IF ACC-RATED-VALUE(ACCX) > 0
                   COMPUTE WS-AVERAGE-RATING ROUNDED =
                       ACC-RATING-WEIGHTED(ACCX) /
                       ACC-RATED-VALUE(ACCX)
                       ON SIZE ERROR MOVE 0 TO WS-AVERAGE-RATING
                   END-COMPUTE
               END-IF
               MOVE WS-AVERAGE-RATING TO WS-RATING-FMT
               MOVE WS-RATING-FMT TO WS-REPORT-LINE(47:4)
               MOVE ACC-ABOVE-VALUE(ACCX) TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(57:18)
               MOVE 0 TO WS-ABOVE-PCT
               IF ACC-MARKET-VALUE(ACCX) > 0
                   COMPUTE WS-ABOVE-PCT ROUNDED =
                       (ACC-ABOVE-VALUE(ACCX) /
                       ACC-MARKET-VALUE(ACCX)) * 100
                       ON SIZE ERROR MOVE 0 TO WS-ABOVE-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-ABOVE-PCT TO WS-PCT-FMT
               MOVE WS-PCT-FMT TO WS-REPORT-LINE(79:6)
               PERFORM 8000-WRITE-REPORT-LINE
               PERFORM 5200-WRITE-ONE-HOLDING
                   VARYING POSX FROM 1 BY 1
                   UNTIL POSX > WS-POSITION-COUNT
           END-IF.

       5200-WRITE-ONE-HOLDING.
           IF POS-ACCOUNT-ID(POSX) = ACC-ACCOUNT-ID(ACCX)
               AND POS-RISK(POSX) NOT = SPACE
               AND POS-RISK(POSX) > ACC-RISK(ACCX)
               MOVE POS-SYMBOL(POSX) TO WS-REPORT-LINE(13:7)
               MOVE 'RATED' TO WS-REPORT-LINE(22:5)
               MOVE POS-RISK(POSX) TO WS-REPORT-LINE(28:1)
               MOVE POS-MARKET-VALUE(POSX) TO WS-MONEY-FMT
               MOVE WS-MONEY-FMT TO WS-REPORT-LINE(57:18)
               IF ACC-MARKET-VALUE(ACCX) > 0
                   COMPUTE WS-ABOVE-PCT ROUNDED =
                       (POS-MARKET-VALUE(POSX) /
                       ACC-MARKET-VALUE(ACCX)) * 100
                       ON SIZE ERROR MOVE 0 TO WS-ABOVE-PCT
                   END-COMPUTE
                   MOVE WS-ABOVE-PCT TO WS-PCT-FMT
                   MOVE WS-PCT-FMT TO WS-REPORT-LINE(79:6)
               END-IF
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       8000-WRITE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUIT-REPORT-RECORD
           WRITE SUIT-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.
       END PROGRAM SUIT-REPORT.
