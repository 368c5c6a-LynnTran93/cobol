      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Master file integrity control, called like STOCKLOCK
      *          is. Keeps the MASTERCTL.txt register (see CTLREC) of
      *          the record count and hash total of every shop master
      *          -- STOCKS.txt, PORTFOLIO.txt, PURCHASELOTS.txt,
      *          ACCOUNTS.txt, CASHLEDGER.txt, employees.dat and
      *          OPERATORS.txt -- so a file edited by hand outside
      *          the system is caught the next time anyone checks.
      *          The hash folds every byte of every record in file
      *          order, the way PWDENCODE folds a password, so a
      *          price changed by one cent or a pasted-in row both
      *          move it.
      *          Function codes: 'R' record -- the caller has just
      *          changed the file and its figures become the ones of
      *          record; 'V' verify -- recompute and compare, flagging
      *          any file that no longer matches. The file id is one
      *          master's name or ALL. The result flag comes back 'Y'
      *          when every file checked matches and 'N' when one was
      *          changed outside the system. A master never recorded
      *          before is taken as it stands on its first check.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTERCTL.

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
           SELECT PURCHASE-LOTS-FILE ASSIGN TO "../PURCHASELOTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "../ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT CASH-LEDGER-FILE ASSIGN TO "../CASHLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "C:\employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEEID-IN
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "../OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT CONTROL-REGISTER-FILE ASSIGN TO "../MASTERCTL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKFILE.
           COPY STOCKREC.

       FD PORTFOLIO-FILE.
           COPY PORTREC.

       FD PURCHASE-LOTS-FILE.
           COPY LOTREC.

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD CASH-LEDGER-FILE.
           COPY CSHREC.

       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD OPERATOR-FILE.
           COPY OPERREC.

       FD CONTROL-REGISTER-FILE.
           COPY CTLREC.

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
       01 WS-PORTFOLIO-STATUS     PIC X(2) VALUE '00'.
           88 PORTFOLIO-OK             VALUE '00'.
       01 WS-LOTS-STATUS          PIC X(2) VALUE '00'.
           88 LOTS-FILE-OK             VALUE '00'.
       01 WS-ACCOUNT-STATUS       PIC X(2) VALUE '00'.
           88 ACCOUNT-FILE-OK          VALUE '00'.
       01 WS-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88 LEDGER-FILE-OK           VALUE '00'.
       01 WS-EMPLOYEE-STATUS      PIC X(2) VALUE '00'.
           88 EMPLOYEE-FILE-OK         VALUE '00'.
       01 WS-OPERATOR-STATUS      PIC X(2) VALUE '00'.
           88 OPERATOR-FILE-OK         VALUE '00'.
       01 WS-REGISTER-STATUS      PIC X(2) VALUE '00'.
           88 REGISTER-FILE-OK         VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-CURRENT-TIMESTAMP    PIC X(21).
       01 WS-FILE-SUB             PIC 9 VALUE 0.
       01 WS-MATCH-SUB            PIC 9 VALUE 0.
       01 WS-FILE-NAMES.
           05 FILLER              PIC X(12) VALUE 'STOCKS'.
           05 FILLER              PIC X(12) VALUE 'PORTFOLIO'.
           05 FILLER              PIC X(12) VALUE 'PURCHASELOTS'.
           05 FILLER              PIC X(12) VALUE 'ACCOUNTS'.
           05 FILLER              PIC X(12) VALUE 'CASHLEDGER'.
           05 FILLER              PIC X(12) VALUE 'EMPLOYEES'.
           05 FILLER              PIC X(12) VALUE 'OPERATORS'.
       01 WS-FILE-NAME-TAB REDEFINES WS-FILE-NAMES.
           05 FILE-NAME OCCURS 7 TIMES PIC X(12).

      * The register held whole, one row per master in the order
      * above, and written back complete after every call.
       01 WS-REGISTER-TABLE.
           05 REG-ROW OCCURS 7 TIMES  PIC X(103).

       01 WS-FOUND-COUNT          PIC 9(7) VALUE 0.
       01 WS-FOUND-HASH           PIC 9(12) VALUE 0.
       01 WS-HASH-BUFFER          PIC X(400).
       01 WS-HASH-LENGTH          PIC 9(3) VALUE 0.
       01 WS-BYTE-SUB             PIC 9(3) VALUE 0.
       01 WS-CHAR-CODE            PIC 9(3) VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'MASTERCTL'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'E'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       LINKAGE SECTION.
       01 MC-FUNCTION-CODE        PIC X.
           88 MC-RECORD               VALUE 'R'.
           88 MC-VERIFY               VALUE 'V'.
       01 MC-FILE-ID              PIC X(12).
       01 MC-PROGRAM-ID           PIC X(12).
       01 MC-RESULT-FLAG          PIC X.

       PROCEDURE DIVISION USING MC-FUNCTION-CODE MC-FILE-ID
           MC-PROGRAM-ID MC-RESULT-FLAG.
       0000-MAIN.
           MOVE 'Y' TO MC-RESULT-FLAG
           IF MC-RECORD OR MC-VERIFY
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               PERFORM 1000-LOAD-REGISTER
               PERFORM 2000-CONTROL-ONE-FILE
                   VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 7
               PERFORM 4000-REWRITE-REGISTER
           END-IF
           GOBACK.

       1000-LOAD-REGISTER.
           PERFORM 1100-CLEAR-ONE-ROW
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 7
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CONTROL-REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1200-READ-REGISTER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE 0 TO WS-MATCH-SUB
               PERFORM 1300-MATCH-FILE-NAME
                   VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 7
               IF WS-MATCH-SUB > 0
                   MOVE MASTER-CONTROL-RECORD TO REG-ROW(WS-MATCH-SUB)
               END-IF
               PERFORM 1200-READ-REGISTER-ROW
           END-PERFORM
           IF REGISTER-FILE-OK OR WS-REGISTER-STATUS = '10'
               CLOSE CONTROL-REGISTER-FILE
           END-IF.

       1100-CLEAR-ONE-ROW.
           MOVE SPACES TO MASTER-CONTROL-RECORD
           MOVE FILE-NAME(WS-FILE-SUB) TO CTL-FILE-ID
           MOVE 0 TO CTL-RECORD-COUNT
           MOVE 0 TO CTL-HASH-TOTAL
           MOVE 0 TO CTL-FOUND-COUNT
           MOVE 0 TO CTL-FOUND-HASH
           MOVE MASTER-CONTROL-RECORD TO REG-ROW(WS-FILE-SUB).

       1200-READ-REGISTER-ROW.
           READ CONTROL-REGISTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1300-MATCH-FILE-NAME.
           IF CTL-FILE-ID = FILE-NAME(WS-FILE-SUB)
               MOVE WS-FILE-SUB TO WS-MATCH-SUB
           END-IF.

      ******************************************************************
      * A record call makes the file's present figures the ones of
      * record. A verify call compares against them: a match clears
      * any earlier flag (the file was put back as it was), a
      * mismatch flags the file and goes to the shop log, and a file
      * with nothing on record yet is taken as it stands.
      ******************************************************************
       2000-CONTROL-ONE-FILE.
           IF MC-FILE-ID = 'ALL'
               OR MC-FILE-ID = FILE-NAME(WS-FILE-SUB)
               PERFORM 3000-HASH-ONE-FILE
               MOVE REG-ROW(WS-FILE-SUB) TO MASTER-CONTROL-RECORD
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO CTL-CHECKED-DATE
               MOVE WS-CURRENT-TIMESTAMP(9:6) TO CTL-CHECKED-TIME
               MOVE MC-PROGRAM-ID TO CTL-CHECKED-BY
               MOVE WS-FOUND-COUNT TO CTL-FOUND-COUNT
               MOVE WS-FOUND-HASH TO CTL-FOUND-HASH
               EVALUATE TRUE
                   WHEN MC-RECORD
                       OR CTL-RECORDED-DATE = SPACES
                       PERFORM 2100-RECORD-FIGURES
                   WHEN WS-FOUND-COUNT = CTL-RECORD-COUNT
                       AND WS-FOUND-HASH = CTL-HASH-TOTAL
                       MOVE 'O' TO CTL-CHECK-STATUS
                   WHEN OTHER
                       MOVE 'X' TO CTL-CHECK-STATUS
                       MOVE 'N' TO MC-RESULT-FLAG
                       MOVE SPACES TO WS-MSGLOG-TEXT
                       STRING 'MASTER ' DELIMITED BY SIZE
                           CTL-FILE-ID DELIMITED BY SPACE
                           ' CHANGED OUTSIDE THE SYSTEM -- '
                           DELIMITED BY SIZE
                           'NOT RECORDED' DELIMITED BY SIZE
                           INTO WS-MSGLOG-TEXT
                       CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
                           WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
                           ON EXCEPTION CONTINUE
                       END-CALL
               END-EVALUATE
               MOVE MASTER-CONTROL-RECORD TO REG-ROW(WS-FILE-SUB)
           END-IF.

       2100-RECORD-FIGURES.
           MOVE WS-FOUND-COUNT TO CTL-RECORD-COUNT
           MOVE WS-FOUND-HASH TO CTL-HASH-TOTAL
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO CTL-RECORDED-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO CTL-RECORDED-TIME
           MOVE MC-PROGRAM-ID TO CTL-RECORDED-BY
           MOVE 'O' TO CTL-CHECK-STATUS.

      ******************************************************************
      * Each master is read through its own layout and organization;
      * a file not on disk counts as no records and a zero hash.
      ******************************************************************
       3000-HASH-ONE-FILE.
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 0 TO WS-FOUND-HASH
           MOVE 'N' TO WS-END-OF-FILE
           EVALUATE WS-FILE-SUB
               WHEN 1
                   PERFORM 3100-HASH-STOCKS
               WHEN 2
                   PERFORM 3200-HASH-PORTFOLIO
               WHEN 3
                   PERFORM 3300-HASH-LOTS
               WHEN 4
                   PERFORM 3400-HASH-ACCOUNTS
               WHEN 5
                   PERFORM 3500-HASH-LEDGER
               WHEN 6
                   PERFORM 3600-HASH-EMPLOYEES
               WHEN 7
                   PERFORM 3700-HASH-OPERATORS
           END-EVALUATE.

       3100-HASH-STOCKS.
           OPEN INPUT STOCKFILE
           IF NOT STOCKFILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3110-READ-STOCK-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE STOCKRECORD TO WS-HASH-BUFFER
               MOVE LENGTH OF STOCKRECORD TO WS-HASH-LENGTH
               PERFORM 3900-HASH-ONE-RECORD
               PERFORM 3110-READ-STOCK-ROW
           END-PERFORM
           IF STOCKFILE-OK OR WS-STOCKFILE-STATUS = '10'
               CLOSE STOCKFILE
           END-IF.

       3110-READ-STOCK-ROW.
           READ STOCKFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

       3200-HASH-PORTFOLIO.
           OPEN INPUT PORTFOLIO-FILE
           IF NOT PORTFOLIO-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3210-READ-PORTFOLIO-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE PORTFOLIO-RECORD TO WS-HASH-BUFFER
               MOVE LENGTH OF PORTFOLIO-RECORD TO WS-HASH-LENGTH
               PERFORM 3900-HASH-ONE-RECORD
               PERFORM 3210-READ-PORTFOLIO-ROW
           END-PERFORM
           IF PORTFOLIO-OK OR WS-PORTFOLIO-STATUS = '10'
               CLOSE PORTFOLIO-FILE
           END-IF.

       3210-READ-PORTFOLIO-ROW.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

       3300-HASH-LOTS.
           OPEN INPUT PURCHASE-LOTS-FILE
           IF NOT LOTS-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3310-READ-LOT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE PURCHASE-LOT-RECORD TO WS-HASH-BUFFER
               MOVE LENGTH OF PURCHASE-LOT-RECORD TO WS-HASH-LENGTH
               PERFORM 3900-HASH-ONE-RECORD
               PERFORM 3310-READ-LOT-ROW
           END-PERFORM
           IF LOTS-FILE-OK OR WS-LOTS-STATUS = '10'
               CLOSE PURCHASE-LOTS-FILE
           END-IF.

       3310-READ-LOT-ROW.
           READ PURCHASE-LOTS-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3400-HASH-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACCOUNT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3410-READ-ACCOUNT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE ACCOUNT-RECORD TO WS-HASH-BUFFER
               MOVE LENGTH OF ACCOUNT-RECORD TO WS-HASH-LENGTH
               PERFORM 3900-HASH-ONE-RECORD
               PERFORM 3410-READ-ACCOUNT-ROW
           END-PERFORM
           IF ACCOUNT-FILE-OK OR WS-ACCOUNT-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

       3410-READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3500-HASH-LEDGER.
           OPEN INPUT CASH-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3510-READ-LEDGER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE CASH-LEDGER-RECORD TO WS-HASH-BUFFER
               MOVE LENGTH OF CASH-LEDGER-RECORD TO WS-HASH-LENGTH
               PERFORM 3900-HASH-ONE-RECORD
               PERFORM 3510-READ-LEDGER-ROW
           END-PERFORM
           IF LEDGER-FILE-OK OR WS-LEDGER-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF.

       3510-READ-LEDGER-ROW.
           READ CASH-LEDGER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3600-HASH-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMPLOYEE-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3610-READ-EMPLOYEE-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE EMPLOYEE-RECORD TO WS-HASH-BUFFER
               MOVE LENGTH OF EMPLOYEE-RECORD TO WS-HASH-LENGTH
               PERFORM 3900-HASH-ONE-RECORD
               PERFORM 3610-READ-EMPLOYEE-ROW
           END-PERFORM
           IF EMPLOYEE-FILE-OK OR WS-EMPLOYEE-STATUS = '10'
               CLOSE EMPLOYEE-FILE
           END-IF.

       3610-READ-EMPLOYEE-ROW.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

       3700-HASH-OPERATORS.
           OPEN INPUT OPERATOR-FILE
           IF NOT OPERATOR-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 3710-READ-OPERATOR-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE OPERATOR-RECORD TO WS-HASH-BUFFER
               MOVE LENGTH OF OPERATOR-RECORD TO WS-HASH-LENGTH
               PERFORM 3900-HASH-ONE-RECORD
               PERFORM 3710-READ-OPERATOR-ROW
           END-PERFORM
           IF OPERATOR-FILE-OK OR WS-OPERATOR-STATUS = '10'
               CLOSE OPERATOR-FILE
           END-IF.

       3710-READ-OPERATOR-ROW.
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       3900-HASH-ONE-RECORD.
           ADD 1 TO WS-FOUND-COUNT
           PERFORM 3910-FOLD-ONE-BYTE
               VARYING WS-BYTE-SUB FROM 1 BY 1
               UNTIL WS-BYTE-SUB > WS-HASH-LENGTH.

       3910-FOLD-ONE-BYTE.
           COMPUTE WS-CHAR-CODE =
               FUNCTION ORD(WS-HASH-BUFFER(WS-BYTE-SUB:1))
           COMPUTE WS-FOUND-HASH =
               FUNCTION MOD((WS-FOUND-HASH * 31) + WS-CHAR-CODE,
                   999999999989).

       4000-REWRITE-REGISTER.
           OPEN OUTPUT CONTROL-REGISTER-FILE
           PERFORM 4100-WRITE-ONE-ROW
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 7
           CLOSE CONTROL-REGISTER-FILE.

       4100-WRITE-ONE-ROW.
           MOVE REG-ROW(WS-FILE-SUB) TO MASTER-CONTROL-RECORD
           WRITE MASTER-CONTROL-RECORD.
       END PROGRAM MASTERCTL.
