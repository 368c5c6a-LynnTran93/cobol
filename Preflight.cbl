      *                 it sorts instead of only at the end. Run the
      *                 one-shot PORT-CONVERT utility once before
      *                 this program opens the file as indexed.
      *   2026-10-15 LT Recomputes every master's record count and
      *                 hash total through MASTERCTL and counts each
      *                 master changed outside the system as a
      *                 problem, so the valuation does not run on a
      *                 hand-edited file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLIGHT.
               FILE STATUS IS WS-FX-STATUS.
           SELECT READINESS-FILE ASSIGN TO "../READINESS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REGISTER-FILE ASSIGN TO "../MASTERCTL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD READINESS-FILE.
       01 READINESS-RECORD        PIC X(80).

       FD CONTROL-REGISTER-FILE.
           COPY CTLREC.

       WORKING-STORAGE SECTION.
       01 WS-STOCKFILE-STATUS     PIC X(2) VALUE '00'.
           88 STOCKFILE-OK             VALUE '00'.
           88 NO-MORE-PORTFOLIO        VALUE 'Y'.
       01 WS-END-OF-FX            PIC X VALUE 'N'.
           88 NO-MORE-FX               VALUE 'Y'.
       01 WS-REGISTER-STATUS      PIC X(2) VALUE '00'.
           88 REGISTER-FILE-OK         VALUE '00'.
       01 WS-END-OF-REGISTER      PIC X VALUE 'N'.
           88 NO-MORE-REGISTER         VALUE 'Y'.

       01 WS-TRAILER-SYMBOL       PIC X(7) VALUE 'TRAILER'.
       01 WS-TRAILER-SEEN         PIC X VALUE 'N'.
       01 WS-LOCK-RESOURCE        PIC X(10) VALUE 'STOCKS'.
       01 WS-LOCK-PROGRAM         PIC X(12) VALUE 'PREFLIGHT'.

       01 WS-CONTROL-FUNCTION     PIC X VALUE 'V'.
       01 WS-CONTROL-FILE-ID      PIC X(12) VALUE 'ALL'.
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.
       01 WS-ROWS-FMT             PIC ZZZZZZ9.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'PREFLIGHT'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'E'.
       01 WS-MSGLOG-TEXT          PIC X(60).
               TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 1000-LOAD-FX-CODES
           PERFORM 1500-CHECK-MASTER-CONTROL
           PERFORM 2000-CHECK-PORTFOLIO
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PROBLEM-COUNT TO WS-COUNT-FMT
           READ FX-RATES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FX.

      ******************************************************************
      * Each master must still match the count and hash total its
      * last program of record left on MASTERCTL.txt; every one that
      * does not is listed with both sets of figures.
      ******************************************************************
       1500-CHECK-MASTER-CONTROL.
           MOVE 'V' TO WS-CONTROL-FUNCTION
           MOVE 'Y' TO WS-CONTROL-RESULT
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-LOCK-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-CONTROL-RESULT = 'N'
               MOVE 'N' TO WS-END-OF-REGISTER
               OPEN INPUT CONTROL-REGISTER-FILE
               IF NOT REGISTER-FILE-OK
                   MOVE 'Y' TO WS-END-OF-REGISTER
               ELSE
                   PERFORM 1510-READ-REGISTER-ROW
               END-IF
               PERFORM UNTIL NO-MORE-REGISTER
                   IF CTL-CHANGED-OUTSIDE
                       PERFORM 1520-REPORT-CHANGED-MASTER
                   END-IF
                   PERFORM 1510-READ-REGISTER-ROW
               END-PERFORM
               IF REGISTER-FILE-OK OR WS-REGISTER-STATUS = '10'
                   CLOSE CONTROL-REGISTER-FILE
               END-IF
           END-IF.

       1510-READ-REGISTER-ROW.
           READ CONTROL-REGISTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-REGISTER.

       1520-REPORT-CHANGED-MASTER.
           PERFORM 6000-COUNT-PROBLEM
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MASTER CHANGED OUTSIDE THE SYSTEM: '
               DELIMITED BY SIZE
               CTL-FILE-ID DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE CTL-RECORD-COUNT TO WS-ROWS-FMT
           STRING '  RECORDED ' DELIMITED BY SIZE
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
           STRING '  FOUND    ' DELIMITED BY SIZE
               WS-ROWS-FMT DELIMITED BY SIZE
               ' ROWS HASH ' DELIMITED BY SIZE
               CTL-FOUND-HASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

      ******************************************************************
      * One pass over the portfolio: every position's symbol must be
      * on the master and active, its currency must have a rate when
