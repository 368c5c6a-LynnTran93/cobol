      *                 it sorts instead of only at the end. Run the
      *                 one-shot PORT-CONVERT utility once before
      *                 this program opens the file as indexed.
      *   2026-10-15 LT Records the new figures of PORTFOLIO.txt on
      *                 the MASTERCTL integrity control register after
      *                 each rewrite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORT-MAINT.
       01 WS-LOCK-RESOURCE        PIC X(10) VALUE 'PORTFOLIO'.
       01 WS-LOCK-PROGRAM         PIC X(12) VALUE 'PORT-MAINT'.

       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.

       01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
       01 WS-JRNL-BEFORE-SHARES   PIC 9(5)V9999 VALUE 0.
       01 WS-JRNL-BEFORE-COST     PIC 9(6)V99 VALUE 0.
               VARYING POSX FROM 1 BY 1
               UNTIL POSX > WS-POSITION-COUNT
           PERFORM 8200-WRITE-TRAILER
           CLOSE PORTFOLIO-FILE
           MOVE 'PORTFOLIO' TO WS-CONTROL-FILE-ID
           PERFORM 8900-RECORD-MASTER-CONTROL.

       8100-WRITE-ONE-POSITION.
           IF POS-DELETED(POSX) = 'N'
           WRITE POSITION-JOURNAL-RECORD
           CLOSE POSITION-JOURNAL-FILE.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-LOCK-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.

       9000-CLOSE-RTN.
           CLOSE STOCKFILE
           MOVE 'R' TO WS-LOCK-FUNCTION
