      *                 it sorts instead of only at the end. Run the
      *                 one-shot PORT-CONVERT utility once before
      *                 this program opens the file as indexed.
      *   2026-10-15 LT BROKERPOS.txt now arrives framed in header
      *                 and trailer batches and is passed through the
      *                 INBOUNDCK check before matching; a refused
      *                 extract is reported and treated as not on file,
      *                 and header and trailer rows are skipped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROKER-RECON.
       01 WS-COUNT-FMT            PIC ZZZ9.
       01 WS-REPORT-LINE          PIC X(90).

       01 WS-INBOUND-FILE-ID      PIC X(12) VALUE 'BROKERPOS'.
       01 WS-INBOUND-FILE-NAME    PIC X(40)
           VALUE '../BROKERPOS.txt'.
       01 WS-INBOUND-DATE         PIC X(8) VALUE SPACES.
       01 WS-INBOUND-RESULT       PIC X VALUE 'Y'.
       01 WS-INBOUND-PROGRAM      PIC X(12) VALUE 'BROKER-RECON'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-LOAD-OUR-POSITIONS
      * with no position on our side is a broker-only break.
      ******************************************************************
       2000-MATCH-BROKER-EXTRACT.
           CALL 'INBOUNDCK' USING WS-INBOUND-FILE-ID
               WS-INBOUND-FILE-NAME WS-INBOUND-DATE WS-INBOUND-PROGRAM
               WS-INBOUND-RESULT
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-INBOUND-RESULT = 'N'
               MOVE 'BROKERPOS.txt REJECTED AT INBOUND CHECK.'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE 'Y' TO WS-END-OF-BROKER
           ELSE
               OPEN INPUT BROKER-FILE
               IF NOT BROKER-FILE-OK
                   MOVE 'NO BROKERPOS.txt EXTRACT ON FILE.'
                       TO WS-REPORT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
                   MOVE 'Y' TO WS-END-OF-BROKER
               ELSE
                   PERFORM 2100-READ-BROKER-ROW
               END-IF
           END-IF
           PERFORM UNTIL NO-MORE-BROKER
               PERFORM 2200-PARSE-BROKER-ROW
               END-IF
               PERFORM 2100-READ-BROKER-ROW
           END-PERFORM
           IF WS-INBOUND-RESULT NOT = 'N'
               AND (BROKER-FILE-OK OR WS-BROKER-STATUS = '10')
               CLOSE BROKER-FILE
           END-IF.

       2100-READ-BROKER-ROW.
           PERFORM 2110-READ-PAST-CONTROL-ROW
           PERFORM 2110-READ-PAST-CONTROL-ROW
               UNTIL NO-MORE-BROKER
               OR (BROKER-RECORD(1:4) NOT = '*HDR'
               AND BROKER-RECORD(1:4) NOT = '*TRL').

       2110-READ-PAST-CONTROL-ROW.
           READ BROKER-FILE
               AT END MOVE 'Y' TO WS-END-OF-BROKER.

