      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Inbound interface file gatekeeper, called like
      *          MASTERCTL is by every loader before it reads an
      *          outside file. The file must be framed in header and
      *          trailer batches (see INBCTL): each batch's business
      *          date must be the one the loader expects, its sender's
      *          sequence number must not have been accepted before,
      *          and its detail row count and hash total must match
      *          the trailer -- a file that arrives short, twice, or
      *          for the wrong day is refused whole. Every batch is
      *          written to the INBOUND.txt register (see INBREC),
      *          accepted or rejected with the reason, and a
      *          rejection goes to the shop log.
      *          Called with the file id for the register, the file
      *          name as the loader assigns it, the expected business
      *          date (spaces for today) and the caller's program
      *          name. The result flag comes back 'Y' accepted, 'N'
      *          rejected, or 'M' when no file is on disk -- nothing
      *          was received, so nothing is registered and the
      *          loader reports the missing file as it always has.
      *          A loader that is rerun against the same file by
      *          design passes 'R' in the result flag: an exact copy
      *          of a batch already accepted (same sequence, count
      *          and hash) is then taken again without a second
      *          register row, where any other caller is refused.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT Result flag 'R' on the way in lets a rerun
      *                 loader re-read a batch it already accepted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUNDCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO WS-INBOUND-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.
           SELECT INBOUND-REGISTER-FILE ASSIGN TO "../INBOUND.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INBOUND-FILE.
       01 INBOUND-RECORD          PIC X(200).

       FD INBOUND-REGISTER-FILE.
           COPY INBREC.

       WORKING-STORAGE SECTION.
       01 WS-INBOUND-STATUS       PIC X(2) VALUE '00'.
           88 INBOUND-FILE-OK          VALUE '00'.
       01 WS-REGISTER-STATUS      PIC X(2) VALUE '00'.
           88 REGISTER-FILE-OK         VALUE '00'.
           88 REGISTER-FILE-MISSING    VALUE '35'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-INBOUND-FILENAME     PIC X(40).
       01 WS-CURRENT-TIMESTAMP    PIC X(21).
       01 WS-EXPECTED-DATE        PIC X(8).

           COPY INBCTL.

      * One entry per header/trailer batch found in the file, held
      * until the whole file has been read and judged.
       01 WS-BATCH-COUNT          PIC 9(2) VALUE 0.
       01 WS-BATCH-TABLE.
           05 BAT-ENTRY OCCURS 20 TIMES.
               10 BAT-SOURCE          PIC X(10).
               10 BAT-BUSINESS-DATE   PIC X(8).
               10 BAT-SEQUENCE-NO     PIC 9(6).
               10 BAT-FOUND-COUNT     PIC 9(7).
               10 BAT-FOUND-HASH      PIC 9(12).
               10 BAT-REASON          PIC X(30).
               10 BAT-REREAD          PIC X.
       01 WS-BATCH-SUB            PIC 9(2) VALUE 0.
       01 WS-OTHER-SUB            PIC 9(2) VALUE 0.
       01 WS-BATCH-OPEN           PIC X VALUE 'N'.
       01 WS-FILE-REJECTED        PIC X VALUE 'N'.
       01 WS-FIRST-REASON         PIC X(30).
       01 WS-REREAD-ALLOWED       PIC X VALUE 'N'.

       01 WS-STRAY-COUNT          PIC 9(7) VALUE 0.
       01 WS-STRAY-HASH           PIC 9(12) VALUE 0.
       01 WS-ROW-HASH             PIC 9(7) VALUE 0.
       01 WS-BYTE-SUB             PIC 9(3) VALUE 0.

       01 WS-MSGLOG-PROGRAM       PIC X(12) VALUE 'INBOUNDCK'.
       01 WS-MSGLOG-SEVERITY      PIC X VALUE 'E'.
       01 WS-MSGLOG-TEXT          PIC X(60).

       LINKAGE SECTION.
       01 IB-FILE-ID              PIC X(12).
       01 IB-FILE-NAME            PIC X(40).
       01 IB-BUSINESS-DATE        PIC X(8).
       01 IB-PROGRAM-ID           PIC X(12).
       01 IB-RESULT-FLAG          PIC X.

       PROCEDURE DIVISION USING IB-FILE-ID IB-FILE-NAME
           IB-BUSINESS-DATE IB-PROGRAM-ID IB-RESULT-FLAG.
       0000-MAIN.
           MOVE 'N' TO WS-REREAD-ALLOWED
           IF IB-RESULT-FLAG = 'R'
               MOVE 'Y' TO WS-REREAD-ALLOWED
           END-IF
           MOVE 'Y' TO IB-RESULT-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           IF IB-BUSINESS-DATE = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-EXPECTED-DATE
           ELSE
               MOVE IB-BUSINESS-DATE TO WS-EXPECTED-DATE
           END-IF
           MOVE IB-FILE-NAME TO WS-INBOUND-FILENAME
           MOVE 0 TO WS-BATCH-COUNT
           MOVE 0 TO WS-STRAY-COUNT
           MOVE 0 TO WS-STRAY-HASH
           MOVE 'N' TO WS-BATCH-OPEN
           MOVE 'N' TO WS-FILE-REJECTED
           OPEN INPUT INBOUND-FILE
           IF NOT INBOUND-FILE-OK
               MOVE 'M' TO IB-RESULT-FLAG
               GOBACK
           END-IF
           PERFORM 1000-SCAN-FILE
           CLOSE INBOUND-FILE
           PERFORM 2000-CHECK-BATCHES
           PERFORM 3000-JUDGE-FILE
           PERFORM 4000-REGISTER-BATCHES
           IF WS-FILE-REJECTED = 'Y'
               MOVE 'N' TO IB-RESULT-FLAG
               PERFORM 5000-LOG-REJECTION
           END-IF
           GOBACK.

      ******************************************************************
      * One pass through the file: a header opens a batch, detail
      * rows are counted and hashed into it, and the trailer closes
      * it against its own figures. Rows outside any batch are
      * gathered as strays -- a file with no header at all is all
      * strays.
      ******************************************************************
       1000-SCAN-FILE.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM 1100-READ-INBOUND-ROW
           PERFORM UNTIL NO-MORE-RECORDS
               PERFORM 1200-TAKE-ONE-ROW
               PERFORM 1100-READ-INBOUND-ROW
           END-PERFORM
           IF WS-BATCH-OPEN = 'Y'
               MOVE 'NO TRAILER RECORD' TO BAT-REASON(WS-BATCH-COUNT)
           END-IF
           IF WS-STRAY-COUNT > 0
               IF WS-BATCH-COUNT = 0
                   MOVE 'NO HEADER RECORD' TO WS-FIRST-REASON
               ELSE
                   MOVE 'ROWS OUTSIDE HEADER/TRAILER'
                       TO WS-FIRST-REASON
               END-IF
               PERFORM 1400-ADD-ERROR-BATCH
           END-IF
           IF WS-BATCH-COUNT = 0
               MOVE 'EMPTY FILE' TO WS-FIRST-REASON
               PERFORM 1400-ADD-ERROR-BATCH
           END-IF.

       1100-READ-INBOUND-ROW.
           READ INBOUND-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1200-TAKE-ONE-ROW.
           MOVE INBOUND-RECORD TO INBOUND-CONTROL-RECORD
           EVALUATE TRUE
               WHEN INB-HEADER AND WS-BATCH-COUNT < 20
                   IF WS-BATCH-OPEN = 'Y'
                       MOVE 'NO TRAILER RECORD'
                           TO BAT-REASON(WS-BATCH-COUNT)
                   END-IF
                   ADD 1 TO WS-BATCH-COUNT
                   MOVE INB-SOURCE TO BAT-SOURCE(WS-BATCH-COUNT)
                   MOVE INB-BUSINESS-DATE
                       TO BAT-BUSINESS-DATE(WS-BATCH-COUNT)
                   MOVE 0 TO BAT-FOUND-COUNT(WS-BATCH-COUNT)
                   MOVE 0 TO BAT-FOUND-HASH(WS-BATCH-COUNT)
                   MOVE SPACES TO BAT-REASON(WS-BATCH-COUNT)
                   MOVE 'N' TO BAT-REREAD(WS-BATCH-COUNT)
                   IF INB-SEQUENCE-NO NUMERIC
                       MOVE INB-SEQUENCE-NO
                           TO BAT-SEQUENCE-NO(WS-BATCH-COUNT)
                   ELSE
                       MOVE 0 TO BAT-SEQUENCE-NO(WS-BATCH-COUNT)
                       MOVE 'BAD HEADER RECORD'
                           TO BAT-REASON(WS-BATCH-COUNT)
                   END-IF
                   MOVE 'Y' TO WS-BATCH-OPEN
               WHEN INB-TRAILER AND WS-BATCH-OPEN = 'Y'
                   PERFORM 1500-CLOSE-ONE-BATCH
               WHEN INB-HEADER OR INB-TRAILER
                   ADD 1 TO WS-STRAY-COUNT
               WHEN OTHER
                   PERFORM 1300-HASH-ONE-ROW
                   IF WS-BATCH-OPEN = 'Y'
                       ADD 1 TO BAT-FOUND-COUNT(WS-BATCH-COUNT)
                       COMPUTE BAT-FOUND-HASH(WS-BATCH-COUNT) =
                           FUNCTION MOD(BAT-FOUND-HASH(WS-BATCH-COUNT)
                               + WS-ROW-HASH, 1000000000000)
                   ELSE
                       ADD 1 TO WS-STRAY-COUNT
                       COMPUTE WS-STRAY-HASH =
                           FUNCTION MOD(WS-STRAY-HASH + WS-ROW-HASH,
                               1000000000000)
                   END-IF
           END-EVALUATE.

      * The row's share of the hash total: the character code of
      * every non-blank character, so trailing blanks never count.
       1300-HASH-ONE-ROW.
           MOVE 0 TO WS-ROW-HASH
           PERFORM 1310-ADD-ONE-BYTE
               VARYING WS-BYTE-SUB FROM 1 BY 1
               UNTIL WS-BYTE-SUB > LENGTH OF INBOUND-RECORD.

       1310-ADD-ONE-BYTE.
           IF INBOUND-RECORD(WS-BYTE-SUB:1) NOT = SPACE
               COMPUTE WS-ROW-HASH = WS-ROW-HASH +
                   FUNCTION ORD(INBOUND-RECORD(WS-BYTE-SUB:1)) - 1
           END-IF.

       1400-ADD-ERROR-BATCH.
           IF WS-BATCH-COUNT < 20
               ADD 1 TO WS-BATCH-COUNT
           END-IF
           MOVE SPACES TO BAT-SOURCE(WS-BATCH-COUNT)
           MOVE SPACES TO BAT-BUSINESS-DATE(WS-BATCH-COUNT)
           MOVE 0 TO BAT-SEQUENCE-NO(WS-BATCH-COUNT)
           MOVE WS-STRAY-COUNT TO BAT-FOUND-COUNT(WS-BATCH-COUNT)
           MOVE WS-STRAY-HASH TO BAT-FOUND-HASH(WS-BATCH-COUNT)
           MOVE WS-FIRST-REASON TO BAT-REASON(WS-BATCH-COUNT)
           MOVE 'N' TO BAT-REREAD(WS-BATCH-COUNT).

       1500-CLOSE-ONE-BATCH.
           IF BAT-REASON(WS-BATCH-COUNT) = SPACES
               EVALUATE TRUE
                   WHEN INB-RECORD-COUNT NOT NUMERIC
                       OR INB-HASH-TOTAL NOT NUMERIC
                       MOVE 'BAD TRAILER RECORD'
                           TO BAT-REASON(WS-BATCH-COUNT)
                   WHEN INB-RECORD-COUNT NOT =
                       BAT-FOUND-COUNT(WS-BATCH-COUNT)
                       MOVE 'RECORD COUNT MISMATCH'
                           TO BAT-REASON(WS-BATCH-COUNT)
                   WHEN INB-HASH-TOTAL NOT =
                       BAT-FOUND-HASH(WS-BATCH-COUNT)
                       MOVE 'HASH TOTAL MISMATCH'
                           TO BAT-REASON(WS-BATCH-COUNT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE 'N' TO WS-BATCH-OPEN.

      ******************************************************************
      * A batch that framed correctly must still be for the expected
      * business day, and its sender's sequence number for that day
      * must not already be on the register as accepted -- nor
      * repeated earlier in this same file.
      ******************************************************************
       2000-CHECK-BATCHES.
           PERFORM 2100-CHECK-ONE-BATCH
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT INBOUND-REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 2300-READ-REGISTER-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF IBR-FILE-ID = IB-FILE-ID AND IBR-ACCEPTED
                   PERFORM 2400-MATCH-ONE-BATCH
                       VARYING WS-BATCH-SUB FROM 1 BY 1
                       UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               END-IF
               PERFORM 2300-READ-REGISTER-ROW
           END-PERFORM
           IF REGISTER-FILE-OK OR WS-REGISTER-STATUS = '10'
               CLOSE INBOUND-REGISTER-FILE
           END-IF.

       2100-CHECK-ONE-BATCH.
           IF BAT-REASON(WS-BATCH-SUB) = SPACES
               IF BAT-BUSINESS-DATE(WS-BATCH-SUB) NOT =
                   WS-EXPECTED-DATE
                   MOVE 'WRONG BUSINESS DATE'
                       TO BAT-REASON(WS-BATCH-SUB)
               ELSE
                   PERFORM 2200-MATCH-EARLIER-BATCH
                       VARYING WS-OTHER-SUB FROM 1 BY 1
                       UNTIL WS-OTHER-SUB >= WS-BATCH-SUB
               END-IF
           END-IF.

       2200-MATCH-EARLIER-BATCH.
           IF BAT-SOURCE(WS-OTHER-SUB) = BAT-SOURCE(WS-BATCH-SUB)
               AND BAT-BUSINESS-DATE(WS-OTHER-SUB) =
                   BAT-BUSINESS-DATE(WS-BATCH-SUB)
               AND BAT-SEQUENCE-NO(WS-OTHER-SUB) =
                   BAT-SEQUENCE-NO(WS-BATCH-SUB)
               AND BAT-REASON(WS-BATCH-SUB) = SPACES
               MOVE 'SEQUENCE ALREADY PROCESSED'
                   TO BAT-REASON(WS-BATCH-SUB)
           END-IF.

       2300-READ-REGISTER-ROW.
           READ INBOUND-REGISTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2400-MATCH-ONE-BATCH.
           IF BAT-REASON(WS-BATCH-SUB) = SPACES
               AND IBR-SOURCE = BAT-SOURCE(WS-BATCH-SUB)
               AND IBR-BUSINESS-DATE = BAT-BUSINESS-DATE(WS-BATCH-SUB)
               AND IBR-SEQUENCE-NO = BAT-SEQUENCE-NO(WS-BATCH-SUB)
               IF WS-REREAD-ALLOWED = 'Y'
                   AND IBR-RECORD-COUNT =
                       BAT-FOUND-COUNT(WS-BATCH-SUB)
                   AND IBR-HASH-TOTAL = BAT-FOUND-HASH(WS-BATCH-SUB)
                   MOVE 'Y' TO BAT-REREAD(WS-BATCH-SUB)
               ELSE
                   MOVE 'SEQUENCE ALREADY PROCESSED'
                       TO BAT-REASON(WS-BATCH-SUB)
               END-IF
           END-IF.

      * The file is taken or refused whole: one bad batch refuses
      * the good ones with it, so none is marked as processed.
       3000-JUDGE-FILE.
           MOVE SPACES TO WS-FIRST-REASON
           PERFORM 3100-NOTE-ONE-REASON
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
           IF WS-FILE-REJECTED = 'Y'
               PERFORM 3200-REFUSE-GOOD-BATCH
                   VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
           END-IF.

       3100-NOTE-ONE-REASON.
           IF BAT-REASON(WS-BATCH-SUB) NOT = SPACES
               AND WS-FILE-REJECTED = 'N'
               MOVE 'Y' TO WS-FILE-REJECTED
               MOVE BAT-REASON(WS-BATCH-SUB) TO WS-FIRST-REASON
           END-IF.

       3200-REFUSE-GOOD-BATCH.
           IF BAT-REASON(WS-BATCH-SUB) = SPACES
               MOVE 'OTHER BATCH IN FILE REJECTED'
                   TO BAT-REASON(WS-BATCH-SUB)
           END-IF.

       4000-REGISTER-BATCHES.
           OPEN EXTEND INBOUND-REGISTER-FILE
           IF REGISTER-FILE-MISSING
               OPEN OUTPUT INBOUND-REGISTER-FILE
           END-IF
           PERFORM 4100-WRITE-ONE-BATCH
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
           CLOSE INBOUND-REGISTER-FILE.

      * A batch taken again on a rerun is already on the register.
       4100-WRITE-ONE-BATCH.
           IF BAT-REREAD(WS-BATCH-SUB) = 'N'
               OR BAT-REASON(WS-BATCH-SUB) NOT = SPACES
               PERFORM 4110-WRITE-REGISTER-ROW
           END-IF.

       4110-WRITE-REGISTER-ROW.
           MOVE SPACES TO INBOUND-REGISTER-RECORD
           MOVE IB-FILE-ID TO IBR-FILE-ID
           MOVE BAT-SOURCE(WS-BATCH-SUB) TO IBR-SOURCE
           MOVE BAT-BUSINESS-DATE(WS-BATCH-SUB) TO IBR-BUSINESS-DATE
           MOVE BAT-SEQUENCE-NO(WS-BATCH-SUB) TO IBR-SEQUENCE-NO
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO IBR-RECEIVED-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO IBR-RECEIVED-TIME
           MOVE IB-PROGRAM-ID TO IBR-PROGRAM-ID
           MOVE BAT-FOUND-COUNT(WS-BATCH-SUB) TO IBR-RECORD-COUNT
           MOVE BAT-FOUND-HASH(WS-BATCH-SUB) TO IBR-HASH-TOTAL
           IF BAT-REASON(WS-BATCH-SUB) = SPACES
               MOVE 'A' TO IBR-STATUS
           ELSE
               MOVE 'R' TO IBR-STATUS
               MOVE BAT-REASON(WS-BATCH-SUB) TO IBR-REASON
           END-IF
           WRITE INBOUND-REGISTER-RECORD.

       5000-LOG-REJECTION.
           MOVE SPACES TO WS-MSGLOG-TEXT
           STRING 'INBOUND ' DELIMITED BY SIZE
               IB-FILE-ID DELIMITED BY SPACE
               ' REJECTED -- ' DELIMITED BY SIZE
               WS-FIRST-REASON DELIMITED BY SIZE
               INTO WS-MSGLOG-TEXT
           CALL 'MSGLOG' USING WS-MSGLOG-PROGRAM
               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM INBOUNDCK.
