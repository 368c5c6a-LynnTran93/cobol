      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: One-shot reload of STOCKS.txt for the new STOCK-
      *          RISK-RATING byte and STOCK-SHARES-OUTSTANDING figure
      *          at the tail of STOCKREC. The indexed
      *          master's record length changes, so the file is
      *          unloaded whole at the old length, closed, and
      *          reloaded at the new one the way CONVERT-LAYOUTS and
      *          PORT-CONVERT handled their migrations. Every stock
      *          comes across unrated and with shares outstanding
      *          not known; both are then keyed through STOCK-MAINT
      *          and approved in STOCK-APPROVE. An unrated stock is
      *          never held against a trade.
      *          Take a BACKUP-RESTORE backup before running. The
      *          STOCKCNV.DONE marker is written on completion and
      *          the utility refuses to run while it is present, so
      *          a reloaded file can never be reloaded twice.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT Also starts STOCK-SHARES-OUTSTANDING at zero,
      *                 so both new STOCKREC fields ship in one reload.
      *   2026-10-15 LT Records the reloaded master's figures on the
      *                 master control register (MASTERCTL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKER-FILE ASSIGN TO "../STOCKCNV.DONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.
           SELECT OLD-STOCK-FILE ASSIGN TO 'C:\STOCKS.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-STOCKSYMBOL
               FILE STATUS IS WS-OLD-STOCK-STATUS.
           SELECT NEW-STOCK-FILE ASSIGN TO 'C:\STOCKS.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCKSYMBOL
               FILE STATUS IS WS-NEW-STOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MARKER-FILE.
       01 MARKER-RECORD           PIC X(40).

      ******************************************************************
      * The old layout, exactly as the master was written before the
      * risk rating was added.
      ******************************************************************
       FD OLD-STOCK-FILE.
       01 OLD-STOCK-RECORD.
           05 OLD-STOCKSYMBOL      PIC X(7).
           05 OLD-STOCKNAME        PIC X(25).
           05 OLD-CLOSINGPRICE     PIC 9(6)V99.
           05 OLD-STOCK-STATUS     PIC X.
           05 OLD-SECTOR-CODE      PIC X(4).
           05 OLD-DIVIDEND-RATE    PIC 9(3)V99.

       FD NEW-STOCK-FILE.
           COPY STOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-MARKER-STATUS        PIC X(2) VALUE '00'.
           88 MARKER-FILE-OK           VALUE '00'.
       01 WS-OLD-STOCK-STATUS     PIC X(2) VALUE '00'.
           88 OLD-STOCK-OK             VALUE '00'.
       01 WS-NEW-STOCK-STATUS     PIC X(2) VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-TODAY                PIC X(8).
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.
       01 WS-CONTROL-PROGRAM      PIC X(12) VALUE 'STOCK-CONVRT'.

       01 WS-STOCK-COUNT          PIC 9(4) VALUE 0.
       01 WS-STOCK-TABLE.
           05 STOCK-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-STOCK-COUNT
               INDEXED BY STX.
               10 ST-SYMBOL            PIC X(7).
               10 ST-NAME              PIC X(25).
               10 ST-PRICE             PIC 9(6)V99.
               10 ST-STATUS            PIC X.
               10 ST-SECTOR            PIC X(4).
               10 ST-DIVIDEND          PIC 9(3)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0100-CHECK-MARKER
           PERFORM 1000-CONVERT-STOCK-MASTER
           PERFORM 9000-WRITE-MARKER
           DISPLAY 'STOCK MASTER RELOAD COMPLETE.'
           GOBACK.

       0100-CHECK-MARKER.
           OPEN INPUT MARKER-FILE
           IF MARKER-FILE-OK
               CLOSE MARKER-FILE
               DISPLAY 'STOCKCNV.DONE is present -- the master was '
                   'already reloaded. Nothing done.'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       9000-WRITE-MARKER.
           OPEN OUTPUT MARKER-FILE
           MOVE SPACES TO MARKER-RECORD
           STRING 'CONVERTED ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO MARKER-RECORD
           WRITE MARKER-RECORD
           CLOSE MARKER-FILE.

      ******************************************************************
      * Every field carries straight across; a dividend rate that was
      * never keyed (spaces on file) comes across as zero.
      ******************************************************************
       1000-CONVERT-STOCK-MASTER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT OLD-STOCK-FILE
           IF NOT OLD-STOCK-OK
               DISPLAY 'STOCKS.txt not on file; nothing to reload.'
           ELSE
               MOVE LOW-VALUES TO OLD-STOCKSYMBOL
               START OLD-STOCK-FILE KEY IS NOT LESS THAN
                   OLD-STOCKSYMBOL
                   INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
               END-START
               IF NOT NO-MORE-RECORDS
                   PERFORM 1100-READ-OLD-STOCK
                   PERFORM UNTIL NO-MORE-RECORDS
                       IF WS-STOCK-COUNT < 9999
                           ADD 1 TO WS-STOCK-COUNT
                           SET STX TO WS-STOCK-COUNT
                           MOVE OLD-STOCKSYMBOL TO ST-SYMBOL(STX)
                           MOVE OLD-STOCKNAME TO ST-NAME(STX)
                           MOVE OLD-CLOSINGPRICE TO ST-PRICE(STX)
                           MOVE OLD-STOCK-STATUS TO ST-STATUS(STX)
                           MOVE OLD-SECTOR-CODE TO ST-SECTOR(STX)
                           IF OLD-DIVIDEND-RATE NUMERIC
                               MOVE OLD-DIVIDEND-RATE TO
                                   ST-DIVIDEND(STX)
                           ELSE
                               MOVE 0 TO ST-DIVIDEND(STX)
                           END-IF
                       END-IF
                       PERFORM 1100-READ-OLD-STOCK
                   END-PERFORM
               END-IF
               CLOSE OLD-STOCK-FILE
               OPEN OUTPUT NEW-STOCK-FILE
               PERFORM 1200-WRITE-NEW-STOCK
                   VARYING STX FROM 1 BY 1
                   UNTIL STX > WS-STOCK-COUNT
               CLOSE NEW-STOCK-FILE
               MOVE 'STOCKS' TO WS-CONTROL-FILE-ID
               PERFORM 8900-RECORD-MASTER-CONTROL
               DISPLAY 'STOCKS.txt reloaded: '
                   WS-STOCK-COUNT ' stocks.'
           END-IF.

       1100-READ-OLD-STOCK.
           READ OLD-STOCK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

       1200-WRITE-NEW-STOCK.
           MOVE ST-SYMBOL(STX) TO STOCKSYMBOL
           MOVE ST-NAME(STX) TO STOCKNAME
           MOVE ST-PRICE(STX) TO CLOSINGPRICE
           MOVE ST-STATUS(STX) TO STOCK-STATUS
           MOVE ST-SECTOR(STX) TO STOCK-SECTOR-CODE
           MOVE ST-DIVIDEND(STX) TO STOCK-DIVIDEND-RATE
           MOVE SPACES TO STOCK-RISK-RATING
           MOVE 0 TO STOCK-SHARES-OUTSTANDING
           WRITE STOCKRECORD.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-CONTROL-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM STOCK-CONVERT.
