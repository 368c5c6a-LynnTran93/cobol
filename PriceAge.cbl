      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Shared closing-price age subprogram, called like
      *          BATCHHIST is. A symbol can quietly stop arriving on
      *          the price feed while the master goes on carrying its
      *          old CLOSINGPRICE; this works out, from the dated
      *          PRICEHIST.txt rows, when each symbol was last priced
      *          and how many business days (weekdays off the
      *          HOLIDAYS.txt calendar, through DATEUTIL) have passed
      *          since, against the limit in PRICESTALE.txt (shop
      *          default with no file on disk). A symbol whose feed
      *          price is waiting on the PRICEHELD.txt review queue
      *          is reported as held, not stale, so a price held for
      *          review is never confused with one that never came.
      *          See the PRCAGE copybook for the calling area. Used
      *          by the STALE-PRICE report and by PROJECT2 to flag
      *          positions priced on a stale close.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-HISTORY-FILE ASSIGN TO "../PRICEHIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICEHIST-STATUS.
           SELECT HELD-PRICES-FILE ASSIGN TO "../PRICEHELD.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT STALE-CONFIG-FILE ASSIGN TO "../PRICESTALE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STALE-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRICE-HISTORY-FILE.
           COPY PRCHIST.

       FD HELD-PRICES-FILE.
           COPY HELDREC.

       FD STALE-CONFIG-FILE.
       01 STALE-CONFIG-RECORD.
           05 PS-STALE-DAYS           PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-PRICEHIST-STATUS     PIC X(2) VALUE '00'.
           88 PRICEHIST-FILE-OK        VALUE '00'.
       01 WS-HELD-STATUS          PIC X(2) VALUE '00'.
           88 HELD-FILE-OK             VALUE '00'.
       01 WS-STALE-CONFIG-STATUS  PIC X(2) VALUE '00'.
           88 STALE-CONFIG-OK          VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

      * Shop default when PRICESTALE.txt is not on disk.
       01 WS-DEFAULT-STALE-DAYS   PIC 9(3) VALUE 2.
       01 WS-STALE-LIMIT          PIC 9(3) VALUE 2.
       01 WS-LOADED-REF-DATE      PIC X(8) VALUE SPACES.
       01 WS-TODAY                PIC X(8).
       01 WS-LOOKUP-SYMBOL        PIC X(7).

       01 WS-PRICED-COUNT         PIC 9(4) VALUE 0.
       01 WS-PRICED-TABLE.
           05 PRICED-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-PRICED-COUNT
               INDEXED BY PRX.
               10 PRICED-SYMBOL       PIC X(7).
               10 PRICED-LAST-DATE    PIC X(8).
       01 WS-PRICED-MATCH         PIC 9(4) VALUE 0.
       01 WS-HELD-COUNT           PIC 9(3) VALUE 0.
       01 WS-HELD-TABLE.
           05 HELD-ENTRY-SYMBOL OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-HELD-COUNT
               INDEXED BY HLDX        PIC X(7).
       01 WS-HELD-MATCH           PIC 9(3) VALUE 0.

       01 WS-DATE-FUNCTION        PIC X VALUE 'B'.
       01 WS-STEP-DATE            PIC X(8).
       01 WS-DATE-OUT             PIC X(8).
       01 WS-DATE-FLAG            PIC X VALUE 'N'.
       01 WS-STEP-DONE            PIC X VALUE 'N'.

       LINKAGE SECTION.
           COPY PRCAGE.

       PROCEDURE DIVISION USING PRICE-AGE-AREA.
       0000-MAIN.
           EVALUATE TRUE
               WHEN PA-LOAD
                   PERFORM 1000-LOAD-PRICE-DATES
               WHEN PA-AGE-SYMBOL
                   PERFORM 2000-AGE-ONE-SYMBOL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-STALE-LIMIT TO PA-STALE-LIMIT
           GOBACK.

      ******************************************************************
      * The latest price row on or before the reference date wins per
      * symbol. The review queue only matters to a run dated today --
      * a held feed price says nothing about an earlier date.
      ******************************************************************
       1000-LOAD-PRICE-DATES.
           MOVE PA-REF-DATE TO WS-LOADED-REF-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-PRICED-COUNT
           MOVE 0 TO WS-HELD-COUNT
           PERFORM 1100-READ-STALE-LIMIT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PRICE-HISTORY-FILE
           IF NOT PRICEHIST-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1210-READ-HISTORY-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF PH-DATE NUMERIC
                   AND PH-DATE NOT > WS-LOADED-REF-DATE
                   PERFORM 1200-TAKE-HISTORY-ROW
               END-IF
               PERFORM 1210-READ-HISTORY-ROW
           END-PERFORM
           IF PRICEHIST-FILE-OK OR WS-PRICEHIST-STATUS = '10'
               CLOSE PRICE-HISTORY-FILE
           END-IF
           IF WS-LOADED-REF-DATE = WS-TODAY
               PERFORM 1300-LOAD-HELD-QUEUE
           END-IF.

       1100-READ-STALE-LIMIT.
           MOVE WS-DEFAULT-STALE-DAYS TO WS-STALE-LIMIT
           OPEN INPUT STALE-CONFIG-FILE
           IF STALE-CONFIG-OK
               READ STALE-CONFIG-FILE
                   NOT AT END
                       IF PS-STALE-DAYS NUMERIC
                           MOVE PS-STALE-DAYS TO WS-STALE-LIMIT
                       END-IF
               END-READ
               CLOSE STALE-CONFIG-FILE
           END-IF.

       1200-TAKE-HISTORY-ROW.
           MOVE PH-SYMBOL TO WS-LOOKUP-SYMBOL
           PERFORM 2100-FIND-PRICED-SYMBOL
           IF WS-PRICED-MATCH = 0
               IF WS-PRICED-COUNT < 9999
                   ADD 1 TO WS-PRICED-COUNT
                   SET PRX TO WS-PRICED-COUNT
                   MOVE PH-SYMBOL TO PRICED-SYMBOL(PRX)
                   MOVE PH-DATE TO PRICED-LAST-DATE(PRX)
               END-IF
           ELSE
               IF PH-DATE > PRICED-LAST-DATE(WS-PRICED-MATCH)
                   MOVE PH-DATE TO PRICED-LAST-DATE(WS-PRICED-MATCH)
               END-IF
           END-IF.

       1210-READ-HISTORY-ROW.
           READ PRICE-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1300-LOAD-HELD-QUEUE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT HELD-PRICES-FILE
           IF NOT HELD-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1310-READ-HELD-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               MOVE HP-SYMBOL TO WS-LOOKUP-SYMBOL
               PERFORM 2200-FIND-HELD-SYMBOL
               IF WS-HELD-MATCH = 0 AND WS-HELD-COUNT < 999
                   ADD 1 TO WS-HELD-COUNT
                   MOVE HP-SYMBOL TO HELD-ENTRY-SYMBOL(WS-HELD-COUNT)
               END-IF
               PERFORM 1310-READ-HELD-ROW
           END-PERFORM
           IF HELD-FILE-OK OR WS-HELD-STATUS = '10'
               CLOSE HELD-PRICES-FILE
           END-IF.

       1310-READ-HELD-ROW.
           READ HELD-PRICES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * Age is the count of business days after the last price date,
      * up to and including the reference date: a close taken today
      * is 0 days old, and a Friday close read over the weekend is
      * still 0. The count stops at 999.
      ******************************************************************
       2000-AGE-ONE-SYMBOL.
           MOVE SPACES TO PA-LAST-DATE
           MOVE 0 TO PA-AGE-DAYS
           MOVE PA-SYMBOL TO WS-LOOKUP-SYMBOL
           PERFORM 2100-FIND-PRICED-SYMBOL
           IF WS-PRICED-MATCH = 0
               MOVE 999 TO PA-AGE-DAYS
           ELSE
               MOVE PRICED-LAST-DATE(WS-PRICED-MATCH) TO PA-LAST-DATE
               PERFORM 2300-COUNT-BUSINESS-DAYS
           END-IF
           PERFORM 2200-FIND-HELD-SYMBOL
           EVALUATE TRUE
               WHEN WS-HELD-MATCH > 0
                   MOVE 'H' TO PA-STATUS
               WHEN PA-AGE-DAYS > WS-STALE-LIMIT
                   MOVE 'S' TO PA-STATUS
               WHEN OTHER
                   MOVE 'C' TO PA-STATUS
           END-EVALUATE.

       2100-FIND-PRICED-SYMBOL.
           MOVE 0 TO WS-PRICED-MATCH
           PERFORM 2110-MATCH-ONE-PRICED
               VARYING PRX FROM 1 BY 1
               UNTIL PRX > WS-PRICED-COUNT
                   OR WS-PRICED-MATCH > 0.

       2110-MATCH-ONE-PRICED.
           IF PRICED-SYMBOL(PRX) = WS-LOOKUP-SYMBOL
               SET WS-PRICED-MATCH TO PRX
           END-IF.

       2200-FIND-HELD-SYMBOL.
           MOVE 0 TO WS-HELD-MATCH
           PERFORM 2210-MATCH-ONE-HELD
               VARYING HLDX FROM 1 BY 1
               UNTIL HLDX > WS-HELD-COUNT
                   OR WS-HELD-MATCH > 0.

       2210-MATCH-ONE-HELD.
           IF HELD-ENTRY-SYMBOL(HLDX) = WS-LOOKUP-SYMBOL
               SET WS-HELD-MATCH TO HLDX
           END-IF.

       2300-COUNT-BUSINESS-DAYS.
           MOVE WS-LOADED-REF-DATE TO WS-STEP-DATE
           IF WS-STEP-DATE > PA-LAST-DATE
               MOVE 'B' TO WS-DATE-FUNCTION
               CALL 'DATEUTIL' USING WS-DATE-FUNCTION WS-STEP-DATE
                   WS-DATE-OUT WS-DATE-FLAG
                   ON EXCEPTION MOVE 'N' TO WS-DATE-FLAG
               END-CALL
               IF WS-DATE-FLAG = 'Y'
                   MOVE 1 TO PA-AGE-DAYS
               END-IF
           END-IF
           MOVE 'N' TO WS-STEP-DONE
           PERFORM UNTIL WS-STEP-DONE = 'Y'
               MOVE 'P' TO WS-DATE-FUNCTION
               CALL 'DATEUTIL' USING WS-DATE-FUNCTION WS-STEP-DATE
                   WS-DATE-OUT WS-DATE-FLAG
                   ON EXCEPTION MOVE 'N' TO WS-DATE-FLAG
               END-CALL
               IF WS-DATE-FLAG NOT = 'Y'
                   OR WS-DATE-OUT NOT > PA-LAST-DATE
                   OR PA-AGE-DAYS NOT < 999
                   MOVE 'Y' TO WS-STEP-DONE
               ELSE
                   ADD 1 TO PA-AGE-DAYS
                   MOVE WS-DATE-OUT TO WS-STEP-DATE
               END-IF
           END-PERFORM.
       END PROGRAM PRICEAGE.
