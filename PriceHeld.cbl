      *                 very ones most likely to cross a watched
      *                 level, and they were reaching the master
      *                 without ever raising an alert.
      *   2026-10-15 LT A price held because the two price vendors
      *                 disagree is shown with both vendors' prices
      *                 and the spread, and the operator may apply
      *                 either vendor's price.
      *   2026-10-15 LT Records the STOCKS master's new figures on the
      *                 master control register (MASTERCTL) after the
      *                 session closes it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-HELD-REVIEW.
               10 HLD-NEW-PRICE       PIC 9(6)V99.
               10 HLD-MOVE-PCT        PIC 9(3)V99.
               10 HLD-FEED-DATE       PIC X(8).
               10 HLD-HOLD-REASON     PIC X.
               10 HLD-SECOND-PRICE    PIC 9(6)V99.
               10 HLD-SPREAD-PCT      PIC 9(3)V99.
               10 HLD-DISPOSITION     PIC X.
       01 WS-HELD-SUB             PIC 9(3) VALUE 0.
       01 WS-REVIEW-CHOICE        PIC X.
       01 WS-LOCK-RESULT          PIC X VALUE 'Y'.
       01 WS-LOCK-PROGRAM         PIC X(12) VALUE 'PRICE-HELD'.
       01 WS-LOCK-RESOURCE        PIC X(10) VALUE 'STOCKS'.
       01 WS-CONTROL-FUNCTION     PIC X VALUE 'R'.
       01 WS-CONTROL-FILE-ID      PIC X(12).
       01 WS-CONTROL-RESULT       PIC X VALUE 'Y'.

       01 WS-WATCHLIST-STATUS     PIC X(2) VALUE '00'.
           88 WATCHLIST-FILE-OK        VALUE '00'.
                       VARYING WS-HELD-SUB FROM 1 BY 1
                       UNTIL WS-HELD-SUB > WS-HELD-COUNT
                   CLOSE STOCKFILE
                   MOVE 'STOCKS' TO WS-CONTROL-FILE-ID
                   PERFORM 8900-RECORD-MASTER-CONTROL
                   PERFORM 4000-SAVE-REMAINING-QUEUE
                   PERFORM 5000-LOG-SESSION-SUMMARY
                   MOVE 'R' TO WS-LOCK-FUNCTION
                   MOVE HP-NEW-PRICE TO HLD-NEW-PRICE(HLDX)
                   MOVE HP-MOVE-PCT TO HLD-MOVE-PCT(HLDX)
                   MOVE HP-FEED-DATE TO HLD-FEED-DATE(HLDX)
                   IF HP-VENDOR-HOLD
                       MOVE 'V' TO HLD-HOLD-REASON(HLDX)
                   ELSE
                       MOVE 'T' TO HLD-HOLD-REASON(HLDX)
                   END-IF
                   IF HP-SECOND-PRICE NUMERIC
                       MOVE HP-SECOND-PRICE TO HLD-SECOND-PRICE(HLDX)
                   ELSE
                       MOVE 0 TO HLD-SECOND-PRICE(HLDX)
                   END-IF
                   IF HP-SPREAD-PCT NUMERIC
                       MOVE HP-SPREAD-PCT TO HLD-SPREAD-PCT(HLDX)
                   ELSE
                       MOVE 0 TO HLD-SPREAD-PCT(HLDX)
                   END-IF
                   MOVE 'H' TO HLD-DISPOSITION(HLDX)
               END-IF
               PERFORM 1100-READ-HELD-ROW
           DISPLAY 'Master price: ' HLD-OLD-PRICE(WS-HELD-SUB)
               '  feed price: ' HLD-NEW-PRICE(WS-HELD-SUB)
               '  move ' HLD-MOVE-PCT(WS-HELD-SUB) '%'
           IF HLD-HOLD-REASON(WS-HELD-SUB) = 'V'
               DISPLAY 'Held: price vendors disagree.  Second '
                   'vendor price: ' HLD-SECOND-PRICE(WS-HELD-SUB)
                   '  spread ' HLD-SPREAD-PCT(WS-HELD-SUB) '%'
               DISPLAY '(A)pply feed price  apply (V)endor 2 price  '
                   '(R)eject  (S)kip for now:'
           ELSE
               DISPLAY 'Held: move outside tolerance.'
               DISPLAY '(A)pply  (R)eject  (S)kip for now:'
           END-IF
           ACCEPT WS-REVIEW-CHOICE
           EVALUATE WS-REVIEW-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 3000-APPLY-ONE-PRICE
               WHEN 'V'
               WHEN 'v'
                   IF HLD-HOLD-REASON(WS-HELD-SUB) = 'V'
                       AND HLD-SECOND-PRICE(WS-HELD-SUB) > 0
                       MOVE HLD-SECOND-PRICE(WS-HELD-SUB) TO
                           HLD-NEW-PRICE(WS-HELD-SUB)
                       PERFORM 3000-APPLY-ONE-PRICE
                   ELSE
                       DISPLAY 'No second vendor price; left on the '
                           'queue.'
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO HLD-DISPOSITION(WS-HELD-SUB)
               MOVE HLD-NEW-PRICE(HLDX) TO HP-NEW-PRICE
               MOVE HLD-MOVE-PCT(HLDX) TO HP-MOVE-PCT
               MOVE HLD-FEED-DATE(HLDX) TO HP-FEED-DATE
               MOVE HLD-HOLD-REASON(HLDX) TO HP-HOLD-REASON
               MOVE HLD-SECOND-PRICE(HLDX) TO HP-SECOND-PRICE
               MOVE HLD-SPREAD-PCT(HLDX) TO HP-SPREAD-PCT
               WRITE HELD-PRICE-RECORD
           END-IF.

               WS-MSGLOG-SEVERITY WS-MSGLOG-TEXT
               ON EXCEPTION CONTINUE
           END-CALL.

       8900-RECORD-MASTER-CONTROL.
           MOVE 'R' TO WS-CONTROL-FUNCTION
           CALL 'MASTERCTL' USING WS-CONTROL-FUNCTION
               WS-CONTROL-FILE-ID WS-LOCK-PROGRAM WS-CONTROL-RESULT
               ON EXCEPTION CONTINUE
           END-CALL.
       END PROGRAM PRICE-HELD-REVIEW.
