      *   2026-08-21 LT Validation errors are now also routed through
      *                 the shared MSGLOG subprogram to the central
      *                 shop log.
      *   2026-10-15 LT Add and change screens now also take the stock
      *                 risk rating (1 lowest to 5 speculative), queued
      *                 for approval with the rest of the change. A
      *                 blank rating on a change keeps the current one.
      *   2026-10-15 LT Add and change screens now also take the
      *                 issuer's shares outstanding, queued for
      *                 approval with the rest of the change. Zero on
      *                 a change keeps the current figure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-MAINT.
       01 WS-PRICE-INPUT          PIC 9(6)V99.
       01 WS-SECTOR-INPUT         PIC X(4).
       01 WS-DIVIDEND-INPUT       PIC 9(3)V99.
       01 WS-RISK-INPUT           PIC X.
           88 RISK-INPUT-VALID         VALUE '1' THRU '5'.
       01 WS-SHARES-OUT-INPUT     PIC 9(12).
       01 WS-PENDING-ACTION       PIC X.
       01 WS-OPERATOR-ID          PIC X(10).
       01 WS-CURRENT-TIMESTAMP    PIC X(21).
                   DISPLAY 'Sector code (blank if unassigned):'
                   ACCEPT WS-SECTOR-INPUT
                   PERFORM 3300-ACCEPT-DIVIDEND
                   PERFORM 3400-ACCEPT-RISK-RATING
                   IF NOT RISK-INPUT-VALID
                       DISPLAY 'Error: risk rating must be 1 to 5.'
                       MOVE 'N' TO WS-VALID-ENTRY
                   END-IF
                   PERFORM 3500-ACCEPT-SHARES-OUTSTANDING
               END-IF
               IF ENTRY-VALID
                   MOVE 'A' TO WS-PENDING-ACTION
                   PERFORM 7000-QUEUE-PENDING-CHANGE
               END-IF
               MOVE 0 TO WS-DIVIDEND-INPUT
           END-IF.

      ******************************************************************
      * Stock risk rating on the same 1 (lowest) to 5 (speculative)
      * scale as the client profile, so TRADE-BLOTTER can compare a
      * buy against the account's rating.
      ******************************************************************
       3400-ACCEPT-RISK-RATING.
           DISPLAY 'Risk rating 1 (lowest) to 5 (speculative):'
           ACCEPT WS-RISK-INPUT.

      ******************************************************************
      * Issuer's shares outstanding, the base the large-holding
      * disclosure report measures the shop's combined holding
      * against. Zero means not known; a non-numeric entry is taken
      * as zero the way the dividend rate is.
      ******************************************************************
       3500-ACCEPT-SHARES-OUTSTANDING.
           DISPLAY 'Shares outstanding (0 if not known):'
           ACCEPT WS-SHARES-OUT-INPUT
           IF WS-SHARES-OUT-INPUT NOT NUMERIC
               DISPLAY 'Shares outstanding not numeric; taken as '
                   'zero.'
               MOVE 0 TO WS-SHARES-OUT-INPUT
           END-IF.

      ******************************************************************
      * Change an existing stock's name, price, sector and dividend.
      * The new values are queued for approval, not applied.
                       DISPLAY 'Current dividend rate: '
                           STOCK-DIVIDEND-RATE
                   END-IF
                   DISPLAY 'Current risk rating: ' STOCK-RISK-RATING
                   IF STOCK-SHARES-OUTSTANDING NUMERIC
                       DISPLAY 'Current shares outstanding: '
                           STOCK-SHARES-OUTSTANDING
                   END-IF
                   DISPLAY 'New stock name:'
                   ACCEPT WS-NAME-INPUT
                   PERFORM 3200-ACCEPT-PRICE
                       DISPLAY 'New sector code:'
                       ACCEPT WS-SECTOR-INPUT
                       PERFORM 3300-ACCEPT-DIVIDEND
                       DISPLAY '(blank risk rating = keep current)'
                       PERFORM 3400-ACCEPT-RISK-RATING
                       IF WS-RISK-INPUT NOT = SPACE
                           AND NOT RISK-INPUT-VALID
                           DISPLAY 'Error: risk rating must be 1 '
                               'to 5.'
                           MOVE 'N' TO WS-VALID-ENTRY
                       END-IF
                       DISPLAY '(0 shares outstanding = keep current)'
                       PERFORM 3500-ACCEPT-SHARES-OUTSTANDING
                   END-IF
                   IF ENTRY-VALID
                       MOVE 'C' TO WS-PENDING-ACTION
                       PERFORM 7000-QUEUE-PENDING-CHANGE
                   ELSE
                       ELSE
                           MOVE 0 TO WS-DIVIDEND-INPUT
                       END-IF
                       MOVE STOCK-RISK-RATING TO WS-RISK-INPUT
                       IF STOCK-SHARES-OUTSTANDING NUMERIC
                           MOVE STOCK-SHARES-OUTSTANDING TO
                               WS-SHARES-OUT-INPUT
                       ELSE
                           MOVE 0 TO WS-SHARES-OUT-INPUT
                       END-IF
                       MOVE 'D' TO WS-PENDING-ACTION
                       PERFORM 7000-QUEUE-PENDING-CHANGE
                   END-IF
           MOVE WS-PRICE-INPUT TO PND-PRICE
           MOVE WS-SECTOR-INPUT TO PND-SECTOR
           MOVE WS-DIVIDEND-INPUT TO PND-DIVIDEND
           MOVE WS-RISK-INPUT TO PND-RISK-RATING
           MOVE WS-SHARES-OUT-INPUT TO PND-SHARES-OUTSTANDING
           MOVE WS-OPERATOR-ID TO PND-MAKER-ID
           MOVE SPACES TO PND-ENTERED-STAMP
           STRING WS-CURRENT-TIMESTAMP(1:8) DELIMITED BY SIZE
