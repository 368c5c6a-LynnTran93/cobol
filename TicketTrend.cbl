      * Tectonics: cobc
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT Gift voucher sale and redemption rows are
      *                 passed over; they are neither admissions nor
      *                 ticket revenue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-TREND.
           END-IF
           PERFORM UNTIL NO-MORE-TRANSACTIONS
               IF TS-DATE NUMERIC AND TS-PRICE NUMERIC
                   AND NOT TS-VOUCHER-ROW
                   PERFORM 2000-TAKE-ONE-TRANSACTION
               END-IF
               PERFORM 1100-READ-TRANSACTION-ROW
