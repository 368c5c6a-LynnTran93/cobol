      *           rejects each item under a second operator's id.
      * Modification History:
      *   2026-08-21 LT Initial version.
      *   2026-10-15 LT Added PND-RISK-RATING, the stock risk rating
      *                 queued with the change. On a change, blank
      *                 leaves the master's current rating alone.
      *   2026-10-15 LT LISTING-LOAD also queues adds, name changes
      *                 and deactivations here from the exchange
      *                 listings bulletin, under maker id LISTING-LD.
      *   2026-10-15 LT Added PND-SHARES-OUTSTANDING. On a change,
      *                 zero leaves the master's current figure alone;
      *                 a row queued before this change reads back
      *                 blank and is treated as zero.
      ******************************************************************
       01 PENDING-STOCK-RECORD.
           05 PND-ACTION              PIC X.
           05 PND-DIVIDEND            PIC 9(3)V99.
           05 PND-MAKER-ID            PIC X(10).
           05 PND-ENTERED-STAMP       PIC X(15).
           05 PND-RISK-RATING         PIC X.
           05 PND-SHARES-OUTSTANDING  PIC 9(12).
