      ******************************************************************
      * Copybook: LSTREC
      * Purpose:  Shared record layout for LISTINGS.txt, the exchange's
      *           daily listings bulletin -- one row per new listing
      *           (N), delisting (D) or name change (R), with the
      *           date it takes effect. A new listing carries the
      *           reference price and the listed shares outstanding;
      *           a name change carries the new name. Loaded by
      *           LISTING-LOAD into the STOCKPEND.txt approval queue.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 LISTING-RECORD.
           05 LST-ACTION              PIC X.
               88 LST-NEW-LISTING         VALUE 'N'.
               88 LST-DELISTING           VALUE 'D'.
               88 LST-NAME-CHANGE         VALUE 'R'.
           05 LST-EFFECTIVE-DATE      PIC X(8).
           05 LST-SYMBOL              PIC X(7).
           05 LST-NAME                PIC X(25).
           05 LST-PRICE               PIC 9(6)V99.
           05 LST-SHARES-OUTSTANDING  PIC 9(12).
