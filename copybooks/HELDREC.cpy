      *           row stops poisoning the whole night's valuation.
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT Added HP-HOLD-REASON -- T for a move outside
      *                 the tolerance band, V for a primary price the
      *                 second price vendor disagrees with -- and the
      *                 second vendor's price and the spread between
      *                 the two. A row written before this change
      *                 reads back with a blank reason and is a
      *                 tolerance hold.
      ******************************************************************
       01 HELD-PRICE-RECORD.
           05 HP-SYMBOL               PIC X(7).
           05 HP-NEW-PRICE            PIC 9(6)V99.
           05 HP-MOVE-PCT             PIC 9(3)V99.
           05 HP-FEED-DATE            PIC X(8).
           05 HP-HOLD-REASON          PIC X.
               88 HP-TOLERANCE-HOLD       VALUE 'T' ' '.
               88 HP-VENDOR-HOLD          VALUE 'V'.
           05 HP-SECOND-PRICE         PIC 9(6)V99.
           05 HP-SPREAD-PCT           PIC 9(3)V99.
