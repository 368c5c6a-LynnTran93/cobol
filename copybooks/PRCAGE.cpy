      ******************************************************************
      * Copybook: PRCAGE
      * Purpose:  Closing-price age handed back by the PRICEAGE
      *           subprogram. Function L loads the PRICEHIST.txt
      *           price dates on or before PA-REF-DATE, the
      *           PRICESTALE.txt limit and (for a run dated today)
      *           the PRICEHELD.txt review queue; function A then
      *           ages one symbol: the date of its latest price row,
      *           how many business days (DATEUTIL / HOLIDAYS.txt)
      *           have passed since, and whether that makes its close
      *           stale. A symbol with a feed price still waiting on
      *           the review queue is reported as held rather than
      *           stale, and one with no price row at all is stale
      *           with a blank last date.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 PRICE-AGE-AREA.
           05 PA-FUNCTION             PIC X.
               88 PA-LOAD                 VALUE 'L'.
               88 PA-AGE-SYMBOL           VALUE 'A'.
           05 PA-REF-DATE             PIC X(8).
           05 PA-SYMBOL               PIC X(7).
           05 PA-STALE-LIMIT          PIC 9(3).
           05 PA-LAST-DATE            PIC X(8).
           05 PA-AGE-DAYS             PIC 9(3).
           05 PA-STATUS               PIC X.
               88 PA-CURRENT              VALUE 'C'.
               88 PA-STALE                VALUE 'S'.
               88 PA-HELD                 VALUE 'H'.
