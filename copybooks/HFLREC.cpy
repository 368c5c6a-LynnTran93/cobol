      ******************************************************************
      * Copybook: HFLREC
      * Purpose:  Shared record layout for HOLDFILE.txt, the register
      *           of large-holding disclosure filings. HOLD-DISCL
      *           appends one row each night a filing falls due for a
      *           symbol -- the shop's combined holding first reaching
      *           the filing threshold, moving a further step since
      *           the last filing, or dropping back below the
      *           threshold -- with the holding and percentage the
      *           filing is made on. The latest row per symbol is the
      *           base the next night's change is measured from.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 HOLDING-FILING-RECORD.
           05 HFL-SYMBOL              PIC X(7).
           05 HFL-FILING-DATE         PIC X(8).
           05 HFL-HOLDING             PIC 9(9)V9999.
           05 HFL-SHARES-OUTSTANDING  PIC 9(12).
           05 HFL-PERCENT             PIC 9(3)V9999.
