      *                 old layout must be converted once by the
      *                 CONVERT-LAYOUTS utility before it is read
      *                 through this copybook.
      *   2026-10-15 LT Added LOT-FX-RATE, the FXRATES rate (units of
      *                 the position's currency per USD) in effect on
      *                 the trade date, so a lot's cost can be stated
      *                 in the position's own currency as it stood when
      *                 the lot was bought. A row written before this
      *                 change reads back blank; readers treat a blank
      *                 or zero rate as unknown and value that lot at
      *                 the current rate, i.e. with no currency gain.
      ******************************************************************
       01 PURCHASE-LOT-RECORD.
           05 LOT-SYMBOL              PIC X(7).
           05 LOT-COST-PER-SHARE      PIC 9(6)V99.
           05 LOT-PURCHASE-DATE       PIC X(8).
           05 LOT-ACCOUNT-ID          PIC X(8).
           05 LOT-FX-RATE             PIC 9(3)V9999.
