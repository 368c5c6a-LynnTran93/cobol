      *   2026-08-21 LT Initial version.
      *   2026-08-21 LT RL-SHARES now carries four decimal places,
      *                 matching PORTREC's fractional P-SHARES.
      *   2026-10-15 LT Added the position's currency, the sale-date
      *                 FX rate and the split of the gain into its
      *                 security and currency parts, both stated in
      *                 the position's own currency: the security part
      *                 is the price movement at the sale-date rate,
      *                 the currency part is the lots' cost restated
      *                 at that rate less their cost at the trade-date
      *                 rates. A row written before this change reads
      *                 back blank and is treated as all security gain.
      ******************************************************************
       01 REALIZED-RECORD.
           05 RL-TRADE-DATE           PIC X(8).
           05 RL-COST                 PIC 9(9)V99.
           05 RL-GAIN-LOSS            PIC S9(9)V99 SIGN LEADING
                                          SEPARATE.
           05 RL-CURRENCY-CODE        PIC X(3).
           05 RL-FX-RATE              PIC 9(3)V9999.
           05 RL-SECURITY-GAIN        PIC S9(9)V99 SIGN LEADING
                                          SEPARATE.
           05 RL-CURRENCY-GAIN        PIC S9(9)V99 SIGN LEADING
                                          SEPARATE.
