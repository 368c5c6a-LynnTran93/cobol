      ******************************************************************
      * Copybook: COMMREC
      * Purpose:  Shared record layout for COMMSCHED.txt, the broker
      *           commission schedule: one row per account type and
      *           effective date with the basis -- F a flat charge
      *           per trade, S a rate per share, P a percent of the
      *           trade value -- the rate, and the minimum charge the
      *           computed figure is raised to. A blank account type
      *           is the shop default for any type without a row of
      *           its own. Maintained by COMM-MAINT; TRADE-BLOTTER
      *           takes, for the trade's account type, the row with
      *           the latest effective date on or before the trade
      *           date, so a new tariff is keyed ahead of time as a
      *           new row.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 COMMISSION-SCHEDULE-RECORD.
           05 CM-ACCT-TYPE            PIC X(8).
           05 CM-EFF-DATE             PIC X(8).
           05 CM-BASIS                PIC X.
               88 CM-FLAT                 VALUE 'F'.
               88 CM-PER-SHARE            VALUE 'S'.
               88 CM-PERCENT              VALUE 'P'.
           05 CM-RATE                 PIC 9(5)V9999.
           05 CM-MINIMUM              PIC 9(5)V99.
