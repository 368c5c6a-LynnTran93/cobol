      ******************************************************************
      * Copybook: WHTRATE
      * Purpose:  Shared record layout for WHTRATES.txt, the foreign
      *           dividend withholding tax table: the currency a
      *           security pays in (standing for its country of
      *           issue), the account type the rate applies to --
      *           blank covers every type with no row of its own --
      *           the percent withheld at source and the date it
      *           takes effect. An account type's own row beats the
      *           blank-type row; among rows of the same kind the
      *           latest effective date on or before the pay date
      *           wins, so a treaty change is a new row keyed ahead
      *           of time. A currency with no row is not withheld.
      *           Read by DIVIDEND-POST as it pays each holding.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 WITHHOLDING-RATE-RECORD.
           05 WHR-CURRENCY-CODE       PIC X(3).
           05 WHR-ACCT-TYPE           PIC X(8).
           05 WHR-PCT                 PIC 9(2)V99.
           05 WHR-EFF-DATE            PIC X(8).
