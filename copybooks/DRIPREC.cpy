      ******************************************************************
      * Copybook: DRIPREC
      * Purpose:  Shared record layout for DRIPELECT.txt, the
      *           dividend reinvestment elections: one row per
      *           election with the account, the symbol it covers --
      *           blank covers every symbol the account holds -- the
      *           election itself (Y reinvests, N pays cash) and the
      *           date it takes effect. A symbol row beats the
      *           account's blank-symbol row; among rows of the same
      *           kind the latest effective date on or before the pay
      *           date wins, so a change of mind is a new row rather
      *           than an edit. Maintained by DRIP-MAINT; read by
      *           DIVIDEND-POST as it pays each calendar row.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 DRIP-ELECTION-RECORD.
           05 DRIP-ACCOUNT-ID         PIC X(8).
           05 DRIP-SYMBOL             PIC X(7).
           05 DRIP-REINVEST           PIC X.
               88 DRIP-REINVESTS          VALUE 'Y'.
               88 DRIP-PAYS-CASH          VALUE 'N'.
           05 DRIP-EFF-DATE           PIC X(8).
