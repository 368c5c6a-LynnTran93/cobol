      *           trade and dividend rows and is blank otherwise.
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT A dividend reinvested by DIVIDEND-POST posts
      *                 its purchase as a B row whose reference is the
      *                 symbol in positions 1-7 and DRP in 8-10, so
      *                 reports can tell a reinvestment from a blotter
      *                 buy.
      *   2026-10-15 LT Added type C for the broker commission on a
      *                 blotter trade, posted as its own debit beside
      *                 the trade's B or S row with the symbol as the
      *                 reference, so the commission never hides in
      *                 the trade amount and never reads as a
      *                 FEE-BILLING management fee.
      *   2026-10-15 LT Added type I for the month's interest on idle
      *                 cash, credited by INT-ACCRUAL with INT and the
      *                 interest month (INT YYYYMM) as the reference.
      *   2026-10-15 LT Added type T for foreign tax withheld at
      *                 source on a dividend, posted by DIVIDEND-POST
      *                 as a debit beside the gross type-V receipt
      *                 with the symbol as the reference.
      ******************************************************************
       01 CASH-LEDGER-RECORD.
           05 CSH-DATE                PIC X(8).
               88 CSH-SELL                VALUE 'S'.
               88 CSH-DIVIDEND            VALUE 'V'.
               88 CSH-FEE                 VALUE 'F'.
               88 CSH-COMMISSION          VALUE 'C'.
               88 CSH-INTEREST            VALUE 'I'.
               88 CSH-TAX-WITHHELD        VALUE 'T'.
           05 CSH-AMOUNT              PIC S9(9)V99 SIGN LEADING
                                          SEPARATE.
           05 CSH-REFERENCE           PIC X(10).
