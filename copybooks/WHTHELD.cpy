      ******************************************************************
      * Copybook: WHTHELD
      * Purpose:  Shared record layout for WITHHELD.txt, the register
      *           of foreign tax withheld at source on dividends. One
      *           row per holding DIVIDEND-POST pays net of
      *           withholding: pay date, account, symbol, the
      *           currency paid in, the gross dividend, the percent
      *           applied and the tax withheld -- the figures the
      *           year-end foreign tax credit is claimed from. The
      *           withheld amount also posts to the cash ledger as a
      *           type-T debit beside the gross type-V receipt.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 WITHHELD-RECORD.
           05 WHH-PAY-DATE            PIC X(8).
           05 WHH-ACCOUNT-ID          PIC X(8).
           05 WHH-SYMBOL              PIC X(7).
           05 WHH-CURRENCY-CODE       PIC X(3).
           05 WHH-GROSS-AMOUNT        PIC 9(9)V99.
           05 WHH-PCT                 PIC 9(2)V99.
           05 WHH-WITHHELD-AMOUNT     PIC 9(9)V99.
