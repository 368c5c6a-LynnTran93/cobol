      ******************************************************************
      * Copybook: LJNLREC
      * Purpose:  Shared record layout for LOTJRNL.txt, the purchase
      *           lot journal for the lot changes neither POSJRNL.txt
      *           nor TRADELOG.txt can show. TRADE-BLOTTER appends
      *           each lot (or part of a lot) a transfer in kind
      *           moves to another account, with one position row
      *           for the transfer as a whole; each lot a sale by
      *           specific lot identification relieved; and the lot
      *           a cancelled sale puts back. CORP-ACTIONS appends a
      *           position row and a lot row for every position and
      *           lot a symbol rename re-keys, and DIVIDEND-POST the
      *           lot each reinvestment buys. A lot is named by its
      *           account, symbol, purchase date and cost per share
      *           as it stood before the change; the to account and
      *           to symbol are where it went. Position rows carry
      *           the position's currency. Relief and restore rows
      *           carry the trade's TRADELOG.txt sequence and are
      *           stamped with the trade's posting or cancel time,
      *           and rename and reinvestment rows with the stamp of
      *           their POSJRNL.txt row, so PORT-RECOVER can match
      *           each to the entry it is replaying.
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT Added the to symbol and currency, and the
      *                 rename, position-moved and reinvested-lot
      *                 rows.
      ******************************************************************
       01 LOT-JOURNAL-RECORD.
           05 LJ-DATE                 PIC X(8).
           05 LJ-TIME                 PIC X(6).
           05 LJ-PROGRAM              PIC X(12).
           05 LJ-OPERATOR             PIC X(10).
           05 LJ-ACTION               PIC X.
               88 LJ-TRANSFER             VALUE 'T'.
               88 LJ-RELIEVED             VALUE 'R'.
               88 LJ-RESTORED             VALUE 'C'.
               88 LJ-RENAMED              VALUE 'K'.
               88 LJ-POSITION-MOVED       VALUE 'P'.
               88 LJ-REINVESTED           VALUE 'D'.
           05 LJ-TRADE-SEQUENCE       PIC 9(5).
           05 LJ-SYMBOL               PIC X(7).
           05 LJ-ACCOUNT-ID           PIC X(8).
           05 LJ-TO-ACCOUNT-ID        PIC X(8).
           05 LJ-SHARES               PIC 9(5)V9999.
           05 LJ-PURCHASE-DATE        PIC X(8).
           05 LJ-COST-PER-SHARE       PIC 9(6)V99.
           05 LJ-FX-RATE              PIC 9(3)V9999.
           05 LJ-TO-SYMBOL            PIC X(7).
           05 LJ-CURRENCY-CODE        PIC X(3).
