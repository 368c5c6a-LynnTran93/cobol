      *                 Blank on rows written before sessions
      *                 existed; TICKET-RECON balances the day the
      *                 same either way.
      *   2026-10-15 LT Added gift voucher rows: type G is a
      *                 voucher sold (cash in, a liability until it
      *                 is spent) and type R a voucher taken as
      *                 payment against a ticket sale, priced at the
      *                 amount redeemed. Both carry the voucher in
      *                 the new TS-VOUCHER-NUMBER and category
      *                 VOUCHER; neither is ticket revenue, so the
      *                 ticket-take readers pass them over.
      *   2026-10-15 LT Added the tender: every sale, void and
      *                 voucher sale carries TS-TENDER-1 (CA cash, DB
      *                 debit card, CR credit card, VO gift voucher,
      *                 DP group deposit applied) with the amount
      *                 taken on it, and a sale split across two
      *                 tenders carries the second in TS-TENDER-2.
      *                 Rows written before tenders existed read back
      *                 with a blank tender and count as cash for the
      *                 whole price. Type-R voucher rows are the
      *                 voucher's own ledger and carry no tender.
      ******************************************************************
       01 TICKET-SALE-RECORD.
           05 TS-DATE                 PIC X(8).
           05 TS-TYPE                 PIC X.
               88 TS-SALE                 VALUE 'S'.
               88 TS-VOID                 VALUE 'V'.
               88 TS-VOUCHER-SALE         VALUE 'G'.
               88 TS-VOUCHER-REDEEM       VALUE 'R'.
               88 TS-VOUCHER-ROW          VALUE 'G' 'R'.
           05 TS-CATEGORY             PIC X(10).
           05 TS-PRICE                PIC 9(3)V99.
           05 TS-PASS-NUMBER          PIC X(8).
           05 TS-SESSION              PIC X(4).
           05 TS-VOUCHER-NUMBER       PIC X(8).
           05 TS-TENDER-1             PIC X(2).
               88 TS-TENDER-1-CASH        VALUE 'CA' SPACES.
               88 TS-TENDER-1-DEBIT       VALUE 'DB'.
               88 TS-TENDER-1-CREDIT      VALUE 'CR'.
               88 TS-TENDER-1-VOUCHER     VALUE 'VO'.
               88 TS-TENDER-1-DEPOSIT     VALUE 'DP'.
           05 TS-TENDER-1-AMOUNT      PIC 9(3)V99.
           05 TS-TENDER-2             PIC X(2).
               88 TS-TENDER-2-CASH        VALUE 'CA'.
               88 TS-TENDER-2-DEBIT       VALUE 'DB'.
               88 TS-TENDER-2-CREDIT      VALUE 'CR'.
               88 TS-TENDER-2-VOUCHER     VALUE 'VO'.
               88 TS-TENDER-2-DEPOSIT     VALUE 'DP'.
               88 TS-NO-SPLIT             VALUE SPACES.
           05 TS-TENDER-2-AMOUNT      PIC 9(3)V99.
