      ******************************************************************
      * Copybook: VOUCHREC
      * Purpose:  Shared record layout for VOUCHERS.txt, the gift
      *           voucher master: one row per voucher sold at the
      *           ticket desk with its face value, the balance still
      *           unredeemed, the issue and expiry dates and the
      *           status. The desk sells vouchers and takes them as
      *           payment against any ticket sale, drawing the
      *           balance down; a voucher whose balance reaches zero
      *           flips to used. VOUCHER-RPT reads the master for
      *           the month-end outstanding-voucher liability.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 GIFT-VOUCHER-RECORD.
           05 VC-VOUCHER-NUMBER       PIC X(8).
           05 VC-FACE-VALUE           PIC 9(3)V99.
           05 VC-BALANCE              PIC 9(3)V99.
           05 VC-ISSUE-DATE           PIC X(8).
           05 VC-EXPIRY-DATE          PIC X(8).
           05 VC-STATUS               PIC X.
               88 VC-ACTIVE               VALUE 'A'.
               88 VC-USED                 VALUE 'U'.
