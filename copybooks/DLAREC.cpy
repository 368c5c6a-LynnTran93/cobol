      ******************************************************************
      * Copybook: DLAREC
      * Purpose:  Shared record layout for DELISTALERT.txt. LISTING-
      *           LOAD appends one row for each delisting on the
      *           exchange bulletin that any account still holds,
      *           with the number of accounts and the combined shares
      *           held; HANDOVER-REPORT lists the day's rows so the
      *           morning shift acts before the symbol stops pricing.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 DELIST-ALERT-RECORD.
           05 DLA-ALERT-DATE          PIC X(8).
           05 DLA-SYMBOL              PIC X(7).
           05 DLA-EFFECTIVE-DATE      PIC X(8).
           05 DLA-ACCOUNT-COUNT       PIC 9(4).
           05 DLA-SHARES-HELD         PIC 9(9)V9999.
