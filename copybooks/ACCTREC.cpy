      *           the house account and is never on this file.
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT Added the client profile: risk rating (1
      *                 lowest to 5 speculative, the same scale as
      *                 STOCK-RISK-RATING), investment objective,
      *                 horizon in years, and the date of the last
      *                 know-your-client review. A row written before
      *                 this change reads back as spaces -- no profile
      *                 on file -- and is never held against a trade.
      *   2026-10-15 LT Added a three-line mailing address for the
      *                 trade confirmation notices TRADE-CONFIRM
      *                 prints. A row written before this change reads
      *                 back with a blank address.
      ******************************************************************
       01 ACCOUNT-RECORD.
           05 ACCT-ID                 PIC X(8).
           05 ACCT-STATUS             PIC X.
               88 ACCT-OPEN               VALUE 'O' ' '.
               88 ACCT-CLOSED             VALUE 'C'.
           05 ACCT-RISK-RATING        PIC X.
               88 ACCT-NO-PROFILE         VALUE ' '.
           05 ACCT-OBJECTIVE          PIC X.
               88 ACCT-OBJ-PRESERVATION   VALUE 'P'.
               88 ACCT-OBJ-INCOME         VALUE 'I'.
               88 ACCT-OBJ-BALANCED       VALUE 'B'.
               88 ACCT-OBJ-GROWTH         VALUE 'G'.
               88 ACCT-OBJ-SPECULATION    VALUE 'S'.
           05 ACCT-HORIZON-YEARS      PIC X(2).
           05 ACCT-KYC-REVIEW-DATE    PIC X(8).
           05 ACCT-ADDRESS-1          PIC X(30).
           05 ACCT-ADDRESS-2          PIC X(30).
           05 ACCT-ADDRESS-3          PIC X(30).
