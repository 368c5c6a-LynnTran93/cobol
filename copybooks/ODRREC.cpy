      ******************************************************************
      * Copybook: ODRREC
      * Purpose:  Shared record layout for OVERDRAWN.txt, the register
      *           of accounts short of cash. CASH-MONITOR rewrites it
      *           each night with one row for every account whose
      *           settled cash is negative, or will be once its
      *           pending trades settle. The negative-since date is
      *           the first night the settled balance was seen below
      *           zero and is carried forward from the previous
      *           night's row for as long as the account stays
      *           overdrawn, so the days-negative count survives from
      *           run to run. An account short only on settlement
      *           carries a blank negative-since date.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 OVERDRAWN-RECORD.
           05 ODR-ACCOUNT-ID          PIC X(8).
           05 ODR-RUN-DATE            PIC X(8).
           05 ODR-NEGATIVE-SINCE      PIC X(8).
           05 ODR-SETTLED-BALANCE     PIC S9(9)V99 SIGN LEADING
                                          SEPARATE.
           05 ODR-PROJECTED-BALANCE   PIC S9(9)V99 SIGN LEADING
                                          SEPARATE.
           05 ODR-CALL-AMOUNT         PIC 9(9)V99.
           05 ODR-DEPOSIT-BY          PIC X(8).
           05 ODR-STATUS              PIC X.
               88 ODR-OVERDRAWN           VALUE 'O'.
               88 ODR-SHORT-ON-SETTLE     VALUE 'S'.
           05 ODR-LIQUIDATION-FLAG    PIC X.
               88 ODR-LIQUIDATION-REVIEW  VALUE 'Y'.
