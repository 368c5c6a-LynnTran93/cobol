      ******************************************************************
      * Copybook: AEVTREC
      * Purpose:  Shared record layout for ACCTEVT.txt, the account
      *           event history ACCOUNT-MAINT appends to whenever an
      *           account is opened, closed or reopened. ACCOUNTS.txt
      *           only carries the current status, so this is where
      *           the date an account came on or went off the books
      *           is kept; MGMT-PACK counts the month's openings and
      *           closings from it. An account added before the
      *           history was kept has no opening row.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 ACCOUNT-EVENT-RECORD.
           05 AE-EVENT-DATE           PIC X(8).
           05 AE-ACCOUNT-ID           PIC X(8).
           05 AE-EVENT                PIC X.
               88 AE-OPENED               VALUE 'O'.
               88 AE-CLOSED               VALUE 'C'.
               88 AE-REOPENED             VALUE 'R'.
           05 AE-ACCOUNT-TYPE         PIC X(8).
