      ******************************************************************
      * Copybook: STAFFREC
      * Purpose:  Shared record layout for STAFFACCT.txt, the staff
      *           account register: one row for each client account
      *           tied to an employee -- the employee's own account,
      *           one held jointly with family, or one the employee
      *           holds a power over. Compliance keys it by hand from
      *           the annual staff dealing declarations. SOD-REPORT
      *           reads it to flag an operator whose linked employee
      *           id (OP-EMPLOYEE-ID) posts to one of these accounts.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 STAFF-ACCOUNT-RECORD.
           05 SA-EMPLOYEE-ID          PIC X(6).
           05 SA-ACCOUNT-ID           PIC X(8).
           05 SA-TIE                  PIC X.
               88 SA-TIE-OWN              VALUE 'O'.
               88 SA-TIE-JOINT            VALUE 'J'.
               88 SA-TIE-POWER            VALUE 'P'.
