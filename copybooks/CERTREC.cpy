      ******************************************************************
      * Copybook: CERTREC
      * Purpose:  Shared record layout for CERTS.txt, the training and
      *           certification register: one row per course an
      *           employee has completed, with the completion date and
      *           the date the certification expires (blank for one
      *           that does not). A renewal is a new row; for each
      *           employee and course the row with the latest
      *           completion date is the one that counts. Rows are
      *           keyed in EMPLOYEE-RECORDS; the shared CERTCHK
      *           subprogram tests them against the ROLECERTS.txt
      *           role requirements for OPER-MAINT and SHOP-MENU.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 CERTIFICATION-RECORD.
           05 CT-EMPLOYEE-ID          PIC 9(6).
           05 CT-COURSE               PIC X(10).
           05 CT-COMPLETED-DATE       PIC X(8).
           05 CT-EXPIRY-DATE          PIC X(8).
           05 CT-OPERATOR-ID          PIC X(10).
