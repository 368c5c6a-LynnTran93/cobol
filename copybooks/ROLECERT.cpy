      ******************************************************************
      * Copybook: ROLECERT
      * Purpose:  Shared record layout for ROLECERTS.txt, the role
      *           certification requirements: one row per operator
      *           role (OPERREC OP-ROLE) and course an operator in
      *           that role must hold current on CERTS.txt. A role
      *           with no rows needs nothing; the inquiry role is
      *           never gated, since it is what a lapse falls back to.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 ROLE-CERT-RECORD.
           05 RC-ROLE                 PIC X.
           05 RC-COURSE               PIC X(10).
