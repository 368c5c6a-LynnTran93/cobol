      ******************************************************************
      * Copybook: HHREC
      * Purpose:  Shared record layout for HOUSEHOLDS.txt, the
      *           household master that groups a client's accounts
      *           (personal, joint, RRSP, TFSA ...) under one
      *           household id. Each household has one H row -- the
      *           head-of-household name and the currency its
      *           consolidated figures are reported in -- and one M
      *           row per member account. An account belongs to at
      *           most one household. Maintained by HOUSEHOLD-MAINT;
      *           read by HOUSEHOLD-REPORT and CLIENT-STATEMENT.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 HOUSEHOLD-RECORD.
           05 HH-ROW-TYPE             PIC X.
               88 HH-HEADER-ROW           VALUE 'H'.
               88 HH-MEMBER-ROW           VALUE 'M'.
           05 HH-ID                   PIC X(8).
           05 HH-ACCOUNT-ID           PIC X(8).
           05 HH-HEAD-NAME            PIC X(25).
           05 HH-REPORT-CURRENCY      PIC X(3).
