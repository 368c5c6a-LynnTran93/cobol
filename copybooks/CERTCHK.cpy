      ******************************************************************
      * Copybook: CERTCHK
      * Purpose:  Calling area for the CERTCHK subprogram. Function L
      *           loads CERTS.txt and ROLECERTS.txt; function C then
      *           tests whether the employee linked to an operator
      *           (CC-EMPLOYEE-ID, OPERREC OP-EMPLOYEE-ID) holds every
      *           certification CC-ROLE requires, current on
      *           CC-AS-OF-DATE. When one is not, CC-MISSING-COURSE
      *           names the first such course and CC-REASON says
      *           whether it has lapsed or was never held. A role
      *           with requirements is never current for an operator
      *           with no employee link.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 CERT-CHECK-AREA.
           05 CC-FUNCTION             PIC X.
               88 CC-LOAD                 VALUE 'L'.
               88 CC-CHECK-ROLE           VALUE 'C'.
           05 CC-AS-OF-DATE           PIC X(8).
           05 CC-EMPLOYEE-ID          PIC X(6).
           05 CC-ROLE                 PIC X.
           05 CC-RESULT               PIC X.
               88 CC-CURRENT              VALUE 'Y'.
               88 CC-NOT-CURRENT          VALUE 'N'.
           05 CC-MISSING-COURSE       PIC X(10).
           05 CC-REASON               PIC X.
               88 CC-LAPSED               VALUE 'L'.
               88 CC-NEVER-HELD           VALUE 'M'.
               88 CC-NOT-LINKED           VALUE 'U'.
