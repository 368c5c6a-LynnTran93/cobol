      ******************************************************************
      * Copybook: RPTQREC
      * Purpose:  Shared record layout for RPTQUEUE.txt, the deferred
      *           report queue. SHOP-MENU appends one row when an
      *           operator submits a long-running report for the
      *           overnight batch instead of tying the terminal up in
      *           the day; BATCH-RUNNER works the queued rows after
      *           the scheduled jobs and writes back the completion
      *           status and the output file the report produced; the
      *           operator's next sign-on shows the result and marks
      *           the row seen. A finished row the operator has seen
      *           is dropped the next night.
      *           The parameters hold the report's own inputs: for
      *           CLIENT-STATEMENT the account (blank for every open
      *           account) and the statement period; TICKET-TREND and
      *           the LAB-6 election projection take none.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 REPORT-REQUEST-RECORD.
           05 RQ-OPERATOR-ID          PIC X(10).
           05 RQ-SUBMIT-DATE          PIC X(8).
           05 RQ-SUBMIT-TIME          PIC X(6).
           05 RQ-REPORT-ID            PIC X(16).
               88 RQ-CLIENT-STATEMENT     VALUE 'CLIENT-STATEMENT'.
               88 RQ-TICKET-TREND         VALUE 'TICKET-TREND'.
               88 RQ-ELECTION-PROJECTION  VALUE 'LAB-6'.
           05 RQ-PARAMETERS           PIC X(24).
           05 RQ-STATEMENT-PARMS REDEFINES RQ-PARAMETERS.
               10 RQ-STMT-ACCOUNT     PIC X(8).
               10 RQ-STMT-FROM-DATE   PIC X(8).
               10 RQ-STMT-TO-DATE     PIC X(8).
           05 RQ-STATUS               PIC X.
               88 RQ-QUEUED               VALUE 'Q'.
               88 RQ-COMPLETED            VALUE 'C'.
               88 RQ-FAILED               VALUE 'F'.
           05 RQ-RUN-DATE             PIC X(8).
           05 RQ-RUN-TIME             PIC X(6).
           05 RQ-OUTPUT-NAME          PIC X(40).
           05 RQ-SEEN                 PIC X.
               88 RQ-SEEN-BY-OPERATOR     VALUE 'Y'.
