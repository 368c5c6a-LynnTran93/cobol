      ******************************************************************
      * Copybook: CTLREC
      * Purpose:  Shared record layout for MASTERCTL.txt, the master
      *           file integrity control register. One row per shop
      *           master (STOCKS, PORTFOLIO, PURCHASELOTS, ACCOUNTS,
      *           CASHLEDGER, EMPLOYEES, OPERATORS) holding the record
      *           count and hash total the last program of record
      *           left it with, and the result of the latest check.
      *           Maintained only through the MASTERCTL subprogram: a
      *           program that rewrites or appends to a master records
      *           the new figures after it closes the file, and
      *           BATCH-RUNNER and PREFLIGHT recompute them and refuse
      *           to go on when a file no longer matches -- it was
      *           changed by something that did not record it. A
      *           changed file stays flagged until a program records
      *           it again or the change is accepted on CTL-ADMIN.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 MASTER-CONTROL-RECORD.
           05 CTL-FILE-ID             PIC X(12).
           05 CTL-RECORD-COUNT        PIC 9(7).
           05 CTL-HASH-TOTAL          PIC 9(12).
           05 CTL-RECORDED-DATE       PIC X(8).
           05 CTL-RECORDED-TIME       PIC X(6).
           05 CTL-RECORDED-BY         PIC X(12).
           05 CTL-CHECK-STATUS        PIC X.
               88 CTL-IN-BALANCE          VALUE 'O' ' '.
               88 CTL-CHANGED-OUTSIDE     VALUE 'X'.
           05 CTL-CHECKED-DATE        PIC X(8).
           05 CTL-CHECKED-TIME        PIC X(6).
           05 CTL-CHECKED-BY          PIC X(12).
           05 CTL-FOUND-COUNT         PIC 9(7).
           05 CTL-FOUND-HASH          PIC 9(12).
