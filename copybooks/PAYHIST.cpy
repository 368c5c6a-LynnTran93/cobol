      ******************************************************************
      * Copybook: PAYHIST
      * Purpose:  Shared record layout for PAYHIST.txt, the year-to-
      *           date earnings history. PAY-HISTORY appends every
      *           row of a PAYROLL.txt extract once an operator has
      *           approved it -- the details and the closing control
      *           row alike, each as the PAYREC image behind the date
      *           it was posted and the approving operator -- so the
      *           year's pay survives the next extract overwriting
      *           PAYROLL.txt. A pay period is posted only once.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 PAY-HISTORY-RECORD.
           05 PH-POSTED-DATE          PIC X(8).
           05 PH-APPROVER             PIC X(10).
           05 PH-PAYROLL-IMAGE        PIC X(100).
