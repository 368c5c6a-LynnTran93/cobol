      *           can answer "how many moved out of 210 this year".
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT Grade and step before and after. A pay grade
      *                 or step change writes a row too, with the
      *                 department unchanged; a transfer row carries
      *                 the grade unchanged. Older rows read blank
      *                 here, which is no grade change.
      ******************************************************************
       01 TRANSFER-HISTORY-RECORD.
           05 XF-DATE                 PIC X(8).
           05 XF-FROM-DEPT            PIC 9(3).
           05 XF-TO-DEPT              PIC 9(3).
           05 XF-OPERATOR             PIC X(10).
           05 XF-FROM-GRADE           PIC X(2).
           05 XF-FROM-STEP            PIC X(2).
           05 XF-TO-GRADE             PIC X(2).
           05 XF-TO-STEP              PIC X(2).
