      * Copybook: PJNLREC
      * Purpose:  Shared record layout for POSJRNL.txt, the position
      *           change journal. Every program that rewrites a
      *           PORTFOLIO.txt position -- TRADE-BLOTTER, PORT-MAINT,
      *           CORP-ACTIONS and DIVIDEND-POST's reinvestment --
      *           appends one row per changed
      *           position: when, which program, which operator,
      *           and the share count and average cost before and
      *           after. When a share count looks wrong a week
      *           carries the money. Read by POS-JOURNAL-REPORT.
      * Modification History:
      *   2026-09-03 LT Initial version.
      *   2026-10-15 LT DIVIDEND-POST now journals the positions its
      *                 dividend reinvestment adds shares to, with
      *                 BATCH as the operator.
      ******************************************************************
       01 POSITION-JOURNAL-RECORD.
           05 PJ-DATE                 PIC X(8).
