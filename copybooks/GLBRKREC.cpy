      ******************************************************************
      * Copybook: GLBRKREC
      * Purpose:  Shared record layout for GLBREAKS.txt, the register
      *           GL-TIEOUT keeps of each month's trial balance tie-
      *           out. Every tie-out run for a period replaces that
      *           period's rows with one R row (when it ran and how
      *           many breaks it found) and one B row per GL account
      *           and journal source that did not tie, carrying the
      *           GL's balance, the balance our records support, and
      *           -- once signed off -- who accepted the break and
      *           why. CLOSE-PERIOD reads it to refuse a close until
      *           the period has tied out or every break is signed
      *           off.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 GL-BREAK-RECORD.
           05 BRK-TYPE                PIC X.
               88 BRK-RUN-ROW             VALUE 'R'.
               88 BRK-BREAK-ROW           VALUE 'B'.
           05 BRK-PERIOD              PIC X(6).
           05 BRK-RUN-STAMP           PIC X(15).
           05 BRK-GL-ACCT             PIC X(8).
           05 BRK-SOURCE              PIC X(8).
           05 BRK-GL-BALANCE          PIC S9(13)V99 SIGN LEADING
                                          SEPARATE.
           05 BRK-OUR-BALANCE         PIC S9(13)V99 SIGN LEADING
                                          SEPARATE.
           05 BRK-BREAK-COUNT         PIC 9(4).
           05 BRK-SIGNED-BY           PIC X(8).
           05 BRK-REASON              PIC X(40).
