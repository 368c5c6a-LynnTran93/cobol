      ******************************************************************
      * Copybook: SNAPREC
      * Purpose:  Shared record layout for SNAPSHOTS.txt, the register
      *           of nightly portfolio snapshots. PROJECT2 appends one
      *           row each time it copies PORTFOLIO.txt and
      *           PURCHASELOTS.txt to their dated PORTFOLIO-yyyymmdd.txt
      *           and PURCHASELOTS-yyyymmdd.txt copies, stamped with
      *           the time the copy was taken and the rows in each.
      *           PORT-RECOVER starts from the latest snapshot on the
      *           register and replays only what was posted after its
      *           stamp. A second run on the same day overwrites that
      *           day's copies, so only the day's last row describes
      *           the files on disk.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 SNAPSHOT-REGISTER-RECORD.
           05 SNP-DATE                PIC X(8).
           05 SNP-TIME                PIC X(6).
           05 SNP-POSITION-ROWS       PIC 9(5).
           05 SNP-LOT-ROWS            PIC 9(5).
