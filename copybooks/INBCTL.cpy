      ******************************************************************
      * Copybook: INBCTL
      * Purpose:  Header and trailer records that frame every inbound
      *           interface file -- PRICEFEED.txt, PRICEFEED2.txt,
      *           TRADECONF.txt, ORDERCONF.txt, BROKERPOS.txt,
      *           HREXTRACT.txt, LISTINGS.txt, BANKSTMT.txt,
      *           GLTRIAL.txt and partial.txt. A
      *           batch opens with a *HDR row naming the sender, the
      *           business date and the sender's sequence number, and
      *           closes with a *TRL row carrying the count of detail
      *           rows between them and their hash total: the sum of
      *           the character codes of every non-blank character in
      *           those rows, modulo 10**12. A file may carry more
      *           than one batch, one after the other (each ORDER-EVAL
      *           run appends its own batch to ORDERCONF.txt). Checked
      *           by the INBOUNDCK subprogram before any loader reads
      *           the file; loaders pass over both rows.
      * Modification History:
      *   2026-10-15 LT Initial version.
      *   2026-10-15 LT Lists the files now framed; ORDER-EVAL
      *                 writes ORDERCONF.txt of its own.
      ******************************************************************
       01 INBOUND-CONTROL-RECORD.
           05 INB-RECORD-TAG          PIC X(4).
               88 INB-HEADER              VALUE '*HDR'.
               88 INB-TRAILER             VALUE '*TRL'.
           05 INB-HEADER-FIELDS.
               10 INB-SOURCE          PIC X(10).
               10 INB-BUSINESS-DATE   PIC X(8).
               10 INB-SEQUENCE-NO     PIC 9(6).
           05 INB-TRAILER-FIELDS REDEFINES INB-HEADER-FIELDS.
               10 INB-RECORD-COUNT    PIC 9(7).
               10 INB-HASH-TOTAL      PIC 9(12).
               10 FILLER              PIC X(5).
