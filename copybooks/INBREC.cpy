      ******************************************************************
      * Copybook: INBREC
      * Purpose:  Shared record layout for INBOUND.txt, the inbound
      *           file register. INBOUNDCK appends one row for every
      *           header/trailer batch it checks -- accepted or
      *           rejected, with the reason -- so a sequence number
      *           already accepted is refused the second time it
      *           arrives, and HANDOVER-REPORT lists the day's
      *           arrivals and rejections.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 INBOUND-REGISTER-RECORD.
           05 IBR-FILE-ID             PIC X(12).
           05 IBR-SOURCE              PIC X(10).
           05 IBR-BUSINESS-DATE       PIC X(8).
           05 IBR-SEQUENCE-NO         PIC 9(6).
           05 IBR-RECEIVED-DATE       PIC X(8).
           05 IBR-RECEIVED-TIME       PIC X(6).
           05 IBR-PROGRAM-ID          PIC X(12).
           05 IBR-RECORD-COUNT        PIC 9(7).
           05 IBR-HASH-TOTAL          PIC 9(12).
           05 IBR-STATUS              PIC X.
               88 IBR-ACCEPTED            VALUE 'A'.
               88 IBR-REJECTED            VALUE 'R'.
           05 IBR-REASON              PIC X(30).
