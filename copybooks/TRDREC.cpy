      *                 blank settle date, which readers treat as
      *                 settling on the trade date, so existing data
      *                 still works.
      *   2026-10-15 LT Added TRD-BROKER and TRD-COMMISSION at the end
      *                 of the row: the executing broker and the
      *                 commission charged under the COMMSCHED.txt
      *                 schedule, so a cancel can reverse the charge
      *                 and COMM-REPORT can total it. A row written
      *                 before this change reads back blank, which
      *                 readers treat as no broker and no commission.
      *   2026-10-15 LT Added TRD-POSTED-DATE and TRD-POSTED-TIME at
      *                 the end of the row: the moment the blotter
      *                 posted the trade, as against the trade date
      *                 keyed for it. PORT-RECOVER replays the journal
      *                 in posting order from a snapshot, which a
      *                 back-dated trade date cannot give it. A row
      *                 written before this change reads back blank,
      *                 which readers treat as posted before any
      *                 snapshot on file.
      *   2026-10-15 LT Added TRD-RELIEF-METHOD (F FIFO, H highest
      *                 cost first, S specific lots -- blank on a buy
      *                 and on older rows, read as FIFO) and the date
      *                 and time a cancel reversed the trade
      *                 (TRD-CANCEL-DATE/TIME), so PORT-RECOVER can
      *                 relieve lots as the sale did and replay a
      *                 cancel as a reversal at the moment it was
      *                 made. The specific lots a sale relieved are
      *                 on the LOTJRNL.txt lot journal (see LJNLREC).
      ******************************************************************
       01 TRADE-LOG-RECORD.
           05 TRD-SEQUENCE            PIC 9(5).
               88 TRD-POSTED              VALUE 'P'.
               88 TRD-CANCELLED           VALUE 'C'.
           05 TRD-SETTLE-DATE         PIC X(8).
           05 TRD-BROKER              PIC X(8).
           05 TRD-COMMISSION          PIC 9(7)V99.
           05 TRD-POSTED-DATE         PIC X(8).
           05 TRD-POSTED-TIME         PIC X(6).
           05 TRD-RELIEF-METHOD       PIC X.
               88 TRD-RELIEF-HIGH-COST    VALUE 'H'.
               88 TRD-RELIEF-SPECIFIC     VALUE 'S'.
           05 TRD-CANCEL-DATE         PIC X(8).
           05 TRD-CANCEL-TIME         PIC X(6).
