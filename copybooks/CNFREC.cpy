      ******************************************************************
      * Copybook: CNFREC
      * Purpose:  Shared record layout for CONFREG.txt, the permanent
      *           register of client trade confirmations. TRADE-
      *           CONFIRM appends one row for every notice it issues:
      *           a T row for the confirmation of a posted trade and
      *           an X row for the cancellation notice sent when that
      *           trade is later cancelled, carrying the number of the
      *           confirmation it replaces. Confirmation numbers run
      *           on from the highest number on file. A trade is keyed
      *           by its TRADELOG.txt sequence number, so the register
      *           proves every journal row was confirmed.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 CONFIRM-REGISTER-RECORD.
           05 CNF-NUMBER              PIC 9(7).
           05 CNF-TYPE                PIC X.
               88 CNF-CONFIRMATION        VALUE 'T'.
               88 CNF-CANCELLATION        VALUE 'X'.
           05 CNF-TRADE-SEQUENCE      PIC 9(5).
           05 CNF-ISSUE-DATE          PIC X(8).
           05 CNF-ACCOUNT-ID          PIC X(8).
           05 CNF-SIDE                PIC X.
           05 CNF-SYMBOL              PIC X(7).
           05 CNF-SHARES              PIC 9(5)V9999.
           05 CNF-NET-AMOUNT          PIC 9(11)V99.
           05 CNF-REPLACES            PIC 9(7).
