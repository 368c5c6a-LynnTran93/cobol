      *                 must be unloaded/reloaded once by the
      *                 CONVERT-LAYOUTS utility before any program
      *                 opens it at the new length.
      *   2026-10-15 LT Added STOCK-RISK-RATING, 1 (lowest) to 5
      *                 (speculative), maintained through STOCK-MAINT
      *                 and approved in STOCK-APPROVE, so a buy can be
      *                 checked against the client's own rating. Blank
      *                 is unrated and is never held against a trade.
      *                 The record grows by one byte, so an existing
      *                 STOCKS.txt is reloaded once by the one-shot
      *                 STOCK-CONVERT utility.
      *   2026-10-15 LT Added STOCK-SHARES-OUTSTANDING, the issuer's
      *                 shares outstanding, maintained through STOCK-
      *                 MAINT and STOCK-APPROVE and restated by CORP-
      *                 ACTIONS on a split, for the large-holding
      *                 disclosure report. Zero is not known. Shipped
      *                 in the same STOCK-CONVERT reload as the risk
      *                 rating.
      ******************************************************************
       01 STOCKRECORD.
           05 STOCKSYMBOL         PIC X(7).
               88 STOCK-INACTIVE      VALUE 'I'.
           05 STOCK-SECTOR-CODE   PIC X(4).
           05 STOCK-DIVIDEND-RATE PIC 9(3)V99.
           05 STOCK-RISK-RATING   PIC X.
               88 STOCK-UNRATED       VALUE ' '.
           05 STOCK-SHARES-OUTSTANDING PIC 9(12).
