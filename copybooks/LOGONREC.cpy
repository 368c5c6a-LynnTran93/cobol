      ******************************************************************
      * Copybook: LOGONREC
      * Purpose:  Shared record layout for LOGONS.txt, the active
      *           session register: one row per operator id signed on
      *           at SHOP-MENU, with the terminal, when the session
      *           signed on and when its last menu choice was made.
      *           SHOP-MENU adds the row at logon and refuses a second
      *           logon for an id whose row is still live (last
      *           activity inside the IDLELIMIT.txt idle limit),
      *           refreshes it on every menu choice and removes it at
      *           sign-off; a row left past the idle limit is taken
      *           over by the next logon. OPER-MAINT lists the rows
      *           and clears a stuck one.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 ACTIVE-SESSION-RECORD.
           05 AS-OPERATOR-ID          PIC X(10).
           05 AS-TERMINAL-ID          PIC X(8).
           05 AS-SIGNON-DATE          PIC X(8).
           05 AS-SIGNON-TIME          PIC X(6).
           05 AS-LAST-DATE            PIC X(8).
           05 AS-LAST-TIME            PIC X(6).
