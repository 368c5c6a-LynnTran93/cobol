      ******************************************************************
      * Copybook: OTRULREC
      * Purpose:  Shared record layout for OTRULES.txt, the overtime
      *           rules reference: per pay grade, the hours a day and
      *           the hours a week after which time is overtime, and
      *           the premium paid on overtime hours as a percentage
      *           of the hourly rate (050.00 is time and a half). A
      *           zero threshold switches that test off. Grade ** is
      *           the rule for every grade without a row of its own.
      *           Rows are effective-dated like PAYGRADES.txt -- the
      *           latest effective date that has arrived wins.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 OT-RULE-RECORD.
           05 OT-GRADE                PIC X(2).
           05 OT-DAILY-HOURS          PIC 9(2)V99.
           05 OT-WEEKLY-HOURS         PIC 9(2)V99.
           05 OT-PREMIUM-PCT          PIC 9(3)V99.
           05 OT-EFF-DATE             PIC X(8).
