      ******************************************************************
      * Copybook: BSTATS
      * Purpose:  Batch elapsed-time history handed back by the
      *           BATCHHIST subprogram, worked out from the START/END
      *           pairs on BATCHLOG.txt over the last BS-NIGHTS-WANTED
      *           nights (from BATCHWIN.txt). A night runs from noon
      *           to noon, so a job that starts after midnight counts
      *           with the evening it belongs to; nights are oldest
      *           first. Per night: the first START, the last END,
      *           the window used between them and the time left
      *           before the window closes at BS-WINDOW-CLOSE the
      *           next morning (negative when the run overran it).
      *           Per JOBTABLE.txt job: each night's elapsed seconds
      *           for a run that ended NORMAL, the average, the
      *           longest, and the average of the older and the more
      *           recent half of the nights for the trend.
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       01 BATCH-STATS-AREA.
           05 BS-NIGHTS-WANTED        PIC 9(3).
           05 BS-OVERRUN-PCT          PIC 9(3).
           05 BS-WINDOW-CLOSE         PIC 9(4).
           05 BS-NIGHT-COUNT          PIC 9(3).
           05 BS-NIGHT OCCURS 60 TIMES.
               10 BS-NIGHT-DATE       PIC X(8).
               10 BS-NIGHT-FIRST-START PIC X(15).
               10 BS-NIGHT-LAST-END   PIC X(15).
               10 BS-NIGHT-USED-SECS  PIC 9(6).
               10 BS-NIGHT-LEFT-SECS  PIC S9(6).
           05 BS-JOB-COUNT            PIC 9(2).
           05 BS-JOB OCCURS 50 TIMES.
               10 BS-JOB-NAME         PIC X(12).
               10 BS-JOB-RUNS         PIC 9(3).
               10 BS-JOB-AVG-SECS     PIC 9(6).
               10 BS-JOB-MAX-SECS     PIC 9(6).
               10 BS-JOB-MAX-NIGHT    PIC X(8).
               10 BS-JOB-EARLY-AVG    PIC 9(6).
               10 BS-JOB-LATE-AVG     PIC 9(6).
               10 BS-JOB-NIGHT OCCURS 60 TIMES.
                   15 BS-JOB-RAN      PIC X.
                   15 BS-JOB-SECS     PIC 9(6).
