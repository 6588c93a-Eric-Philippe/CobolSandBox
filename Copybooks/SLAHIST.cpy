      *================================================================
      *  SLAHIST - Weekly turnaround history record layout (SLAHIST).
      *  Three records per week (SLH-TYPE 'EXC', 'HLD', 'ALT') written
      *  by the turnaround report (SlaRpt); a rerun of the same week
      *  replaces that week's records.  Read back for the month over
      *  month trend, each week counting in the month of its end date.
      *  SLH-COUNT      : items handled in the week.
      *  SLH-TOTAL-DAYS : business days taken, summed over those items.
      *  SLH-BREACHES   : handled items over the target.
      *  SLH-OPEN-LATE  : items still waiting at the end of the week
      *                   and already over the target.
      *================================================================
       01  SLA-HIST-RECORD.
           05 SLH-WEEK-END        PIC 9(8).
           05 SLH-TYPE            PIC X(3).
           05 SLH-COUNT           PIC 9(5).
           05 SLH-TOTAL-DAYS      PIC 9(7).
           05 SLH-MAX-DAYS        PIC 9(3).
           05 SLH-BREACHES        PIC 9(5).
           05 SLH-OPEN-LATE       PIC 9(5).
           05 SLH-TARGET-DAYS     PIC 9(3).
           05 SLH-RUN-DATE        PIC 9(8).
