      *================================================================
      *  RETLOG - Branch-return trailer log (RETLOG).
      *  CALCRET.xxx is rewritten by every batch run, so Calculator
      *  also appends each return trailer here : one record per
      *  branch per run, dated with the run's booking date.  The
      *  monthly branch statement totals a branch's month from this
      *  log and balances it against the audit master.
      *================================================================
       01  RETURN-LOG-RECORD.
           05 RTL-DATE            PIC 9(8).
           05 RTL-RUN-ID          PIC X(8).
           05 RTL-BRANCH          PIC X(3).
           05 RTL-COUNT           PIC 9(7).
           05 RTL-HASH            PIC S9(13)V99.
           05 RTL-FEE-TOTAL       PIC S9(13)V99.
