      *================================================================
      *  ACKREG - Return acknowledgement register (ACKREG).
      *  Rewritten by the acknowledgement matching program on every
      *  pass; read by the morning status for the outstanding
      *  returns.  One record per branch return (RETLOG) of the last
      *  30 days, keyed branch + run id.
      *  ARG-STATE : 'M' = no acknowledgement yet,
      *              'A' = accepted, count and hash agreeing,
      *              'D' = disputed by the branch,
      *              'E' = accepted but quoting another count or
      *                    hash than the return : handled as a
      *                    dispute.
      *  ARG-DUE-DATE is one business day after the return date
      *  (DateRtn) : a return still 'M' after it is overdue, and
      *  ARG-ALERTED records that its alert has been raised.
      *  ARG-ACK-DATE is the day the acknowledgement was filed.
      *================================================================
       01  ACK-REGISTER-RECORD.
           05 ARG-KEY.
               10 ARG-BRANCH      PIC X(3).
               10 ARG-RUN-ID      PIC X(8).
           05 ARG-RET-DATE        PIC 9(8).
           05 ARG-COUNT           PIC 9(7).
           05 ARG-HASH            PIC S9(13)V99.
           05 ARG-DUE-DATE        PIC 9(8).
           05 ARG-STATE           PIC X.
               88 ARG-MISSING         VALUE 'M'.
               88 ARG-ACCEPTED        VALUE 'A'.
               88 ARG-DISPUTED        VALUE 'D' 'E'.
               88 ARG-MISMATCHED      VALUE 'E'.
           05 ARG-ALERTED         PIC X.
               88 ARG-ALERT-RAISED    VALUE 'Y'.
           05 ARG-ACK-DATE        PIC 9(8).
           05 ARG-ACK-COUNT       PIC 9(7).
           05 ARG-ACK-HASH        PIC S9(13)V99.
           05 ARG-ACK-USER        PIC X(20).
           05 ARG-ACK-REASON      PIC X(40).
