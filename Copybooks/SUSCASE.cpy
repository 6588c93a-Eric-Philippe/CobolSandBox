      *================================================================
      *  SUSCASE - Suspicious-activity case file (SUSCASE).
      *  Written by the nightly monitor (SusMon), one record per case
      *  raised for compliance.  CAS-ID is the monitored day plus a
      *  sequence within that day.  A case already on file for the
      *  same day, rule, user, branch and detail is not raised
      *  again when the monitor is rerun.
      *  CAS-RULE : 'STRU', 'REPT', 'HORS', 'FERI' (see SUSPARM).
      *  CAS-FIRST-KEY : AUD-KEY of the first audit entry concerned.
      *  CAS-STATUS : 'O' = open, 'C' = closed by compliance.
      *================================================================
       01  SUSPECT-CASE-RECORD.
           05 CAS-ID.
               10 CAS-DATE        PIC 9(8).
               10 CAS-SEQ         PIC 9(4).
           05 CAS-RULE            PIC X(4).
           05 CAS-USER            PIC X(50).
           05 CAS-BRANCH          PIC X(3).
           05 CAS-COUNT           PIC 9(5).
           05 CAS-AMOUNT          PIC S9(11)V99.
           05 CAS-DETAIL          PIC X(40).
           05 CAS-FIRST-KEY       PIC X(15).
           05 CAS-STATUS          PIC X.
               88 CAS-OPEN            VALUE 'O'.
               88 CAS-CLOSED          VALUE 'C'.
           05 CAS-RAISED-DATE     PIC 9(8).
           05 CAS-RAISED-TIME     PIC 9(8).
