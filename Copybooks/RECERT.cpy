      *================================================================
      *  RECERT - Access recertification decision layout (RECERT).
      *  Appended by the access review program, one record per
      *  reviewing supervisor, per active user and per quarter; kept
      *  for the security auditors.
      *  RCT-QUARTER       : 'AAAAQn', e.g. 2026Q4.
      *  RCT-LAST-ACTIVITY : last successful sign-on (SESSLOG), or the
      *                      account's creation or reactivation date
      *                      (EMPHIST) when later; 0 = none found.
      *  RCT-DECISION      : 'M' = access kept, 'R' = revoked (the
      *                      deactivation is queued in EMPPEND for a
      *                      second supervisor).
      *================================================================
       01  RECERT-RECORD.
           05 RCT-QUARTER         PIC X(6).
           05 RCT-REVIEWER        PIC X(20).
           05 RCT-EMP-NAME        PIC X(50).
           05 RCT-EMP-ROLE        PIC X.
           05 RCT-LAST-ACTIVITY   PIC 9(8).
           05 RCT-DECISION        PIC X.
               88 RCT-KEEP            VALUE 'M'.
               88 RCT-REVOKE          VALUE 'R'.
           05 RCT-DATE            PIC 9(8).
           05 RCT-TIME            PIC 9(8).
