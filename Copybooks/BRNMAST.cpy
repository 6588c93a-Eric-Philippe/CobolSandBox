      *  reject transactions carrying an unknown or inactive branch.
      *  BRN-STATUS : 'A' (or space on old records) = active,
      *               'I' = inactive.
      *  BRN-CUTOFF-TIME : latest send time (HHMM) accepted for the
      *               branch's evening CALCTRAN batch.  A batch whose
      *               header CT-HDR-SEND-TIME is later is parked by
      *               Calculator until the next business day.
      *               0 = no cut-off.
      *================================================================
       01  BRANCH-RECORD.
           05 BRN-CODE            PIC X(3).
           05 BRN-STATUS          PIC X.
               88 BRN-ACTIVE          VALUE 'A' ' '.
               88 BRN-INACTIVE        VALUE 'I'.
           05 BRN-CUTOFF-TIME     PIC 9(4).
