      *================================================================
      *  AUDSEAL - Audit seal record layout (AUDSEAL, and the
      *  AUDSEAL.Dyymmdd copy kept beside each AUDARCH generation).
      *  Calculator appends one seal at the end of every run that
      *  wrote CALCAUDT records; AudArch copies the seals of the runs
      *  it archives into the generation's seal file; the seal
      *  verifier recomputes the chain over CALCAUDT and the archives.
      *  SEAL-FIRST-SEQ / SEAL-LAST-SEQ bound the AUD-SEQ range of
      *  SEAL-RUN-ID covered by the seal (a restarted run is sealed
      *  from the first sequence not yet covered).
      *  SEAL-RUN-CHECK folds the check values of the SEAL-COUNT
      *  records, SEAL-CHAIN folds SEAL-RUN-CHECK and SEAL-COUNT into
      *  the previous seal's SEAL-CHAIN (SEAL-PREV-CHAIN, 0 for the
      *  first seal).  Values are computed by SealRtn (SEALRTN).
      *================================================================
       01  AUDIT-SEAL-RECORD.
           05 SEAL-RUN-ID         PIC X(8).
           05 SEAL-FIRST-SEQ      PIC 9(7).
           05 SEAL-LAST-SEQ       PIC 9(7).
           05 SEAL-COUNT          PIC 9(7).
           05 SEAL-DATE           PIC 9(8).
           05 SEAL-TIME           PIC 9(8).
           05 SEAL-RUN-CHECK      PIC 9(9).
           05 SEAL-PREV-CHAIN     PIC 9(9).
           05 SEAL-CHAIN          PIC 9(9).
