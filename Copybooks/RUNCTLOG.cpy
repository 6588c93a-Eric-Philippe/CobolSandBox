      *================================================================
      *  RUNCTLOG - Run-control action log record layout (RUNCTLOG).
      *  One record per supervisor action taken outside the normal
      *  chain, appended by the run-control program (lock release,
      *  checkpoint purge) and by the master-file restore utility.
      *  RCL-RUN-ID : run concerned by a run-control action, or the
      *               master file restored (EMPMAST, BRNMAST ...).
      *  RCL-GEN-DATE : backup generation restored (AAMMJJ), 0 for
      *               the run-control actions.  Appended at the end,
      *               so older lines carry spaces there.
      *================================================================
       01  ACTION-LOG-RECORD.
           05 RCL-DATE            PIC 9(8).
           05 RCL-TIME            PIC 9(8).
           05 RCL-USER            PIC X(20).
           05 RCL-ACTION          PIC X(10).
           05 RCL-RUN-ID          PIC X(8).
           05 RCL-GEN-DATE        PIC 9(6).
