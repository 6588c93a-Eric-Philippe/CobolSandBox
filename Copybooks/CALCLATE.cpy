      *================================================================
      *  CALCLATE - Late-batch log (CALCLATE).
      *  Calculator appends one record for every CALCTRAN batch sent
      *  after its branch's cut-off time (BRN-CUTOFF-TIME) : the
      *  batch's details were parked on CALCPEND for LATE-EFF-DATE
      *  instead of being booked on the run date.  The morning
      *  status lists the night's late batches and the branches
      *  that keep delivering late.
      *================================================================
       01  LATE-BATCH-RECORD.
           05 LATE-DATE           PIC 9(8).
           05 LATE-RUN-ID         PIC X(8).
           05 LATE-BRANCH         PIC X(3).
           05 LATE-FILE-NAME      PIC X(12).
           05 LATE-HDR-DATE       PIC 9(8).
           05 LATE-SEND-TIME      PIC 9(4).
           05 LATE-CUTOFF-TIME    PIC 9(4).
           05 LATE-COUNT          PIC 9(7).
           05 LATE-EFF-DATE       PIC 9(8).
