      *================================================================
      *  CALCEXCP - Calculator exception-file record layout (CALCEXCP).
      *  COPYed by Calculator and by the exception repair program.
      *  Indexed file : RECORD KEY EXC-ID, ALTERNATE RECORD KEYS
      *  EXC-STATUS and EXC-BRANCH, both WITH DUPLICATES.
      *  EXC-STATUS : 'O' (or space on old records) = open,
      *               'R' = resolved, 'V' = voided.
      *  The conversion program (ExcConv) sets space to 'O', so the
      *  open exceptions are all found under EXC-STATUS 'O'.
      *  EXC-ID identifies the exception for the repair loop : set
      *  by Calculator at creation (run-id + sequence), stamped by
      *  the conversion program on old records that predate it, and
      *  quoted back in CT-EXC-ID on the resubmitted detail so the
      *  exception is only resolved once that detail has cleared.
      *================================================================
