      *================================================================
      *  SEALRTN - Parameter area for the shared audit seal routine
      *  (SealRtn).
      *  SR-FUNCTION 'H' : returns in SR-RECORD-HASH the check value
      *                    of the CALCAUDT record in SR-AUDIT-IMAGE.
      *                    AUD-REV-STATUS and AUD-REV-KEY are left out :
      *                    a later reversal legitimately rewrites them.
      *  SR-FUNCTION 'A' : adds SR-RECORD-HASH into SR-RUN-CHECK and
      *                    counts it in SR-RUN-COUNT.
      *  SR-FUNCTION 'C' : returns in SR-CHAIN the chain value of a
      *                    seal from SR-PREV-CHAIN, SR-RUN-CHECK and
      *                    SR-RUN-COUNT.
      *================================================================
       01  SEAL-RTN-AREA.
           05 SR-FUNCTION         PIC X.
               88 SR-HASH-RECORD      VALUE 'H'.
               88 SR-ADD-RECORD       VALUE 'A'.
               88 SR-CHAIN-SEAL       VALUE 'C'.
           05 SR-AUDIT-IMAGE      PIC X(141).
           05 SR-RECORD-HASH      PIC 9(9).
           05 SR-RUN-CHECK        PIC 9(9).
           05 SR-RUN-COUNT        PIC 9(7).
           05 SR-PREV-CHAIN       PIC 9(9).
           05 SR-CHAIN            PIC 9(9).
