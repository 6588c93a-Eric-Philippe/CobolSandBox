      *================================================================
      *  PERCHK - Parameter area for the shared period routine
      *  (PerChk).  The caller fills PC-DATE; PerChk returns
      *  PC-STATUS, open or closed according to PERCTL, and
      *  PC-ROLL-DATE : PC-DATE itself when its month is open, else
      *  the first business day of the first open month after it.
      *================================================================
       01  PERIOD-CHECK-AREA.
           05 PC-DATE             PIC 9(8).
           05 PC-STATUS           PIC X.
               88 PC-OPEN             VALUE 'O'.
               88 PC-CLOSED           VALUE 'C'.
               88 PC-BAD-DATE         VALUE '1'.
           05 PC-ROLL-DATE        PIC 9(8).
