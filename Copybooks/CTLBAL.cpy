      *================================================================
      *  CTLBAL - Control-balance ledger record layout (CTLBAL).
      *  One record per business date, rewritten by the
      *  reconciliation program : opening balance, day's movement
      *  and closing balance on the audit side (CALCAUDT results)
      *  and on the pricing side (MAINRSLT results).  Read back by
      *  the month-end totals.
      *================================================================
       01  CONTROL-BALANCE-RECORD.
           05 CB-DATE             PIC 9(8).
           05 CB-AUD-OPEN         PIC S9(11)V99.
           05 CB-AUD-MOVE         PIC S9(11)V99.
           05 CB-AUD-CLOSE        PIC S9(11)V99.
           05 CB-MAIN-OPEN        PIC S9(11)V99.
           05 CB-MAIN-MOVE        PIC S9(11)V99.
           05 CB-MAIN-CLOSE       PIC S9(11)V99.
