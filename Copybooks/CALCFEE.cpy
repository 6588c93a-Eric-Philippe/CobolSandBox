      *================================================================
      *  CALCFEE - Transaction fee-schedule record layout (CALCFEE).
      *  COPYed by Calculator and by the fee maintenance program.
      *  One record per branch + operator + currency combination.
      *  A '*' in FEE-BRANCH or FEE-CURRENCY and a space in
      *  FEE-OPERATOR match any value ('*' is the multiply operator,
      *  so it keys a multiply-only fee); when several records match
      *  a detail, the one with the fewest wildcards wins, so a
      *  branch-specific fee overrides the house default.
      *  The fee is FEE-FLAT plus FEE-PERCENT per cent of the
      *  converted amount (sign ignored), raised to FEE-MIN and cut
      *  to FEE-MAX (0 = no maximum).  It is charged in the converted
      *  currency and carried on the audit record (AUD-FEE) and on
      *  the branch return (RT-FEE).  A detail matching no record is
      *  not charged.
      *================================================================
       01  FEE-RECORD.
           05 FEE-BRANCH          PIC X(3).
           05 FEE-OPERATOR        PIC X.
           05 FEE-CURRENCY        PIC X(3).
           05 FEE-FLAT            PIC 9(5)V99.
           05 FEE-PERCENT         PIC 9(2)V9999.
           05 FEE-MIN             PIC 9(5)V99.
           05 FEE-MAX             PIC 9(5)V99.
