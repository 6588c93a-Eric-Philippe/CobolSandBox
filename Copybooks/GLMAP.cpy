      *  One record per branch + arithmetic operator combination,
      *  giving the debit and credit accounts the GL posting program
      *  uses for audit transactions of that combination.
      *  A record with GLM-OPERATOR 'F' gives, for its branch, the
      *  accounts of the separate fee-income pair posted for every
      *  transaction that carries a fee (AUD-FEE).
      *  Combinations absent from the file post to the suspense
      *  account and raise an operations alert.
      *  Maintained by the GLMAP maintenance program, which accepts
      *  only active COAMAST accounts and active BRNMAST branches,
      *  plus a blank GLM-BRANCH for keyed work (blank AUD-BRANCH).
      *================================================================
       01  GL-MAP-RECORD.
           05 GLM-BRANCH          PIC X(3).
