      *================================================================
      *  COAMAST - Chart-of-accounts master record layout (COAMAST,
      *  indexed, RECORD KEY COA-ACCOUNT).  COPYed by the chart-of-
      *  accounts maintenance program and by the GLMAP maintenance
      *  program, which accepts only active accounts on a mapping.
      *  COA-TYPE   : 'A' = asset, 'L' = liability, 'E' = equity,
      *               'I' = income, 'X' = expense.
      *  COA-STATUS : 'A' = active, 'I' = inactive.
      *  The suspense account 99999999 is an ordinary entry here.
      *================================================================
       01  ACCOUNT-RECORD.
           05 COA-ACCOUNT         PIC 9(8).
           05 COA-NAME            PIC X(30).
           05 COA-TYPE            PIC X.
               88 COA-TYPE-VALID      VALUE 'A' 'L' 'E' 'I' 'X'.
           05 COA-STATUS          PIC X.
               88 COA-ACTIVE          VALUE 'A'.
               88 COA-INACTIVE        VALUE 'I'.
