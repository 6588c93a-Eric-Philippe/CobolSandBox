      *================================================================
      *  INVREG - Invoice register record layout (INVREG).
      *  One record per invoice issued, appended by the invoicing
      *  program and read by ReconProgram, which balances the net
      *  amounts of each pricing run (IRG-RUN-DATE + IRG-RUN-ID)
      *  against MAINRSLT.
      *  IRG-GROSS = IRG-NET + IRG-TAX.
      *================================================================
       01  INVOICE-REGISTER-RECORD.
           05 IRG-INVOICE-NO      PIC 9(8).
           05 IRG-INVOICE-DATE    PIC 9(8).
           05 IRG-DUE-DATE        PIC 9(8).
           05 IRG-CUSTOMER-CODE   PIC X(8).
           05 IRG-TAX-CATEGORY    PIC X(2).
           05 IRG-LINE-COUNT      PIC 9(5).
           05 IRG-NET             PIC S9(9)V99.
           05 IRG-TAX             PIC S9(9)V99.
           05 IRG-GROSS           PIC S9(9)V99.
           05 IRG-RUN-DATE        PIC 9(8).
           05 IRG-RUN-ID          PIC X(8).
