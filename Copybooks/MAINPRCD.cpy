      *================================================================
      *  MAINPRCD - MainProgram priced-line record layout (MAINPRCD).
      *  One record per line extended by the pricing run.  COPYed by
      *  MainProgram and by the invoicing program, which groups the
      *  lines by customer.
      *  PRC-DATE / PRC-RUN-ID repeat MR-DATE / MR-RUN-ID of the
      *  matching MAINRSLT record, so the invoice register can be
      *  balanced against MAINRSLT run by run.
      *================================================================
       01  PRICED-RECORD.
           05 PRC-ITEM-CODE       PIC X(10).
           05 PRC-QUANTITY        PIC 9(5).
           05 PRC-UNIT-PRICE      PIC 9(5)V99.
           05 PRC-EXTENDED        PIC S9(7)V99.
           05 PRC-CUSTOMER-CODE   PIC X(8).
           05 PRC-DATE            PIC 9(8).
           05 PRC-RUN-ID          PIC X(8).
