      *================================================================
      *  STKMOVE - Stock-movement history record layout (STKMOVE).
      *  One record appended per change to STK-ON-HAND.
      *  SMV-TYPE : 'R' = goods receipt, 'A' = adjustment (either
      *             sign), 'V' = sale booked by the pricing run.
      *  SMV-QUANTITY is signed : receipts are positive, sales
      *  negative.  SMV-REFERENCE holds the delivery note or the
      *  adjustment reason keyed by the operator, or the MainProgram
      *  run id for sales.
      *================================================================
       01  STOCK-MOVEMENT-RECORD.
           05 SMV-DATE            PIC 9(8).
           05 SMV-TIME            PIC 9(8).
           05 SMV-ITEM-CODE       PIC X(10).
           05 SMV-TYPE            PIC X.
               88 SMV-RECEIPT         VALUE 'R'.
               88 SMV-ADJUSTMENT      VALUE 'A'.
               88 SMV-SALE            VALUE 'V'.
           05 SMV-QUANTITY        PIC S9(7).
           05 SMV-BEFORE          PIC S9(7).
           05 SMV-AFTER           PIC S9(7).
           05 SMV-USER            PIC X(20).
           05 SMV-REFERENCE       PIC X(20).
