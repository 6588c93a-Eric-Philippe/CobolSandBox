      *================================================================
      *  STKLEDG - Stock ledger record layout (STKLEDG).
      *  One record per ITM-CODE held in stock.  The on-hand quantity
      *  is decremented by every MainProgram pricing run and raised
      *  or corrected by the goods-receipt program; each change is
      *  also written to the stock-movement history (STKMOVE).
      *  An item with no record here counts as nothing on hand.
      *  STK-REORDER-POINT : the nightly reorder report lists the
      *                      item once STK-ON-HAND falls below it
      *                      (0 = never reordered).
      *  STK-REORDER-QTY   : quantity suggested on the report.
      *================================================================
       01  STOCK-RECORD.
           05 STK-ITEM-CODE       PIC X(10).
           05 STK-ON-HAND         PIC S9(7).
           05 STK-REORDER-POINT   PIC 9(7).
           05 STK-REORDER-QTY     PIC 9(7).
           05 STK-LAST-MOVE-DATE  PIC 9(8).
