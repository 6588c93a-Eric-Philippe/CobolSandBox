      *================================================================
      *  MAINREJL - MainProgram reject-list record layout (MAINREJL).
      *  Written by MainProgram for lines it cannot price, and
      *  appended to by the invoicing program for priced lines it
      *  cannot invoice.  Quantity and price are kept as keyed so
      *  that non-numeric input can be shown as received.
      *================================================================
       01  REJECT-RECORD.
           05 REJ-ITEM-CODE       PIC X(10).
           05 REJ-QUANTITY        PIC X(5).
           05 REJ-UNIT-PRICE      PIC X(7).
           05 REJ-REASON          PIC X(30).
           05 REJ-CUSTOMER-CODE   PIC X(8).
