      *  held instead of extended.
      *  ITM-STATUS : 'A' (or space on old records) = active,
      *               'I' = inactive.
      *  Standard prices are effective-dated like CALCRATE : an item
      *  may have several records, one per ITM-EFF-DATE, and the
      *  price in force on a run date is the record with the highest
      *  ITM-EFF-DATE not after that date.  ITM-DESC and ITM-STATUS
      *  are kept the same on every record of an item by the item
      *  maintenance program.  ITM-EFF-DATE is appended at the end so
      *  the old hand-keyed lines still read correctly : they carry
      *  spaces there and are treated as effective since always.
      *================================================================
       01  ITEM-RECORD.
           05 ITM-CODE            PIC X(10).
               88 ITM-INACTIVE        VALUE 'I'.
           05 ITM-STD-PRICE       PIC 9(5)V99.
           05 ITM-TOL-PCT         PIC 9(3).
           05 ITM-EFF-DATE        PIC 9(8).
