      *================================================================
      *  MTHEND - Parameter area passed by the month-end chain
      *  (MonthEnd) to each of its steps.  ME-PERIOD is the month
      *  being closed (YYYYMM), ME-FIRST-DATE / ME-LAST-DATE its
      *  first and last calendar days, ME-NEXT-PERIOD the month to
      *  open.  ME-FUNCTION tells the period update which of the two
      *  it has to do.
      *================================================================
       01  MONTH-END-AREA.
           05 ME-FUNCTION         PIC X.
               88 ME-CLOSE-PERIOD     VALUE 'C'.
               88 ME-OPEN-PERIOD      VALUE 'O'.
           05 ME-PERIOD           PIC 9(6).
           05 ME-NEXT-PERIOD      PIC 9(6).
           05 ME-FIRST-DATE       PIC 9(8).
           05 ME-LAST-DATE        PIC 9(8).
