      *================================================================
      *  PERCTL - Accounting period-control record layout (PERCTL).
      *  One record per calendar month (PER-PERIOD = YYYYMM), written
      *  by the month-end chain : the month is frozen ('C') on its
      *  last business day and the next month opened ('O').
      *  A month with no record is open, so the first month-end run
      *  creates the file.  Calculator and the exception repair
      *  program roll anything dated in a closed month forward to
      *  the first business day of the next open month ; the GL
      *  posting program refuses to post a closed month.  The file
      *  is read through the shared period routine (PerChk).
      *================================================================
       01  PERIOD-RECORD.
           05 PER-PERIOD          PIC 9(6).
           05 PER-STATUS          PIC X.
               88 PER-OPEN            VALUE 'O'.
               88 PER-CLOSED          VALUE 'C'.
           05 PER-OPEN-DATE       PIC 9(8).
           05 PER-CLOSE-DATE      PIC 9(8).
           05 PER-CLOSE-TIME      PIC 9(8).
