      *================================================================
      *  TAXRATE - Sales-tax rate table (TAXRATE).
      *  One record per tax category quoted in CUS-TAX-CATEGORY on
      *  CUSTMAST.  TAX-RATE is a percentage applied to the net
      *  amount of each invoice.
      *================================================================
       01  TAX-RATE-RECORD.
           05 TAX-CATEGORY        PIC X(2).
           05 TAX-RATE            PIC 9(2)V9999.
           05 TAX-DESC            PIC X(20).
