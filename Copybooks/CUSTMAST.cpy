      *================================================================
      *  CUSTMAST - Customer-master record layout (CUSTMAST).
      *  One record per invoiced customer, keyed by CUS-CODE as
      *  quoted in PARM-CUSTOMER-CODE on MAINPARM.  COPYed by
      *  MainProgram, which rejects lines for unknown or inactive
      *  customers, and by the invoicing program.
      *  CUS-TAX-CATEGORY : key into the TAXRATE table.
      *  CUS-TERMS-DAYS   : payment terms in business days after the
      *                     invoice date (0 = due on receipt).
      *  CUS-STATUS : 'A' (or space) = active, 'I' = inactive.
      *================================================================
       01  CUSTOMER-RECORD.
           05 CUS-CODE            PIC X(8).
           05 CUS-NAME            PIC X(30).
           05 CUS-ADDRESS-1       PIC X(30).
           05 CUS-ADDRESS-2       PIC X(30).
           05 CUS-POSTCODE        PIC X(8).
           05 CUS-CITY            PIC X(22).
           05 CUS-TAX-CATEGORY    PIC X(2).
           05 CUS-TERMS-DAYS      PIC 9(3).
           05 CUS-STATUS          PIC X.
               88 CUS-ACTIVE          VALUE 'A' ' '.
               88 CUS-INACTIVE        VALUE 'I'.
