      *================================================================
      *  GLBAL - General-ledger account-balance master (GLBAL).
      *  One record per account + branch + currency, kept in that
      *  order by the GL sub-ledger program, which applies each
      *  night's GLPOST.Dyymmdd feed to it.  The totals are
      *  cumulative since the account was first posted; the balance
      *  is GLB-DEBIT-TOTAL minus GLB-CREDIT-TOTAL.
      *  GLB-LAST-DATE : date of the last feed that moved the line.
      *================================================================
       01  GL-BALANCE-RECORD.
           05 GLB-ACCOUNT         PIC 9(8).
           05 GLB-BRANCH          PIC X(3).
           05 GLB-CURRENCY        PIC X(3).
           05 GLB-DEBIT-TOTAL     PIC S9(11)V99.
           05 GLB-CREDIT-TOTAL    PIC S9(11)V99.
           05 GLB-LAST-DATE       PIC 9(8).
