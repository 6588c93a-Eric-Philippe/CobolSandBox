      *  record that the audited transaction repaired.
      *  AUD-BRANCH carries the sending branch of batch work, spaces
      *  for transactions keyed interactively.
      *  AUD-REV-STATUS and AUD-REV-KEY link a reversal and the entry
      *  it reverses in both directions : a reversal ('R') carries
      *  the key of the original, a reversed original ('X') carries
      *  the key of its reversal.  Spaces = ordinary entry.
      *  AUD-FEE is the transaction fee charged from the CALCFEE
      *  schedule, in the converted currency (negative on a
      *  reversal, 0 when no schedule entry applies).
      *================================================================
       01  AUDIT-RECORD.
           05 AUD-KEY.
           05 AUD-VALUE-DATE      PIC 9(8)     COMP-3.
           05 AUD-EXC-ID          PIC X(13).
           05 AUD-BRANCH          PIC X(3).
           05 AUD-REV-STATUS      PIC X.
               88 AUD-REV-NONE        VALUE ' '.
               88 AUD-REV-REVERSAL    VALUE 'R'.
               88 AUD-REV-REVERSED    VALUE 'X'.
           05 AUD-REV-KEY         PIC X(15).
           05 AUD-FEE             PIC S9(7)V99 COMP-3.
