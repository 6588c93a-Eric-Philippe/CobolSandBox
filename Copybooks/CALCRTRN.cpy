      *  one 'H' header, 'D' details, one 'T' trailer whose count
      *  and hash total (sum of RT-RESULT + RT-CONVERTED) must match
      *  the details, so each branch can balance its own day.
      *  An 'R' detail returns a reversal : same layout as 'D', with
      *  RT-RESULT and RT-CONVERTED negated, counted and hashed like
      *  any other detail.
      *  RT-FEE carries the transaction fee charged (see CALCFEE);
      *  it stays out of the hash total and is balanced on its own
      *  through RT-TRL-FEE-TOTAL on the trailer.
      *================================================================
       01  CALC-RETURN-RECORD.
           05 RT-RECORD-TYPE      PIC X.
               88 RT-HEADER-REC       VALUE 'H'.
               88 RT-DETAIL-REC       VALUE 'D'.
               88 RT-TRAILER-REC      VALUE 'T'.
               88 RT-REVERSAL-REC     VALUE 'R'.
           05 RT-BRANCH           PIC X(3).
           05 RT-DETAIL-DATA.
               10 RT-NUM1             PIC S9(7)V99.
               10 RT-RESULT           PIC S9(7)V99.
               10 RT-CURRENCY         PIC X(3).
               10 RT-CONVERTED        PIC S9(7)V99.
               10 RT-FEE              PIC S9(7)V99.
           05 RT-HEADER-DATA REDEFINES RT-DETAIL-DATA.
               10 RT-HDR-SOURCE       PIC X(8).
               10 RT-HDR-DATE         PIC 9(8).
               10 RT-HDR-RUN-ID       PIC X(8).
               10 FILLER              PIC X(25).
           05 RT-TRAILER-DATA REDEFINES RT-DETAIL-DATA.
               10 RT-TRL-COUNT        PIC 9(7).
               10 RT-TRL-HASH         PIC S9(13)V99.
               10 RT-TRL-FEE-TOTAL    PIC S9(13)V99.
               10 FILLER              PIC X(12).
