      *================================================================
      *  STNDORD - Standing-order master record layout (STNDORD).
      *  COPYed by the standing-order maintenance program and by the
      *  nightly generator, which turns every order falling due into
      *  a 'D' detail of the CALCSTO batch merged by Calculator.
      *  SO-FREQUENCY : 'W' = weekly, 'M' = monthly (on the day of
      *                 the month of SO-START-DATE, the month's last
      *                 day when shorter), 'L' = last business day
      *                 of the month.
      *  Weekly and monthly dates falling on a weekend or a HOLCAL
      *  holiday roll forward to the next business day.
      *  SO-END-DATE : 99999999 = no end date.
      *  SO-STATUS   : 'A' = active, 'I' = inactive,
      *                'E' = expired (set by the generator once the
      *                next occurrence passes SO-END-DATE).
      *  SO-NEXT-DUE : nominal date of the next occurrence, before
      *                any business-day roll.  0 = not yet computed :
      *                the generator derives it from SO-START-DATE.
      *  SO-LAST-GEN-DATE : due date (after the business-day roll)
      *                of the last generated detail.
      *================================================================
       01  STANDING-ORDER-RECORD.
           05 SO-ID               PIC X(8).
           05 SO-BRANCH           PIC X(3).
           05 SO-NUM1             PIC S9(7)V99.
           05 SO-OPERATOR         PIC X.
           05 SO-NUM2             PIC S9(7)V99.
           05 SO-CURRENCY         PIC X(3).
           05 SO-FREQUENCY        PIC X.
               88 SO-WEEKLY           VALUE 'W'.
               88 SO-MONTHLY          VALUE 'M'.
               88 SO-LAST-BUS-DAY     VALUE 'L'.
               88 SO-FREQUENCY-VALID  VALUE 'W' 'M' 'L'.
           05 SO-START-DATE       PIC 9(8).
           05 SO-END-DATE         PIC 9(8).
           05 SO-STATUS           PIC X.
               88 SO-ACTIVE           VALUE 'A'.
               88 SO-INACTIVE         VALUE 'I'.
               88 SO-EXPIRED          VALUE 'E'.
           05 SO-NEXT-DUE         PIC 9(8).
           05 SO-LAST-GEN-DATE    PIC 9(8).
