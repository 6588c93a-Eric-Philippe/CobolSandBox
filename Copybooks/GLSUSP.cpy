      *================================================================
      *  GLSUSP - Suspense-account item file (GLSUSP).
      *  One record per GLPOST detail posted to the suspense account
      *  99999999, added by the GL sub-ledger program when it applies
      *  the feed.  GLS-SEQ is the detail's position in the feed, so
      *  GLS-FEED-DATE + GLS-SEQ identify the item.  An item stays
      *  open ('O') until accounting reclasses it and a supervisor
      *  marks it cleared ('C') through the suspense program; open
      *  items are aged from GLS-FEED-DATE every night.
      *================================================================
       01  GL-SUSPENSE-RECORD.
           05 GLS-FEED-DATE       PIC 9(8).
           05 GLS-SEQ             PIC 9(7).
           05 GLS-DC-FLAG         PIC X.
           05 GLS-AMOUNT          PIC S9(7)V99.
           05 GLS-CURRENCY        PIC X(3).
           05 GLS-BRANCH          PIC X(3).
           05 GLS-RUN-ID          PIC X(8).
           05 GLS-STATUS          PIC X.
               88 GLS-OPEN            VALUE 'O'.
               88 GLS-CLEARED         VALUE 'C'.
           05 GLS-CLEAR-DATE      PIC 9(8).
           05 GLS-CLEAR-USER      PIC X(20).
