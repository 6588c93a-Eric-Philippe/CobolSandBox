      *================================================================
      *  GLFEEDS - Register of GLPOST feeds applied to the balance
      *  master (GLFEEDS).  One record per GLPOST.Dyymmdd applied,
      *  written by the GL sub-ledger program once GLBAL has been
      *  rewritten; a feed whose date is already here is refused.
      *  GLF-COUNT / GLF-HASH repeat the trailer of the feed.
      *================================================================
       01  GL-FEED-RECORD.
           05 GLF-FEED-DATE       PIC 9(8).
           05 GLF-APPLY-DATE      PIC 9(8).
           05 GLF-APPLY-TIME      PIC 9(8).
           05 GLF-COUNT           PIC 9(7).
           05 GLF-HASH            PIC S9(13)V99.
