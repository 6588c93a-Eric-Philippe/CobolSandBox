      *  (sum of CT-NUM1 + CT-NUM2) must match the details read.
      *  CT-BRANCH identifies the sending branch; Calculator merges
      *  one file per branch (CALCTRAN1/2/3) plus the resubmission
      *  batch (CALCRSUB) and the standing-order batch (CALCSTO)
      *  in a single run.
      *  CT-EXC-ID carries, on a repaired detail resubmitted by the
      *  exception repair program, the identifier of the CALCEXCP
      *  record it repairs (spaces otherwise).
      *  CT-EFF-DATE, when numeric, defers the detail until that
      *  date : Calculator parks it on CALCPEND and re-examines the
      *  warehouse every night.  Spaces = due immediately.
      *  CT-HDR-SEND-TIME (HHMM) is the time the branch sent the
      *  batch.  When it is later than the branch's BRN-CUTOFF-TIME,
      *  Calculator parks every detail of the batch on CALCPEND with
      *  the next business day as effective date.  Spaces or 0 = not
      *  stamped, never late.
      *  An 'R' reversal record quotes, in CT-REV-KEY, the AUD-KEY
      *  (run-id + sequence) of the CALCAUDT entry to reverse.  It
      *  counts in the trailer like a detail and adds CT-REV-SEQ to
      *  the hash total in place of CT-NUM1 + CT-NUM2.
      *================================================================
       01  CALC-TRANS-RECORD.
           05 CT-RECORD-TYPE      PIC X.
               88 CT-HEADER-REC       VALUE 'H'.
               88 CT-DETAIL-REC       VALUE 'D'.
               88 CT-TRAILER-REC      VALUE 'T'.
               88 CT-REVERSAL-REC     VALUE 'R'.
           05 CT-BRANCH           PIC X(3).
           05 CT-DETAIL-DATA.
               10 CT-NUM1             PIC S9(7)V99.
           05 CT-HEADER-DATA REDEFINES CT-DETAIL-DATA.
               10 CT-HDR-SOURCE       PIC X(8).
               10 CT-HDR-DATE         PIC 9(8).
               10 CT-HDR-SEND-TIME    PIC 9(4).
               10 FILLER              PIC X(2).
           05 CT-TRAILER-DATA REDEFINES CT-DETAIL-DATA.
               10 CT-TRL-COUNT        PIC 9(7).
               10 CT-TRL-HASH         PIC S9(13)V99.
           05 CT-REVERSAL-DATA REDEFINES CT-DETAIL-DATA.
               10 CT-REV-KEY.
                   15 CT-REV-RUN-ID   PIC X(8).
                   15 CT-REV-SEQ      PIC 9(7).
               10 FILLER              PIC X(7).
           05 CT-EXC-ID           PIC X(13).
           05 CT-EFF-DATE         PIC 9(8).
