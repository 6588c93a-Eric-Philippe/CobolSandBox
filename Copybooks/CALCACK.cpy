      *================================================================
      *  CALCACK - Branch acknowledgement record layout (CALCACK.xxx,
      *  one file per branch, sent back by the branch for the
      *  CALCRET.xxx returns it has received).  One record per
      *  return : the run id, count and hash total quoted from the
      *  return trailer, and the branch's decision.
      *  ACK-DECISION : 'A' = accepted (the branch balanced it),
      *                 'D' = disputed (ACK-REASON says why).
      *  The acknowledgement matching program files every record in
      *  ACKREG and then empties the CALCACK.xxx file.
      *================================================================
       01  CALC-ACK-RECORD.
           05 ACK-BRANCH          PIC X(3).
           05 ACK-RUN-ID          PIC X(8).
           05 ACK-COUNT           PIC 9(7).
           05 ACK-HASH            PIC S9(13)V99.
           05 ACK-DECISION        PIC X.
               88 ACK-ACCEPTED        VALUE 'A' 'a'.
               88 ACK-DISPUTED        VALUE 'D' 'd'.
           05 ACK-DATE            PIC 9(8).
           05 ACK-USER            PIC X(20).
           05 ACK-REASON          PIC X(40).
