      *================================================================
      *  EXCPLOG - Exception repair log record layout (EXCPLOG).
      *  One record per correction or void taken through the repair
      *  program (ExcpFix), with the exception before and after.
      *  RLOG-ACTION : "CORRIGE" = corrected and resubmitted,
      *                "ANNULE"  = voided.
      *  RLOG-EXC-ID : exception repaired (EXC-ID), read back by the
      *                turnaround report (SlaRpt).  Appended at the
      *                end, so older lines carry spaces there.
      *================================================================
       01  REPAIR-LOG-RECORD.
           05 RLOG-DATE           PIC 9(8).
           05 RLOG-TIME           PIC 9(8).
           05 RLOG-USER           PIC X(20).
           05 RLOG-ACTION         PIC X(8).
           05 RLOG-OLD-NUM1       PIC S9(7)V99.
           05 RLOG-OLD-OPERATOR   PIC X.
           05 RLOG-OLD-NUM2       PIC S9(7)V99.
           05 RLOG-OLD-CURRENCY   PIC X(3).
           05 RLOG-NEW-NUM1       PIC S9(7)V99.
           05 RLOG-NEW-OPERATOR   PIC X.
           05 RLOG-NEW-NUM2       PIC S9(7)V99.
           05 RLOG-NEW-CURRENCY   PIC X(3).
           05 RLOG-REASON         PIC X(40).
           05 RLOG-EXC-ID         PIC X(13).
