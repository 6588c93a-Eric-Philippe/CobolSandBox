      *================================================================
      *  SLAPARM - Turnaround target card (SLAPARM).
      *  One card per kind of item followed by the weekly turnaround
      *  report (SlaRpt), giving its target in business days.  A kind
      *  without a card keeps its house default.
      *  SLP-TYPE :
      *    'EXC' exceptions, from EXC-DATE to the ExcpFix correction
      *          or void (EXCPLOG).  Default 3 business days.
      *    'HLD' held items, from HLD-DATE to the HeldRel decision
      *          (HLD-DEC-DATE).  Default 1 business day.
      *    'ALT' operations alerts, from ALT-DATE to the
      *          acknowledgement (ALT-ACK-DATE).  Default 1.
      *================================================================
       01  SLA-PARM-RECORD.
           05 SLP-TYPE            PIC X(3).
               88 SLP-EXCEPTIONS      VALUE 'EXC'.
               88 SLP-HELD-ITEMS      VALUE 'HLD'.
               88 SLP-ALERTS          VALUE 'ALT'.
           05 SLP-TARGET-DAYS     PIC 9(3).
