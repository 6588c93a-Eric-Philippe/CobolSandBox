      *================================================================
      *  EMPPEND - Pending dual-control request layout (EMPPEND).
      *  COPYed by the employee maintenance program, which queues
      *  and approves the requests, and by the access review program,
      *  which queues the deactivation of dormant or revoked accounts.
      *  A request is applied only when a second supervisor, other
      *  than EPA-MAKER, approves it in the maintenance program.
      *  EPA-STATUS : 'P' = pending, 'A' = approved, 'R' = rejected.
      *================================================================
       01  PENDING-APPROVAL-RECORD.
           05 EPA-DATE            PIC 9(8).
           05 EPA-TIME            PIC 9(8).
           05 EPA-MAKER           PIC X(20).
           05 EPA-ACTION          PIC X(10).
               88 EPA-ACT-ROLE-S      VALUE "ROLE-S".
               88 EPA-ACT-UNLOCK      VALUE "DEVERROU".
               88 EPA-ACT-PIN         VALUE "PIN".
               88 EPA-ACT-REACTIVE    VALUE "REACTIVE".
               88 EPA-ACT-DEACTIVE    VALUE "DESACTIVE".
           05 EPA-EMP-NAME        PIC X(50).
           05 EPA-NEW-PIN         PIC 9(4).
           05 EPA-STATUS          PIC X.
               88 EPA-PENDING         VALUE 'P'.
               88 EPA-APPROVED        VALUE 'A'.
               88 EPA-REJECTED        VALUE 'R'.
           05 EPA-CHECKER         PIC X(20).
           05 EPA-DEC-DATE        PIC 9(8).
