
      *    Demandes sensibles en attente de validation par un second
      *    superviseur : role 'S', deverrouillage, reinitialisation
      *    de PIN, reactivation, et desactivation des comptes mis en
      *    demande par la revue des acces.
       FD  PENDING-FILE.
           COPY EMPPEND.

       FD  PENDING-WORK-FILE.
       01  PENDING-WORK-RECORD    PIC X(129).
                       MOVE 0 TO EMP-FAIL-COUNT
                   WHEN EPA-ACT-REACTIVE
                       MOVE 'A' TO EMP-STATUS
                   WHEN EPA-ACT-DEACTIVE
                       MOVE 'I' TO EMP-STATUS
               END-EVALUATE
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
