       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccRev.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NAME
               FILE STATUS IS ACR-EMPLOYEE-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACR-SESSION-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACR-HISTORY-STATUS.
           SELECT PENDING-FILE ASSIGN TO "EMPPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACR-PENDING-STATUS.
           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACR-RECERT-STATUS.
           SELECT ACR-REPORT-FILE ASSIGN DYNAMIC ACR-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       FD  SESSION-LOG-FILE.
           COPY SESSLOG.

       FD  HISTORY-FILE.
       01  EMPLOYEE-HISTORY-RECORD.
           05 EHI-DATE            PIC 9(8).
           05 EHI-TIME            PIC 9(8).
           05 EHI-USER            PIC X(20).
           05 EHI-CHECKER         PIC X(20).
           05 EHI-ACTION          PIC X(10).
           05 EHI-BEFORE-IMAGE    PIC X(80).
           05 EHI-AFTER-IMAGE     PIC X(80).

       FD  PENDING-FILE.
           COPY EMPPEND.

       FD  RECERT-FILE.
           COPY RECERT.

       FD  ACR-REPORT-FILE.
       01  ACR-REPORT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
       01 ACR-EMPLOYEE-STATUS PIC XX.
       01 ACR-SESSION-STATUS  PIC XX.
       01 ACR-HISTORY-STATUS  PIC XX.
       01 ACR-PENDING-STATUS  PIC XX.
       01 ACR-RECERT-STATUS   PIC XX.
       01 ACR-EOF-SWITCH      PIC X     VALUE 'N'.
           88 ACR-EOF             VALUE 'Y'.
       01 ACR-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 ACR-FOUND           VALUE 'Y'.
       01 ACR-STOP-SWITCH     PIC X     VALUE 'N'.
           88 ACR-STOP            VALUE 'Y'.
       01 ACR-USER            PIC X(20).
       01 ACR-SUPER-SWITCH    PIC X     VALUE 'N'.
           88 ACR-IS-SUPER        VALUE 'Y'.
       01 ACR-CHOICE          PIC X.
           88 ACR-CHOICE-DORMANT  VALUE 'D' 'd'.
           88 ACR-CHOICE-LIST     VALUE 'L' 'l'.
           88 ACR-CHOICE-REVIEW   VALUE 'R' 'r'.
           88 ACR-CHOICE-QUIT     VALUE 'Q' 'q'.
       01 ACR-ANSWER          PIC X.
       01 ACR-DECISION        PIC X.
           88 ACR-DEC-KEEP        VALUE 'M' 'm'.
           88 ACR-DEC-REVOKE      VALUE 'R' 'r'.
           88 ACR-DEC-STOP        VALUE 'F' 'f'.
       01 ACR-TODAY           PIC 9(8).
       01 ACR-TODAY-PARTS REDEFINES ACR-TODAY.
           05 ACR-TODAY-YEAR      PIC 9(4).
           05 ACR-TODAY-MONTH     PIC 9(2).
           05 ACR-TODAY-DAY       PIC 9(2).
       01 ACR-RUN-DATE        PIC 9(6).
       01 ACR-REPORT-FILENAME PIC X(20).
      *    Seuil de dormance : jours sans connexion reussie.
       01 ACR-DORMANT-DAYS    PIC 9(3)  VALUE 90.
       01 ACR-DAYS-ENTRY      PIC X(3).
       01 ACR-CUTOFF-DATE     PIC 9(8).
       01 ACR-DATE-INTEGER    PIC 9(8)  COMP.
       01 ACR-CURRENT-QUARTER PIC X(6).
       01 ACR-QUARTER         PIC X(6).
       01 ACR-QUARTER-PARTS REDEFINES ACR-QUARTER.
           05 ACR-Q-YEAR          PIC 9(4).
           05 ACR-Q-LETTER        PIC X.
           05 ACR-Q-NUMBER        PIC 9.
       01 ACR-QUARTER-ENTRY   PIC X(6).
       01 ACR-MATCH-NAME      PIC X(50).
       01 ACR-MATCH-REVIEWER  PIC X(20).
       01 ACR-EDIT-DATE       PIC X(8).
       01 ACR-EDIT-STATE      PIC X(12).
       01 ACR-DORMANT-COUNT   PIC 9(5)  VALUE 0.
       01 ACR-TO-QUEUE-COUNT  PIC 9(5)  VALUE 0.
       01 ACR-QUEUED-COUNT    PIC 9(5)  VALUE 0.
       01 ACR-SUPER-COUNT     PIC 9(5)  VALUE 0.
       01 ACR-DONE-COUNT      PIC 9(5)  VALUE 0.
       01 ACR-OPEN-COUNT      PIC 9(5)  VALUE 0.
       01 ACR-DECIDED-COUNT   PIC 9(5)  VALUE 0.
       01 ACR-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
      *    Employes de EMPMAST avec leur derniere activite : derniere
      *    connexion reussie (SESSLOG) ou, si plus recente, creation
      *    ou reactivation du compte (EMPHIST).
       01 ACR-EMP-USED        PIC 9(4)  VALUE 0.
       01 ACR-EMP-TABLE.
           05 ACR-EMP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ACR-EMP-IDX ACR-SUP-IDX.
               10 ACR-E-NAME      PIC X(50).
               10 ACR-E-ROLE      PIC X.
                   88 ACR-E-SUPER     VALUE 'S' 's'.
               10 ACR-E-STATUS    PIC X.
                   88 ACR-E-ACTIVE    VALUE 'A' ' '.
               10 ACR-E-LOCK      PIC X.
                   88 ACR-E-LOCKED    VALUE 'Y'.
               10 ACR-E-SIGNON    PIC 9(8).
               10 ACR-E-ADMIN     PIC 9(8).
               10 ACR-E-LAST      PIC 9(8).
               10 ACR-E-PENDING   PIC X.
                   88 ACR-E-DEACT-PENDING VALUE 'Y'.
      *    Decisions deja enregistrees pour le trimestre traite.
       01 ACR-DEC-USED        PIC 9(5)  VALUE 0.
       01 ACR-DEC-TABLE.
           05 ACR-DEC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ACR-DEC-IDX.
               10 ACR-D-REVIEWER  PIC X(20).
               10 ACR-D-NAME      PIC X(50).
               10 ACR-D-DECISION  PIC X.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " REVUE DES ACCES - ACCREV"
           DISPLAY "========================================"
           ACCEPT ACR-TODAY FROM DATE YYYYMMDD
           ACCEPT ACR-RUN-DATE FROM DATE
           MOVE ACR-TODAY-YEAR TO ACR-Q-YEAR
           MOVE "Q" TO ACR-Q-LETTER
           COMPUTE ACR-Q-NUMBER = (ACR-TODAY-MONTH - 1) / 3 + 1
           MOVE ACR-QUARTER TO ACR-CURRENT-QUARTER
           DISPLAY "Nom de l'operateur : "
           ACCEPT ACR-USER
           PERFORM Load-Employee-Table
           PERFORM Check-Operator-Role
           IF NOT ACR-IS-SUPER THEN
               DISPLAY "Revue reservee aux superviseurs."
           ELSE
               PERFORM Load-Sign-On-Dates
               PERFORM Load-Admin-Dates
               PERFORM Set-Last-Activity
                   VARYING ACR-EMP-IDX FROM 1 BY 1
                   UNTIL ACR-EMP-IDX > ACR-EMP-USED
               PERFORM Load-Pending-Deactivations
               PERFORM Process-One-Action UNTIL ACR-CHOICE-QUIT
               IF ACR-QUEUED-COUNT > 0 THEN
                   DISPLAY ACR-QUEUED-COUNT " desactivation(s) en "
                       "attente de validation dans EMPMAINT."
               END-IF
               DISPLAY "Fin de la revue des acces."
           END-IF
           GOBACK.

       Load-Employee-Table.
           MOVE 'N' TO ACR-EOF-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           IF ACR-EMPLOYEE-STATUS NOT = "00" THEN
               DISPLAY "Fichier EMPMAST absent."
           ELSE
               MOVE LOW-VALUES TO EMP-NAME
               START EMPLOYEE-MASTER KEY IS >= EMP-NAME
                   INVALID KEY SET ACR-EOF TO TRUE
               END-START
               IF NOT ACR-EOF THEN
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END SET ACR-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM Load-One-Employee UNTIL ACR-EOF
               CLOSE EMPLOYEE-MASTER
           END-IF.

       Load-One-Employee.
           IF ACR-EMP-USED < 2000 THEN
               ADD 1 TO ACR-EMP-USED
               SET ACR-EMP-IDX TO ACR-EMP-USED
               MOVE EMP-NAME TO ACR-E-NAME(ACR-EMP-IDX)
               MOVE EMP-ROLE TO ACR-E-ROLE(ACR-EMP-IDX)
               MOVE EMP-STATUS TO ACR-E-STATUS(ACR-EMP-IDX)
               MOVE EMP-LOCK-SWITCH TO ACR-E-LOCK(ACR-EMP-IDX)
               MOVE 0 TO ACR-E-SIGNON(ACR-EMP-IDX)
               MOVE 0 TO ACR-E-ADMIN(ACR-EMP-IDX)
               MOVE 0 TO ACR-E-LAST(ACR-EMP-IDX)
               MOVE 'N' TO ACR-E-PENDING(ACR-EMP-IDX)
           ELSE
               DISPLAY "Table des employes pleine, " EMP-NAME(1:30)
                   " ignore."
           END-IF
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET ACR-EOF TO TRUE
           END-READ.

      *    Meme regle que la validation des demandes sensibles :
      *    superviseur actif et non verrouille dans EMPMAST.
       Check-Operator-Role.
           MOVE 'N' TO ACR-SUPER-SWITCH
           MOVE ACR-USER TO ACR-MATCH-NAME
           PERFORM Find-Employee
           IF ACR-FOUND THEN
               IF ACR-E-SUPER(ACR-EMP-IDX) AND ACR-E-ACTIVE(ACR-EMP-IDX)
                  AND NOT ACR-E-LOCKED(ACR-EMP-IDX) THEN
                   SET ACR-IS-SUPER TO TRUE
               END-IF
           END-IF.

       Find-Employee.
           MOVE 'N' TO ACR-FOUND-SWITCH
           SET ACR-EMP-IDX TO 1
           PERFORM Match-Employee
               UNTIL ACR-FOUND OR ACR-EMP-IDX > ACR-EMP-USED.

       Match-Employee.
           IF ACR-E-NAME(ACR-EMP-IDX) = ACR-MATCH-NAME THEN
               SET ACR-FOUND TO TRUE
           ELSE
               SET ACR-EMP-IDX UP BY 1
           END-IF.

       Load-Sign-On-Dates.
           MOVE 'N' TO ACR-EOF-SWITCH
           OPEN INPUT SESSION-LOG-FILE
           IF ACR-SESSION-STATUS = "00" THEN
               READ SESSION-LOG-FILE
                   AT END SET ACR-EOF TO TRUE
               END-READ
               PERFORM Note-One-Session UNTIL ACR-EOF
               CLOSE SESSION-LOG-FILE
           END-IF.

       Note-One-Session.
           IF SESLOG-OUTCOME = "SUCCES" THEN
               MOVE SESLOG-USERNAME TO ACR-MATCH-NAME
               PERFORM Find-Employee
               IF ACR-FOUND
                  AND SESLOG-DATE > ACR-E-SIGNON(ACR-EMP-IDX) THEN
                   MOVE SESLOG-DATE TO ACR-E-SIGNON(ACR-EMP-IDX)
               END-IF
           END-IF
           READ SESSION-LOG-FILE
               AT END SET ACR-EOF TO TRUE
           END-READ.

      *    Un compte cree ou reactive recemment n'est pas dormant
      *    avant d'avoir eu le temps de servir.
       Load-Admin-Dates.
           MOVE 'N' TO ACR-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF ACR-HISTORY-STATUS = "00" THEN
               READ HISTORY-FILE
                   AT END SET ACR-EOF TO TRUE
               END-READ
               PERFORM Note-One-History UNTIL ACR-EOF
               CLOSE HISTORY-FILE
           END-IF.

       Note-One-History.
           IF EHI-ACTION = "AJOUT" OR EHI-ACTION = "REACTIVE" THEN
               MOVE EHI-AFTER-IMAGE(1:50) TO ACR-MATCH-NAME
               PERFORM Find-Employee
               IF ACR-FOUND
                  AND EHI-DATE > ACR-E-ADMIN(ACR-EMP-IDX) THEN
                   MOVE EHI-DATE TO ACR-E-ADMIN(ACR-EMP-IDX)
               END-IF
           END-IF
           READ HISTORY-FILE
               AT END SET ACR-EOF TO TRUE
           END-READ.

       Set-Last-Activity.
           IF ACR-E-ADMIN(ACR-EMP-IDX) > ACR-E-SIGNON(ACR-EMP-IDX)
               MOVE ACR-E-ADMIN(ACR-EMP-IDX)
                   TO ACR-E-LAST(ACR-EMP-IDX)
           ELSE
               MOVE ACR-E-SIGNON(ACR-EMP-IDX)
                   TO ACR-E-LAST(ACR-EMP-IDX)
           END-IF.

      *    Une desactivation deja en attente n'est pas redemandee.
       Load-Pending-Deactivations.
           MOVE 'N' TO ACR-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF ACR-PENDING-STATUS = "00" THEN
               READ PENDING-FILE
                   AT END SET ACR-EOF TO TRUE
               END-READ
               PERFORM Note-One-Pending UNTIL ACR-EOF
               CLOSE PENDING-FILE
           END-IF.

       Note-One-Pending.
           IF EPA-PENDING AND EPA-ACT-DEACTIVE THEN
               MOVE EPA-EMP-NAME TO ACR-MATCH-NAME
               PERFORM Find-Employee
               IF ACR-FOUND THEN
                   MOVE 'Y' TO ACR-E-PENDING(ACR-EMP-IDX)
               END-IF
           END-IF
           READ PENDING-FILE
               AT END SET ACR-EOF TO TRUE
           END-READ.

       Process-One-Action.
           DISPLAY "----------------------------------------"
           DISPLAY "Comptes dormants (D), liste de recertification (L),"
           DISPLAY "saisie des decisions (R) ou quitter (Q) ? "
           ACCEPT ACR-CHOICE
           EVALUATE TRUE
               WHEN ACR-CHOICE-DORMANT
                   PERFORM Sweep-Dormant-Accounts
               WHEN ACR-CHOICE-LIST
                   PERFORM Print-Recert-List
               WHEN ACR-CHOICE-REVIEW
                   PERFORM Record-Recert-Decisions
               WHEN ACR-CHOICE-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

      *    Comptes actifs sans activite depuis le seuil : liste, puis
      *    demande de desactivation soumise au second superviseur.
       Sweep-Dormant-Accounts.
           DISPLAY "Jours sans connexion (vide = " ACR-DORMANT-DAYS
               ") : "
           ACCEPT ACR-DAYS-ENTRY
           IF ACR-DAYS-ENTRY NOT = SPACES
              AND FUNCTION TRIM(ACR-DAYS-ENTRY) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(ACR-DAYS-ENTRY) TO ACR-DORMANT-DAYS
           END-IF
           COMPUTE ACR-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(ACR-TODAY) - ACR-DORMANT-DAYS
           COMPUTE ACR-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(ACR-DATE-INTEGER)
           MOVE 0 TO ACR-DORMANT-COUNT
           MOVE 0 TO ACR-TO-QUEUE-COUNT
           MOVE SPACES TO ACR-REPORT-FILENAME
           STRING "DORMANT.D" ACR-RUN-DATE
               DELIMITED BY SIZE INTO ACR-REPORT-FILENAME
           OPEN OUTPUT ACR-REPORT-FILE
           MOVE SPACES TO ACR-REPORT-LINE
           STRING "COMPTES SANS CONNEXION DEPUIS LE " ACR-CUTOFF-DATE
               " (" ACR-DORMANT-DAYS " JOURS)"
               DELIMITED BY SIZE INTO ACR-REPORT-LINE
           PERFORM Write-Acr-Report-Line
           MOVE SPACES TO ACR-REPORT-LINE
           STRING "Edite le " ACR-TODAY " par " ACR-USER
               DELIMITED BY SIZE INTO ACR-REPORT-LINE
           PERFORM Write-Acr-Report-Line
           MOVE ALL "-" TO ACR-REPORT-LINE
           PERFORM Write-Acr-Report-Line
           MOVE "EMPLOYE                        R CONNEXION CREATION"
               TO ACR-REPORT-LINE
           MOVE "ETAT" TO ACR-REPORT-LINE(53:)
           PERFORM Write-Acr-Report-Line
           PERFORM List-One-Dormant
               VARYING ACR-EMP-IDX FROM 1 BY 1
               UNTIL ACR-EMP-IDX > ACR-EMP-USED
           MOVE ALL "-" TO ACR-REPORT-LINE
           PERFORM Write-Acr-Report-Line
           MOVE ACR-DORMANT-COUNT TO ACR-EDIT-COUNT
           MOVE SPACES TO ACR-REPORT-LINE
           STRING "Comptes dormants : " ACR-EDIT-COUNT
               DELIMITED BY SIZE INTO ACR-REPORT-LINE
           PERFORM Write-Acr-Report-Line
           CLOSE ACR-REPORT-FILE
           DISPLAY "Etat produit : " ACR-REPORT-FILENAME
           IF ACR-TO-QUEUE-COUNT > 0 THEN
               DISPLAY "Demander la desactivation de "
                   ACR-TO-QUEUE-COUNT " compte(s) ? (O/N) : "
               ACCEPT ACR-ANSWER
               IF ACR-ANSWER = 'O' OR ACR-ANSWER = 'o' THEN
                   PERFORM Queue-One-Dormant
                       VARYING ACR-EMP-IDX FROM 1 BY 1
                       UNTIL ACR-EMP-IDX > ACR-EMP-USED
               END-IF
           END-IF.

       List-One-Dormant.
           IF ACR-E-ACTIVE(ACR-EMP-IDX)
              AND ACR-E-LAST(ACR-EMP-IDX) < ACR-CUTOFF-DATE THEN
               ADD 1 TO ACR-DORMANT-COUNT
               IF ACR-E-DEACT-PENDING(ACR-EMP-IDX) THEN
                   MOVE "EN ATTENTE" TO ACR-EDIT-STATE
               ELSE
                   MOVE "A DESACTIVER" TO ACR-EDIT-STATE
                   ADD 1 TO ACR-TO-QUEUE-COUNT
               END-IF
               MOVE SPACES TO ACR-REPORT-LINE
               MOVE ACR-E-NAME(ACR-EMP-IDX) TO ACR-REPORT-LINE(1:30)
               MOVE ACR-E-ROLE(ACR-EMP-IDX) TO ACR-REPORT-LINE(32:1)
               MOVE ACR-E-SIGNON(ACR-EMP-IDX) TO ACR-EDIT-DATE
               IF ACR-E-SIGNON(ACR-EMP-IDX) = 0 THEN
                   MOVE "jamais" TO ACR-EDIT-DATE
               END-IF
               MOVE ACR-EDIT-DATE TO ACR-REPORT-LINE(34:8)
               MOVE ACR-E-ADMIN(ACR-EMP-IDX) TO ACR-EDIT-DATE
               IF ACR-E-ADMIN(ACR-EMP-IDX) = 0 THEN
                   MOVE "inconnue" TO ACR-EDIT-DATE
               END-IF
               MOVE ACR-EDIT-DATE TO ACR-REPORT-LINE(44:8)
               MOVE ACR-EDIT-STATE TO ACR-REPORT-LINE(53:12)
               PERFORM Write-Acr-Report-Line
           END-IF.

       Queue-One-Dormant.
           IF ACR-E-ACTIVE(ACR-EMP-IDX)
              AND ACR-E-LAST(ACR-EMP-IDX) < ACR-CUTOFF-DATE
              AND NOT ACR-E-DEACT-PENDING(ACR-EMP-IDX) THEN
               PERFORM Queue-Deactivation
           END-IF.

      *    Meme circuit que les demandes sensibles de EMPMAINT : la
      *    desactivation n'est appliquee qu'apres validation par un
      *    second superviseur.
       Queue-Deactivation.
           OPEN EXTEND PENDING-FILE
           IF ACR-PENDING-STATUS = "35" THEN
               OPEN OUTPUT PENDING-FILE
           END-IF
           ACCEPT EPA-DATE FROM DATE YYYYMMDD
           ACCEPT EPA-TIME FROM TIME
           MOVE ACR-USER TO EPA-MAKER
           MOVE "DESACTIVE" TO EPA-ACTION
           MOVE ACR-E-NAME(ACR-EMP-IDX) TO EPA-EMP-NAME
           MOVE 0 TO EPA-NEW-PIN
           MOVE 'P' TO EPA-STATUS
           MOVE SPACES TO EPA-CHECKER
           MOVE 0 TO EPA-DEC-DATE
           WRITE PENDING-APPROVAL-RECORD
           CLOSE PENDING-FILE
           MOVE 'Y' TO ACR-E-PENDING(ACR-EMP-IDX)
           ADD 1 TO ACR-QUEUED-COUNT
           DISPLAY "Desactivation de " ACR-E-NAME(ACR-EMP-IDX)(1:30)
               " mise en attente de validation.".

       Get-Quarter.
           DISPLAY "Trimestre (AAAAQn, vide = " ACR-CURRENT-QUARTER
               ") : "
           ACCEPT ACR-QUARTER-ENTRY
           MOVE ACR-CURRENT-QUARTER TO ACR-QUARTER
           IF ACR-QUARTER-ENTRY NOT = SPACES THEN
               MOVE ACR-QUARTER-ENTRY TO ACR-QUARTER
               IF ACR-Q-YEAR NOT NUMERIC
                  OR (ACR-Q-LETTER NOT = "Q" AND NOT = "q")
                  OR ACR-Q-NUMBER NOT NUMERIC
                  OR ACR-Q-NUMBER < 1 OR ACR-Q-NUMBER > 4 THEN
                   DISPLAY "Trimestre invalide, trimestre courant "
                       "retenu."
                   MOVE ACR-CURRENT-QUARTER TO ACR-QUARTER
               END-IF
               MOVE "Q" TO ACR-Q-LETTER
           END-IF.

       Load-Quarter-Decisions.
           MOVE 0 TO ACR-DEC-USED
           MOVE 'N' TO ACR-EOF-SWITCH
           OPEN INPUT RECERT-FILE
           IF ACR-RECERT-STATUS = "00" THEN
               READ RECERT-FILE
                   AT END SET ACR-EOF TO TRUE
               END-READ
               PERFORM Note-One-Decision UNTIL ACR-EOF
               CLOSE RECERT-FILE
           END-IF.

      *    La derniere decision d'un superviseur sur un employe
      *    remplace les precedentes du trimestre.
       Note-One-Decision.
           IF RCT-QUARTER = ACR-QUARTER THEN
               MOVE RCT-REVIEWER TO ACR-MATCH-REVIEWER
               MOVE RCT-EMP-NAME TO ACR-MATCH-NAME
               PERFORM Find-Decision
               IF NOT ACR-FOUND AND ACR-DEC-USED < 5000 THEN
                   ADD 1 TO ACR-DEC-USED
                   SET ACR-DEC-IDX TO ACR-DEC-USED
                   MOVE RCT-REVIEWER TO ACR-D-REVIEWER(ACR-DEC-IDX)
                   MOVE RCT-EMP-NAME TO ACR-D-NAME(ACR-DEC-IDX)
                   SET ACR-FOUND TO TRUE
               END-IF
               IF ACR-FOUND THEN
                   MOVE RCT-DECISION TO ACR-D-DECISION(ACR-DEC-IDX)
               END-IF
           END-IF
           READ RECERT-FILE
               AT END SET ACR-EOF TO TRUE
           END-READ.

       Find-Decision.
           MOVE 'N' TO ACR-FOUND-SWITCH
           SET ACR-DEC-IDX TO 1
           PERFORM Match-Decision
               UNTIL ACR-FOUND OR ACR-DEC-IDX > ACR-DEC-USED.

       Match-Decision.
           IF ACR-D-REVIEWER(ACR-DEC-IDX) = ACR-MATCH-REVIEWER
              AND ACR-D-NAME(ACR-DEC-IDX) = ACR-MATCH-NAME THEN
               SET ACR-FOUND TO TRUE
           ELSE
               SET ACR-DEC-IDX UP BY 1
           END-IF.

      *    Une liste par superviseur actif : tous les utilisateurs
      *    actifs sauf lui-meme, avec la decision deja prise.
       Print-Recert-List.
           PERFORM Get-Quarter
           PERFORM Load-Quarter-Decisions
           MOVE 0 TO ACR-SUPER-COUNT ACR-DONE-COUNT ACR-OPEN-COUNT
           MOVE SPACES TO ACR-REPORT-FILENAME
           STRING "RECLIST." ACR-QUARTER
               DELIMITED BY SIZE INTO ACR-REPORT-FILENAME
           OPEN OUTPUT ACR-REPORT-FILE
           MOVE SPACES TO ACR-REPORT-LINE
           STRING "RECERTIFICATION DES ACCES - TRIMESTRE " ACR-QUARTER
               DELIMITED BY SIZE INTO ACR-REPORT-LINE
           PERFORM Write-Acr-Report-Line
           MOVE SPACES TO ACR-REPORT-LINE
           STRING "Edite le " ACR-TODAY " par " ACR-USER
               DELIMITED BY SIZE INTO ACR-REPORT-LINE
           PERFORM Write-Acr-Report-Line
           PERFORM Print-Supervisor-Section
               VARYING ACR-SUP-IDX FROM 1 BY 1
               UNTIL ACR-SUP-IDX > ACR-EMP-USED
           MOVE ALL "=" TO ACR-REPORT-LINE
           PERFORM Write-Acr-Report-Line
           MOVE ACR-SUPER-COUNT TO ACR-EDIT-COUNT
           MOVE SPACES TO ACR-REPORT-LINE
           STRING "Superviseurs reviseurs : " ACR-EDIT-COUNT
               DELIMITED BY SIZE INTO ACR-REPORT-LINE
           PERFORM Write-Acr-Report-Line
           MOVE ACR-DONE-COUNT TO ACR-EDIT-COUNT
           MOVE SPACES TO ACR-REPORT-LINE
           STRING "Decisions enregistrees : " ACR-EDIT-COUNT
               DELIMITED BY SIZE INTO ACR-REPORT-LINE
           PERFORM Write-Acr-Report-Line
           MOVE ACR-OPEN-COUNT TO ACR-EDIT-COUNT
           MOVE SPACES TO ACR-REPORT-LINE
           STRING "Revues restant a faire : " ACR-EDIT-COUNT
               DELIMITED BY SIZE INTO ACR-REPORT-LINE
           PERFORM Write-Acr-Report-Line
           CLOSE ACR-REPORT-FILE
           DISPLAY "Etat produit : " ACR-REPORT-FILENAME.

       Print-Supervisor-Section.
           IF ACR-E-SUPER(ACR-SUP-IDX) AND ACR-E-ACTIVE(ACR-SUP-IDX)
              AND NOT ACR-E-LOCKED(ACR-SUP-IDX) THEN
               ADD 1 TO ACR-SUPER-COUNT
               MOVE ALL "-" TO ACR-REPORT-LINE
               PERFORM Write-Acr-Report-Line
               MOVE SPACES TO ACR-REPORT-LINE
               STRING "Reviseur : " ACR-E-NAME(ACR-SUP-IDX)
                   DELIMITED BY SIZE INTO ACR-REPORT-LINE
               PERFORM Write-Acr-Report-Line
               MOVE "  EMPLOYE                        R ACTIVITE"
                   TO ACR-REPORT-LINE
               MOVE "DECISION" TO ACR-REPORT-LINE(46:)
               PERFORM Write-Acr-Report-Line
               MOVE ACR-E-NAME(ACR-SUP-IDX)(1:20) TO ACR-MATCH-REVIEWER
               PERFORM Print-Recert-Line
                   VARYING ACR-EMP-IDX FROM 1 BY 1
                   UNTIL ACR-EMP-IDX > ACR-EMP-USED
           END-IF.

       Print-Recert-Line.
           IF ACR-E-ACTIVE(ACR-EMP-IDX)
              AND ACR-EMP-IDX NOT = ACR-SUP-IDX THEN
               MOVE ACR-E-NAME(ACR-EMP-IDX) TO ACR-MATCH-NAME
               PERFORM Find-Decision
               MOVE "a revoir" TO ACR-EDIT-STATE
               IF ACR-FOUND THEN
                   ADD 1 TO ACR-DONE-COUNT
                   IF ACR-D-DECISION(ACR-DEC-IDX) = 'R' THEN
                       MOVE "revoque" TO ACR-EDIT-STATE
                   ELSE
                       MOVE "maintenu" TO ACR-EDIT-STATE
                   END-IF
               ELSE
                   ADD 1 TO ACR-OPEN-COUNT
               END-IF
               MOVE SPACES TO ACR-REPORT-LINE
               MOVE ACR-E-NAME(ACR-EMP-IDX) TO ACR-REPORT-LINE(3:30)
               MOVE ACR-E-ROLE(ACR-EMP-IDX) TO ACR-REPORT-LINE(34:1)
               MOVE ACR-E-LAST(ACR-EMP-IDX) TO ACR-EDIT-DATE
               IF ACR-E-LAST(ACR-EMP-IDX) = 0 THEN
                   MOVE "aucune" TO ACR-EDIT-DATE
               END-IF
               MOVE ACR-EDIT-DATE TO ACR-REPORT-LINE(36:8)
               MOVE ACR-EDIT-STATE TO ACR-REPORT-LINE(46:12)
               PERFORM Write-Acr-Report-Line
           END-IF.

      *    L'operateur revoit, pour le trimestre courant, chaque
      *    utilisateur actif qu'il n'a pas encore traite.  Une
      *    revocation part en demande de desactivation.
       Record-Recert-Decisions.
           MOVE ACR-CURRENT-QUARTER TO ACR-QUARTER
           PERFORM Load-Quarter-Decisions
           MOVE 0 TO ACR-DECIDED-COUNT
           MOVE 'N' TO ACR-STOP-SWITCH
           MOVE ACR-USER TO ACR-MATCH-REVIEWER
           OPEN EXTEND RECERT-FILE
           IF ACR-RECERT-STATUS = "35" THEN
               OPEN OUTPUT RECERT-FILE
           END-IF
           PERFORM Review-One-User
               VARYING ACR-EMP-IDX FROM 1 BY 1
               UNTIL ACR-EMP-IDX > ACR-EMP-USED OR ACR-STOP
           CLOSE RECERT-FILE
           DISPLAY ACR-DECIDED-COUNT " decision(s) enregistree(s) "
               "pour " ACR-QUARTER ".".

       Review-One-User.
           IF ACR-E-ACTIVE(ACR-EMP-IDX)
              AND ACR-E-NAME(ACR-EMP-IDX) NOT = ACR-USER THEN
               MOVE ACR-E-NAME(ACR-EMP-IDX) TO ACR-MATCH-NAME
               PERFORM Find-Decision
               IF NOT ACR-FOUND THEN
                   PERFORM Decide-One-User
               END-IF
           END-IF.

       Decide-One-User.
           DISPLAY "----------------------------------------"
           DISPLAY "Employe  : " ACR-E-NAME(ACR-EMP-IDX)
           DISPLAY "Role     : " ACR-E-ROLE(ACR-EMP-IDX)
               "   Derniere activite : " ACR-E-LAST(ACR-EMP-IDX)
           DISPLAY "Maintenir (M), revoquer (R), sauter (S) "
               "ou arreter (F) ? "
           ACCEPT ACR-DECISION
           EVALUATE TRUE
               WHEN ACR-DEC-KEEP
                   MOVE 'M' TO RCT-DECISION
                   PERFORM Write-Recert-Record
               WHEN ACR-DEC-REVOKE
                   MOVE 'R' TO RCT-DECISION
                   PERFORM Write-Recert-Record
                   IF NOT ACR-E-DEACT-PENDING(ACR-EMP-IDX) THEN
                       PERFORM Queue-Deactivation
                   END-IF
               WHEN ACR-DEC-STOP
                   SET ACR-STOP TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Write-Recert-Record.
           MOVE ACR-QUARTER TO RCT-QUARTER
           MOVE ACR-USER TO RCT-REVIEWER
           MOVE ACR-E-NAME(ACR-EMP-IDX) TO RCT-EMP-NAME
           MOVE ACR-E-ROLE(ACR-EMP-IDX) TO RCT-EMP-ROLE
           MOVE ACR-E-LAST(ACR-EMP-IDX) TO RCT-LAST-ACTIVITY
           ACCEPT RCT-DATE FROM DATE YYYYMMDD
           ACCEPT RCT-TIME FROM TIME
           WRITE RECERT-RECORD
           ADD 1 TO ACR-DECIDED-COUNT.

       Write-Acr-Report-Line.
           DISPLAY ACR-REPORT-LINE
           WRITE ACR-REPORT-LINE.

       END PROGRAM AccRev.
