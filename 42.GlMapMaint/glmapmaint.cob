       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlMapMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GMM-MAP-STATUS.
           SELECT WORK-FILE ASSIGN TO "GLMAPW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "GLMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GMM-HISTORY-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
               FILE STATUS IS GMM-BRANCH-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS GMM-ACCOUNT-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NAME
               FILE STATUS IS GMM-EMPLOYEE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               ALTERNATE RECORD KEY IS AUD-DATE WITH DUPLICATES
               FILE STATUS IS GMM-AUDIT-STATUS.
           SELECT GMM-REPORT-FILE ASSIGN DYNAMIC GMM-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE.
           COPY GLMAP.

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(20).

       FD  HISTORY-FILE.
       01  MAP-HISTORY-RECORD.
           05 GMH-DATE            PIC 9(8).
           05 GMH-TIME            PIC 9(8).
           05 GMH-USER            PIC X(20).
           05 GMH-ACTION          PIC X(10).
           05 GMH-BEFORE-IMAGE    PIC X(20).
           05 GMH-AFTER-IMAGE     PIC X(20).

       FD  BRANCH-MASTER.
           COPY BRNMAST.

       FD  ACCOUNT-MASTER.
           COPY COAMAST.

       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       FD  AUDIT-FILE.
           COPY CALCAUDT.

       FD  GMM-REPORT-FILE.
       01  GMM-REPORT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
       01 GMM-MAP-STATUS      PIC XX.
       01 GMM-HISTORY-STATUS  PIC XX.
       01 GMM-BRANCH-STATUS   PIC XX.
       01 GMM-ACCOUNT-STATUS  PIC XX.
       01 GMM-EMPLOYEE-STATUS PIC XX.
       01 GMM-AUDIT-STATUS    PIC XX.
       01 GMM-EOF-SWITCH      PIC X     VALUE 'N'.
           88 GMM-EOF             VALUE 'Y'.
       01 GMM-BRANCH-SWITCH   PIC X     VALUE 'N'.
           88 GMM-BRANCH-PRESENT  VALUE 'Y'.
       01 GMM-ACCOUNT-SWITCH  PIC X     VALUE 'N'.
           88 GMM-ACCOUNT-PRESENT VALUE 'Y'.
       01 GMM-USER            PIC X(20).
       01 GMM-SUPER-SWITCH    PIC X     VALUE 'N'.
           88 GMM-IS-SUPER        VALUE 'Y'.
       01 GMM-CHOICE          PIC X.
           88 GMM-CHOICE-ADD      VALUE 'A' 'a'.
           88 GMM-CHOICE-CHANGE   VALUE 'C' 'c'.
           88 GMM-CHOICE-DELETE   VALUE 'D' 'd'.
           88 GMM-CHOICE-LIST     VALUE 'L' 'l'.
           88 GMM-CHOICE-REPORT   VALUE 'R' 'r'.
           88 GMM-CHOICE-QUIT     VALUE 'Q' 'q'.
       01 GMM-BRANCH          PIC X(3).
      *    Les six operateurs du calculateur, plus 'F' pour la paire
      *    des produits de frais.
       01 GMM-OPERATOR        PIC X.
           88 GMM-OPERATOR-VALID  VALUE '+' '-' '*' '/' '^' '%' 'F'.
       01 GMM-OPERATOR-LIST   PIC X(7)  VALUE "+-*/^%F".
       01 GMM-OPERATOR-TABLE REDEFINES GMM-OPERATOR-LIST.
           05 GMM-OPERATOR-CODE   PIC X OCCURS 7 TIMES.
       01 GMM-OPER-SUB        PIC 9     VALUE 0.
       01 GMM-ACCOUNT-X       PIC X(8).
       01 GMM-ACCOUNT         PIC 9(8).
       01 GMM-DEBIT-ACCT      PIC 9(8).
       01 GMM-CREDIT-ACCT     PIC 9(8).
       01 GMM-ENTRY-SWITCH    PIC X     VALUE 'N'.
           88 GMM-ENTRY-OK        VALUE 'Y'.
       01 GMM-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 GMM-MAP-EXISTS      VALUE 'Y'.
       01 GMM-BEFORE-IMAGE    PIC X(20).
       01 GMM-AFTER-IMAGE     PIC X(20).
       01 GMM-REPORT-DATE     PIC 9(6).
       01 GMM-REPORT-FILENAME PIC X(20).
       01 GMM-MAP-USED        PIC 9(3)  VALUE 0.
       01 GMM-MAP-FOUND-SW    PIC X     VALUE 'N'.
           88 GMM-MAP-FOUND       VALUE 'Y'.
       01 GMM-MAP-TABLE.
           05 GMM-MAP-ENTRY OCCURS 200 TIMES
                   INDEXED BY GMM-MAP-IDX.
               10 GMM-MAP-BRANCH  PIC X(3).
               10 GMM-MAP-OPER    PIC X.
      *    Activite de CALCAUDT par agence/operateur, pour classer
      *    les trous : une combinaison deja mouvementee part
      *    aujourd'hui meme au compte d'attente.
       01 GMM-ACT-USED        PIC 9(3)  VALUE 0.
       01 GMM-ACT-FOUND-SW    PIC X     VALUE 'N'.
           88 GMM-ACT-FOUND       VALUE 'Y'.
       01 GMM-ACT-TABLE.
           05 GMM-ACT-ENTRY OCCURS 500 TIMES
                   INDEXED BY GMM-ACT-IDX.
               10 GMM-ACT-BRANCH  PIC X(3).
               10 GMM-ACT-OPER    PIC X.
               10 GMM-ACT-COUNT   PIC 9(7).
       01 GMM-MATCH-BRANCH    PIC X(3).
       01 GMM-MATCH-OPER      PIC X.
       01 GMM-MATCH-NAME      PIC X(30).
       01 GMM-GAP-COUNT       PIC 9(5)  VALUE 0.
       01 GMM-GAP-ACTIVE      PIC 9(5)  VALUE 0.
       01 GMM-BRANCH-COUNT    PIC 9(5)  VALUE 0.
       01 GMM-EDIT-COUNT      PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " MAINTENANCE DES IMPUTATIONS GLMAP"
           DISPLAY "========================================"
           DISPLAY "Nom de l'operateur : "
           ACCEPT GMM-USER
           PERFORM Check-Operator-Role
           IF NOT GMM-IS-SUPER THEN
               DISPLAY "Maintenance reservee aux superviseurs."
           ELSE
               PERFORM Open-Reference-Files
               PERFORM Open-History-File
               PERFORM Process-One-Action UNTIL GMM-CHOICE-QUIT
               IF GMM-BRANCH-PRESENT THEN
                   CLOSE BRANCH-MASTER
               END-IF
               IF GMM-ACCOUNT-PRESENT THEN
                   CLOSE ACCOUNT-MASTER
               END-IF
               CLOSE HISTORY-FILE
               DISPLAY "Fin de la maintenance."
           END-IF
           GOBACK.

      *    Meme regle que la validation des demandes sensibles :
      *    superviseur actif et non verrouille dans EMPMAST.
       Check-Operator-Role.
           MOVE 'N' TO GMM-SUPER-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           IF GMM-EMPLOYEE-STATUS = "00" THEN
               MOVE GMM-USER TO EMP-NAME
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "23" TO GMM-EMPLOYEE-STATUS
               END-READ
               IF GMM-EMPLOYEE-STATUS = "00" AND EMP-ROLE-SUPER
                  AND EMP-ACTIVE AND EMP-NOT-LOCKED THEN
                   SET GMM-IS-SUPER TO TRUE
               END-IF
               CLOSE EMPLOYEE-MASTER
           END-IF.

      *    Sans BRNMAST ou sans plan de comptes, aucune imputation ne
      *    peut etre controlee : ajout et modification sont refuses.
       Open-Reference-Files.
           OPEN INPUT BRANCH-MASTER
           IF GMM-BRANCH-STATUS = "00" THEN
               SET GMM-BRANCH-PRESENT TO TRUE
           ELSE
               DISPLAY "Fichier BRNMAST absent, saisie impossible."
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF GMM-ACCOUNT-STATUS = "00" THEN
               SET GMM-ACCOUNT-PRESENT TO TRUE
           ELSE
               DISPLAY "Fichier COAMAST absent, saisie impossible."
           END-IF.

       Open-History-File.
           OPEN EXTEND HISTORY-FILE
           IF GMM-HISTORY-STATUS = "35" THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       Process-One-Action.
           DISPLAY "----------------------------------------"
           DISPLAY "Ajouter (A), modifier (C), supprimer (D),"
           DISPLAY "lister (L), combinaisons sans imputation (R)"
           DISPLAY "ou quitter (Q) ? "
           ACCEPT GMM-CHOICE
           EVALUATE TRUE
               WHEN GMM-CHOICE-ADD
                   PERFORM Add-Mapping
               WHEN GMM-CHOICE-CHANGE
                   PERFORM Change-Mapping
               WHEN GMM-CHOICE-DELETE
                   PERFORM Delete-Mapping
               WHEN GMM-CHOICE-LIST
                   PERFORM List-Mappings
               WHEN GMM-CHOICE-REPORT
                   PERFORM Report-Unmapped
               WHEN GMM-CHOICE-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

      *    La suppression ne demande que la cle : une agence fermee
      *    doit pouvoir etre retiree de GLMAP.  L'agence a blanc est
      *    celle du travail saisi, qui passe dans CALCAUDT sans
      *    agence.
       Get-Mapping-Key.
           MOVE 'Y' TO GMM-ENTRY-SWITCH
           DISPLAY "Code agence (vide = saisie interne) : "
           ACCEPT GMM-BRANCH
           DISPLAY "Operateur (+ - * / ^ %, F = frais) : "
           ACCEPT GMM-OPERATOR
           IF NOT GMM-OPERATOR-VALID THEN
               DISPLAY "Operateur invalide."
               MOVE 'N' TO GMM-ENTRY-SWITCH
           END-IF.

      *    La saisie interne n'est pas une agence de BRNMAST.
       Check-Branch.
           EVALUATE TRUE
               WHEN GMM-BRANCH = SPACES
                   CONTINUE
               WHEN NOT GMM-BRANCH-PRESENT
                   MOVE 'N' TO GMM-ENTRY-SWITCH
               WHEN OTHER
                   MOVE GMM-BRANCH TO BRN-CODE
                   READ BRANCH-MASTER
                       INVALID KEY
                           MOVE "23" TO GMM-BRANCH-STATUS
                   END-READ
                   IF GMM-BRANCH-STATUS NOT = "00"
                      OR BRN-INACTIVE THEN
                       DISPLAY "Agence inconnue ou inactive."
                       MOVE 'N' TO GMM-ENTRY-SWITCH
                   END-IF
           END-EVALUATE.

      *    Les deux comptes doivent exister et etre actifs au plan de
      *    comptes ; un meme compte au debit et au credit ne
      *    mouvementerait rien.
       Get-Mapping-Accounts.
           DISPLAY "Compte debite (8 chiffres) : "
           PERFORM Get-One-Account
           MOVE GMM-ACCOUNT TO GMM-DEBIT-ACCT
           DISPLAY "Compte credite (8 chiffres) : "
           PERFORM Get-One-Account
           MOVE GMM-ACCOUNT TO GMM-CREDIT-ACCT
           IF GMM-ENTRY-OK AND GMM-DEBIT-ACCT = GMM-CREDIT-ACCT
               DISPLAY "Comptes debit et credit identiques."
               MOVE 'N' TO GMM-ENTRY-SWITCH
           END-IF.

       Get-One-Account.
           MOVE 0 TO GMM-ACCOUNT
           ACCEPT GMM-ACCOUNT-X
           IF GMM-ACCOUNT-X NOT NUMERIC THEN
               DISPLAY "Numero de compte invalide."
               MOVE 'N' TO GMM-ENTRY-SWITCH
           ELSE
               MOVE GMM-ACCOUNT-X TO GMM-ACCOUNT
               IF NOT GMM-ACCOUNT-PRESENT THEN
                   MOVE 'N' TO GMM-ENTRY-SWITCH
               ELSE
                   MOVE GMM-ACCOUNT TO COA-ACCOUNT
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           MOVE "23" TO GMM-ACCOUNT-STATUS
                   END-READ
                   IF GMM-ACCOUNT-STATUS NOT = "00"
                      OR NOT COA-ACTIVE THEN
                       DISPLAY "Compte " GMM-ACCOUNT
                           " inconnu ou inactif au plan de comptes."
                       MOVE 'N' TO GMM-ENTRY-SWITCH
                   ELSE
                       DISPLAY "  " COA-NAME
                   END-IF
               END-IF
           END-IF.

       Add-Mapping.
           PERFORM Get-Mapping-Key
           IF GMM-ENTRY-OK THEN
               PERFORM Check-Branch
           END-IF
           IF GMM-ENTRY-OK THEN
               PERFORM Find-Mapping
               IF GMM-MAP-EXISTS THEN
                   DISPLAY "Cette imputation existe deja, ajout "
                       "refuse."
               ELSE
                   PERFORM Get-Mapping-Accounts
                   IF GMM-ENTRY-OK THEN
                       PERFORM Build-After-Image
                       OPEN EXTEND MAP-FILE
                       IF GMM-MAP-STATUS = "35" THEN
                           OPEN OUTPUT MAP-FILE
                       END-IF
                       MOVE GMM-AFTER-IMAGE TO GL-MAP-RECORD
                       WRITE GL-MAP-RECORD
                       CLOSE MAP-FILE
                       MOVE SPACES TO GMM-BEFORE-IMAGE
                       PERFORM Write-History-Record
                       DISPLAY "Imputation ajoutee."
                   ELSE
                       DISPLAY "Saisie invalide, ajout refuse."
                   END-IF
               END-IF
           END-IF.

       Change-Mapping.
           PERFORM Get-Mapping-Key
           IF GMM-ENTRY-OK THEN
               PERFORM Check-Branch
           END-IF
           IF GMM-ENTRY-OK THEN
               PERFORM Find-Mapping
               IF NOT GMM-MAP-EXISTS THEN
                   DISPLAY "Imputation inconnue."
               ELSE
                   MOVE GMM-BEFORE-IMAGE TO GL-MAP-RECORD
                   DISPLAY "AGC OP DEBIT    CREDIT"
                   PERFORM Show-One-Mapping
                   PERFORM Get-Mapping-Accounts
                   IF GMM-ENTRY-OK THEN
                       PERFORM Build-After-Image
                       PERFORM Rewrite-Map-File
                       PERFORM Write-History-Record
                       DISPLAY "Imputation modifiee."
                   ELSE
                       DISPLAY "Saisie invalide, modification "
                           "refusee."
                   END-IF
               END-IF
           END-IF.

       Delete-Mapping.
           PERFORM Get-Mapping-Key
           IF GMM-ENTRY-OK THEN
               PERFORM Find-Mapping
               IF NOT GMM-MAP-EXISTS THEN
                   DISPLAY "Imputation inconnue."
               ELSE
                   MOVE SPACES TO GMM-AFTER-IMAGE
                   PERFORM Rewrite-Map-File
                   PERFORM Write-History-Record
                   DISPLAY "Imputation supprimee."
               END-IF
           END-IF.

       Build-After-Image.
           MOVE SPACES TO GL-MAP-RECORD
           MOVE GMM-BRANCH TO GLM-BRANCH
           MOVE GMM-OPERATOR TO GLM-OPERATOR
           MOVE GMM-DEBIT-ACCT TO GLM-DEBIT-ACCT
           MOVE GMM-CREDIT-ACCT TO GLM-CREDIT-ACCT
           MOVE GL-MAP-RECORD TO GMM-AFTER-IMAGE.

       Find-Mapping.
           MOVE 'N' TO GMM-FOUND-SWITCH
           MOVE 'N' TO GMM-EOF-SWITCH
           MOVE SPACES TO GMM-BEFORE-IMAGE
           OPEN INPUT MAP-FILE
           IF GMM-MAP-STATUS = "00" THEN
               READ MAP-FILE
                   AT END SET GMM-EOF TO TRUE
               END-READ
               PERFORM Match-One-Mapping UNTIL GMM-EOF
               CLOSE MAP-FILE
           END-IF.

       Match-One-Mapping.
           IF GLM-BRANCH = GMM-BRANCH
              AND GLM-OPERATOR = GMM-OPERATOR THEN
               SET GMM-MAP-EXISTS TO TRUE
               MOVE GL-MAP-RECORD TO GMM-BEFORE-IMAGE
           END-IF
           READ MAP-FILE
               AT END SET GMM-EOF TO TRUE
           END-READ.

      *    Fichier sequentiel : modification et suppression passent
      *    par une recopie complete, comme pour le bareme des frais.
       Rewrite-Map-File.
           MOVE 'N' TO GMM-EOF-SWITCH
           OPEN INPUT MAP-FILE
           OPEN OUTPUT WORK-FILE
           READ MAP-FILE
               AT END SET GMM-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Map-Out UNTIL GMM-EOF
           CLOSE MAP-FILE
           CLOSE WORK-FILE
           MOVE 'N' TO GMM-EOF-SWITCH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT MAP-FILE
           READ WORK-FILE
               AT END SET GMM-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Map-Back UNTIL GMM-EOF
           CLOSE WORK-FILE
           CLOSE MAP-FILE.

       Copy-One-Map-Out.
           IF GLM-BRANCH = GMM-BRANCH
              AND GLM-OPERATOR = GMM-OPERATOR THEN
               IF GMM-CHOICE-CHANGE THEN
                   WRITE WORK-RECORD FROM GMM-AFTER-IMAGE
               END-IF
           ELSE
               WRITE WORK-RECORD FROM GL-MAP-RECORD
           END-IF
           READ MAP-FILE
               AT END SET GMM-EOF TO TRUE
           END-READ.

       Copy-One-Map-Back.
           MOVE WORK-RECORD TO GL-MAP-RECORD
           WRITE GL-MAP-RECORD
           READ WORK-FILE
               AT END SET GMM-EOF TO TRUE
           END-READ.

       List-Mappings.
           MOVE 'N' TO GMM-EOF-SWITCH
           OPEN INPUT MAP-FILE
           IF GMM-MAP-STATUS = "00" THEN
               DISPLAY "AGC OP DEBIT    CREDIT"
               READ MAP-FILE
                   AT END SET GMM-EOF TO TRUE
               END-READ
               PERFORM List-One-Mapping UNTIL GMM-EOF
               CLOSE MAP-FILE
           ELSE
               DISPLAY "Fichier GLMAP absent."
           END-IF.

       List-One-Mapping.
           PERFORM Show-One-Mapping
           READ MAP-FILE
               AT END SET GMM-EOF TO TRUE
           END-READ.

       Show-One-Mapping.
           DISPLAY GLM-BRANCH " " GLM-OPERATOR "  " GLM-DEBIT-ACCT " "
               GLM-CREDIT-ACCT.

      *    Chaque agence active de BRNMAST, et la saisie interne
      *    (agence a blanc, listee "(int)"), doit avoir une imputation
      *    par operateur et pour ses frais ; les trous sont listes
      *    avec le nombre de transactions deja passees dans CALCAUDT.
       Report-Unmapped.
           IF NOT GMM-BRANCH-PRESENT THEN
               DISPLAY "Fichier BRNMAST absent, etat impossible."
           ELSE
               PERFORM Load-Map-Table
               PERFORM Load-Activity-Table
               PERFORM Open-Gmm-Report
               MOVE 0 TO GMM-GAP-COUNT
               MOVE 0 TO GMM-GAP-ACTIVE
               MOVE 0 TO GMM-BRANCH-COUNT
               MOVE 'N' TO GMM-EOF-SWITCH
               MOVE LOW-VALUES TO BRN-CODE
               START BRANCH-MASTER KEY IS >= BRN-CODE
                   INVALID KEY SET GMM-EOF TO TRUE
               END-START
               IF NOT GMM-EOF THEN
                   READ BRANCH-MASTER NEXT RECORD
                       AT END SET GMM-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM Check-One-Branch UNTIL GMM-EOF
               PERFORM Check-Internal-Work
               PERFORM Print-Gap-Totals
               CLOSE GMM-REPORT-FILE
               DISPLAY "Etat produit : " GMM-REPORT-FILENAME
           END-IF.

       Load-Map-Table.
           MOVE 0 TO GMM-MAP-USED
           MOVE 'N' TO GMM-EOF-SWITCH
           OPEN INPUT MAP-FILE
           IF GMM-MAP-STATUS = "00" THEN
               READ MAP-FILE
                   AT END SET GMM-EOF TO TRUE
               END-READ
               PERFORM Load-One-Map-Entry UNTIL GMM-EOF
               CLOSE MAP-FILE
           END-IF.

       Load-One-Map-Entry.
           IF GMM-MAP-USED < 200 THEN
               ADD 1 TO GMM-MAP-USED
               SET GMM-MAP-IDX TO GMM-MAP-USED
               MOVE GLM-BRANCH TO GMM-MAP-BRANCH(GMM-MAP-IDX)
               MOVE GLM-OPERATOR TO GMM-MAP-OPER(GMM-MAP-IDX)
           END-IF
           READ MAP-FILE
               AT END SET GMM-EOF TO TRUE
           END-READ.

       Load-Activity-Table.
           MOVE 0 TO GMM-ACT-USED
           MOVE 'N' TO GMM-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF GMM-AUDIT-STATUS = "00" THEN
               READ AUDIT-FILE NEXT RECORD
                   AT END SET GMM-EOF TO TRUE
               END-READ
               PERFORM Count-One-Audit-Record UNTIL GMM-EOF
               CLOSE AUDIT-FILE
           END-IF.

       Count-One-Audit-Record.
           MOVE AUD-BRANCH TO GMM-MATCH-BRANCH
           MOVE AUD-OPERATOR TO GMM-MATCH-OPER
           PERFORM Add-Activity
           IF AUD-FEE NOT = 0 THEN
               MOVE 'F' TO GMM-MATCH-OPER
               PERFORM Add-Activity
           END-IF
           READ AUDIT-FILE NEXT RECORD
               AT END SET GMM-EOF TO TRUE
           END-READ.

       Add-Activity.
           PERFORM Find-Activity
           IF NOT GMM-ACT-FOUND AND GMM-ACT-USED < 500 THEN
               ADD 1 TO GMM-ACT-USED
               SET GMM-ACT-IDX TO GMM-ACT-USED
               MOVE GMM-MATCH-BRANCH TO GMM-ACT-BRANCH(GMM-ACT-IDX)
               MOVE GMM-MATCH-OPER TO GMM-ACT-OPER(GMM-ACT-IDX)
               MOVE 0 TO GMM-ACT-COUNT(GMM-ACT-IDX)
               SET GMM-ACT-FOUND TO TRUE
           END-IF
           IF GMM-ACT-FOUND THEN
               ADD 1 TO GMM-ACT-COUNT(GMM-ACT-IDX)
           END-IF.

       Find-Activity.
           MOVE 'N' TO GMM-ACT-FOUND-SW
           SET GMM-ACT-IDX TO 1
           PERFORM Match-One-Activity
               UNTIL GMM-ACT-FOUND
                  OR GMM-ACT-IDX > GMM-ACT-USED.

       Match-One-Activity.
           IF GMM-ACT-BRANCH(GMM-ACT-IDX) = GMM-MATCH-BRANCH
              AND GMM-ACT-OPER(GMM-ACT-IDX) = GMM-MATCH-OPER
               SET GMM-ACT-FOUND TO TRUE
           ELSE
               SET GMM-ACT-IDX UP BY 1
           END-IF.

       Open-Gmm-Report.
           ACCEPT GMM-REPORT-DATE FROM DATE
           MOVE SPACES TO GMM-REPORT-FILENAME
           STRING "GLMAPGAP.D" GMM-REPORT-DATE
               DELIMITED BY SIZE INTO GMM-REPORT-FILENAME
           OPEN OUTPUT GMM-REPORT-FILE
           MOVE "COMBINAISONS ACTIVES SANS IMPUTATION GLMAP"
               TO GMM-REPORT-LINE
           PERFORM Write-Gmm-Report-Line
           MOVE ALL "-" TO GMM-REPORT-LINE
           PERFORM Write-Gmm-Report-Line
           MOVE "AGC NOM                            OP  MVTS CALCAUDT"
               TO GMM-REPORT-LINE
           PERFORM Write-Gmm-Report-Line.

       Check-One-Branch.
           IF BRN-ACTIVE THEN
               ADD 1 TO GMM-BRANCH-COUNT
               MOVE BRN-CODE TO GMM-MATCH-BRANCH
               MOVE BRN-NAME TO GMM-MATCH-NAME
               PERFORM Check-One-Operator
                   VARYING GMM-OPER-SUB FROM 1 BY 1
                   UNTIL GMM-OPER-SUB > 7
           END-IF
           READ BRANCH-MASTER NEXT RECORD
               AT END SET GMM-EOF TO TRUE
           END-READ.

       Check-Internal-Work.
           MOVE SPACES TO GMM-MATCH-BRANCH
           MOVE "(int)" TO GMM-MATCH-NAME
           PERFORM Check-One-Operator
               VARYING GMM-OPER-SUB FROM 1 BY 1
               UNTIL GMM-OPER-SUB > 7.

       Check-One-Operator.
           MOVE GMM-OPERATOR-CODE(GMM-OPER-SUB) TO GMM-MATCH-OPER
           MOVE 'N' TO GMM-MAP-FOUND-SW
           SET GMM-MAP-IDX TO 1
           PERFORM Match-One-Map-Entry
               UNTIL GMM-MAP-FOUND
                  OR GMM-MAP-IDX > GMM-MAP-USED
           IF NOT GMM-MAP-FOUND THEN
               ADD 1 TO GMM-GAP-COUNT
               PERFORM Find-Activity
               IF GMM-ACT-FOUND THEN
                   ADD 1 TO GMM-GAP-ACTIVE
                   MOVE GMM-ACT-COUNT(GMM-ACT-IDX) TO GMM-EDIT-COUNT
               ELSE
                   MOVE 0 TO GMM-EDIT-COUNT
               END-IF
               MOVE SPACES TO GMM-REPORT-LINE
               STRING GMM-MATCH-BRANCH " " GMM-MATCH-NAME " "
                   GMM-MATCH-OPER "  "
                   GMM-EDIT-COUNT
                   DELIMITED BY SIZE INTO GMM-REPORT-LINE
               PERFORM Write-Gmm-Report-Line
           END-IF.

       Match-One-Map-Entry.
           IF GMM-MAP-BRANCH(GMM-MAP-IDX) = GMM-MATCH-BRANCH
              AND GMM-MAP-OPER(GMM-MAP-IDX) = GMM-MATCH-OPER
               SET GMM-MAP-FOUND TO TRUE
           ELSE
               SET GMM-MAP-IDX UP BY 1
           END-IF.

       Print-Gap-Totals.
           MOVE ALL "-" TO GMM-REPORT-LINE
           PERFORM Write-Gmm-Report-Line
           MOVE GMM-BRANCH-COUNT TO GMM-EDIT-COUNT
           MOVE SPACES TO GMM-REPORT-LINE
           STRING "Agences actives              : " GMM-EDIT-COUNT
               DELIMITED BY SIZE INTO GMM-REPORT-LINE
           PERFORM Write-Gmm-Report-Line
           MOVE GMM-GAP-COUNT TO GMM-EDIT-COUNT
           MOVE SPACES TO GMM-REPORT-LINE
           STRING "Combinaisons sans imputation : " GMM-EDIT-COUNT
               DELIMITED BY SIZE INTO GMM-REPORT-LINE
           PERFORM Write-Gmm-Report-Line
           MOVE GMM-GAP-ACTIVE TO GMM-EDIT-COUNT
           MOVE SPACES TO GMM-REPORT-LINE
           STRING "dont deja mouvementees       : " GMM-EDIT-COUNT
               DELIMITED BY SIZE INTO GMM-REPORT-LINE
           PERFORM Write-Gmm-Report-Line.

       Write-Gmm-Report-Line.
           DISPLAY GMM-REPORT-LINE
           WRITE GMM-REPORT-LINE.

       Write-History-Record.
           ACCEPT GMH-DATE FROM DATE YYYYMMDD
           ACCEPT GMH-TIME FROM TIME
           MOVE GMM-USER TO GMH-USER
           EVALUATE TRUE
               WHEN GMM-CHOICE-ADD
                   MOVE "AJOUT" TO GMH-ACTION
               WHEN GMM-CHOICE-CHANGE
                   MOVE "MODIF" TO GMH-ACTION
               WHEN GMM-CHOICE-DELETE
                   MOVE "SUPPRIME" TO GMH-ACTION
           END-EVALUATE
           MOVE GMM-BEFORE-IMAGE TO GMH-BEFORE-IMAGE
           MOVE GMM-AFTER-IMAGE TO GMH-AFTER-IMAGE
           WRITE MAP-HISTORY-RECORD.

       END PROGRAM GlMapMaint.
