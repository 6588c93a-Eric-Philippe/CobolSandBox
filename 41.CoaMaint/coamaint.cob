       IDENTIFICATION DIVISION.
       PROGRAM-ID. CoaMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS CMT-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "COAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMT-HISTORY-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NAME
               FILE STATUS IS CMT-EMPLOYEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY COAMAST.

       FD  HISTORY-FILE.
       01  ACCOUNT-HISTORY-RECORD.
           05 CHI-DATE            PIC 9(8).
           05 CHI-TIME            PIC 9(8).
           05 CHI-USER            PIC X(20).
           05 CHI-ACTION          PIC X(10).
           05 CHI-BEFORE-IMAGE    PIC X(40).
           05 CHI-AFTER-IMAGE     PIC X(40).

       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       WORKING-STORAGE SECTION.
       01 CMT-MASTER-STATUS   PIC XX.
           88 CMT-MASTER-OK       VALUE "00".
           88 CMT-MASTER-ABSENT   VALUE "35".
       01 CMT-HISTORY-STATUS  PIC XX.
       01 CMT-EMPLOYEE-STATUS PIC XX.
       01 CMT-EOF-SWITCH      PIC X     VALUE 'N'.
           88 CMT-EOF             VALUE 'Y'.
       01 CMT-USER            PIC X(20).
       01 CMT-SUPER-SWITCH    PIC X     VALUE 'N'.
           88 CMT-IS-SUPER        VALUE 'Y'.
       01 CMT-CHOICE          PIC X.
           88 CMT-CHOICE-ADD      VALUE 'A' 'a'.
           88 CMT-CHOICE-CHANGE   VALUE 'C' 'c'.
           88 CMT-CHOICE-DEACT    VALUE 'D' 'd'.
           88 CMT-CHOICE-LIST     VALUE 'L' 'l'.
           88 CMT-CHOICE-QUIT     VALUE 'Q' 'q'.
       01 CMT-ANSWER          PIC X.
       01 CMT-ACCOUNT-X       PIC X(8).
       01 CMT-ACCOUNT         PIC 9(8).
       01 CMT-NAME            PIC X(30).
       01 CMT-TYPE            PIC X.
       01 CMT-ENTRY-SWITCH    PIC X     VALUE 'N'.
           88 CMT-ENTRY-OK        VALUE 'Y'.
       01 CMT-BEFORE-IMAGE    PIC X(40).

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " MAINTENANCE DU PLAN DE COMPTES"
           DISPLAY "========================================"
           DISPLAY "Nom de l'operateur : "
           ACCEPT CMT-USER
           PERFORM Check-Operator-Role
           IF NOT CMT-IS-SUPER THEN
               DISPLAY "Maintenance reservee aux superviseurs."
           ELSE
               PERFORM Open-Account-Master
               PERFORM Open-History-File
               PERFORM Process-One-Action UNTIL CMT-CHOICE-QUIT
               CLOSE ACCOUNT-MASTER
               CLOSE HISTORY-FILE
               DISPLAY "Fin de la maintenance."
           END-IF
           GOBACK.

      *    Meme regle que la validation des demandes sensibles :
      *    superviseur actif et non verrouille dans EMPMAST.
       Check-Operator-Role.
           MOVE 'N' TO CMT-SUPER-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           IF CMT-EMPLOYEE-STATUS = "00" THEN
               MOVE CMT-USER TO EMP-NAME
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "23" TO CMT-EMPLOYEE-STATUS
               END-READ
               IF CMT-EMPLOYEE-STATUS = "00" AND EMP-ROLE-SUPER
                  AND EMP-ACTIVE AND EMP-NOT-LOCKED THEN
                   SET CMT-IS-SUPER TO TRUE
               END-IF
               CLOSE EMPLOYEE-MASTER
           END-IF.

       Open-Account-Master.
           OPEN I-O ACCOUNT-MASTER
           IF CMT-MASTER-ABSENT THEN
               DISPLAY "Fichier COAMAST absent, creation."
               OPEN OUTPUT ACCOUNT-MASTER
               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF.

       Open-History-File.
           OPEN EXTEND HISTORY-FILE
           IF CMT-HISTORY-STATUS = "35" THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       Process-One-Action.
           DISPLAY "----------------------------------------"
           DISPLAY "Ajouter (A), modifier (C), desactiver (D),"
           DISPLAY "lister (L) ou quitter (Q) ? "
           ACCEPT CMT-CHOICE
           EVALUATE TRUE
               WHEN CMT-CHOICE-ADD
                   PERFORM Add-Account
               WHEN CMT-CHOICE-CHANGE
                   PERFORM Change-Account
               WHEN CMT-CHOICE-DEACT
                   PERFORM Deactivate-Account
               WHEN CMT-CHOICE-LIST
                   PERFORM List-Accounts
               WHEN CMT-CHOICE-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

       Get-Account-Number.
           MOVE 'Y' TO CMT-ENTRY-SWITCH
           DISPLAY "Numero de compte (8 chiffres) : "
           ACCEPT CMT-ACCOUNT-X
           IF CMT-ACCOUNT-X NUMERIC THEN
               MOVE CMT-ACCOUNT-X TO CMT-ACCOUNT
               IF CMT-ACCOUNT = 0 THEN
                   MOVE 'N' TO CMT-ENTRY-SWITCH
               END-IF
           ELSE
               MOVE 'N' TO CMT-ENTRY-SWITCH
           END-IF
           IF NOT CMT-ENTRY-OK THEN
               DISPLAY "Numero de compte invalide."
           END-IF.

       Get-Account-Type.
           DISPLAY "Type : actif (A), passif (L), capitaux (E),"
           DISPLAY "produit (I) ou charge (X) : "
           ACCEPT CMT-TYPE
           IF CMT-TYPE NOT = SPACE THEN
               MOVE CMT-TYPE TO COA-TYPE
           END-IF
           IF NOT COA-TYPE-VALID THEN
               DISPLAY "Type de compte invalide."
               MOVE 'N' TO CMT-ENTRY-SWITCH
           END-IF.

       Add-Account.
           PERFORM Get-Account-Number
           IF CMT-ENTRY-OK THEN
               MOVE CMT-ACCOUNT TO COA-ACCOUNT
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CMT-MASTER-OK THEN
                   DISPLAY "Ce compte existe deja, ajout refuse."
               ELSE
                   MOVE CMT-ACCOUNT TO COA-ACCOUNT
                   DISPLAY "Intitule du compte : "
                   ACCEPT COA-NAME
                   IF COA-NAME = SPACES THEN
                       DISPLAY "Intitule obligatoire."
                       MOVE 'N' TO CMT-ENTRY-SWITCH
                   END-IF
                   MOVE SPACE TO COA-TYPE
                   PERFORM Get-Account-Type
                   MOVE 'A' TO COA-STATUS
                   IF CMT-ENTRY-OK THEN
                       WRITE ACCOUNT-RECORD
                           INVALID KEY
                               DISPLAY "Ecriture refusee, cle en "
                                   "double."
                       END-WRITE
                       IF CMT-MASTER-OK THEN
                           MOVE SPACES TO CMT-BEFORE-IMAGE
                           PERFORM Write-History-Record
                           DISPLAY "Compte ajoute."
                       END-IF
                   ELSE
                       DISPLAY "Saisie invalide, ajout refuse."
                   END-IF
               END-IF
           END-IF.

       Change-Account.
           PERFORM Get-Account-Number
           IF CMT-ENTRY-OK THEN
               MOVE CMT-ACCOUNT TO COA-ACCOUNT
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Compte inconnu."
               END-READ
               IF CMT-MASTER-OK THEN
                   MOVE ACCOUNT-RECORD TO CMT-BEFORE-IMAGE
                   DISPLAY "Intitule actuel : " COA-NAME
                   DISPLAY "Nouvel intitule (vide = inchange) : "
                   ACCEPT CMT-NAME
                   IF CMT-NAME NOT = SPACES THEN
                       MOVE CMT-NAME TO COA-NAME
                   END-IF
                   DISPLAY "Type actuel : " COA-TYPE
                       " (vide = inchange)"
                   PERFORM Get-Account-Type
                   IF COA-INACTIVE THEN
                       DISPLAY "Compte inactif, le reactiver ? (O/N) : "
                       ACCEPT CMT-ANSWER
                       IF CMT-ANSWER = 'O' OR CMT-ANSWER = 'o' THEN
                           MOVE 'A' TO COA-STATUS
                       END-IF
                   END-IF
                   IF CMT-ENTRY-OK THEN
                       REWRITE ACCOUNT-RECORD
                           INVALID KEY
                               DISPLAY "Reecriture refusee."
                       END-REWRITE
                       IF CMT-MASTER-OK THEN
                           PERFORM Write-History-Record
                           DISPLAY "Compte modifie."
                       END-IF
                   ELSE
                       DISPLAY "Saisie invalide, modification "
                           "refusee."
                   END-IF
               END-IF
           END-IF.

      *    Un compte desactive reste dans GLMAP tant qu'on ne l'y a
      *    pas remplace ; la maintenance GLMAP ne l'accepte plus.
       Deactivate-Account.
           PERFORM Get-Account-Number
           IF CMT-ENTRY-OK THEN
               MOVE CMT-ACCOUNT TO COA-ACCOUNT
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Compte inconnu."
               END-READ
               IF CMT-MASTER-OK THEN
                   IF COA-INACTIVE THEN
                       DISPLAY "Ce compte est deja inactif."
                   ELSE
                       MOVE ACCOUNT-RECORD TO CMT-BEFORE-IMAGE
                       MOVE 'I' TO COA-STATUS
                       REWRITE ACCOUNT-RECORD
                           INVALID KEY
                               DISPLAY "Reecriture refusee."
                       END-REWRITE
                       IF CMT-MASTER-OK THEN
                           PERFORM Write-History-Record
                           DISPLAY "Compte desactive."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       List-Accounts.
           MOVE 'N' TO CMT-EOF-SWITCH
           MOVE 0 TO COA-ACCOUNT
           START ACCOUNT-MASTER KEY IS >= COA-ACCOUNT
               INVALID KEY SET CMT-EOF TO TRUE
           END-START
           IF CMT-EOF THEN
               DISPLAY "Plan de comptes vide."
           ELSE
               DISPLAY "COMPTE   INTITULE                       T S"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET CMT-EOF TO TRUE
               END-READ
               PERFORM List-One-Account UNTIL CMT-EOF
           END-IF.

       List-One-Account.
           DISPLAY COA-ACCOUNT " " COA-NAME " " COA-TYPE " "
               COA-STATUS
           READ ACCOUNT-MASTER NEXT RECORD
               AT END SET CMT-EOF TO TRUE
           END-READ.

       Write-History-Record.
           ACCEPT CHI-DATE FROM DATE YYYYMMDD
           ACCEPT CHI-TIME FROM TIME
           MOVE CMT-USER TO CHI-USER
           EVALUATE TRUE
               WHEN CMT-CHOICE-ADD
                   MOVE "AJOUT" TO CHI-ACTION
               WHEN CMT-CHOICE-CHANGE
                   MOVE "MODIF" TO CHI-ACTION
               WHEN CMT-CHOICE-DEACT
                   MOVE "DESACTIVE" TO CHI-ACTION
           END-EVALUATE
           MOVE CMT-BEFORE-IMAGE TO CHI-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO CHI-AFTER-IMAGE
           WRITE ACCOUNT-HISTORY-RECORD.

       END PROGRAM CoaMaint.
