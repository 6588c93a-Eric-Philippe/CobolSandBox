       IDENTIFICATION DIVISION.
       PROGRAM-ID. StoMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "STNDORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-ORDER-STATUS.
           SELECT WORK-FILE ASSIGN TO "STNDORDW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "STOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-HISTORY-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-CODE
               FILE STATUS IS STM-BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           COPY STNDORD.

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(67).

       FD  HISTORY-FILE.
       01  ORDER-HISTORY-RECORD.
           05 SHI-DATE            PIC 9(8).
           05 SHI-TIME            PIC 9(8).
           05 SHI-USER            PIC X(20).
           05 SHI-ACTION          PIC X(10).
           05 SHI-BEFORE-IMAGE    PIC X(67).
           05 SHI-AFTER-IMAGE     PIC X(67).

       FD  BRANCH-MASTER.
           COPY BRNMAST.

       WORKING-STORAGE SECTION.
       01 STM-ORDER-STATUS    PIC XX.
       01 STM-HISTORY-STATUS  PIC XX.
       01 STM-BRANCH-STATUS   PIC XX.
       01 STM-EOF-SWITCH      PIC X     VALUE 'N'.
           88 STM-EOF             VALUE 'Y'.
       01 STM-BRANCH-SWITCH   PIC X     VALUE 'N'.
           88 STM-BRANCH-PRESENT  VALUE 'Y'.
       01 STM-USER            PIC X(20).
       01 STM-CHOICE          PIC X.
           88 STM-CHOICE-ADD      VALUE 'A' 'a'.
           88 STM-CHOICE-CHANGE   VALUE 'C' 'c'.
           88 STM-CHOICE-DEACT    VALUE 'D' 'd'.
           88 STM-CHOICE-LIST     VALUE 'L' 'l'.
           88 STM-CHOICE-QUIT     VALUE 'Q' 'q'.
       01 STM-ANSWER          PIC X.
       01 STM-ORDER-ID        PIC X(8).
       01 STM-DATE-X          PIC X(8).
       01 STM-DATE            PIC 9(8).
       01 STM-OPERATOR-CHECK  PIC X.
           88 STM-OPERATOR-VALID  VALUE '+' '-' '*' '/' '^' '%'.
       01 STM-ENTRY-SWITCH    PIC X     VALUE 'N'.
           88 STM-ENTRY-OK        VALUE 'Y'.
       01 STM-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 STM-ORDER-EXISTS    VALUE 'Y'.
       01 STM-BEFORE-IMAGE    PIC X(67).
       01 STM-AFTER-IMAGE     PIC X(67).
       01 STM-OLD-FREQUENCY   PIC X.
       01 STM-OLD-START-DATE  PIC 9(8).
       01 STM-EDIT-AMOUNT1    PIC -Z,ZZZ,ZZ9.99.
       01 STM-EDIT-AMOUNT2    PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " MAINTENANCE DES ORDRES PERMANENTS"
           DISPLAY "========================================"
           DISPLAY "Nom de l'operateur : "
           ACCEPT STM-USER
           PERFORM Open-Branch-Master
           PERFORM Open-History-File
           PERFORM Process-One-Action UNTIL STM-CHOICE-QUIT
           IF STM-BRANCH-PRESENT THEN
               CLOSE BRANCH-MASTER
           END-IF
           CLOSE HISTORY-FILE
           DISPLAY "Fin de la maintenance."
           GOBACK.

       Open-Branch-Master.
           OPEN INPUT BRANCH-MASTER
           IF STM-BRANCH-STATUS = "00" THEN
               SET STM-BRANCH-PRESENT TO TRUE
           ELSE
               DISPLAY "Fichier BRNMAST absent, controle agence "
                   "desactive."
           END-IF.

       Open-History-File.
           OPEN EXTEND HISTORY-FILE
           IF STM-HISTORY-STATUS = "35" THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       Process-One-Action.
           DISPLAY "----------------------------------------"
           DISPLAY "Ajouter (A), modifier (C), desactiver (D),"
           DISPLAY "lister (L) ou quitter (Q) ? "
           ACCEPT STM-CHOICE
           EVALUATE TRUE
               WHEN STM-CHOICE-ADD
                   PERFORM Add-Order
               WHEN STM-CHOICE-CHANGE
                   PERFORM Change-Order
               WHEN STM-CHOICE-DEACT
                   PERFORM Deactivate-Order
               WHEN STM-CHOICE-LIST
                   PERFORM List-Orders
               WHEN STM-CHOICE-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

       Get-Order-Id.
           DISPLAY "Identifiant de l'ordre (8 caracteres) : "
           ACCEPT STM-ORDER-ID.

      *    La saisie se fait directement dans l'enregistrement ; les
      *    controles reprennent ceux du pre-controle des lots, pour
      *    qu'un ordre accepte ici ne soit jamais rejete la nuit.
       Get-Order-Details.
           MOVE 'Y' TO STM-ENTRY-SWITCH
           DISPLAY "Code agence : "
           ACCEPT SO-BRANCH
           IF STM-BRANCH-PRESENT THEN
               MOVE SO-BRANCH TO BRN-CODE
               READ BRANCH-MASTER
                   INVALID KEY
                       MOVE "23" TO STM-BRANCH-STATUS
               END-READ
               IF STM-BRANCH-STATUS NOT = "00" OR BRN-INACTIVE THEN
                   DISPLAY "Agence inconnue ou inactive."
                   MOVE 'N' TO STM-ENTRY-SWITCH
               END-IF
           END-IF
           DISPLAY "Nombre 1 : "
           ACCEPT SO-NUM1
           DISPLAY "Operateur (+ - * / ^ %) : "
           ACCEPT SO-OPERATOR
           MOVE SO-OPERATOR TO STM-OPERATOR-CHECK
           IF NOT STM-OPERATOR-VALID THEN
               DISPLAY "Operateur invalide."
               MOVE 'N' TO STM-ENTRY-SWITCH
           END-IF
           DISPLAY "Nombre 2 : "
           ACCEPT SO-NUM2
           DISPLAY "Devise (EUR, USD, ...) : "
           ACCEPT SO-CURRENCY
           IF SO-CURRENCY = SPACES THEN
               DISPLAY "Devise obligatoire."
               MOVE 'N' TO STM-ENTRY-SWITCH
           END-IF
           DISPLAY "Frequence : hebdomadaire (W), mensuelle (M),"
           DISPLAY "dernier jour ouvre du mois (L) : "
           ACCEPT SO-FREQUENCY
           IF SO-FREQUENCY = 'w' OR SO-FREQUENCY = 'm'
              OR SO-FREQUENCY = 'l' THEN
               INSPECT SO-FREQUENCY CONVERTING "wml" TO "WML"
           END-IF
           IF NOT SO-FREQUENCY-VALID THEN
               DISPLAY "Frequence invalide."
               MOVE 'N' TO STM-ENTRY-SWITCH
           END-IF
           DISPLAY "Date de debut (AAAAMMJJ) : "
           PERFORM Get-One-Date
           IF STM-DATE = 0 THEN
               DISPLAY "Date de debut invalide."
               MOVE 'N' TO STM-ENTRY-SWITCH
           ELSE
               MOVE STM-DATE TO SO-START-DATE
           END-IF
           DISPLAY "Date de fin (AAAAMMJJ, vide = sans fin) : "
           PERFORM Get-One-Date
           IF STM-DATE-X = SPACES THEN
               MOVE 99999999 TO SO-END-DATE
           ELSE
               IF STM-DATE = 0 OR STM-DATE < SO-START-DATE THEN
                   DISPLAY "Date de fin invalide."
                   MOVE 'N' TO STM-ENTRY-SWITCH
               ELSE
                   MOVE STM-DATE TO SO-END-DATE
               END-IF
           END-IF.

       Get-One-Date.
           MOVE 0 TO STM-DATE
           ACCEPT STM-DATE-X
           IF STM-DATE-X NUMERIC THEN
               MOVE STM-DATE-X TO STM-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(STM-DATE) NOT = 0 THEN
                   MOVE 0 TO STM-DATE
               END-IF
           END-IF.

       Add-Order.
           PERFORM Get-Order-Id
           IF STM-ORDER-ID = SPACES THEN
               DISPLAY "Identifiant obligatoire."
           ELSE
               PERFORM Find-Order
               IF STM-ORDER-EXISTS THEN
                   DISPLAY "Cet ordre existe deja, ajout refuse."
               ELSE
                   MOVE SPACES TO STANDING-ORDER-RECORD
                   MOVE STM-ORDER-ID TO SO-ID
                   PERFORM Get-Order-Details
                   IF STM-ENTRY-OK THEN
                       MOVE 'A' TO SO-STATUS
                       MOVE 0 TO SO-NEXT-DUE
                       MOVE 0 TO SO-LAST-GEN-DATE
                       MOVE STANDING-ORDER-RECORD TO STM-AFTER-IMAGE
                       OPEN EXTEND ORDER-FILE
                       IF STM-ORDER-STATUS = "35" THEN
                           OPEN OUTPUT ORDER-FILE
                       END-IF
                       MOVE STM-AFTER-IMAGE TO STANDING-ORDER-RECORD
                       WRITE STANDING-ORDER-RECORD
                       CLOSE ORDER-FILE
                       MOVE SPACES TO STM-BEFORE-IMAGE
                       PERFORM Write-History-Record
                       DISPLAY "Ordre ajoute."
                   ELSE
                       DISPLAY "Saisie invalide, ajout refuse."
                   END-IF
               END-IF
           END-IF.

      *    Un changement de frequence ou de date de debut remet la
      *    prochaine echeance a zero : le generateur la recalcule
      *    sans reemettre ce qui a deja ete genere.
       Change-Order.
           PERFORM Get-Order-Id
           PERFORM Find-Order
           IF NOT STM-ORDER-EXISTS THEN
               DISPLAY "Ordre inconnu."
           ELSE
               MOVE STM-BEFORE-IMAGE TO STANDING-ORDER-RECORD
               PERFORM Show-One-Order
               MOVE SO-FREQUENCY TO STM-OLD-FREQUENCY
               MOVE SO-START-DATE TO STM-OLD-START-DATE
               PERFORM Get-Order-Details
               IF STM-ENTRY-OK THEN
                   IF SO-FREQUENCY NOT = STM-OLD-FREQUENCY
                      OR SO-START-DATE NOT = STM-OLD-START-DATE THEN
                       MOVE 0 TO SO-NEXT-DUE
                   END-IF
                   IF NOT SO-ACTIVE THEN
                       DISPLAY "Ordre inactif ou echu, le reactiver ? "
                           "(O/N) : "
                       ACCEPT STM-ANSWER
                       IF STM-ANSWER = 'O' OR STM-ANSWER = 'o' THEN
                           MOVE 'A' TO SO-STATUS
                       END-IF
                   END-IF
                   MOVE STANDING-ORDER-RECORD TO STM-AFTER-IMAGE
                   PERFORM Rewrite-Order-File
                   PERFORM Write-History-Record
                   DISPLAY "Ordre modifie."
               ELSE
                   DISPLAY "Saisie invalide, modification refusee."
               END-IF
           END-IF.

       Deactivate-Order.
           PERFORM Get-Order-Id
           PERFORM Find-Order
           IF NOT STM-ORDER-EXISTS THEN
               DISPLAY "Ordre inconnu."
           ELSE
               MOVE STM-BEFORE-IMAGE TO STANDING-ORDER-RECORD
               IF SO-INACTIVE THEN
                   DISPLAY "Cet ordre est deja inactif."
               ELSE
                   MOVE 'I' TO SO-STATUS
                   MOVE STANDING-ORDER-RECORD TO STM-AFTER-IMAGE
                   PERFORM Rewrite-Order-File
                   PERFORM Write-History-Record
                   DISPLAY "Ordre desactive."
               END-IF
           END-IF.

       Find-Order.
           MOVE 'N' TO STM-FOUND-SWITCH
           MOVE 'N' TO STM-EOF-SWITCH
           MOVE SPACES TO STM-BEFORE-IMAGE
           OPEN INPUT ORDER-FILE
           IF STM-ORDER-STATUS = "00" THEN
               READ ORDER-FILE
                   AT END SET STM-EOF TO TRUE
               END-READ
               PERFORM Match-One-Order UNTIL STM-EOF
               CLOSE ORDER-FILE
           END-IF.

       Match-One-Order.
           IF SO-ID = STM-ORDER-ID THEN
               SET STM-ORDER-EXISTS TO TRUE
               MOVE STANDING-ORDER-RECORD TO STM-BEFORE-IMAGE
           END-IF
           READ ORDER-FILE
               AT END SET STM-EOF TO TRUE
           END-READ.

      *    Fichier sequentiel : modification et desactivation passent
      *    par une recopie complete, comme pour les taux de change.
       Rewrite-Order-File.
           MOVE 'N' TO STM-EOF-SWITCH
           OPEN INPUT ORDER-FILE
           OPEN OUTPUT WORK-FILE
           READ ORDER-FILE
               AT END SET STM-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Order-Out UNTIL STM-EOF
           CLOSE ORDER-FILE
           CLOSE WORK-FILE
           MOVE 'N' TO STM-EOF-SWITCH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT ORDER-FILE
           READ WORK-FILE
               AT END SET STM-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Order-Back UNTIL STM-EOF
           CLOSE WORK-FILE
           CLOSE ORDER-FILE
           MOVE STM-AFTER-IMAGE TO STANDING-ORDER-RECORD.

       Copy-One-Order-Out.
           IF SO-ID = STM-ORDER-ID THEN
               WRITE WORK-RECORD FROM STM-AFTER-IMAGE
           ELSE
               WRITE WORK-RECORD FROM STANDING-ORDER-RECORD
           END-IF
           READ ORDER-FILE
               AT END SET STM-EOF TO TRUE
           END-READ.

       Copy-One-Order-Back.
           MOVE WORK-RECORD TO STANDING-ORDER-RECORD
           WRITE STANDING-ORDER-RECORD
           READ WORK-FILE
               AT END SET STM-EOF TO TRUE
           END-READ.

       List-Orders.
           MOVE 'N' TO STM-EOF-SWITCH
           OPEN INPUT ORDER-FILE
           IF STM-ORDER-STATUS = "00" THEN
               DISPLAY "ORDRE    AGC      NOMBRE 1 OP      NOMBRE 2 "
                   "DEV F DEBUT    FIN      ST PROCHAINE"
               READ ORDER-FILE
                   AT END SET STM-EOF TO TRUE
               END-READ
               PERFORM List-One-Order UNTIL STM-EOF
               CLOSE ORDER-FILE
           ELSE
               DISPLAY "Fichier STNDORD absent."
           END-IF.

       List-One-Order.
           PERFORM Show-One-Order
           READ ORDER-FILE
               AT END SET STM-EOF TO TRUE
           END-READ.

       Show-One-Order.
           MOVE SO-NUM1 TO STM-EDIT-AMOUNT1
           MOVE SO-NUM2 TO STM-EDIT-AMOUNT2
           DISPLAY SO-ID " " SO-BRANCH " " STM-EDIT-AMOUNT1 " "
               SO-OPERATOR " " STM-EDIT-AMOUNT2 " " SO-CURRENCY " "
               SO-FREQUENCY " " SO-START-DATE " " SO-END-DATE " "
               SO-STATUS "  " SO-NEXT-DUE.

       Write-History-Record.
           ACCEPT SHI-DATE FROM DATE YYYYMMDD
           ACCEPT SHI-TIME FROM TIME
           MOVE STM-USER TO SHI-USER
           EVALUATE TRUE
               WHEN STM-CHOICE-ADD
                   MOVE "AJOUT" TO SHI-ACTION
               WHEN STM-CHOICE-CHANGE
                   MOVE "MODIF" TO SHI-ACTION
               WHEN STM-CHOICE-DEACT
                   MOVE "DESACTIVE" TO SHI-ACTION
           END-EVALUATE
           MOVE STM-BEFORE-IMAGE TO SHI-BEFORE-IMAGE
           MOVE STM-AFTER-IMAGE TO SHI-AFTER-IMAGE
           WRITE ORDER-HISTORY-RECORD.

       END PROGRAM StoMaint.
