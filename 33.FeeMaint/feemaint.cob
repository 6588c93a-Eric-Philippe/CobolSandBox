       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-FILE ASSIGN TO "CALCFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FMT-FEE-STATUS.
           SELECT WORK-FILE ASSIGN TO "CALCFEEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "FEEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FMT-HISTORY-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-CODE
               FILE STATUS IS FMT-BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-FILE.
           COPY CALCFEE.

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(34).

       FD  HISTORY-FILE.
       01  FEE-HISTORY-RECORD.
           05 FHI-DATE            PIC 9(8).
           05 FHI-TIME            PIC 9(8).
           05 FHI-USER            PIC X(20).
           05 FHI-ACTION          PIC X(10).
           05 FHI-BEFORE-IMAGE    PIC X(34).
           05 FHI-AFTER-IMAGE     PIC X(34).

       FD  BRANCH-MASTER.
           COPY BRNMAST.

       WORKING-STORAGE SECTION.
       01 FMT-FEE-STATUS      PIC XX.
       01 FMT-HISTORY-STATUS  PIC XX.
       01 FMT-BRANCH-STATUS   PIC XX.
       01 FMT-EOF-SWITCH      PIC X     VALUE 'N'.
           88 FMT-EOF             VALUE 'Y'.
       01 FMT-BRANCH-SWITCH   PIC X     VALUE 'N'.
           88 FMT-BRANCH-PRESENT  VALUE 'Y'.
       01 FMT-USER            PIC X(20).
       01 FMT-CHOICE          PIC X.
           88 FMT-CHOICE-ADD      VALUE 'A' 'a'.
           88 FMT-CHOICE-CHANGE   VALUE 'C' 'c'.
           88 FMT-CHOICE-DELETE   VALUE 'D' 'd'.
           88 FMT-CHOICE-LIST     VALUE 'L' 'l'.
           88 FMT-CHOICE-QUIT     VALUE 'Q' 'q'.
       01 FMT-BRANCH          PIC X(3).
       01 FMT-OPERATOR        PIC X.
           88 FMT-OPERATOR-VALID  VALUE '+' '-' '*' '/' '^' '%'.
           88 FMT-OPERATOR-ANY    VALUE SPACE.
       01 FMT-CURRENCY        PIC X(3).
       01 FMT-ENTRY-SWITCH    PIC X     VALUE 'N'.
           88 FMT-ENTRY-OK        VALUE 'Y'.
       01 FMT-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 FMT-FEE-EXISTS      VALUE 'Y'.
       01 FMT-BEFORE-IMAGE    PIC X(34).
       01 FMT-AFTER-IMAGE     PIC X(34).
       01 FMT-EDIT-FLAT       PIC ZZ,ZZ9.99.
       01 FMT-EDIT-PERCENT    PIC Z9.9999.
       01 FMT-EDIT-MIN        PIC ZZ,ZZ9.99.
       01 FMT-EDIT-MAX        PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " MAINTENANCE DU BAREME DES FRAIS"
           DISPLAY "========================================"
           DISPLAY "Nom de l'operateur : "
           ACCEPT FMT-USER
           PERFORM Open-Branch-Master
           PERFORM Open-History-File
           PERFORM Process-One-Action UNTIL FMT-CHOICE-QUIT
           IF FMT-BRANCH-PRESENT THEN
               CLOSE BRANCH-MASTER
           END-IF
           CLOSE HISTORY-FILE
           DISPLAY "Fin de la maintenance."
           GOBACK.

       Open-Branch-Master.
           OPEN INPUT BRANCH-MASTER
           IF FMT-BRANCH-STATUS = "00" THEN
               SET FMT-BRANCH-PRESENT TO TRUE
           ELSE
               DISPLAY "Fichier BRNMAST absent, controle agence "
                   "desactive."
           END-IF.

       Open-History-File.
           OPEN EXTEND HISTORY-FILE
           IF FMT-HISTORY-STATUS = "35" THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       Process-One-Action.
           DISPLAY "----------------------------------------"
           DISPLAY "Ajouter (A), modifier (C), supprimer (D),"
           DISPLAY "lister (L) ou quitter (Q) ? "
           ACCEPT FMT-CHOICE
           EVALUATE TRUE
               WHEN FMT-CHOICE-ADD
                   PERFORM Add-Fee
               WHEN FMT-CHOICE-CHANGE
                   PERFORM Change-Fee
               WHEN FMT-CHOICE-DELETE
                   PERFORM Delete-Fee
               WHEN FMT-CHOICE-LIST
                   PERFORM List-Fees
               WHEN FMT-CHOICE-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

      *    '*' vaut pour toute agence ou toute devise ; un operateur
      *    laisse a blanc vaut pour tous ('*' est la multiplication).
      *    Une agence nommee doit exister et etre active dans BRNMAST.
       Get-Fee-Key.
           MOVE 'Y' TO FMT-ENTRY-SWITCH
           DISPLAY "Code agence (* = toutes) : "
           ACCEPT FMT-BRANCH
           IF FMT-BRANCH = "***" THEN
               MOVE "*" TO FMT-BRANCH
           END-IF
           IF FMT-BRANCH = SPACES THEN
               DISPLAY "Agence obligatoire."
               MOVE 'N' TO FMT-ENTRY-SWITCH
           ELSE
               IF FMT-BRANCH NOT = "*" AND FMT-BRANCH-PRESENT THEN
                   MOVE FMT-BRANCH TO BRN-CODE
                   READ BRANCH-MASTER
                       INVALID KEY
                           MOVE "23" TO FMT-BRANCH-STATUS
                   END-READ
                   IF FMT-BRANCH-STATUS NOT = "00" OR BRN-INACTIVE
                       DISPLAY "Agence inconnue ou inactive."
                       MOVE 'N' TO FMT-ENTRY-SWITCH
                   END-IF
               END-IF
           END-IF
           DISPLAY "Operateur (+ - * / ^ %, vide = tous) : "
           ACCEPT FMT-OPERATOR
           IF NOT FMT-OPERATOR-VALID AND NOT FMT-OPERATOR-ANY THEN
               DISPLAY "Operateur invalide."
               MOVE 'N' TO FMT-ENTRY-SWITCH
           END-IF
           DISPLAY "Devise (EUR, USD, ..., * = toutes) : "
           ACCEPT FMT-CURRENCY
           IF FMT-CURRENCY = "***" THEN
               MOVE "*" TO FMT-CURRENCY
           END-IF
           IF FMT-CURRENCY = SPACES THEN
               DISPLAY "Devise obligatoire."
               MOVE 'N' TO FMT-ENTRY-SWITCH
           END-IF.

       Get-Fee-Amounts.
           DISPLAY "Frais fixe (99999.99) : "
           ACCEPT FEE-FLAT
           DISPLAY "Pourcentage (99.9999) : "
           ACCEPT FEE-PERCENT
           DISPLAY "Minimum (99999.99) : "
           ACCEPT FEE-MIN
           DISPLAY "Maximum (99999.99, 0 = sans maximum) : "
           ACCEPT FEE-MAX
           IF FEE-MAX > 0 AND FEE-MAX < FEE-MIN THEN
               DISPLAY "Maximum inferieur au minimum."
               MOVE 'N' TO FMT-ENTRY-SWITCH
           END-IF.

       Add-Fee.
           PERFORM Get-Fee-Key
           IF FMT-ENTRY-OK THEN
               PERFORM Find-Fee
               IF FMT-FEE-EXISTS THEN
                   DISPLAY "Ce bareme existe deja, ajout refuse."
               ELSE
                   MOVE SPACES TO FEE-RECORD
                   MOVE FMT-BRANCH TO FEE-BRANCH
                   MOVE FMT-OPERATOR TO FEE-OPERATOR
                   MOVE FMT-CURRENCY TO FEE-CURRENCY
                   PERFORM Get-Fee-Amounts
                   IF FMT-ENTRY-OK THEN
                       MOVE FEE-RECORD TO FMT-AFTER-IMAGE
                       OPEN EXTEND FEE-FILE
                       IF FMT-FEE-STATUS = "35" THEN
                           OPEN OUTPUT FEE-FILE
                       END-IF
                       MOVE FMT-AFTER-IMAGE TO FEE-RECORD
                       WRITE FEE-RECORD
                       CLOSE FEE-FILE
                       MOVE SPACES TO FMT-BEFORE-IMAGE
                       PERFORM Write-History-Record
                       DISPLAY "Bareme ajoute."
                   ELSE
                       DISPLAY "Saisie invalide, ajout refuse."
                   END-IF
               END-IF
           END-IF.

       Change-Fee.
           PERFORM Get-Fee-Key
           IF FMT-ENTRY-OK THEN
               PERFORM Find-Fee
               IF NOT FMT-FEE-EXISTS THEN
                   DISPLAY "Bareme inconnu."
               ELSE
                   MOVE FMT-BEFORE-IMAGE TO FEE-RECORD
                   DISPLAY "AGC OP DEV       FIXE       %    MINIMUM"
                       "    MAXIMUM"
                   PERFORM Show-One-Fee
                   PERFORM Get-Fee-Amounts
                   IF FMT-ENTRY-OK THEN
                       MOVE FEE-RECORD TO FMT-AFTER-IMAGE
                       PERFORM Rewrite-Fee-File
                       PERFORM Write-History-Record
                       DISPLAY "Bareme modifie."
                   ELSE
                       DISPLAY "Saisie invalide, modification "
                           "refusee."
                   END-IF
               END-IF
           END-IF.

       Delete-Fee.
           PERFORM Get-Fee-Key
           IF FMT-ENTRY-OK THEN
               PERFORM Find-Fee
               IF NOT FMT-FEE-EXISTS THEN
                   DISPLAY "Bareme inconnu."
               ELSE
                   MOVE SPACES TO FMT-AFTER-IMAGE
                   PERFORM Rewrite-Fee-File
                   PERFORM Write-History-Record
                   DISPLAY "Bareme supprime."
               END-IF
           END-IF.

       Find-Fee.
           MOVE 'N' TO FMT-FOUND-SWITCH
           MOVE 'N' TO FMT-EOF-SWITCH
           MOVE SPACES TO FMT-BEFORE-IMAGE
           OPEN INPUT FEE-FILE
           IF FMT-FEE-STATUS = "00" THEN
               READ FEE-FILE
                   AT END SET FMT-EOF TO TRUE
               END-READ
               PERFORM Match-One-Fee UNTIL FMT-EOF
               CLOSE FEE-FILE
           END-IF.

       Match-One-Fee.
           IF FEE-BRANCH = FMT-BRANCH
              AND FEE-OPERATOR = FMT-OPERATOR
              AND FEE-CURRENCY = FMT-CURRENCY THEN
               SET FMT-FEE-EXISTS TO TRUE
               MOVE FEE-RECORD TO FMT-BEFORE-IMAGE
           END-IF
           READ FEE-FILE
               AT END SET FMT-EOF TO TRUE
           END-READ.

      *    Fichier sequentiel : modification et suppression passent
      *    par une recopie complete, comme pour les taux de change.
       Rewrite-Fee-File.
           MOVE 'N' TO FMT-EOF-SWITCH
           OPEN INPUT FEE-FILE
           OPEN OUTPUT WORK-FILE
           READ FEE-FILE
               AT END SET FMT-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Fee-Out UNTIL FMT-EOF
           CLOSE FEE-FILE
           CLOSE WORK-FILE
           MOVE 'N' TO FMT-EOF-SWITCH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT FEE-FILE
           READ WORK-FILE
               AT END SET FMT-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Fee-Back UNTIL FMT-EOF
           CLOSE WORK-FILE
           CLOSE FEE-FILE.

       Copy-One-Fee-Out.
           IF FEE-BRANCH = FMT-BRANCH
              AND FEE-OPERATOR = FMT-OPERATOR
              AND FEE-CURRENCY = FMT-CURRENCY THEN
               IF FMT-CHOICE-CHANGE THEN
                   WRITE WORK-RECORD FROM FMT-AFTER-IMAGE
               END-IF
           ELSE
               WRITE WORK-RECORD FROM FEE-RECORD
           END-IF
           READ FEE-FILE
               AT END SET FMT-EOF TO TRUE
           END-READ.

       Copy-One-Fee-Back.
           MOVE WORK-RECORD TO FEE-RECORD
           WRITE FEE-RECORD
           READ WORK-FILE
               AT END SET FMT-EOF TO TRUE
           END-READ.

       List-Fees.
           MOVE 'N' TO FMT-EOF-SWITCH
           OPEN INPUT FEE-FILE
           IF FMT-FEE-STATUS = "00" THEN
               DISPLAY "AGC OP DEV       FIXE       %    MINIMUM"
                   "    MAXIMUM"
               READ FEE-FILE
                   AT END SET FMT-EOF TO TRUE
               END-READ
               PERFORM List-One-Fee UNTIL FMT-EOF
               CLOSE FEE-FILE
           ELSE
               DISPLAY "Fichier CALCFEE absent."
           END-IF.

       List-One-Fee.
           PERFORM Show-One-Fee
           READ FEE-FILE
               AT END SET FMT-EOF TO TRUE
           END-READ.

       Show-One-Fee.
           MOVE FEE-FLAT TO FMT-EDIT-FLAT
           MOVE FEE-PERCENT TO FMT-EDIT-PERCENT
           MOVE FEE-MIN TO FMT-EDIT-MIN
           MOVE FEE-MAX TO FMT-EDIT-MAX
           DISPLAY FEE-BRANCH " " FEE-OPERATOR "  " FEE-CURRENCY " "
               FMT-EDIT-FLAT " " FMT-EDIT-PERCENT " " FMT-EDIT-MIN
               "  " FMT-EDIT-MAX.

       Write-History-Record.
           ACCEPT FHI-DATE FROM DATE YYYYMMDD
           ACCEPT FHI-TIME FROM TIME
           MOVE FMT-USER TO FHI-USER
           EVALUATE TRUE
               WHEN FMT-CHOICE-ADD
                   MOVE "AJOUT" TO FHI-ACTION
               WHEN FMT-CHOICE-CHANGE
                   MOVE "MODIF" TO FHI-ACTION
               WHEN FMT-CHOICE-DELETE
                   MOVE "SUPPRIME" TO FHI-ACTION
           END-EVALUATE
           MOVE FMT-BEFORE-IMAGE TO FHI-BEFORE-IMAGE
           MOVE FMT-AFTER-IMAGE TO FHI-AFTER-IMAGE
           WRITE FEE-HISTORY-RECORD.

       END PROGRAM FeeMaint.
