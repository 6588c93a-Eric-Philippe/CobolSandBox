       IDENTIFICATION DIVISION.
       PROGRAM-ID. ItemMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMT-ITEM-STATUS.
           SELECT WORK-FILE ASSIGN TO "ITEMMASW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "ITEMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMT-HISTORY-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NAME
               FILE STATUS IS IMT-EMPLOYEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-FILE.
           COPY ITEMMAST.

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(59).

       FD  HISTORY-FILE.
       01  ITEM-HISTORY-RECORD.
           05 IHI-DATE            PIC 9(8).
           05 IHI-TIME            PIC 9(8).
           05 IHI-USER            PIC X(20).
           05 IHI-ACTION          PIC X(10).
           05 IHI-BEFORE-IMAGE    PIC X(59).
           05 IHI-AFTER-IMAGE     PIC X(59).

       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       WORKING-STORAGE SECTION.
       01 IMT-ITEM-STATUS     PIC XX.
       01 IMT-HISTORY-STATUS  PIC XX.
       01 IMT-EMPLOYEE-STATUS PIC XX.
       01 IMT-EOF-SWITCH      PIC X     VALUE 'N'.
           88 IMT-EOF             VALUE 'Y'.
       01 IMT-USER            PIC X(20).
       01 IMT-SUPER-SWITCH    PIC X     VALUE 'N'.
           88 IMT-IS-SUPER        VALUE 'Y'.
       01 IMT-CHOICE          PIC X.
           88 IMT-CHOICE-ADD      VALUE 'A' 'a'.
           88 IMT-CHOICE-CHANGE   VALUE 'C' 'c'.
           88 IMT-CHOICE-DEACT    VALUE 'D' 'd'.
           88 IMT-CHOICE-LIST     VALUE 'L' 'l'.
           88 IMT-CHOICE-QUIT     VALUE 'Q' 'q'.
       01 IMT-ANSWER          PIC X.
       01 IMT-ITEM-CODE       PIC X(10).
       01 IMT-DESC            PIC X(30).
       01 IMT-STATUS          PIC X.
       01 IMT-TODAY           PIC 9(8).
       01 IMT-DATE-X          PIC X(8).
       01 IMT-EFF-DATE        PIC 9(8).
       01 IMT-RECORD-EFF-DATE PIC 9(8).
       01 IMT-LATEST-EFF-DATE PIC 9(8).
       01 IMT-ENTRY-SWITCH    PIC X     VALUE 'N'.
           88 IMT-ENTRY-OK        VALUE 'Y'.
       01 IMT-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 IMT-ITEM-EXISTS     VALUE 'Y'.
       01 IMT-DATE-SWITCH     PIC X     VALUE 'N'.
           88 IMT-DATE-EXISTS     VALUE 'Y'.
       01 IMT-LATEST-IMAGE    PIC X(59).
       01 IMT-BEFORE-IMAGE    PIC X(59).
       01 IMT-AFTER-IMAGE     PIC X(59).
       01 IMT-EDIT-PRICE      PIC ZZ,ZZ9.99.
       01 IMT-EDIT-TOL        PIC ZZ9.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " MAINTENANCE DU FICHIER ARTICLES"
           DISPLAY "========================================"
           DISPLAY "Nom de l'operateur : "
           ACCEPT IMT-USER
           PERFORM Check-Operator-Role
           IF NOT IMT-IS-SUPER THEN
               DISPLAY "Maintenance reservee aux superviseurs."
           ELSE
               ACCEPT IMT-TODAY FROM DATE YYYYMMDD
               PERFORM Open-History-File
               PERFORM Process-One-Action UNTIL IMT-CHOICE-QUIT
               CLOSE HISTORY-FILE
               DISPLAY "Fin de la maintenance."
           END-IF
           GOBACK.

      *    Meme regle que la validation des demandes sensibles :
      *    superviseur actif et non verrouille dans EMPMAST.
       Check-Operator-Role.
           MOVE 'N' TO IMT-SUPER-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           IF IMT-EMPLOYEE-STATUS = "00" THEN
               MOVE IMT-USER TO EMP-NAME
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "23" TO IMT-EMPLOYEE-STATUS
               END-READ
               IF IMT-EMPLOYEE-STATUS = "00" AND EMP-ROLE-SUPER
                  AND EMP-ACTIVE AND EMP-NOT-LOCKED THEN
                   SET IMT-IS-SUPER TO TRUE
               END-IF
               CLOSE EMPLOYEE-MASTER
           END-IF.

       Open-History-File.
           OPEN EXTEND HISTORY-FILE
           IF IMT-HISTORY-STATUS = "35" THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       Process-One-Action.
           DISPLAY "----------------------------------------"
           DISPLAY "Ajouter (A), modifier (C), desactiver (D),"
           DISPLAY "lister (L) ou quitter (Q) ? "
           ACCEPT IMT-CHOICE
           EVALUATE TRUE
               WHEN IMT-CHOICE-ADD
                   PERFORM Add-Item
               WHEN IMT-CHOICE-CHANGE
                   PERFORM Change-Item
               WHEN IMT-CHOICE-DEACT
                   PERFORM Deactivate-Item
               WHEN IMT-CHOICE-LIST
                   PERFORM List-Items
               WHEN IMT-CHOICE-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

       Get-Item-Code.
           DISPLAY "Code article : "
           ACCEPT IMT-ITEM-CODE.

      *    Un prix ne peut prendre effet dans le passe : les lignes
      *    deja tarifees resteraient sur l'ancien prix.
       Get-Price-Details.
           MOVE 'Y' TO IMT-ENTRY-SWITCH
           DISPLAY "Prix standard (99999.99) : "
           ACCEPT ITM-STD-PRICE
           IF ITM-STD-PRICE = 0 THEN
               DISPLAY "Prix standard obligatoire."
               MOVE 'N' TO IMT-ENTRY-SWITCH
           END-IF
           DISPLAY "Tolerance en % (0 a 100) : "
           ACCEPT ITM-TOL-PCT
           IF ITM-TOL-PCT > 100 THEN
               DISPLAY "Tolerance invalide."
               MOVE 'N' TO IMT-ENTRY-SWITCH
           END-IF
           DISPLAY "Date d'effet (AAAAMMJJ, vide = aujourd'hui) : "
           ACCEPT IMT-DATE-X
           IF IMT-DATE-X = SPACES THEN
               MOVE IMT-TODAY TO IMT-EFF-DATE
           ELSE
               MOVE 0 TO IMT-EFF-DATE
               IF IMT-DATE-X NUMERIC THEN
                   MOVE IMT-DATE-X TO IMT-EFF-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(IMT-EFF-DATE)
                      NOT = 0 THEN
                       MOVE 0 TO IMT-EFF-DATE
                   END-IF
               END-IF
           END-IF
           IF IMT-EFF-DATE < IMT-TODAY THEN
               DISPLAY "Date d'effet invalide ou passee."
               MOVE 'N' TO IMT-ENTRY-SWITCH
           ELSE
               MOVE IMT-EFF-DATE TO ITM-EFF-DATE
           END-IF.

       Add-Item.
           PERFORM Get-Item-Code
           IF IMT-ITEM-CODE = SPACES THEN
               DISPLAY "Code article obligatoire."
           ELSE
               PERFORM Find-Item
               IF IMT-ITEM-EXISTS THEN
                   DISPLAY "Cet article existe deja, ajout refuse."
               ELSE
                   MOVE SPACES TO ITEM-RECORD
                   MOVE IMT-ITEM-CODE TO ITM-CODE
                   DISPLAY "Libelle : "
                   ACCEPT ITM-DESC
                   MOVE 'A' TO ITM-STATUS
                   PERFORM Get-Price-Details
                   IF IMT-ENTRY-OK THEN
                       MOVE ITEM-RECORD TO IMT-AFTER-IMAGE
                       PERFORM Append-Item-Record
                       MOVE SPACES TO IMT-BEFORE-IMAGE
                       PERFORM Write-History-Record
                       DISPLAY "Article ajoute."
                   ELSE
                       DISPLAY "Saisie invalide, ajout refuse."
                   END-IF
               END-IF
           END-IF.

      *    Une modification cree un nouveau prix a sa date d'effet,
      *    ou remplace celui deja saisi pour cette date ; le libelle
      *    et le statut sont reportes sur tous les prix de l'article.
       Change-Item.
           PERFORM Get-Item-Code
           PERFORM Find-Item
           IF NOT IMT-ITEM-EXISTS THEN
               DISPLAY "Article inconnu."
           ELSE
               MOVE IMT-LATEST-IMAGE TO ITEM-RECORD
               PERFORM Show-One-Item
               DISPLAY "Libelle (vide = inchange) : "
               ACCEPT IMT-DESC
               IF IMT-DESC NOT = SPACES THEN
                   MOVE IMT-DESC TO ITM-DESC
               END-IF
               IF ITM-INACTIVE THEN
                   DISPLAY "Article inactif, le reactiver ? (O/N) : "
                   ACCEPT IMT-ANSWER
                   IF IMT-ANSWER = 'O' OR IMT-ANSWER = 'o' THEN
                       MOVE 'A' TO ITM-STATUS
                   END-IF
               END-IF
               MOVE ITM-DESC TO IMT-DESC
               MOVE ITM-STATUS TO IMT-STATUS
               PERFORM Get-Price-Details
               IF IMT-ENTRY-OK THEN
                   MOVE ITEM-RECORD TO IMT-AFTER-IMAGE
                   PERFORM Find-Item-Date
                   PERFORM Rewrite-Item-File
                   IF NOT IMT-DATE-EXISTS THEN
                       MOVE IMT-LATEST-IMAGE TO IMT-BEFORE-IMAGE
                       PERFORM Append-Item-Record
                   END-IF
                   PERFORM Write-History-Record
                   DISPLAY "Article modifie."
               ELSE
                   DISPLAY "Saisie invalide, modification refusee."
               END-IF
           END-IF.

       Deactivate-Item.
           PERFORM Get-Item-Code
           PERFORM Find-Item
           IF NOT IMT-ITEM-EXISTS THEN
               DISPLAY "Article inconnu."
           ELSE
               MOVE IMT-LATEST-IMAGE TO ITEM-RECORD
               IF ITM-INACTIVE THEN
                   DISPLAY "Cet article est deja inactif."
               ELSE
                   MOVE ITM-DESC TO IMT-DESC
                   MOVE 'I' TO ITM-STATUS
                   MOVE 'I' TO IMT-STATUS
                   MOVE IMT-LATEST-IMAGE TO IMT-BEFORE-IMAGE
                   MOVE ITEM-RECORD TO IMT-AFTER-IMAGE
                   MOVE 'N' TO IMT-DATE-SWITCH
                   MOVE 99999999 TO IMT-EFF-DATE
                   PERFORM Rewrite-Item-File
                   PERFORM Write-History-Record
                   DISPLAY "Article desactive."
               END-IF
           END-IF.

      *    Retient le prix le plus recent de l'article, quelle que
      *    soit sa date d'effet, comme base de la modification.
       Find-Item.
           MOVE 'N' TO IMT-FOUND-SWITCH
           MOVE 'N' TO IMT-EOF-SWITCH
           MOVE SPACES TO IMT-LATEST-IMAGE
           MOVE 0 TO IMT-LATEST-EFF-DATE
           OPEN INPUT ITEM-FILE
           IF IMT-ITEM-STATUS = "00" THEN
               READ ITEM-FILE
                   AT END SET IMT-EOF TO TRUE
               END-READ
               PERFORM Match-One-Item UNTIL IMT-EOF
               CLOSE ITEM-FILE
           END-IF.

       Match-One-Item.
           PERFORM Get-Record-Eff-Date
           IF ITM-CODE = IMT-ITEM-CODE THEN
               IF NOT IMT-ITEM-EXISTS
                  OR IMT-RECORD-EFF-DATE >= IMT-LATEST-EFF-DATE THEN
                   MOVE ITEM-RECORD TO IMT-LATEST-IMAGE
                   MOVE IMT-RECORD-EFF-DATE TO IMT-LATEST-EFF-DATE
               END-IF
               SET IMT-ITEM-EXISTS TO TRUE
           END-IF
           READ ITEM-FILE
               AT END SET IMT-EOF TO TRUE
           END-READ.

       Find-Item-Date.
           MOVE 'N' TO IMT-DATE-SWITCH
           MOVE 'N' TO IMT-EOF-SWITCH
           OPEN INPUT ITEM-FILE
           IF IMT-ITEM-STATUS = "00" THEN
               READ ITEM-FILE
                   AT END SET IMT-EOF TO TRUE
               END-READ
               PERFORM Match-One-Item-Date UNTIL IMT-EOF
               CLOSE ITEM-FILE
           END-IF.

       Match-One-Item-Date.
           PERFORM Get-Record-Eff-Date
           IF ITM-CODE = IMT-ITEM-CODE
              AND IMT-RECORD-EFF-DATE = IMT-EFF-DATE THEN
               SET IMT-DATE-EXISTS TO TRUE
               MOVE ITEM-RECORD TO IMT-BEFORE-IMAGE
           END-IF
           READ ITEM-FILE
               AT END SET IMT-EOF TO TRUE
           END-READ.

      *    Les anciens enregistrements saisis a la main portent des
      *    espaces dans la date d'effet : ils valent date 0.
       Get-Record-Eff-Date.
           IF ITM-EFF-DATE NUMERIC THEN
               MOVE ITM-EFF-DATE TO IMT-RECORD-EFF-DATE
           ELSE
               MOVE 0 TO IMT-RECORD-EFF-DATE
           END-IF.

       Append-Item-Record.
           OPEN EXTEND ITEM-FILE
           IF IMT-ITEM-STATUS = "35" THEN
               OPEN OUTPUT ITEM-FILE
           END-IF
           MOVE IMT-AFTER-IMAGE TO ITEM-RECORD
           WRITE ITEM-RECORD
           CLOSE ITEM-FILE.

      *    Fichier sequentiel : la modification passe par une recopie
      *    complete, comme pour les taux de change.
       Rewrite-Item-File.
           MOVE 'N' TO IMT-EOF-SWITCH
           OPEN INPUT ITEM-FILE
           OPEN OUTPUT WORK-FILE
           READ ITEM-FILE
               AT END SET IMT-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Item-Out UNTIL IMT-EOF
           CLOSE ITEM-FILE
           CLOSE WORK-FILE
           MOVE 'N' TO IMT-EOF-SWITCH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT ITEM-FILE
           READ WORK-FILE
               AT END SET IMT-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Item-Back UNTIL IMT-EOF
           CLOSE WORK-FILE
           CLOSE ITEM-FILE.

       Copy-One-Item-Out.
           PERFORM Get-Record-Eff-Date
           IF ITM-CODE = IMT-ITEM-CODE THEN
               IF IMT-DATE-EXISTS
                  AND IMT-RECORD-EFF-DATE = IMT-EFF-DATE THEN
                   WRITE WORK-RECORD FROM IMT-AFTER-IMAGE
               ELSE
                   MOVE IMT-DESC TO ITM-DESC
                   MOVE IMT-STATUS TO ITM-STATUS
                   WRITE WORK-RECORD FROM ITEM-RECORD
               END-IF
           ELSE
               WRITE WORK-RECORD FROM ITEM-RECORD
           END-IF
           READ ITEM-FILE
               AT END SET IMT-EOF TO TRUE
           END-READ.

       Copy-One-Item-Back.
           MOVE WORK-RECORD TO ITEM-RECORD
           WRITE ITEM-RECORD
           READ WORK-FILE
               AT END SET IMT-EOF TO TRUE
           END-READ.

       List-Items.
           MOVE 'N' TO IMT-EOF-SWITCH
           OPEN INPUT ITEM-FILE
           IF IMT-ITEM-STATUS = "00" THEN
               DISPLAY "ARTICLE    LIBELLE                        ST"
                   "  PRIX STD. TOL  EFFET"
               READ ITEM-FILE
                   AT END SET IMT-EOF TO TRUE
               END-READ
               PERFORM List-One-Item UNTIL IMT-EOF
               CLOSE ITEM-FILE
           ELSE
               DISPLAY "Fichier ITEMMAST absent."
           END-IF.

       List-One-Item.
           PERFORM Show-One-Item
           READ ITEM-FILE
               AT END SET IMT-EOF TO TRUE
           END-READ.

       Show-One-Item.
           PERFORM Get-Record-Eff-Date
           MOVE ITM-STD-PRICE TO IMT-EDIT-PRICE
           MOVE ITM-TOL-PCT TO IMT-EDIT-TOL
           DISPLAY ITM-CODE " " ITM-DESC " " ITM-STATUS "  "
               IMT-EDIT-PRICE " " IMT-EDIT-TOL "  "
               IMT-RECORD-EFF-DATE.

       Write-History-Record.
           ACCEPT IHI-DATE FROM DATE YYYYMMDD
           ACCEPT IHI-TIME FROM TIME
           MOVE IMT-USER TO IHI-USER
           EVALUATE TRUE
               WHEN IMT-CHOICE-ADD
                   MOVE "AJOUT" TO IHI-ACTION
               WHEN IMT-CHOICE-CHANGE
                   MOVE "MODIF" TO IHI-ACTION
               WHEN IMT-CHOICE-DEACT
                   MOVE "DESACTIVE" TO IHI-ACTION
           END-EVALUATE
           MOVE IMT-BEFORE-IMAGE TO IHI-BEFORE-IMAGE
           MOVE IMT-AFTER-IMAGE TO IHI-AFTER-IMAGE
           WRITE ITEM-HISTORY-RECORD.

       END PROGRAM ItemMaint.
