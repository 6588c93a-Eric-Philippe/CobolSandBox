       IDENTIFICATION DIVISION.
       PROGRAM-ID. StkRcpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "STKLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-STOCK-STATUS.
           SELECT WORK-FILE ASSIGN TO "STKLEDGW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVEMENT-FILE ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-MOVE-STATUS.
           SELECT ITEM-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-ITEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
           COPY STKLEDG.

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(39).

       FD  MOVEMENT-FILE.
           COPY STKMOVE.

       FD  ITEM-FILE.
           COPY ITEMMAST.

       WORKING-STORAGE SECTION.
       01 SRC-STOCK-STATUS    PIC XX.
       01 SRC-MOVE-STATUS     PIC XX.
       01 SRC-ITEM-STATUS     PIC XX.
       01 SRC-EOF-SWITCH      PIC X     VALUE 'N'.
           88 SRC-EOF             VALUE 'Y'.
       01 SRC-USER            PIC X(20).
       01 SRC-CHOICE          PIC X.
           88 SRC-CHOICE-RECEIPT  VALUE 'R' 'r'.
           88 SRC-CHOICE-ADJUST   VALUE 'A' 'a'.
           88 SRC-CHOICE-REORDER  VALUE 'P' 'p'.
           88 SRC-CHOICE-LIST     VALUE 'L' 'l'.
           88 SRC-CHOICE-QUIT     VALUE 'Q' 'q'.
       01 SRC-ITEM-CODE       PIC X(10).
       01 SRC-QUANTITY        PIC S9(7).
       01 SRC-REFERENCE       PIC X(20).
       01 SRC-ITEM-SWITCH     PIC X     VALUE 'N'.
           88 SRC-ITEM-KNOWN      VALUE 'Y'.
       01 SRC-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 SRC-STOCK-EXISTS    VALUE 'Y'.
       01 SRC-STOCK-IMAGE     PIC X(39).
       01 SRC-NEW-IMAGE       PIC X(39).
       01 SRC-EDIT-QTY        PIC -Z,ZZZ,ZZ9.
       01 SRC-EDIT-POINT      PIC Z,ZZZ,ZZ9.
       01 SRC-EDIT-REORDER    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " RECEPTIONS ET AJUSTEMENTS DE STOCK"
           DISPLAY "========================================"
           DISPLAY "Nom de l'operateur : "
           ACCEPT SRC-USER
           PERFORM Open-Movement-File
           PERFORM Process-One-Action UNTIL SRC-CHOICE-QUIT
           CLOSE MOVEMENT-FILE
           DISPLAY "Fin de la saisie."
           GOBACK.

       Open-Movement-File.
           OPEN EXTEND MOVEMENT-FILE
           IF SRC-MOVE-STATUS = "35" THEN
               OPEN OUTPUT MOVEMENT-FILE
           END-IF.

       Process-One-Action.
           DISPLAY "----------------------------------------"
           DISPLAY "Reception (R), ajustement (A), seuil de "
               "reapprovisionnement (P),"
           DISPLAY "lister (L) ou quitter (Q) ? "
           ACCEPT SRC-CHOICE
           EVALUATE TRUE
               WHEN SRC-CHOICE-RECEIPT
                   PERFORM Book-Receipt
               WHEN SRC-CHOICE-ADJUST
                   PERFORM Book-Adjustment
               WHEN SRC-CHOICE-REORDER
                   PERFORM Set-Reorder-Point
               WHEN SRC-CHOICE-LIST
                   PERFORM List-Stock
               WHEN SRC-CHOICE-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

      *    Seul un article connu d'ITEMMAST peut entrer en stock.
       Get-Item-Code.
           DISPLAY "Code article : "
           ACCEPT SRC-ITEM-CODE
           PERFORM Check-Item-Master
           IF NOT SRC-ITEM-KNOWN THEN
               DISPLAY "Article inconnu d'ITEMMAST."
           ELSE
               PERFORM Find-Stock
           END-IF.

       Check-Item-Master.
           MOVE 'N' TO SRC-ITEM-SWITCH
           MOVE 'N' TO SRC-EOF-SWITCH
           OPEN INPUT ITEM-FILE
           IF SRC-ITEM-STATUS = "35" THEN
               SET SRC-ITEM-KNOWN TO TRUE
           ELSE
               READ ITEM-FILE
                   AT END SET SRC-EOF TO TRUE
               END-READ
               PERFORM Match-One-Item UNTIL SRC-EOF
               CLOSE ITEM-FILE
           END-IF.

       Match-One-Item.
           IF ITM-CODE = SRC-ITEM-CODE THEN
               SET SRC-ITEM-KNOWN TO TRUE
           END-IF
           READ ITEM-FILE
               AT END SET SRC-EOF TO TRUE
           END-READ.

      *    Un article encore absent du grand livre y entre a zero.
       Find-Stock.
           MOVE 'N' TO SRC-FOUND-SWITCH
           MOVE 'N' TO SRC-EOF-SWITCH
           MOVE SPACES TO STOCK-RECORD
           MOVE SRC-ITEM-CODE TO STK-ITEM-CODE
           MOVE 0 TO STK-ON-HAND
           MOVE 0 TO STK-REORDER-POINT
           MOVE 0 TO STK-REORDER-QTY
           MOVE 0 TO STK-LAST-MOVE-DATE
           MOVE STOCK-RECORD TO SRC-STOCK-IMAGE
           OPEN INPUT STOCK-FILE
           IF SRC-STOCK-STATUS = "00" THEN
               READ STOCK-FILE
                   AT END SET SRC-EOF TO TRUE
               END-READ
               PERFORM Match-One-Stock UNTIL SRC-EOF
               CLOSE STOCK-FILE
           END-IF
           MOVE SRC-STOCK-IMAGE TO STOCK-RECORD.

       Match-One-Stock.
           IF STK-ITEM-CODE = SRC-ITEM-CODE THEN
               SET SRC-STOCK-EXISTS TO TRUE
               MOVE STOCK-RECORD TO SRC-STOCK-IMAGE
           END-IF
           READ STOCK-FILE
               AT END SET SRC-EOF TO TRUE
           END-READ.

       Book-Receipt.
           PERFORM Get-Item-Code
           IF SRC-ITEM-KNOWN THEN
               DISPLAY "Quantite recue : "
               ACCEPT SRC-QUANTITY
               IF SRC-QUANTITY NOT > 0 THEN
                   DISPLAY "Quantite invalide, reception refusee."
               ELSE
                   DISPLAY "Bon de livraison : "
                   ACCEPT SRC-REFERENCE
                   MOVE 'R' TO SMV-TYPE
                   PERFORM Apply-Movement
                   DISPLAY "Reception enregistree."
               END-IF
           END-IF.

      *    L'ajustement est signe : negatif pour une casse ou un
      *    ecart d'inventaire, positif pour un retour en stock.
       Book-Adjustment.
           PERFORM Get-Item-Code
           IF SRC-ITEM-KNOWN THEN
               MOVE STK-ON-HAND TO SRC-EDIT-QTY
               DISPLAY "Stock actuel : " SRC-EDIT-QTY
               DISPLAY "Ajustement (signe, ex. -5) : "
               ACCEPT SRC-QUANTITY
               EVALUATE TRUE
                   WHEN SRC-QUANTITY = 0
                       DISPLAY "Ajustement nul, ignore."
                   WHEN STK-ON-HAND + SRC-QUANTITY < 0
                       DISPLAY "Le stock deviendrait negatif, "
                           "ajustement refuse."
                   WHEN OTHER
                       DISPLAY "Motif : "
                       ACCEPT SRC-REFERENCE
                       IF SRC-REFERENCE = SPACES THEN
                           DISPLAY "Motif obligatoire, ajustement "
                               "refuse."
                       ELSE
                           MOVE 'A' TO SMV-TYPE
                           PERFORM Apply-Movement
                           DISPLAY "Ajustement enregistre."
                       END-IF
               END-EVALUATE
           END-IF.

       Apply-Movement.
           ACCEPT SMV-DATE FROM DATE YYYYMMDD
           ACCEPT SMV-TIME FROM TIME
           MOVE SRC-ITEM-CODE TO SMV-ITEM-CODE
           MOVE SRC-QUANTITY TO SMV-QUANTITY
           MOVE STK-ON-HAND TO SMV-BEFORE
           ADD SRC-QUANTITY TO STK-ON-HAND
           MOVE STK-ON-HAND TO SMV-AFTER
           MOVE SRC-USER TO SMV-USER
           MOVE SRC-REFERENCE TO SMV-REFERENCE
           MOVE SMV-DATE TO STK-LAST-MOVE-DATE
           MOVE STOCK-RECORD TO SRC-NEW-IMAGE
           PERFORM Store-Stock-Record
           WRITE STOCK-MOVEMENT-RECORD.

       Set-Reorder-Point.
           PERFORM Get-Item-Code
           IF SRC-ITEM-KNOWN THEN
               MOVE STK-REORDER-POINT TO SRC-EDIT-POINT
               MOVE STK-REORDER-QTY TO SRC-EDIT-REORDER
               DISPLAY "Seuil actuel : " SRC-EDIT-POINT
                   "  quantite a commander : " SRC-EDIT-REORDER
               DISPLAY "Nouveau seuil (0 = pas de suivi) : "
               ACCEPT STK-REORDER-POINT
               DISPLAY "Quantite a commander : "
               ACCEPT STK-REORDER-QTY
               MOVE STOCK-RECORD TO SRC-NEW-IMAGE
               PERFORM Store-Stock-Record
               DISPLAY "Seuil enregistre."
           END-IF.

      *    Fichier sequentiel : un article nouveau est ajoute en fin
      *    de fichier, un article connu passe par une recopie
      *    complete, comme pour les taux de change.
       Store-Stock-Record.
           IF SRC-STOCK-EXISTS THEN
               PERFORM Rewrite-Stock-File
           ELSE
               OPEN EXTEND STOCK-FILE
               IF SRC-STOCK-STATUS = "35" THEN
                   OPEN OUTPUT STOCK-FILE
               END-IF
               MOVE SRC-NEW-IMAGE TO STOCK-RECORD
               WRITE STOCK-RECORD
               CLOSE STOCK-FILE
           END-IF.

       Rewrite-Stock-File.
           MOVE 'N' TO SRC-EOF-SWITCH
           OPEN INPUT STOCK-FILE
           OPEN OUTPUT WORK-FILE
           READ STOCK-FILE
               AT END SET SRC-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Stock-Out UNTIL SRC-EOF
           CLOSE STOCK-FILE
           CLOSE WORK-FILE
           MOVE 'N' TO SRC-EOF-SWITCH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT STOCK-FILE
           READ WORK-FILE
               AT END SET SRC-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Stock-Back UNTIL SRC-EOF
           CLOSE WORK-FILE
           CLOSE STOCK-FILE
           MOVE SRC-NEW-IMAGE TO STOCK-RECORD.

       Copy-One-Stock-Out.
           IF STK-ITEM-CODE = SRC-ITEM-CODE THEN
               WRITE WORK-RECORD FROM SRC-NEW-IMAGE
           ELSE
               WRITE WORK-RECORD FROM STOCK-RECORD
           END-IF
           READ STOCK-FILE
               AT END SET SRC-EOF TO TRUE
           END-READ.

       Copy-One-Stock-Back.
           MOVE WORK-RECORD TO STOCK-RECORD
           WRITE STOCK-RECORD
           READ WORK-FILE
               AT END SET SRC-EOF TO TRUE
           END-READ.

       List-Stock.
           MOVE 'N' TO SRC-EOF-SWITCH
           OPEN INPUT STOCK-FILE
           IF SRC-STOCK-STATUS = "00" THEN
               DISPLAY "ARTICLE      EN STOCK      SEUIL   A COMMANDER"
                   " DERNIER MVT"
               READ STOCK-FILE
                   AT END SET SRC-EOF TO TRUE
               END-READ
               PERFORM List-One-Stock UNTIL SRC-EOF
               CLOSE STOCK-FILE
           ELSE
               DISPLAY "Fichier STKLEDG absent."
           END-IF.

       List-One-Stock.
           MOVE STK-ON-HAND TO SRC-EDIT-QTY
           MOVE STK-REORDER-POINT TO SRC-EDIT-POINT
           MOVE STK-REORDER-QTY TO SRC-EDIT-REORDER
           DISPLAY STK-ITEM-CODE " " SRC-EDIT-QTY " " SRC-EDIT-POINT
               "   " SRC-EDIT-REORDER " " STK-LAST-MOVE-DATE
           READ STOCK-FILE
               AT END SET SRC-EOF TO TRUE
           END-READ.

       END PROGRAM StkRcpt.
