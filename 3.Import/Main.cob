           SELECT HELD-FILE ASSIGN TO "MAINHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIN-HELD-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIN-CUST-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STKLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIN-STOCK-STATUS.
           SELECT STOCK-WORK-FILE ASSIGN TO "STKLEDGW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVEMENT-FILE ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIN-MOVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PARM-ITEM-CODE      PIC X(10).
           05 PARM-QUANTITY       PIC 9(5).
           05 PARM-UNIT-PRICE     PIC 9(5)V99.
           05 PARM-CUSTOMER-CODE  PIC X(8).

       FD  RESULT-FILE.
           COPY MAINRSLT.

       FD  PRICED-FILE.
           COPY MAINPRCD.

       FD  REJECT-FILE.
           COPY MAINREJL.

       FD  ITEM-FILE.
           COPY ITEMMAST.
           05 HLD-STD-PRICE       PIC 9(5)V99.
           05 HLD-REASON          PIC X(30).

       FD  CUSTOMER-FILE.
           COPY CUSTMAST.

       FD  STOCK-FILE.
           COPY STKLEDG.

       FD  STOCK-WORK-FILE.
       01  STOCK-WORK-RECORD      PIC X(39).

       FD  MOVEMENT-FILE.
           COPY STKMOVE.

       WORKING-STORAGE SECTION.
           COPY CALCFLDS.
       01 Func-Return-Code  PIC X.
               10 MAIN-ITM-STAT   PIC X.
               10 MAIN-ITM-PRICE  PIC 9(5)V99.
               10 MAIN-ITM-TOL    PIC 9(3).
               10 MAIN-ITM-EFF    PIC 9(8).
       01 MAIN-RUN-DATE       PIC 9(8).
       01 MAIN-ITM-EFF-SAVE   PIC 9(8).
       01 MAIN-ITM-SLOT-SW    PIC X     VALUE 'N'.
           88 MAIN-ITM-SLOT-FOUND VALUE 'Y'.
       01 MAIN-CUST-STATUS    PIC XX.
       01 MAIN-CUST-EOF-SW    PIC X     VALUE 'N'.
           88 MAIN-CUST-EOF       VALUE 'Y'.
       01 MAIN-CUST-USED      PIC 9(3)  VALUE 0.
       01 MAIN-CUST-FOUND-SW  PIC X     VALUE 'N'.
           88 MAIN-CUST-FOUND     VALUE 'Y'.
       01 MAIN-CUST-TABLE.
           05 MAIN-CUST-ENTRY OCCURS 500 TIMES
                   INDEXED BY MAIN-CUST-IDX.
               10 MAIN-CUS-CODE   PIC X(8).
               10 MAIN-CUS-STAT   PIC X.
       01 MAIN-CUS-STAT-SAVE  PIC X.
       01 MAIN-STOCK-STATUS   PIC XX.
       01 MAIN-MOVE-STATUS    PIC XX.
       01 MAIN-STOCK-SWITCH   PIC X     VALUE 'N'.
           88 MAIN-STOCK-PRESENT  VALUE 'Y'.
       01 MAIN-STOCK-EOF-SW   PIC X     VALUE 'N'.
           88 MAIN-STOCK-EOF      VALUE 'Y'.
       01 MAIN-STOCK-USED     PIC 9(3)  VALUE 0.
       01 MAIN-STOCK-FOUND-SW PIC X     VALUE 'N'.
           88 MAIN-STOCK-FOUND    VALUE 'Y'.
       01 MAIN-STOCK-TABLE.
           05 MAIN-STOCK-ENTRY OCCURS 500 TIMES
                   INDEXED BY MAIN-STOCK-IDX.
               10 MAIN-STK-CODE   PIC X(10).
               10 MAIN-STK-ON-HAND PIC S9(7).
       01 MAIN-STK-KEY        PIC X(10).
       01 MAIN-SALE-COUNT     PIC 9(5)  VALUE 0.
       01 MAIN-ITM-STAT-SAVE  PIC X.
       01 MAIN-ITM-PRICE-SAVE PIC 9(5)V99.
       01 MAIN-ITM-TOL-SAVE   PIC 9(3).
           MOVE 0 TO MAIN-ITEM-COUNT MAIN-REJECT-COUNT
               MAIN-QTY-TOTAL MAIN-EXT-TOTAL
           ACCEPT MAIN-RUN-ID FROM TIME
           ACCEPT MAIN-RUN-DATE FROM DATE YYYYMMDD
           PERFORM Load-Item-Table
           PERFORM Load-Customer-Table
           PERFORM Load-Stock-Table
           OPEN INPUT PARM-FILE
           IF MAIN-PARM-STATUS NOT = "00" THEN
               DISPLAY "Fichier MAINPARM absent, aucune tarification."
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT HELD-FILE
               PERFORM Open-Result-File
               IF MAIN-STOCK-PRESENT THEN
                   PERFORM Open-Movement-File
               END-IF
               READ PARM-FILE
                   AT END SET MAIN-EOF TO TRUE
               END-READ
               CLOSE REJECT-FILE
               CLOSE HELD-FILE
               CLOSE RESULT-FILE
               IF MAIN-STOCK-PRESENT THEN
                   CLOSE MOVEMENT-FILE
                   IF MAIN-SALE-COUNT > 0 THEN
                       PERFORM Rewrite-Stock-Ledger
                   END-IF
               END-IF
               PERFORM Print-Totals-Page
               IF MAIN-CUST-USED > 0 AND MAIN-ITEM-COUNT > 0 THEN
                   CALL 'InvGen'
               END-IF
           END-IF
           GOBACK.

               CLOSE ITEM-FILE
           END-IF.

      *    Une entree par article : le prix retenu est celui dont la
      *    date d'effet est la plus recente sans depasser la date du
      *    traitement ; un prix saisi en avance est ignore jusque-la.
       Load-One-Item-Entry.
           IF ITM-EFF-DATE NUMERIC THEN
               MOVE ITM-EFF-DATE TO MAIN-ITM-EFF-SAVE
           ELSE
               MOVE 0 TO MAIN-ITM-EFF-SAVE
           END-IF
           IF MAIN-ITM-EFF-SAVE <= MAIN-RUN-DATE THEN
               MOVE 'N' TO MAIN-ITM-SLOT-SW
               SET MAIN-ITEM-IDX TO 1
               PERFORM Locate-Item-Slot
                   UNTIL MAIN-ITM-SLOT-FOUND
                      OR MAIN-ITEM-IDX > MAIN-ITEM-USED
               IF NOT MAIN-ITM-SLOT-FOUND THEN
                   IF MAIN-ITEM-USED < 200 THEN
                       ADD 1 TO MAIN-ITEM-USED
                       SET MAIN-ITEM-IDX TO MAIN-ITEM-USED
                       MOVE ITM-CODE TO MAIN-ITM-CODE(MAIN-ITEM-IDX)
                       MOVE 0 TO MAIN-ITM-EFF(MAIN-ITEM-IDX)
                       SET MAIN-ITM-SLOT-FOUND TO TRUE
                   ELSE
                       DISPLAY "Table des articles pleine, article "
                           ITM-CODE " ignore."
                   END-IF
               END-IF
               IF MAIN-ITM-SLOT-FOUND
                  AND MAIN-ITM-EFF-SAVE
                      >= MAIN-ITM-EFF(MAIN-ITEM-IDX) THEN
                   MOVE ITM-STATUS TO MAIN-ITM-STAT(MAIN-ITEM-IDX)
                   MOVE ITM-STD-PRICE TO MAIN-ITM-PRICE(MAIN-ITEM-IDX)
                   MOVE ITM-TOL-PCT TO MAIN-ITM-TOL(MAIN-ITEM-IDX)
                   MOVE MAIN-ITM-EFF-SAVE
                       TO MAIN-ITM-EFF(MAIN-ITEM-IDX)
               END-IF
           END-IF
           READ ITEM-FILE
               AT END SET MAIN-ITEM-EOF TO TRUE
           END-READ.

      *    Sans CUSTMAST ni controle client ni facturation : les
      *    lignes sont tarifees comme avant.
       Load-Customer-Table.
           OPEN INPUT CUSTOMER-FILE
           IF MAIN-CUST-STATUS = "35" THEN
               DISPLAY "Fichier CUSTMAST absent, controle client "
                   "et facturation desactives."
           ELSE
               READ CUSTOMER-FILE
                   AT END SET MAIN-CUST-EOF TO TRUE
               END-READ
               PERFORM Load-One-Customer-Entry UNTIL MAIN-CUST-EOF
               CLOSE CUSTOMER-FILE
           END-IF.

       Load-One-Customer-Entry.
           IF MAIN-CUST-USED < 500 THEN
               ADD 1 TO MAIN-CUST-USED
               SET MAIN-CUST-IDX TO MAIN-CUST-USED
               MOVE CUS-CODE TO MAIN-CUS-CODE(MAIN-CUST-IDX)
               MOVE CUS-STATUS TO MAIN-CUS-STAT(MAIN-CUST-IDX)
           ELSE
               DISPLAY "Table des clients pleine, client " CUS-CODE
                   " ignore."
           END-IF
           READ CUSTOMER-FILE
               AT END SET MAIN-CUST-EOF TO TRUE
           END-READ.

       Check-Customer-Master.
           MOVE 'N' TO MAIN-CUST-FOUND-SW
           PERFORM Find-Customer-Entry
               VARYING MAIN-CUST-IDX FROM 1 BY 1
               UNTIL MAIN-CUST-IDX > MAIN-CUST-USED
                  OR MAIN-CUST-FOUND.

       Find-Customer-Entry.
           IF MAIN-CUS-CODE(MAIN-CUST-IDX) = PARM-CUSTOMER-CODE THEN
               SET MAIN-CUST-FOUND TO TRUE
               MOVE MAIN-CUS-STAT(MAIN-CUST-IDX)
                   TO MAIN-CUS-STAT-SAVE
           END-IF.

      *    Sans STKLEDG le controle de stock est desactive ; un
      *    article absent du grand livre de stock compte pour zero.
       Load-Stock-Table.
           MOVE 0 TO MAIN-STOCK-USED
           MOVE 0 TO MAIN-SALE-COUNT
           MOVE 'N' TO MAIN-STOCK-EOF-SW
           MOVE 'N' TO MAIN-STOCK-SWITCH
           OPEN INPUT STOCK-FILE
           IF MAIN-STOCK-STATUS = "35" THEN
               DISPLAY "Fichier STKLEDG absent, controle de stock "
                   "desactive."
           ELSE
               SET MAIN-STOCK-PRESENT TO TRUE
               READ STOCK-FILE
                   AT END SET MAIN-STOCK-EOF TO TRUE
               END-READ
               PERFORM Load-One-Stock-Entry UNTIL MAIN-STOCK-EOF
               CLOSE STOCK-FILE
           END-IF.

       Load-One-Stock-Entry.
           IF MAIN-STOCK-USED < 500 THEN
               ADD 1 TO MAIN-STOCK-USED
               SET MAIN-STOCK-IDX TO MAIN-STOCK-USED
               MOVE STK-ITEM-CODE TO MAIN-STK-CODE(MAIN-STOCK-IDX)
               MOVE STK-ON-HAND TO MAIN-STK-ON-HAND(MAIN-STOCK-IDX)
           ELSE
               DISPLAY "Table des stocks pleine, article "
                   STK-ITEM-CODE " ignore."
           END-IF
           READ STOCK-FILE
               AT END SET MAIN-STOCK-EOF TO TRUE
           END-READ.

       Check-Stock-Ledger.
           MOVE 'N' TO MAIN-STOCK-FOUND-SW
           SET MAIN-STOCK-IDX TO 1
           PERFORM Match-One-Stock-Entry
               UNTIL MAIN-STOCK-FOUND
                  OR MAIN-STOCK-IDX > MAIN-STOCK-USED.

       Match-One-Stock-Entry.
           IF MAIN-STK-CODE(MAIN-STOCK-IDX) = MAIN-STK-KEY THEN
               SET MAIN-STOCK-FOUND TO TRUE
           ELSE
               SET MAIN-STOCK-IDX UP BY 1
           END-IF.

       Open-Movement-File.
           OPEN EXTEND MOVEMENT-FILE
           IF MAIN-MOVE-STATUS = "35" THEN
               OPEN OUTPUT MOVEMENT-FILE
           END-IF.

       Locate-Item-Slot.
           IF MAIN-ITM-CODE(MAIN-ITEM-IDX) = ITM-CODE THEN
               SET MAIN-ITM-SLOT-FOUND TO TRUE
           ELSE
               SET MAIN-ITEM-IDX UP BY 1
           END-IF.

       Check-Item-Master.
           MOVE 'N' TO MAIN-ITEM-FOUND-SW
           PERFORM Find-Item-Entry
      *    Un prix hors tolerance n'est pas une erreur de saisie
      *    prouvee : l'article est mis en attente plutot que rejete,
      *    pour arbitrage avant extension.
      *    Le motif est pose par l'appelant.
       Write-Held-Record.
           ADD 1 TO MAIN-HELD-COUNT
           MOVE PARM-ITEM-CODE TO HLD-ITEM-CODE
           MOVE PARM-QUANTITY TO HLD-QUANTITY
           MOVE PARM-UNIT-PRICE TO HLD-UNIT-PRICE
           MOVE MAIN-ITM-PRICE-SAVE TO HLD-STD-PRICE
           WRITE HELD-RECORD
           DISPLAY "Article en attente : " HLD-ITEM-CODE " - "
               HLD-REASON.
               MOVE "Donnees non numeriques" TO REJ-REASON
               PERFORM Write-Reject-Record
           ELSE
               PERFORM Edit-Against-Customer-Master
           END-IF
           READ PARM-FILE
               AT END SET MAIN-EOF TO TRUE
           END-READ.

      *    Une ligne tarifee doit pouvoir etre facturee : le client
      *    est controle avant l'article.
       Edit-Against-Customer-Master.
           IF MAIN-CUST-USED = 0 THEN
               PERFORM Edit-Against-Item-Master
           ELSE
               PERFORM Check-Customer-Master
               EVALUATE TRUE
                   WHEN NOT MAIN-CUST-FOUND
                       MOVE "Client inconnu" TO REJ-REASON
                       PERFORM Write-Reject-Record
                   WHEN MAIN-CUS-STAT-SAVE = 'I'
                       MOVE "Client inactif" TO REJ-REASON
                       PERFORM Write-Reject-Record
                   WHEN OTHER
                       PERFORM Edit-Against-Item-Master
               END-EVALUATE
           END-IF.

       Edit-Against-Item-Master.
           IF MAIN-ITEM-USED = 0 THEN
               MOVE 0 TO MAIN-ITM-PRICE-SAVE
               PERFORM Edit-Against-Stock-Ledger
           ELSE
               PERFORM Check-Item-Master
               EVALUATE TRUE
                          < MAIN-ITM-PRICE-SAVE - MAIN-TOL-AMOUNT
                          OR PARM-UNIT-PRICE
                          > MAIN-ITM-PRICE-SAVE + MAIN-TOL-AMOUNT
                           MOVE "Prix hors tolerance" TO HLD-REASON
                           PERFORM Write-Held-Record
                       ELSE
                           PERFORM Edit-Against-Stock-Ledger
                       END-IF
               END-EVALUATE
           END-IF.

      *    Une quantite superieure au stock disponible est mise en
      *    attente, comme un prix hors tolerance, sans etre tarifee.
       Edit-Against-Stock-Ledger.
           IF NOT MAIN-STOCK-PRESENT THEN
               PERFORM Extend-One-Item
           ELSE
               MOVE PARM-ITEM-CODE TO MAIN-STK-KEY
               PERFORM Check-Stock-Ledger
               IF NOT MAIN-STOCK-FOUND THEN
                   MOVE "Stock insuffisant" TO HLD-REASON
                   PERFORM Write-Held-Record
               ELSE
                   IF PARM-QUANTITY
                      > MAIN-STK-ON-HAND(MAIN-STOCK-IDX) THEN
                       MOVE "Stock insuffisant" TO HLD-REASON
                       PERFORM Write-Held-Record
                   ELSE
                       PERFORM Extend-One-Item
                   END-IF
               END-IF
           END-IF.

       Extend-One-Item.
           MOVE PARM-QUANTITY TO Num1
           MOVE PARM-UNIT-PRICE TO Num2
           MOVE PARM-QUANTITY TO PRC-QUANTITY
           MOVE PARM-UNIT-PRICE TO PRC-UNIT-PRICE
           MOVE Result TO PRC-EXTENDED
           MOVE PARM-CUSTOMER-CODE TO PRC-CUSTOMER-CODE
           PERFORM Write-Result-Record
           MOVE MR-DATE TO PRC-DATE
           MOVE MR-RUN-ID TO PRC-RUN-ID
           WRITE PRICED-RECORD
           IF MAIN-STOCK-PRESENT THEN
               PERFORM Book-Stock-Sale
           END-IF.

       Book-Stock-Sale.
           ADD 1 TO MAIN-SALE-COUNT
           MOVE MR-DATE TO SMV-DATE
           MOVE MR-TIME TO SMV-TIME
           MOVE PARM-ITEM-CODE TO SMV-ITEM-CODE
           MOVE 'V' TO SMV-TYPE
           COMPUTE SMV-QUANTITY = 0 - PARM-QUANTITY
           MOVE MAIN-STK-ON-HAND(MAIN-STOCK-IDX) TO SMV-BEFORE
           SUBTRACT PARM-QUANTITY
               FROM MAIN-STK-ON-HAND(MAIN-STOCK-IDX)
           MOVE MAIN-STK-ON-HAND(MAIN-STOCK-IDX) TO SMV-AFTER
           MOVE "MAINPROGRAM" TO SMV-USER
           MOVE MAIN-RUN-ID TO SMV-REFERENCE
           WRITE STOCK-MOVEMENT-RECORD.

      *    Le grand livre de stock est sequentiel : les quantites
      *    de la table sont reportees par recopie complete.
       Rewrite-Stock-Ledger.
           MOVE 'N' TO MAIN-STOCK-EOF-SW
           OPEN INPUT STOCK-FILE
           OPEN OUTPUT STOCK-WORK-FILE
           READ STOCK-FILE
               AT END SET MAIN-STOCK-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Stock-Out UNTIL MAIN-STOCK-EOF
           CLOSE STOCK-FILE
           CLOSE STOCK-WORK-FILE
           MOVE 'N' TO MAIN-STOCK-EOF-SW
           OPEN INPUT STOCK-WORK-FILE
           OPEN OUTPUT STOCK-FILE
           READ STOCK-WORK-FILE
               AT END SET MAIN-STOCK-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Stock-Back UNTIL MAIN-STOCK-EOF
           CLOSE STOCK-WORK-FILE
           CLOSE STOCK-FILE.

       Copy-One-Stock-Out.
           MOVE STK-ITEM-CODE TO MAIN-STK-KEY
           PERFORM Check-Stock-Ledger
           IF MAIN-STOCK-FOUND THEN
               IF STK-ON-HAND NOT = MAIN-STK-ON-HAND(MAIN-STOCK-IDX)
                   MOVE MAIN-STK-ON-HAND(MAIN-STOCK-IDX)
                       TO STK-ON-HAND
                   ACCEPT STK-LAST-MOVE-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF
           WRITE STOCK-WORK-RECORD FROM STOCK-RECORD
           READ STOCK-FILE
               AT END SET MAIN-STOCK-EOF TO TRUE
           END-READ.

       Copy-One-Stock-Back.
           MOVE STOCK-WORK-RECORD TO STOCK-RECORD
           WRITE STOCK-RECORD
           READ STOCK-WORK-FILE
               AT END SET MAIN-STOCK-EOF TO TRUE
           END-READ.

       Write-Reject-Record.
           ADD 1 TO MAIN-REJECT-COUNT
           MOVE PARM-ITEM-CODE TO REJ-ITEM-CODE
           MOVE PARM-RECORD(11:5) TO REJ-QUANTITY
           MOVE PARM-RECORD(16:7) TO REJ-UNIT-PRICE
           MOVE PARM-CUSTOMER-CODE TO REJ-CUSTOMER-CODE
           WRITE REJECT-RECORD
           DISPLAY "Article rejete : " REJ-ITEM-CODE " - "
               REJ-REASON.
