       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvGen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICED-FILE ASSIGN TO "MAINPRCD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IVG-PRICED-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IVG-CUST-STATUS.
           SELECT TAX-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IVG-TAX-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "INVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IVG-CONTROL-STATUS.
           SELECT REJECT-FILE ASSIGN TO "MAINREJL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IVG-REJECT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IVG-REGISTER-STATUS.
           SELECT INVOICE-FILE ASSIGN DYNAMIC IVG-INVOICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IVG-INVOICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICED-FILE.
           COPY MAINPRCD.

       FD  CUSTOMER-FILE.
           COPY CUSTMAST.

       FD  TAX-FILE.
           COPY TAXRATE.

      *    Dernier numero de facture attribue.
       FD  CONTROL-FILE.
       01  INVOICE-CONTROL-RECORD.
           05 ICT-LAST-NUMBER     PIC 9(8).

       FD  REJECT-FILE.
           COPY MAINREJL.

       FD  REGISTER-FILE.
           COPY INVREG.

       FD  INVOICE-FILE.
       01  INVOICE-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY DATERTN.
       01 IVG-PRICED-STATUS   PIC XX.
       01 IVG-CUST-STATUS     PIC XX.
       01 IVG-TAX-STATUS      PIC XX.
       01 IVG-CONTROL-STATUS  PIC XX.
       01 IVG-REJECT-STATUS   PIC XX.
       01 IVG-REGISTER-STATUS PIC XX.
       01 IVG-INVOICE-STATUS  PIC XX.
       01 IVG-EOF-SWITCH      PIC X     VALUE 'N'.
           88 IVG-EOF             VALUE 'Y'.
       01 IVG-INVOICE-DATE    PIC 9(8).
       01 IVG-DATE-PARTS REDEFINES IVG-INVOICE-DATE.
           05 FILLER              PIC XX.
           05 IVG-DATE-YYMMDD     PIC X(6).
       01 IVG-INVOICE-FILENAME PIC X(20).
       01 IVG-INVOICE-NO      PIC 9(8)  VALUE 0.
       01 IVG-DUE-DATE        PIC 9(8).
       01 IVG-CUST-USED       PIC 9(3)  VALUE 0.
       01 IVG-CUST-FOUND-SW   PIC X     VALUE 'N'.
           88 IVG-CUST-FOUND      VALUE 'Y'.
       01 IVG-CUST-TABLE.
           05 IVG-CUST-ENTRY OCCURS 500 TIMES
                   INDEXED BY IVG-CUST-IDX.
               10 IVG-CUS-CODE    PIC X(8).
               10 IVG-CUS-NAME    PIC X(30).
               10 IVG-CUS-ADDR1   PIC X(30).
               10 IVG-CUS-ADDR2   PIC X(30).
               10 IVG-CUS-POST    PIC X(8).
               10 IVG-CUS-CITY    PIC X(22).
               10 IVG-CUS-TAXCAT  PIC X(2).
               10 IVG-CUS-TERMS   PIC 9(3).
               10 IVG-CUS-STAT    PIC X.
                   88 IVG-CUS-INACTIVE VALUE 'I'.
               10 IVG-CUS-BILLED  PIC X.
                   88 IVG-CUS-TO-BILL  VALUE 'Y'.
       01 IVG-TAX-USED        PIC 9(3)  VALUE 0.
       01 IVG-TAX-FOUND-SW    PIC X     VALUE 'N'.
           88 IVG-TAX-FOUND       VALUE 'Y'.
       01 IVG-TAX-TABLE.
           05 IVG-TAX-ENTRY OCCURS 50 TIMES
                   INDEXED BY IVG-TAX-IDX.
               10 IVG-TAX-CAT     PIC X(2).
               10 IVG-TAX-PCT     PIC 9(2)V9999.
       01 IVG-TAX-RATE        PIC 9(2)V9999.
       01 IVG-LINE-COUNT      PIC 9(5).
       01 IVG-NET             PIC S9(9)V99.
       01 IVG-TAX             PIC S9(9)V99.
       01 IVG-GROSS           PIC S9(9)V99.
       01 IVG-RUN-DATE        PIC 9(8).
       01 IVG-RUN-ID          PIC X(8).
       01 IVG-INVOICE-COUNT   PIC 9(5)  VALUE 0.
       01 IVG-REJECT-COUNT    PIC 9(5)  VALUE 0.
       01 IVG-NET-TOTAL       PIC S9(11)V99 VALUE 0.
       01 IVG-TAX-TOTAL       PIC S9(11)V99 VALUE 0.
       01 IVG-GROSS-TOTAL     PIC S9(11)V99 VALUE 0.
       01 IVG-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
       01 IVG-EDIT-QTY        PIC ZZ,ZZ9.
       01 IVG-EDIT-PRICE      PIC ZZ,ZZ9.99.
       01 IVG-EDIT-LINE-AMT   PIC -Z,ZZZ,ZZ9.99.
       01 IVG-EDIT-AMOUNT     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 IVG-EDIT-RATE       PIC Z9.9999.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " FACTURATION CLIENTS - INVGEN"
           DISPLAY "========================================"
           MOVE 0 TO IVG-INVOICE-COUNT
           MOVE 0 TO IVG-REJECT-COUNT
           MOVE 0 TO IVG-NET-TOTAL
           MOVE 0 TO IVG-TAX-TOTAL
           MOVE 0 TO IVG-GROSS-TOTAL
           ACCEPT IVG-INVOICE-DATE FROM DATE YYYYMMDD
           PERFORM Load-Customer-Table
           PERFORM Load-Tax-Table
           OPEN INPUT PRICED-FILE
           IF IVG-PRICED-STATUS NOT = "00" THEN
               DISPLAY "Fichier MAINPRCD absent, aucune facture."
           ELSE
               CLOSE PRICED-FILE
               PERFORM Read-Invoice-Control
               PERFORM Select-Customers-To-Bill
               PERFORM Open-Invoice-Files
               PERFORM Issue-One-Invoice
                   VARYING IVG-CUST-IDX FROM 1 BY 1
                   UNTIL IVG-CUST-IDX > IVG-CUST-USED
               CLOSE INVOICE-FILE
               CLOSE REGISTER-FILE
               PERFORM Write-Invoice-Control
               PERFORM Print-Invoicing-Totals
           END-IF
           GOBACK.

       Load-Customer-Table.
           MOVE 0 TO IVG-CUST-USED
           MOVE 'N' TO IVG-EOF-SWITCH
           OPEN INPUT CUSTOMER-FILE
           IF IVG-CUST-STATUS = "35" THEN
               DISPLAY "Fichier CUSTMAST absent."
           ELSE
               READ CUSTOMER-FILE
                   AT END SET IVG-EOF TO TRUE
               END-READ
               PERFORM Load-One-Customer-Entry UNTIL IVG-EOF
               CLOSE CUSTOMER-FILE
           END-IF.

       Load-One-Customer-Entry.
           IF IVG-CUST-USED < 500 THEN
               ADD 1 TO IVG-CUST-USED
               SET IVG-CUST-IDX TO IVG-CUST-USED
               MOVE CUS-CODE TO IVG-CUS-CODE(IVG-CUST-IDX)
               MOVE CUS-NAME TO IVG-CUS-NAME(IVG-CUST-IDX)
               MOVE CUS-ADDRESS-1 TO IVG-CUS-ADDR1(IVG-CUST-IDX)
               MOVE CUS-ADDRESS-2 TO IVG-CUS-ADDR2(IVG-CUST-IDX)
               MOVE CUS-POSTCODE TO IVG-CUS-POST(IVG-CUST-IDX)
               MOVE CUS-CITY TO IVG-CUS-CITY(IVG-CUST-IDX)
               MOVE CUS-TAX-CATEGORY TO IVG-CUS-TAXCAT(IVG-CUST-IDX)
               MOVE CUS-TERMS-DAYS TO IVG-CUS-TERMS(IVG-CUST-IDX)
               MOVE CUS-STATUS TO IVG-CUS-STAT(IVG-CUST-IDX)
               MOVE 'N' TO IVG-CUS-BILLED(IVG-CUST-IDX)
           ELSE
               DISPLAY "Table des clients pleine, client " CUS-CODE
                   " ignore."
           END-IF
           READ CUSTOMER-FILE
               AT END SET IVG-EOF TO TRUE
           END-READ.

       Load-Tax-Table.
           MOVE 0 TO IVG-TAX-USED
           MOVE 'N' TO IVG-EOF-SWITCH
           OPEN INPUT TAX-FILE
           IF IVG-TAX-STATUS = "35" THEN
               DISPLAY "Fichier TAXRATE absent, factures sans taxe."
           ELSE
               READ TAX-FILE
                   AT END SET IVG-EOF TO TRUE
               END-READ
               PERFORM Load-One-Tax-Entry UNTIL IVG-EOF
               CLOSE TAX-FILE
           END-IF.

       Load-One-Tax-Entry.
           IF IVG-TAX-USED < 50 THEN
               ADD 1 TO IVG-TAX-USED
               SET IVG-TAX-IDX TO IVG-TAX-USED
               MOVE TAX-CATEGORY TO IVG-TAX-CAT(IVG-TAX-IDX)
               MOVE TAX-RATE TO IVG-TAX-PCT(IVG-TAX-IDX)
           ELSE
               DISPLAY "Table des taxes pleine, categorie "
                   TAX-CATEGORY " ignoree."
           END-IF
           READ TAX-FILE
               AT END SET IVG-EOF TO TRUE
           END-READ.

       Read-Invoice-Control.
           MOVE 0 TO IVG-INVOICE-NO
           OPEN INPUT CONTROL-FILE
           IF IVG-CONTROL-STATUS = "00" THEN
               READ CONTROL-FILE
                   AT END MOVE 0 TO ICT-LAST-NUMBER
               END-READ
               IF ICT-LAST-NUMBER NUMERIC THEN
                   MOVE ICT-LAST-NUMBER TO IVG-INVOICE-NO
               END-IF
               CLOSE CONTROL-FILE
           END-IF.

       Write-Invoice-Control.
           OPEN OUTPUT CONTROL-FILE
           MOVE IVG-INVOICE-NO TO ICT-LAST-NUMBER
           WRITE INVOICE-CONTROL-RECORD
           CLOSE CONTROL-FILE.

      *    Premier passage : chaque client actif ayant au moins une
      *    ligne tarifee recevra une facture ; les lignes d'un client
      *    inconnu ou inactif rejoignent la liste des rejets.
       Select-Customers-To-Bill.
           MOVE 'N' TO IVG-EOF-SWITCH
           OPEN INPUT PRICED-FILE
           OPEN EXTEND REJECT-FILE
           IF IVG-REJECT-STATUS = "35" THEN
               OPEN OUTPUT REJECT-FILE
           END-IF
           READ PRICED-FILE
               AT END SET IVG-EOF TO TRUE
           END-READ
           PERFORM Select-One-Priced-Line UNTIL IVG-EOF
           CLOSE PRICED-FILE
           CLOSE REJECT-FILE.

       Select-One-Priced-Line.
           PERFORM Find-Customer
           EVALUATE TRUE
               WHEN NOT IVG-CUST-FOUND
                   MOVE "Client inconnu (facturation)" TO REJ-REASON
                   PERFORM Write-Reject-Record
               WHEN IVG-CUS-INACTIVE(IVG-CUST-IDX)
                   MOVE "Client inactif (facturation)" TO REJ-REASON
                   PERFORM Write-Reject-Record
               WHEN OTHER
                   MOVE 'Y' TO IVG-CUS-BILLED(IVG-CUST-IDX)
           END-EVALUATE
           READ PRICED-FILE
               AT END SET IVG-EOF TO TRUE
           END-READ.

       Find-Customer.
           MOVE 'N' TO IVG-CUST-FOUND-SW
           SET IVG-CUST-IDX TO 1
           PERFORM Match-One-Customer
               UNTIL IVG-CUST-FOUND
                  OR IVG-CUST-IDX > IVG-CUST-USED.

       Match-One-Customer.
           IF IVG-CUS-CODE(IVG-CUST-IDX) = PRC-CUSTOMER-CODE THEN
               SET IVG-CUST-FOUND TO TRUE
           ELSE
               SET IVG-CUST-IDX UP BY 1
           END-IF.

       Write-Reject-Record.
           ADD 1 TO IVG-REJECT-COUNT
           MOVE PRC-ITEM-CODE TO REJ-ITEM-CODE
           MOVE PRICED-RECORD(11:5) TO REJ-QUANTITY
           MOVE PRICED-RECORD(16:7) TO REJ-UNIT-PRICE
           MOVE PRC-CUSTOMER-CODE TO REJ-CUSTOMER-CODE
           WRITE REJECT-RECORD
           DISPLAY "Ligne non facturee : " REJ-ITEM-CODE " client "
               REJ-CUSTOMER-CODE " - " REJ-REASON.

       Open-Invoice-Files.
           MOVE SPACES TO IVG-INVOICE-FILENAME
           STRING "INVOICE.D" IVG-DATE-YYMMDD
               DELIMITED BY SIZE INTO IVG-INVOICE-FILENAME
           OPEN EXTEND INVOICE-FILE
           IF IVG-INVOICE-STATUS = "35" THEN
               OPEN OUTPUT INVOICE-FILE
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF IVG-REGISTER-STATUS = "35" THEN
               OPEN OUTPUT REGISTER-FILE
           END-IF.

      *    Second passage, client par client : la facture reprend ses
      *    lignes dans l'ordre du fichier tarife.  L'echeance est
      *    calculee en jours ouvres par DateRtn.
       Issue-One-Invoice.
           IF IVG-CUS-TO-BILL(IVG-CUST-IDX) THEN
               ADD 1 TO IVG-INVOICE-NO
               MOVE 0 TO IVG-LINE-COUNT
               MOVE 0 TO IVG-NET
               MOVE 0 TO IVG-RUN-DATE
               MOVE SPACES TO IVG-RUN-ID
               PERFORM Compute-Due-Date
               PERFORM Find-Tax-Rate
               PERFORM Print-Invoice-Header
               MOVE 'N' TO IVG-EOF-SWITCH
               OPEN INPUT PRICED-FILE
               READ PRICED-FILE
                   AT END SET IVG-EOF TO TRUE
               END-READ
               PERFORM Print-One-Invoice-Line UNTIL IVG-EOF
               CLOSE PRICED-FILE
               COMPUTE IVG-TAX ROUNDED = IVG-NET * IVG-TAX-RATE / 100
               COMPUTE IVG-GROSS = IVG-NET + IVG-TAX
               PERFORM Print-Invoice-Footer
               PERFORM Write-Register-Record
               ADD 1 TO IVG-INVOICE-COUNT
               ADD IVG-NET TO IVG-NET-TOTAL
               ADD IVG-TAX TO IVG-TAX-TOTAL
               ADD IVG-GROSS TO IVG-GROSS-TOTAL
               MOVE IVG-GROSS TO IVG-EDIT-AMOUNT
               DISPLAY "Facture " IVG-INVOICE-NO " client "
                   IVG-CUS-CODE(IVG-CUST-IDX) " : " IVG-EDIT-AMOUNT
           END-IF.

       Compute-Due-Date.
           MOVE IVG-INVOICE-DATE TO DR-BASE-DATE
           MOVE IVG-CUS-TERMS(IVG-CUST-IDX) TO DR-DAY-COUNT
           CALL 'DateRtn' USING DATE-RTN-AREA
           IF DR-OK THEN
               MOVE DR-RESULT-DATE TO IVG-DUE-DATE
           ELSE
               MOVE IVG-INVOICE-DATE TO IVG-DUE-DATE
           END-IF.

       Find-Tax-Rate.
           MOVE 0 TO IVG-TAX-RATE
           MOVE 'N' TO IVG-TAX-FOUND-SW
           SET IVG-TAX-IDX TO 1
           PERFORM Match-One-Tax
               UNTIL IVG-TAX-FOUND
                  OR IVG-TAX-IDX > IVG-TAX-USED
           IF IVG-TAX-FOUND THEN
               MOVE IVG-TAX-PCT(IVG-TAX-IDX) TO IVG-TAX-RATE
           ELSE
               DISPLAY "Categorie fiscale " IVG-CUS-TAXCAT(IVG-CUST-IDX)
                   " inconnue, client " IVG-CUS-CODE(IVG-CUST-IDX)
                   " facture sans taxe."
           END-IF.

       Match-One-Tax.
           IF IVG-TAX-CAT(IVG-TAX-IDX) = IVG-CUS-TAXCAT(IVG-CUST-IDX)
               SET IVG-TAX-FOUND TO TRUE
           ELSE
               SET IVG-TAX-IDX UP BY 1
           END-IF.

       Print-Invoice-Header.
           MOVE ALL "=" TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           STRING "FACTURE No " IVG-INVOICE-NO
               "                          Date : " IVG-INVOICE-DATE
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           STRING "Client   : " IVG-CUS-CODE(IVG-CUST-IDX) " "
               IVG-CUS-NAME(IVG-CUST-IDX)
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           STRING "           " IVG-CUS-ADDR1(IVG-CUST-IDX)
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           IF IVG-CUS-ADDR2(IVG-CUST-IDX) NOT = SPACES THEN
               MOVE SPACES TO INVOICE-LINE
               STRING "           " IVG-CUS-ADDR2(IVG-CUST-IDX)
                   DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF
           MOVE SPACES TO INVOICE-LINE
           STRING "           " IVG-CUS-POST(IVG-CUST-IDX) " "
               IVG-CUS-CITY(IVG-CUST-IDX)
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           STRING "Echeance : " IVG-DUE-DATE
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE ALL "-" TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE "ARTICLE        QUANTITE   PRIX UNIT.        MONTANT"
               TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE ALL "-" TO INVOICE-LINE
           WRITE INVOICE-LINE.

       Print-One-Invoice-Line.
           IF PRC-CUSTOMER-CODE = IVG-CUS-CODE(IVG-CUST-IDX) THEN
               ADD 1 TO IVG-LINE-COUNT
               ADD PRC-EXTENDED TO IVG-NET
               MOVE PRC-DATE TO IVG-RUN-DATE
               MOVE PRC-RUN-ID TO IVG-RUN-ID
               MOVE PRC-QUANTITY TO IVG-EDIT-QTY
               MOVE PRC-UNIT-PRICE TO IVG-EDIT-PRICE
               MOVE PRC-EXTENDED TO IVG-EDIT-LINE-AMT
               MOVE SPACES TO INVOICE-LINE
               STRING PRC-ITEM-CODE "       " IVG-EDIT-QTY "    "
                   IVG-EDIT-PRICE "  " IVG-EDIT-LINE-AMT
                   DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF
           READ PRICED-FILE
               AT END SET IVG-EOF TO TRUE
           END-READ.

       Print-Invoice-Footer.
           MOVE ALL "-" TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE IVG-NET TO IVG-EDIT-AMOUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "Total hors taxe           : " IVG-EDIT-AMOUNT
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE IVG-TAX-RATE TO IVG-EDIT-RATE
           MOVE IVG-TAX TO IVG-EDIT-AMOUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "Taxe " IVG-CUS-TAXCAT(IVG-CUST-IDX) " ("
               IVG-EDIT-RATE " %)      : " IVG-EDIT-AMOUNT
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE IVG-GROSS TO IVG-EDIT-AMOUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "Total toutes taxes        : " IVG-EDIT-AMOUNT
               DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE.

       Write-Register-Record.
           MOVE IVG-INVOICE-NO TO IRG-INVOICE-NO
           MOVE IVG-INVOICE-DATE TO IRG-INVOICE-DATE
           MOVE IVG-DUE-DATE TO IRG-DUE-DATE
           MOVE IVG-CUS-CODE(IVG-CUST-IDX) TO IRG-CUSTOMER-CODE
           MOVE IVG-CUS-TAXCAT(IVG-CUST-IDX) TO IRG-TAX-CATEGORY
           MOVE IVG-LINE-COUNT TO IRG-LINE-COUNT
           MOVE IVG-NET TO IRG-NET
           MOVE IVG-TAX TO IRG-TAX
           MOVE IVG-GROSS TO IRG-GROSS
           MOVE IVG-RUN-DATE TO IRG-RUN-DATE
           MOVE IVG-RUN-ID TO IRG-RUN-ID
           WRITE INVOICE-REGISTER-RECORD.

       Print-Invoicing-Totals.
           DISPLAY "============================================"
           DISPLAY " FACTURATION - TOTAUX DU TRAITEMENT"
           DISPLAY "============================================"
           MOVE IVG-INVOICE-COUNT TO IVG-EDIT-COUNT
           DISPLAY "Factures emises       : " IVG-EDIT-COUNT
           MOVE IVG-REJECT-COUNT TO IVG-EDIT-COUNT
           DISPLAY "Lignes non facturees  : " IVG-EDIT-COUNT
           MOVE IVG-NET-TOTAL TO IVG-EDIT-AMOUNT
           DISPLAY "Total hors taxe       : " IVG-EDIT-AMOUNT
           MOVE IVG-TAX-TOTAL TO IVG-EDIT-AMOUNT
           DISPLAY "Total des taxes       : " IVG-EDIT-AMOUNT
           MOVE IVG-GROSS-TOTAL TO IVG-EDIT-AMOUNT
           DISPLAY "Total toutes taxes    : " IVG-EDIT-AMOUNT
           DISPLAY "Fichier produit : " IVG-INVOICE-FILENAME
           DISPLAY "============================================".

       END PROGRAM InvGen.
