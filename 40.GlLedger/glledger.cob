       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlLedger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN DYNAMIC GLL-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLL-FEED-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLL-BALANCE-STATUS.
           SELECT WORK-FILE ASSIGN TO "GLBALW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "GLFEEDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLL-REGISTER-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "GLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLL-SUSPENSE-STATUS.
           SELECT GLL-REPORT-FILE ASSIGN DYNAMIC GLL-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLL-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
           COPY GLPOST.

       FD  BALANCE-FILE.
           COPY GLBAL.

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(48).

       FD  REGISTER-FILE.
           COPY GLFEEDS.

       FD  SUSPENSE-FILE.
           COPY GLSUSP.

       FD  GLL-REPORT-FILE.
       01  GLL-REPORT-LINE        PIC X(90).

       FD  ALERT-FILE.
           COPY OPSALERT.

       WORKING-STORAGE SECTION.
       01 GLL-FEED-STATUS     PIC XX.
       01 GLL-BALANCE-STATUS  PIC XX.
       01 GLL-REGISTER-STATUS PIC XX.
       01 GLL-SUSPENSE-STATUS PIC XX.
       01 GLL-ALERT-STATUS    PIC XX.
       01 GLL-EOF-SWITCH      PIC X     VALUE 'N'.
           88 GLL-EOF             VALUE 'Y'.
       01 GLL-DATE-ENTRY      PIC X(8).
       01 GLL-FEED-DATE       PIC 9(8).
       01 GLL-DATE-PARTS REDEFINES GLL-FEED-DATE.
           05 FILLER              PIC XX.
           05 GLL-DATE-YYMMDD     PIC X(6).
       01 GLL-TODAY           PIC 9(8).
       01 GLL-NOW             PIC 9(8).
       01 GLL-FEED-FILENAME   PIC X(20).
       01 GLL-REPORT-FILENAME PIC X(20).
       01 GLL-SUSPENSE-ACCT   PIC 9(8)  VALUE 99999999.
      *    Delai, en jours calendaires, au-dela duquel une ecriture
      *    restee au compte d'attente declenche une alerte.
       01 GLL-SUSPENSE-DAYS   PIC 9(3)  VALUE 5.
       01 GLL-APPLIED-SWITCH  PIC X     VALUE 'N'.
           88 GLL-ALREADY-APPLIED VALUE 'Y'.
       01 GLL-VALID-SWITCH    PIC X     VALUE 'Y'.
           88 GLL-FEED-VALID      VALUE 'Y'.
       01 GLL-TRAILER-SWITCH  PIC X     VALUE 'N'.
           88 GLL-TRAILER-SEEN    VALUE 'Y'.
       01 GLL-REJECT-REASON   PIC X(40) VALUE SPACES.
       01 GLL-FEED-COUNT      PIC 9(7)  VALUE 0.
       01 GLL-FEED-HASH       PIC S9(13)V99 VALUE 0.
       01 GLL-FEED-DEBITS     PIC S9(13)V99 VALUE 0.
       01 GLL-FEED-CREDITS    PIC S9(13)V99 VALUE 0.
       01 GLL-TRL-COUNT       PIC 9(7)  VALUE 0.
       01 GLL-TRL-HASH        PIC S9(13)V99 VALUE 0.
       01 GLL-DETAIL-SEQ      PIC 9(7)  VALUE 0.
       01 GLL-NEW-SUSPENSE    PIC 9(7)  VALUE 0.
      *    Table du grand livre auxiliaire, tenue dans l'ordre
      *    compte / agence / devise pour la balance.
       01 GLL-BAL-USED        PIC 9(4)  VALUE 0.
       01 GLL-BAL-MAX         PIC 9(4)  VALUE 1000.
       01 GLL-BAL-SUB         PIC 9(4)  VALUE 0.
       01 GLL-MOVE-SUB        PIC 9(4)  VALUE 0.
       01 GLL-BAL-FOUND-SW    PIC X     VALUE 'N'.
           88 GLL-BAL-FOUND       VALUE 'Y'.
       01 GLL-TABLE-FULL-SW   PIC X     VALUE 'N'.
           88 GLL-TABLE-FULL      VALUE 'Y'.
       01 GLL-SEARCH-KEY.
           05 GLL-SEARCH-ACCOUNT  PIC 9(8).
           05 GLL-SEARCH-BRANCH   PIC X(3).
           05 GLL-SEARCH-CURRENCY PIC X(3).
       01 GLL-BALANCE-TABLE.
           05 GLL-BAL-ENTRY OCCURS 1000 TIMES.
               10 GLL-BAL-KEY.
                   15 GLL-BAL-ACCOUNT     PIC 9(8).
                   15 GLL-BAL-BRANCH      PIC X(3).
                   15 GLL-BAL-CURRENCY    PIC X(3).
               10 GLL-BAL-DEBIT       PIC S9(11)V99.
               10 GLL-BAL-CREDIT      PIC S9(11)V99.
               10 GLL-BAL-LAST-DATE   PIC 9(8).
               10 GLL-BAL-DAY-DEBIT   PIC S9(11)V99.
               10 GLL-BAL-DAY-CREDIT  PIC S9(11)V99.
       01 GLL-TOTAL-DEBIT     PIC S9(13)V99 VALUE 0.
       01 GLL-TOTAL-CREDIT    PIC S9(13)V99 VALUE 0.
       01 GLL-DAY-DEBIT       PIC S9(13)V99 VALUE 0.
       01 GLL-DAY-CREDIT      PIC S9(13)V99 VALUE 0.
       01 GLL-LINE-BALANCE    PIC S9(13)V99 VALUE 0.
       01 GLL-TODAY-INTEGER   PIC 9(8)  COMP.
       01 GLL-ITEM-INTEGER    PIC 9(8)  COMP.
       01 GLL-AGE-DAYS        PIC S9(5) COMP.
       01 GLL-OPEN-COUNT      PIC 9(7)  VALUE 0.
       01 GLL-OVERDUE-COUNT   PIC 9(7)  VALUE 0.
       01 GLL-ALERT-SEVERITY  PIC X.
       01 GLL-ALERT-TEXT      PIC X(60).
       01 GLL-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
       01 GLL-EDIT-DEBIT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 GLL-EDIT-CREDIT     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 GLL-EDIT-BALANCE    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 GLL-EDIT-AMOUNT     PIC -Z,ZZZ,ZZ9.99.
       01 GLL-EDIT-DAYS       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " GRAND LIVRE AUXILIAIRE - GLLEDGER"
           DISPLAY "========================================"
           ACCEPT GLL-TODAY FROM DATE YYYYMMDD
           PERFORM Get-Feed-Date
           MOVE SPACES TO GLL-FEED-FILENAME
           STRING "GLPOST.D" GLL-DATE-YYMMDD
               DELIMITED BY SIZE INTO GLL-FEED-FILENAME
           PERFORM Check-Feed-Register
           IF GLL-ALREADY-APPLIED THEN
               DISPLAY "Flux " GLL-FEED-FILENAME " deja applique, "
                   "refuse."
               MOVE 'W' TO GLL-ALERT-SEVERITY
               MOVE SPACES TO GLL-ALERT-TEXT
               STRING "Flux GLPOST du " GLL-FEED-DATE
                   " deja applique, refuse"
                   DELIMITED BY SIZE INTO GLL-ALERT-TEXT
               PERFORM Write-Alert-Record
               GOBACK
           END-IF
           PERFORM Validate-Feed
           IF NOT GLL-FEED-VALID THEN
               DISPLAY "Flux " GLL-FEED-FILENAME " rejete : "
                   GLL-REJECT-REASON
               PERFORM Write-Reject-Alert
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Load-Balance-Table
           PERFORM Apply-Feed
           IF GLL-TABLE-FULL THEN
               DISPLAY "Table du grand livre pleine (" GLL-BAL-MAX
                   " lignes), flux non applique."
               MOVE "Table du grand livre pleine"
                   TO GLL-REJECT-REASON
               PERFORM Write-Reject-Alert
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Rewrite-Balance-Master
           PERFORM Record-Suspense-Items
           PERFORM Write-Feed-Register
           PERFORM Open-Gll-Report
           PERFORM Print-Trial-Balance
           PERFORM Print-Suspense-Aging
           CLOSE GLL-REPORT-FILE
           MOVE GLL-FEED-COUNT TO GLL-EDIT-COUNT
           DISPLAY "Ecritures appliquees     : " GLL-EDIT-COUNT
           MOVE GLL-NEW-SUSPENSE TO GLL-EDIT-COUNT
           DISPLAY "Nouvelles en attente     : " GLL-EDIT-COUNT
           DISPLAY "Etat produit : " GLL-REPORT-FILENAME
           GOBACK.

       Get-Feed-Date.
           DISPLAY "Date du flux (AAAAMMJJ, vide = aujourd'hui) : "
           ACCEPT GLL-DATE-ENTRY
           IF GLL-DATE-ENTRY NOT = SPACES
              AND GLL-DATE-ENTRY NUMERIC THEN
               MOVE GLL-DATE-ENTRY TO GLL-FEED-DATE
           ELSE
               MOVE GLL-TODAY TO GLL-FEED-DATE
           END-IF.

      *    Un flux deja inscrit au registre a deja mouvemente GLBAL :
      *    l'appliquer une seconde fois doublerait les soldes.
       Check-Feed-Register.
           MOVE 'N' TO GLL-APPLIED-SWITCH
           MOVE 'N' TO GLL-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF GLL-REGISTER-STATUS = "00" THEN
               READ REGISTER-FILE
                   AT END SET GLL-EOF TO TRUE
               END-READ
               PERFORM Match-One-Register-Entry UNTIL GLL-EOF
               CLOSE REGISTER-FILE
           END-IF.

       Match-One-Register-Entry.
           IF GLF-FEED-DATE = GLL-FEED-DATE THEN
               SET GLL-ALREADY-APPLIED TO TRUE
           END-IF
           READ REGISTER-FILE
               AT END SET GLL-EOF TO TRUE
           END-READ.

      *    Premier passage : le flux n'est applique que s'il est
      *    complet - en-tete GLPOST a la bonne date, details lisibles,
      *    un seul enregistrement fin en derniere position, nombre et
      *    total de controle conformes, debits egaux aux credits.
       Validate-Feed.
           MOVE 'Y' TO GLL-VALID-SWITCH
           MOVE 'N' TO GLL-EOF-SWITCH
           OPEN INPUT FEED-FILE
           IF GLL-FEED-STATUS NOT = "00" THEN
               MOVE 'N' TO GLL-VALID-SWITCH
               MOVE "Fichier absent" TO GLL-REJECT-REASON
           ELSE
               READ FEED-FILE
                   AT END SET GLL-EOF TO TRUE
               END-READ
               IF GLL-EOF OR NOT GLP-HEADER-REC
                  OR GLP-HDR-SOURCE NOT = "GLPOST"
                  OR GLP-HDR-DATE NOT NUMERIC
                  OR GLP-HDR-DATE NOT = GLL-FEED-DATE THEN
                   MOVE 'N' TO GLL-VALID-SWITCH
                   MOVE "En-tete absent ou incorrect"
                       TO GLL-REJECT-REASON
               ELSE
                   READ FEED-FILE
                       AT END SET GLL-EOF TO TRUE
                   END-READ
                   PERFORM Validate-One-Feed-Record
                       UNTIL GLL-EOF OR NOT GLL-FEED-VALID
               END-IF
               CLOSE FEED-FILE
               IF GLL-FEED-VALID THEN
                   PERFORM Check-Feed-Controls
               END-IF
           END-IF.

       Validate-One-Feed-Record.
           EVALUATE TRUE
               WHEN GLL-TRAILER-SEEN
                   MOVE 'N' TO GLL-VALID-SWITCH
                   MOVE "Enregistrement apres la fin"
                       TO GLL-REJECT-REASON
               WHEN GLP-DETAIL-REC
                   IF GLP-ACCOUNT NOT NUMERIC
                      OR GLP-AMOUNT NOT NUMERIC
                      OR NOT (GLP-DEBIT OR GLP-CREDIT) THEN
                       MOVE 'N' TO GLL-VALID-SWITCH
                       MOVE "Detail illisible" TO GLL-REJECT-REASON
                   ELSE
                       ADD 1 TO GLL-FEED-COUNT
                       ADD GLP-AMOUNT TO GLL-FEED-HASH
                       IF GLP-DEBIT THEN
                           ADD GLP-AMOUNT TO GLL-FEED-DEBITS
                       ELSE
                           ADD GLP-AMOUNT TO GLL-FEED-CREDITS
                       END-IF
                   END-IF
               WHEN GLP-TRAILER-REC
                   IF GLP-TRL-COUNT NOT NUMERIC
                      OR GLP-TRL-HASH NOT NUMERIC THEN
                       MOVE 'N' TO GLL-VALID-SWITCH
                       MOVE "Fin illisible" TO GLL-REJECT-REASON
                   ELSE
                       SET GLL-TRAILER-SEEN TO TRUE
                       MOVE GLP-TRL-COUNT TO GLL-TRL-COUNT
                       MOVE GLP-TRL-HASH TO GLL-TRL-HASH
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO GLL-VALID-SWITCH
                   MOVE "Type d'enregistrement inconnu"
                       TO GLL-REJECT-REASON
           END-EVALUATE
           READ FEED-FILE
               AT END SET GLL-EOF TO TRUE
           END-READ.

       Check-Feed-Controls.
           EVALUATE TRUE
               WHEN NOT GLL-TRAILER-SEEN
                   MOVE 'N' TO GLL-VALID-SWITCH
                   MOVE "Enregistrement fin absent"
                       TO GLL-REJECT-REASON
               WHEN GLL-FEED-COUNT NOT = GLL-TRL-COUNT
                   MOVE 'N' TO GLL-VALID-SWITCH
                   MOVE "Nombre de details different"
                       TO GLL-REJECT-REASON
               WHEN GLL-FEED-HASH NOT = GLL-TRL-HASH
                   MOVE 'N' TO GLL-VALID-SWITCH
                   MOVE "Total de controle different"
                       TO GLL-REJECT-REASON
               WHEN GLL-FEED-DEBITS NOT = GLL-FEED-CREDITS
                   MOVE 'N' TO GLL-VALID-SWITCH
                   MOVE "Debits et credits desequilibres"
                       TO GLL-REJECT-REASON
           END-EVALUATE.

       Load-Balance-Table.
           MOVE 'N' TO GLL-EOF-SWITCH
           OPEN INPUT BALANCE-FILE
           IF GLL-BALANCE-STATUS = "00" THEN
               READ BALANCE-FILE
                   AT END SET GLL-EOF TO TRUE
               END-READ
               PERFORM Load-One-Balance-Entry UNTIL GLL-EOF
               CLOSE BALANCE-FILE
           ELSE
               DISPLAY "Fichier GLBAL absent, cree par ce passage."
           END-IF.

       Load-One-Balance-Entry.
           MOVE GLB-ACCOUNT TO GLL-SEARCH-ACCOUNT
           MOVE GLB-BRANCH TO GLL-SEARCH-BRANCH
           MOVE GLB-CURRENCY TO GLL-SEARCH-CURRENCY
           PERFORM Find-Balance-Entry
           IF GLL-BAL-FOUND THEN
               ADD GLB-DEBIT-TOTAL TO GLL-BAL-DEBIT(GLL-BAL-SUB)
               ADD GLB-CREDIT-TOTAL TO GLL-BAL-CREDIT(GLL-BAL-SUB)
           ELSE
               PERFORM Insert-Balance-Entry
               IF NOT GLL-TABLE-FULL THEN
                   MOVE GLB-DEBIT-TOTAL TO GLL-BAL-DEBIT(GLL-BAL-SUB)
                   MOVE GLB-CREDIT-TOTAL
                       TO GLL-BAL-CREDIT(GLL-BAL-SUB)
                   MOVE GLB-LAST-DATE
                       TO GLL-BAL-LAST-DATE(GLL-BAL-SUB)
               END-IF
           END-IF
           READ BALANCE-FILE
               AT END SET GLL-EOF TO TRUE
           END-READ.

      *    Recherche la ligne de la cle ; a defaut, GLL-BAL-SUB
      *    designe la place ou l'inserer pour garder l'ordre.
       Find-Balance-Entry.
           MOVE 'N' TO GLL-BAL-FOUND-SW
           MOVE 1 TO GLL-BAL-SUB
           PERFORM Skip-Lower-Entry
               UNTIL GLL-BAL-SUB > GLL-BAL-USED
                  OR GLL-BAL-KEY(GLL-BAL-SUB) >= GLL-SEARCH-KEY
           IF GLL-BAL-SUB <= GLL-BAL-USED THEN
               IF GLL-BAL-KEY(GLL-BAL-SUB) = GLL-SEARCH-KEY THEN
                   SET GLL-BAL-FOUND TO TRUE
               END-IF
           END-IF.

       Skip-Lower-Entry.
           ADD 1 TO GLL-BAL-SUB.

       Insert-Balance-Entry.
           IF GLL-BAL-USED >= GLL-BAL-MAX THEN
               SET GLL-TABLE-FULL TO TRUE
           ELSE
               PERFORM Shift-One-Entry
                   VARYING GLL-MOVE-SUB FROM GLL-BAL-USED BY -1
                   UNTIL GLL-MOVE-SUB < GLL-BAL-SUB
               ADD 1 TO GLL-BAL-USED
               MOVE GLL-SEARCH-KEY TO GLL-BAL-KEY(GLL-BAL-SUB)
               MOVE 0 TO GLL-BAL-DEBIT(GLL-BAL-SUB)
               MOVE 0 TO GLL-BAL-CREDIT(GLL-BAL-SUB)
               MOVE 0 TO GLL-BAL-LAST-DATE(GLL-BAL-SUB)
               MOVE 0 TO GLL-BAL-DAY-DEBIT(GLL-BAL-SUB)
               MOVE 0 TO GLL-BAL-DAY-CREDIT(GLL-BAL-SUB)
           END-IF.

       Shift-One-Entry.
           MOVE GLL-BAL-ENTRY(GLL-MOVE-SUB)
               TO GLL-BAL-ENTRY(GLL-MOVE-SUB + 1).

      *    Second passage : les details sont portes dans la table ;
      *    GLBAL n'est reecrit qu'une fois tout le flux passe.
       Apply-Feed.
           MOVE 'N' TO GLL-EOF-SWITCH
           OPEN INPUT FEED-FILE
           READ FEED-FILE
               AT END SET GLL-EOF TO TRUE
           END-READ
           PERFORM Apply-One-Feed-Record
               UNTIL GLL-EOF OR GLL-TABLE-FULL
           CLOSE FEED-FILE.

       Apply-One-Feed-Record.
           IF GLP-DETAIL-REC THEN
               MOVE GLP-ACCOUNT TO GLL-SEARCH-ACCOUNT
               MOVE GLP-BRANCH TO GLL-SEARCH-BRANCH
               MOVE GLP-CURRENCY TO GLL-SEARCH-CURRENCY
               PERFORM Find-Balance-Entry
               IF NOT GLL-BAL-FOUND THEN
                   PERFORM Insert-Balance-Entry
               END-IF
               IF NOT GLL-TABLE-FULL THEN
                   IF GLP-DEBIT THEN
                       ADD GLP-AMOUNT TO GLL-BAL-DEBIT(GLL-BAL-SUB)
                       ADD GLP-AMOUNT
                           TO GLL-BAL-DAY-DEBIT(GLL-BAL-SUB)
                   ELSE
                       ADD GLP-AMOUNT TO GLL-BAL-CREDIT(GLL-BAL-SUB)
                       ADD GLP-AMOUNT
                           TO GLL-BAL-DAY-CREDIT(GLL-BAL-SUB)
                   END-IF
                   MOVE GLL-FEED-DATE
                       TO GLL-BAL-LAST-DATE(GLL-BAL-SUB)
               END-IF
           END-IF
           READ FEED-FILE
               AT END SET GLL-EOF TO TRUE
           END-READ.

       Rewrite-Balance-Master.
           OPEN OUTPUT WORK-FILE
           MOVE 1 TO GLL-BAL-SUB
           PERFORM Write-One-Balance-Out
               UNTIL GLL-BAL-SUB > GLL-BAL-USED
           CLOSE WORK-FILE
           MOVE 'N' TO GLL-EOF-SWITCH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT BALANCE-FILE
           READ WORK-FILE
               AT END SET GLL-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Balance-Back UNTIL GLL-EOF
           CLOSE WORK-FILE
           CLOSE BALANCE-FILE.

       Write-One-Balance-Out.
           MOVE GLL-BAL-ACCOUNT(GLL-BAL-SUB) TO GLB-ACCOUNT
           MOVE GLL-BAL-BRANCH(GLL-BAL-SUB) TO GLB-BRANCH
           MOVE GLL-BAL-CURRENCY(GLL-BAL-SUB) TO GLB-CURRENCY
           MOVE GLL-BAL-DEBIT(GLL-BAL-SUB) TO GLB-DEBIT-TOTAL
           MOVE GLL-BAL-CREDIT(GLL-BAL-SUB) TO GLB-CREDIT-TOTAL
           MOVE GLL-BAL-LAST-DATE(GLL-BAL-SUB) TO GLB-LAST-DATE
           WRITE WORK-RECORD FROM GL-BALANCE-RECORD
           ADD 1 TO GLL-BAL-SUB.

       Copy-One-Balance-Back.
           MOVE WORK-RECORD TO GL-BALANCE-RECORD
           WRITE GL-BALANCE-RECORD
           READ WORK-FILE
               AT END SET GLL-EOF TO TRUE
           END-READ.

      *    Chaque detail passe au compte d'attente devient un poste
      *    ouvert de GLSUSP, repere par la date du flux et son rang.
       Record-Suspense-Items.
           MOVE 'N' TO GLL-EOF-SWITCH
           MOVE 0 TO GLL-DETAIL-SEQ
           OPEN EXTEND SUSPENSE-FILE
           IF GLL-SUSPENSE-STATUS = "35" THEN
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           OPEN INPUT FEED-FILE
           READ FEED-FILE
               AT END SET GLL-EOF TO TRUE
           END-READ
           PERFORM Record-One-Suspense-Item UNTIL GLL-EOF
           CLOSE FEED-FILE
           CLOSE SUSPENSE-FILE.

       Record-One-Suspense-Item.
           IF GLP-DETAIL-REC THEN
               ADD 1 TO GLL-DETAIL-SEQ
               IF GLP-ACCOUNT = GLL-SUSPENSE-ACCT THEN
                   MOVE SPACES TO GL-SUSPENSE-RECORD
                   MOVE GLL-FEED-DATE TO GLS-FEED-DATE
                   MOVE GLL-DETAIL-SEQ TO GLS-SEQ
                   MOVE GLP-DC-FLAG TO GLS-DC-FLAG
                   MOVE GLP-AMOUNT TO GLS-AMOUNT
                   MOVE GLP-CURRENCY TO GLS-CURRENCY
                   MOVE GLP-BRANCH TO GLS-BRANCH
                   MOVE GLP-RUN-ID TO GLS-RUN-ID
                   MOVE 'O' TO GLS-STATUS
                   MOVE 0 TO GLS-CLEAR-DATE
                   WRITE GL-SUSPENSE-RECORD
                   ADD 1 TO GLL-NEW-SUSPENSE
               END-IF
           END-IF
           READ FEED-FILE
               AT END SET GLL-EOF TO TRUE
           END-READ.

       Write-Feed-Register.
           OPEN EXTEND REGISTER-FILE
           IF GLL-REGISTER-STATUS = "35" THEN
               OPEN OUTPUT REGISTER-FILE
           END-IF
           MOVE GLL-FEED-DATE TO GLF-FEED-DATE
           MOVE GLL-TODAY TO GLF-APPLY-DATE
           ACCEPT GLL-NOW FROM TIME
           MOVE GLL-NOW TO GLF-APPLY-TIME
           MOVE GLL-FEED-COUNT TO GLF-COUNT
           MOVE GLL-FEED-HASH TO GLF-HASH
           WRITE GL-FEED-RECORD
           CLOSE REGISTER-FILE.

       Open-Gll-Report.
           MOVE SPACES TO GLL-REPORT-FILENAME
           STRING "GLTRIAL.D" GLL-DATE-YYMMDD
               DELIMITED BY SIZE INTO GLL-REPORT-FILENAME
           OPEN OUTPUT GLL-REPORT-FILE
           MOVE SPACES TO GLL-REPORT-LINE
           STRING "BALANCE GENERALE AU " GLL-FEED-DATE
               " - GLLEDGER"
               DELIMITED BY SIZE INTO GLL-REPORT-LINE
           PERFORM Write-Gll-Report-Line
           MOVE ALL "-" TO GLL-REPORT-LINE
           PERFORM Write-Gll-Report-Line
           MOVE SPACES TO GLL-REPORT-LINE
           STRING "COMPTE   AGC DEV " "       CUMUL DEBIT "
               "      CUMUL CREDIT " "             SOLDE"
               DELIMITED BY SIZE INTO GLL-REPORT-LINE
           PERFORM Write-Gll-Report-Line.

      *    La balance prouve l'equilibre : le total des debits doit
      *    egaler celui des credits, pour le jour comme en cumul.
       Print-Trial-Balance.
           MOVE 1 TO GLL-BAL-SUB
           PERFORM Print-One-Balance-Line
               UNTIL GLL-BAL-SUB > GLL-BAL-USED
           MOVE ALL "-" TO GLL-REPORT-LINE
           PERFORM Write-Gll-Report-Line
           MOVE GLL-DAY-DEBIT TO GLL-EDIT-DEBIT
           MOVE GLL-DAY-CREDIT TO GLL-EDIT-CREDIT
           MOVE SPACES TO GLL-REPORT-LINE
           STRING "Mouvements jour  " GLL-EDIT-DEBIT " "
               GLL-EDIT-CREDIT
               DELIMITED BY SIZE INTO GLL-REPORT-LINE
           PERFORM Write-Gll-Report-Line
           MOVE GLL-TOTAL-DEBIT TO GLL-EDIT-DEBIT
           MOVE GLL-TOTAL-CREDIT TO GLL-EDIT-CREDIT
           MOVE SPACES TO GLL-REPORT-LINE
           STRING "Totaux cumules   " GLL-EDIT-DEBIT " "
               GLL-EDIT-CREDIT
               DELIMITED BY SIZE INTO GLL-REPORT-LINE
           PERFORM Write-Gll-Report-Line
           IF GLL-TOTAL-DEBIT = GLL-TOTAL-CREDIT
              AND GLL-DAY-DEBIT = GLL-DAY-CREDIT THEN
               MOVE "Balance equilibree : debits = credits."
                   TO GLL-REPORT-LINE
               PERFORM Write-Gll-Report-Line
           ELSE
               MOVE "*** BALANCE DESEQUILIBREE ***"
                   TO GLL-REPORT-LINE
               PERFORM Write-Gll-Report-Line
               MOVE 'E' TO GLL-ALERT-SEVERITY
               MOVE SPACES TO GLL-ALERT-TEXT
               STRING "Balance generale desequilibree au "
                   GLL-FEED-DATE
                   DELIMITED BY SIZE INTO GLL-ALERT-TEXT
               PERFORM Write-Alert-Record
           END-IF.

       Print-One-Balance-Line.
           ADD GLL-BAL-DEBIT(GLL-BAL-SUB) TO GLL-TOTAL-DEBIT
           ADD GLL-BAL-CREDIT(GLL-BAL-SUB) TO GLL-TOTAL-CREDIT
           ADD GLL-BAL-DAY-DEBIT(GLL-BAL-SUB) TO GLL-DAY-DEBIT
           ADD GLL-BAL-DAY-CREDIT(GLL-BAL-SUB) TO GLL-DAY-CREDIT
           COMPUTE GLL-LINE-BALANCE = GLL-BAL-DEBIT(GLL-BAL-SUB)
               - GLL-BAL-CREDIT(GLL-BAL-SUB)
           MOVE GLL-BAL-DEBIT(GLL-BAL-SUB) TO GLL-EDIT-DEBIT
           MOVE GLL-BAL-CREDIT(GLL-BAL-SUB) TO GLL-EDIT-CREDIT
           MOVE GLL-LINE-BALANCE TO GLL-EDIT-BALANCE
           MOVE SPACES TO GLL-REPORT-LINE
           STRING GLL-BAL-ACCOUNT(GLL-BAL-SUB) " "
               GLL-BAL-BRANCH(GLL-BAL-SUB) " "
               GLL-BAL-CURRENCY(GLL-BAL-SUB) " "
               GLL-EDIT-DEBIT " " GLL-EDIT-CREDIT " "
               GLL-EDIT-BALANCE
               DELIMITED BY SIZE INTO GLL-REPORT-LINE
           PERFORM Write-Gll-Report-Line
           ADD 1 TO GLL-BAL-SUB.

      *    Les postes ouverts du compte d'attente sont ages depuis la
      *    date de leur flux ; au-dela du delai, ils sont listes et
      *    signales aux operations.
       Print-Suspense-Aging.
           MOVE ALL "-" TO GLL-REPORT-LINE
           PERFORM Write-Gll-Report-Line
           MOVE SPACES TO GLL-REPORT-LINE
           MOVE GLL-SUSPENSE-DAYS TO GLL-EDIT-DAYS
           STRING "COMPTE D'ATTENTE " GLL-SUSPENSE-ACCT
               " - postes ouverts depuis plus de " GLL-EDIT-DAYS
               " j"
               DELIMITED BY SIZE INTO GLL-REPORT-LINE
           PERFORM Write-Gll-Report-Line
           COMPUTE GLL-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(GLL-TODAY)
           MOVE 'N' TO GLL-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF GLL-SUSPENSE-STATUS = "00" THEN
               READ SUSPENSE-FILE
                   AT END SET GLL-EOF TO TRUE
               END-READ
               PERFORM Age-One-Suspense-Item UNTIL GLL-EOF
               CLOSE SUSPENSE-FILE
           END-IF
           MOVE GLL-OPEN-COUNT TO GLL-EDIT-COUNT
           MOVE SPACES TO GLL-REPORT-LINE
           STRING "Postes ouverts              : " GLL-EDIT-COUNT
               DELIMITED BY SIZE INTO GLL-REPORT-LINE
           PERFORM Write-Gll-Report-Line
           MOVE GLL-OVERDUE-COUNT TO GLL-EDIT-COUNT
           MOVE SPACES TO GLL-REPORT-LINE
           STRING "Hors delai                  : " GLL-EDIT-COUNT
               DELIMITED BY SIZE INTO GLL-REPORT-LINE
           PERFORM Write-Gll-Report-Line
           IF GLL-OVERDUE-COUNT > 0 THEN
               MOVE 'E' TO GLL-ALERT-SEVERITY
               MOVE SPACES TO GLL-ALERT-TEXT
               STRING "Postes en attente > " GLL-EDIT-DAYS
                   " jours : " GLL-EDIT-COUNT
                   DELIMITED BY SIZE INTO GLL-ALERT-TEXT
               PERFORM Write-Alert-Record
           END-IF.

       Age-One-Suspense-Item.
           IF GLS-OPEN THEN
               ADD 1 TO GLL-OPEN-COUNT
               IF GLS-FEED-DATE NUMERIC AND GLS-FEED-DATE > 0
                  AND FUNCTION TEST-DATE-YYYYMMDD(GLS-FEED-DATE)
                      = 0 THEN
                   COMPUTE GLL-ITEM-INTEGER =
                       FUNCTION INTEGER-OF-DATE(GLS-FEED-DATE)
                   COMPUTE GLL-AGE-DAYS =
                       GLL-TODAY-INTEGER - GLL-ITEM-INTEGER
               ELSE
                   MOVE 99999 TO GLL-AGE-DAYS
               END-IF
               IF GLL-AGE-DAYS > GLL-SUSPENSE-DAYS THEN
                   ADD 1 TO GLL-OVERDUE-COUNT
                   MOVE GLS-AMOUNT TO GLL-EDIT-AMOUNT
                   MOVE GLL-AGE-DAYS TO GLL-EDIT-DAYS
                   MOVE SPACES TO GLL-REPORT-LINE
                   STRING "  " GLS-FEED-DATE "/" GLS-SEQ " "
                       GLS-DC-FLAG " " GLS-BRANCH " " GLS-RUN-ID " "
                       GLL-EDIT-AMOUNT " " GLS-CURRENCY " "
                       GLL-EDIT-DAYS " j"
                       DELIMITED BY SIZE INTO GLL-REPORT-LINE
                   PERFORM Write-Gll-Report-Line
                   MOVE GLL-SUSPENSE-DAYS TO GLL-EDIT-DAYS
               END-IF
           END-IF
           READ SUSPENSE-FILE
               AT END SET GLL-EOF TO TRUE
           END-READ.

       Write-Reject-Alert.
           MOVE 'E' TO GLL-ALERT-SEVERITY
           MOVE SPACES TO GLL-ALERT-TEXT
           STRING "Flux GLPOST " GLL-FEED-DATE " rejete : "
               GLL-REJECT-REASON
               DELIMITED BY SIZE INTO GLL-ALERT-TEXT
           PERFORM Write-Alert-Record.

       Write-Alert-Record.
           OPEN EXTEND ALERT-FILE
           IF GLL-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF
           ACCEPT ALT-DATE FROM DATE YYYYMMDD
           ACCEPT ALT-TIME FROM TIME
           MOVE "GLLEDGER" TO ALT-SOURCE
           MOVE GLL-ALERT-SEVERITY TO ALT-SEVERITY
           MOVE GLL-ALERT-TEXT TO ALT-MESSAGE
           MOVE 'N' TO ALT-ACK-FLAG
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       Write-Gll-Report-Line.
           DISPLAY GLL-REPORT-LINE
           WRITE GLL-REPORT-LINE.

       END PROGRAM GlLedger.
