       IDENTIFICATION DIVISION.
       PROGRAM-ID. BrnStmt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER ASSIGN TO "BRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
               FILE STATUS IS BST-BRANCH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               ALTERNATE RECORD KEY IS AUD-DATE WITH DUPLICATES
               FILE STATUS IS BST-AUDIT-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-ID
               ALTERNATE RECORD KEY IS EXC-STATUS WITH DUPLICATES
               ALTERNATE RECORD KEY IS EXC-BRANCH WITH DUPLICATES
               FILE STATUS IS BST-EXCEPT-STATUS.
           SELECT HELD-FILE ASSIGN TO "CALCHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BST-HELD-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BST-PENDING-STATUS.
           SELECT RETURN-LOG-FILE ASSIGN TO "RETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BST-RETLOG-STATUS.
           SELECT STATEMENT-CONTROL ASSIGN TO "BRNSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BST-CONTROL-STATUS.
           SELECT BST-REPORT-FILE ASSIGN DYNAMIC BST-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BST-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER.
           COPY BRNMAST.

       FD  AUDIT-FILE.
           COPY CALCAUDT.

       FD  EXCEPT-FILE.
           COPY CALCEXCP.

       FD  HELD-FILE.
           COPY CALCHELD.

       FD  PENDING-FILE.
           COPY CALCTRAN.

       FD  RETURN-LOG-FILE.
           COPY RETLOG.

      *    Une ligne par agence et par mois releve : la cloture d'un
      *    mois devient l'ouverture du releve suivant.
       FD  STATEMENT-CONTROL.
       01  STATEMENT-CONTROL-RECORD.
           05 BSC-BRANCH          PIC X(3).
           05 BSC-PERIOD          PIC 9(6).
           05 BSC-OPENING         PIC S9(11)V99.
           05 BSC-MOVEMENT        PIC S9(11)V99.
           05 BSC-CLOSING         PIC S9(11)V99.
           05 BSC-COUNT           PIC 9(7).
           05 BSC-RUN-DATE        PIC 9(8).

       FD  BST-REPORT-FILE.
       01  BST-REPORT-LINE        PIC X(90).

       FD  ALERT-FILE.
           COPY OPSALERT.

       WORKING-STORAGE SECTION.
       01 BST-BRANCH-STATUS   PIC XX.
       01 BST-AUDIT-STATUS    PIC XX.
       01 BST-EXCEPT-STATUS   PIC XX.
       01 BST-HELD-STATUS     PIC XX.
       01 BST-PENDING-STATUS  PIC XX.
       01 BST-RETLOG-STATUS   PIC XX.
       01 BST-CONTROL-STATUS  PIC XX.
       01 BST-ALERT-STATUS    PIC XX.
       01 BST-BRANCH-EOF-SW   PIC X     VALUE 'N'.
           88 BST-BRANCH-EOF      VALUE 'Y'.
       01 BST-EOF-SWITCH      PIC X     VALUE 'N'.
           88 BST-EOF             VALUE 'Y'.
       01 BST-TODAY           PIC 9(8).
       01 BST-REPORT-FILENAME PIC X(20).
       01 BST-STATEMENT-COUNT PIC 9(5)  VALUE 0.
       01 BST-MISMATCH-COUNT  PIC 9(5)  VALUE 0.
       01 BST-LAST-PERIOD     PIC 9(6)  VALUE 0.
       01 BST-OPENING         PIC S9(11)V99 VALUE 0.
       01 BST-CLOSING         PIC S9(11)V99 VALUE 0.
       01 BST-AUD-COUNT       PIC 9(7)  VALUE 0.
       01 BST-AUD-MOVEMENT    PIC S9(11)V99 VALUE 0.
       01 BST-AUD-HASH        PIC S9(13)V99 VALUE 0.
       01 BST-AUD-FEE         PIC S9(13)V99 VALUE 0.
       01 BST-REV-COUNT       PIC 9(7)  VALUE 0.
       01 BST-EXC-RAISED      PIC 9(7)  VALUE 0.
       01 BST-EXC-RESOLVED    PIC 9(7)  VALUE 0.
       01 BST-EXC-OPEN        PIC 9(7)  VALUE 0.
       01 BST-HLD-APPROVED    PIC 9(7)  VALUE 0.
       01 BST-HLD-REJECTED    PIC 9(7)  VALUE 0.
       01 BST-HLD-WAITING     PIC 9(7)  VALUE 0.
       01 BST-PEND-COUNT      PIC 9(7)  VALUE 0.
       01 BST-RTL-RUNS        PIC 9(5)  VALUE 0.
       01 BST-RTL-COUNT       PIC 9(7)  VALUE 0.
       01 BST-RTL-HASH        PIC S9(13)V99 VALUE 0.
       01 BST-RTL-FEE         PIC S9(13)V99 VALUE 0.
       01 BST-MATCH-SWITCH    PIC X     VALUE 'Y'.
           88 BST-TOTALS-MATCH    VALUE 'Y'.
      *    Volume audite du mois par operateur et devise.
       01 BST-VOL-USED        PIC 9(3)  VALUE 0.
       01 BST-VOL-FOUND-SW    PIC X     VALUE 'N'.
           88 BST-VOL-FOUND       VALUE 'Y'.
       01 BST-VOL-TABLE.
           05 BST-VOL-ENTRY OCCURS 100 TIMES
                   INDEXED BY BST-VOL-IDX.
               10 BST-VOL-OPER    PIC X.
               10 BST-VOL-CURRENCY PIC X(3).
               10 BST-VOL-COUNT   PIC 9(7).
               10 BST-VOL-AMOUNT  PIC S9(11)V99.
               10 BST-VOL-FEE     PIC S9(11)V99.
       01 BST-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
       01 BST-EDIT-AMOUNT     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 BST-EDIT-FEE        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 BST-EDIT-HASH       PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
           COPY MTHEND.

       PROCEDURE DIVISION USING MONTH-END-AREA.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " RELEVES MENSUELS DES AGENCES - BRNSTMT"
           DISPLAY "========================================"
           ACCEPT BST-TODAY FROM DATE YYYYMMDD
           OPEN INPUT BRANCH-MASTER
           IF BST-BRANCH-STATUS NOT = "00" THEN
               DISPLAY "Fichier BRNMAST absent, aucun releve."
           ELSE
               MOVE LOW-VALUES TO BRN-CODE
               START BRANCH-MASTER KEY IS >= BRN-CODE
                   INVALID KEY SET BST-BRANCH-EOF TO TRUE
               END-START
               IF NOT BST-BRANCH-EOF THEN
                   READ BRANCH-MASTER NEXT RECORD
                       AT END SET BST-BRANCH-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM Produce-One-Statement UNTIL BST-BRANCH-EOF
               CLOSE BRANCH-MASTER
           END-IF
           MOVE BST-STATEMENT-COUNT TO BST-EDIT-COUNT
           DISPLAY "Releves produits        : " BST-EDIT-COUNT
           MOVE BST-MISMATCH-COUNT TO BST-EDIT-COUNT
           DISPLAY "Releves en ecart        : " BST-EDIT-COUNT
           GOBACK.

       Produce-One-Statement.
           PERFORM Reset-Branch-Totals
           PERFORM Find-Opening-Balance
           PERFORM Sum-Branch-Audit
           PERFORM Count-Branch-Exceptions
           PERFORM Count-Branch-Holds
           PERFORM Count-Branch-Pending
           PERFORM Sum-Branch-Returns
           COMPUTE BST-CLOSING = BST-OPENING + BST-AUD-MOVEMENT
           PERFORM Print-Statement
           PERFORM Write-Statement-Control
           ADD 1 TO BST-STATEMENT-COUNT
           READ BRANCH-MASTER NEXT RECORD
               AT END SET BST-BRANCH-EOF TO TRUE
           END-READ.

       Reset-Branch-Totals.
           MOVE 0 TO BST-LAST-PERIOD BST-OPENING BST-CLOSING
           MOVE 0 TO BST-AUD-COUNT BST-AUD-MOVEMENT BST-AUD-HASH
               BST-AUD-FEE BST-REV-COUNT
           MOVE 0 TO BST-EXC-RAISED BST-EXC-RESOLVED BST-EXC-OPEN
           MOVE 0 TO BST-HLD-APPROVED BST-HLD-REJECTED
               BST-HLD-WAITING BST-PEND-COUNT
           MOVE 0 TO BST-RTL-RUNS BST-RTL-COUNT BST-RTL-HASH
               BST-RTL-FEE
           MOVE 0 TO BST-VOL-USED
           MOVE 'Y' TO BST-MATCH-SWITCH.

      *    L'ouverture est la cloture du dernier releve anterieur de
      *    l'agence ; premier releve = ouverture a zero.
       Find-Opening-Balance.
           MOVE 'N' TO BST-EOF-SWITCH
           OPEN INPUT STATEMENT-CONTROL
           IF BST-CONTROL-STATUS = "00" THEN
               READ STATEMENT-CONTROL
                   AT END SET BST-EOF TO TRUE
               END-READ
               PERFORM Match-One-Control-Record UNTIL BST-EOF
               CLOSE STATEMENT-CONTROL
           END-IF.

       Match-One-Control-Record.
           IF BSC-BRANCH = BRN-CODE AND BSC-PERIOD < ME-PERIOD
              AND BSC-PERIOD >= BST-LAST-PERIOD THEN
               MOVE BSC-PERIOD TO BST-LAST-PERIOD
               MOVE BSC-CLOSING TO BST-OPENING
           END-IF
           READ STATEMENT-CONTROL
               AT END SET BST-EOF TO TRUE
           END-READ.

       Sum-Branch-Audit.
           MOVE 'N' TO BST-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF BST-AUDIT-STATUS = "00" THEN
               MOVE ME-FIRST-DATE TO AUD-DATE
               START AUDIT-FILE KEY IS >= AUD-DATE
                   INVALID KEY SET BST-EOF TO TRUE
               END-START
               IF NOT BST-EOF THEN
                   READ AUDIT-FILE NEXT RECORD
                       AT END SET BST-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM Sum-One-Audit-Record UNTIL BST-EOF
               CLOSE AUDIT-FILE
           END-IF.

      *    Le total de controle suit la regle de CALCRET : resultat
      *    plus montant converti ; les frais sont soldes a part.
       Sum-One-Audit-Record.
           IF AUD-DATE > ME-LAST-DATE THEN
               SET BST-EOF TO TRUE
           ELSE
               IF AUD-BRANCH = BRN-CODE THEN
                   ADD 1 TO BST-AUD-COUNT
                   ADD AUD-CONVERTED-RESULT TO BST-AUD-MOVEMENT
                   ADD AUD-RESULT TO BST-AUD-HASH
                   ADD AUD-CONVERTED-RESULT TO BST-AUD-HASH
                   ADD AUD-FEE TO BST-AUD-FEE
                   IF AUD-REV-REVERSAL THEN
                       ADD 1 TO BST-REV-COUNT
                   END-IF
                   IF AUD-EXC-ID NOT = SPACES THEN
                       ADD 1 TO BST-EXC-RESOLVED
                   END-IF
                   PERFORM Accumulate-Volume
               END-IF
               READ AUDIT-FILE NEXT RECORD
                   AT END SET BST-EOF TO TRUE
               END-READ
           END-IF.

       Accumulate-Volume.
           MOVE 'N' TO BST-VOL-FOUND-SW
           SET BST-VOL-IDX TO 1
           PERFORM Locate-Volume-Entry
               UNTIL BST-VOL-FOUND
                  OR BST-VOL-IDX > BST-VOL-USED
           IF NOT BST-VOL-FOUND AND BST-VOL-USED < 100 THEN
               ADD 1 TO BST-VOL-USED
               SET BST-VOL-IDX TO BST-VOL-USED
               MOVE AUD-OPERATOR TO BST-VOL-OPER(BST-VOL-IDX)
               MOVE AUD-CURRENCY TO BST-VOL-CURRENCY(BST-VOL-IDX)
               MOVE 0 TO BST-VOL-COUNT(BST-VOL-IDX)
               MOVE 0 TO BST-VOL-AMOUNT(BST-VOL-IDX)
               MOVE 0 TO BST-VOL-FEE(BST-VOL-IDX)
               SET BST-VOL-FOUND TO TRUE
           END-IF
           IF BST-VOL-FOUND THEN
               ADD 1 TO BST-VOL-COUNT(BST-VOL-IDX)
               ADD AUD-CONVERTED-RESULT TO BST-VOL-AMOUNT(BST-VOL-IDX)
               ADD AUD-FEE TO BST-VOL-FEE(BST-VOL-IDX)
           END-IF.

       Locate-Volume-Entry.
           IF BST-VOL-OPER(BST-VOL-IDX) = AUD-OPERATOR
              AND BST-VOL-CURRENCY(BST-VOL-IDX) = AUD-CURRENCY
               SET BST-VOL-FOUND TO TRUE
           ELSE
               SET BST-VOL-IDX UP BY 1
           END-IF.

      *    Levees = creees dans le mois ; encore ouvertes = ouvertes
      *    a ce jour parmi celles creees jusqu'a la fin du mois.  Les
      *    resolues du mois sont comptees sur CALCAUDT (AUD-EXC-ID).
      *    Seules les exceptions de l'agence sont lues (cle EXC-BRANCH).
       Count-Branch-Exceptions.
           MOVE 'N' TO BST-EOF-SWITCH
           OPEN INPUT EXCEPT-FILE
           IF BST-EXCEPT-STATUS = "00" THEN
               MOVE BRN-CODE TO EXC-BRANCH
               START EXCEPT-FILE KEY IS = EXC-BRANCH
                   INVALID KEY SET BST-EOF TO TRUE
               END-START
               IF NOT BST-EOF THEN
                   READ EXCEPT-FILE NEXT RECORD
                       AT END SET BST-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM Count-One-Exception UNTIL BST-EOF
               CLOSE EXCEPT-FILE
           END-IF.

       Count-One-Exception.
           IF EXC-BRANCH NOT = BRN-CODE THEN
               SET BST-EOF TO TRUE
           ELSE
               IF EXC-DATE NUMERIC THEN
                   IF EXC-DATE >= ME-FIRST-DATE
                      AND EXC-DATE <= ME-LAST-DATE THEN
                       ADD 1 TO BST-EXC-RAISED
                   END-IF
                   IF EXC-OPEN AND EXC-DATE <= ME-LAST-DATE THEN
                       ADD 1 TO BST-EXC-OPEN
                   END-IF
               END-IF
               READ EXCEPT-FILE NEXT RECORD
                   AT END SET BST-EOF TO TRUE
               END-READ
           END-IF.

       Count-Branch-Holds.
           MOVE 'N' TO BST-EOF-SWITCH
           OPEN INPUT HELD-FILE
           IF BST-HELD-STATUS = "00" THEN
               READ HELD-FILE
                   AT END SET BST-EOF TO TRUE
               END-READ
               PERFORM Count-One-Hold UNTIL BST-EOF
               CLOSE HELD-FILE
           END-IF.

       Count-One-Hold.
           IF HLD-BRANCH = BRN-CODE THEN
               IF HLD-HELD THEN
                   ADD 1 TO BST-HLD-WAITING
               ELSE
                   IF HLD-DEC-DATE NUMERIC
                      AND HLD-DEC-DATE >= ME-FIRST-DATE
                      AND HLD-DEC-DATE <= ME-LAST-DATE THEN
                       IF HLD-REJECTED THEN
                           ADD 1 TO BST-HLD-REJECTED
                       ELSE
                           ADD 1 TO BST-HLD-APPROVED
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ HELD-FILE
               AT END SET BST-EOF TO TRUE
           END-READ.

       Count-Branch-Pending.
           MOVE 'N' TO BST-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF BST-PENDING-STATUS = "00" THEN
               READ PENDING-FILE
                   AT END SET BST-EOF TO TRUE
               END-READ
               PERFORM Count-One-Pending UNTIL BST-EOF
               CLOSE PENDING-FILE
           END-IF.

       Count-One-Pending.
           IF CT-BRANCH = BRN-CODE THEN
               ADD 1 TO BST-PEND-COUNT
           END-IF
           READ PENDING-FILE
               AT END SET BST-EOF TO TRUE
           END-READ.

       Sum-Branch-Returns.
           MOVE 'N' TO BST-EOF-SWITCH
           OPEN INPUT RETURN-LOG-FILE
           IF BST-RETLOG-STATUS = "00" THEN
               READ RETURN-LOG-FILE
                   AT END SET BST-EOF TO TRUE
               END-READ
               PERFORM Sum-One-Return-Trailer UNTIL BST-EOF
               CLOSE RETURN-LOG-FILE
           END-IF.

       Sum-One-Return-Trailer.
           IF RTL-BRANCH = BRN-CODE
              AND RTL-DATE >= ME-FIRST-DATE
              AND RTL-DATE <= ME-LAST-DATE THEN
               ADD 1 TO BST-RTL-RUNS
               ADD RTL-COUNT TO BST-RTL-COUNT
               ADD RTL-HASH TO BST-RTL-HASH
               ADD RTL-FEE-TOTAL TO BST-RTL-FEE
           END-IF
           READ RETURN-LOG-FILE
               AT END SET BST-EOF TO TRUE
           END-READ.

       Print-Statement.
           MOVE SPACES TO BST-REPORT-FILENAME
           STRING "BRNSTMT." BRN-CODE ".P" ME-PERIOD
               DELIMITED BY SIZE INTO BST-REPORT-FILENAME
           OPEN OUTPUT BST-REPORT-FILE
           MOVE SPACES TO BST-REPORT-LINE
           STRING "RELEVE MENSUEL D'AGENCE - " ME-PERIOD
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE SPACES TO BST-REPORT-LINE
           STRING "Agence " BRN-CODE " " BRN-NAME " Region "
               BRN-REGION
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE SPACES TO BST-REPORT-LINE
           STRING "Du " ME-FIRST-DATE " au " ME-LAST-DATE
               ", edite le " BST-TODAY
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE ALL "-" TO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           PERFORM Print-Position
           PERFORM Print-Volume
           PERFORM Print-Follow-Up
           PERFORM Print-Control-Totals
           CLOSE BST-REPORT-FILE
           DISPLAY "Etat produit : " BST-REPORT-FILENAME.

       Print-Position.
           MOVE BST-OPENING TO BST-EDIT-AMOUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "Total d'ouverture            : " BST-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE BST-AUD-MOVEMENT TO BST-EDIT-AMOUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "Mouvement du mois (converti) : " BST-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE BST-CLOSING TO BST-EDIT-AMOUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "Total de cloture             : " BST-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE ALL "-" TO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line.

       Print-Volume.
           MOVE "VOLUME AUDITE PAR OPERATEUR ET DEVISE"
               TO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           IF BST-VOL-USED = 0 THEN
               MOVE "  Aucune transaction auditee dans le mois."
                   TO BST-REPORT-LINE
               PERFORM Write-Bst-Report-Line
           ELSE
               MOVE "  OP DEV      NOMBRE      MONTANT CONVERTI"
                   TO BST-REPORT-LINE
               MOVE "              FRAIS" TO BST-REPORT-LINE(45:)
               PERFORM Write-Bst-Report-Line
               SET BST-VOL-IDX TO 1
               PERFORM Print-One-Volume-Line BST-VOL-USED TIMES
           END-IF
           MOVE BST-AUD-COUNT TO BST-EDIT-COUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  Total transactions         : " BST-EDIT-COUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE BST-REV-COUNT TO BST-EDIT-COUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  dont extournes             : " BST-EDIT-COUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE ALL "-" TO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line.

       Print-One-Volume-Line.
           MOVE BST-VOL-COUNT(BST-VOL-IDX) TO BST-EDIT-COUNT
           MOVE BST-VOL-AMOUNT(BST-VOL-IDX) TO BST-EDIT-AMOUNT
           MOVE BST-VOL-FEE(BST-VOL-IDX) TO BST-EDIT-FEE
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  " BST-VOL-OPER(BST-VOL-IDX) "  "
               BST-VOL-CURRENCY(BST-VOL-IDX) " " BST-EDIT-COUNT
               "  " BST-EDIT-AMOUNT "  " BST-EDIT-FEE
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           SET BST-VOL-IDX UP BY 1.

       Print-Follow-Up.
           MOVE "SUIVI DES EXCEPTIONS ET MOUVEMENTS RETENUS"
               TO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE BST-EXC-RAISED TO BST-EDIT-COUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  Exceptions levees          : " BST-EDIT-COUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE BST-EXC-RESOLVED TO BST-EDIT-COUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  Exceptions resolues        : " BST-EDIT-COUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE BST-EXC-OPEN TO BST-EDIT-COUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  Exceptions encore ouvertes : " BST-EDIT-COUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE BST-HLD-APPROVED TO BST-EDIT-COUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  Retenues approuvees        : " BST-EDIT-COUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE BST-HLD-REJECTED TO BST-EDIT-COUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  Retenues rejetees          : " BST-EDIT-COUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE BST-HLD-WAITING TO BST-EDIT-COUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  Retenues en attente        : " BST-EDIT-COUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE BST-PEND-COUNT TO BST-EDIT-COUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  Mouvements dans CALCPEND   : " BST-EDIT-COUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           MOVE ALL "-" TO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line.

      *    Les totaux de controle du mois, lus dans CALCAUDT, doivent
      *    egaler la somme des fins de CALCRET du mois (RETLOG).
       Print-Control-Totals.
           MOVE "TOTAUX DE CONTROLE             CALCAUDT"
               TO BST-REPORT-LINE
           MOVE "     FINS CALCRET" TO BST-REPORT-LINE(41:)
           PERFORM Write-Bst-Report-Line
           MOVE BST-AUD-COUNT TO BST-EDIT-COUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  Nombre           : " BST-EDIT-COUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           MOVE BST-RTL-COUNT TO BST-EDIT-COUNT
           MOVE BST-EDIT-COUNT TO BST-REPORT-LINE(49:)
           PERFORM Write-Bst-Report-Line
           MOVE BST-AUD-HASH TO BST-EDIT-HASH
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  Total controle   : " BST-EDIT-HASH
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           MOVE BST-RTL-HASH TO BST-EDIT-HASH
           MOVE BST-EDIT-HASH TO BST-REPORT-LINE(43:)
           PERFORM Write-Bst-Report-Line
           MOVE BST-AUD-FEE TO BST-EDIT-HASH
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  Total frais      : " BST-EDIT-HASH
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           MOVE BST-RTL-FEE TO BST-EDIT-HASH
           MOVE BST-EDIT-HASH TO BST-REPORT-LINE(43:)
           PERFORM Write-Bst-Report-Line
           MOVE BST-RTL-RUNS TO BST-EDIT-COUNT
           MOVE SPACES TO BST-REPORT-LINE
           STRING "  Fichiers retour  : " BST-EDIT-COUNT
               DELIMITED BY SIZE INTO BST-REPORT-LINE
           PERFORM Write-Bst-Report-Line
           IF BST-AUD-COUNT NOT = BST-RTL-COUNT
              OR BST-AUD-HASH NOT = BST-RTL-HASH
              OR BST-AUD-FEE NOT = BST-RTL-FEE THEN
               MOVE 'N' TO BST-MATCH-SWITCH
           END-IF
           IF BST-TOTALS-MATCH THEN
               MOVE "Totaux concordants avec les fins CALCRET du mois."
                   TO BST-REPORT-LINE
           ELSE
               MOVE "*** ECART AVEC LES FINS CALCRET DU MOIS ***"
                   TO BST-REPORT-LINE
               ADD 1 TO BST-MISMATCH-COUNT
               PERFORM Write-Alert-Record
           END-IF
           PERFORM Write-Bst-Report-Line.

       Write-Statement-Control.
           OPEN EXTEND STATEMENT-CONTROL
           IF BST-CONTROL-STATUS = "35" THEN
               OPEN OUTPUT STATEMENT-CONTROL
           END-IF
           MOVE BRN-CODE TO BSC-BRANCH
           MOVE ME-PERIOD TO BSC-PERIOD
           MOVE BST-OPENING TO BSC-OPENING
           MOVE BST-AUD-MOVEMENT TO BSC-MOVEMENT
           MOVE BST-CLOSING TO BSC-CLOSING
           MOVE BST-AUD-COUNT TO BSC-COUNT
           MOVE BST-TODAY TO BSC-RUN-DATE
           WRITE STATEMENT-CONTROL-RECORD
           CLOSE STATEMENT-CONTROL.

       Write-Alert-Record.
           OPEN EXTEND ALERT-FILE
           IF BST-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF
           ACCEPT ALT-DATE FROM DATE YYYYMMDD
           ACCEPT ALT-TIME FROM TIME
           MOVE "BRNSTMT" TO ALT-SOURCE
           MOVE 'W' TO ALT-SEVERITY
           MOVE SPACES TO ALT-MESSAGE
           STRING "Releve " ME-PERIOD " agence " BRN-CODE
               " : ecart CALCAUDT/CALCRET"
               DELIMITED BY SIZE INTO ALT-MESSAGE
           MOVE 'N' TO ALT-ACK-FLAG
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       Write-Bst-Report-Line.
           DISPLAY BST-REPORT-LINE
           WRITE BST-REPORT-LINE.

       END PROGRAM BrnStmt.
