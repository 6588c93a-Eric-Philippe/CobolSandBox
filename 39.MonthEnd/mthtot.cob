       IDENTIFICATION DIVISION.
       PROGRAM-ID. MthTot.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               ALTERNATE RECORD KEY IS AUD-DATE WITH DUPLICATES
               FILE STATUS IS MTT-AUDIT-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "CTLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTT-LEDGER-STATUS.
           SELECT MTT-REPORT-FILE ASSIGN DYNAMIC MTT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTT-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY CALCAUDT.

       FD  LEDGER-FILE.
           COPY CTLBAL.

       FD  MTT-REPORT-FILE.
       01  MTT-REPORT-LINE        PIC X(90).

       FD  ALERT-FILE.
           COPY OPSALERT.

       WORKING-STORAGE SECTION.
       01 MTT-AUDIT-STATUS    PIC XX.
       01 MTT-LEDGER-STATUS   PIC XX.
       01 MTT-ALERT-STATUS    PIC XX.
       01 MTT-EOF-SWITCH      PIC X     VALUE 'N'.
           88 MTT-EOF             VALUE 'Y'.
       01 MTT-REPORT-FILENAME PIC X(20).
       01 MTT-AUD-COUNT       PIC 9(7)  VALUE 0.
       01 MTT-REV-COUNT       PIC 9(7)  VALUE 0.
       01 MTT-AUD-RESULT      PIC S9(11)V99 VALUE 0.
       01 MTT-AUD-CONVERTED   PIC S9(11)V99 VALUE 0.
       01 MTT-AUD-FEE         PIC S9(11)V99 VALUE 0.
       01 MTT-LED-DAYS        PIC 9(3)  VALUE 0.
       01 MTT-AUD-OPEN        PIC S9(11)V99 VALUE 0.
       01 MTT-AUD-MOVE        PIC S9(11)V99 VALUE 0.
       01 MTT-AUD-CLOSE       PIC S9(11)V99 VALUE 0.
       01 MTT-MAIN-OPEN       PIC S9(11)V99 VALUE 0.
       01 MTT-MAIN-MOVE       PIC S9(11)V99 VALUE 0.
       01 MTT-MAIN-CLOSE      PIC S9(11)V99 VALUE 0.
       01 MTT-DIFFERENCE      PIC S9(11)V99 VALUE 0.
      *    Une ligne par agence ; les calculs interactifs (agence a
      *    blanc) forment une ligne a part.
       01 MTT-BRANCH-USED     PIC 9(3)  VALUE 0.
       01 MTT-BRANCH-FOUND-SW PIC X     VALUE 'N'.
           88 MTT-BRANCH-FOUND    VALUE 'Y'.
       01 MTT-BRANCH-TABLE.
           05 MTT-BRANCH-ENTRY OCCURS 100 TIMES
                   INDEXED BY MTT-BRANCH-IDX.
               10 MTT-BRANCH-ID       PIC X(3).
               10 MTT-BRANCH-COUNT    PIC 9(7).
               10 MTT-BRANCH-CONVERTED PIC S9(11)V99.
               10 MTT-BRANCH-FEE      PIC S9(11)V99.
       01 MTT-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
       01 MTT-EDIT-AMOUNT     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 MTT-EDIT-FEE        PIC -Z,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
           COPY MTHEND.

       PROCEDURE DIVISION USING MONTH-END-AREA.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " TOTAUX DE FIN DE MOIS - MTHTOT"
           DISPLAY "========================================"
           PERFORM Open-Mtt-Report
           PERFORM Sum-Audit-Month
           PERFORM Sum-Ledger-Month
           PERFORM Print-Audit-Totals
           PERFORM Print-Ledger-Totals
           CLOSE MTT-REPORT-FILE
           DISPLAY "Etat produit : " MTT-REPORT-FILENAME
           GOBACK.

       Open-Mtt-Report.
           MOVE SPACES TO MTT-REPORT-FILENAME
           STRING "MTHRPT.P" ME-PERIOD
               DELIMITED BY SIZE INTO MTT-REPORT-FILENAME
           OPEN OUTPUT MTT-REPORT-FILE
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "TOTAUX DE FIN DE MOIS " ME-PERIOD " - MTHTOT"
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "Du " ME-FIRST-DATE " au " ME-LAST-DATE
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE ALL "-" TO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line.

      *    Le START sur AUD-DATE positionne la lecture au premier
      *    jour du mois ; elle s'arrete au premier jour du mois
      *    suivant.
       Sum-Audit-Month.
           MOVE 'N' TO MTT-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF MTT-AUDIT-STATUS = "35" THEN
               DISPLAY "Fichier CALCAUDT absent."
           ELSE
               MOVE ME-FIRST-DATE TO AUD-DATE
               START AUDIT-FILE KEY IS >= AUD-DATE
                   INVALID KEY SET MTT-EOF TO TRUE
               END-START
               IF NOT MTT-EOF THEN
                   READ AUDIT-FILE NEXT RECORD
                       AT END SET MTT-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM Sum-One-Audit-Record UNTIL MTT-EOF
               CLOSE AUDIT-FILE
           END-IF.

       Sum-One-Audit-Record.
           IF AUD-DATE > ME-LAST-DATE THEN
               SET MTT-EOF TO TRUE
           ELSE
               ADD 1 TO MTT-AUD-COUNT
               IF AUD-REV-REVERSAL THEN
                   ADD 1 TO MTT-REV-COUNT
               END-IF
               ADD AUD-RESULT TO MTT-AUD-RESULT
               ADD AUD-CONVERTED-RESULT TO MTT-AUD-CONVERTED
               ADD AUD-FEE TO MTT-AUD-FEE
               PERFORM Accumulate-Branch
               READ AUDIT-FILE NEXT RECORD
                   AT END SET MTT-EOF TO TRUE
               END-READ
           END-IF.

       Accumulate-Branch.
           MOVE 'N' TO MTT-BRANCH-FOUND-SW
           SET MTT-BRANCH-IDX TO 1
           PERFORM Locate-Branch-Entry
               UNTIL MTT-BRANCH-FOUND
                  OR MTT-BRANCH-IDX > MTT-BRANCH-USED
           IF NOT MTT-BRANCH-FOUND THEN
               IF MTT-BRANCH-USED < 100 THEN
                   ADD 1 TO MTT-BRANCH-USED
                   SET MTT-BRANCH-IDX TO MTT-BRANCH-USED
                   MOVE AUD-BRANCH TO MTT-BRANCH-ID(MTT-BRANCH-IDX)
                   MOVE 0 TO MTT-BRANCH-COUNT(MTT-BRANCH-IDX)
                   MOVE 0 TO MTT-BRANCH-CONVERTED(MTT-BRANCH-IDX)
                   MOVE 0 TO MTT-BRANCH-FEE(MTT-BRANCH-IDX)
                   SET MTT-BRANCH-FOUND TO TRUE
               ELSE
                   DISPLAY "Table des agences pleine, agence "
                       AUD-BRANCH " non ventilee."
               END-IF
           END-IF
           IF MTT-BRANCH-FOUND THEN
               ADD 1 TO MTT-BRANCH-COUNT(MTT-BRANCH-IDX)
               ADD AUD-CONVERTED-RESULT
                   TO MTT-BRANCH-CONVERTED(MTT-BRANCH-IDX)
               ADD AUD-FEE TO MTT-BRANCH-FEE(MTT-BRANCH-IDX)
           END-IF.

       Locate-Branch-Entry.
           IF MTT-BRANCH-ID(MTT-BRANCH-IDX) = AUD-BRANCH THEN
               SET MTT-BRANCH-FOUND TO TRUE
           ELSE
               SET MTT-BRANCH-IDX UP BY 1
           END-IF.

      *    CTLBAL est tenu dans l'ordre des dates : l'ouverture du
      *    mois est celle de sa premiere journee, la cloture celle
      *    de sa derniere.
       Sum-Ledger-Month.
           MOVE 'N' TO MTT-EOF-SWITCH
           OPEN INPUT LEDGER-FILE
           IF MTT-LEDGER-STATUS = "00" THEN
               READ LEDGER-FILE
                   AT END SET MTT-EOF TO TRUE
               END-READ
               PERFORM Sum-One-Ledger-Day UNTIL MTT-EOF
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "Fichier CTLBAL absent."
           END-IF.

       Sum-One-Ledger-Day.
           IF CB-DATE >= ME-FIRST-DATE AND CB-DATE <= ME-LAST-DATE
               ADD 1 TO MTT-LED-DAYS
               IF MTT-LED-DAYS = 1 THEN
                   MOVE CB-AUD-OPEN TO MTT-AUD-OPEN
                   MOVE CB-MAIN-OPEN TO MTT-MAIN-OPEN
               END-IF
               ADD CB-AUD-MOVE TO MTT-AUD-MOVE
               ADD CB-MAIN-MOVE TO MTT-MAIN-MOVE
               MOVE CB-AUD-CLOSE TO MTT-AUD-CLOSE
               MOVE CB-MAIN-CLOSE TO MTT-MAIN-CLOSE
           END-IF
           READ LEDGER-FILE
               AT END SET MTT-EOF TO TRUE
           END-READ.

       Print-Audit-Totals.
           MOVE "ACTIVITE DU MOIS (CALCAUDT)" TO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE MTT-AUD-COUNT TO MTT-EDIT-COUNT
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "Ecritures            : " MTT-EDIT-COUNT
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE MTT-REV-COUNT TO MTT-EDIT-COUNT
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "dont extournes       : " MTT-EDIT-COUNT
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE MTT-AUD-RESULT TO MTT-EDIT-AMOUNT
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "Total des resultats  : " MTT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE MTT-AUD-CONVERTED TO MTT-EDIT-AMOUNT
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "Total converti       : " MTT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE MTT-AUD-FEE TO MTT-EDIT-AMOUNT
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "Total des frais      : " MTT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           IF MTT-BRANCH-USED > 0 THEN
               MOVE "AGENCE      MVTS         TOTAL CONVERTI"
                   TO MTT-REPORT-LINE
               PERFORM Write-Mtt-Report-Line
               SET MTT-BRANCH-IDX TO 1
               PERFORM Print-One-Branch-Line MTT-BRANCH-USED TIMES
           END-IF
           MOVE ALL "-" TO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line.

       Print-One-Branch-Line.
           MOVE MTT-BRANCH-COUNT(MTT-BRANCH-IDX) TO MTT-EDIT-COUNT
           MOVE MTT-BRANCH-CONVERTED(MTT-BRANCH-IDX)
               TO MTT-EDIT-AMOUNT
           MOVE MTT-BRANCH-FEE(MTT-BRANCH-IDX) TO MTT-EDIT-FEE
           MOVE SPACES TO MTT-REPORT-LINE
           IF MTT-BRANCH-ID(MTT-BRANCH-IDX) = SPACES THEN
               STRING "(int) " MTT-EDIT-COUNT " " MTT-EDIT-AMOUNT
                   " frais " MTT-EDIT-FEE
                   DELIMITED BY SIZE INTO MTT-REPORT-LINE
           ELSE
               STRING MTT-BRANCH-ID(MTT-BRANCH-IDX) "   "
                   MTT-EDIT-COUNT " " MTT-EDIT-AMOUNT
                   " frais " MTT-EDIT-FEE
                   DELIMITED BY SIZE INTO MTT-REPORT-LINE
           END-IF
           PERFORM Write-Mtt-Report-Line
           SET MTT-BRANCH-IDX UP BY 1.

      *    Le mouvement audit cumule dans CTLBAL doit egaler le total
      *    des resultats lus dans CALCAUDT pour le meme mois : un
      *    ecart signale une reconciliation non passee ou une
      *    ecriture posterieure a la derniere reconciliation.
       Print-Ledger-Totals.
           MOVE "SOLDES DE CONTROLE (CTLBAL)" TO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE MTT-LED-DAYS TO MTT-EDIT-COUNT
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "Journees             : " MTT-EDIT-COUNT
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE MTT-AUD-OPEN TO MTT-EDIT-AMOUNT
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "Audit ouverture      : " MTT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE MTT-AUD-MOVE TO MTT-EDIT-AMOUNT
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "Audit mouvement      : " MTT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE MTT-AUD-CLOSE TO MTT-EDIT-AMOUNT
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "Audit cloture        : " MTT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE MTT-MAIN-OPEN TO MTT-EDIT-AMOUNT
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "Tarification ouvert. : " MTT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE MTT-MAIN-MOVE TO MTT-EDIT-AMOUNT
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "Tarification mouvem. : " MTT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           MOVE MTT-MAIN-CLOSE TO MTT-EDIT-AMOUNT
           MOVE SPACES TO MTT-REPORT-LINE
           STRING "Tarification cloture : " MTT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO MTT-REPORT-LINE
           PERFORM Write-Mtt-Report-Line
           COMPUTE MTT-DIFFERENCE = MTT-AUD-RESULT - MTT-AUD-MOVE
           IF MTT-DIFFERENCE NOT = 0 THEN
               MOVE MTT-DIFFERENCE TO MTT-EDIT-AMOUNT
               MOVE SPACES TO MTT-REPORT-LINE
               STRING "ECART CALCAUDT/CTLBAL: " MTT-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO MTT-REPORT-LINE
               PERFORM Write-Mtt-Report-Line
               PERFORM Write-Alert-Record
           ELSE
               MOVE "CALCAUDT et CTLBAL concordent sur le mois."
                   TO MTT-REPORT-LINE
               PERFORM Write-Mtt-Report-Line
           END-IF.

       Write-Alert-Record.
           OPEN EXTEND ALERT-FILE
           IF MTT-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF
           ACCEPT ALT-DATE FROM DATE YYYYMMDD
           ACCEPT ALT-TIME FROM TIME
           MOVE "MTHTOT" TO ALT-SOURCE
           MOVE 'W' TO ALT-SEVERITY
           MOVE SPACES TO ALT-MESSAGE
           STRING "Ecart CALCAUDT/CTLBAL sur le mois " ME-PERIOD
               " : " MTT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO ALT-MESSAGE
           MOVE 'N' TO ALT-ACK-FLAG
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       Write-Mtt-Report-Line.
           DISPLAY MTT-REPORT-LINE
           WRITE MTT-REPORT-LINE.

       END PROGRAM MthTot.
