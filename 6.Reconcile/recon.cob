           SELECT LEDGER-FILE ASSIGN TO "CTLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-LEDGER-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-REGISTER-STATUS.
           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-ALERT-STATUS.
           COPY MAINRSLT.

       FD  LEDGER-FILE.
           COPY CTLBAL.

       FD  REGISTER-FILE.
           COPY INVREG.

       FD  ALERT-FILE.
           COPY OPSALERT.
       01 RECON-RESULT-STATUS      PIC XX.
       01 RECON-LEDGER-STATUS      PIC XX.
       01 RECON-ALERT-STATUS       PIC XX.
       01 RECON-REGISTER-STATUS    PIC XX.
       01 RECON-EOF-SWITCH         PIC X VALUE 'N'.
           88 RECON-EOF                 VALUE 'Y'.
       01 RECON-DAY-USED           PIC 9(3) VALUE 0.
               10 RECON-DAY-MAIN-LIVE PIC X.
               10 RECON-DAY-AUD-CLOSE PIC S9(11)V99.
               10 RECON-DAY-MAIN-CLOSE PIC S9(11)V99.
      *    Une entree par execution de tarification facturee : le
      *    hors-taxe du registre des factures doit egaler le total
      *    MAINRSLT de la meme execution.
       01 RECON-INV-USED           PIC 9(3) VALUE 0.
       01 RECON-INV-IDX            PIC 9(3) VALUE 0.
       01 RECON-INV-FOUND-SW       PIC X VALUE 'N'.
           88 RECON-INV-FOUND           VALUE 'Y'.
       01 RECON-INV-TABLE.
           05 RECON-INV-ENTRY OCCURS 200 TIMES.
               10 RECON-INV-RUN-DATE  PIC 9(8).
               10 RECON-INV-RUN-ID    PIC X(8).
               10 RECON-INV-NET       PIC S9(11)V99.
               10 RECON-INV-MAIN      PIC S9(11)V99.
       01 RECON-INV-COUNT          PIC 9(7) VALUE 0.
       01 RECON-INV-DIFF-COUNT     PIC 9(3) VALUE 0.
       01 RECON-INV-DIFFERENCE     PIC S9(11)V99 VALUE 0.
       01 RECON-INV-NET-TOTAL      PIC S9(11)V99 VALUE 0.
       01 RECON-WORK-DATE          PIC 9(8).
       01 RECON-WORK-RUN-ID        PIC X(8).
       01 RECON-WORK-AMOUNT        PIC S9(11)V99.
       01 RECON-LEGACY-MAIN        PIC S9(11)V99 VALUE 0.
       01 RECON-REVERSAL-COUNT     PIC 9(7) VALUE 0.
       01 RECON-REVERSAL-TOTAL     PIC S9(11)V99 VALUE 0.
       01 RECON-EDIT-COUNT         PIC Z,ZZZ,ZZ9.
       01 RECON-AUD-RUN            PIC S9(11)V99 VALUE 0.
       01 RECON-MAIN-RUN           PIC S9(11)V99 VALUE 0.
       01 RECON-DIVERGE-DATE       PIC 9(8) VALUE 0.
       Main-Control.
           PERFORM Load-Control-Ledger
           PERFORM Sum-Audit-By-Day
           PERFORM Load-Invoice-Register
           PERFORM Sum-Results-By-Day
           PERFORM Roll-Balances-Forward
           PERFORM Write-Control-Ledger
           PERFORM Print-Reconciliation
           PERFORM Print-Invoice-Balance
           GOBACK.

       Load-Control-Ledger.
               CLOSE AUDIT-FILE
           END-IF.

      *    Une extourne porte un resultat oppose a celui de
      *    l'original : elle est cumulee a sa date comme tout autre
      *    mouvement, ce qui solde la journee sans ajustement manuel.
       Sum-One-Audit-Record.
           MOVE AUD-DATE TO RECON-WORK-DATE
           MOVE AUD-RESULT TO RECON-WORK-AMOUNT
           IF AUD-REV-REVERSAL THEN
               ADD 1 TO RECON-REVERSAL-COUNT
               ADD AUD-RESULT TO RECON-REVERSAL-TOTAL
           END-IF
           PERFORM Locate-Or-Insert-Day
           IF RECON-DAY-FOUND THEN
               IF RECON-DAY-AUD-LIVE(RECON-DAY-IDX) = 'N' THEN
               AT END SET RECON-EOF TO TRUE
           END-READ.

       Load-Invoice-Register.
           MOVE 'N' TO RECON-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF RECON-REGISTER-STATUS = "00" THEN
               READ REGISTER-FILE
                   AT END SET RECON-EOF TO TRUE
               END-READ
               PERFORM Sum-One-Invoice UNTIL RECON-EOF
               CLOSE REGISTER-FILE
           END-IF.

       Sum-One-Invoice.
           ADD 1 TO RECON-INV-COUNT
           ADD IRG-NET TO RECON-INV-NET-TOTAL
           MOVE IRG-RUN-DATE TO RECON-WORK-DATE
           MOVE IRG-RUN-ID TO RECON-WORK-RUN-ID
           PERFORM Locate-Invoice-Run
           IF NOT RECON-INV-FOUND THEN
               IF RECON-INV-USED < 200 THEN
                   ADD 1 TO RECON-INV-USED
                   MOVE RECON-INV-USED TO RECON-INV-IDX
                   MOVE IRG-RUN-DATE
                       TO RECON-INV-RUN-DATE(RECON-INV-IDX)
                   MOVE IRG-RUN-ID TO RECON-INV-RUN-ID(RECON-INV-IDX)
                   MOVE 0 TO RECON-INV-NET(RECON-INV-IDX)
                   MOVE 0 TO RECON-INV-MAIN(RECON-INV-IDX)
                   SET RECON-INV-FOUND TO TRUE
               ELSE
                   DISPLAY "Table des executions facturees pleine, "
                       "execution " IRG-RUN-ID " non controlee."
               END-IF
           END-IF
           IF RECON-INV-FOUND THEN
               ADD IRG-NET TO RECON-INV-NET(RECON-INV-IDX)
           END-IF
           READ REGISTER-FILE
               AT END SET RECON-EOF TO TRUE
           END-READ.

      *    Le registre et MAINRSLT designent une execution par sa
      *    date et son identifiant.
       Locate-Invoice-Run.
           MOVE 'N' TO RECON-INV-FOUND-SW
           MOVE 1 TO RECON-INV-IDX
           PERFORM Match-One-Invoice-Run
               UNTIL RECON-INV-FOUND
                  OR RECON-INV-IDX > RECON-INV-USED.

       Match-One-Invoice-Run.
           IF RECON-INV-RUN-DATE(RECON-INV-IDX) = RECON-WORK-DATE
              AND RECON-INV-RUN-ID(RECON-INV-IDX)
                  = RECON-WORK-RUN-ID THEN
               SET RECON-INV-FOUND TO TRUE
           ELSE
               ADD 1 TO RECON-INV-IDX
           END-IF.

       Sum-Results-By-Day.
           MOVE 'N' TO RECON-EOF-SWITCH
           OPEN INPUT RESULT-FILE
                   ADD RECON-WORK-AMOUNT
                       TO RECON-DAY-MAIN-MOVE(RECON-DAY-IDX)
               END-IF
               IF RECON-INV-USED > 0 THEN
                   MOVE MR-RUN-ID TO RECON-WORK-RUN-ID
                   PERFORM Locate-Invoice-Run
                   IF RECON-INV-FOUND THEN
                       ADD MR-RESULT TO RECON-INV-MAIN(RECON-INV-IDX)
                   END-IF
               END-IF
           ELSE
               ADD MR-RESULT TO RECON-LEGACY-MAIN
           END-IF
           DISPLAY "Total MainProgram (MAINRSLT) : " RECON-EDIT-AMOUNT
           MOVE RECON-LEGACY-MAIN TO RECON-EDIT-AMOUNT
           DISPLAY "  dont volume sans date      : " RECON-EDIT-AMOUNT
           IF RECON-REVERSAL-COUNT > 0 THEN
               MOVE RECON-REVERSAL-COUNT TO RECON-EDIT-COUNT
               MOVE RECON-REVERSAL-TOTAL TO RECON-EDIT-AMOUNT
               DISPLAY "Extournes CALCAUDT (" RECON-EDIT-COUNT
                   ")    : " RECON-EDIT-AMOUNT
           END-IF
           MOVE RECON-DIFFERENCE TO RECON-EDIT-AMOUNT
           DISPLAY "Ecart                        : " RECON-EDIT-AMOUNT
           IF RECON-DIVERGE-DATE = 0 THEN
               PERFORM Write-Alert-Record
           END-IF.

       Print-Invoice-Balance.
           IF RECON-INV-USED > 0 THEN
               MOVE 0 TO RECON-INV-DIFF-COUNT
               DISPLAY "--------------------------------------------"
               MOVE RECON-INV-COUNT TO RECON-EDIT-COUNT
               MOVE RECON-INV-NET-TOTAL TO RECON-EDIT-AMOUNT
               DISPLAY "Factures INVREG (" RECON-EDIT-COUNT
                   ") HT : " RECON-EDIT-AMOUNT
               PERFORM Check-One-Invoice-Run
                   VARYING RECON-INV-IDX FROM 1 BY 1
                   UNTIL RECON-INV-IDX > RECON-INV-USED
               IF RECON-INV-DIFF-COUNT = 0 THEN
                   DISPLAY "Registre des factures OK - toutes les "
                       "executions equilibrees."
               ELSE
                   PERFORM Write-Invoice-Alert-Record
               END-IF
           END-IF.

       Check-One-Invoice-Run.
           COMPUTE RECON-INV-DIFFERENCE =
               RECON-INV-MAIN(RECON-INV-IDX)
               - RECON-INV-NET(RECON-INV-IDX)
           IF RECON-INV-DIFFERENCE NOT = 0 THEN
               ADD 1 TO RECON-INV-DIFF-COUNT
               MOVE RECON-INV-DIFFERENCE TO RECON-EDIT-MOVE
               DISPLAY "ATTENTION - execution "
                   RECON-INV-RUN-DATE(RECON-INV-IDX) " "
                   RECON-INV-RUN-ID(RECON-INV-IDX)
                   " : MAINRSLT - factures = " RECON-EDIT-MOVE
           END-IF.

       Write-Invoice-Alert-Record.
           OPEN EXTEND ALERT-FILE
           IF RECON-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF
           ACCEPT ALT-DATE FROM DATE YYYYMMDD
           ACCEPT ALT-TIME FROM TIME
           MOVE "RECON" TO ALT-SOURCE
           MOVE 'E' TO ALT-SEVERITY
           MOVE SPACES TO ALT-MESSAGE
           MOVE RECON-INV-DIFF-COUNT TO RECON-EDIT-COUNT
           STRING "Factures en ecart sur MAINRSLT, executions : "
               RECON-EDIT-COUNT
               DELIMITED BY SIZE INTO ALT-MESSAGE
           MOVE 'N' TO ALT-ACK-FLAG
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       Write-Alert-Record.
           OPEN EXTEND ALERT-FILE
           IF RECON-ALERT-STATUS = "35" THEN
