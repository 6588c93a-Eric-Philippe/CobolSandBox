       IDENTIFICATION DIVISION.
       PROGRAM-ID. StoGen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "STNDORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-ORDER-STATUS.
           SELECT WORK-FILE ASSIGN TO "STNDORDW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALC-TRANS-FILE ASSIGN TO "CALCSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-TRANS-STATUS.
           SELECT STG-REPORT-FILE ASSIGN DYNAMIC STG-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           COPY STNDORD.

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(67).

       FD  CALC-TRANS-FILE.
           COPY CALCTRAN.

       FD  STG-REPORT-FILE.
       01  STG-REPORT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
       01 STG-ORDER-STATUS    PIC XX.
       01 STG-TRANS-STATUS    PIC XX.
       01 STG-EOF-SWITCH      PIC X     VALUE 'N'.
           88 STG-EOF             VALUE 'Y'.
       01 STG-DATE-ENTRY      PIC X(8).
       01 STG-RUN-DATE        PIC 9(8).
       01 STG-REPORT-DATE     PIC 9(6).
       01 STG-REPORT-FILENAME PIC X(20).
      *    Un lot CALCSTO encore charge de details n'a pas ete
      *    consomme par Calculator : on ne l'ecrase pas.
       01 STG-PENDING-COUNT   PIC 9(7)  VALUE 0.
       01 STG-READ-COUNT      PIC 9(5)  VALUE 0.
       01 STG-GENERATED-COUNT PIC 9(7)  VALUE 0.
       01 STG-SKIPPED-COUNT   PIC 9(5)  VALUE 0.
       01 STG-EXPIRED-COUNT   PIC 9(5)  VALUE 0.
       01 STG-OLD-EXPIRED-COUNT PIC 9(5) VALUE 0.
       01 STG-HASH-TOTAL      PIC S9(13)V99 VALUE 0.
      *    Plafond de rattrapage par ordre et par passage, pour
      *    qu'un ordre mal saisi ne remplisse pas le lot.
       01 STG-MAX-CATCH-UP    PIC 9(3)  VALUE 60.
       01 STG-LOOP-COUNT      PIC 9(3)  VALUE 0.
       01 STG-ORDER-DETAILS   PIC 9(3)  VALUE 0.
       01 STG-ROLLED-DATE     PIC 9(8).
       01 STG-DATE-INTEGER    PIC 9(8)  COMP.
       01 STG-FIRST-NEXT      PIC 9(8).
       01 STG-ANCHOR-DAY      PIC 9(2).
       01 STG-DATE-PARTS.
           05 STG-YEAR            PIC 9(4).
           05 STG-MONTH           PIC 9(2).
           05 STG-DAY             PIC 9(2).
       01 STG-DATE-NUM REDEFINES STG-DATE-PARTS PIC 9(8).
       01 STG-MONTH-END.
           05 STG-ME-YEAR         PIC 9(4).
           05 STG-ME-MONTH        PIC 9(2).
           05 STG-ME-DAY          PIC 9(2).
       01 STG-MONTH-END-NUM REDEFINES STG-MONTH-END PIC 9(8).
       01 STG-BUSINESS-SWITCH PIC X     VALUE 'N'.
           88 STG-BUSINESS-DAY    VALUE 'Y'.
       01 STG-LINE-STATE      PIC X(8).
       01 STG-LINE-DATE       PIC 9(8).
       01 STG-LINE-REASON     PIC X(30).
       01 STG-EDIT-AMOUNT1    PIC -Z,ZZZ,ZZ9.99.
       01 STG-EDIT-AMOUNT2    PIC -Z,ZZZ,ZZ9.99.
       01 STG-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
           COPY DATERTN.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " GENERATION DES ORDRES PERMANENTS"
           DISPLAY "========================================"
           PERFORM Get-Run-Date
           PERFORM Check-Pending-Batch
           IF STG-PENDING-COUNT > 0 THEN
               DISPLAY "Lot CALCSTO non consomme (" STG-PENDING-COUNT
                   " mouvement(s)), generation refusee."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Open-Stg-Report
           OPEN INPUT ORDER-FILE
           IF STG-ORDER-STATUS NOT = "00" THEN
               MOVE "Fichier STNDORD absent, aucun ordre a generer."
                   TO STG-REPORT-LINE
               PERFORM Write-Stg-Report-Line
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM Open-Standing-Batch
               READ ORDER-FILE
                   AT END SET STG-EOF TO TRUE
               END-READ
               PERFORM Process-One-Order UNTIL STG-EOF
               CLOSE ORDER-FILE
               CLOSE WORK-FILE
               PERFORM Close-Standing-Batch
               PERFORM Copy-Orders-Back
           END-IF
           PERFORM Print-Stg-Totals
           CLOSE STG-REPORT-FILE
           DISPLAY "Etat produit : " STG-REPORT-FILENAME
           GOBACK.

       Get-Run-Date.
           DISPLAY "Date de generation (AAAAMMJJ, vide = aujourd'hui)"
               " : "
           ACCEPT STG-DATE-ENTRY
           IF STG-DATE-ENTRY NOT = SPACES
              AND STG-DATE-ENTRY NUMERIC THEN
               MOVE STG-DATE-ENTRY TO STG-RUN-DATE
           ELSE
               ACCEPT STG-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       Check-Pending-Batch.
           MOVE 0 TO STG-PENDING-COUNT
           OPEN INPUT CALC-TRANS-FILE
           IF STG-TRANS-STATUS = "00" THEN
               READ CALC-TRANS-FILE
                   AT END SET STG-EOF TO TRUE
               END-READ
               PERFORM Count-One-Pending UNTIL STG-EOF
               CLOSE CALC-TRANS-FILE
               MOVE 'N' TO STG-EOF-SWITCH
           END-IF.

       Count-One-Pending.
           IF CT-DETAIL-REC THEN
               ADD 1 TO STG-PENDING-COUNT
           END-IF
           READ CALC-TRANS-FILE
               AT END SET STG-EOF TO TRUE
           END-READ.

       Open-Stg-Report.
           ACCEPT STG-REPORT-DATE FROM DATE
           MOVE SPACES TO STG-REPORT-FILENAME
           STRING "STOGEN.D" STG-REPORT-DATE
               DELIMITED BY SIZE INTO STG-REPORT-FILENAME
           OPEN OUTPUT STG-REPORT-FILE
           MOVE SPACES TO STG-REPORT-LINE
           STRING "ORDRES PERMANENTS - GENERATION DU " STG-RUN-DATE
               " - STOGEN" DELIMITED BY SIZE INTO STG-REPORT-LINE
           PERFORM Write-Stg-Report-Line
           MOVE ALL "-" TO STG-REPORT-LINE
           PERFORM Write-Stg-Report-Line
           MOVE SPACES TO STG-REPORT-LINE
           STRING "ETAT     ORDRE    AGC DATE          NOMBRE 1 OP "
               "     NOMBRE 2 DEV MOTIF"
               DELIMITED BY SIZE INTO STG-REPORT-LINE
           PERFORM Write-Stg-Report-Line.

      *    Le lot porte la meme structure que les fichiers d'agence :
      *    entete 'H', details 'D', fin 'T' avec nombre et total de
      *    controle ; Calculator le fusionne avec les autres entrees.
       Open-Standing-Batch.
           OPEN OUTPUT CALC-TRANS-FILE
           MOVE SPACES TO CALC-TRANS-RECORD
           MOVE 'H' TO CT-RECORD-TYPE
           MOVE "STOGEN" TO CT-HDR-SOURCE
           MOVE STG-RUN-DATE TO CT-HDR-DATE
           WRITE CALC-TRANS-RECORD.

       Close-Standing-Batch.
           MOVE SPACES TO CALC-TRANS-RECORD
           MOVE 'T' TO CT-RECORD-TYPE
           MOVE STG-GENERATED-COUNT TO CT-TRL-COUNT
           MOVE STG-HASH-TOTAL TO CT-TRL-HASH
           WRITE CALC-TRANS-RECORD
           CLOSE CALC-TRANS-FILE.

       Process-One-Order.
           ADD 1 TO STG-READ-COUNT
           EVALUATE TRUE
               WHEN SO-EXPIRED
                   ADD 1 TO STG-OLD-EXPIRED-COUNT
               WHEN NOT SO-ACTIVE
                   MOVE SO-NEXT-DUE TO STG-LINE-DATE
                   MOVE "ORDRE INACTIF" TO STG-LINE-REASON
                   PERFORM Report-Skipped-Order
               WHEN SO-START-DATE > STG-RUN-DATE
                   MOVE SO-START-DATE TO STG-LINE-DATE
                   MOVE "DEBUT NON ATTEINT" TO STG-LINE-REASON
                   PERFORM Report-Skipped-Order
               WHEN OTHER
                   PERFORM Generate-Order-Occurrences
           END-EVALUATE
           WRITE WORK-RECORD FROM STANDING-ORDER-RECORD
           READ ORDER-FILE
               AT END SET STG-EOF TO TRUE
           END-READ.

      *    Une nuit manquee se rattrape : toutes les echeances dont
      *    la date ouvree est passee sont generees dans le meme lot.
       Generate-Order-Occurrences.
           MOVE 0 TO STG-LOOP-COUNT
           MOVE 0 TO STG-ORDER-DETAILS
           IF SO-NEXT-DUE = 0 THEN
               PERFORM Set-First-Due-Date
           END-IF
           PERFORM Roll-Due-Date
           PERFORM Generate-One-Occurrence
               UNTIL STG-ROLLED-DATE > STG-RUN-DATE
                  OR SO-NEXT-DUE > SO-END-DATE
                  OR STG-LOOP-COUNT >= STG-MAX-CATCH-UP
           IF STG-LOOP-COUNT >= STG-MAX-CATCH-UP THEN
               DISPLAY "Ordre " SO-ID " : rattrapage limite a "
                   STG-MAX-CATCH-UP " echeances."
           END-IF
           IF SO-NEXT-DUE > SO-END-DATE THEN
               MOVE 'E' TO SO-STATUS
               ADD 1 TO STG-EXPIRED-COUNT
               MOVE "ECHU" TO STG-LINE-STATE
               MOVE SO-END-DATE TO STG-LINE-DATE
               MOVE "DATE DE FIN ATTEINTE" TO STG-LINE-REASON
               PERFORM Write-Order-Line
           ELSE
               IF STG-ORDER-DETAILS = 0 THEN
                   MOVE STG-ROLLED-DATE TO STG-LINE-DATE
                   MOVE "PROCHAINE ECHEANCE" TO STG-LINE-REASON
                   PERFORM Report-Skipped-Order
               END-IF
           END-IF.

      *    Apres une modification (prochaine echeance remise a zero),
      *    les echeances deja couvertes par un passage anterieur ne
      *    sont pas reemises.
       Generate-One-Occurrence.
           ADD 1 TO STG-LOOP-COUNT
           IF STG-ROLLED-DATE > SO-LAST-GEN-DATE
              AND STG-ROLLED-DATE NOT < SO-START-DATE THEN
               PERFORM Write-Order-Detail
           END-IF
           PERFORM Advance-Due-Date
           PERFORM Roll-Due-Date.

       Write-Order-Detail.
           MOVE SPACES TO CALC-TRANS-RECORD
           MOVE 'D' TO CT-RECORD-TYPE
           MOVE SO-BRANCH TO CT-BRANCH
           MOVE SO-NUM1 TO CT-NUM1
           MOVE SO-OPERATOR TO CT-OPERATOR
           MOVE SO-NUM2 TO CT-NUM2
           MOVE SO-CURRENCY TO CT-CURRENCY
           WRITE CALC-TRANS-RECORD
           ADD 1 TO STG-GENERATED-COUNT
           ADD 1 TO STG-ORDER-DETAILS
           ADD SO-NUM1 TO STG-HASH-TOTAL
           ADD SO-NUM2 TO STG-HASH-TOTAL
           MOVE STG-ROLLED-DATE TO SO-LAST-GEN-DATE
           MOVE "GENERE" TO STG-LINE-STATE
           MOVE STG-ROLLED-DATE TO STG-LINE-DATE
           MOVE SPACES TO STG-LINE-REASON
           PERFORM Write-Order-Line.

       Set-First-Due-Date.
           IF SO-LAST-BUS-DAY THEN
               MOVE SO-START-DATE TO STG-DATE-NUM
               PERFORM Compute-Month-End
               MOVE STG-MONTH-END-NUM TO SO-NEXT-DUE
           ELSE
               MOVE SO-START-DATE TO SO-NEXT-DUE
           END-IF.

      *    L'echeance mensuelle reprend le jour de la date de debut,
      *    ramene au dernier jour des mois plus courts : un ordre du
      *    31 tombe le 30 avril puis de nouveau le 31 mai.
       Advance-Due-Date.
           EVALUATE TRUE
               WHEN SO-WEEKLY
                   COMPUTE STG-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE) + 7
                   COMPUTE SO-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER(STG-DATE-INTEGER)
               WHEN SO-MONTHLY
                   MOVE SO-START-DATE TO STG-DATE-NUM
                   MOVE STG-DAY TO STG-ANCHOR-DAY
                   MOVE SO-NEXT-DUE TO STG-DATE-NUM
                   PERFORM Step-To-Next-Month
                   PERFORM Compute-Month-End
                   IF STG-ANCHOR-DAY > STG-ME-DAY THEN
                       MOVE STG-ME-DAY TO STG-DAY
                   ELSE
                       MOVE STG-ANCHOR-DAY TO STG-DAY
                   END-IF
                   MOVE STG-DATE-NUM TO SO-NEXT-DUE
               WHEN SO-LAST-BUS-DAY
                   MOVE SO-NEXT-DUE TO STG-DATE-NUM
                   PERFORM Step-To-Next-Month
                   PERFORM Compute-Month-End
                   MOVE STG-MONTH-END-NUM TO SO-NEXT-DUE
           END-EVALUATE.

       Step-To-Next-Month.
           IF STG-MONTH = 12 THEN
               ADD 1 TO STG-YEAR
               MOVE 1 TO STG-MONTH
           ELSE
               ADD 1 TO STG-MONTH
           END-IF
           MOVE 1 TO STG-DAY.

       Compute-Month-End.
           IF STG-MONTH = 12 THEN
               COMPUTE STG-FIRST-NEXT = (STG-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE STG-FIRST-NEXT =
                   STG-YEAR * 10000 + (STG-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE STG-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(STG-FIRST-NEXT) - 1
           COMPUTE STG-MONTH-END-NUM =
               FUNCTION DATE-OF-INTEGER(STG-DATE-INTEGER).

      *    Hebdomadaire et mensuel : report au jour ouvre suivant.
      *    Dernier jour ouvre : recul depuis la fin du mois jusqu'au
      *    premier jour que DateRtn reconnait comme ouvre.
       Roll-Due-Date.
           MOVE SO-NEXT-DUE TO STG-ROLLED-DATE
           IF SO-LAST-BUS-DAY THEN
               PERFORM Test-Business-Day
               PERFORM Step-Back-One-Day UNTIL STG-BUSINESS-DAY
           ELSE
               COMPUTE STG-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE) - 1
               COMPUTE DR-BASE-DATE =
                   FUNCTION DATE-OF-INTEGER(STG-DATE-INTEGER)
               MOVE 1 TO DR-DAY-COUNT
               CALL 'DateRtn' USING DATE-RTN-AREA
               IF DR-OK THEN
                   MOVE DR-RESULT-DATE TO STG-ROLLED-DATE
               END-IF
           END-IF.

       Step-Back-One-Day.
           COMPUTE STG-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(STG-ROLLED-DATE) - 1
           COMPUTE STG-ROLLED-DATE =
               FUNCTION DATE-OF-INTEGER(STG-DATE-INTEGER)
           PERFORM Test-Business-Day.

      *    Un jour est ouvre quand DateRtn, parti de la veille et
      *    avance d'un jour ouvre, retombe sur lui.
       Test-Business-Day.
           MOVE 'N' TO STG-BUSINESS-SWITCH
           COMPUTE STG-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(STG-ROLLED-DATE) - 1
           COMPUTE DR-BASE-DATE =
               FUNCTION DATE-OF-INTEGER(STG-DATE-INTEGER)
           MOVE 1 TO DR-DAY-COUNT
           CALL 'DateRtn' USING DATE-RTN-AREA
           IF NOT DR-OK OR DR-RESULT-DATE = STG-ROLLED-DATE THEN
               SET STG-BUSINESS-DAY TO TRUE
           END-IF.

       Report-Skipped-Order.
           ADD 1 TO STG-SKIPPED-COUNT
           MOVE "IGNORE" TO STG-LINE-STATE
           PERFORM Write-Order-Line.

       Write-Order-Line.
           MOVE SO-NUM1 TO STG-EDIT-AMOUNT1
           MOVE SO-NUM2 TO STG-EDIT-AMOUNT2
           MOVE SPACES TO STG-REPORT-LINE
           STRING STG-LINE-STATE " " SO-ID " " SO-BRANCH " "
               STG-LINE-DATE " " STG-EDIT-AMOUNT1 " " SO-OPERATOR " "
               STG-EDIT-AMOUNT2 " " SO-CURRENCY " " STG-LINE-REASON
               DELIMITED BY SIZE INTO STG-REPORT-LINE
           PERFORM Write-Stg-Report-Line.

       Copy-Orders-Back.
           MOVE 'N' TO STG-EOF-SWITCH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT ORDER-FILE
           READ WORK-FILE
               AT END SET STG-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Order-Back UNTIL STG-EOF
           CLOSE WORK-FILE
           CLOSE ORDER-FILE.

       Copy-One-Order-Back.
           MOVE WORK-RECORD TO STANDING-ORDER-RECORD
           WRITE STANDING-ORDER-RECORD
           READ WORK-FILE
               AT END SET STG-EOF TO TRUE
           END-READ.

       Print-Stg-Totals.
           MOVE ALL "-" TO STG-REPORT-LINE
           PERFORM Write-Stg-Report-Line
           MOVE STG-READ-COUNT TO STG-EDIT-COUNT
           MOVE SPACES TO STG-REPORT-LINE
           STRING "Ordres lus          : " STG-EDIT-COUNT
               DELIMITED BY SIZE INTO STG-REPORT-LINE
           PERFORM Write-Stg-Report-Line
           MOVE STG-GENERATED-COUNT TO STG-EDIT-COUNT
           MOVE SPACES TO STG-REPORT-LINE
           STRING "Mouvements generes  : " STG-EDIT-COUNT
               DELIMITED BY SIZE INTO STG-REPORT-LINE
           PERFORM Write-Stg-Report-Line
           MOVE STG-SKIPPED-COUNT TO STG-EDIT-COUNT
           MOVE SPACES TO STG-REPORT-LINE
           STRING "Ordres ignores      : " STG-EDIT-COUNT
               DELIMITED BY SIZE INTO STG-REPORT-LINE
           PERFORM Write-Stg-Report-Line
           MOVE STG-EXPIRED-COUNT TO STG-EDIT-COUNT
           MOVE SPACES TO STG-REPORT-LINE
           STRING "Ordres echus        : " STG-EDIT-COUNT
               DELIMITED BY SIZE INTO STG-REPORT-LINE
           PERFORM Write-Stg-Report-Line
           MOVE STG-OLD-EXPIRED-COUNT TO STG-EDIT-COUNT
           MOVE SPACES TO STG-REPORT-LINE
           STRING "Deja echus (ignores): " STG-EDIT-COUNT
               DELIMITED BY SIZE INTO STG-REPORT-LINE
           PERFORM Write-Stg-Report-Line.

       Write-Stg-Report-Line.
           DISPLAY STG-REPORT-LINE
           WRITE STG-REPORT-LINE.

       END PROGRAM StoGen.
