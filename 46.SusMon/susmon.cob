       IDENTIFICATION DIVISION.
       PROGRAM-ID. SusMon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SUSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMN-PARM-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "CALCLIMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMN-LIMIT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               ALTERNATE RECORD KEY IS AUD-DATE WITH DUPLICATES
               FILE STATUS IS SMN-AUDIT-STATUS.
           SELECT CASE-FILE ASSIGN TO "SUSCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMN-CASE-STATUS.
           SELECT SMN-REPORT-FILE ASSIGN DYNAMIC SMN-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMN-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY SUSPARM.

       FD  LIMIT-FILE.
       01  LIMIT-RECORD.
           05 LIM-ROLE            PIC X.
           05 LIM-AMOUNT          PIC 9(7)V99.

       FD  AUDIT-FILE.
           COPY CALCAUDT.

       FD  CASE-FILE.
           COPY SUSCASE.

       FD  SMN-REPORT-FILE.
       01  SMN-REPORT-LINE        PIC X(90).

       FD  ALERT-FILE.
           COPY OPSALERT.

       WORKING-STORAGE SECTION.
           COPY DATERTN.
       01 SMN-PARM-STATUS     PIC XX.
       01 SMN-LIMIT-STATUS    PIC XX.
       01 SMN-AUDIT-STATUS    PIC XX.
       01 SMN-CASE-STATUS     PIC XX.
       01 SMN-ALERT-STATUS    PIC XX.
       01 SMN-EOF-SWITCH      PIC X     VALUE 'N'.
           88 SMN-EOF             VALUE 'Y'.
       01 SMN-TODAY           PIC 9(8).
       01 SMN-RUN-DATE        PIC 9(6).
       01 SMN-REPORT-FILENAME PIC X(20).
      *    Regles et seuils par defaut, remplaces par les cartes
      *    SUSPARM presentes.
       01 SMN-STRU-SW         PIC X     VALUE 'Y'.
           88 SMN-STRU-ON         VALUE 'Y'.
       01 SMN-STRU-COUNT      PIC 9(3)  VALUE 3.
       01 SMN-STRU-PCT        PIC 9(3)  VALUE 80.
       01 SMN-REPT-SW         PIC X     VALUE 'Y'.
           88 SMN-REPT-ON         VALUE 'Y'.
       01 SMN-REPT-COUNT      PIC 9(3)  VALUE 3.
       01 SMN-HORS-SW         PIC X     VALUE 'Y'.
           88 SMN-HORS-ON         VALUE 'Y'.
       01 SMN-HORS-COUNT      PIC 9(3)  VALUE 1.
       01 SMN-HORS-FROM       PIC 9(4)  VALUE 0800.
       01 SMN-HORS-TO         PIC 9(4)  VALUE 1900.
       01 SMN-FERI-SW         PIC X     VALUE 'Y'.
           88 SMN-FERI-ON         VALUE 'Y'.
       01 SMN-FERI-COUNT      PIC 9(3)  VALUE 1.
      *    Plafond commis de CALCLIMT, 100000 quand la carte est
      *    absente comme dans Calculator ; 0 = aucun plafond, la
      *    regle de fractionnement est alors sans objet.
       01 SMN-CLERK-LIMIT     PIC 9(7)V99 VALUE 100000.
       01 SMN-BAND-FLOOR      PIC 9(7)V99 VALUE 0.
       01 SMN-BUSINESS-SW     PIC X     VALUE 'Y'.
           88 SMN-BUSINESS-DAY    VALUE 'Y'.
       01 SMN-AMOUNT          PIC 9(7)V99.
       01 SMN-AUD-TIME        PIC 9(8).
       01 SMN-AUD-HHMM        PIC 9(4).
       01 SMN-AUD-NUM1        PIC S9(7)V99.
       01 SMN-AUD-NUM2        PIC S9(7)V99.
       01 SMN-READ-COUNT      PIC 9(7)  VALUE 0.
       01 SMN-FOUND-SW        PIC X     VALUE 'N'.
           88 SMN-FOUND           VALUE 'Y'.
       01 SMN-FULL-SW         PIC X     VALUE 'N'.
           88 SMN-TABLE-FULL      VALUE 'Y'.
      *    Activite saisie du jour par utilisateur.
       01 SMN-USER-USED       PIC 9(3)  VALUE 0.
       01 SMN-USER-TABLE.
           05 SMN-USER-ENTRY OCCURS 500 TIMES
                   INDEXED BY SMN-USER-IDX.
               10 SMN-U-ID        PIC X(50).
               10 SMN-U-BAND-COUNT PIC 9(5).
               10 SMN-U-BAND-TOTAL PIC S9(11)V99.
               10 SMN-U-BAND-KEY  PIC X(15).
               10 SMN-U-HORS-COUNT PIC 9(5).
               10 SMN-U-HORS-KEY  PIC X(15).
               10 SMN-U-FERI-COUNT PIC 9(5).
               10 SMN-U-FERI-KEY  PIC X(15).
      *    Activite de lot du jour par agence.
       01 SMN-BRANCH-USED     PIC 9(3)  VALUE 0.
       01 SMN-BRANCH-TABLE.
           05 SMN-BRANCH-ENTRY OCCURS 100 TIMES
                   INDEXED BY SMN-BRANCH-IDX.
               10 SMN-B-ID        PIC X(3).
               10 SMN-B-BAND-COUNT PIC 9(5).
               10 SMN-B-BAND-TOTAL PIC S9(11)V99.
               10 SMN-B-BAND-KEY  PIC X(15).
      *    Operandes identiques du jour.
       01 SMN-REPT-USED       PIC 9(4)  VALUE 0.
       01 SMN-REPT-TABLE.
           05 SMN-REPT-ENTRY OCCURS 3000 TIMES
                   INDEXED BY SMN-REPT-IDX.
               10 SMN-R-USER      PIC X(50).
               10 SMN-R-BRANCH    PIC X(3).
               10 SMN-R-NUM1      PIC S9(7)V99.
               10 SMN-R-OPERATOR  PIC X.
               10 SMN-R-NUM2      PIC S9(7)V99.
               10 SMN-R-CURRENCY  PIC X(3).
               10 SMN-R-COUNT     PIC 9(5).
               10 SMN-R-TOTAL     PIC S9(11)V99.
               10 SMN-R-KEY       PIC X(15).
      *    Cas deja enregistres pour le jour surveille.
       01 SMN-KNOWN-USED      PIC 9(3)  VALUE 0.
       01 SMN-KNOWN-TABLE.
           05 SMN-KNOWN-ENTRY OCCURS 500 TIMES
                   INDEXED BY SMN-KNOWN-IDX.
               10 SMN-K-RULE      PIC X(4).
               10 SMN-K-USER      PIC X(50).
               10 SMN-K-BRANCH    PIC X(3).
               10 SMN-K-DETAIL    PIC X(40).
       01 SMN-CASE-SEQ        PIC 9(4)  VALUE 0.
      *    Cas en preparation.
       01 SMN-CASE-RULE       PIC X(4).
       01 SMN-CASE-USER       PIC X(50).
       01 SMN-CASE-BRANCH     PIC X(3).
       01 SMN-CASE-COUNT      PIC 9(5).
       01 SMN-CASE-AMOUNT     PIC S9(11)V99.
       01 SMN-CASE-DETAIL     PIC X(40).
       01 SMN-CASE-KEY        PIC X(15).
       01 SMN-NEW-COUNT       PIC 9(5)  VALUE 0.
       01 SMN-OLD-COUNT       PIC 9(5)  VALUE 0.
       01 SMN-RULE-CASES      PIC 9(5)  VALUE 0.
       01 SMN-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
       01 SMN-EDIT-AMOUNT     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 SMN-EDIT-NUM1       PIC -ZZZZZZ9.99.
       01 SMN-EDIT-NUM2       PIC -ZZZZZZ9.99.
       01 SMN-EDIT-PCT        PIC ZZ9.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " SURVEILLANCE DES OPERATIONS - SUSMON"
           DISPLAY "========================================"
           ACCEPT SMN-TODAY FROM DATE YYYYMMDD
           ACCEPT SMN-RUN-DATE FROM DATE
           PERFORM Load-Rule-Cards
           PERFORM Load-Clerk-Limit
           PERFORM Check-Business-Day
           PERFORM Load-Known-Cases
           PERFORM Open-Smn-Report
           PERFORM Scan-Day-Audit
           IF SMN-TABLE-FULL THEN
               MOVE "Table de travail pleine, surveillance partielle."
                   TO SMN-REPORT-LINE
               PERFORM Write-Smn-Report-Line
           END-IF
           OPEN EXTEND CASE-FILE
           IF SMN-CASE-STATUS = "35" THEN
               OPEN OUTPUT CASE-FILE
           END-IF
           PERFORM Raise-Structuring-Cases
           PERFORM Raise-Repeat-Cases
           PERFORM Raise-Off-Hours-Cases
           PERFORM Raise-Holiday-Cases
           CLOSE CASE-FILE
           PERFORM Print-Totals
           CLOSE SMN-REPORT-FILE
           DISPLAY "Etat produit : " SMN-REPORT-FILENAME
           GOBACK.

       Load-Rule-Cards.
           MOVE 'N' TO SMN-EOF-SWITCH
           OPEN INPUT PARM-FILE
           IF SMN-PARM-STATUS = "00" THEN
               READ PARM-FILE
                   AT END SET SMN-EOF TO TRUE
               END-READ
               PERFORM Load-One-Rule-Card UNTIL SMN-EOF
               CLOSE PARM-FILE
           ELSE
               DISPLAY "Fichier SUSPARM absent, regles par defaut."
           END-IF.

       Load-One-Rule-Card.
           EVALUATE TRUE
               WHEN SPM-STRUCTURING
                   MOVE 'Y' TO SMN-STRU-SW
                   IF SPM-RULE-OFF THEN
                       MOVE 'N' TO SMN-STRU-SW
                   END-IF
                   IF SPM-MIN-COUNT NUMERIC AND SPM-MIN-COUNT > 1 THEN
                       MOVE SPM-MIN-COUNT TO SMN-STRU-COUNT
                   END-IF
                   IF SPM-BAND-PCT NUMERIC AND SPM-BAND-PCT > 0
                      AND SPM-BAND-PCT < 100 THEN
                       MOVE SPM-BAND-PCT TO SMN-STRU-PCT
                   END-IF
               WHEN SPM-REPEATS
                   MOVE 'Y' TO SMN-REPT-SW
                   IF SPM-RULE-OFF THEN
                       MOVE 'N' TO SMN-REPT-SW
                   END-IF
                   IF SPM-MIN-COUNT NUMERIC AND SPM-MIN-COUNT > 1 THEN
                       MOVE SPM-MIN-COUNT TO SMN-REPT-COUNT
                   END-IF
               WHEN SPM-OFF-HOURS
                   MOVE 'Y' TO SMN-HORS-SW
                   IF SPM-RULE-OFF THEN
                       MOVE 'N' TO SMN-HORS-SW
                   END-IF
                   IF SPM-MIN-COUNT NUMERIC AND SPM-MIN-COUNT > 0 THEN
                       MOVE SPM-MIN-COUNT TO SMN-HORS-COUNT
                   END-IF
                   IF SPM-FROM-TIME NUMERIC
                      AND SPM-TO-TIME NUMERIC
                      AND SPM-FROM-TIME < SPM-TO-TIME THEN
                       MOVE SPM-FROM-TIME TO SMN-HORS-FROM
                       MOVE SPM-TO-TIME TO SMN-HORS-TO
                   END-IF
               WHEN SPM-HOLIDAYS
                   MOVE 'Y' TO SMN-FERI-SW
                   IF SPM-RULE-OFF THEN
                       MOVE 'N' TO SMN-FERI-SW
                   END-IF
                   IF SPM-MIN-COUNT NUMERIC AND SPM-MIN-COUNT > 0 THEN
                       MOVE SPM-MIN-COUNT TO SMN-FERI-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY "Carte SUSPARM ignoree, regle inconnue : "
                       SPM-RULE
           END-EVALUATE
           READ PARM-FILE
               AT END SET SMN-EOF TO TRUE
           END-READ.

       Load-Clerk-Limit.
           MOVE 'N' TO SMN-EOF-SWITCH
           OPEN INPUT LIMIT-FILE
           IF SMN-LIMIT-STATUS = "00" THEN
               READ LIMIT-FILE
                   AT END SET SMN-EOF TO TRUE
               END-READ
               PERFORM Load-One-Limit UNTIL SMN-EOF
               CLOSE LIMIT-FILE
           END-IF
           COMPUTE SMN-BAND-FLOOR =
               SMN-CLERK-LIMIT * SMN-STRU-PCT / 100
           IF SMN-CLERK-LIMIT = 0 THEN
               MOVE 'N' TO SMN-STRU-SW
           END-IF.

       Load-One-Limit.
           IF LIM-ROLE = 'C' THEN
               MOVE LIM-AMOUNT TO SMN-CLERK-LIMIT
           END-IF
           READ LIMIT-FILE
               AT END SET SMN-EOF TO TRUE
           END-READ.

      *    Le jour est ouvre quand DateRtn, parti de la veille, y
      *    retombe en avancant d'un jour ouvre.
       Check-Business-Day.
           COMPUTE DR-BASE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(SMN-TODAY) - 1)
           MOVE 1 TO DR-DAY-COUNT
           CALL 'DateRtn' USING DATE-RTN-AREA
           IF DR-OK AND DR-RESULT-DATE NOT = SMN-TODAY THEN
               MOVE 'N' TO SMN-BUSINESS-SW
           END-IF.

       Load-Known-Cases.
           MOVE 'N' TO SMN-EOF-SWITCH
           OPEN INPUT CASE-FILE
           IF SMN-CASE-STATUS = "00" THEN
               READ CASE-FILE
                   AT END SET SMN-EOF TO TRUE
               END-READ
               PERFORM Load-One-Known-Case UNTIL SMN-EOF
               CLOSE CASE-FILE
           END-IF.

       Load-One-Known-Case.
           IF CAS-DATE = SMN-TODAY THEN
               IF CAS-SEQ > SMN-CASE-SEQ THEN
                   MOVE CAS-SEQ TO SMN-CASE-SEQ
               END-IF
               IF SMN-KNOWN-USED < 500 THEN
                   ADD 1 TO SMN-KNOWN-USED
                   SET SMN-KNOWN-IDX TO SMN-KNOWN-USED
                   MOVE CAS-RULE TO SMN-K-RULE(SMN-KNOWN-IDX)
                   MOVE CAS-USER TO SMN-K-USER(SMN-KNOWN-IDX)
                   MOVE CAS-BRANCH TO SMN-K-BRANCH(SMN-KNOWN-IDX)
                   MOVE CAS-DETAIL TO SMN-K-DETAIL(SMN-KNOWN-IDX)
               END-IF
           END-IF
           READ CASE-FILE
               AT END SET SMN-EOF TO TRUE
           END-READ.

       Open-Smn-Report.
           MOVE SPACES TO SMN-REPORT-FILENAME
           STRING "SUSRPT.D" SMN-RUN-DATE
               DELIMITED BY SIZE INTO SMN-REPORT-FILENAME
           OPEN OUTPUT SMN-REPORT-FILE
           MOVE SPACES TO SMN-REPORT-LINE
           STRING "SURVEILLANCE DES OPERATIONS DU " SMN-TODAY
               " - CONFORMITE"
               DELIMITED BY SIZE INTO SMN-REPORT-LINE
           PERFORM Write-Smn-Report-Line
           MOVE ALL "-" TO SMN-REPORT-LINE
           PERFORM Write-Smn-Report-Line
           IF SMN-STRU-ON THEN
               MOVE SMN-CLERK-LIMIT TO SMN-EDIT-AMOUNT
               MOVE SMN-STRU-PCT TO SMN-EDIT-PCT
               MOVE SPACES TO SMN-REPORT-LINE
               STRING "Fractionnement : plafond commis "
                   SMN-EDIT-AMOUNT ", tranche " SMN-EDIT-PCT " %"
                   DELIMITED BY SIZE INTO SMN-REPORT-LINE
               PERFORM Write-Smn-Report-Line
           END-IF
           IF SMN-HORS-ON THEN
               MOVE SPACES TO SMN-REPORT-LINE
               STRING "Heures ouvrees : " SMN-HORS-FROM " - "
                   SMN-HORS-TO
                   DELIMITED BY SIZE INTO SMN-REPORT-LINE
               PERFORM Write-Smn-Report-Line
           END-IF
           IF NOT SMN-BUSINESS-DAY THEN
               MOVE "Jour non ouvre (week-end ou ferie HOLCAL)."
                   TO SMN-REPORT-LINE
               PERFORM Write-Smn-Report-Line
           END-IF.

      *    Lecture des ecritures du jour par la cle secondaire
      *    AUD-DATE.  Les extournes ne sont pas surveillees : elles
      *    annulent une ecriture deja examinee.
       Scan-Day-Audit.
           MOVE 'N' TO SMN-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF SMN-AUDIT-STATUS = "35" THEN
               MOVE "Fichier CALCAUDT absent, rien a surveiller."
                   TO SMN-REPORT-LINE
               PERFORM Write-Smn-Report-Line
           ELSE
               MOVE SMN-TODAY TO AUD-DATE
               START AUDIT-FILE KEY IS >= AUD-DATE
                   INVALID KEY SET SMN-EOF TO TRUE
               END-START
               IF NOT SMN-EOF THEN
                   READ AUDIT-FILE NEXT RECORD
                       AT END SET SMN-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM Examine-One-Audit UNTIL SMN-EOF
               CLOSE AUDIT-FILE
           END-IF.

       Examine-One-Audit.
           IF AUD-DATE > SMN-TODAY THEN
               SET SMN-EOF TO TRUE
           ELSE
               IF NOT AUD-REV-REVERSAL THEN
                   ADD 1 TO SMN-READ-COUNT
                   PERFORM Tally-One-Audit
               END-IF
               READ AUDIT-FILE NEXT RECORD
                   AT END SET SMN-EOF TO TRUE
               END-READ
           END-IF.

      *    Le travail saisi (agence a blanc) est suivi par
      *    utilisateur ; le travail de lot, passe sous l'identifiant
      *    du lot, par agence expeditrice.
       Tally-One-Audit.
           MOVE AUD-NUM1 TO SMN-AUD-NUM1
           MOVE AUD-NUM2 TO SMN-AUD-NUM2
           MOVE FUNCTION ABS(SMN-AUD-NUM1) TO SMN-AMOUNT
           IF FUNCTION ABS(SMN-AUD-NUM2) > SMN-AMOUNT THEN
               MOVE FUNCTION ABS(SMN-AUD-NUM2) TO SMN-AMOUNT
           END-IF
           IF AUD-BRANCH = SPACES THEN
               PERFORM Tally-User-Activity
           ELSE
               PERFORM Tally-Branch-Activity
           END-IF
           IF SMN-REPT-ON THEN
               PERFORM Tally-Repeated-Operands
           END-IF.

       Tally-User-Activity.
           PERFORM Locate-User-Entry
           IF SMN-FOUND THEN
               IF SMN-STRU-ON
                  AND SMN-AMOUNT >= SMN-BAND-FLOOR
                  AND SMN-AMOUNT <= SMN-CLERK-LIMIT THEN
                   IF SMN-U-BAND-COUNT(SMN-USER-IDX) = 0 THEN
                       MOVE AUD-KEY TO SMN-U-BAND-KEY(SMN-USER-IDX)
                   END-IF
                   ADD 1 TO SMN-U-BAND-COUNT(SMN-USER-IDX)
                   ADD SMN-AMOUNT TO SMN-U-BAND-TOTAL(SMN-USER-IDX)
               END-IF
               MOVE AUD-TIME TO SMN-AUD-TIME
               COMPUTE SMN-AUD-HHMM = SMN-AUD-TIME / 10000
               IF SMN-HORS-ON
                  AND (SMN-AUD-HHMM < SMN-HORS-FROM
                       OR SMN-AUD-HHMM >= SMN-HORS-TO) THEN
                   IF SMN-U-HORS-COUNT(SMN-USER-IDX) = 0 THEN
                       MOVE AUD-KEY TO SMN-U-HORS-KEY(SMN-USER-IDX)
                   END-IF
                   ADD 1 TO SMN-U-HORS-COUNT(SMN-USER-IDX)
               END-IF
               IF SMN-FERI-ON AND NOT SMN-BUSINESS-DAY THEN
                   IF SMN-U-FERI-COUNT(SMN-USER-IDX) = 0 THEN
                       MOVE AUD-KEY TO SMN-U-FERI-KEY(SMN-USER-IDX)
                   END-IF
                   ADD 1 TO SMN-U-FERI-COUNT(SMN-USER-IDX)
               END-IF
           END-IF.

       Locate-User-Entry.
           MOVE 'N' TO SMN-FOUND-SW
           SET SMN-USER-IDX TO 1
           PERFORM Match-One-User
               UNTIL SMN-FOUND OR SMN-USER-IDX > SMN-USER-USED
           IF NOT SMN-FOUND THEN
               IF SMN-USER-USED < 500 THEN
                   ADD 1 TO SMN-USER-USED
                   SET SMN-USER-IDX TO SMN-USER-USED
                   MOVE AUD-USER TO SMN-U-ID(SMN-USER-IDX)
                   MOVE 0 TO SMN-U-BAND-COUNT(SMN-USER-IDX)
                   MOVE 0 TO SMN-U-BAND-TOTAL(SMN-USER-IDX)
                   MOVE 0 TO SMN-U-HORS-COUNT(SMN-USER-IDX)
                   MOVE 0 TO SMN-U-FERI-COUNT(SMN-USER-IDX)
                   MOVE SPACES TO SMN-U-BAND-KEY(SMN-USER-IDX)
                   MOVE SPACES TO SMN-U-HORS-KEY(SMN-USER-IDX)
                   MOVE SPACES TO SMN-U-FERI-KEY(SMN-USER-IDX)
                   SET SMN-FOUND TO TRUE
               ELSE
                   SET SMN-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       Match-One-User.
           IF SMN-U-ID(SMN-USER-IDX) = AUD-USER THEN
               SET SMN-FOUND TO TRUE
           ELSE
               SET SMN-USER-IDX UP BY 1
           END-IF.

       Tally-Branch-Activity.
           IF SMN-STRU-ON
              AND SMN-AMOUNT >= SMN-BAND-FLOOR
              AND SMN-AMOUNT <= SMN-CLERK-LIMIT THEN
               PERFORM Locate-Branch-Entry
               IF SMN-FOUND THEN
                   IF SMN-B-BAND-COUNT(SMN-BRANCH-IDX) = 0 THEN
                       MOVE AUD-KEY TO SMN-B-BAND-KEY(SMN-BRANCH-IDX)
                   END-IF
                   ADD 1 TO SMN-B-BAND-COUNT(SMN-BRANCH-IDX)
                   ADD SMN-AMOUNT TO SMN-B-BAND-TOTAL(SMN-BRANCH-IDX)
               END-IF
           END-IF.

       Locate-Branch-Entry.
           MOVE 'N' TO SMN-FOUND-SW
           SET SMN-BRANCH-IDX TO 1
           PERFORM Match-One-Branch
               UNTIL SMN-FOUND OR SMN-BRANCH-IDX > SMN-BRANCH-USED
           IF NOT SMN-FOUND THEN
               IF SMN-BRANCH-USED < 100 THEN
                   ADD 1 TO SMN-BRANCH-USED
                   SET SMN-BRANCH-IDX TO SMN-BRANCH-USED
                   MOVE AUD-BRANCH TO SMN-B-ID(SMN-BRANCH-IDX)
                   MOVE 0 TO SMN-B-BAND-COUNT(SMN-BRANCH-IDX)
                   MOVE 0 TO SMN-B-BAND-TOTAL(SMN-BRANCH-IDX)
                   MOVE SPACES TO SMN-B-BAND-KEY(SMN-BRANCH-IDX)
                   SET SMN-FOUND TO TRUE
               ELSE
                   SET SMN-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       Match-One-Branch.
           IF SMN-B-ID(SMN-BRANCH-IDX) = AUD-BRANCH THEN
               SET SMN-FOUND TO TRUE
           ELSE
               SET SMN-BRANCH-IDX UP BY 1
           END-IF.

       Tally-Repeated-Operands.
           MOVE 'N' TO SMN-FOUND-SW
           SET SMN-REPT-IDX TO 1
           PERFORM Match-One-Repeat
               UNTIL SMN-FOUND OR SMN-REPT-IDX > SMN-REPT-USED
           IF NOT SMN-FOUND THEN
               IF SMN-REPT-USED < 3000 THEN
                   ADD 1 TO SMN-REPT-USED
                   SET SMN-REPT-IDX TO SMN-REPT-USED
                   MOVE AUD-USER TO SMN-R-USER(SMN-REPT-IDX)
                   MOVE AUD-BRANCH TO SMN-R-BRANCH(SMN-REPT-IDX)
                   MOVE SMN-AUD-NUM1 TO SMN-R-NUM1(SMN-REPT-IDX)
                   MOVE AUD-OPERATOR TO SMN-R-OPERATOR(SMN-REPT-IDX)
                   MOVE SMN-AUD-NUM2 TO SMN-R-NUM2(SMN-REPT-IDX)
                   MOVE AUD-CURRENCY TO SMN-R-CURRENCY(SMN-REPT-IDX)
                   MOVE 0 TO SMN-R-COUNT(SMN-REPT-IDX)
                   MOVE 0 TO SMN-R-TOTAL(SMN-REPT-IDX)
                   MOVE AUD-KEY TO SMN-R-KEY(SMN-REPT-IDX)
                   SET SMN-FOUND TO TRUE
               ELSE
                   SET SMN-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF SMN-FOUND THEN
               ADD 1 TO SMN-R-COUNT(SMN-REPT-IDX)
               ADD AUD-RESULT TO SMN-R-TOTAL(SMN-REPT-IDX)
           END-IF.

       Match-One-Repeat.
           IF SMN-R-NUM1(SMN-REPT-IDX) = SMN-AUD-NUM1
              AND SMN-R-NUM2(SMN-REPT-IDX) = SMN-AUD-NUM2
              AND SMN-R-OPERATOR(SMN-REPT-IDX) = AUD-OPERATOR
              AND SMN-R-CURRENCY(SMN-REPT-IDX) = AUD-CURRENCY
              AND SMN-R-BRANCH(SMN-REPT-IDX) = AUD-BRANCH
              AND SMN-R-USER(SMN-REPT-IDX) = AUD-USER THEN
               SET SMN-FOUND TO TRUE
           ELSE
               SET SMN-REPT-IDX UP BY 1
           END-IF.

      *    Fractionnement : assez de montants dans la tranche sous le
      *    plafond, et ensemble au-dela du plafond.
       Raise-Structuring-Cases.
           IF SMN-STRU-ON THEN
               MOVE "Fractionnement sous le plafond commis (STRU) :"
                   TO SMN-REPORT-LINE
               PERFORM Write-Smn-Report-Line
               MOVE 0 TO SMN-RULE-CASES
               SET SMN-USER-IDX TO 1
               PERFORM Check-User-Structuring SMN-USER-USED TIMES
               SET SMN-BRANCH-IDX TO 1
               PERFORM Check-Branch-Structuring SMN-BRANCH-USED TIMES
               PERFORM Print-No-Case-Line
           END-IF.

       Check-User-Structuring.
           IF SMN-U-BAND-COUNT(SMN-USER-IDX) >= SMN-STRU-COUNT
              AND SMN-U-BAND-TOTAL(SMN-USER-IDX) > SMN-CLERK-LIMIT
               MOVE "STRU" TO SMN-CASE-RULE
               MOVE SMN-U-ID(SMN-USER-IDX) TO SMN-CASE-USER
               MOVE SPACES TO SMN-CASE-BRANCH
               MOVE SMN-U-BAND-COUNT(SMN-USER-IDX) TO SMN-CASE-COUNT
               MOVE SMN-U-BAND-TOTAL(SMN-USER-IDX) TO SMN-CASE-AMOUNT
               MOVE SMN-U-BAND-KEY(SMN-USER-IDX) TO SMN-CASE-KEY
               MOVE "Montants saisis sous le plafond"
                   TO SMN-CASE-DETAIL
               PERFORM Raise-One-Case
           END-IF
           SET SMN-USER-IDX UP BY 1.

       Check-Branch-Structuring.
           IF SMN-B-BAND-COUNT(SMN-BRANCH-IDX) >= SMN-STRU-COUNT
              AND SMN-B-BAND-TOTAL(SMN-BRANCH-IDX) > SMN-CLERK-LIMIT
               MOVE "STRU" TO SMN-CASE-RULE
               MOVE SPACES TO SMN-CASE-USER
               MOVE SMN-B-ID(SMN-BRANCH-IDX) TO SMN-CASE-BRANCH
               MOVE SMN-B-BAND-COUNT(SMN-BRANCH-IDX) TO SMN-CASE-COUNT
               MOVE SMN-B-BAND-TOTAL(SMN-BRANCH-IDX)
                   TO SMN-CASE-AMOUNT
               MOVE SMN-B-BAND-KEY(SMN-BRANCH-IDX) TO SMN-CASE-KEY
               MOVE "Montants de lot sous le plafond"
                   TO SMN-CASE-DETAIL
               PERFORM Raise-One-Case
           END-IF
           SET SMN-BRANCH-IDX UP BY 1.

       Raise-Repeat-Cases.
           IF SMN-REPT-ON THEN
               MOVE "Operandes repetees (REPT) :" TO SMN-REPORT-LINE
               PERFORM Write-Smn-Report-Line
               MOVE 0 TO SMN-RULE-CASES
               SET SMN-REPT-IDX TO 1
               PERFORM Check-One-Repeat SMN-REPT-USED TIMES
               PERFORM Print-No-Case-Line
           END-IF.

       Check-One-Repeat.
           IF SMN-R-COUNT(SMN-REPT-IDX) >= SMN-REPT-COUNT THEN
               MOVE "REPT" TO SMN-CASE-RULE
               MOVE SMN-R-USER(SMN-REPT-IDX) TO SMN-CASE-USER
               MOVE SMN-R-BRANCH(SMN-REPT-IDX) TO SMN-CASE-BRANCH
               MOVE SMN-R-COUNT(SMN-REPT-IDX) TO SMN-CASE-COUNT
               MOVE SMN-R-TOTAL(SMN-REPT-IDX) TO SMN-CASE-AMOUNT
               MOVE SMN-R-KEY(SMN-REPT-IDX) TO SMN-CASE-KEY
               MOVE SMN-R-NUM1(SMN-REPT-IDX) TO SMN-EDIT-NUM1
               MOVE SMN-R-NUM2(SMN-REPT-IDX) TO SMN-EDIT-NUM2
               MOVE SPACES TO SMN-CASE-DETAIL
               STRING SMN-EDIT-NUM1 " " SMN-R-OPERATOR(SMN-REPT-IDX)
                   " " SMN-EDIT-NUM2 " "
                   SMN-R-CURRENCY(SMN-REPT-IDX)
                   DELIMITED BY SIZE INTO SMN-CASE-DETAIL
               PERFORM Raise-One-Case
           END-IF
           SET SMN-REPT-IDX UP BY 1.

       Raise-Off-Hours-Cases.
           IF SMN-HORS-ON THEN
               MOVE "Saisie hors heures ouvrees (HORS) :"
                   TO SMN-REPORT-LINE
               PERFORM Write-Smn-Report-Line
               MOVE 0 TO SMN-RULE-CASES
               SET SMN-USER-IDX TO 1
               PERFORM Check-User-Off-Hours SMN-USER-USED TIMES
               PERFORM Print-No-Case-Line
           END-IF.

       Check-User-Off-Hours.
           IF SMN-U-HORS-COUNT(SMN-USER-IDX) >= SMN-HORS-COUNT
              AND SMN-U-HORS-COUNT(SMN-USER-IDX) > 0 THEN
               MOVE "HORS" TO SMN-CASE-RULE
               MOVE SMN-U-ID(SMN-USER-IDX) TO SMN-CASE-USER
               MOVE SPACES TO SMN-CASE-BRANCH
               MOVE SMN-U-HORS-COUNT(SMN-USER-IDX) TO SMN-CASE-COUNT
               MOVE 0 TO SMN-CASE-AMOUNT
               MOVE SMN-U-HORS-KEY(SMN-USER-IDX) TO SMN-CASE-KEY
               MOVE SPACES TO SMN-CASE-DETAIL
               STRING "Saisie hors de " SMN-HORS-FROM " - "
                   SMN-HORS-TO
                   DELIMITED BY SIZE INTO SMN-CASE-DETAIL
               PERFORM Raise-One-Case
           END-IF
           SET SMN-USER-IDX UP BY 1.

       Raise-Holiday-Cases.
           IF SMN-FERI-ON AND NOT SMN-BUSINESS-DAY THEN
               MOVE "Saisie un jour non ouvre (FERI) :"
                   TO SMN-REPORT-LINE
               PERFORM Write-Smn-Report-Line
               MOVE 0 TO SMN-RULE-CASES
               SET SMN-USER-IDX TO 1
               PERFORM Check-User-Holiday SMN-USER-USED TIMES
               PERFORM Print-No-Case-Line
           END-IF.

       Check-User-Holiday.
           IF SMN-U-FERI-COUNT(SMN-USER-IDX) >= SMN-FERI-COUNT
              AND SMN-U-FERI-COUNT(SMN-USER-IDX) > 0 THEN
               MOVE "FERI" TO SMN-CASE-RULE
               MOVE SMN-U-ID(SMN-USER-IDX) TO SMN-CASE-USER
               MOVE SPACES TO SMN-CASE-BRANCH
               MOVE SMN-U-FERI-COUNT(SMN-USER-IDX) TO SMN-CASE-COUNT
               MOVE 0 TO SMN-CASE-AMOUNT
               MOVE SMN-U-FERI-KEY(SMN-USER-IDX) TO SMN-CASE-KEY
               MOVE "Saisie un week-end ou jour ferie"
                   TO SMN-CASE-DETAIL
               PERFORM Raise-One-Case
           END-IF
           SET SMN-USER-IDX UP BY 1.

      *    Un cas deja au fichier pour ce jour n'est ni reecrit ni
      *    realerte : une relance de la surveillance ne double rien.
       Raise-One-Case.
           ADD 1 TO SMN-RULE-CASES
           MOVE 'N' TO SMN-FOUND-SW
           SET SMN-KNOWN-IDX TO 1
           PERFORM Match-One-Known-Case
               UNTIL SMN-FOUND OR SMN-KNOWN-IDX > SMN-KNOWN-USED
           MOVE SMN-CASE-COUNT TO SMN-EDIT-COUNT
           MOVE SMN-CASE-AMOUNT TO SMN-EDIT-AMOUNT
           MOVE SPACES TO SMN-REPORT-LINE
           IF SMN-FOUND THEN
               ADD 1 TO SMN-OLD-COUNT
               STRING "  deja vu " DELIMITED BY SIZE
                   INTO SMN-REPORT-LINE
           ELSE
               ADD 1 TO SMN-NEW-COUNT
               PERFORM Write-Case-Record
               STRING "  NOUVEAU " CAS-ID DELIMITED BY SIZE
                   INTO SMN-REPORT-LINE
           END-IF
           STRING SMN-CASE-BRANCH " " SMN-CASE-USER(1:20) " "
               SMN-EDIT-COUNT " mvts " SMN-EDIT-AMOUNT
               DELIMITED BY SIZE INTO SMN-REPORT-LINE(24:)
           PERFORM Write-Smn-Report-Line
           MOVE SPACES TO SMN-REPORT-LINE
           STRING "            " SMN-CASE-DETAIL " - premiere "
               SMN-CASE-KEY
               DELIMITED BY SIZE INTO SMN-REPORT-LINE
           PERFORM Write-Smn-Report-Line.

       Match-One-Known-Case.
           IF SMN-K-RULE(SMN-KNOWN-IDX) = SMN-CASE-RULE
              AND SMN-K-USER(SMN-KNOWN-IDX) = SMN-CASE-USER
              AND SMN-K-BRANCH(SMN-KNOWN-IDX) = SMN-CASE-BRANCH
              AND SMN-K-DETAIL(SMN-KNOWN-IDX) = SMN-CASE-DETAIL THEN
               SET SMN-FOUND TO TRUE
           ELSE
               SET SMN-KNOWN-IDX UP BY 1
           END-IF.

       Write-Case-Record.
           ADD 1 TO SMN-CASE-SEQ
           MOVE SMN-TODAY TO CAS-DATE
           MOVE SMN-CASE-SEQ TO CAS-SEQ
           MOVE SMN-CASE-RULE TO CAS-RULE
           MOVE SMN-CASE-USER TO CAS-USER
           MOVE SMN-CASE-BRANCH TO CAS-BRANCH
           MOVE SMN-CASE-COUNT TO CAS-COUNT
           MOVE SMN-CASE-AMOUNT TO CAS-AMOUNT
           MOVE SMN-CASE-DETAIL TO CAS-DETAIL
           MOVE SMN-CASE-KEY TO CAS-FIRST-KEY
           MOVE 'O' TO CAS-STATUS
           ACCEPT CAS-RAISED-DATE FROM DATE YYYYMMDD
           ACCEPT CAS-RAISED-TIME FROM TIME
           WRITE SUSPECT-CASE-RECORD
           MOVE SPACES TO ALT-MESSAGE
           IF SMN-CASE-USER = SPACES THEN
               STRING "Cas suspect " CAS-ID " " CAS-RULE
                   " agence " CAS-BRANCH
                   DELIMITED BY SIZE INTO ALT-MESSAGE
           ELSE
               STRING "Cas suspect " CAS-ID " " CAS-RULE
                   " " CAS-USER
                   DELIMITED BY SIZE INTO ALT-MESSAGE
           END-IF
           PERFORM Write-Alert-Record.

       Print-No-Case-Line.
           IF SMN-RULE-CASES = 0 THEN
               MOVE "  Aucun cas." TO SMN-REPORT-LINE
               PERFORM Write-Smn-Report-Line
           END-IF.

       Print-Totals.
           MOVE ALL "-" TO SMN-REPORT-LINE
           PERFORM Write-Smn-Report-Line
           MOVE SMN-READ-COUNT TO SMN-EDIT-COUNT
           MOVE SPACES TO SMN-REPORT-LINE
           STRING "Ecritures examinees : " SMN-EDIT-COUNT
               DELIMITED BY SIZE INTO SMN-REPORT-LINE
           PERFORM Write-Smn-Report-Line
           MOVE SMN-NEW-COUNT TO SMN-EDIT-COUNT
           MOVE SPACES TO SMN-REPORT-LINE
           STRING "Nouveaux cas (SUSCASE) : " SMN-EDIT-COUNT
               DELIMITED BY SIZE INTO SMN-REPORT-LINE
           PERFORM Write-Smn-Report-Line
           MOVE SMN-OLD-COUNT TO SMN-EDIT-COUNT
           MOVE SPACES TO SMN-REPORT-LINE
           STRING "Cas deja signales : " SMN-EDIT-COUNT
               DELIMITED BY SIZE INTO SMN-REPORT-LINE
           PERFORM Write-Smn-Report-Line.

       Write-Alert-Record.
           OPEN EXTEND ALERT-FILE
           IF SMN-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF
           ACCEPT ALT-DATE FROM DATE YYYYMMDD
           ACCEPT ALT-TIME FROM TIME
           MOVE "SUSMON" TO ALT-SOURCE
           MOVE 'W' TO ALT-SEVERITY
           MOVE 'N' TO ALT-ACK-FLAG
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       Write-Smn-Report-Line.
           DISPLAY SMN-REPORT-LINE
           WRITE SMN-REPORT-LINE.

       END PROGRAM SusMon.
