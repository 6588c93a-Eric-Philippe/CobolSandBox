       IDENTIFICATION DIVISION.
       PROGRAM-ID. AckMatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-LOG-FILE ASSIGN TO "RETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AKM-RETLOG-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "ACKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AKM-REGISTER-STATUS.
           SELECT ACK-FILE ASSIGN DYNAMIC AKM-ACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AKM-ACK-STATUS.
           SELECT AKM-REPORT-FILE ASSIGN DYNAMIC AKM-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AKM-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-LOG-FILE.
           COPY RETLOG.

       FD  REGISTER-FILE.
           COPY ACKREG.

       FD  ACK-FILE.
           COPY CALCACK.

       FD  AKM-REPORT-FILE.
       01  AKM-REPORT-LINE        PIC X(90).

       FD  ALERT-FILE.
           COPY OPSALERT.

       WORKING-STORAGE SECTION.
           COPY DATERTN.
       01 AKM-RETLOG-STATUS   PIC XX.
       01 AKM-REGISTER-STATUS PIC XX.
       01 AKM-ACK-STATUS      PIC XX.
       01 AKM-ALERT-STATUS    PIC XX.
       01 AKM-EOF-SWITCH      PIC X     VALUE 'N'.
           88 AKM-EOF             VALUE 'Y'.
       01 AKM-TODAY           PIC 9(8).
       01 AKM-FROM-DATE       PIC 9(8).
       01 AKM-RUN-DATE        PIC 9(6).
       01 AKM-REPORT-FILENAME PIC X(20).
       01 AKM-ACK-FILENAME    PIC X(20).
       01 AKM-ACK-READ        PIC 9(5)  VALUE 0.
       01 AKM-FOUND-SW        PIC X     VALUE 'N'.
           88 AKM-FOUND           VALUE 'Y'.
       01 AKM-FULL-SW         PIC X     VALUE 'N'.
           88 AKM-TABLE-FULL      VALUE 'Y'.
       01 AKM-LOOKUP-KEY.
           05 AKM-LOOKUP-BRANCH   PIC X(3).
           05 AKM-LOOKUP-RUN-ID   PIC X(8).
      *    Retours des 30 derniers jours, avec leur etat d'accuse.
       01 AKM-RET-USED        PIC 9(4)  VALUE 0.
       01 AKM-RET-TABLE.
           05 AKM-RET-ENTRY OCCURS 3000 TIMES
                   INDEXED BY AKM-RET-IDX.
               10 AKM-R-KEY.
                   15 AKM-R-BRANCH    PIC X(3).
                   15 AKM-R-RUN-ID    PIC X(8).
               10 AKM-R-RET-DATE  PIC 9(8).
               10 AKM-R-COUNT     PIC 9(7).
               10 AKM-R-HASH      PIC S9(13)V99.
               10 AKM-R-DUE-DATE  PIC 9(8).
               10 AKM-R-STATE     PIC X.
                   88 AKM-R-MISSING       VALUE 'M'.
                   88 AKM-R-ACCEPTED      VALUE 'A'.
                   88 AKM-R-DISPUTED      VALUE 'D' 'E'.
                   88 AKM-R-MISMATCHED    VALUE 'E'.
               10 AKM-R-ALERTED   PIC X.
                   88 AKM-R-ALERT-RAISED  VALUE 'Y'.
               10 AKM-R-ACK-DATE  PIC 9(8).
               10 AKM-R-ACK-COUNT PIC 9(7).
               10 AKM-R-ACK-HASH  PIC S9(13)V99.
               10 AKM-R-ACK-USER  PIC X(20).
               10 AKM-R-ACK-REASON PIC X(40).
               10 AKM-R-NEW-SW    PIC X.
                   88 AKM-R-FILED-NOW     VALUE 'Y'.
      *    Agences ayant recu un retour : chacune peut renvoyer son
      *    fichier CALCACK.xxx.
       01 AKM-BRANCH-USED     PIC 9(3)  VALUE 0.
       01 AKM-BRANCH-TABLE.
           05 AKM-BRANCH-ENTRY OCCURS 100 TIMES
                   INDEXED BY AKM-BRANCH-IDX
                   PIC X(3).
      *    Accuses qui ne correspondent a aucun retour connu.
       01 AKM-UNKNOWN-USED    PIC 9(3)  VALUE 0.
       01 AKM-UNKNOWN-TABLE.
           05 AKM-UNKNOWN-ENTRY OCCURS 50 TIMES
                   INDEXED BY AKM-UNKNOWN-IDX.
               10 AKM-U-BRANCH    PIC X(3).
               10 AKM-U-RUN-ID    PIC X(8).
               10 AKM-U-DECISION  PIC X.
               10 AKM-U-USER      PIC X(20).
       01 AKM-ACCEPTED-COUNT  PIC 9(5)  VALUE 0.
       01 AKM-DISPUTED-COUNT  PIC 9(5)  VALUE 0.
       01 AKM-MISSING-COUNT   PIC 9(5)  VALUE 0.
       01 AKM-OVERDUE-COUNT   PIC 9(5)  VALUE 0.
       01 AKM-FILED-COUNT     PIC 9(5)  VALUE 0.
       01 AKM-ALERT-COUNT     PIC 9(5)  VALUE 0.
       01 AKM-LINE-COUNT      PIC 9(5)  VALUE 0.
       01 AKM-STATE-LABEL     PIC X(12).
       01 AKM-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
       01 AKM-EDIT-HASH       PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " ACCUSES DE RECEPTION DES RETOURS"
           DISPLAY "========================================"
           ACCEPT AKM-TODAY FROM DATE YYYYMMDD
           ACCEPT AKM-RUN-DATE FROM DATE
           COMPUTE AKM-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(AKM-TODAY) - 29)
           PERFORM Load-Return-Log
           PERFORM Load-Register
           PERFORM Open-Akm-Report
           SET AKM-BRANCH-IDX TO 1
           PERFORM File-Branch-Acks AKM-BRANCH-USED TIMES
           SET AKM-RET-IDX TO 1
           PERFORM Check-One-Return AKM-RET-USED TIMES
           PERFORM Print-Filed-Acks
           PERFORM Print-Disputed-Returns
           PERFORM Print-Missing-Returns
           PERFORM Print-Unknown-Acks
           PERFORM Print-Totals
           PERFORM Write-Register
           CLOSE AKM-REPORT-FILE
           DISPLAY "Etat produit : " AKM-REPORT-FILENAME
           GOBACK.

      *    Un retour par agence et par run, date du jour de
      *    comptabilisation du run.
       Load-Return-Log.
           MOVE 'N' TO AKM-EOF-SWITCH
           OPEN INPUT RETURN-LOG-FILE
           IF AKM-RETLOG-STATUS = "00" THEN
               READ RETURN-LOG-FILE
                   AT END SET AKM-EOF TO TRUE
               END-READ
               PERFORM Keep-One-Return UNTIL AKM-EOF
               CLOSE RETURN-LOG-FILE
           ELSE
               DISPLAY "Fichier RETLOG absent, aucun retour a suivre."
           END-IF.

       Keep-One-Return.
           IF RTL-DATE >= AKM-FROM-DATE THEN
               MOVE RTL-BRANCH TO AKM-LOOKUP-BRANCH
               MOVE RTL-RUN-ID TO AKM-LOOKUP-RUN-ID
               PERFORM Locate-Return-Entry
               IF NOT AKM-FOUND THEN
                   PERFORM Add-Return-Entry
               END-IF
               IF AKM-FOUND THEN
                   MOVE RTL-DATE TO AKM-R-RET-DATE(AKM-RET-IDX)
                   MOVE RTL-COUNT TO AKM-R-COUNT(AKM-RET-IDX)
                   MOVE RTL-HASH TO AKM-R-HASH(AKM-RET-IDX)
               END-IF
               PERFORM Note-Return-Branch
           END-IF
           READ RETURN-LOG-FILE
               AT END SET AKM-EOF TO TRUE
           END-READ.

       Add-Return-Entry.
           IF AKM-RET-USED < 3000 THEN
               ADD 1 TO AKM-RET-USED
               SET AKM-RET-IDX TO AKM-RET-USED
               MOVE AKM-LOOKUP-KEY TO AKM-R-KEY(AKM-RET-IDX)
               MOVE 0 TO AKM-R-DUE-DATE(AKM-RET-IDX)
               MOVE 'M' TO AKM-R-STATE(AKM-RET-IDX)
               MOVE 'N' TO AKM-R-ALERTED(AKM-RET-IDX)
               MOVE 0 TO AKM-R-ACK-DATE(AKM-RET-IDX)
               MOVE 0 TO AKM-R-ACK-COUNT(AKM-RET-IDX)
               MOVE 0 TO AKM-R-ACK-HASH(AKM-RET-IDX)
               MOVE SPACES TO AKM-R-ACK-USER(AKM-RET-IDX)
               MOVE SPACES TO AKM-R-ACK-REASON(AKM-RET-IDX)
               MOVE 'N' TO AKM-R-NEW-SW(AKM-RET-IDX)
               SET AKM-FOUND TO TRUE
           ELSE
               SET AKM-TABLE-FULL TO TRUE
           END-IF.

       Locate-Return-Entry.
           MOVE 'N' TO AKM-FOUND-SW
           SET AKM-RET-IDX TO 1
           PERFORM Match-One-Return
               UNTIL AKM-FOUND OR AKM-RET-IDX > AKM-RET-USED.

       Match-One-Return.
           IF AKM-R-KEY(AKM-RET-IDX) = AKM-LOOKUP-KEY THEN
               SET AKM-FOUND TO TRUE
           ELSE
               SET AKM-RET-IDX UP BY 1
           END-IF.

       Note-Return-Branch.
           MOVE 'N' TO AKM-FOUND-SW
           SET AKM-BRANCH-IDX TO 1
           PERFORM Match-One-Branch
               UNTIL AKM-FOUND OR AKM-BRANCH-IDX > AKM-BRANCH-USED
           IF NOT AKM-FOUND AND AKM-BRANCH-USED < 100 THEN
               ADD 1 TO AKM-BRANCH-USED
               MOVE RTL-BRANCH TO AKM-BRANCH-ENTRY(AKM-BRANCH-USED)
           END-IF.

       Match-One-Branch.
           IF AKM-BRANCH-ENTRY(AKM-BRANCH-IDX) = RTL-BRANCH THEN
               SET AKM-FOUND TO TRUE
           ELSE
               SET AKM-BRANCH-IDX UP BY 1
           END-IF.

      *    Le registre garde l'etat des passages precedents ; les
      *    retours sortis de la fenetre de 30 jours y sont oublies.
       Load-Register.
           MOVE 'N' TO AKM-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF AKM-REGISTER-STATUS = "00" THEN
               READ REGISTER-FILE
                   AT END SET AKM-EOF TO TRUE
               END-READ
               PERFORM Restore-One-State UNTIL AKM-EOF
               CLOSE REGISTER-FILE
           END-IF.

       Restore-One-State.
           MOVE ARG-KEY TO AKM-LOOKUP-KEY
           PERFORM Locate-Return-Entry
           IF AKM-FOUND THEN
               MOVE ARG-DUE-DATE TO AKM-R-DUE-DATE(AKM-RET-IDX)
               MOVE ARG-STATE TO AKM-R-STATE(AKM-RET-IDX)
               MOVE ARG-ALERTED TO AKM-R-ALERTED(AKM-RET-IDX)
               MOVE ARG-ACK-DATE TO AKM-R-ACK-DATE(AKM-RET-IDX)
               MOVE ARG-ACK-COUNT TO AKM-R-ACK-COUNT(AKM-RET-IDX)
               MOVE ARG-ACK-HASH TO AKM-R-ACK-HASH(AKM-RET-IDX)
               MOVE ARG-ACK-USER TO AKM-R-ACK-USER(AKM-RET-IDX)
               MOVE ARG-ACK-REASON TO AKM-R-ACK-REASON(AKM-RET-IDX)
           END-IF
           READ REGISTER-FILE
               AT END SET AKM-EOF TO TRUE
           END-READ.

       Open-Akm-Report.
           MOVE SPACES TO AKM-REPORT-FILENAME
           STRING "ACKMATCH.D" AKM-RUN-DATE
               DELIMITED BY SIZE INTO AKM-REPORT-FILENAME
           OPEN OUTPUT AKM-REPORT-FILE
           MOVE SPACES TO AKM-REPORT-LINE
           STRING "ACCUSES DE RECEPTION DES RETOURS CALCRET - "
               "ACKMATCH DU " AKM-TODAY
               DELIMITED BY SIZE INTO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE ALL "-" TO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE SPACES TO AKM-REPORT-LINE
           STRING "Retours du " AKM-FROM-DATE " au " AKM-TODAY
               " (RETLOG)"
               DELIMITED BY SIZE INTO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           IF AKM-TABLE-FULL THEN
               MOVE "Table des retours pleine, suivi partiel."
                   TO AKM-REPORT-LINE
               PERFORM Write-Akm-Report-Line
           END-IF.

      *    Le fichier d'accuses de l'agence est classe au registre
      *    puis vide, comme la calculatrice vide les lots consommes.
       File-Branch-Acks.
           MOVE SPACES TO AKM-ACK-FILENAME
           STRING "CALCACK." AKM-BRANCH-ENTRY(AKM-BRANCH-IDX)
               DELIMITED BY SIZE INTO AKM-ACK-FILENAME
           MOVE 0 TO AKM-ACK-READ
           MOVE 'N' TO AKM-EOF-SWITCH
           OPEN INPUT ACK-FILE
           IF AKM-ACK-STATUS = "00" THEN
               READ ACK-FILE
                   AT END SET AKM-EOF TO TRUE
               END-READ
               PERFORM File-One-Ack UNTIL AKM-EOF
               CLOSE ACK-FILE
               IF AKM-ACK-READ > 0 THEN
                   OPEN OUTPUT ACK-FILE
                   CLOSE ACK-FILE
               END-IF
           END-IF
           SET AKM-BRANCH-IDX UP BY 1.

       File-One-Ack.
           ADD 1 TO AKM-ACK-READ
           IF ACK-BRANCH = SPACES THEN
               MOVE AKM-BRANCH-ENTRY(AKM-BRANCH-IDX) TO ACK-BRANCH
           END-IF
           MOVE ACK-BRANCH TO AKM-LOOKUP-BRANCH
           MOVE ACK-RUN-ID TO AKM-LOOKUP-RUN-ID
           PERFORM Locate-Return-Entry
           IF AKM-FOUND
              AND (ACK-ACCEPTED OR ACK-DISPUTED) THEN
               PERFORM Apply-One-Ack
           ELSE
               PERFORM Note-Unknown-Ack
           END-IF
           READ ACK-FILE
               AT END SET AKM-EOF TO TRUE
           END-READ.

      *    Un accord qui cite un autre nombre ou un autre total que
      *    le retour ne vaut pas accuse : il est suivi comme une
      *    contestation.  Le dernier accuse recu l'emporte.
       Apply-One-Ack.
           ADD 1 TO AKM-FILED-COUNT
           MOVE AKM-TODAY TO AKM-R-ACK-DATE(AKM-RET-IDX)
           MOVE ACK-COUNT TO AKM-R-ACK-COUNT(AKM-RET-IDX)
           MOVE ACK-HASH TO AKM-R-ACK-HASH(AKM-RET-IDX)
           MOVE ACK-USER TO AKM-R-ACK-USER(AKM-RET-IDX)
           MOVE ACK-REASON TO AKM-R-ACK-REASON(AKM-RET-IDX)
           MOVE 'Y' TO AKM-R-NEW-SW(AKM-RET-IDX)
           IF ACK-DISPUTED THEN
               MOVE 'D' TO AKM-R-STATE(AKM-RET-IDX)
           ELSE
               IF ACK-COUNT = AKM-R-COUNT(AKM-RET-IDX)
                  AND ACK-HASH = AKM-R-HASH(AKM-RET-IDX) THEN
                   MOVE 'A' TO AKM-R-STATE(AKM-RET-IDX)
               ELSE
                   MOVE 'E' TO AKM-R-STATE(AKM-RET-IDX)
               END-IF
           END-IF.

       Note-Unknown-Ack.
           IF AKM-UNKNOWN-USED < 50 THEN
               ADD 1 TO AKM-UNKNOWN-USED
               SET AKM-UNKNOWN-IDX TO AKM-UNKNOWN-USED
               MOVE ACK-BRANCH TO AKM-U-BRANCH(AKM-UNKNOWN-IDX)
               MOVE ACK-RUN-ID TO AKM-U-RUN-ID(AKM-UNKNOWN-IDX)
               MOVE ACK-DECISION TO AKM-U-DECISION(AKM-UNKNOWN-IDX)
               MOVE ACK-USER TO AKM-U-USER(AKM-UNKNOWN-IDX)
           END-IF.

      *    Echeance : un jour ouvre apres le retour.  Un retour encore
      *    sans accuse apres l'echeance est signale une seule fois.
       Check-One-Return.
           IF AKM-R-DUE-DATE(AKM-RET-IDX) = 0 THEN
               MOVE AKM-R-RET-DATE(AKM-RET-IDX) TO DR-BASE-DATE
               MOVE 1 TO DR-DAY-COUNT
               CALL 'DateRtn' USING DATE-RTN-AREA
               IF DR-OK THEN
                   MOVE DR-RESULT-DATE TO AKM-R-DUE-DATE(AKM-RET-IDX)
               ELSE
                   COMPUTE AKM-R-DUE-DATE(AKM-RET-IDX) =
                       FUNCTION DATE-OF-INTEGER (FUNCTION
                       INTEGER-OF-DATE(AKM-R-RET-DATE(AKM-RET-IDX))
                       + 1)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN AKM-R-ACCEPTED(AKM-RET-IDX)
                   ADD 1 TO AKM-ACCEPTED-COUNT
               WHEN AKM-R-DISPUTED(AKM-RET-IDX)
                   ADD 1 TO AKM-DISPUTED-COUNT
               WHEN OTHER
                   ADD 1 TO AKM-MISSING-COUNT
                   IF AKM-TODAY > AKM-R-DUE-DATE(AKM-RET-IDX) THEN
                       ADD 1 TO AKM-OVERDUE-COUNT
                       IF NOT AKM-R-ALERT-RAISED(AKM-RET-IDX) THEN
                           PERFORM Raise-Overdue-Alert
                       END-IF
                   END-IF
           END-EVALUATE
           SET AKM-RET-IDX UP BY 1.

       Raise-Overdue-Alert.
           MOVE SPACES TO ALT-MESSAGE
           STRING "Retour CALCRET." AKM-R-BRANCH(AKM-RET-IDX)
               " run " AKM-R-RUN-ID(AKM-RET-IDX)
               " sans accuse au " AKM-R-DUE-DATE(AKM-RET-IDX)
               DELIMITED BY SIZE INTO ALT-MESSAGE
           PERFORM Write-Alert-Record
           MOVE 'Y' TO AKM-R-ALERTED(AKM-RET-IDX)
           ADD 1 TO AKM-ALERT-COUNT.

       Print-Filed-Acks.
           MOVE SPACES TO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE "Accuses recus ce passage :" TO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE 0 TO AKM-LINE-COUNT
           SET AKM-RET-IDX TO 1
           PERFORM Print-One-Filed-Ack AKM-RET-USED TIMES
           PERFORM Print-None-Line.

       Print-One-Filed-Ack.
           IF AKM-R-FILED-NOW(AKM-RET-IDX) THEN
               ADD 1 TO AKM-LINE-COUNT
               EVALUATE TRUE
                   WHEN AKM-R-ACCEPTED(AKM-RET-IDX)
                       MOVE "accepte" TO AKM-STATE-LABEL
                   WHEN AKM-R-MISMATCHED(AKM-RET-IDX)
                       MOVE "ECART" TO AKM-STATE-LABEL
                   WHEN OTHER
                       MOVE "CONTESTE" TO AKM-STATE-LABEL
               END-EVALUATE
               MOVE SPACES TO AKM-REPORT-LINE
               STRING "  " AKM-R-BRANCH(AKM-RET-IDX) " run "
                   AKM-R-RUN-ID(AKM-RET-IDX) " du "
                   AKM-R-RET-DATE(AKM-RET-IDX) " : "
                   AKM-STATE-LABEL " par "
                   AKM-R-ACK-USER(AKM-RET-IDX)
                   DELIMITED BY SIZE INTO AKM-REPORT-LINE
               PERFORM Write-Akm-Report-Line
           END-IF
           SET AKM-RET-IDX UP BY 1.

       Print-Disputed-Returns.
           MOVE SPACES TO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE "Retours contestes par l'agence :" TO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE 0 TO AKM-LINE-COUNT
           SET AKM-RET-IDX TO 1
           PERFORM Print-One-Disputed AKM-RET-USED TIMES
           PERFORM Print-None-Line.

       Print-One-Disputed.
           IF AKM-R-DISPUTED(AKM-RET-IDX) THEN
               ADD 1 TO AKM-LINE-COUNT
               MOVE AKM-R-COUNT(AKM-RET-IDX) TO AKM-EDIT-COUNT
               MOVE AKM-R-HASH(AKM-RET-IDX) TO AKM-EDIT-HASH
               MOVE SPACES TO AKM-REPORT-LINE
               STRING "  " AKM-R-BRANCH(AKM-RET-IDX) " run "
                   AKM-R-RUN-ID(AKM-RET-IDX) " du "
                   AKM-R-RET-DATE(AKM-RET-IDX) " retour "
                   AKM-EDIT-COUNT " mvts " AKM-EDIT-HASH
                   DELIMITED BY SIZE INTO AKM-REPORT-LINE
               PERFORM Write-Akm-Report-Line
               MOVE SPACES TO AKM-REPORT-LINE
               IF AKM-R-MISMATCHED(AKM-RET-IDX) THEN
                   MOVE AKM-R-ACK-COUNT(AKM-RET-IDX) TO AKM-EDIT-COUNT
                   MOVE AKM-R-ACK-HASH(AKM-RET-IDX) TO AKM-EDIT-HASH
                   STRING "      accuse  " AKM-EDIT-COUNT " mvts "
                       AKM-EDIT-HASH " : ecart"
                       DELIMITED BY SIZE INTO AKM-REPORT-LINE
               ELSE
                   STRING "      motif : "
                       AKM-R-ACK-REASON(AKM-RET-IDX) " ("
                       AKM-R-ACK-USER(AKM-RET-IDX) ")"
                       DELIMITED BY SIZE INTO AKM-REPORT-LINE
               END-IF
               PERFORM Write-Akm-Report-Line
           END-IF
           SET AKM-RET-IDX UP BY 1.

       Print-Missing-Returns.
           MOVE SPACES TO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE "Retours sans accuse :" TO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE 0 TO AKM-LINE-COUNT
           SET AKM-RET-IDX TO 1
           PERFORM Print-One-Missing AKM-RET-USED TIMES
           PERFORM Print-None-Line.

       Print-One-Missing.
           IF AKM-R-MISSING(AKM-RET-IDX) THEN
               ADD 1 TO AKM-LINE-COUNT
               MOVE AKM-R-COUNT(AKM-RET-IDX) TO AKM-EDIT-COUNT
               MOVE SPACES TO AKM-REPORT-LINE
               STRING "  " AKM-R-BRANCH(AKM-RET-IDX) " run "
                   AKM-R-RUN-ID(AKM-RET-IDX) " du "
                   AKM-R-RET-DATE(AKM-RET-IDX) " "
                   AKM-EDIT-COUNT " mvts, echeance "
                   AKM-R-DUE-DATE(AKM-RET-IDX)
                   DELIMITED BY SIZE INTO AKM-REPORT-LINE
               IF AKM-TODAY > AKM-R-DUE-DATE(AKM-RET-IDX) THEN
                   STRING "  EN RETARD" DELIMITED BY SIZE
                       INTO AKM-REPORT-LINE(65:)
               END-IF
               PERFORM Write-Akm-Report-Line
           END-IF
           SET AKM-RET-IDX UP BY 1.

       Print-Unknown-Acks.
           IF AKM-UNKNOWN-USED > 0 THEN
               MOVE SPACES TO AKM-REPORT-LINE
               PERFORM Write-Akm-Report-Line
               MOVE "Accuses sans retour connu ou decision invalide :"
                   TO AKM-REPORT-LINE
               PERFORM Write-Akm-Report-Line
               SET AKM-UNKNOWN-IDX TO 1
               PERFORM Print-One-Unknown AKM-UNKNOWN-USED TIMES
           END-IF.

       Print-One-Unknown.
           MOVE SPACES TO AKM-REPORT-LINE
           STRING "  " AKM-U-BRANCH(AKM-UNKNOWN-IDX) " run "
               AKM-U-RUN-ID(AKM-UNKNOWN-IDX) " decision "
               AKM-U-DECISION(AKM-UNKNOWN-IDX) " par "
               AKM-U-USER(AKM-UNKNOWN-IDX)
               DELIMITED BY SIZE INTO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           SET AKM-UNKNOWN-IDX UP BY 1.

       Print-None-Line.
           IF AKM-LINE-COUNT = 0 THEN
               MOVE "  Aucun." TO AKM-REPORT-LINE
               PERFORM Write-Akm-Report-Line
           END-IF.

       Print-Totals.
           MOVE ALL "-" TO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE AKM-RET-USED TO AKM-EDIT-COUNT
           MOVE SPACES TO AKM-REPORT-LINE
           STRING "Retours suivis          : " AKM-EDIT-COUNT
               DELIMITED BY SIZE INTO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE AKM-ACCEPTED-COUNT TO AKM-EDIT-COUNT
           MOVE SPACES TO AKM-REPORT-LINE
           STRING "Acceptes                : " AKM-EDIT-COUNT
               DELIMITED BY SIZE INTO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE AKM-DISPUTED-COUNT TO AKM-EDIT-COUNT
           MOVE SPACES TO AKM-REPORT-LINE
           STRING "Contestes ou en ecart   : " AKM-EDIT-COUNT
               DELIMITED BY SIZE INTO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE AKM-MISSING-COUNT TO AKM-EDIT-COUNT
           MOVE SPACES TO AKM-REPORT-LINE
           STRING "Sans accuse             : " AKM-EDIT-COUNT
               DELIMITED BY SIZE INTO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE AKM-OVERDUE-COUNT TO AKM-EDIT-COUNT
           MOVE SPACES TO AKM-REPORT-LINE
           STRING "  dont echeance depassee: " AKM-EDIT-COUNT
               DELIMITED BY SIZE INTO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line
           MOVE AKM-ALERT-COUNT TO AKM-EDIT-COUNT
           MOVE SPACES TO AKM-REPORT-LINE
           STRING "Alertes levees          : " AKM-EDIT-COUNT
               DELIMITED BY SIZE INTO AKM-REPORT-LINE
           PERFORM Write-Akm-Report-Line.

       Write-Register.
           OPEN OUTPUT REGISTER-FILE
           SET AKM-RET-IDX TO 1
           PERFORM Write-One-Register-Record AKM-RET-USED TIMES
           CLOSE REGISTER-FILE.

       Write-One-Register-Record.
           MOVE AKM-R-KEY(AKM-RET-IDX) TO ARG-KEY
           MOVE AKM-R-RET-DATE(AKM-RET-IDX) TO ARG-RET-DATE
           MOVE AKM-R-COUNT(AKM-RET-IDX) TO ARG-COUNT
           MOVE AKM-R-HASH(AKM-RET-IDX) TO ARG-HASH
           MOVE AKM-R-DUE-DATE(AKM-RET-IDX) TO ARG-DUE-DATE
           MOVE AKM-R-STATE(AKM-RET-IDX) TO ARG-STATE
           MOVE AKM-R-ALERTED(AKM-RET-IDX) TO ARG-ALERTED
           MOVE AKM-R-ACK-DATE(AKM-RET-IDX) TO ARG-ACK-DATE
           MOVE AKM-R-ACK-COUNT(AKM-RET-IDX) TO ARG-ACK-COUNT
           MOVE AKM-R-ACK-HASH(AKM-RET-IDX) TO ARG-ACK-HASH
           MOVE AKM-R-ACK-USER(AKM-RET-IDX) TO ARG-ACK-USER
           MOVE AKM-R-ACK-REASON(AKM-RET-IDX) TO ARG-ACK-REASON
           WRITE ACK-REGISTER-RECORD
           SET AKM-RET-IDX UP BY 1.

       Write-Alert-Record.
           OPEN EXTEND ALERT-FILE
           IF AKM-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF
           ACCEPT ALT-DATE FROM DATE YYYYMMDD
           ACCEPT ALT-TIME FROM TIME
           MOVE "ACKMATCH" TO ALT-SOURCE
           MOVE 'W' TO ALT-SEVERITY
           MOVE 'N' TO ALT-ACK-FLAG
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       Write-Akm-Report-Line.
           DISPLAY AKM-REPORT-LINE
           WRITE AKM-REPORT-LINE.

       END PROGRAM AckMatch.
