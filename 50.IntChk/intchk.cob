       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntChk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE ASSIGN TO "AUDMIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICK-INDEX-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC ICK-ARCHIVE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ICK-ARCHIVE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               ALTERNATE RECORD KEY IS AUD-DATE WITH DUPLICATES
               FILE STATUS IS ICK-AUDIT-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-ID
               ALTERNATE RECORD KEY IS EXC-STATUS WITH DUPLICATES
               ALTERNATE RECORD KEY IS EXC-BRANCH WITH DUPLICATES
               FILE STATUS IS ICK-EXCEPT-STATUS.
           SELECT HELD-FILE ASSIGN TO "CALCHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICK-HELD-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICK-PENDING-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CALCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICK-HIST-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-CODE
               FILE STATUS IS ICK-BRANCH-STATUS.
           SELECT WORK-FILE ASSIGN TO "INTWK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IWK-KEY
               FILE STATUS IS ICK-WORK-STATUS.
           SELECT ICK-REPORT-FILE ASSIGN DYNAMIC ICK-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICK-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
           COPY AUDMIDX.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD         PIC X(141).

       FD  AUDIT-FILE.
           COPY CALCAUDT.

       FD  EXCEPT-FILE.
           COPY CALCEXCP.

       FD  HELD-FILE.
           COPY CALCHELD.

       FD  PENDING-FILE.
           COPY CALCTRAN.

       FD  HISTORY-FILE.
           COPY CALCHIST.

       FD  BRANCH-MASTER.
           COPY BRNMAST.

      *    Une ligne par cle d'ecriture, archives puis CALCAUDT : une
      *    ecriture restauree depuis une archive, ou archivee deux
      *    fois, n'est comptee qu'une fois, comme dans SealChk.
       FD  WORK-FILE.
       01  INT-WORK-RECORD.
           05 IWK-KEY.
               10 IWK-RUN-ID      PIC X(8).
               10 IWK-SEQ         PIC 9(7).
           05 IWK-EXC-ID          PIC X(13).
           05 IWK-BRANCH          PIC X(3).

       FD  ICK-REPORT-FILE.
       01  ICK-REPORT-LINE        PIC X(90).

       FD  ALERT-FILE.
           COPY OPSALERT.

       WORKING-STORAGE SECTION.
       01 ICK-INDEX-STATUS    PIC XX.
       01 ICK-ARCHIVE-STATUS  PIC XX.
       01 ICK-AUDIT-STATUS    PIC XX.
       01 ICK-EXCEPT-STATUS   PIC XX.
       01 ICK-HELD-STATUS     PIC XX.
       01 ICK-PENDING-STATUS  PIC XX.
       01 ICK-HIST-STATUS     PIC XX.
       01 ICK-BRANCH-STATUS   PIC XX.
       01 ICK-WORK-STATUS     PIC XX.
       01 ICK-ALERT-STATUS    PIC XX.
       01 ICK-EOF-SWITCH      PIC X     VALUE 'N'.
           88 ICK-EOF             VALUE 'Y'.
       01 ICK-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 ICK-FOUND           VALUE 'Y'.
       01 ICK-EXCEPT-OPEN-SW  PIC X     VALUE 'N'.
           88 ICK-EXCEPT-OPEN     VALUE 'Y'.
       01 ICK-TODAY           PIC 9(8).
       01 ICK-RUN-DATE        PIC 9(6).
       01 ICK-REPORT-FILENAME PIC X(20).
       01 ICK-ARCHIVE-FILENAME PIC X(20).
       01 ICK-LIVE-COUNT      PIC 9(7)  VALUE 0.
       01 ICK-ARCH-COUNT      PIC 9(7)  VALUE 0.
       01 ICK-DUP-COUNT       PIC 9(7)  VALUE 0.
       01 ICK-CHECK-EXC-ID    PIC X(13).
       01 ICK-CHECK-BRANCH    PIC X(3).
       01 ICK-FAIL-TEXT       PIC X(86).
       01 ICK-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
       01 ICK-EDIT-COUNT-2    PIC Z,ZZZ,ZZ9.
      *    Au-dela de ICK-LIST-LIMIT anomalies, une regle n'est plus
      *    que comptee.
       01 ICK-LIST-LIMIT      PIC 9(3)  VALUE 50.
       01 ICK-RULE-NO         PIC 9     VALUE 0.
       01 ICK-RULE-FAILS-TABLE.
           05 ICK-RULE-FAILS      PIC 9(7)  OCCURS 4 TIMES.
       01 ICK-RULE-LABELS.
           05 FILLER              PIC X(40)
                  VALUE "Renvois vers CALCEXCP (audit, retenus)".
           05 FILLER              PIC X(40)
                  VALUE "Runs CALCHIST contre CALCAUDT".
           05 FILLER              PIC X(40)
                  VALUE "AUDMIDX contre generations AUDARCH".
           05 FILLER              PIC X(40)
                  VALUE "Agences connues de BRNMAST".
       01 ICK-RULE-LABEL-TABLE REDEFINES ICK-RULE-LABELS.
           05 ICK-RULE-LABEL      PIC X(40) OCCURS 4 TIMES.
      *    Generations nommees dans AUDMIDX.
       01 ICK-GEN-USED        PIC 9(3)  VALUE 0.
       01 ICK-GEN-TABLE.
           05 ICK-GEN-ENTRY OCCURS 500 TIMES
                   INDEXED BY ICK-GEN-IDX.
               10 ICK-GEN-DATE        PIC 9(6).
               10 ICK-GEN-FOUND       PIC X.
               10 ICK-GEN-BADREC      PIC 9(7).
      *    Journees par generation : nombre annonce par AUDMIDX
      *    (cumule sur les passages du meme jour) et nombre relu.
       01 ICK-DAY-USED        PIC 9(4)  VALUE 0.
       01 ICK-DAY-CURRENT     PIC 9(4)  VALUE 0.
       01 ICK-DAY-TABLE.
           05 ICK-DAY-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ICK-DAY-IDX.
               10 ICK-DAY-GEN         PIC 9(6).
               10 ICK-DAY-DATE        PIC 9(8).
               10 ICK-DAY-INDEXED     PIC 9(7).
               10 ICK-DAY-READ        PIC 9(7).
       01 ICK-MATCH-GEN       PIC 9(6).
       01 ICK-MATCH-DAY       PIC 9(8).
      *    Runs de CALCHIST, nombre d'ecritures annonce et retrouve.
       01 ICK-RUN-USED        PIC 9(4)  VALUE 0.
       01 ICK-RUN-TABLE.
           05 ICK-RUN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ICK-RUN-IDX.
               10 ICK-RUN-ID          PIC X(8).
               10 ICK-RUN-HIST        PIC 9(7).
               10 ICK-RUN-AUDIT       PIC 9(7).
       01 ICK-BREAK-RUN-ID    PIC X(8).
       01 ICK-BREAK-COUNT     PIC 9(7)  VALUE 0.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " CONTROLE D'INTEGRITE ENTRE FICHIERS"
           DISPLAY "========================================"
           ACCEPT ICK-TODAY FROM DATE YYYYMMDD
           ACCEPT ICK-RUN-DATE FROM DATE
           MOVE ZEROS TO ICK-RULE-FAILS-TABLE
           PERFORM Open-Ick-Report
           PERFORM Build-Work-File
           PERFORM Check-Exception-Links
           PERFORM Check-Run-Counts
           PERFORM Check-Archive-Index
           PERFORM Check-Branch-Links
           PERFORM Print-Rule-Summary
           CLOSE ICK-REPORT-FILE
           DISPLAY "Etat produit : " ICK-REPORT-FILENAME
           GOBACK.

       Open-Ick-Report.
           MOVE SPACES TO ICK-REPORT-FILENAME
           STRING "INTCHK.D" ICK-RUN-DATE
               DELIMITED BY SIZE INTO ICK-REPORT-FILENAME
           OPEN OUTPUT ICK-REPORT-FILE
           MOVE SPACES TO ICK-REPORT-LINE
           STRING "CONTROLE D'INTEGRITE DES FICHIERS DU " ICK-TODAY
               DELIMITED BY SIZE INTO ICK-REPORT-LINE
           PERFORM Write-Ick-Report-Line
           MOVE ALL "-" TO ICK-REPORT-LINE
           PERFORM Write-Ick-Report-Line.

      *    Toutes les ecritures connues, archives puis CALCAUDT, sont
      *    rangees par cle dans INTWK ; la lecture des generations
      *    compte au passage leurs journees pour la regle 3.
       Build-Work-File.
           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE
           PERFORM Load-Archive-Index
           PERFORM Load-One-Generation
               VARYING ICK-GEN-IDX FROM 1 BY 1
               UNTIL ICK-GEN-IDX > ICK-GEN-USED
           MOVE 'N' TO ICK-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF ICK-AUDIT-STATUS = "00" THEN
               READ AUDIT-FILE NEXT RECORD
                   AT END SET ICK-EOF TO TRUE
               END-READ
               PERFORM Load-One-Live-Record UNTIL ICK-EOF
               CLOSE AUDIT-FILE
           END-IF
           CLOSE WORK-FILE
           MOVE ICK-ARCH-COUNT TO ICK-EDIT-COUNT
           MOVE ICK-LIVE-COUNT TO ICK-EDIT-COUNT-2
           MOVE SPACES TO ICK-REPORT-LINE
           STRING "Ecritures lues : archives " ICK-EDIT-COUNT
               ", CALCAUDT " ICK-EDIT-COUNT-2
               DELIMITED BY SIZE INTO ICK-REPORT-LINE
           PERFORM Write-Ick-Report-Line
           MOVE ICK-DUP-COUNT TO ICK-EDIT-COUNT
           MOVE SPACES TO ICK-REPORT-LINE
           STRING "Copies en double ignorees :  " ICK-EDIT-COUNT
               DELIMITED BY SIZE INTO ICK-REPORT-LINE
           PERFORM Write-Ick-Report-Line.

       Load-Archive-Index.
           MOVE 'N' TO ICK-EOF-SWITCH
           OPEN INPUT INDEX-FILE
           IF ICK-INDEX-STATUS = "00" THEN
               READ INDEX-FILE
                   AT END SET ICK-EOF TO TRUE
               END-READ
               PERFORM Note-One-Index-Record UNTIL ICK-EOF
               CLOSE INDEX-FILE
           END-IF.

       Note-One-Index-Record.
           MOVE AMX-GEN-DATE TO ICK-MATCH-GEN
           MOVE 'N' TO ICK-FOUND-SWITCH
           SET ICK-GEN-IDX TO 1
           PERFORM Match-Generation
               UNTIL ICK-FOUND OR ICK-GEN-IDX > ICK-GEN-USED
           IF NOT ICK-FOUND AND ICK-GEN-USED < 500 THEN
               ADD 1 TO ICK-GEN-USED
               SET ICK-GEN-IDX TO ICK-GEN-USED
               MOVE AMX-GEN-DATE TO ICK-GEN-DATE(ICK-GEN-IDX)
               MOVE 'N' TO ICK-GEN-FOUND(ICK-GEN-IDX)
               MOVE 0 TO ICK-GEN-BADREC(ICK-GEN-IDX)
           END-IF
           MOVE AMX-DAY-DATE TO ICK-MATCH-DAY
           PERFORM Locate-Day-Entry
           IF ICK-DAY-CURRENT > 0 THEN
               ADD AMX-COUNT TO ICK-DAY-INDEXED(ICK-DAY-CURRENT)
           END-IF
           READ INDEX-FILE
               AT END SET ICK-EOF TO TRUE
           END-READ.

       Match-Generation.
           IF ICK-GEN-DATE(ICK-GEN-IDX) = ICK-MATCH-GEN THEN
               SET ICK-FOUND TO TRUE
           ELSE
               SET ICK-GEN-IDX UP BY 1
           END-IF.

      *    Une journee absente de la table y est ajoutee a zero : une
      *    journee relue sans ligne AUDMIDX ressort ainsi en ecart.
       Locate-Day-Entry.
           MOVE 0 TO ICK-DAY-CURRENT
           MOVE 'N' TO ICK-FOUND-SWITCH
           SET ICK-DAY-IDX TO 1
           PERFORM Match-Day-Entry
               UNTIL ICK-FOUND OR ICK-DAY-IDX > ICK-DAY-USED
           IF NOT ICK-FOUND THEN
               IF ICK-DAY-USED < 5000 THEN
                   ADD 1 TO ICK-DAY-USED
                   SET ICK-DAY-IDX TO ICK-DAY-USED
                   MOVE ICK-MATCH-GEN TO ICK-DAY-GEN(ICK-DAY-IDX)
                   MOVE ICK-MATCH-DAY TO ICK-DAY-DATE(ICK-DAY-IDX)
                   MOVE 0 TO ICK-DAY-INDEXED(ICK-DAY-IDX)
                   MOVE 0 TO ICK-DAY-READ(ICK-DAY-IDX)
                   SET ICK-FOUND TO TRUE
               ELSE
                   DISPLAY "Table des journees pleine."
               END-IF
           END-IF
           IF ICK-FOUND THEN
               SET ICK-DAY-CURRENT TO ICK-DAY-IDX
           END-IF.

       Match-Day-Entry.
           IF ICK-DAY-GEN(ICK-DAY-IDX) = ICK-MATCH-GEN
              AND ICK-DAY-DATE(ICK-DAY-IDX) = ICK-MATCH-DAY THEN
               SET ICK-FOUND TO TRUE
           ELSE
               SET ICK-DAY-IDX UP BY 1
           END-IF.

       Load-One-Generation.
           MOVE SPACES TO ICK-ARCHIVE-FILENAME
           STRING "AUDARCH.D" ICK-GEN-DATE(ICK-GEN-IDX)
               DELIMITED BY SIZE INTO ICK-ARCHIVE-FILENAME
           MOVE ICK-GEN-DATE(ICK-GEN-IDX) TO ICK-MATCH-GEN
           MOVE 0 TO ICK-MATCH-DAY
           MOVE 0 TO ICK-DAY-CURRENT
           MOVE 'N' TO ICK-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF ICK-ARCHIVE-STATUS = "00" THEN
               MOVE 'Y' TO ICK-GEN-FOUND(ICK-GEN-IDX)
               READ ARCHIVE-FILE INTO AUDIT-RECORD
                   AT END SET ICK-EOF TO TRUE
               END-READ
               PERFORM Load-One-Archive-Record UNTIL ICK-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

      *    Une generation a l'ancienne maquette donne des cles et des
      *    dates illisibles : ces enregistrements sont comptes a part.
      *    Les generations sont ecrites par date, la journee en cours
      *    n'est recherchee dans la table qu'a son changement.
       Load-One-Archive-Record.
           IF AUD-SEQ NOT NUMERIC OR AUD-DATE NOT NUMERIC THEN
               ADD 1 TO ICK-GEN-BADREC(ICK-GEN-IDX)
           ELSE
               ADD 1 TO ICK-ARCH-COUNT
               IF AUD-DATE NOT = ICK-MATCH-DAY
                  OR ICK-DAY-CURRENT = 0 THEN
                   MOVE AUD-DATE TO ICK-MATCH-DAY
                   PERFORM Locate-Day-Entry
               END-IF
               IF ICK-DAY-CURRENT > 0 THEN
                   ADD 1 TO ICK-DAY-READ(ICK-DAY-CURRENT)
               END-IF
               PERFORM Add-Work-Record
           END-IF
           READ ARCHIVE-FILE INTO AUDIT-RECORD
               AT END SET ICK-EOF TO TRUE
           END-READ.

       Load-One-Live-Record.
           ADD 1 TO ICK-LIVE-COUNT
           PERFORM Add-Work-Record
           READ AUDIT-FILE NEXT RECORD
               AT END SET ICK-EOF TO TRUE
           END-READ.

       Add-Work-Record.
           MOVE AUD-KEY TO IWK-KEY
           MOVE AUD-EXC-ID TO IWK-EXC-ID
           MOVE AUD-BRANCH TO IWK-BRANCH
           WRITE INT-WORK-RECORD
               INVALID KEY ADD 1 TO ICK-DUP-COUNT
           END-WRITE.

      *    Regle 1 : tout AUD-EXC-ID et tout HLD-EXC-ID renseigne
      *    designe une exception presente dans CALCEXCP.
       Check-Exception-Links.
           MOVE 1 TO ICK-RULE-NO
           PERFORM Print-Rule-Header
           OPEN INPUT EXCEPT-FILE
           IF ICK-EXCEPT-STATUS = "00" THEN
               SET ICK-EXCEPT-OPEN TO TRUE
           ELSE
               MOVE "  Fichier CALCEXCP absent : tout renvoi est en "
                   TO ICK-REPORT-LINE
               PERFORM Write-Ick-Report-Line
               MOVE "  anomalie." TO ICK-REPORT-LINE
               PERFORM Write-Ick-Report-Line
           END-IF
           MOVE 'N' TO ICK-EOF-SWITCH
           OPEN INPUT WORK-FILE
           READ WORK-FILE NEXT RECORD
               AT END SET ICK-EOF TO TRUE
           END-READ
           PERFORM Check-One-Audit-Exc-Id UNTIL ICK-EOF
           CLOSE WORK-FILE
           MOVE 'N' TO ICK-EOF-SWITCH
           OPEN INPUT HELD-FILE
           IF ICK-HELD-STATUS = "00" THEN
               READ HELD-FILE
                   AT END SET ICK-EOF TO TRUE
               END-READ
               PERFORM Check-One-Held-Exc-Id UNTIL ICK-EOF
               CLOSE HELD-FILE
           END-IF
           IF ICK-EXCEPT-OPEN THEN
               CLOSE EXCEPT-FILE
               MOVE 'N' TO ICK-EXCEPT-OPEN-SW
           END-IF
           PERFORM Print-Rule-Footer.

       Check-One-Audit-Exc-Id.
           IF IWK-EXC-ID NOT = SPACES THEN
               MOVE IWK-EXC-ID TO ICK-CHECK-EXC-ID
               PERFORM Look-Up-Exception
               IF NOT ICK-FOUND THEN
                   MOVE SPACES TO ICK-FAIL-TEXT
                   STRING "Ecriture " IWK-RUN-ID "-" IWK-SEQ
                       " : AUD-EXC-ID " IWK-EXC-ID " introuvable"
                       DELIMITED BY SIZE INTO ICK-FAIL-TEXT
                   PERFORM Report-One-Failure
               END-IF
           END-IF
           READ WORK-FILE NEXT RECORD
               AT END SET ICK-EOF TO TRUE
           END-READ.

       Check-One-Held-Exc-Id.
           IF HLD-EXC-ID NOT = SPACES THEN
               MOVE HLD-EXC-ID TO ICK-CHECK-EXC-ID
               PERFORM Look-Up-Exception
               IF NOT ICK-FOUND THEN
                   MOVE SPACES TO ICK-FAIL-TEXT
                   STRING "Retenu du " HLD-DATE " agence " HLD-BRANCH
                       " : HLD-EXC-ID " HLD-EXC-ID " introuvable"
                       DELIMITED BY SIZE INTO ICK-FAIL-TEXT
                   PERFORM Report-One-Failure
               END-IF
           END-IF
           READ HELD-FILE
               AT END SET ICK-EOF TO TRUE
           END-READ.

       Look-Up-Exception.
           MOVE 'N' TO ICK-FOUND-SWITCH
           IF ICK-EXCEPT-OPEN THEN
               MOVE ICK-CHECK-EXC-ID TO EXC-ID
               READ EXCEPT-FILE KEY IS EXC-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET ICK-FOUND TO TRUE
               END-READ
           END-IF.

      *    Regle 2 : chaque run de CALCHIST retrouve autant
      *    d'ecritures, archives comprises, que son historique en
      *    annonce, y compris un run repris sur checkpoint.
       Check-Run-Counts.
           MOVE 2 TO ICK-RULE-NO
           PERFORM Print-Rule-Header
           PERFORM Load-Run-History
           MOVE 'N' TO ICK-EOF-SWITCH
           MOVE SPACES TO ICK-BREAK-RUN-ID
           MOVE 0 TO ICK-BREAK-COUNT
           OPEN INPUT WORK-FILE
           READ WORK-FILE NEXT RECORD
               AT END SET ICK-EOF TO TRUE
           END-READ
           PERFORM Count-One-Work-Record UNTIL ICK-EOF
           PERFORM Close-Run-Break
           CLOSE WORK-FILE
           PERFORM Compare-One-Run
               VARYING ICK-RUN-IDX FROM 1 BY 1
               UNTIL ICK-RUN-IDX > ICK-RUN-USED
           PERFORM Print-Rule-Footer.

       Load-Run-History.
           MOVE 'N' TO ICK-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF ICK-HIST-STATUS = "00" THEN
               READ HISTORY-FILE
                   AT END SET ICK-EOF TO TRUE
               END-READ
               PERFORM Note-One-History-Run UNTIL ICK-EOF
               CLOSE HISTORY-FILE
           END-IF.

      *    Un meme run-id ecrit deux fois dans CALCHIST (run relance)
      *    cumule ses deux comptes.
       Note-One-History-Run.
           IF RH-RUN-ID NOT = SPACES THEN
               MOVE RH-RUN-ID TO ICK-BREAK-RUN-ID
               PERFORM Locate-Run-Entry
               IF NOT ICK-FOUND AND ICK-RUN-USED < 5000 THEN
                   ADD 1 TO ICK-RUN-USED
                   SET ICK-RUN-IDX TO ICK-RUN-USED
                   MOVE RH-RUN-ID TO ICK-RUN-ID(ICK-RUN-IDX)
                   MOVE 0 TO ICK-RUN-HIST(ICK-RUN-IDX)
                   MOVE 0 TO ICK-RUN-AUDIT(ICK-RUN-IDX)
                   SET ICK-FOUND TO TRUE
               END-IF
               IF ICK-FOUND THEN
                   ADD RH-TRAN-COUNT TO ICK-RUN-HIST(ICK-RUN-IDX)
               END-IF
           END-IF
           READ HISTORY-FILE
               AT END SET ICK-EOF TO TRUE
           END-READ.

       Locate-Run-Entry.
           MOVE 'N' TO ICK-FOUND-SWITCH
           SET ICK-RUN-IDX TO 1
           PERFORM Match-Run-Entry
               UNTIL ICK-FOUND OR ICK-RUN-IDX > ICK-RUN-USED.

       Match-Run-Entry.
           IF ICK-RUN-ID(ICK-RUN-IDX) = ICK-BREAK-RUN-ID THEN
               SET ICK-FOUND TO TRUE
           ELSE
               SET ICK-RUN-IDX UP BY 1
           END-IF.

      *    INTWK est lu dans l'ordre des cles : les ecritures d'un
      *    run se suivent.
       Count-One-Work-Record.
           IF IWK-RUN-ID NOT = ICK-BREAK-RUN-ID THEN
               PERFORM Close-Run-Break
               MOVE IWK-RUN-ID TO ICK-BREAK-RUN-ID
           END-IF
           ADD 1 TO ICK-BREAK-COUNT
           READ WORK-FILE NEXT RECORD
               AT END SET ICK-EOF TO TRUE
           END-READ.

       Close-Run-Break.
           IF ICK-BREAK-COUNT > 0 THEN
               PERFORM Locate-Run-Entry
               IF ICK-FOUND THEN
                   MOVE ICK-BREAK-COUNT TO ICK-RUN-AUDIT(ICK-RUN-IDX)
               END-IF
               MOVE 0 TO ICK-BREAK-COUNT
           END-IF.

       Compare-One-Run.
           IF ICK-RUN-HIST(ICK-RUN-IDX)
                NOT = ICK-RUN-AUDIT(ICK-RUN-IDX) THEN
               MOVE ICK-RUN-HIST(ICK-RUN-IDX) TO ICK-EDIT-COUNT
               MOVE ICK-RUN-AUDIT(ICK-RUN-IDX) TO ICK-EDIT-COUNT-2
               MOVE SPACES TO ICK-FAIL-TEXT
               STRING "Run " ICK-RUN-ID(ICK-RUN-IDX)
                   " : CALCHIST " ICK-EDIT-COUNT
                   ", ecritures " ICK-EDIT-COUNT-2
                   DELIMITED BY SIZE INTO ICK-FAIL-TEXT
               PERFORM Report-One-Failure
           END-IF.

      *    Regle 3 : chaque generation nommee dans AUDMIDX existe et
      *    redonne, journee par journee, le nombre indexe.
       Check-Archive-Index.
           MOVE 3 TO ICK-RULE-NO
           PERFORM Print-Rule-Header
           PERFORM Check-One-Generation
               VARYING ICK-GEN-IDX FROM 1 BY 1
               UNTIL ICK-GEN-IDX > ICK-GEN-USED
           PERFORM Check-One-Archive-Day
               VARYING ICK-DAY-IDX FROM 1 BY 1
               UNTIL ICK-DAY-IDX > ICK-DAY-USED
           PERFORM Print-Rule-Footer.

       Check-One-Generation.
           IF ICK-GEN-FOUND(ICK-GEN-IDX) NOT = 'Y' THEN
               MOVE SPACES TO ICK-FAIL-TEXT
               STRING "Generation AUDARCH.D" ICK-GEN-DATE(ICK-GEN-IDX)
                   " introuvable"
                   DELIMITED BY SIZE INTO ICK-FAIL-TEXT
               PERFORM Report-One-Failure
           END-IF
           IF ICK-GEN-BADREC(ICK-GEN-IDX) > 0 THEN
               MOVE ICK-GEN-BADREC(ICK-GEN-IDX) TO ICK-EDIT-COUNT
               MOVE SPACES TO ICK-REPORT-LINE
               STRING "  (AUDARCH.D" ICK-GEN-DATE(ICK-GEN-IDX) " : "
                   ICK-EDIT-COUNT " enreg. a l'ancienne maquette)"
                   DELIMITED BY SIZE INTO ICK-REPORT-LINE
               PERFORM Write-Ick-Report-Line
           END-IF.

       Check-One-Archive-Day.
           SET ICK-GEN-IDX TO 1
           MOVE ICK-DAY-GEN(ICK-DAY-IDX) TO ICK-MATCH-GEN
           MOVE 'N' TO ICK-FOUND-SWITCH
           PERFORM Match-Generation
               UNTIL ICK-FOUND OR ICK-GEN-IDX > ICK-GEN-USED
           IF ICK-FOUND AND ICK-GEN-FOUND(ICK-GEN-IDX) = 'Y'
              AND ICK-DAY-INDEXED(ICK-DAY-IDX)
                NOT = ICK-DAY-READ(ICK-DAY-IDX) THEN
               MOVE ICK-DAY-INDEXED(ICK-DAY-IDX) TO ICK-EDIT-COUNT
               MOVE ICK-DAY-READ(ICK-DAY-IDX) TO ICK-EDIT-COUNT-2
               MOVE SPACES TO ICK-FAIL-TEXT
               STRING "AUDARCH.D" ICK-DAY-GEN(ICK-DAY-IDX)
                   " journee " ICK-DAY-DATE(ICK-DAY-IDX)
                   " : AUDMIDX " ICK-EDIT-COUNT
                   ", relus " ICK-EDIT-COUNT-2
                   DELIMITED BY SIZE INTO ICK-FAIL-TEXT
               PERFORM Report-One-Failure
           END-IF.

      *    Regle 4 : l'agence des ecritures, exceptions, retenus et
      *    mouvements en attente est connue de BRNMAST.  Une agence
      *    a blanc (saisie au guichet) n'est pas controlee.
       Check-Branch-Links.
           MOVE 4 TO ICK-RULE-NO
           PERFORM Print-Rule-Header
           OPEN INPUT BRANCH-MASTER
           IF ICK-BRANCH-STATUS NOT = "00" THEN
               MOVE "  Fichier BRNMAST absent, regle non controlee."
                   TO ICK-REPORT-LINE
               PERFORM Write-Ick-Report-Line
           ELSE
               PERFORM Check-Audit-Branches
               PERFORM Check-Exception-Branches
               PERFORM Check-Held-Branches
               PERFORM Check-Pending-Branches
               CLOSE BRANCH-MASTER
           END-IF
           PERFORM Print-Rule-Footer.

       Check-Audit-Branches.
           MOVE 'N' TO ICK-EOF-SWITCH
           OPEN INPUT WORK-FILE
           READ WORK-FILE NEXT RECORD
               AT END SET ICK-EOF TO TRUE
           END-READ
           PERFORM Check-One-Audit-Branch UNTIL ICK-EOF
           CLOSE WORK-FILE.

       Check-One-Audit-Branch.
           IF IWK-BRANCH NOT = SPACES THEN
               MOVE IWK-BRANCH TO ICK-CHECK-BRANCH
               PERFORM Look-Up-Branch
               IF NOT ICK-FOUND THEN
                   MOVE SPACES TO ICK-FAIL-TEXT
                   STRING "Ecriture " IWK-RUN-ID "-" IWK-SEQ
                       " : agence " IWK-BRANCH " inconnue"
                       DELIMITED BY SIZE INTO ICK-FAIL-TEXT
                   PERFORM Report-One-Failure
               END-IF
           END-IF
           READ WORK-FILE NEXT RECORD
               AT END SET ICK-EOF TO TRUE
           END-READ.

       Check-Exception-Branches.
           MOVE 'N' TO ICK-EOF-SWITCH
           OPEN INPUT EXCEPT-FILE
           IF ICK-EXCEPT-STATUS = "00" THEN
               READ EXCEPT-FILE NEXT RECORD
                   AT END SET ICK-EOF TO TRUE
               END-READ
               PERFORM Check-One-Exception-Branch UNTIL ICK-EOF
               CLOSE EXCEPT-FILE
           END-IF.

       Check-One-Exception-Branch.
           IF EXC-BRANCH NOT = SPACES THEN
               MOVE EXC-BRANCH TO ICK-CHECK-BRANCH
               PERFORM Look-Up-Branch
               IF NOT ICK-FOUND THEN
                   MOVE SPACES TO ICK-FAIL-TEXT
                   STRING "Exception " EXC-ID " : agence " EXC-BRANCH
                       " inconnue"
                       DELIMITED BY SIZE INTO ICK-FAIL-TEXT
                   PERFORM Report-One-Failure
               END-IF
           END-IF
           READ EXCEPT-FILE NEXT RECORD
               AT END SET ICK-EOF TO TRUE
           END-READ.

       Check-Held-Branches.
           MOVE 'N' TO ICK-EOF-SWITCH
           OPEN INPUT HELD-FILE
           IF ICK-HELD-STATUS = "00" THEN
               READ HELD-FILE
                   AT END SET ICK-EOF TO TRUE
               END-READ
               PERFORM Check-One-Held-Branch UNTIL ICK-EOF
               CLOSE HELD-FILE
           END-IF.

       Check-One-Held-Branch.
           IF HLD-BRANCH NOT = SPACES THEN
               MOVE HLD-BRANCH TO ICK-CHECK-BRANCH
               PERFORM Look-Up-Branch
               IF NOT ICK-FOUND THEN
                   MOVE SPACES TO ICK-FAIL-TEXT
                   STRING "Retenu du " HLD-DATE " : agence "
                       HLD-BRANCH " inconnue"
                       DELIMITED BY SIZE INTO ICK-FAIL-TEXT
                   PERFORM Report-One-Failure
               END-IF
           END-IF
           READ HELD-FILE
               AT END SET ICK-EOF TO TRUE
           END-READ.

       Check-Pending-Branches.
           MOVE 'N' TO ICK-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF ICK-PENDING-STATUS = "00" THEN
               READ PENDING-FILE
                   AT END SET ICK-EOF TO TRUE
               END-READ
               PERFORM Check-One-Pending-Branch UNTIL ICK-EOF
               CLOSE PENDING-FILE
           END-IF.

       Check-One-Pending-Branch.
           IF (CT-DETAIL-REC OR CT-REVERSAL-REC)
              AND CT-BRANCH NOT = SPACES THEN
               MOVE CT-BRANCH TO ICK-CHECK-BRANCH
               PERFORM Look-Up-Branch
               IF NOT ICK-FOUND THEN
                   MOVE SPACES TO ICK-FAIL-TEXT
                   STRING "En attente au " CT-EFF-DATE " : agence "
                       CT-BRANCH " inconnue"
                       DELIMITED BY SIZE INTO ICK-FAIL-TEXT
                   PERFORM Report-One-Failure
               END-IF
           END-IF
           READ PENDING-FILE
               AT END SET ICK-EOF TO TRUE
           END-READ.

       Look-Up-Branch.
           MOVE 'N' TO ICK-FOUND-SWITCH
           MOVE ICK-CHECK-BRANCH TO BRN-CODE
           READ BRANCH-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET ICK-FOUND TO TRUE
           END-READ.

       Print-Rule-Header.
           MOVE SPACES TO ICK-REPORT-LINE
           PERFORM Write-Ick-Report-Line
           MOVE SPACES TO ICK-REPORT-LINE
           STRING "REGLE " ICK-RULE-NO " - " ICK-RULE-LABEL(ICK-RULE-NO)
               DELIMITED BY SIZE INTO ICK-REPORT-LINE
           PERFORM Write-Ick-Report-Line.

       Report-One-Failure.
           ADD 1 TO ICK-RULE-FAILS(ICK-RULE-NO)
           IF ICK-RULE-FAILS(ICK-RULE-NO) NOT > ICK-LIST-LIMIT THEN
               MOVE SPACES TO ICK-REPORT-LINE
               STRING "  " ICK-FAIL-TEXT
                   DELIMITED BY SIZE INTO ICK-REPORT-LINE
               PERFORM Write-Ick-Report-Line
           END-IF.

       Print-Rule-Footer.
           EVALUATE TRUE
               WHEN ICK-RULE-FAILS(ICK-RULE-NO) = 0
                   MOVE "  Aucune anomalie." TO ICK-REPORT-LINE
                   PERFORM Write-Ick-Report-Line
               WHEN ICK-RULE-FAILS(ICK-RULE-NO) > ICK-LIST-LIMIT
                   COMPUTE ICK-EDIT-COUNT =
                       ICK-RULE-FAILS(ICK-RULE-NO) - ICK-LIST-LIMIT
                   MOVE SPACES TO ICK-REPORT-LINE
                   STRING "  ... et " ICK-EDIT-COUNT
                       " autre(s) anomalie(s) non listee(s)."
                       DELIMITED BY SIZE INTO ICK-REPORT-LINE
                   PERFORM Write-Ick-Report-Line
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Une alerte par regle en echec.  Comme pour les sceaux, la
      *    chaine n'est pas arretee : l'alerte est en place avant la
      *    passation au grand livre et remonte a l'escalade.
       Print-Rule-Summary.
           MOVE SPACES TO ICK-REPORT-LINE
           PERFORM Write-Ick-Report-Line
           MOVE ALL "-" TO ICK-REPORT-LINE
           PERFORM Write-Ick-Report-Line
           PERFORM Print-One-Rule-Total
               VARYING ICK-RULE-NO FROM 1 BY 1
               UNTIL ICK-RULE-NO > 4.

       Print-One-Rule-Total.
           MOVE ICK-RULE-FAILS(ICK-RULE-NO) TO ICK-EDIT-COUNT
           MOVE SPACES TO ICK-REPORT-LINE
           STRING "Regle " ICK-RULE-NO " - "
               ICK-RULE-LABEL(ICK-RULE-NO) " : " ICK-EDIT-COUNT
               DELIMITED BY SIZE INTO ICK-REPORT-LINE
           PERFORM Write-Ick-Report-Line
           IF ICK-RULE-FAILS(ICK-RULE-NO) > 0 THEN
               MOVE SPACES TO ALT-MESSAGE
               STRING "Integrite, regle " ICK-RULE-NO " : "
                   ICK-EDIT-COUNT " anomalie(s), voir INTCHK"
                   DELIMITED BY SIZE INTO ALT-MESSAGE
               PERFORM Write-Alert-Record
           END-IF.

       Write-Ick-Report-Line.
           DISPLAY ICK-REPORT-LINE
           WRITE ICK-REPORT-LINE.

       Write-Alert-Record.
           OPEN EXTEND ALERT-FILE
           IF ICK-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF
           ACCEPT ALT-DATE FROM DATE YYYYMMDD
           ACCEPT ALT-TIME FROM TIME
           MOVE "INTCHK" TO ALT-SOURCE
           MOVE 'E' TO ALT-SEVERITY
           MOVE 'N' TO ALT-ACK-FLAG
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       END PROGRAM IntChk.
