               ALTERNATE RECORD KEY IS AUD-DATE WITH DUPLICATES
               FILE STATUS IS CALC-AUDIT-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-ID
               ALTERNATE RECORD KEY IS EXC-STATUS WITH DUPLICATES
               ALTERNATE RECORD KEY IS EXC-BRANCH WITH DUPLICATES
               FILE STATUS IS CALC-EXCEPT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN DYNAMIC CALC-CKPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-CKPT-STATUS.
               FILE STATUS IS CALC-LOCK-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC CALC-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIM-EXCEPT-FILE ASSIGN DYNAMIC CALC-SIMX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO "CALCRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RATE-STATUS.
           SELECT FEE-FILE ASSIGN TO "CALCFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-FEE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CALCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-CTL-STATUS.
           SELECT RETURN-FILE ASSIGN DYNAMIC CALC-RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RETURN-STATUS.
           SELECT RETURN-LOG-FILE ASSIGN TO "RETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RETLOG-STATUS.
           SELECT LATE-BATCH-FILE ASSIGN TO "CALCLATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-LATE-STATUS.
           SELECT SEAL-FILE ASSIGN TO "AUDSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SEAL-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-PENDING-STATUS.
       FD  EXCEPT-FILE.
           COPY CALCEXCP.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-COUNT          PIC 9(7).
           05 CKPT-RESULT-COUNT   PIC 9(7).
           05 CKPT-ERROR-COUNT    PIC 9(5).
           05 CKPT-SUM-RESULT     PIC S9(9)V99.
           05 CKPT-MIN-RESULT     PIC S9(7)V99.
           05 CKPT-MAX-RESULT     PIC S9(7)V99.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(80).

       FD  SIM-EXCEPT-FILE.
       01  SIM-EXCEPT-LINE        PIC X(80).

       FD  RATE-FILE.
           COPY CALCRATE.

       FD  FEE-FILE.
           COPY CALCFEE.

       FD  HISTORY-FILE.
           COPY CALCHIST.

       FD  RETURN-FILE.
           COPY CALCRTRN.

       FD  RETURN-LOG-FILE.
           COPY RETLOG.

       FD  LATE-BATCH-FILE.
           COPY CALCLATE.

       FD  SEAL-FILE.
           COPY AUDSEAL.

       FD  PENDING-FILE.
       01  CALC-PENDING-RECORD    PIC X(47).

       WORKING-STORAGE SECTION.
           COPY CALCFLDS.
           COPY DATERTN.
           COPY PERCHK.
           COPY SEALRTN.
       01 Choice         PIC X.

      *    La simulation ('S') est un traitement par lot complet
      *    qui ne met a jour aucun fichier : elle ne produit qu'un
      *    rapport et une liste d'exceptions projetes.
       01 CALC-RUN-MODE      PIC X.
           88 CALC-BATCH-MODE    VALUE 'B' 'b' 'S' 's'.
           88 CALC-SIMULATION    VALUE 'S' 's'.
       01 CALC-EOF-SWITCH    PIC X     VALUE 'N'.
           88 CALC-EOF           VALUE 'Y'.
       01 CALC-ERROR-SWITCH  PIC X     VALUE 'N'.
               10 TAPE-CURRENCY   PIC X(3).
       01 CALC-TAPE-ANSWER       PIC X.
       01 CALC-TAPE-BRANCH       PIC X(3).
       01 CALC-TAPE-SEND-CLOCK   PIC 9(8).
       01 CALC-TAPE-OUT-COUNT    PIC 9(7)  VALUE 0.
       01 CALC-TAPE-OUT-HASH     PIC S9(13)V99 VALUE 0.
       01 CALC-CTL-STATUS        PIC XX.
           05 FILLER              PIC X(12) VALUE "CALCTRAN2".
           05 FILLER              PIC X(12) VALUE "CALCTRAN3".
           05 FILLER              PIC X(12) VALUE "CALCRSUB".
           05 FILLER              PIC X(12) VALUE "CALCSTO".
       01 FILLER REDEFINES CALC-TRANS-NAME-TABLE.
           05 CALC-TRANS-NAME     PIC X(12) OCCURS 5 TIMES.
       01 CALC-FILE-LIST.
           05 CALC-FILE-ENTRY     PIC X(12) OCCURS 5 TIMES.
       01 CALC-FILE-COUNT        PIC 9     VALUE 0.
       01 CALC-FILE-IDX          PIC 9     VALUE 0.
       01 CALC-NAME-IDX          PIC 9     VALUE 0.
           88 CALC-BRNTAB-FOUND      VALUE 'Y'.
       01 CALC-BRNTAB-NAME-SAVE  PIC X(30) VALUE SPACES.
       01 CALC-BRNTAB-REGION-SAVE PIC X(10) VALUE SPACES.
       01 CALC-BRNTAB-CUTOFF-SAVE PIC 9(4)  VALUE 0.
       01 CALC-BRNTAB.
           05 CALC-BRNTAB-ENTRY OCCURS 100 TIMES
                   INDEXED BY CALC-BRNTAB-IDX.
               10 CALC-BRNTAB-NAME    PIC X(30).
               10 CALC-BRNTAB-REGION  PIC X(10).
               10 CALC-BRNTAB-STAT    PIC X.
               10 CALC-BRNTAB-CUTOFF  PIC 9(4).
       01 CALC-RETURN-STATUS     PIC XX.
       01 CALC-RETLOG-STATUS     PIC XX.
       01 CALC-PENDING-STATUS    PIC XX.
       01 CALC-DEFERRED-COUNT    PIC 9(5)  VALUE 0.
       01 CALC-RELEASED-COUNT    PIC 9(5)  VALUE 0.
      *    Lots remis apres l'heure limite de l'agence : leurs
      *    mouvements partent dans CALCPEND pour le jour ouvre suivant.
       01 CALC-LATE-STATUS       PIC XX.
       01 CALC-LATE-BATCH-SW     PIC X     VALUE 'N'.
           88 CALC-LATE-BATCH        VALUE 'Y'.
       01 CALC-LATE-EFF-DATE     PIC 9(8)  VALUE 0.
       01 CALC-LATE-PARKED       PIC 9(7)  VALUE 0.
       01 CALC-LATE-HDR-BRANCH   PIC X(3)  VALUE SPACES.
       01 CALC-LATE-HDR-DATE     PIC 9(8)  VALUE 0.
       01 CALC-LATE-HDR-SEND     PIC 9(4)  VALUE 0.
       01 CALC-LATE-HDR-CUTOFF   PIC 9(4)  VALUE 0.
       01 CALC-LATE-USED         PIC 9     VALUE 0.
       01 CALC-LATE-TABLE.
           05 CALC-LATE-ENTRY OCCURS 5 TIMES
                   INDEXED BY CALC-LATE-IDX.
               10 CALC-LATE-BRANCH    PIC X(3).
               10 CALC-LATE-FILE      PIC X(12).
               10 CALC-LATE-SEND      PIC 9(4).
               10 CALC-LATE-CUTOFF    PIC 9(4).
               10 CALC-LATE-COUNT     PIC 9(7).
       01 CALC-HELD-STATUS       PIC XX.
       01 CALC-LIMIT-STATUS      PIC XX.
      *    Plafond 0 = aucun plafond ; les commis partent a 100000
               10 CALC-RETURN-ID      PIC X(3).
               10 CALC-RETURN-COUNT   PIC 9(7).
               10 CALC-RETURN-HASH    PIC S9(13)V99.
               10 CALC-RETURN-FEE     PIC S9(13)V99.
       01 CALC-REGION-USED       PIC 9(2)  VALUE 0.
       01 CALC-REGION-FOUND-SW   PIC X     VALUE 'N'.
           88 CALC-REGION-FOUND      VALUE 'Y'.
               10 CALC-REGION-ID      PIC X(10).
               10 CALC-REGION-COUNT   PIC 9(7).
               10 CALC-REGION-TOTAL   PIC S9(11)V99.
               10 CALC-REGION-FEE     PIC S9(11)V99.
       01 CALC-BRANCH-USED       PIC 9(2)  VALUE 0.
       01 CALC-BRANCH-FOUND-SW   PIC X     VALUE 'N'.
           88 CALC-BRANCH-FOUND      VALUE 'Y'.
               10 CALC-BRANCH-ID      PIC X(3).
               10 CALC-BRANCH-COUNT   PIC 9(7).
               10 CALC-BRANCH-TOTAL   PIC S9(11)V99.
               10 CALC-BRANCH-FEE     PIC S9(11)V99.
       01 CALC-CHECKPOINT-EVERY  PIC 9(3)  VALUE 10.
       01 CALC-PROCESSED-COUNT  PIC 9(7) COMP VALUE 0.
       01 CALC-RESTART-COUNT    PIC 9(7) COMP VALUE 0.

       01 CALC-REPORT-DATE      PIC 9(6).
       01 CALC-REPORT-FILENAME  PIC X(20).
       01 CALC-SIMX-FILENAME    PIC X(20).
       01 CALC-SIMX-COUNT       PIC 9(5)  VALUE 0.
       01 CALC-AUDIT-ABSENT-SW  PIC X     VALUE 'N'.
           88 CALC-AUDIT-ABSENT     VALUE 'Y'.

       01 CALC-USER-ID          PIC X(50) VALUE "BATCH".
       01 CALC-SIGNON-SWITCH    PIC X     VALUE 'N'.
       01 CALC-AUD-SEQ           PIC 9(7)  VALUE 0.
       01 CALC-AUD-RETRY-SW      PIC X     VALUE 'N'.
           88 CALC-AUD-RETRY         VALUE 'Y'.
       01 CALC-AUDIT-SAVE        PIC X(141).
       01 CALC-AUD-LOST-COUNT    PIC 9(5)  VALUE 0.
       01 CALC-SEAL-STATUS       PIC XX.
       01 CALC-SEAL-EOF-SW       PIC X     VALUE 'N'.
           88 CALC-SEAL-EOF          VALUE 'Y'.
       01 CALC-SEAL-FROM-SEQ     PIC 9(7)  VALUE 0.
       01 CALC-SEAL-PREV-CHAIN   PIC 9(9)  VALUE 0.
       01 CALC-SEAL-FIRST-SEQ    PIC 9(7)  VALUE 0.
       01 CALC-SEAL-LAST-SEQ     PIC 9(7)  VALUE 0.
       01 CALC-REVERSAL-SW       PIC X     VALUE 'N'.
           88 CALC-REVERSING         VALUE 'Y'.
       01 CALC-REV-ORIG-KEY      PIC X(15) VALUE SPACES.
       01 CALC-REV-NEW-KEY       PIC X(15) VALUE SPACES.
       01 CALC-REV-REASON        PIC X(40) VALUE SPACES.
       01 CALC-REV-LOST-SAVE     PIC 9(5)  VALUE 0.
       01 CALC-REVERSAL-COUNT    PIC 9(5)  VALUE 0.
       01 CALC-REV-REJ-COUNT     PIC 9(5)  VALUE 0.
       01 CALC-EXC-SEQ           PIC 9(5)  VALUE 0.
       01 CALC-EXC-ID-WORK.
           05 CALC-EXC-ID-RUN     PIC X(8).
       01 CALC-EXC-XREF          PIC X(13) VALUE SPACES.
       01 CALC-RSUB-SWITCH       PIC X     VALUE 'N'.
           88 CALC-RSUB-IN-LIST      VALUE 'Y'.
       01 CALC-STO-SWITCH        PIC X     VALUE 'N'.
           88 CALC-STO-IN-LIST       VALUE 'Y'.
       01 CALC-RESOLVE-COUNT     PIC 9(3)  VALUE 0.
       01 CALC-RESOLVE-IDX       PIC 9(3)  VALUE 0.
       01 CALC-RESOLVE-FOUND-SW  PIC X     VALUE 'N'.
           88 CALC-RATE-FOUND        VALUE 'Y'.
       01 CALC-RATE-COUNT        PIC 9(3)  VALUE 0.
       01 CALC-TRANS-DATE        PIC 9(8)  VALUE 0.
      *    Date comptable des ecritures : la date du jour, ou le
      *    premier jour ouvre du mois ouvert suivant quand le mois du
      *    jour est deja clos dans PERCTL.
       01 CALC-BOOK-DATE         PIC 9(8)  VALUE 0.
       01 CALC-ITEM-DATE         PIC 9(8)  VALUE 0.
       01 CALC-ROLLED-COUNT      PIC 9(5)  VALUE 0.
       01 CALC-RATE-BEST-DATE    PIC 9(8)  VALUE 0.
       01 CALC-RATE-TABLE.
           05 CALC-RATE-ENTRY OCCURS 100 TIMES
               10 CALC-RATE-EFF     PIC 9(8).
               10 CALC-RATE-VALUE   PIC 9(3)V9999.

       01 CALC-FEE-STATUS        PIC XX.
       01 CALC-FEE-COUNT         PIC 9(3)  VALUE 0.
       01 CALC-FEE-FOUND-SW      PIC X     VALUE 'N'.
           88 CALC-FEE-FOUND         VALUE 'Y'.
       01 CALC-FEE-BEST-IDX      PIC 9(3)  VALUE 0.
       01 CALC-FEE-BEST-SCORE    PIC 9     VALUE 0.
       01 CALC-FEE-SCORE         PIC 9     VALUE 0.
       01 CALC-FEE-AMOUNT        PIC S9(7)V99 VALUE 0.
       01 CALC-FEE-TOTAL         PIC S9(11)V99 VALUE 0.
       01 CALC-FEE-TABLE.
           05 CALC-FEE-ENTRY OCCURS 200 TIMES
                   INDEXED BY CALC-FEE-IDX.
               10 CALC-FEE-BRN      PIC X(3).
               10 CALC-FEE-OPER     PIC X.
               10 CALC-FEE-CURR     PIC X(3).
               10 CALC-FEE-FLAT     PIC 9(5)V99.
               10 CALC-FEE-PCT      PIC 9(2)V9999.
               10 CALC-FEE-MIN      PIC 9(5)V99.
               10 CALC-FEE-MAX      PIC 9(5)V99.

       LINKAGE SECTION.
           COPY SIGNON.

           IF NOT CALC-CTL-PRESENT THEN
               DISPLAY "---------------------------------------"
               DISPLAY "Bienvenue dans la calculatrice en COBOL."
               DISPLAY "Mode interactif (I), traitement par lot "
                   "(B) ou simulation du lot (S) ? "
               ACCEPT CALC-RUN-MODE
               DISPLAY "Mode d'arrondi pour la division "
               DISPLAY "(N=plus proche, U=superieur, D=inferieur) : "
           STRING "CALCCKPT." CALC-RUN-ID
               DELIMITED BY SPACE INTO CALC-CKPT-FILENAME
           PERFORM Open-Audit-File
           IF NOT CALC-SIMULATION THEN
               PERFORM Open-Except-File
           END-IF
           PERFORM Load-Rate-Table
           PERFORM Load-Fee-Table
           PERFORM Load-Branch-Master
           PERFORM Load-Amount-Limits
           PERFORM Set-Booking-Date
           IF CALC-BATCH-MODE THEN
               PERFORM Process-Batch-Transactions
           ELSE
                   PERFORM Offer-Tape-Batch
               END-IF
           END-IF
           IF NOT CALC-SIMULATION THEN
               PERFORM Write-Audit-Seal
               CLOSE EXCEPT-FILE
           END-IF
           IF NOT CALC-AUDIT-ABSENT THEN
               CLOSE AUDIT-FILE
           END-IF
           DISPLAY "Nombre d'erreurs rencontrees : " CALC-ERROR-COUNT
           PERFORM Print-Summary-Report
           IF CALC-BATCH-MODE AND CALC-CONTROL-OK
              AND NOT CALC-SIMULATION
              AND NOT (CALC-DUP-SUSPECT AND NOT CALC-DUP-FORCED) THEN
               PERFORM Write-Run-History
           END-IF
                   DELIMITED BY SIZE INTO ALT-MESSAGE
               PERFORM Write-Alert-Record
           END-IF
           IF CALC-ROLLED-COUNT > 0 THEN
               MOVE CALC-ROLLED-COUNT TO CALC-EDIT-COUNT
               MOVE SPACES TO ALT-MESSAGE
               STRING "Mouvements de periode close reportes : "
                   CALC-EDIT-COUNT
                   DELIMITED BY SIZE INTO ALT-MESSAGE
               PERFORM Write-Alert-Record
           END-IF
           IF CALC-AUD-LOST-COUNT > 0 THEN
               DISPLAY "ATTENTION : " CALC-AUD-LOST-COUNT
                   " ecriture(s) audit perdue(s)."
           END-IF
           GOBACK.

      *    En simulation l'alerte est seulement affichee : rien ne
      *    doit partir a l'exploitation pour un lot non passe.
       Write-Alert-Record.
           IF CALC-SIMULATION THEN
               DISPLAY "Alerte projetee : " ALT-MESSAGE
           ELSE
               OPEN EXTEND ALERT-FILE
               IF CALC-ALERT-STATUS = "35" THEN
                   OPEN OUTPUT ALERT-FILE
               END-IF
               ACCEPT ALT-DATE FROM DATE YYYYMMDD
               ACCEPT ALT-TIME FROM TIME
               MOVE "CALCULATOR" TO ALT-SOURCE
               MOVE 'E' TO ALT-SEVERITY
               MOVE 'N' TO ALT-ACK-FLAG
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           END-IF.

       Set-Booking-Date.
           MOVE CALC-TRANS-DATE TO PC-DATE
           CALL 'PerChk' USING PERIOD-CHECK-AREA
           IF PC-CLOSED THEN
               MOVE PC-ROLL-DATE TO CALC-BOOK-DATE
               DISPLAY "Periode du " CALC-TRANS-DATE " close : "
                   "ecritures passees au " CALC-BOOK-DATE "."
           END-IF.

      *    Un mouvement date d'un mois clos (date d'effet echue,
      *    mouvement plafonne libere apres la cloture) n'est pas
      *    refuse : il est passe a la date comptable du run, dans le
      *    mois ouvert, et signale.
       Check-Closed-Period-Item.
           IF CALC-ITEM-DATE > 0 THEN
               MOVE CALC-ITEM-DATE TO PC-DATE
               CALL 'PerChk' USING PERIOD-CHECK-AREA
               IF PC-CLOSED THEN
                   ADD 1 TO CALC-ROLLED-COUNT
                   DISPLAY "Mouvement du " CALC-ITEM-DATE
                       " (periode close) passe au " CALC-BOOK-DATE "."
               END-IF
           END-IF.

       Write-Run-History.
           OPEN EXTEND HISTORY-FILE
           MOVE 0 TO CALC-RATE-COUNT
           MOVE 'N' TO CALC-RATE-FOUND-SWITCH
           ACCEPT CALC-TRANS-DATE FROM DATE YYYYMMDD
           MOVE CALC-TRANS-DATE TO CALC-BOOK-DATE
           MOVE 0 TO CALC-ROLLED-COUNT
           MOVE 'N' TO CALC-CONTROL-SWITCH
           MOVE 'N' TO CALC-HEADER-SWITCH
           MOVE 'N' TO CALC-TRAILER-SWITCH
           MOVE 0 TO CALC-RETURN-USED
           MOVE 0 TO CALC-DEFERRED-COUNT
           MOVE 0 TO CALC-RELEASED-COUNT
           MOVE 0 TO CALC-LATE-USED
           MOVE 0 TO CALC-SIMX-COUNT
           MOVE 'N' TO CALC-AUDIT-ABSENT-SW
           MOVE 0 TO CALC-LATE-EFF-DATE
           MOVE 'N' TO CALC-LATE-BATCH-SW
           MOVE 0 TO CALC-HELD-COUNT
           MOVE 0 TO CALC-HELD-DONE-COUNT
           MOVE 'N' TO CALC-LIMIT-CHECK-SW
           MOVE 10 TO CALC-ERROR-LIMIT
           MOVE 0 TO CALC-AUD-SEQ
           MOVE 0 TO CALC-AUD-LOST-COUNT
           MOVE 'N' TO CALC-REVERSAL-SW
           MOVE 0 TO CALC-REVERSAL-COUNT
           MOVE 0 TO CALC-REV-REJ-COUNT
           MOVE 0 TO CALC-EXC-SEQ
           MOVE SPACES TO CALC-EXC-XREF
           MOVE 'N' TO CALC-RSUB-SWITCH
           MOVE 'N' TO CALC-STO-SWITCH
           MOVE 0 TO CALC-RESOLVE-COUNT
           MOVE 0 TO CALC-FEE-COUNT
           MOVE 'N' TO CALC-FEE-FOUND-SW
           MOVE 0 TO CALC-FEE-AMOUNT
           MOVE 0 TO CALC-FEE-TOTAL
           MOVE 0 TO CALC-TAPE-COUNT
           MOVE 'N' TO CALC-HAVE-PREVIOUS-SW
           MOVE 0 TO CALC-PREVIOUS-RESULT
               DISPLAY "Parametres lus sur CALCCTL."
           END-IF.

      *    La simulation lit l'audit sans le creer : sans CALCAUDT,
      *    ni doublon ni original d'extourne ne peuvent etre trouves.
       Open-Audit-File.
           IF CALC-SIMULATION THEN
               OPEN INPUT AUDIT-FILE
               IF CALC-AUDIT-STATUS = "35" THEN
                   SET CALC-AUDIT-ABSENT TO TRUE
                   DISPLAY "Fichier CALCAUDT absent, simulation sans "
                       "historique d'audit."
               END-IF
           ELSE
               OPEN I-O AUDIT-FILE
               IF CALC-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN I-O AUDIT-FILE
               END-IF
           END-IF.

       Open-Except-File.
           OPEN I-O EXCEPT-FILE
           IF CALC-EXCEPT-STATUS = "35" THEN
               OPEN OUTPUT EXCEPT-FILE
               CLOSE EXCEPT-FILE
               OPEN I-O EXCEPT-FILE
           END-IF
           PERFORM Find-Exception-High-Seq.

      *    Comme pour l'audit, un run-id deja employe (reprise d'un
      *    run interrompu) reprend sa numerotation d'exceptions apres
      *    la derniere ecrite, EXC-ID etant la cle du fichier.
       Find-Exception-High-Seq.
           MOVE CALC-RUN-ID TO CALC-EXC-ID-RUN
           MOVE 0 TO CALC-EXC-ID-SEQ
           MOVE CALC-EXC-ID-WORK TO EXC-ID
           START EXCEPT-FILE KEY IS >= EXC-ID
               INVALID KEY SET CALC-EOF TO TRUE
           END-START
           IF NOT CALC-EOF THEN
               READ EXCEPT-FILE NEXT RECORD
                   AT END SET CALC-EOF TO TRUE
               END-READ
               PERFORM Note-One-Exception-Seq UNTIL CALC-EOF
           END-IF
           MOVE 'N' TO CALC-EOF-SWITCH.

       Note-One-Exception-Seq.
           MOVE EXC-ID TO CALC-EXC-ID-WORK
           IF CALC-EXC-ID-RUN = CALC-RUN-ID
              AND CALC-EXC-ID-SEQ NUMERIC THEN
               IF CALC-EXC-ID-SEQ > CALC-EXC-SEQ THEN
                   MOVE CALC-EXC-ID-SEQ TO CALC-EXC-SEQ
               END-IF
               READ EXCEPT-FILE NEXT RECORD
                   AT END SET CALC-EOF TO TRUE
               END-READ
           ELSE
               SET CALC-EOF TO TRUE
           END-IF.

       Load-Rate-Table.
               AT END SET CALC-EOF TO TRUE
           END-READ.

      *    Les jokers '***' sont ramenes a '*' au chargement : une
      *    seule forme a comparer ensuite.
       Load-Fee-Table.
           OPEN INPUT FEE-FILE
           IF CALC-FEE-STATUS = "35" THEN
               DISPLAY "Fichier CALCFEE absent, pas de frais."
           ELSE
               READ FEE-FILE
                   AT END SET CALC-EOF TO TRUE
               END-READ
               PERFORM Load-One-Fee-Entry UNTIL CALC-EOF
               CLOSE FEE-FILE
               MOVE 'N' TO CALC-EOF-SWITCH
           END-IF.

       Load-One-Fee-Entry.
           IF CALC-FEE-COUNT < 200 THEN
               ADD 1 TO CALC-FEE-COUNT
               SET CALC-FEE-IDX TO CALC-FEE-COUNT
               MOVE FEE-BRANCH TO CALC-FEE-BRN(CALC-FEE-IDX)
               IF FEE-BRANCH = "***" THEN
                   MOVE "*" TO CALC-FEE-BRN(CALC-FEE-IDX)
               END-IF
               MOVE FEE-OPERATOR TO CALC-FEE-OPER(CALC-FEE-IDX)
               MOVE FEE-CURRENCY TO CALC-FEE-CURR(CALC-FEE-IDX)
               IF FEE-CURRENCY = "***" THEN
                   MOVE "*" TO CALC-FEE-CURR(CALC-FEE-IDX)
               END-IF
               MOVE FEE-FLAT TO CALC-FEE-FLAT(CALC-FEE-IDX)
               MOVE FEE-PERCENT TO CALC-FEE-PCT(CALC-FEE-IDX)
               MOVE FEE-MIN TO CALC-FEE-MIN(CALC-FEE-IDX)
               MOVE FEE-MAX TO CALC-FEE-MAX(CALC-FEE-IDX)
           ELSE
               DISPLAY "Table des frais pleine, bareme " FEE-BRANCH
                   "/" FEE-OPERATOR "/" FEE-CURRENCY " ignore."
           END-IF
           READ FEE-FILE
               AT END SET CALC-EOF TO TRUE
           END-READ.

       Load-Amount-Limits.
           MOVE 'N' TO CALC-EOF-SWITCH
           OPEN INPUT LIMIT-FILE
               MOVE BRN-REGION
                   TO CALC-BRNTAB-REGION(CALC-BRNTAB-IDX)
               MOVE BRN-STATUS TO CALC-BRNTAB-STAT(CALC-BRNTAB-IDX)
               IF BRN-CUTOFF-TIME NUMERIC THEN
                   MOVE BRN-CUTOFF-TIME
                       TO CALC-BRNTAB-CUTOFF(CALC-BRNTAB-IDX)
               ELSE
                   MOVE 0 TO CALC-BRNTAB-CUTOFF(CALC-BRNTAB-IDX)
               END-IF
           ELSE
               DISPLAY "Table des agences pleine, agence " BRN-CODE
                   " ignoree."
       Check-Branch-Valid.
           MOVE SPACES TO CALC-BRNTAB-NAME-SAVE
           MOVE SPACES TO CALC-BRNTAB-REGION-SAVE
           MOVE 0 TO CALC-BRNTAB-CUTOFF-SAVE
           IF CALC-BRNTAB-COUNT = 0 THEN
               SET CALC-BRNTAB-FOUND TO TRUE
           ELSE
                   TO CALC-BRNTAB-NAME-SAVE
               MOVE CALC-BRNTAB-REGION(CALC-BRNTAB-IDX)
                   TO CALC-BRNTAB-REGION-SAVE
               MOVE CALC-BRNTAB-CUTOFF(CALC-BRNTAB-IDX)
                   TO CALC-BRNTAB-CUTOFF-SAVE
           END-IF.

       Reject-Branch-Record.
           ADD 1 TO CALC-BRANCH-REJ-COUNT
           DISPLAY "Transaction rejetee : agence " CALC-BRANCH-CODE
               " inconnue ou inactive."
           MOVE "Agence inconnue ou inactive" TO CALC-ERROR-REASON
           PERFORM Write-Reject-Record.

       Write-Reject-Record.
           IF CALC-SIMULATION THEN
               PERFORM Write-Projected-Reject
           ELSE
               OPEN EXTEND REJECT-FILE
               IF CALC-REJECT-STATUS = "35" THEN
                   OPEN OUTPUT REJECT-FILE
               END-IF
               WRITE CALC-REJECT-RECORD FROM CALC-TRANS-RECORD
               CLOSE REJECT-FILE
           END-IF.

      *    La simulation respecte le verrou d'un lot en cours mais ne
      *    le pose pas.
       Process-Batch-Transactions.
           IF CALC-SIMULATION THEN
               PERFORM Open-Projected-Exceptions
           END-IF
           PERFORM Acquire-Run-Lock
           IF CALC-LOCK-REFUSED THEN
               DISPLAY "Un autre traitement par lot est en cours "
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM Process-Locked-Batch
               IF NOT CALC-SIMULATION THEN
                   PERFORM Release-Run-Lock
               END-IF
           END-IF
           IF CALC-SIMULATION THEN
               PERFORM Close-Projected-Exceptions
           END-IF.

       Acquire-Run-Lock.
               END-IF
               CLOSE LOCK-FILE
           END-IF
           IF NOT CALC-LOCK-REFUSED AND NOT CALC-SIMULATION THEN
               PERFORM Write-Run-Lock-Active
           END-IF.

           END-IF.

       Check-Duplicate-Batch.
           MOVE 0 TO CALC-DUP-LOADED
           IF NOT CALC-AUDIT-ABSENT THEN
               PERFORM Load-Recent-Audit-Keys
           END-IF
           IF CALC-DUP-LOADED > 0 THEN
               PERFORM Count-Duplicate-Details
               IF CALC-DUP-DETAIL-COUNT > 0
           MOVE 0 TO CALC-FILE-COUNT
           PERFORM Probe-One-Trans-File
               VARYING CALC-NAME-IDX FROM 1 BY 1
               UNTIL CALC-NAME-IDX > 5
           IF CALC-FILE-COUNT = 0 THEN
               MOVE 1 TO CALC-FILE-COUNT
               MOVE "CALCTRAN" TO CALC-FILE-ENTRY(1)
               IF CALC-TRANS-FILENAME = "CALCRSUB" THEN
                   SET CALC-RSUB-IN-LIST TO TRUE
               END-IF
               IF CALC-TRANS-FILENAME = "CALCSTO" THEN
                   SET CALC-STO-IN-LIST TO TRUE
               END-IF
           END-IF.

       Validate-One-Trans-File.
                   ADD 1 TO CALC-CTL-DETAIL-COUNT
                   ADD CT-NUM1 TO CALC-CTL-HASH-TOTAL
                   ADD CT-NUM2 TO CALC-CTL-HASH-TOTAL
               WHEN CT-REVERSAL-REC
                   ADD 1 TO CALC-CTL-DETAIL-COUNT
                   ADD CT-REV-SEQ TO CALC-CTL-HASH-TOTAL
               WHEN CT-TRAILER-REC
                   SET CALC-TRAILER-SEEN TO TRUE
                   MOVE CT-TRL-COUNT TO CALC-TRL-COUNT-SAVE
           PERFORM Process-One-Trans-File
               VARYING CALC-FILE-IDX FROM 1 BY 1
               UNTIL CALC-FILE-IDX > CALC-FILE-COUNT
           IF NOT CALC-SIMULATION THEN
               PERFORM Write-Batch-Results
           END-IF.

      *    Fin de lot reel : checkpoint, fins des retours agence,
      *    exceptions reprises et remise a vide des lots consommes.
       Write-Batch-Results.
           PERFORM Write-Checkpoint
           IF CALC-RETURN-OPEN THEN
               CLOSE RETURN-FILE
               PERFORM Resolve-Repaired-Exceptions
           END-IF
           IF CALC-RSUB-IN-LIST THEN
               MOVE "CALCRSUB" TO CALC-TRANS-FILENAME
               PERFORM Clear-Consumed-Batch
           END-IF
           IF CALC-STO-IN-LIST THEN
               MOVE "CALCSTO" TO CALC-TRANS-FILENAME
               PERFORM Clear-Consumed-Batch
           END-IF.

       Note-Resolved-Exception.
      *    Les exceptions dont la resoumission a abouti passent de
      *    'O' a 'R' ici, et seulement ici : une reprise saisie dans
      *    le poste de reparation reste ouverte tant que le mouvement
      *    corrige n'a pas ete traite par un lot.  Chacune est relue
      *    directement sur sa cle EXC-ID.
       Resolve-Repaired-Exceptions.
           MOVE 1 TO CALC-RESOLVE-IDX
           PERFORM Flip-One-Exception
               UNTIL CALC-RESOLVE-IDX > CALC-RESOLVE-COUNT.

       Flip-One-Exception.
           MOVE CALC-RESOLVE-ENTRY(CALC-RESOLVE-IDX) TO EXC-ID
           MOVE 'Y' TO CALC-RESOLVE-FOUND-SW
           READ EXCEPT-FILE KEY IS EXC-ID
               INVALID KEY
                   MOVE 'N' TO CALC-RESOLVE-FOUND-SW
                   DISPLAY "Exception " EXC-ID " introuvable dans "
                       "CALCEXCP, non resolue."
           END-READ
           IF CALC-RESOLVE-FOUND AND EXC-OPEN THEN
               MOVE 'R' TO EXC-STATUS
               REWRITE EXCEPT-RECORD
                   INVALID KEY
                       DISPLAY "Mise a jour de l'exception " EXC-ID
                           " refusee."
               END-REWRITE
           END-IF
           ADD 1 TO CALC-RESOLVE-IDX.

      *    Les lots CALCRSUB et CALCSTO consommes sont remis a vide
      *    (entete + fin a zero) : ils ne doivent ni etre retraites la
      *    nuit suivante, ni bloquer la prochaine reprise d'exceptions
      *    ou la prochaine generation des ordres permanents.
       Clear-Consumed-Batch.
           OPEN OUTPUT CALC-TRANS-FILE
           MOVE SPACES TO CALC-TRANS-RECORD
           MOVE 'H' TO CT-RECORD-TYPE
       Process-One-Trans-File.
           MOVE CALC-FILE-ENTRY(CALC-FILE-IDX) TO CALC-TRANS-FILENAME
           MOVE 'N' TO CALC-EOF-SWITCH
           MOVE 'N' TO CALC-LATE-BATCH-SW
           MOVE 0 TO CALC-LATE-PARKED
           OPEN INPUT CALC-TRANS-FILE
           PERFORM Skip-One-Record
               UNTIL CALC-SKIP-COUNTER >= CALC-RESTART-COUNT
               END-READ
           END-IF
           PERFORM Process-One-Transaction UNTIL CALC-EOF
           CLOSE CALC-TRANS-FILE
           IF CALC-LATE-BATCH AND CALC-LATE-PARKED > 0 THEN
               PERFORM Note-Late-Batch
           END-IF.

      *    Un lot est en retard quand l'heure d'envoi de son entete
      *    depasse l'heure limite de l'agence, le jour du traitement.
      *    Heure d'envoi ou heure limite a zero : jamais en retard.
      *    L'entete est examinee meme quand la reprise la saute.
       Check-Batch-Cutoff.
           MOVE 'N' TO CALC-LATE-BATCH-SW
           MOVE CT-BRANCH TO CALC-BRANCH-CODE
           PERFORM Check-Branch-Valid
           IF CT-HDR-SEND-TIME NUMERIC
              AND CT-HDR-SEND-TIME > 0
              AND CALC-BRNTAB-CUTOFF-SAVE > 0
              AND CT-HDR-SEND-TIME > CALC-BRNTAB-CUTOFF-SAVE THEN
               IF CT-HDR-DATE NOT NUMERIC
                  OR CT-HDR-DATE >= CALC-TRANS-DATE THEN
                   SET CALC-LATE-BATCH TO TRUE
               END-IF
           END-IF
           IF CALC-LATE-BATCH THEN
               IF CALC-LATE-EFF-DATE = 0 THEN
                   PERFORM Find-Late-Effective-Date
               END-IF
               MOVE CT-BRANCH TO CALC-LATE-HDR-BRANCH
               MOVE 0 TO CALC-LATE-HDR-DATE
               IF CT-HDR-DATE NUMERIC THEN
                   MOVE CT-HDR-DATE TO CALC-LATE-HDR-DATE
               END-IF
               MOVE CT-HDR-SEND-TIME TO CALC-LATE-HDR-SEND
               MOVE CALC-BRNTAB-CUTOFF-SAVE TO CALC-LATE-HDR-CUTOFF
               DISPLAY "Lot " CALC-TRANS-FILENAME " de l'agence "
                   CT-BRANCH " remis a " CT-HDR-SEND-TIME
                   " apres l'heure limite " CALC-BRNTAB-CUTOFF-SAVE
                   "."
           END-IF.

       Find-Late-Effective-Date.
           MOVE CALC-TRANS-DATE TO DR-BASE-DATE
           MOVE 1 TO DR-DAY-COUNT
           CALL 'DateRtn' USING DATE-RTN-AREA
           IF DR-OK THEN
               MOVE DR-RESULT-DATE TO CALC-LATE-EFF-DATE
           ELSE
               COMPUTE CALC-LATE-EFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(CALC-TRANS-DATE) + 1)
           END-IF.

      *    Le mouvement d'un lot en retard n'est pas calcule : il part
      *    dans l'entrepot pour le jour ouvre suivant, sauf s'il porte
      *    deja une date d'effet plus lointaine.
       Park-Late-Transaction.
           IF CT-EFF-DATE NOT NUMERIC
              OR CT-EFF-DATE < CALC-LATE-EFF-DATE THEN
               MOVE CALC-LATE-EFF-DATE TO CT-EFF-DATE
           END-IF
           ADD 1 TO CALC-LATE-PARKED
           PERFORM Defer-One-Transaction.

      *    Le lot en retard est journalise dans CALCLATE pour l'etat
      *    du matin et retenu pour le rapport de fin de traitement.
       Note-Late-Batch.
           IF CALC-LATE-USED < 5 THEN
               ADD 1 TO CALC-LATE-USED
               SET CALC-LATE-IDX TO CALC-LATE-USED
               MOVE CALC-LATE-HDR-BRANCH
                   TO CALC-LATE-BRANCH(CALC-LATE-IDX)
               MOVE CALC-TRANS-FILENAME TO CALC-LATE-FILE(CALC-LATE-IDX)
               MOVE CALC-LATE-HDR-SEND TO CALC-LATE-SEND(CALC-LATE-IDX)
               MOVE CALC-LATE-HDR-CUTOFF
                   TO CALC-LATE-CUTOFF(CALC-LATE-IDX)
               MOVE CALC-LATE-PARKED TO CALC-LATE-COUNT(CALC-LATE-IDX)
           END-IF
           IF NOT CALC-SIMULATION THEN
               PERFORM Write-Late-Batch-Record
           END-IF.

       Write-Late-Batch-Record.
           OPEN EXTEND LATE-BATCH-FILE
           IF CALC-LATE-STATUS = "35" THEN
               OPEN OUTPUT LATE-BATCH-FILE
           END-IF
           MOVE CALC-TRANS-DATE TO LATE-DATE
           MOVE CALC-RUN-ID TO LATE-RUN-ID
           MOVE CALC-LATE-HDR-BRANCH TO LATE-BRANCH
           MOVE CALC-TRANS-FILENAME TO LATE-FILE-NAME
           MOVE CALC-LATE-HDR-DATE TO LATE-HDR-DATE
           MOVE CALC-LATE-HDR-SEND TO LATE-SEND-TIME
           MOVE CALC-LATE-HDR-CUTOFF TO LATE-CUTOFF-TIME
           MOVE CALC-LATE-PARKED TO LATE-COUNT
           MOVE CALC-LATE-EFF-DATE TO LATE-EFF-DATE
           WRITE LATE-BATCH-RECORD
           CLOSE LATE-BATCH-FILE.

      *    Les totaux du run repartent du checkpoint avec le
      *    compteur : CALCHIST annonce ainsi tout le run, autant
      *    d'ecritures que CALCAUDT en porte.  Un checkpoint d'avant
      *    ces totaux ne restitue que le compteur.
       Read-Checkpoint.
           MOVE 0 TO CALC-PROCESSED-COUNT
           OPEN INPUT CHECKPOINT-FILE
           IF CALC-CKPT-STATUS = "00" THEN
               READ CHECKPOINT-FILE
                   NOT AT END
                       MOVE CKPT-COUNT TO CALC-PROCESSED-COUNT
                       PERFORM Restore-Checkpoint-Totals
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE CALC-PROCESSED-COUNT TO CALC-RESTART-COUNT
           IF CALC-RESTART-COUNT > 0 AND NOT CALC-AUDIT-ABSENT THEN
               PERFORM Find-Audit-High-Seq
           END-IF.

       Restore-Checkpoint-Totals.
           IF CKPT-RESULT-COUNT NUMERIC
              AND CKPT-ERROR-COUNT NUMERIC
              AND CKPT-SUM-RESULT NUMERIC
              AND CKPT-MIN-RESULT NUMERIC
              AND CKPT-MAX-RESULT NUMERIC THEN
               MOVE CKPT-RESULT-COUNT TO CALC-RESULT-COUNT
               MOVE CKPT-ERROR-COUNT TO CALC-ERROR-COUNT
               MOVE CKPT-SUM-RESULT TO CALC-SUM-RESULT
               MOVE CKPT-MIN-RESULT TO CALC-MIN-RESULT
               MOVE CKPT-MAX-RESULT TO CALC-MAX-RESULT
           END-IF.

      *    A la reprise d'un run interrompu, la numerotation repart
      *    apres la derniere sequence deja ecrite sous ce run-id,
      *    sinon les nouvelles ecritures tomberaient en cle double.
           READ CALC-TRANS-FILE
               AT END SET CALC-EOF TO TRUE
           END-READ
           IF NOT CALC-EOF AND CT-HEADER-REC THEN
               PERFORM Check-Batch-Cutoff
           END-IF
           IF NOT CALC-EOF
              AND (CT-DETAIL-REC OR CT-REVERSAL-REC) THEN
               ADD 1 TO CALC-SKIP-COUNTER
           END-IF.

       Process-One-Transaction.
           IF CT-HEADER-REC THEN
               PERFORM Check-Batch-Cutoff
           END-IF
           IF CT-DETAIL-REC OR CT-REVERSAL-REC THEN
               EVALUATE TRUE
                   WHEN CALC-LATE-BATCH
                       PERFORM Park-Late-Transaction
                   WHEN CT-REVERSAL-REC
                       PERFORM Process-One-Reversal
                   WHEN CT-EFF-DATE NUMERIC
                        AND CT-EFF-DATE > CALC-TRANS-DATE
                       PERFORM Defer-One-Transaction
                   WHEN OTHER
                       PERFORM Process-One-Detail
               END-EVALUATE
               ADD 1 TO CALC-PROCESSED-COUNT
               IF FUNCTION MOD(CALC-PROCESSED-COUNT
                  CALC-CHECKPOINT-EVERY) = 0
                  AND NOT CALC-SIMULATION
                   PERFORM Write-Checkpoint
               END-IF
           END-IF
           IF NOT CALC-BRNTAB-FOUND THEN
               PERFORM Reject-Branch-Record
           ELSE
               MOVE 0 TO CALC-ITEM-DATE
               IF CT-EFF-DATE NUMERIC THEN
                   MOVE CT-EFF-DATE TO CALC-ITEM-DATE
               END-IF
               PERFORM Check-Closed-Period-Item
               PERFORM Find-Fee-Schedule
               PERFORM Check-Amount-Limit
               IF CALC-HOLD-TRANS THEN
                   PERFORM Hold-One-Transaction
               END-IF
           END-IF.

      *    Une extourne cite la cle AUD-KEY de l'ecriture a annuler.
      *    L'original doit exister, ne pas etre lui-meme une extourne,
      *    ne pas etre deja extourne et appartenir a l'agence
      *    emettrice - une saisie sans agence ne s'extourne que par
      *    une extourne sans agence, hors controle BRNMAST, les deux
      *    tombant ainsi sur la meme imputation GLMAP ; sinon
      *    l'enregistrement part dans CALCREJ.
      *    L'extourne n'est ni plafonnee ni reportee : elle annule
      *    une ecriture deja admise.
       Process-One-Reversal.
           MOVE CT-BRANCH TO CALC-BRANCH-CODE
           MOVE CT-REV-KEY TO CALC-REV-ORIG-KEY
           MOVE SPACES TO CALC-REV-REASON
           IF CT-BRANCH = SPACES THEN
               SET CALC-BRNTAB-FOUND TO TRUE
           ELSE
               PERFORM Check-Branch-Valid
           END-IF
           IF NOT CALC-BRNTAB-FOUND THEN
               PERFORM Reject-Branch-Record
           ELSE
               PERFORM Read-Reversal-Original
               IF CALC-REV-REASON = SPACES THEN
                   PERFORM Post-One-Reversal
               ELSE
                   PERFORM Reject-Reversal-Record
               END-IF
           END-IF.

       Read-Reversal-Original.
           MOVE CALC-REV-ORIG-KEY TO AUD-KEY
           IF CALC-AUDIT-ABSENT THEN
               MOVE "Ecriture d'origine introuvable"
                   TO CALC-REV-REASON
           ELSE
               READ AUDIT-FILE KEY IS AUD-KEY
                   INVALID KEY
                       MOVE "Ecriture d'origine introuvable"
                           TO CALC-REV-REASON
               END-READ
           END-IF
           IF CALC-REV-REASON = SPACES THEN
               EVALUATE TRUE
                   WHEN AUD-REV-REVERSAL
                       MOVE "Extourne d'une extourne refusee"
                           TO CALC-REV-REASON
                   WHEN AUD-REV-REVERSED
                       MOVE "Ecriture deja extournee"
                           TO CALC-REV-REASON
                   WHEN AUD-BRANCH NOT = CALC-BRANCH-CODE
                       MOVE "Ecriture d'une autre agence"
                           TO CALC-REV-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    L'extourne reprend les operandes de l'original avec un
      *    resultat et un montant converti opposes : les totaux du
      *    jour, le fichier retour de l'agence et le grand livre se
      *    soldent sans ecriture manuelle.  L'original n'est marque
      *    qu'une fois l'extourne effectivement ecrite.
       Post-One-Reversal.
           SET CALC-REVERSING TO TRUE
           MOVE 'N' TO CALC-ERROR-SWITCH
           MOVE AUD-NUM1 TO Num1
           MOVE AUD-OPERATOR TO Operator
           MOVE AUD-NUM2 TO Num2
           COMPUTE Result = 0 - AUD-RESULT
           MOVE AUD-CURRENCY TO CALC-CURRENCY-CODE
           COMPUTE CALC-CONVERTED-RESULT = 0 - AUD-CONVERTED-RESULT
           COMPUTE CALC-FEE-AMOUNT = 0 - AUD-FEE
           MOVE SPACES TO CALC-EXC-XREF
           IF CALC-SIMULATION THEN
               ADD 1 TO CALC-REVERSAL-COUNT
               DISPLAY "Ecriture " CALC-REV-ORIG-KEY
                   " extournee (simulation)."
               PERFORM Accumulate-Summary
               PERFORM Accumulate-Branch-Totals
           ELSE
               PERFORM Post-Reversal-Entries
           END-IF
           MOVE 'N' TO CALC-REVERSAL-SW.

       Post-Reversal-Entries.
           MOVE CALC-AUD-LOST-COUNT TO CALC-REV-LOST-SAVE
           PERFORM Write-Audit-Record
           IF CALC-AUD-LOST-COUNT = CALC-REV-LOST-SAVE THEN
               MOVE AUD-KEY TO CALC-REV-NEW-KEY
               PERFORM Mark-Original-Reversed
               ADD 1 TO CALC-REVERSAL-COUNT
               DISPLAY "Ecriture " CALC-REV-ORIG-KEY
                   " extournee par " CALC-REV-NEW-KEY "."
               PERFORM Accumulate-Summary
               PERFORM Accumulate-Branch-Totals
               IF CALC-BRANCH-CODE NOT = SPACES THEN
                   PERFORM Write-Return-Record
               END-IF
           END-IF.

       Mark-Original-Reversed.
           MOVE CALC-REV-ORIG-KEY TO AUD-KEY
           READ AUDIT-FILE KEY IS AUD-KEY
               INVALID KEY
                   MOVE "Ecriture d'origine introuvable"
                       TO CALC-REV-REASON
           END-READ
           IF CALC-REV-REASON = SPACES THEN
               MOVE 'X' TO AUD-REV-STATUS
               MOVE CALC-REV-NEW-KEY TO AUD-REV-KEY
               REWRITE AUDIT-RECORD
                   INVALID KEY
                       MOVE "Lien non ecrit" TO CALC-REV-REASON
               END-REWRITE
           END-IF
           IF CALC-REV-REASON NOT = SPACES THEN
               DISPLAY "ATTENTION : original " CALC-REV-ORIG-KEY
                   " non marque extourne (" CALC-REV-REASON ")."
           END-IF.

       Reject-Reversal-Record.
           ADD 1 TO CALC-REV-REJ-COUNT
           DISPLAY "Extourne rejetee (" CALC-REV-ORIG-KEY ") : "
               CALC-REV-REASON
           MOVE CALC-REV-REASON TO CALC-ERROR-REASON
           PERFORM Write-Reject-Record.

      *    Les operandes sont plafonnes avant calcul ; le resultat
      *    l'est dans Calculate, avant audit, pour les produits et
      *    puissances qui depassent depuis des operandes admis.
               DISPLAY "Montant converti ("
                   CALC-CURRENCY-CODE ") : "
                   CALC-EDIT-CONVERTED
               IF NOT CALC-SIMULATION THEN
                   PERFORM Write-Return-Record
               END-IF
           END-IF.

       Hold-One-Transaction.
           ADD 1 TO CALC-HELD-COUNT
           DISPLAY "Mouvement au-dela du plafond, mis en attente "
               "d'approbation."
           IF NOT CALC-SIMULATION THEN
               PERFORM Write-Held-Record
           END-IF
           MOVE 'N' TO CALC-HOLD-SW.

       Write-Held-Record.
           OPEN EXTEND HELD-FILE
           IF CALC-HELD-STATUS = "35" THEN
               OPEN OUTPUT HELD-FILE
           MOVE SPACES TO HLD-APPROVER
           MOVE 0 TO HLD-DEC-DATE
           WRITE HELD-TRANS-RECORD
           CLOSE HELD-FILE.

      *    Un mouvement a date d'effet future n'est pas calcule : il
      *    part dans l'entrepot CALCPEND, reexamine chaque nuit en
       Defer-One-Transaction.
           ADD 1 TO CALC-DEFERRED-COUNT
           DISPLAY "Mouvement reporte au " CT-EFF-DATE "."
           IF NOT CALC-SIMULATION THEN
               PERFORM Write-Pending-Record
           END-IF.

       Write-Pending-Record.
           OPEN EXTEND PENDING-FILE
           IF CALC-PENDING-STATUS = "35" THEN
               OPEN OUTPUT PENDING-FILE
           MOVE 'N' TO CALC-EOF-SWITCH
           OPEN INPUT HELD-FILE
           IF CALC-HELD-STATUS = "00" THEN
               IF NOT CALC-SIMULATION THEN
                   OPEN OUTPUT HELD-WORK-FILE
               END-IF
               READ HELD-FILE
                   AT END SET CALC-EOF TO TRUE
               END-READ
               PERFORM Examine-One-Held UNTIL CALC-EOF
               CLOSE HELD-FILE
               IF NOT CALC-SIMULATION THEN
                   CLOSE HELD-WORK-FILE
                   PERFORM Rewrite-Held-File
               END-IF
               MOVE 'N' TO CALC-EOF-SWITCH
               IF CALC-HELD-DONE-COUNT > 0 THEN
                   DISPLAY "Mouvements approuves traites : "
           IF HLD-RELEASED THEN
               PERFORM Process-One-Released
           END-IF
           IF NOT CALC-SIMULATION THEN
               WRITE CALC-HELD-WORK FROM HELD-TRANS-RECORD
           END-IF
           READ HELD-FILE
               AT END SET CALC-EOF TO TRUE
           END-READ.
           MOVE HLD-CURRENCY TO CALC-CURRENCY-CODE
           MOVE HLD-BRANCH TO CALC-BRANCH-CODE
           PERFORM Check-Branch-Valid
           MOVE 0 TO CALC-ITEM-DATE
           IF HLD-DATE NUMERIC THEN
               MOVE HLD-DATE TO CALC-ITEM-DATE
           END-IF
           PERFORM Check-Closed-Period-Item
           PERFORM Find-Fee-Schedule
           MOVE HLD-EXC-ID TO CALC-EXC-XREF
           MOVE CALC-USER-ID TO CALC-USER-ID-SAVE
           MOVE HLD-APPROVER TO CALC-USER-ID
              AND CALC-EXC-XREF NOT = SPACES THEN
               PERFORM Note-Resolved-Exception
           END-IF
           IF NOT CALC-ERROR-FOUND AND NOT CALC-SIMULATION THEN
               PERFORM Write-Return-Record
           END-IF
           MOVE CALC-USER-ID-SAVE TO CALC-USER-ID
           MOVE 'N' TO CALC-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF CALC-PENDING-STATUS = "00" THEN
               IF NOT CALC-SIMULATION THEN
                   OPEN OUTPUT PENDING-WORK-FILE
               END-IF
               READ PENDING-FILE INTO CALC-TRANS-RECORD
                   AT END SET CALC-EOF TO TRUE
               END-READ
               PERFORM Examine-One-Pending UNTIL CALC-EOF
               CLOSE PENDING-FILE
               IF NOT CALC-SIMULATION THEN
                   CLOSE PENDING-WORK-FILE
                   PERFORM Rewrite-Pending-File
               END-IF
               MOVE 'N' TO CALC-EOF-SWITCH
               IF CALC-RELEASED-COUNT > 0 THEN
                   DISPLAY "Mouvements liberes de l'entrepot : "
           END-IF.

       Examine-One-Pending.
           IF CT-DETAIL-REC OR CT-REVERSAL-REC THEN
               IF CT-EFF-DATE NUMERIC
                  AND CT-EFF-DATE > CALC-TRANS-DATE THEN
                   IF NOT CALC-SIMULATION THEN
                       WRITE CALC-PENDING-WORK FROM CALC-TRANS-RECORD
                   END-IF
               ELSE
                   ADD 1 TO CALC-RELEASED-COUNT
                   IF CT-REVERSAL-REC THEN
                       PERFORM Process-One-Reversal
                   ELSE
                       PERFORM Process-One-Detail
                   END-IF
               END-IF
           END-IF
           READ PENDING-FILE INTO CALC-TRANS-RECORD
           END-IF
           IF CALC-RETURN-OPEN THEN
               MOVE SPACES TO CALC-RETURN-RECORD
               IF CALC-REVERSING THEN
                   MOVE 'R' TO RT-RECORD-TYPE
               ELSE
                   MOVE 'D' TO RT-RECORD-TYPE
               END-IF
               MOVE CALC-BRANCH-CODE TO RT-BRANCH
               MOVE Num1 TO RT-NUM1
               MOVE Operator TO RT-OPERATOR
               MOVE Result TO RT-RESULT
               MOVE CALC-CURRENCY-CODE TO RT-CURRENCY
               MOVE CALC-CONVERTED-RESULT TO RT-CONVERTED
               MOVE CALC-FEE-AMOUNT TO RT-FEE
               WRITE CALC-RETURN-RECORD
               ADD 1 TO CALC-RETURN-COUNT(CALC-RETURN-IDX)
               ADD Result TO CALC-RETURN-HASH(CALC-RETURN-IDX)
               ADD CALC-CONVERTED-RESULT
                   TO CALC-RETURN-HASH(CALC-RETURN-IDX)
               ADD CALC-FEE-AMOUNT TO CALC-RETURN-FEE(CALC-RETURN-IDX)
           END-IF.

       Open-Return-File.
                       TO CALC-RETURN-ID(CALC-RETURN-IDX)
                   MOVE 0 TO CALC-RETURN-COUNT(CALC-RETURN-IDX)
                   MOVE 0 TO CALC-RETURN-HASH(CALC-RETURN-IDX)
                   MOVE 0 TO CALC-RETURN-FEE(CALC-RETURN-IDX)
                   OPEN OUTPUT RETURN-FILE
                   MOVE SPACES TO CALC-RETURN-RECORD
                   MOVE 'H' TO RT-RECORD-TYPE
           MOVE CALC-RETURN-ID(CALC-RETURN-IDX) TO RT-BRANCH
           MOVE CALC-RETURN-COUNT(CALC-RETURN-IDX) TO RT-TRL-COUNT
           MOVE CALC-RETURN-HASH(CALC-RETURN-IDX) TO RT-TRL-HASH
           MOVE CALC-RETURN-FEE(CALC-RETURN-IDX) TO RT-TRL-FEE-TOTAL
           WRITE CALC-RETURN-RECORD
           CLOSE RETURN-FILE
           PERFORM Write-Return-Log-Record.

      *    CALCRET.xxx est recree a chaque run : sa fin est gardee
      *    dans RETLOG pour le releve mensuel de l'agence.
       Write-Return-Log-Record.
           OPEN EXTEND RETURN-LOG-FILE
           IF CALC-RETLOG-STATUS = "35" THEN
               OPEN OUTPUT RETURN-LOG-FILE
           END-IF
           MOVE CALC-BOOK-DATE TO RTL-DATE
           MOVE CALC-RUN-ID TO RTL-RUN-ID
           MOVE CALC-RETURN-ID(CALC-RETURN-IDX) TO RTL-BRANCH
           MOVE CALC-RETURN-COUNT(CALC-RETURN-IDX) TO RTL-COUNT
           MOVE CALC-RETURN-HASH(CALC-RETURN-IDX) TO RTL-HASH
           MOVE CALC-RETURN-FEE(CALC-RETURN-IDX) TO RTL-FEE-TOTAL
           WRITE RETURN-LOG-RECORD
           CLOSE RETURN-LOG-FILE.

      *    Sceau de fin de run : valeur de controle des ecritures
      *    audit du run pas encore couvertes (reprise comprise),
      *    chainee au dernier sceau de AUDSEAL.
       Write-Audit-Seal.
           MOVE 0 TO CALC-SEAL-FROM-SEQ
           MOVE 0 TO CALC-SEAL-PREV-CHAIN
           MOVE 'N' TO CALC-SEAL-EOF-SW
           OPEN INPUT SEAL-FILE
           IF CALC-SEAL-STATUS = "00" THEN
               READ SEAL-FILE
                   AT END SET CALC-SEAL-EOF TO TRUE
               END-READ
               PERFORM Note-One-Seal UNTIL CALC-SEAL-EOF
               CLOSE SEAL-FILE
           END-IF
           MOVE 0 TO SR-RUN-CHECK
           MOVE 0 TO SR-RUN-COUNT
           MOVE 0 TO CALC-SEAL-FIRST-SEQ
           MOVE 0 TO CALC-SEAL-LAST-SEQ
           MOVE 'N' TO CALC-SEAL-EOF-SW
           MOVE CALC-RUN-ID TO AUD-RUN-ID
           COMPUTE AUD-SEQ = CALC-SEAL-FROM-SEQ + 1
           START AUDIT-FILE KEY IS >= AUD-KEY
               INVALID KEY SET CALC-SEAL-EOF TO TRUE
           END-START
           IF NOT CALC-SEAL-EOF THEN
               READ AUDIT-FILE NEXT RECORD
                   AT END SET CALC-SEAL-EOF TO TRUE
               END-READ
           END-IF
           PERFORM Seal-One-Audit-Record UNTIL CALC-SEAL-EOF
           IF SR-RUN-COUNT > 0 THEN
               MOVE CALC-SEAL-PREV-CHAIN TO SR-PREV-CHAIN
               MOVE 'C' TO SR-FUNCTION
               CALL 'SealRtn' USING SEAL-RTN-AREA
               OPEN EXTEND SEAL-FILE
               IF CALC-SEAL-STATUS = "35" THEN
                   OPEN OUTPUT SEAL-FILE
               END-IF
               MOVE CALC-RUN-ID TO SEAL-RUN-ID
               MOVE CALC-SEAL-FIRST-SEQ TO SEAL-FIRST-SEQ
               MOVE CALC-SEAL-LAST-SEQ TO SEAL-LAST-SEQ
               MOVE SR-RUN-COUNT TO SEAL-COUNT
               ACCEPT SEAL-DATE FROM DATE YYYYMMDD
               ACCEPT SEAL-TIME FROM TIME
               MOVE SR-RUN-CHECK TO SEAL-RUN-CHECK
               MOVE SR-PREV-CHAIN TO SEAL-PREV-CHAIN
               MOVE SR-CHAIN TO SEAL-CHAIN
               WRITE AUDIT-SEAL-RECORD
               CLOSE SEAL-FILE
               DISPLAY "Sceau audit ecrit : " SR-RUN-COUNT
                   " enregistrement(s)."
           END-IF.

       Note-One-Seal.
           MOVE SEAL-CHAIN TO CALC-SEAL-PREV-CHAIN
           IF SEAL-RUN-ID = CALC-RUN-ID
              AND SEAL-LAST-SEQ > CALC-SEAL-FROM-SEQ THEN
               MOVE SEAL-LAST-SEQ TO CALC-SEAL-FROM-SEQ
           END-IF
           READ SEAL-FILE
               AT END SET CALC-SEAL-EOF TO TRUE
           END-READ.

       Seal-One-Audit-Record.
           IF AUD-RUN-ID = CALC-RUN-ID THEN
               IF CALC-SEAL-FIRST-SEQ = 0 THEN
                   MOVE AUD-SEQ TO CALC-SEAL-FIRST-SEQ
               END-IF
               MOVE AUD-SEQ TO CALC-SEAL-LAST-SEQ
               MOVE AUDIT-RECORD TO SR-AUDIT-IMAGE
               MOVE 'H' TO SR-FUNCTION
               CALL 'SealRtn' USING SEAL-RTN-AREA
               MOVE 'A' TO SR-FUNCTION
               CALL 'SealRtn' USING SEAL-RTN-AREA
               READ AUDIT-FILE NEXT RECORD
                   AT END SET CALC-SEAL-EOF TO TRUE
               END-READ
           ELSE
               SET CALC-SEAL-EOF TO TRUE
           END-IF.

       Write-Checkpoint.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE CALC-PROCESSED-COUNT TO CKPT-COUNT
           MOVE CALC-RESULT-COUNT TO CKPT-RESULT-COUNT
           MOVE CALC-ERROR-COUNT TO CKPT-ERROR-COUNT
           MOVE CALC-SUM-RESULT TO CKPT-SUM-RESULT
           MOVE CALC-MIN-RESULT TO CKPT-MIN-RESULT
           MOVE CALC-MAX-RESULT TO CKPT-MAX-RESULT
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

           DISPLAY "Devise (EUR, USD, ...) : "
           ACCEPT CALC-CURRENCY-CODE
           MOVE SPACES TO CALC-EXC-XREF
           MOVE 'N' TO CALC-FEE-FOUND-SW
           PERFORM Calculate
           IF CALC-ERROR-FOUND THEN
               DISPLAY "Transaction rejetee : " CALC-ERROR-REASON
           MOVE CALC-TAPE-BRANCH TO CT-BRANCH
           MOVE CALC-USER-ID(1:8) TO CT-HDR-SOURCE
           ACCEPT CT-HDR-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-TAPE-SEND-CLOCK FROM TIME
           MOVE CALC-TAPE-SEND-CLOCK(1:4) TO CT-HDR-SEND-TIME
           WRITE CALC-TRANS-RECORD
           SET CALC-TAPE-IDX TO 1
           PERFORM Write-One-Tape-Detail CALC-TAPE-COUNT TIMES
           EVALUATE TRUE
               WHEN CALC-ERROR-FOUND
                   ADD 1 TO CALC-ERROR-COUNT
                   IF CALC-SIMULATION THEN
                       PERFORM Write-Projected-Exception
                   ELSE
                       PERFORM Write-Exception-Record
                   END-IF
               WHEN CALC-HOLD-TRANS
                   CONTINUE
               WHEN OTHER
                   PERFORM Convert-Currency
                   PERFORM Compute-Transaction-Fee
                   IF NOT CALC-SIMULATION THEN
                       PERFORM Write-Audit-Record
                   END-IF
                   PERFORM Accumulate-Summary
           END-EVALUATE.

               SET CALC-RATE-FOUND TO TRUE
           END-IF.

      *    Le bareme est recherche a l'entree du mouvement, le frais
      *    calcule apres conversion : le pourcentage porte sur le
      *    montant converti.  Le bareme le plus precis (le moins de
      *    jokers) l'emporte ; la saisie interactive, sans agence,
      *    n'est pas facturee.  Le joker de l'operateur est le blanc,
      *    '*' designant la multiplication.
       Find-Fee-Schedule.
           MOVE 'N' TO CALC-FEE-FOUND-SW
           MOVE 0 TO CALC-FEE-BEST-IDX
           MOVE 0 TO CALC-FEE-BEST-SCORE
           PERFORM Match-One-Fee-Entry
               VARYING CALC-FEE-IDX FROM 1 BY 1
               UNTIL CALC-FEE-IDX > CALC-FEE-COUNT.

       Match-One-Fee-Entry.
           IF (CALC-FEE-BRN(CALC-FEE-IDX) = CALC-BRANCH-CODE
               OR CALC-FEE-BRN(CALC-FEE-IDX) = "*")
              AND (CALC-FEE-OPER(CALC-FEE-IDX) = Operator
               OR CALC-FEE-OPER(CALC-FEE-IDX) = SPACE)
              AND (CALC-FEE-CURR(CALC-FEE-IDX) = CALC-CURRENCY-CODE
               OR CALC-FEE-CURR(CALC-FEE-IDX) = "*") THEN
               MOVE 0 TO CALC-FEE-SCORE
               IF CALC-FEE-BRN(CALC-FEE-IDX) NOT = "*" THEN
                   ADD 1 TO CALC-FEE-SCORE
               END-IF
               IF CALC-FEE-OPER(CALC-FEE-IDX) NOT = SPACE THEN
                   ADD 1 TO CALC-FEE-SCORE
               END-IF
               IF CALC-FEE-CURR(CALC-FEE-IDX) NOT = "*" THEN
                   ADD 1 TO CALC-FEE-SCORE
               END-IF
               IF NOT CALC-FEE-FOUND
                  OR CALC-FEE-SCORE > CALC-FEE-BEST-SCORE THEN
                   SET CALC-FEE-FOUND TO TRUE
                   MOVE CALC-FEE-SCORE TO CALC-FEE-BEST-SCORE
                   SET CALC-FEE-BEST-IDX TO CALC-FEE-IDX
               END-IF
           END-IF.

       Compute-Transaction-Fee.
           MOVE 0 TO CALC-FEE-AMOUNT
           IF CALC-FEE-FOUND THEN
               COMPUTE CALC-FEE-AMOUNT ROUNDED =
                   CALC-FEE-FLAT(CALC-FEE-BEST-IDX)
                   + FUNCTION ABS(CALC-CONVERTED-RESULT)
                   * CALC-FEE-PCT(CALC-FEE-BEST-IDX) / 100
               IF CALC-FEE-AMOUNT < CALC-FEE-MIN(CALC-FEE-BEST-IDX)
                   MOVE CALC-FEE-MIN(CALC-FEE-BEST-IDX)
                       TO CALC-FEE-AMOUNT
               END-IF
               IF CALC-FEE-MAX(CALC-FEE-BEST-IDX) > 0
                  AND CALC-FEE-AMOUNT
                      > CALC-FEE-MAX(CALC-FEE-BEST-IDX) THEN
                   MOVE CALC-FEE-MAX(CALC-FEE-BEST-IDX)
                       TO CALC-FEE-AMOUNT
               END-IF
           END-IF.

       Accumulate-Branch-Totals.
           MOVE 'N' TO CALC-BRANCH-FOUND-SW
           SET CALC-BRANCH-IDX TO 1
                       TO CALC-BRANCH-ID(CALC-BRANCH-IDX)
                   MOVE 0 TO CALC-BRANCH-COUNT(CALC-BRANCH-IDX)
                   MOVE 0 TO CALC-BRANCH-TOTAL(CALC-BRANCH-IDX)
                   MOVE 0 TO CALC-BRANCH-FEE(CALC-BRANCH-IDX)
                   SET CALC-BRANCH-FOUND TO TRUE
               END-IF
           END-IF
               ADD 1 TO CALC-BRANCH-COUNT(CALC-BRANCH-IDX)
               IF NOT CALC-ERROR-FOUND THEN
                   ADD Result TO CALC-BRANCH-TOTAL(CALC-BRANCH-IDX)
                   ADD CALC-FEE-AMOUNT
                       TO CALC-BRANCH-FEE(CALC-BRANCH-IDX)
               END-IF
           ELSE
               DISPLAY "Table des agences pleine, agence "
                   CALC-BRANCH-CODE " non ventilee."
           END-IF
           IF NOT CALC-ERROR-FOUND THEN
               ADD CALC-FEE-AMOUNT TO CALC-FEE-TOTAL
           END-IF
           PERFORM Accumulate-Region-Totals.

      *    Les agences sans region (BRNMAST absent ou code inconnu)
                       TO CALC-REGION-ID(CALC-REGION-IDX)
                   MOVE 0 TO CALC-REGION-COUNT(CALC-REGION-IDX)
                   MOVE 0 TO CALC-REGION-TOTAL(CALC-REGION-IDX)
                   MOVE 0 TO CALC-REGION-FEE(CALC-REGION-IDX)
                   SET CALC-REGION-FOUND TO TRUE
               END-IF
           END-IF
               ADD 1 TO CALC-REGION-COUNT(CALC-REGION-IDX)
               IF NOT CALC-ERROR-FOUND THEN
                   ADD Result TO CALC-REGION-TOTAL(CALC-REGION-IDX)
                   ADD CALC-FEE-AMOUNT
                       TO CALC-REGION-FEE(CALC-REGION-IDX)
               END-IF
           END-IF.

                   MOVE Result TO CALC-MAX-RESULT
               END-IF
           END-IF
           IF NOT CALC-REVERSING THEN
               EVALUATE Operator
                   WHEN '+' ADD 1 TO CALC-COUNT-ADD
                   WHEN '-' ADD 1 TO CALC-COUNT-SUB
                   WHEN '*' ADD 1 TO CALC-COUNT-MUL
                   WHEN '/' ADD 1 TO CALC-COUNT-DIV
                   WHEN '^' ADD 1 TO CALC-COUNT-EXP
                   WHEN '%' ADD 1 TO CALC-COUNT-MOD
               END-EVALUATE
           END-IF.

       Write-Audit-Record.
           ADD 1 TO CALC-AUD-SEQ
           MOVE CALC-CURRENCY-CODE TO AUD-CURRENCY
           MOVE CALC-CONVERTED-RESULT TO AUD-CONVERTED-RESULT
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           IF CALC-BOOK-DATE > AUD-DATE THEN
               MOVE CALC-BOOK-DATE TO AUD-DATE
           END-IF
           ACCEPT AUD-TIME FROM TIME
           MOVE CALC-USER-ID TO AUD-USER
           MOVE CALC-RUN-ID TO AUD-RUN-ID
           MOVE CALC-EXC-XREF TO AUD-EXC-ID
           MOVE CALC-BRANCH-CODE TO AUD-BRANCH
           MOVE CALC-FEE-AMOUNT TO AUD-FEE
           IF CALC-REVERSING THEN
               MOVE 'R' TO AUD-REV-STATUS
               MOVE CALC-REV-ORIG-KEY TO AUD-REV-KEY
           ELSE
               MOVE SPACE TO AUD-REV-STATUS
               MOVE SPACES TO AUD-REV-KEY
           END-IF
           MOVE AUD-DATE TO DR-BASE-DATE
           MOVE 2 TO DR-DAY-COUNT
           CALL 'DateRtn' USING DATE-RTN-AREA
           MOVE CALC-RUN-ID TO CALC-EXC-ID-RUN
           MOVE CALC-EXC-SEQ TO CALC-EXC-ID-SEQ
           MOVE CALC-EXC-ID-WORK TO EXC-ID
           WRITE EXCEPT-RECORD
               INVALID KEY
                   DISPLAY "Ecriture exception refusee, cle " EXC-ID
                       " en double."
           END-WRITE.

       Print-Summary-Report.
           PERFORM Build-Report-Filename
           OPEN OUTPUT REPORT-FILE
           IF CALC-SIMULATION THEN
               MOVE "RAPPORT PROJETE - SIMULATION - CALCULATOR" TO
                   REPORT-LINE
               PERFORM Write-Report-Line
               MOVE "*** SIMULATION : AUCUN FICHIER MIS A JOUR ***" TO
                   REPORT-LINE
               PERFORM Write-Report-Line
           ELSE
               MOVE "RAPPORT DE FIN DE TRAITEMENT - CALCULATOR" TO
                   REPORT-LINE
               PERFORM Write-Report-Line
           END-IF
           MOVE "-----------------------------------------" TO
               REPORT-LINE
           PERFORM Write-Report-Line
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM Write-Report-Line
               END-IF
               IF CALC-LATE-USED > 0 THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "Lots en retard, reportes au "
                       CALC-LATE-EFF-DATE " :"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM Write-Report-Line
                   SET CALC-LATE-IDX TO 1
                   PERFORM Print-One-Late-Line CALC-LATE-USED TIMES
               END-IF
               IF CALC-BOOK-DATE NOT = CALC-TRANS-DATE THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "Periode close : ecritures au "
                       CALC-BOOK-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM Write-Report-Line
               END-IF
               IF CALC-ROLLED-COUNT > 0 THEN
                   MOVE CALC-ROLLED-COUNT TO CALC-EDIT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "Per. close rep: " CALC-EDIT-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM Write-Report-Line
               END-IF
               IF CALC-REVERSAL-COUNT > 0
                  OR CALC-REV-REJ-COUNT > 0 THEN
                   MOVE CALC-REVERSAL-COUNT TO CALC-EDIT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "Extournes     : " CALC-EDIT-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM Write-Report-Line
                   MOVE CALC-REV-REJ-COUNT TO CALC-EDIT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "Extournes rej.: " CALC-EDIT-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM Write-Report-Line
               END-IF
           END-IF
           MOVE CALC-COUNT-ADD TO CALC-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Resultat maximum     : " CALC-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Write-Report-Line
           MOVE CALC-FEE-TOTAL TO CALC-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Total des frais      : " CALC-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Write-Report-Line
           IF CALC-BRANCH-USED > 0 THEN
               MOVE "Ventilation par agence :" TO REPORT-LINE
               PERFORM Write-Report-Line
               PERFORM Print-One-Region-Line
                   CALC-REGION-USED TIMES
           END-IF
           IF CALC-FEE-TOTAL NOT = 0 THEN
               MOVE "Frais par agence :" TO REPORT-LINE
               PERFORM Write-Report-Line
               SET CALC-BRANCH-IDX TO 1
               PERFORM Print-One-Branch-Fee-Line
                   CALC-BRANCH-USED TIMES
               MOVE "Frais par region :" TO REPORT-LINE
               PERFORM Write-Report-Line
               SET CALC-REGION-IDX TO 1
               PERFORM Print-One-Region-Fee-Line
                   CALC-REGION-USED TIMES
           END-IF
           IF CALC-SIMULATION THEN
               MOVE CALC-SIMX-COUNT TO CALC-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Exceptions projetees : " CALC-EDIT-COUNT
                   " (" CALC-SIMX-FILENAME ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM Write-Report-Line
               MOVE "*** FIN DU RAPPORT PROJETE ***" TO REPORT-LINE
               PERFORM Write-Report-Line
           END-IF
           CLOSE REPORT-FILE.

       Print-One-Branch-Line.
           PERFORM Write-Report-Line
           SET CALC-BRANCH-IDX UP BY 1.

       Print-One-Late-Line.
           MOVE CALC-LATE-COUNT(CALC-LATE-IDX) TO CALC-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " CALC-LATE-BRANCH(CALC-LATE-IDX) " "
               CALC-LATE-FILE(CALC-LATE-IDX) " envoi "
               CALC-LATE-SEND(CALC-LATE-IDX) " limite "
               CALC-LATE-CUTOFF(CALC-LATE-IDX) " "
               CALC-EDIT-COUNT " mvts"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Write-Report-Line
           SET CALC-LATE-IDX UP BY 1.

       Print-One-Region-Line.
           MOVE CALC-REGION-COUNT(CALC-REGION-IDX) TO CALC-EDIT-COUNT
           MOVE CALC-REGION-TOTAL(CALC-REGION-IDX) TO CALC-EDIT-AMOUNT
           PERFORM Write-Report-Line
           SET CALC-REGION-IDX UP BY 1.

       Print-One-Branch-Fee-Line.
           MOVE CALC-BRANCH-FEE(CALC-BRANCH-IDX) TO CALC-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " CALC-BRANCH-ID(CALC-BRANCH-IDX) " frais "
               CALC-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Write-Report-Line
           SET CALC-BRANCH-IDX UP BY 1.

       Print-One-Region-Fee-Line.
           MOVE CALC-REGION-FEE(CALC-REGION-IDX) TO CALC-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " CALC-REGION-ID(CALC-REGION-IDX) " frais "
               CALC-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM Write-Report-Line
           SET CALC-REGION-IDX UP BY 1.

       Build-Report-Filename.
           ACCEPT CALC-REPORT-DATE FROM DATE
           MOVE SPACES TO CALC-REPORT-FILENAME
           IF CALC-SIMULATION THEN
               STRING "CALCSIM.D" CALC-REPORT-DATE
                   DELIMITED BY SIZE INTO CALC-REPORT-FILENAME
           ELSE
               STRING "CALCRPT.D" CALC-REPORT-DATE
                   DELIMITED BY SIZE INTO CALC-REPORT-FILENAME
           END-IF.

      *    Liste projetee des exceptions de la simulation : ce que
      *    le lot reel enverrait dans CALCEXCP et dans CALCREJ.
       Open-Projected-Exceptions.
           ACCEPT CALC-REPORT-DATE FROM DATE
           MOVE SPACES TO CALC-SIMX-FILENAME
           STRING "CALCSIMX.D" CALC-REPORT-DATE
               DELIMITED BY SIZE INTO CALC-SIMX-FILENAME
           OPEN OUTPUT SIM-EXCEPT-FILE
           MOVE "LISTE PROJETEE DES EXCEPTIONS - SIMULATION"
               TO SIM-EXCEPT-LINE
           PERFORM Write-Projected-Line
           MOVE "*** SIMULATION : AUCUN FICHIER MIS A JOUR ***"
               TO SIM-EXCEPT-LINE
           PERFORM Write-Projected-Line
           MOVE "AGC      NOMBRE 1 OP     NOMBRE 2 DEV MOTIF"
               TO SIM-EXCEPT-LINE
           PERFORM Write-Projected-Line.

       Write-Projected-Exception.
           ADD 1 TO CALC-SIMX-COUNT
           MOVE Num1 TO CALC-EDIT-CONVERTED
           MOVE SPACES TO SIM-EXCEPT-LINE
           STRING CALC-BRANCH-CODE " " CALC-EDIT-CONVERTED " "
               Operator " " DELIMITED BY SIZE INTO SIM-EXCEPT-LINE
           MOVE Num2 TO CALC-EDIT-CONVERTED
           STRING CALC-EDIT-CONVERTED " " CALC-CURRENCY-CODE " "
               CALC-ERROR-REASON
               DELIMITED BY SIZE INTO SIM-EXCEPT-LINE(21:)
           PERFORM Write-Projected-Line.

       Write-Projected-Reject.
           ADD 1 TO CALC-SIMX-COUNT
           MOVE SPACES TO SIM-EXCEPT-LINE
           IF CT-REVERSAL-REC THEN
               STRING CT-BRANCH " extourne " CT-REV-KEY
                   DELIMITED BY SIZE INTO SIM-EXCEPT-LINE
           ELSE
               MOVE CT-NUM1 TO CALC-EDIT-CONVERTED
               STRING CT-BRANCH " " CALC-EDIT-CONVERTED " "
                   CT-OPERATOR " " DELIMITED BY SIZE
                   INTO SIM-EXCEPT-LINE
               MOVE CT-NUM2 TO CALC-EDIT-CONVERTED
               STRING CALC-EDIT-CONVERTED " " CT-CURRENCY
                   DELIMITED BY SIZE INTO SIM-EXCEPT-LINE(21:)
           END-IF
           STRING "REJET " CALC-ERROR-REASON
               DELIMITED BY SIZE INTO SIM-EXCEPT-LINE(39:)
           PERFORM Write-Projected-Line.

       Close-Projected-Exceptions.
           IF CALC-SIMX-COUNT = 0 THEN
               MOVE "Aucune exception projetee." TO SIM-EXCEPT-LINE
               PERFORM Write-Projected-Line
           END-IF
           CLOSE SIM-EXCEPT-FILE
           DISPLAY "Etat produit : " CALC-SIMX-FILENAME.

       Write-Projected-Line.
           DISPLAY SIM-EXCEPT-LINE
           WRITE SIM-EXCEPT-LINE.

       Write-Report-Line.
           DISPLAY REPORT-LINE
