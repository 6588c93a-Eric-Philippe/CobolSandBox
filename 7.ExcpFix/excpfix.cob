       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPT-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-ID
               ALTERNATE RECORD KEY IS EXC-STATUS WITH DUPLICATES
               ALTERNATE RECORD KEY IS EXC-BRANCH WITH DUPLICATES
               FILE STATUS IS FIX-EXCEPT-STATUS.
           SELECT RESUBMIT-FILE ASSIGN TO "CALCRSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIX-RESUBMIT-STATUS.
       FD  EXCEPT-FILE.
           COPY CALCEXCP.

       FD  RESUBMIT-FILE.
           COPY CALCTRAN.

       FD  REPAIR-LOG-FILE.
           COPY EXCPLOG.

       WORKING-STORAGE SECTION.
           COPY PERCHK.
       01 FIX-EXCEPT-STATUS   PIC XX.
       01 FIX-RESUBMIT-STATUS PIC XX.
       01 FIX-LOG-STATUS      PIC XX.
       01 FIX-CORRECTED-COUNT PIC 9(5)  VALUE 0.
       01 FIX-VOIDED-COUNT    PIC 9(5)  VALUE 0.
       01 FIX-SKIPPED-COUNT   PIC 9(5)  VALUE 0.
       01 FIX-ROLLED-COUNT    PIC 9(5)  VALUE 0.
       01 FIX-TODAY           PIC 9(8).
       01 FIX-BOOK-DATE       PIC 9(8).
       01 FIX-EDIT-AMOUNT     PIC -Z,ZZZ,ZZ9.99.
       01 FIX-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
       01 FIX-RSUB-COUNT      PIC 9(7)  VALUE 0.
       01 FIX-RSUB-HASH       PIC S9(13)V99 VALUE 0.
       01 FIX-PENDING-SWITCH  PIC X     VALUE 'N'.
           88 FIX-RSUB-PENDING    VALUE 'Y'.
      *    Identifiants des exceptions ouvertes, releves sur la cle
      *    EXC-STATUS avant toute mise a jour : annuler une exception
      *    change cette cle et deplacerait le parcours.
       01 FIX-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 FIX-FOUND           VALUE 'Y'.
       01 FIX-OPEN-USED       PIC 9(4)  VALUE 0.
       01 FIX-OPEN-IDX        PIC 9(4)  VALUE 0.
       01 FIX-OPEN-TABLE.
           05 FIX-OPEN-ID OCCURS 1000 TIMES PIC X(13).

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY "Nom de l'operateur : "
           ACCEPT FIX-USER
           PERFORM Set-Booking-Date
           PERFORM Probe-Resubmit-File
           IF FIX-RSUB-PENDING THEN
               DISPLAY "Un lot de resoumission CALCRSUB est deja en"
               DISPLAY "l'ecarter avant une nouvelle reprise."
               GOBACK
           END-IF
           OPEN I-O EXCEPT-FILE
           IF FIX-EXCEPT-STATUS = "35" THEN
               DISPLAY "Fichier CALCEXCP absent, rien a reprendre."
               GOBACK
           END-IF
           PERFORM Load-Open-Exceptions
           PERFORM Open-Resubmit-File
           PERFORM Open-Repair-Log
           MOVE 1 TO FIX-OPEN-IDX
           PERFORM Process-One-Exception
               UNTIL FIX-OPEN-IDX > FIX-OPEN-USED
           CLOSE EXCEPT-FILE
           PERFORM Close-Resubmit-File
           CLOSE REPAIR-LOG-FILE
           DISPLAY "----------------------------------------"
           MOVE FIX-OPEN-COUNT TO FIX-EDIT-COUNT
           DISPLAY "Exceptions ouvertes traitees : " FIX-EDIT-COUNT
           DISPLAY "Annulees                     : " FIX-EDIT-COUNT
           MOVE FIX-SKIPPED-COUNT TO FIX-EDIT-COUNT
           DISPLAY "Laissees en attente          : " FIX-EDIT-COUNT
           IF FIX-ROLLED-COUNT > 0 THEN
               MOVE FIX-ROLLED-COUNT TO FIX-EDIT-COUNT
               DISPLAY "Reportees (periode close)    : "
                   FIX-EDIT-COUNT
           END-IF
           GOBACK.

      *    Quand le mois du jour est deja clos, les corrections sont
      *    datees du premier jour ouvre du mois ouvert suivant : la
      *    calculatrice les garde dans l'entrepot jusque-la.
       Set-Booking-Date.
           ACCEPT FIX-TODAY FROM DATE YYYYMMDD
           MOVE FIX-TODAY TO FIX-BOOK-DATE
           MOVE FIX-TODAY TO PC-DATE
           CALL 'PerChk' USING PERIOD-CHECK-AREA
           IF PC-CLOSED THEN
               MOVE PC-ROLL-DATE TO FIX-BOOK-DATE
               DISPLAY "Periode du jour close : corrections datees du "
                   FIX-BOOK-DATE "."
           END-IF.

      *    Un lot CALCRSUB qui contient encore des mouvements n'a pas
      *    ete soumis : l'ecraser perdrait des corrections dont les
      *    exceptions sont deja marquees resolues.
               OPEN OUTPUT REPAIR-LOG-FILE
           END-IF.

       Load-Open-Exceptions.
           MOVE 'O' TO EXC-STATUS
           START EXCEPT-FILE KEY IS = EXC-STATUS
               INVALID KEY SET FIX-EOF TO TRUE
           END-START
           IF NOT FIX-EOF THEN
               READ EXCEPT-FILE NEXT RECORD
                   AT END SET FIX-EOF TO TRUE
               END-READ
               PERFORM Note-One-Open-Exception UNTIL FIX-EOF
           END-IF
           MOVE 'N' TO FIX-EOF-SWITCH.

       Note-One-Open-Exception.
           IF NOT EXC-OPEN THEN
               SET FIX-EOF TO TRUE
           ELSE
               IF FIX-OPEN-USED < 1000 THEN
                   ADD 1 TO FIX-OPEN-USED
                   MOVE EXC-ID TO FIX-OPEN-ID(FIX-OPEN-USED)
                   READ EXCEPT-FILE NEXT RECORD
                       AT END SET FIX-EOF TO TRUE
                   END-READ
               ELSE
                   DISPLAY "Plus de 1000 exceptions ouvertes : les "
                       "suivantes au prochain passage."
                   SET FIX-EOF TO TRUE
               END-IF
           END-IF.

      *    Chaque exception est relue sur sa cle : une autre reprise
      *    a pu la traiter depuis le releve.
       Process-One-Exception.
           MOVE FIX-OPEN-ID(FIX-OPEN-IDX) TO EXC-ID
           MOVE 'Y' TO FIX-FOUND-SWITCH
           READ EXCEPT-FILE KEY IS EXC-ID
               INVALID KEY MOVE 'N' TO FIX-FOUND-SWITCH
           END-READ
           IF FIX-FOUND AND EXC-OPEN THEN
               ADD 1 TO FIX-OPEN-COUNT
               PERFORM Display-Exception
               PERFORM Get-Repair-Action
                       ADD 1 TO FIX-SKIPPED-COUNT
               END-EVALUATE
           END-IF
           ADD 1 TO FIX-OPEN-IDX.

       Display-Exception.
           DISPLAY "----------------------------------------"
      *    traite, en s'appuyant sur EXC-ID repris dans CT-EXC-ID.
       Correct-Exception.
           PERFORM Prepare-Log-Before-Image
           MOVE SPACES TO CALC-TRANS-RECORD
           MOVE 'D' TO CT-RECORD-TYPE
           MOVE EXC-BRANCH TO CT-BRANCH
           ACCEPT CT-NUM2
           DISPLAY "Devise (EUR, USD, ...) : "
           ACCEPT CT-CURRENCY
           PERFORM Check-Exception-Period
           WRITE CALC-TRANS-RECORD
           ADD 1 TO FIX-RSUB-COUNT
           ADD CT-NUM1 TO FIX-RSUB-HASH
           DISPLAY "Exception resoumise, resolue apres traitement "
               "du lot.".

      *    Une exception d'un mois clos ne retourne pas dans ce
      *    mois : sa correction est passee dans le mois ouvert.
       Check-Exception-Period.
           IF EXC-DATE NUMERIC AND EXC-DATE > 0 THEN
               MOVE EXC-DATE TO PC-DATE
               CALL 'PerChk' USING PERIOD-CHECK-AREA
               IF PC-CLOSED THEN
                   ADD 1 TO FIX-ROLLED-COUNT
                   DISPLAY "Exception du " EXC-DATE ", periode close :"
                       " correction passee au " FIX-BOOK-DATE "."
               END-IF
           END-IF
           IF FIX-BOOK-DATE > FIX-TODAY THEN
               MOVE FIX-BOOK-DATE TO CT-EFF-DATE
           END-IF.

       Void-Exception.
           PERFORM Prepare-Log-Before-Image
           MOVE 'V' TO EXC-STATUS
           REWRITE EXCEPT-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour de l'exception " EXC-ID
                       " refusee."
           END-REWRITE
           MOVE "ANNULE" TO RLOG-ACTION
           MOVE 0 TO RLOG-NEW-NUM1
           MOVE SPACE TO RLOG-NEW-OPERATOR
           MOVE EXC-OPERATOR TO RLOG-OLD-OPERATOR
           MOVE EXC-NUM2 TO RLOG-OLD-NUM2
           MOVE EXC-CURRENCY TO RLOG-OLD-CURRENCY
           MOVE EXC-REASON TO RLOG-REASON
           MOVE EXC-ID TO RLOG-EXC-ID.

       END PROGRAM ExcpFix.
