       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExcConv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO "CALCEXCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ECV-OLD-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-ID
               ALTERNATE RECORD KEY IS EXC-STATUS WITH DUPLICATES
               ALTERNATE RECORD KEY IS EXC-BRANCH WITH DUPLICATES
               FILE STATUS IS ECV-EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Ancien CALCEXCP sequentiel, meme maquette que le nouveau
      *    fichier indexe : seuls l'identifiant et le statut sont
      *    completes au passage.
       FD  OLD-FILE.
       01  OLD-EXCEPT-RECORD      PIC X(137).

       FD  EXCEPT-FILE.
           COPY CALCEXCP.

       WORKING-STORAGE SECTION.
       01 ECV-OLD-STATUS      PIC XX.
       01 ECV-EXCEPT-STATUS   PIC XX.
           88 ECV-EXCEPT-OK       VALUE "00" "02".
           88 ECV-EXCEPT-DUPKEY   VALUE "22".
       01 ECV-EOF-SWITCH      PIC X     VALUE 'N'.
           88 ECV-EOF             VALUE 'Y'.
       01 ECV-CONFIRM         PIC X.
           88 ECV-CONFIRMED       VALUE 'O' 'o'.
       01 ECV-SAVE-RECORD     PIC X(137).
       01 ECV-OLD-ID          PIC X(13).
      *    Identifiant pose sur les exceptions qui n'en ont pas (ou
      *    dont l'identifiant est deja pris) : "CV", la date du
      *    passage et un compteur.  L'ordre du fichier ancien etant
      *    stable, une relance le meme jour repose les memes
      *    identifiants et retrouve les enregistrements deja charges.
       01 ECV-STAMP-ID.
           05 ECV-STAMP-PFX       PIC X(2)  VALUE "CV".
           05 ECV-STAMP-DATE      PIC 9(6).
           05 ECV-STAMP-SEQ       PIC 9(5)  VALUE 0.
       01 ECV-READ-COUNT      PIC 9(7)  VALUE 0.
       01 ECV-WRITTEN-COUNT   PIC 9(7)  VALUE 0.
       01 ECV-STAMPED-COUNT   PIC 9(7)  VALUE 0.
       01 ECV-RENAMED-COUNT   PIC 9(7)  VALUE 0.
       01 ECV-PRESENT-COUNT   PIC 9(7)  VALUE 0.
       01 ECV-STATUS-COUNT    PIC 9(7)  VALUE 0.
       01 ECV-FAILED-COUNT    PIC 9(7)  VALUE 0.
       01 ECV-EDIT-COUNT      PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " CONVERSION DU FICHIER DES EXCEPTIONS"
           DISPLAY "========================================"
           DISPLAY "Passage unique : l'ancien CALCEXCP sequentiel,"
           DISPLAY "renomme en CALCEXCO, est charge dans le nouveau"
           DISPLAY "CALCEXCP indexe sur EXC-ID."
           DISPLAY "Confirmer (O/N) : "
           ACCEPT ECV-CONFIRM
           IF ECV-CONFIRMED THEN
               PERFORM Convert-Old-Exceptions
           END-IF
           DISPLAY "Fin de la conversion."
           GOBACK.

       Convert-Old-Exceptions.
           OPEN INPUT OLD-FILE
           IF ECV-OLD-STATUS NOT = "00" THEN
               DISPLAY "Fichier CALCEXCO introuvable : renommer "
                   "l'ancien CALCEXCP sous ce nom d'abord."
           ELSE
               ACCEPT ECV-STAMP-DATE FROM DATE
               PERFORM Open-Except-Master
               IF ECV-EXCEPT-STATUS NOT = "00" THEN
                   DISPLAY "Ouverture de CALCEXCP impossible, statut "
                       ECV-EXCEPT-STATUS " : l'ancien fichier doit "
                       "etre renomme, pas copie."
                   CLOSE OLD-FILE
               ELSE
                   READ OLD-FILE
                       AT END SET ECV-EOF TO TRUE
                   END-READ
                   PERFORM Convert-One-Exception UNTIL ECV-EOF
                   CLOSE OLD-FILE
                   CLOSE EXCEPT-FILE
                   PERFORM Print-Conversion-Totals
               END-IF
           END-IF.

       Open-Except-Master.
           OPEN I-O EXCEPT-FILE
           IF ECV-EXCEPT-STATUS = "35" THEN
               OPEN OUTPUT EXCEPT-FILE
               CLOSE EXCEPT-FILE
               OPEN I-O EXCEPT-FILE
           END-IF.

      *    Le statut a blanc des exceptions anciennes vaut ouverte :
      *    il devient 'O' pour que la cle EXC-STATUS les retrouve.
       Convert-One-Exception.
           ADD 1 TO ECV-READ-COUNT
           MOVE OLD-EXCEPT-RECORD TO EXCEPT-RECORD
           IF EXC-STATUS = SPACE THEN
               MOVE 'O' TO EXC-STATUS
               ADD 1 TO ECV-STATUS-COUNT
           END-IF
           MOVE EXC-ID TO ECV-OLD-ID
           IF EXC-ID = SPACES THEN
               PERFORM Stamp-Exception-Id
               ADD 1 TO ECV-STAMPED-COUNT
           END-IF
           PERFORM Write-One-Exception
           READ OLD-FILE
               AT END SET ECV-EOF TO TRUE
           END-READ.

       Stamp-Exception-Id.
           ADD 1 TO ECV-STAMP-SEQ
           MOVE ECV-STAMP-ID TO EXC-ID.

      *    Une cle deja presente est soit le meme enregistrement,
      *    charge par un passage precedent, soit une autre exception
      *    portant le meme identifiant : celle-ci recoit un nouvel
      *    identifiant plutot que d'etre perdue.  Le statut fait foi
      *    (02 : doublon admis sur une cle alternee) ; toute autre
      *    erreur est signalee et comptee.
       Write-One-Exception.
           WRITE EXCEPT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN ECV-EXCEPT-OK
                   ADD 1 TO ECV-WRITTEN-COUNT
               WHEN ECV-EXCEPT-DUPKEY
                   MOVE EXCEPT-RECORD TO ECV-SAVE-RECORD
                   READ EXCEPT-FILE KEY IS EXC-ID
                       INVALID KEY MOVE SPACES TO EXCEPT-RECORD
                   END-READ
                   IF EXCEPT-RECORD = ECV-SAVE-RECORD THEN
                       ADD 1 TO ECV-PRESENT-COUNT
                   ELSE
                       MOVE ECV-SAVE-RECORD TO EXCEPT-RECORD
                       PERFORM Stamp-Exception-Id
                       PERFORM Write-Renamed-Exception
                   END-IF
               WHEN OTHER
                   PERFORM Report-Write-Failure
           END-EVALUATE.

       Write-Renamed-Exception.
           WRITE EXCEPT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN ECV-EXCEPT-OK
                   ADD 1 TO ECV-WRITTEN-COUNT
                   ADD 1 TO ECV-RENAMED-COUNT
                   DISPLAY "Identifiant " ECV-OLD-ID " en double, "
                       "exception rechargee sous " EXC-ID "."
               WHEN ECV-EXCEPT-DUPKEY
                   DISPLAY "Cle " EXC-ID " deja presente, exception "
                       "ignoree."
               WHEN OTHER
                   PERFORM Report-Write-Failure
           END-EVALUATE.

       Report-Write-Failure.
           ADD 1 TO ECV-FAILED-COUNT
           DISPLAY "Exception " EXC-ID " non ecrite, statut "
               ECV-EXCEPT-STATUS ".".

       Print-Conversion-Totals.
           DISPLAY "----------------------------------------"
           MOVE ECV-READ-COUNT TO ECV-EDIT-COUNT
           DISPLAY "Exceptions lues            : " ECV-EDIT-COUNT
           MOVE ECV-WRITTEN-COUNT TO ECV-EDIT-COUNT
           DISPLAY "Exceptions chargees        : " ECV-EDIT-COUNT
           MOVE ECV-STAMPED-COUNT TO ECV-EDIT-COUNT
           DISPLAY "Identifiants poses         : " ECV-EDIT-COUNT
           MOVE ECV-RENAMED-COUNT TO ECV-EDIT-COUNT
           DISPLAY "Identifiants en double     : " ECV-EDIT-COUNT
           MOVE ECV-STATUS-COUNT TO ECV-EDIT-COUNT
           DISPLAY "Statuts a blanc mis a 'O'  : " ECV-EDIT-COUNT
           MOVE ECV-PRESENT-COUNT TO ECV-EDIT-COUNT
           DISPLAY "Deja presentes, ignorees   : " ECV-EDIT-COUNT
           MOVE ECV-FAILED-COUNT TO ECV-EDIT-COUNT
           DISPLAY "En erreur, non chargees    : " ECV-EDIT-COUNT.

       END PROGRAM ExcConv.
