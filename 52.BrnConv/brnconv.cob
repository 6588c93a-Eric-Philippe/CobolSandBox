       IDENTIFICATION DIVISION.
       PROGRAM-ID. BrnConv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO "BRNMASO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OBR-CODE
               FILE STATUS IS BCV-OLD-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-CODE
               FILE STATUS IS BCV-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Ancienne maquette de BRNMAST (44 octets, avant l'heure
      *    limite d'envoi des lots) : le fichier en place est renomme
      *    en BRNMASO avant le passage, pour liberer le nom BRNMAST.
       FD  OLD-FILE.
       01  OLD-BRANCH-RECORD.
           05 OBR-CODE            PIC X(3).
           05 OBR-NAME            PIC X(30).
           05 OBR-REGION          PIC X(10).
           05 OBR-STATUS          PIC X.

       FD  BRANCH-MASTER.
           COPY BRNMAST.

       WORKING-STORAGE SECTION.
       01 BCV-OLD-STATUS      PIC XX.
       01 BCV-MASTER-STATUS   PIC XX.
       01 BCV-EOF-SWITCH      PIC X     VALUE 'N'.
           88 BCV-EOF             VALUE 'Y'.
       01 BCV-CONFIRM         PIC X.
           88 BCV-CONFIRMED       VALUE 'O' 'o'.
       01 BCV-READ-COUNT      PIC 9(5)  VALUE 0.
       01 BCV-WRITTEN-COUNT   PIC 9(5)  VALUE 0.
       01 BCV-PRESENT-COUNT   PIC 9(5)  VALUE 0.
       01 BCV-EDIT-COUNT      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " CONVERSION DU FICHIER DES AGENCES"
           DISPLAY "========================================"
           DISPLAY "Passage unique : l'ancien BRNMAST, renomme en"
           DISPLAY "BRNMASO, est recharge dans le nouveau BRNMAST"
           DISPLAY "avec une heure limite d'envoi a zero (aucune)."
           DISPLAY "Confirmer (O/N) : "
           ACCEPT BCV-CONFIRM
           IF BCV-CONFIRMED THEN
               PERFORM Convert-Old-Branches
           END-IF
           DISPLAY "Fin de la conversion."
           GOBACK.

       Convert-Old-Branches.
           OPEN INPUT OLD-FILE
           IF BCV-OLD-STATUS NOT = "00" THEN
               DISPLAY "Fichier BRNMASO introuvable : renommer "
                   "l'ancien BRNMAST sous ce nom d'abord."
           ELSE
               PERFORM Open-Branch-Master
               IF BCV-MASTER-STATUS NOT = "00" THEN
                   DISPLAY "Ouverture de BRNMAST impossible, statut "
                       BCV-MASTER-STATUS " : l'ancien fichier doit "
                       "etre renomme, pas copie."
                   CLOSE OLD-FILE
               ELSE
                   READ OLD-FILE
                       AT END SET BCV-EOF TO TRUE
                   END-READ
                   PERFORM Convert-One-Branch UNTIL BCV-EOF
                   CLOSE OLD-FILE
                   CLOSE BRANCH-MASTER
                   PERFORM Print-Conversion-Totals
               END-IF
           END-IF.

       Open-Branch-Master.
           OPEN I-O BRANCH-MASTER
           IF BCV-MASTER-STATUS = "35" THEN
               OPEN OUTPUT BRANCH-MASTER
               CLOSE BRANCH-MASTER
               OPEN I-O BRANCH-MASTER
           END-IF.

      *    Une agence deja presente vient d'un passage precedent :
      *    elle n'est pas reecrite, son heure limite eventuellement
      *    saisie depuis est conservee.
       Convert-One-Branch.
           ADD 1 TO BCV-READ-COUNT
           MOVE SPACES TO BRANCH-RECORD
           MOVE OBR-CODE TO BRN-CODE
           MOVE OBR-NAME TO BRN-NAME
           MOVE OBR-REGION TO BRN-REGION
           MOVE OBR-STATUS TO BRN-STATUS
           MOVE 0 TO BRN-CUTOFF-TIME
           WRITE BRANCH-RECORD
               INVALID KEY
                   ADD 1 TO BCV-PRESENT-COUNT
               NOT INVALID KEY
                   ADD 1 TO BCV-WRITTEN-COUNT
           END-WRITE
           READ OLD-FILE
               AT END SET BCV-EOF TO TRUE
           END-READ.

       Print-Conversion-Totals.
           DISPLAY "----------------------------------------"
           MOVE BCV-READ-COUNT TO BCV-EDIT-COUNT
           DISPLAY "Agences lues               : " BCV-EDIT-COUNT
           MOVE BCV-WRITTEN-COUNT TO BCV-EDIT-COUNT
           DISPLAY "Agences chargees           : " BCV-EDIT-COUNT
           MOVE BCV-PRESENT-COUNT TO BCV-EDIT-COUNT
           DISPLAY "Deja presentes, ignorees   : " BCV-EDIT-COUNT.

       END PROGRAM BrnConv.
