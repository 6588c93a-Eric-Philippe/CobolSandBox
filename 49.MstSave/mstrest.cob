       IDENTIFICATION DIVISION.
       PROGRAM-ID. MstRest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NAME
               FILE STATUS IS MRS-MASTER-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-CODE
               FILE STATUS IS MRS-MASTER-STATUS.
           SELECT MASTER-FILE ASSIGN DYNAMIC MRS-MASTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRS-MASTER-STATUS.
           SELECT BACKUP-FILE ASSIGN DYNAMIC MRS-BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRS-BACKUP-STATUS.
           SELECT INDEX-FILE ASSIGN TO "MSTBKIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRS-INDEX-STATUS.
           SELECT ACTION-LOG-FILE ASSIGN TO "RUNCTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRS-ACTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       FD  BRANCH-MASTER.
           COPY BRNMAST.

       FD  MASTER-FILE.
       01  MASTER-RECORD          PIC X(80).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD          PIC X(80).

       FD  INDEX-FILE.
           COPY MSTBKIDX.

       FD  ACTION-LOG-FILE.
           COPY RUNCTLOG.

       WORKING-STORAGE SECTION.
       01 MRS-MASTER-STATUS   PIC XX.
           88 MRS-MASTER-FOUND    VALUE "00".
           88 MRS-MASTER-ABSENT   VALUE "35".
       01 MRS-BACKUP-STATUS   PIC XX.
       01 MRS-INDEX-STATUS    PIC XX.
       01 MRS-ACTION-STATUS   PIC XX.
       01 MRS-EOF-SWITCH      PIC X     VALUE 'N'.
           88 MRS-EOF             VALUE 'Y'.
       01 MRS-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 MRS-FOUND           VALUE 'Y'.
       01 MRS-USER            PIC X(20).
       01 MRS-SUPER-SWITCH    PIC X     VALUE 'N'.
           88 MRS-IS-SUPER        VALUE 'Y'.
       01 MRS-CONFIRM         PIC X.
           88 MRS-CONFIRMED       VALUE 'O' 'o'.
       01 MRS-MASTER-NAME     PIC X(8).
       01 MRS-DATE-ENTRY      PIC X(6).
       01 MRS-GEN-DATE        PIC 9(6).
       01 MRS-BACKUP-FILENAME PIC X(20).
       01 MRS-EXPECTED-COUNT  PIC 9(7)  VALUE 0.
       01 MRS-RESTORED-COUNT  PIC 9(7)  VALUE 0.
       01 MRS-REJECTED-COUNT  PIC 9(7)  VALUE 0.
       01 MRS-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
       01 MRS-MASTER-LIST.
           05 FILLER              PIC X(8)  VALUE "EMPMAST".
           05 FILLER              PIC X(8)  VALUE "BRNMAST".
           05 FILLER              PIC X(8)  VALUE "CALCRATE".
           05 FILLER              PIC X(8)  VALUE "HOLCAL".
           05 FILLER              PIC X(8)  VALUE "GLMAP".
           05 FILLER              PIC X(8)  VALUE "ITEMMAST".
           05 FILLER              PIC X(8)  VALUE "CALCLIMT".
       01 MRS-MASTER-TABLE REDEFINES MRS-MASTER-LIST.
           05 MRS-MASTER-ENTRY    PIC X(8)  OCCURS 7 TIMES
                   INDEXED BY MRS-MST-IDX.
       01 MRS-GEN-USED        PIC 9(3)  VALUE 0.
       01 MRS-GEN-TABLE.
           05 MRS-GEN-ENTRY OCCURS 800 TIMES
                   INDEXED BY MRS-GEN-IDX.
               10 MRS-GEN-TBL-DATE    PIC 9(6).
               10 MRS-GEN-FILE        PIC X(8).
               10 MRS-GEN-COUNT       PIC 9(7).
               10 MRS-GEN-SAVE-DATE   PIC 9(8).
               10 MRS-GEN-SAVE-TIME   PIC 9(8).

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " RESTAURATION D'UN FICHIER DE REFERENCE"
           DISPLAY "========================================"
           DISPLAY "Nom de l'operateur : "
           ACCEPT MRS-USER
           PERFORM Check-Supervisor-Role
           IF NOT MRS-IS-SUPER THEN
               DISPLAY "Restauration reservee aux superviseurs."
           ELSE
               PERFORM Load-Backup-Index
               IF MRS-GEN-USED = 0 THEN
                   DISPLAY "Aucune generation dans MSTBKIDX."
               ELSE
                   PERFORM Show-Generations
                   PERFORM Choose-Generation
                   IF MRS-FOUND THEN
                       PERFORM Confirm-Restore
                   END-IF
               END-IF
           END-IF
           DISPLAY "Fin de la restauration."
           GOBACK.

      *    Superviseur actif et non verrouille, comme pour les
      *    maintenances sensibles.  Sans EMPMAST le controle est
      *    desactive, comme dans le controle des runs : c'est
      *    justement le cas ou il faut pouvoir restaurer EMPMAST.
       Check-Supervisor-Role.
           OPEN INPUT EMPLOYEE-MASTER
           IF MRS-MASTER-ABSENT THEN
               DISPLAY "Fichier EMPMAST absent, controle de role "
                   "desactive."
               SET MRS-IS-SUPER TO TRUE
           ELSE
               IF MRS-MASTER-FOUND THEN
                   MOVE MRS-USER TO EMP-NAME
                   READ EMPLOYEE-MASTER
                       INVALID KEY MOVE "23" TO MRS-MASTER-STATUS
                   END-READ
                   IF MRS-MASTER-FOUND AND EMP-ROLE-SUPER
                      AND EMP-ACTIVE AND EMP-NOT-LOCKED THEN
                       SET MRS-IS-SUPER TO TRUE
                   END-IF
                   CLOSE EMPLOYEE-MASTER
               END-IF
           END-IF.

       Load-Backup-Index.
           MOVE 'N' TO MRS-EOF-SWITCH
           OPEN INPUT INDEX-FILE
           IF MRS-INDEX-STATUS = "00" THEN
               READ INDEX-FILE
                   AT END SET MRS-EOF TO TRUE
               END-READ
               PERFORM Load-One-Generation UNTIL MRS-EOF
               CLOSE INDEX-FILE
           END-IF.

       Load-One-Generation.
           IF MRS-GEN-USED < 800 THEN
               ADD 1 TO MRS-GEN-USED
               SET MRS-GEN-IDX TO MRS-GEN-USED
               MOVE MBX-GEN-DATE TO MRS-GEN-TBL-DATE(MRS-GEN-IDX)
               MOVE MBX-FILE TO MRS-GEN-FILE(MRS-GEN-IDX)
               MOVE MBX-COUNT TO MRS-GEN-COUNT(MRS-GEN-IDX)
               MOVE MBX-SAVE-DATE TO MRS-GEN-SAVE-DATE(MRS-GEN-IDX)
               MOVE MBX-SAVE-TIME TO MRS-GEN-SAVE-TIME(MRS-GEN-IDX)
           END-IF
           READ INDEX-FILE
               AT END SET MRS-EOF TO TRUE
           END-READ.

      *    Les generations sont listees fichier par fichier, dans
      *    l'ordre ou la sauvegarde les a prises.
       Show-Generations.
           DISPLAY "FICHIER   GENERATION  SAUVEE LE  A        ENREG."
           PERFORM Show-One-Master
               VARYING MRS-MST-IDX FROM 1 BY 1
               UNTIL MRS-MST-IDX > 7.

       Show-One-Master.
           PERFORM Show-One-Generation
               VARYING MRS-GEN-IDX FROM 1 BY 1
               UNTIL MRS-GEN-IDX > MRS-GEN-USED.

       Show-One-Generation.
           IF MRS-GEN-FILE(MRS-GEN-IDX)
                = MRS-MASTER-ENTRY(MRS-MST-IDX) THEN
               MOVE MRS-GEN-COUNT(MRS-GEN-IDX) TO MRS-EDIT-COUNT
               DISPLAY MRS-GEN-FILE(MRS-GEN-IDX) "  "
                   MRS-GEN-TBL-DATE(MRS-GEN-IDX) "      "
                   MRS-GEN-SAVE-DATE(MRS-GEN-IDX) "   "
                   MRS-GEN-SAVE-TIME(MRS-GEN-IDX) " "
                   MRS-EDIT-COUNT
           END-IF.

       Choose-Generation.
           MOVE 'N' TO MRS-FOUND-SWITCH
           DISPLAY "Fichier a restaurer (vide = abandon) : "
           ACCEPT MRS-MASTER-NAME
           MOVE FUNCTION UPPER-CASE(MRS-MASTER-NAME)
               TO MRS-MASTER-NAME
           IF MRS-MASTER-NAME NOT = SPACES THEN
               DISPLAY "Date de la generation (AAMMJJ) : "
               ACCEPT MRS-DATE-ENTRY
               IF MRS-DATE-ENTRY NUMERIC THEN
                   MOVE MRS-DATE-ENTRY TO MRS-GEN-DATE
                   SET MRS-GEN-IDX TO 1
                   PERFORM Match-One-Generation
                       UNTIL MRS-FOUND OR MRS-GEN-IDX > MRS-GEN-USED
               END-IF
               IF NOT MRS-FOUND THEN
                   DISPLAY "Pas de generation " MRS-DATE-ENTRY
                       " pour " MRS-MASTER-NAME "."
               END-IF
           END-IF.

       Match-One-Generation.
           IF MRS-GEN-FILE(MRS-GEN-IDX) = MRS-MASTER-NAME
              AND MRS-GEN-TBL-DATE(MRS-GEN-IDX) = MRS-GEN-DATE THEN
               SET MRS-FOUND TO TRUE
               MOVE MRS-GEN-COUNT(MRS-GEN-IDX) TO MRS-EXPECTED-COUNT
           ELSE
               SET MRS-GEN-IDX UP BY 1
           END-IF.

      *    Le fichier en place est remplace en entier : les mises a
      *    jour faites depuis la sauvegarde sont perdues.
       Confirm-Restore.
           MOVE SPACES TO MRS-BACKUP-FILENAME
           STRING MRS-MASTER-NAME DELIMITED BY SPACE
               ".B" MRS-GEN-DATE DELIMITED BY SIZE
               INTO MRS-BACKUP-FILENAME
           OPEN INPUT BACKUP-FILE
           IF MRS-BACKUP-STATUS NOT = "00" THEN
               DISPLAY "Generation " MRS-BACKUP-FILENAME
                   " introuvable."
           ELSE
               DISPLAY MRS-MASTER-NAME " sera remplace par "
                   MRS-BACKUP-FILENAME ", les mises a jour"
               DISPLAY "posterieures seront perdues."
               DISPLAY "Confirmer (O/N) : "
               ACCEPT MRS-CONFIRM
               IF MRS-CONFIRMED THEN
                   PERFORM Restore-Master-File
               ELSE
                   DISPLAY "Restauration abandonnee."
               END-IF
               CLOSE BACKUP-FILE
           END-IF.

       Restore-Master-File.
           MOVE 'N' TO MRS-EOF-SWITCH
           READ BACKUP-FILE
               AT END SET MRS-EOF TO TRUE
           END-READ
           EVALUATE MRS-MASTER-NAME
               WHEN "EMPMAST"
                   OPEN OUTPUT EMPLOYEE-MASTER
                   PERFORM Restore-One-Employee UNTIL MRS-EOF
                   CLOSE EMPLOYEE-MASTER
               WHEN "BRNMAST"
                   OPEN OUTPUT BRANCH-MASTER
                   PERFORM Restore-One-Branch UNTIL MRS-EOF
                   CLOSE BRANCH-MASTER
               WHEN OTHER
                   OPEN OUTPUT MASTER-FILE
                   PERFORM Restore-One-Master-Line UNTIL MRS-EOF
                   CLOSE MASTER-FILE
           END-EVALUATE
           PERFORM Write-Action-Log
           PERFORM Print-Restore-Totals.

      *    Les fichiers indexes sont reconstruits : OPEN OUTPUT cree
      *    un fichier neuf, meme a la place d'un fichier endommage.
       Restore-One-Employee.
           MOVE BACKUP-RECORD TO EMPLOYEE-RECORD
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   ADD 1 TO MRS-REJECTED-COUNT
                   DISPLAY "Cle " EMP-NAME " en double, ignoree."
               NOT INVALID KEY
                   ADD 1 TO MRS-RESTORED-COUNT
           END-WRITE
           READ BACKUP-FILE
               AT END SET MRS-EOF TO TRUE
           END-READ.

       Restore-One-Branch.
           MOVE BACKUP-RECORD TO BRANCH-RECORD
           WRITE BRANCH-RECORD
               INVALID KEY
                   ADD 1 TO MRS-REJECTED-COUNT
                   DISPLAY "Cle " BRN-CODE " en double, ignoree."
               NOT INVALID KEY
                   ADD 1 TO MRS-RESTORED-COUNT
           END-WRITE
           READ BACKUP-FILE
               AT END SET MRS-EOF TO TRUE
           END-READ.

       Restore-One-Master-Line.
           WRITE MASTER-RECORD FROM BACKUP-RECORD
           ADD 1 TO MRS-RESTORED-COUNT
           READ BACKUP-FILE
               AT END SET MRS-EOF TO TRUE
           END-READ.

       Write-Action-Log.
           OPEN EXTEND ACTION-LOG-FILE
           IF MRS-ACTION-STATUS = "35" THEN
               OPEN OUTPUT ACTION-LOG-FILE
           END-IF
           ACCEPT RCL-DATE FROM DATE YYYYMMDD
           ACCEPT RCL-TIME FROM TIME
           MOVE MRS-USER TO RCL-USER
           MOVE "RESTAURE" TO RCL-ACTION
           MOVE MRS-MASTER-NAME TO RCL-RUN-ID
           MOVE MRS-GEN-DATE TO RCL-GEN-DATE
           WRITE ACTION-LOG-RECORD
           CLOSE ACTION-LOG-FILE.

       Print-Restore-Totals.
           MOVE MRS-RESTORED-COUNT TO MRS-EDIT-COUNT
           DISPLAY "Enregistrements restaures : " MRS-EDIT-COUNT
           IF MRS-REJECTED-COUNT > 0 THEN
               MOVE MRS-REJECTED-COUNT TO MRS-EDIT-COUNT
               DISPLAY "Enregistrements rejetes   : " MRS-EDIT-COUNT
           END-IF
           IF MRS-RESTORED-COUNT NOT = MRS-EXPECTED-COUNT THEN
               MOVE MRS-EXPECTED-COUNT TO MRS-EDIT-COUNT
               DISPLAY "ATTENTION : le manifeste annoncait "
                   MRS-EDIT-COUNT " enregistrements."
           END-IF
           DISPLAY MRS-MASTER-NAME " restaure a la generation "
               MRS-GEN-DATE ".".

       END PROGRAM MstRest.
