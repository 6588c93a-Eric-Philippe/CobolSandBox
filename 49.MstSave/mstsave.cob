       IDENTIFICATION DIVISION.
       PROGRAM-ID. MstSave.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NAME
               FILE STATUS IS MSV-MASTER-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRN-CODE
               FILE STATUS IS MSV-MASTER-STATUS.
           SELECT MASTER-FILE ASSIGN DYNAMIC MSV-MASTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSV-MASTER-STATUS.
           SELECT BACKUP-FILE ASSIGN DYNAMIC MSV-BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSV-BACKUP-STATUS.
           SELECT INDEX-FILE ASSIGN TO "MSTBKIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSV-INDEX-STATUS.
           SELECT PARM-FILE ASSIGN TO "MSTBKPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSV-PARM-STATUS.
           SELECT MANIFEST-FILE ASSIGN DYNAMIC MSV-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSV-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       FD  BRANCH-MASTER.
           COPY BRNMAST.

      *    CALCRATE, HOLCAL, GLMAP, ITEMMAST et CALCLIMT sont des
      *    fichiers ligne : une seule description suffit, la ligne
      *    est recopiee telle quelle.
       FD  MASTER-FILE.
       01  MASTER-RECORD          PIC X(80).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD          PIC X(80).

       FD  INDEX-FILE.
           COPY MSTBKIDX.

      *    Nombre de generations gardees par fichier ; carte absente,
      *    a zero ou non numerique : MSV-KEEP-DEFAULT.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 MBP-KEEP-GENS       PIC 9(2).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE          PIC X(80).

       FD  ALERT-FILE.
           COPY OPSALERT.

       WORKING-STORAGE SECTION.
       01 MSV-MASTER-STATUS   PIC XX.
       01 MSV-BACKUP-STATUS   PIC XX.
       01 MSV-INDEX-STATUS    PIC XX.
       01 MSV-PARM-STATUS     PIC XX.
       01 MSV-ALERT-STATUS    PIC XX.
       01 MSV-EOF-SWITCH      PIC X     VALUE 'N'.
           88 MSV-EOF             VALUE 'Y'.
       01 MSV-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 MSV-FOUND           VALUE 'Y'.
       01 MSV-KEEP-DEFAULT    PIC 9(2)  VALUE 7.
       01 MSV-KEEP-GENS       PIC 9(2)  VALUE 0.
       01 MSV-RUN-DATE        PIC 9(6).
       01 MSV-TODAY           PIC 9(8).
       01 MSV-NOW             PIC 9(8).
       01 MSV-MASTER-NAME     PIC X(8).
       01 MSV-BACKUP-FILENAME PIC X(20).
       01 MSV-MANIFEST-FILENAME PIC X(20).
       01 MSV-COPY-COUNT      PIC 9(7)  VALUE 0.
       01 MSV-SAVED-FILES     PIC 9(2)  VALUE 0.
       01 MSV-SAVED-TOTAL     PIC 9(7)  VALUE 0.
       01 MSV-PURGED-COUNT    PIC 9(3)  VALUE 0.
       01 MSV-FAILED-FILES    PIC 9(2)  VALUE 0.
       01 MSV-GEN-LEFT        PIC 9(3)  VALUE 0.
       01 MSV-OLDEST-IDX      PIC 9(3)  VALUE 0.
       01 MSV-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
      *    Les fichiers de reference sauvegardes, dans l'ordre du
      *    manifeste.
       01 MSV-MASTER-LIST.
           05 FILLER              PIC X(8)  VALUE "EMPMAST".
           05 FILLER              PIC X(8)  VALUE "BRNMAST".
           05 FILLER              PIC X(8)  VALUE "CALCRATE".
           05 FILLER              PIC X(8)  VALUE "HOLCAL".
           05 FILLER              PIC X(8)  VALUE "GLMAP".
           05 FILLER              PIC X(8)  VALUE "ITEMMAST".
           05 FILLER              PIC X(8)  VALUE "CALCLIMT".
       01 MSV-MASTER-TABLE REDEFINES MSV-MASTER-LIST.
           05 MSV-MASTER-ENTRY    PIC X(8)  OCCURS 7 TIMES
                   INDEXED BY MSV-MST-IDX.
      *    Generations connues de MSTBKIDX, plus celles du jour ; une
      *    generation purgee perd sa place a la reecriture de l'index.
       01 MSV-GEN-USED        PIC 9(3)  VALUE 0.
       01 MSV-GEN-TABLE.
           05 MSV-GEN-ENTRY OCCURS 800 TIMES
                   INDEXED BY MSV-GEN-IDX.
               10 MSV-GEN-DATE        PIC 9(6).
               10 MSV-GEN-FILE        PIC X(8).
               10 MSV-GEN-COUNT       PIC 9(7).
               10 MSV-GEN-SAVE-DATE   PIC 9(8).
               10 MSV-GEN-SAVE-TIME   PIC 9(8).
               10 MSV-GEN-KEEP        PIC X.
                   88 MSV-GEN-KEPT        VALUE 'Y'.
                   88 MSV-GEN-PURGED      VALUE 'P'.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " SAUVEGARDE DES FICHIERS DE REFERENCE"
           DISPLAY "========================================"
           ACCEPT MSV-RUN-DATE FROM DATE
           ACCEPT MSV-TODAY FROM DATE YYYYMMDD
           ACCEPT MSV-NOW FROM TIME
           PERFORM Read-Keep-Parameter
           PERFORM Load-Backup-Index
           PERFORM Open-Manifest-File
           PERFORM Save-Employee-Master
           PERFORM Save-Branch-Master
           PERFORM Save-Sequential-Master
               VARYING MSV-MST-IDX FROM 3 BY 1
               UNTIL MSV-MST-IDX > 7
           PERFORM Prune-One-Master
               VARYING MSV-MST-IDX FROM 1 BY 1
               UNTIL MSV-MST-IDX > 7
           PERFORM Rewrite-Backup-Index
           PERFORM Print-Manifest-Totals
           CLOSE MANIFEST-FILE
           IF MSV-FAILED-FILES > 0 THEN
               PERFORM Write-Alert-Record
           END-IF
           DISPLAY "Manifeste produit : " MSV-MANIFEST-FILENAME
           GOBACK.

       Read-Keep-Parameter.
           MOVE MSV-KEEP-DEFAULT TO MSV-KEEP-GENS
           OPEN INPUT PARM-FILE
           IF MSV-PARM-STATUS = "00" THEN
               READ PARM-FILE
                   AT END MOVE 0 TO MBP-KEEP-GENS
               END-READ
               IF MBP-KEEP-GENS NUMERIC AND MBP-KEEP-GENS > 0 THEN
                   MOVE MBP-KEEP-GENS TO MSV-KEEP-GENS
               END-IF
               CLOSE PARM-FILE
           END-IF
           DISPLAY "Generations gardees par fichier : " MSV-KEEP-GENS.

       Load-Backup-Index.
           MOVE 'N' TO MSV-EOF-SWITCH
           OPEN INPUT INDEX-FILE
           IF MSV-INDEX-STATUS = "00" THEN
               READ INDEX-FILE
                   AT END SET MSV-EOF TO TRUE
               END-READ
               PERFORM Load-One-Generation UNTIL MSV-EOF
               CLOSE INDEX-FILE
           END-IF.

       Load-One-Generation.
           IF MSV-GEN-USED < 800 THEN
               ADD 1 TO MSV-GEN-USED
               SET MSV-GEN-IDX TO MSV-GEN-USED
               MOVE MBX-GEN-DATE TO MSV-GEN-DATE(MSV-GEN-IDX)
               MOVE MBX-FILE TO MSV-GEN-FILE(MSV-GEN-IDX)
               MOVE MBX-COUNT TO MSV-GEN-COUNT(MSV-GEN-IDX)
               MOVE MBX-SAVE-DATE TO MSV-GEN-SAVE-DATE(MSV-GEN-IDX)
               MOVE MBX-SAVE-TIME TO MSV-GEN-SAVE-TIME(MSV-GEN-IDX)
               MOVE 'Y' TO MSV-GEN-KEEP(MSV-GEN-IDX)
           END-IF
           READ INDEX-FILE
               AT END SET MSV-EOF TO TRUE
           END-READ.

       Open-Manifest-File.
           MOVE SPACES TO MSV-MANIFEST-FILENAME
           STRING "MSTMAN.D" MSV-RUN-DATE
               DELIMITED BY SIZE INTO MSV-MANIFEST-FILENAME
           OPEN OUTPUT MANIFEST-FILE
           MOVE "MANIFESTE DE SAUVEGARDE - FICHIERS DE REFERENCE"
               TO MANIFEST-LINE
           PERFORM Write-Manifest-Line
           MOVE "-----------------------------------------------"
               TO MANIFEST-LINE
           PERFORM Write-Manifest-Line
           MOVE SPACES TO MANIFEST-LINE
           STRING "Sauvegarde du " MSV-TODAY " a " MSV-NOW
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM Write-Manifest-Line.

      *    Les deux fichiers indexes sont lus dans l'ordre de leur cle
      *    et recopies en fichier ligne : la generation se relit sans
      *    le fichier indexe, meme quand celui-ci est endommage.
       Save-Employee-Master.
           MOVE "EMPMAST" TO MSV-MASTER-NAME
           OPEN INPUT EMPLOYEE-MASTER
           EVALUATE MSV-MASTER-STATUS
               WHEN "00"
                   PERFORM Open-Backup-File
                   MOVE 'N' TO MSV-EOF-SWITCH
                   READ EMPLOYEE-MASTER
                       AT END SET MSV-EOF TO TRUE
                   END-READ
                   PERFORM Copy-One-Employee UNTIL MSV-EOF
                   CLOSE EMPLOYEE-MASTER
                   PERFORM Close-Backup-File
               WHEN "35"
                   PERFORM Note-Absent-Master
               WHEN OTHER
                   PERFORM Note-Unreadable-Master
           END-EVALUATE.

       Copy-One-Employee.
           WRITE BACKUP-RECORD FROM EMPLOYEE-RECORD
           ADD 1 TO MSV-COPY-COUNT
           READ EMPLOYEE-MASTER
               AT END SET MSV-EOF TO TRUE
           END-READ.

       Save-Branch-Master.
           MOVE "BRNMAST" TO MSV-MASTER-NAME
           OPEN INPUT BRANCH-MASTER
           EVALUATE MSV-MASTER-STATUS
               WHEN "00"
                   PERFORM Open-Backup-File
                   MOVE 'N' TO MSV-EOF-SWITCH
                   READ BRANCH-MASTER
                       AT END SET MSV-EOF TO TRUE
                   END-READ
                   PERFORM Copy-One-Branch UNTIL MSV-EOF
                   CLOSE BRANCH-MASTER
                   PERFORM Close-Backup-File
               WHEN "35"
                   PERFORM Note-Absent-Master
               WHEN OTHER
                   PERFORM Note-Unreadable-Master
           END-EVALUATE.

       Copy-One-Branch.
           WRITE BACKUP-RECORD FROM BRANCH-RECORD
           ADD 1 TO MSV-COPY-COUNT
           READ BRANCH-MASTER
               AT END SET MSV-EOF TO TRUE
           END-READ.

       Save-Sequential-Master.
           MOVE MSV-MASTER-ENTRY(MSV-MST-IDX) TO MSV-MASTER-NAME
           OPEN INPUT MASTER-FILE
           EVALUATE MSV-MASTER-STATUS
               WHEN "00"
                   PERFORM Open-Backup-File
                   MOVE 'N' TO MSV-EOF-SWITCH
                   READ MASTER-FILE
                       AT END SET MSV-EOF TO TRUE
                   END-READ
                   PERFORM Copy-One-Master-Line UNTIL MSV-EOF
                   CLOSE MASTER-FILE
                   PERFORM Close-Backup-File
               WHEN "35"
                   PERFORM Note-Absent-Master
               WHEN OTHER
                   PERFORM Note-Unreadable-Master
           END-EVALUATE.

       Copy-One-Master-Line.
           WRITE BACKUP-RECORD FROM MASTER-RECORD
           ADD 1 TO MSV-COPY-COUNT
           READ MASTER-FILE
               AT END SET MSV-EOF TO TRUE
           END-READ.

      *    Une relance le meme jour reecrit la generation du jour.
       Open-Backup-File.
           MOVE SPACES TO MSV-BACKUP-FILENAME
           STRING MSV-MASTER-NAME DELIMITED BY SPACE
               ".B" MSV-RUN-DATE DELIMITED BY SIZE
               INTO MSV-BACKUP-FILENAME
           MOVE 0 TO MSV-COPY-COUNT
           OPEN OUTPUT BACKUP-FILE.

       Close-Backup-File.
           CLOSE BACKUP-FILE
           ADD 1 TO MSV-SAVED-FILES
           ADD MSV-COPY-COUNT TO MSV-SAVED-TOTAL
           PERFORM Note-Generation
           MOVE MSV-COPY-COUNT TO MSV-EDIT-COUNT
           MOVE SPACES TO MANIFEST-LINE
           STRING MSV-MASTER-NAME " : " MSV-EDIT-COUNT
               " enreg. -> " MSV-BACKUP-FILENAME
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM Write-Manifest-Line.

       Note-Generation.
           MOVE 'N' TO MSV-FOUND-SWITCH
           SET MSV-GEN-IDX TO 1
           PERFORM Match-Today-Generation
               UNTIL MSV-FOUND OR MSV-GEN-IDX > MSV-GEN-USED
           IF NOT MSV-FOUND THEN
               IF MSV-GEN-USED < 800 THEN
                   ADD 1 TO MSV-GEN-USED
                   SET MSV-GEN-IDX TO MSV-GEN-USED
                   SET MSV-FOUND TO TRUE
               ELSE
                   DISPLAY "Index MSTBKIDX plein, generation "
                       MSV-BACKUP-FILENAME " non indexee."
               END-IF
           END-IF
           IF MSV-FOUND THEN
               MOVE MSV-RUN-DATE TO MSV-GEN-DATE(MSV-GEN-IDX)
               MOVE MSV-MASTER-NAME TO MSV-GEN-FILE(MSV-GEN-IDX)
               MOVE MSV-COPY-COUNT TO MSV-GEN-COUNT(MSV-GEN-IDX)
               MOVE MSV-TODAY TO MSV-GEN-SAVE-DATE(MSV-GEN-IDX)
               MOVE MSV-NOW TO MSV-GEN-SAVE-TIME(MSV-GEN-IDX)
               MOVE 'Y' TO MSV-GEN-KEEP(MSV-GEN-IDX)
           END-IF.

       Match-Today-Generation.
           IF MSV-GEN-FILE(MSV-GEN-IDX) = MSV-MASTER-NAME
              AND MSV-GEN-DATE(MSV-GEN-IDX) = MSV-RUN-DATE THEN
               SET MSV-FOUND TO TRUE
           ELSE
               SET MSV-GEN-IDX UP BY 1
           END-IF.

      *    Un fichier absent n'est pas une anomalie : ITEMMAST ou
      *    CALCLIMT absents desactivent simplement leur controle.
       Note-Absent-Master.
           MOVE SPACES TO MANIFEST-LINE
           STRING MSV-MASTER-NAME " : fichier absent, pas de "
               "generation."
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM Write-Manifest-Line.

       Note-Unreadable-Master.
           ADD 1 TO MSV-FAILED-FILES
           MOVE SPACES TO MANIFEST-LINE
           STRING MSV-MASTER-NAME " : ILLISIBLE (statut "
               MSV-MASTER-STATUS "), pas de generation."
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM Write-Manifest-Line.

      *    Au-dela du nombre de generations gardees, les plus
      *    anciennes sont remises a vide plutot que detruites, comme
      *    les checkpoints purges, et sortent de l'index.
       Prune-One-Master.
           MOVE MSV-MASTER-ENTRY(MSV-MST-IDX) TO MSV-MASTER-NAME
           MOVE 0 TO MSV-GEN-LEFT
           PERFORM Count-One-Kept-Generation
               VARYING MSV-GEN-IDX FROM 1 BY 1
               UNTIL MSV-GEN-IDX > MSV-GEN-USED
           PERFORM Purge-Oldest-Generation
               UNTIL MSV-GEN-LEFT NOT > MSV-KEEP-GENS.

       Count-One-Kept-Generation.
           IF MSV-GEN-FILE(MSV-GEN-IDX) = MSV-MASTER-NAME
              AND MSV-GEN-KEPT(MSV-GEN-IDX) THEN
               ADD 1 TO MSV-GEN-LEFT
           END-IF.

       Purge-Oldest-Generation.
           MOVE 0 TO MSV-OLDEST-IDX
           PERFORM Check-One-Oldest
               VARYING MSV-GEN-IDX FROM 1 BY 1
               UNTIL MSV-GEN-IDX > MSV-GEN-USED
           SET MSV-GEN-IDX TO MSV-OLDEST-IDX
           MOVE SPACES TO MSV-BACKUP-FILENAME
           STRING MSV-MASTER-NAME DELIMITED BY SPACE
               ".B" MSV-GEN-DATE(MSV-GEN-IDX) DELIMITED BY SIZE
               INTO MSV-BACKUP-FILENAME
           OPEN OUTPUT BACKUP-FILE
           CLOSE BACKUP-FILE
           MOVE 'P' TO MSV-GEN-KEEP(MSV-GEN-IDX)
           SUBTRACT 1 FROM MSV-GEN-LEFT
           ADD 1 TO MSV-PURGED-COUNT
           MOVE SPACES TO MANIFEST-LINE
           STRING MSV-MASTER-NAME " : generation "
               MSV-BACKUP-FILENAME " purgee."
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM Write-Manifest-Line.

       Check-One-Oldest.
           IF MSV-GEN-FILE(MSV-GEN-IDX) = MSV-MASTER-NAME
              AND MSV-GEN-KEPT(MSV-GEN-IDX) THEN
               IF MSV-OLDEST-IDX = 0 THEN
                   SET MSV-OLDEST-IDX TO MSV-GEN-IDX
               ELSE
                   IF MSV-GEN-SAVE-DATE(MSV-GEN-IDX)
                        < MSV-GEN-SAVE-DATE(MSV-OLDEST-IDX)
                      OR (MSV-GEN-SAVE-DATE(MSV-GEN-IDX)
                        = MSV-GEN-SAVE-DATE(MSV-OLDEST-IDX)
                      AND MSV-GEN-SAVE-TIME(MSV-GEN-IDX)
                        < MSV-GEN-SAVE-TIME(MSV-OLDEST-IDX)) THEN
                       SET MSV-OLDEST-IDX TO MSV-GEN-IDX
                   END-IF
               END-IF
           END-IF.

       Rewrite-Backup-Index.
           OPEN OUTPUT INDEX-FILE
           PERFORM Write-One-Index-Record
               VARYING MSV-GEN-IDX FROM 1 BY 1
               UNTIL MSV-GEN-IDX > MSV-GEN-USED
           CLOSE INDEX-FILE.

       Write-One-Index-Record.
           IF MSV-GEN-KEPT(MSV-GEN-IDX) THEN
               MOVE MSV-GEN-DATE(MSV-GEN-IDX) TO MBX-GEN-DATE
               MOVE MSV-GEN-FILE(MSV-GEN-IDX) TO MBX-FILE
               MOVE MSV-GEN-COUNT(MSV-GEN-IDX) TO MBX-COUNT
               MOVE MSV-GEN-SAVE-DATE(MSV-GEN-IDX) TO MBX-SAVE-DATE
               MOVE MSV-GEN-SAVE-TIME(MSV-GEN-IDX) TO MBX-SAVE-TIME
               WRITE BACKUP-INDEX-RECORD
           END-IF.

       Print-Manifest-Totals.
           MOVE "-----------------------------------------------"
               TO MANIFEST-LINE
           PERFORM Write-Manifest-Line
           MOVE MSV-SAVED-FILES TO MSV-EDIT-COUNT
           MOVE SPACES TO MANIFEST-LINE
           STRING "Fichiers sauvegardes     : " MSV-EDIT-COUNT
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM Write-Manifest-Line
           MOVE MSV-SAVED-TOTAL TO MSV-EDIT-COUNT
           MOVE SPACES TO MANIFEST-LINE
           STRING "Enregistrements copies   : " MSV-EDIT-COUNT
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM Write-Manifest-Line
           MOVE MSV-PURGED-COUNT TO MSV-EDIT-COUNT
           MOVE SPACES TO MANIFEST-LINE
           STRING "Generations purgees      : " MSV-EDIT-COUNT
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM Write-Manifest-Line
           MOVE MSV-FAILED-FILES TO MSV-EDIT-COUNT
           MOVE SPACES TO MANIFEST-LINE
           STRING "Fichiers illisibles      : " MSV-EDIT-COUNT
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM Write-Manifest-Line.

       Write-Manifest-Line.
           DISPLAY MANIFEST-LINE
           WRITE MANIFEST-LINE.

      *    Un fichier de reference illisible n'a pas de generation
      *    du jour et sera sans doute a restaurer ; la chaine
      *    continue, l'alerte suffit.
       Write-Alert-Record.
           OPEN EXTEND ALERT-FILE
           IF MSV-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF
           ACCEPT ALT-DATE FROM DATE YYYYMMDD
           ACCEPT ALT-TIME FROM TIME
           MOVE "MSTSAVE" TO ALT-SOURCE
           MOVE 'E' TO ALT-SEVERITY
           MOVE SPACES TO ALT-MESSAGE
           STRING MSV-FAILED-FILES " fichier(s) de reference "
               "illisible(s), voir " MSV-MANIFEST-FILENAME
               DELIMITED BY SIZE INTO ALT-MESSAGE
           MOVE 'N' TO ALT-ACK-FLAG
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       END PROGRAM MstSave.
