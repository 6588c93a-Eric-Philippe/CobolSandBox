           SELECT OLD-FILE ASSIGN DYNAMIC ACV-OLD-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACV-OLD-STATUS.
           SELECT PREV-ARCH-FILE ASSIGN DYNAMIC ACV-OLD-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACV-PREV-STATUS.
           SELECT PREV-MASTER ASSIGN TO "CALCAUDP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAM-KEY
               ALTERNATE RECORD KEY IS PAM-DATE WITH DUPLICATES
               FILE STATUS IS ACV-PREV-STATUS.
           SELECT WORK-FILE ASSIGN TO "AUDARCHW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-ARCH-FILE ASSIGN DYNAMIC ACV-NEW-FILENAME
           05 OAR-VALUE-DATE      PIC 9(8)     COMP-3.
           05 OAR-RUN-ID          PIC X(8).

      *    Maquette precedente (120 octets, avant l'extourne et les
      *    frais) : les 120 premiers octets de la maquette actuelle.
      *    Seuls la cle et la date y sont nommees, pour les cles du
      *    fichier indexe et le controle de lecture.
       FD  PREV-ARCH-FILE.
       01  PREV-ARCH-RECORD.
           05 PAV-RUN-ID          PIC X(8).
           05 PAV-SEQ             PIC 9(7).
           05 FILLER              PIC X(16).
           05 PAV-DATE            PIC 9(8)     COMP-3.
           05 FILLER              PIC X(84).

       FD  PREV-MASTER.
       01  PREV-MASTER-RECORD.
           05 PAM-KEY.
               10 PAM-RUN-ID          PIC X(8).
               10 PAM-SEQ             PIC 9(7).
           05 FILLER              PIC X(16).
           05 PAM-DATE            PIC 9(8)     COMP-3.
           05 FILLER              PIC X(84).

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(141).

       FD  NEW-ARCH-FILE.
       01  NEW-ARCH-RECORD        PIC X(141).

       FD  AUDIT-FILE.
           COPY CALCAUDT.

       WORKING-STORAGE SECTION.
       01 ACV-OLD-STATUS      PIC XX.
       01 ACV-PREV-STATUS     PIC XX.
       01 ACV-AUDIT-STATUS    PIC XX.
       01 ACV-INDEX-STATUS    PIC XX.
       01 ACV-EOF-SWITCH      PIC X     VALUE 'N'.
       01 ACV-CHOICE          PIC X.
           88 ACV-CHOICE-ARCHIVE  VALUE 'A' 'a'.
           88 ACV-CHOICE-MASTER   VALUE 'C' 'c'.
           88 ACV-CHOICE-PREV-ARCH VALUE 'G' 'g'.
           88 ACV-CHOICE-PREV-MAST VALUE 'M' 'm'.
           88 ACV-CHOICE-QUIT     VALUE 'Q' 'q'.
       01 ACV-GEN-DATE        PIC X(6).
       01 ACV-OLD-FILENAME    PIC X(20).
       01 ACV-DAY-COUNT       PIC 9(7)  VALUE 0.
       01 ACV-DAY-TOTAL       PIC S9(11)V99 VALUE 0.
       01 ACV-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
       01 ACV-BAD-LAYOUT-SW   PIC X     VALUE 'N'.
           88 ACV-BAD-LAYOUT      VALUE 'Y'.
       01 ACV-GEN-DONE        PIC 9(3)  VALUE 0.
       01 ACV-WRITTEN-SAVE    PIC 9(7).
       01 ACV-GEN-LEFT        PIC 9(3)  VALUE 0.
      *    Generations nommees dans AUDMIDX, une fois chacune.
       01 ACV-GEN-USED        PIC 9(3)  VALUE 0.
       01 ACV-GEN-FOUND-SW    PIC X     VALUE 'N'.
           88 ACV-GEN-FOUND       VALUE 'Y'.
       01 ACV-GEN-TABLE.
           05 ACV-GEN-ENTRY OCCURS 500 TIMES
                   INDEXED BY ACV-GEN-IDX.
               10 ACV-GEN-ID          PIC 9(6).

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " CONVERSION DES FICHIERS AUDIT ANCIENS"
           DISPLAY "========================================"
           DISPLAY "Passage unique apres une refonte du fichier"
           DISPLAY "audit.  Maquette de 97 octets :"
           DISPLAY "  A = une generation AUDARCH.Dyymmdd"
           DISPLAY "  C = ancien CALCAUDT sequentiel renomme CALCAUDO"
           DISPLAY "Maquette de 120 octets (avant extourne, frais) :"
           DISPLAY "  G = toutes les generations nommees dans AUDMIDX"
           DISPLAY "  M = CALCAUDT indexe renomme CALCAUDP"
           DISPLAY "Q = quitter.  Votre choix : "
           ACCEPT ACV-CHOICE
           EVALUATE TRUE
               WHEN ACV-CHOICE-ARCHIVE
                   PERFORM Convert-One-Generation
               WHEN ACV-CHOICE-MASTER
                   PERFORM Convert-Old-Master
               WHEN ACV-CHOICE-PREV-ARCH
                   PERFORM Convert-Prev-Generations
               WHEN ACV-CHOICE-PREV-MAST
                   PERFORM Convert-Prev-Master
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE OAR-USER TO AUD-USER
           MOVE OAR-VALUE-DATE TO AUD-VALUE-DATE
           MOVE SPACES TO AUD-EXC-ID
           MOVE SPACES TO AUD-BRANCH
           MOVE 0 TO AUD-FEE.

       Open-Index-File.
           OPEN EXTEND INDEX-FILE
           END-READ.

      *    L'ancien CALCAUDT sequentiel est recharge dans le nouveau
      *    fichier indexe ; l'exploitation le renomme d'abord en
      *    CALCAUDO pour liberer le nom CALCAUDT.
       Convert-Old-Master.
           MOVE "CALCAUDO" TO ACV-OLD-FILENAME
           OPEN INPUT OLD-FILE
           IF ACV-OLD-STATUS NOT = "00" THEN
               DISPLAY "Fichier CALCAUDO introuvable : renommer "
                   "l'ancien CALCAUDT sous ce nom d'abord."
           ELSE
               PERFORM Open-Audit-Master
               IF ACV-AUDIT-STATUS NOT = "00" THEN
                   PERFORM Report-Audit-Open-Failure
                   CLOSE OLD-FILE
               ELSE
                   READ OLD-FILE
                       AT END SET ACV-EOF TO TRUE
                   END-READ
                   PERFORM Convert-One-Master-Record UNTIL ACV-EOF
                   CLOSE OLD-FILE
                   CLOSE AUDIT-FILE
                   PERFORM Print-Conversion-Totals
               END-IF
           END-IF.

       Open-Audit-Master.
               OPEN I-O AUDIT-FILE
           END-IF.

      *    Un ancien fichier laisse sous le nom CALCAUDT (copie au
      *    lieu d'etre renomme) ne s'ouvre pas dans la maquette
      *    courante : rien n'est charge.
       Report-Audit-Open-Failure.
           DISPLAY "Ouverture de CALCAUDT impossible, statut "
               ACV-AUDIT-STATUS " : l'ancien fichier doit etre "
               "renomme, pas copie.".

       Convert-One-Master-Record.
           ADD 1 TO ACV-READ-COUNT
           PERFORM Build-New-Audit-Record
               AT END SET ACV-EOF TO TRUE
           END-READ.

      *    Les generations de 120 octets sont reecrites sur place,
      *    extourne a blanc et frais a zero.  Un enregistrement dont
      *    la sequence ou la date ne se relit pas signale une autre
      *    maquette (generation deja convertie, ou de 97 octets a
      *    passer par l'option A) : la generation reste en l'etat.
       Convert-Prev-Generations.
           MOVE 'N' TO ACV-EOF-SWITCH
           OPEN INPUT INDEX-FILE
           IF ACV-INDEX-STATUS NOT = "00" THEN
               DISPLAY "Fichier AUDMIDX absent, aucune generation."
           ELSE
               READ INDEX-FILE
                   AT END SET ACV-EOF TO TRUE
               END-READ
               PERFORM Note-One-Index-Generation UNTIL ACV-EOF
               CLOSE INDEX-FILE
               PERFORM Convert-Prev-Generation
                   VARYING ACV-GEN-IDX FROM 1 BY 1
                   UNTIL ACV-GEN-IDX > ACV-GEN-USED
               PERFORM Print-Conversion-Totals
               MOVE ACV-GEN-DONE TO ACV-EDIT-COUNT
               DISPLAY "Generations converties   : " ACV-EDIT-COUNT
               MOVE ACV-GEN-LEFT TO ACV-EDIT-COUNT
               DISPLAY "Generations laissees     : " ACV-EDIT-COUNT
           END-IF.

       Note-One-Index-Generation.
           MOVE 'N' TO ACV-GEN-FOUND-SW
           SET ACV-GEN-IDX TO 1
           PERFORM Locate-Generation
               UNTIL ACV-GEN-FOUND
                  OR ACV-GEN-IDX > ACV-GEN-USED
           IF NOT ACV-GEN-FOUND THEN
               IF ACV-GEN-USED < 500 THEN
                   ADD 1 TO ACV-GEN-USED
                   SET ACV-GEN-IDX TO ACV-GEN-USED
                   MOVE AMX-GEN-DATE TO ACV-GEN-ID(ACV-GEN-IDX)
               ELSE
                   DISPLAY "Table des generations pleine, "
                       "generation " AMX-GEN-DATE " ignoree."
               END-IF
           END-IF
           READ INDEX-FILE
               AT END SET ACV-EOF TO TRUE
           END-READ.

       Locate-Generation.
           IF ACV-GEN-ID(ACV-GEN-IDX) = AMX-GEN-DATE THEN
               SET ACV-GEN-FOUND TO TRUE
           ELSE
               SET ACV-GEN-IDX UP BY 1
           END-IF.

       Convert-Prev-Generation.
           MOVE SPACES TO ACV-OLD-FILENAME
           STRING "AUDARCH.D" ACV-GEN-ID(ACV-GEN-IDX)
               DELIMITED BY SIZE INTO ACV-OLD-FILENAME
           MOVE ACV-OLD-FILENAME TO ACV-NEW-FILENAME
           MOVE 'N' TO ACV-EOF-SWITCH
           MOVE 'N' TO ACV-BAD-LAYOUT-SW
           MOVE ACV-WRITTEN-COUNT TO ACV-WRITTEN-SAVE
           OPEN INPUT PREV-ARCH-FILE
           IF ACV-PREV-STATUS NOT = "00" THEN
               DISPLAY "Generation " ACV-OLD-FILENAME " introuvable."
               ADD 1 TO ACV-GEN-LEFT
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM Read-Prev-Archive-Record
               PERFORM Convert-Prev-Archive-Record
                   UNTIL ACV-EOF OR ACV-BAD-LAYOUT
               CLOSE PREV-ARCH-FILE
               CLOSE WORK-FILE
               IF ACV-BAD-LAYOUT THEN
                   DISPLAY "Generation " ACV-OLD-FILENAME " laissee "
                       "en l'etat (autre maquette)."
                   MOVE ACV-WRITTEN-SAVE TO ACV-WRITTEN-COUNT
                   ADD 1 TO ACV-GEN-LEFT
               ELSE
                   PERFORM Copy-Work-File-Back
                   ADD 1 TO ACV-GEN-DONE
               END-IF
           END-IF.

       Read-Prev-Archive-Record.
           READ PREV-ARCH-FILE
               AT END SET ACV-EOF TO TRUE
           END-READ
           IF NOT ACV-EOF THEN
               IF ACV-PREV-STATUS NOT = "00"
                  OR PAV-SEQ NOT NUMERIC
                  OR PAV-DATE NOT NUMERIC THEN
                   SET ACV-BAD-LAYOUT TO TRUE
               END-IF
           END-IF.

       Convert-Prev-Archive-Record.
           ADD 1 TO ACV-READ-COUNT
           MOVE PREV-ARCH-RECORD TO AUDIT-RECORD
           MOVE SPACES TO AUD-REV-STATUS
           MOVE SPACES TO AUD-REV-KEY
           MOVE 0 TO AUD-FEE
           WRITE WORK-RECORD FROM AUDIT-RECORD
           ADD 1 TO ACV-WRITTEN-COUNT
           PERFORM Read-Prev-Archive-Record.

      *    Le CALCAUDT indexe de 120 octets est recharge, cle par
      *    cle, dans le nouveau CALCAUDT ; l'exploitation le renomme
      *    d'abord en CALCAUDP pour liberer le nom.  Une cle deja
      *    presente vient d'un passage precedent et n'est pas
      *    reecrite.
       Convert-Prev-Master.
           MOVE 'N' TO ACV-EOF-SWITCH
           OPEN INPUT PREV-MASTER
           IF ACV-PREV-STATUS NOT = "00" THEN
               DISPLAY "Fichier CALCAUDP introuvable : renommer "
                   "l'ancien CALCAUDT sous ce nom d'abord."
           ELSE
               PERFORM Open-Audit-Master
               IF ACV-AUDIT-STATUS NOT = "00" THEN
                   PERFORM Report-Audit-Open-Failure
                   CLOSE PREV-MASTER
               ELSE
                   READ PREV-MASTER
                       AT END SET ACV-EOF TO TRUE
                   END-READ
                   PERFORM Convert-One-Prev-Master-Record
                       UNTIL ACV-EOF
                   CLOSE PREV-MASTER
                   CLOSE AUDIT-FILE
                   PERFORM Print-Conversion-Totals
               END-IF
           END-IF.

       Convert-One-Prev-Master-Record.
           ADD 1 TO ACV-READ-COUNT
           MOVE PREV-MASTER-RECORD TO AUDIT-RECORD
           MOVE SPACES TO AUD-REV-STATUS
           MOVE SPACES TO AUD-REV-KEY
           MOVE 0 TO AUD-FEE
           WRITE AUDIT-RECORD
               INVALID KEY
                   ADD 1 TO ACV-DUPKEY-COUNT
               NOT INVALID KEY
                   ADD 1 TO ACV-WRITTEN-COUNT
           END-WRITE
           READ PREV-MASTER
               AT END SET ACV-EOF TO TRUE
           END-READ.

       Print-Conversion-Totals.
           DISPLAY "----------------------------------------"
           MOVE ACV-READ-COUNT TO ACV-EDIT-COUNT
