       IDENTIFICATION DIVISION.
       PROGRAM-ID. SealChk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAL-FILE ASSIGN TO "AUDSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLC-SEAL-STATUS.
           SELECT ARCH-SEAL-FILE ASSIGN DYNAMIC SLC-SEAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLC-ARCH-SEAL-STATUS.
           SELECT INDEX-FILE ASSIGN TO "AUDMIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLC-INDEX-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC SLC-ARCHIVE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLC-ARCHIVE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               ALTERNATE RECORD KEY IS AUD-DATE WITH DUPLICATES
               FILE STATUS IS SLC-AUDIT-STATUS.
           SELECT WORK-FILE ASSIGN TO "SEALWK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWK-KEY
               FILE STATUS IS SLC-WORK-STATUS.
           SELECT SLC-REPORT-FILE ASSIGN DYNAMIC SLC-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLC-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEAL-FILE.
           COPY AUDSEAL.

       FD  ARCH-SEAL-FILE.
       01  ARCH-SEAL-RECORD       PIC X(72).

       FD  INDEX-FILE.
           COPY AUDMIDX.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD         PIC X(141).

       FD  AUDIT-FILE.
           COPY CALCAUDT.

      *    Une ligne par cle d'ecriture, quelle que soit la source :
      *    une ecriture restauree depuis une archive, ou archivee deux
      *    fois, n'est comptee qu'une fois.
       FD  WORK-FILE.
       01  SEAL-WORK-RECORD.
           05 SWK-KEY.
               10 SWK-RUN-ID      PIC X(8).
               10 SWK-SEQ         PIC 9(7).
           05 SWK-HASH            PIC 9(9).
           05 SWK-DATE            PIC 9(8).
           05 SWK-DIVERGENT       PIC X.
               88 SWK-COPIES-DIFFER   VALUE 'Y'.

       FD  SLC-REPORT-FILE.
       01  SLC-REPORT-LINE        PIC X(90).

       FD  ALERT-FILE.
           COPY OPSALERT.

       WORKING-STORAGE SECTION.
           COPY SEALRTN.
       01 SLC-SEAL-STATUS     PIC XX.
       01 SLC-ARCH-SEAL-STATUS PIC XX.
       01 SLC-INDEX-STATUS    PIC XX.
       01 SLC-ARCHIVE-STATUS  PIC XX.
       01 SLC-AUDIT-STATUS    PIC XX.
       01 SLC-WORK-STATUS     PIC XX.
       01 SLC-ALERT-STATUS    PIC XX.
       01 SLC-EOF-SWITCH      PIC X     VALUE 'N'.
           88 SLC-EOF             VALUE 'Y'.
       01 SLC-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 SLC-FOUND           VALUE 'Y'.
       01 SLC-OVERFLOW-SWITCH PIC X     VALUE 'N'.
           88 SLC-TABLE-FULL      VALUE 'Y'.
       01 SLC-TODAY           PIC 9(8).
       01 SLC-RUN-DATE        PIC 9(6).
       01 SLC-REPORT-FILENAME PIC X(20).
       01 SLC-ARCHIVE-FILENAME PIC X(20).
       01 SLC-SEAL-FILENAME   PIC X(20).
       01 SLC-FIRST-SEAL-DATE PIC 9(8)  VALUE 0.
       01 SLC-EXPECT-PREV     PIC 9(9)  VALUE 0.
       01 SLC-LIVE-COUNT      PIC 9(7)  VALUE 0.
       01 SLC-ARCH-COUNT      PIC 9(7)  VALUE 0.
       01 SLC-BADREC-COUNT    PIC 9(7)  VALUE 0.
       01 SLC-DUP-COUNT       PIC 9(7)  VALUE 0.
       01 SLC-DIVERGENT-COUNT PIC 9(7)  VALUE 0.
       01 SLC-PRESEAL-COUNT   PIC 9(7)  VALUE 0.
       01 SLC-UNSEALED-COUNT  PIC 9(7)  VALUE 0.
       01 SLC-FIRST-UNSEALED  PIC X(15) VALUE SPACES.
       01 SLC-ORPHAN-COUNT    PIC 9(5)  VALUE 0.
       01 SLC-FIRST-ORPHAN    PIC X(8)  VALUE SPACES.
       01 SLC-MISSING-GEN-COUNT PIC 9(3) VALUE 0.
       01 SLC-BROKEN-COUNT    PIC 9(5)  VALUE 0.
       01 SLC-FIRST-BROKEN    PIC 9(5)  VALUE 0.
      *    Chaine des sceaux de AUDSEAL, dans l'ordre d'ecriture.
       01 SLC-SEAL-USED       PIC 9(5)  VALUE 0.
       01 SLC-SEAL-TABLE.
           05 SLC-SEAL-ENTRY OCCURS 9999 TIMES
                   INDEXED BY SLC-SEAL-IDX.
               10 SLC-S-RUN-ID    PIC X(8).
               10 SLC-S-FIRST-SEQ PIC 9(7).
               10 SLC-S-LAST-SEQ  PIC 9(7).
               10 SLC-S-COUNT     PIC 9(7).
               10 SLC-S-DATE      PIC 9(8).
               10 SLC-S-TIME      PIC 9(8).
               10 SLC-S-CHECK     PIC 9(9).
               10 SLC-S-PREV      PIC 9(9).
               10 SLC-S-CHAIN     PIC 9(9).
               10 SLC-S-FOUND-COUNT PIC 9(7).
               10 SLC-S-FOUND-CHECK PIC 9(9).
               10 SLC-S-REASON    PIC X(40).
       01 SLC-GEN-USED        PIC 9(3)  VALUE 0.
       01 SLC-GEN-TABLE.
           05 SLC-GEN-ENTRY OCCURS 500 TIMES
                   INDEXED BY SLC-GEN-IDX.
               10 SLC-GEN-DATE    PIC 9(6).
       01 SLC-EDIT-COUNT      PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " VERIFICATION DES SCEAUX AUDIT - SEALCHK"
           DISPLAY "========================================"
           ACCEPT SLC-TODAY FROM DATE YYYYMMDD
           ACCEPT SLC-RUN-DATE FROM DATE
           PERFORM Open-Slc-Report
           PERFORM Load-Seal-Table
           EVALUATE TRUE
               WHEN SLC-SEAL-USED = 0
                   MOVE "Aucun sceau dans AUDSEAL, rien a verifier."
                       TO SLC-REPORT-LINE
                   PERFORM Write-Slc-Report-Line
               WHEN SLC-TABLE-FULL
                   MOVE "Table des sceaux pleine, chaine non verifiee."
                       TO SLC-REPORT-LINE
                   PERFORM Write-Slc-Report-Line
                   MOVE "Table des sceaux pleine, chaine non verifiee"
                       TO ALT-MESSAGE
                   PERFORM Write-Alert-Record
               WHEN OTHER
                   PERFORM Build-Work-File
                   PERFORM Match-Work-Records
                   PERFORM Check-Archive-Seals
                   PERFORM Verify-Chain
                   PERFORM Print-Totals
                   PERFORM Raise-Seal-Alerts
           END-EVALUATE
           CLOSE SLC-REPORT-FILE
           DISPLAY "Etat produit : " SLC-REPORT-FILENAME
           GOBACK.

       Open-Slc-Report.
           MOVE SPACES TO SLC-REPORT-FILENAME
           STRING "SEALCHK.D" SLC-RUN-DATE
               DELIMITED BY SIZE INTO SLC-REPORT-FILENAME
           OPEN OUTPUT SLC-REPORT-FILE
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "VERIFICATION DES SCEAUX AUDIT DU " SLC-TODAY
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           MOVE ALL "-" TO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line.

       Load-Seal-Table.
           MOVE 'N' TO SLC-EOF-SWITCH
           OPEN INPUT SEAL-FILE
           IF SLC-SEAL-STATUS = "00" THEN
               READ SEAL-FILE
                   AT END SET SLC-EOF TO TRUE
               END-READ
               PERFORM Load-One-Seal UNTIL SLC-EOF
               CLOSE SEAL-FILE
           END-IF
           IF SLC-SEAL-USED > 0 THEN
               MOVE SLC-S-DATE(1) TO SLC-FIRST-SEAL-DATE
           END-IF.

       Load-One-Seal.
           IF SLC-SEAL-USED < 9999 THEN
               ADD 1 TO SLC-SEAL-USED
               SET SLC-SEAL-IDX TO SLC-SEAL-USED
               MOVE SEAL-RUN-ID TO SLC-S-RUN-ID(SLC-SEAL-IDX)
               MOVE SEAL-FIRST-SEQ TO SLC-S-FIRST-SEQ(SLC-SEAL-IDX)
               MOVE SEAL-LAST-SEQ TO SLC-S-LAST-SEQ(SLC-SEAL-IDX)
               MOVE SEAL-COUNT TO SLC-S-COUNT(SLC-SEAL-IDX)
               MOVE SEAL-DATE TO SLC-S-DATE(SLC-SEAL-IDX)
               MOVE SEAL-TIME TO SLC-S-TIME(SLC-SEAL-IDX)
               MOVE SEAL-RUN-CHECK TO SLC-S-CHECK(SLC-SEAL-IDX)
               MOVE SEAL-PREV-CHAIN TO SLC-S-PREV(SLC-SEAL-IDX)
               MOVE SEAL-CHAIN TO SLC-S-CHAIN(SLC-SEAL-IDX)
               MOVE 0 TO SLC-S-FOUND-COUNT(SLC-SEAL-IDX)
               MOVE 0 TO SLC-S-FOUND-CHECK(SLC-SEAL-IDX)
               MOVE SPACES TO SLC-S-REASON(SLC-SEAL-IDX)
           ELSE
               SET SLC-TABLE-FULL TO TRUE
           END-IF
           READ SEAL-FILE
               AT END SET SLC-EOF TO TRUE
           END-READ.

      *    Toutes les ecritures connues, archives puis CALCAUDT, sont
      *    rangees par cle dans SEALWK avec leur valeur de controle.
       Build-Work-File.
           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE
           PERFORM Load-Generation-List
           PERFORM Load-One-Generation
               VARYING SLC-GEN-IDX FROM 1 BY 1
               UNTIL SLC-GEN-IDX > SLC-GEN-USED
           MOVE 'N' TO SLC-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF SLC-AUDIT-STATUS = "00" THEN
               READ AUDIT-FILE NEXT RECORD
                   AT END SET SLC-EOF TO TRUE
               END-READ
               PERFORM Load-One-Live-Record UNTIL SLC-EOF
               CLOSE AUDIT-FILE
           END-IF
           CLOSE WORK-FILE.

       Load-Generation-List.
           MOVE 'N' TO SLC-EOF-SWITCH
           OPEN INPUT INDEX-FILE
           IF SLC-INDEX-STATUS = "00" THEN
               READ INDEX-FILE
                   AT END SET SLC-EOF TO TRUE
               END-READ
               PERFORM Note-One-Generation UNTIL SLC-EOF
               CLOSE INDEX-FILE
           END-IF.

       Note-One-Generation.
           MOVE 'N' TO SLC-FOUND-SWITCH
           SET SLC-GEN-IDX TO 1
           PERFORM Match-Generation
               UNTIL SLC-FOUND OR SLC-GEN-IDX > SLC-GEN-USED
           IF NOT SLC-FOUND AND SLC-GEN-USED < 500 THEN
               ADD 1 TO SLC-GEN-USED
               SET SLC-GEN-IDX TO SLC-GEN-USED
               MOVE AMX-GEN-DATE TO SLC-GEN-DATE(SLC-GEN-IDX)
           END-IF
           READ INDEX-FILE
               AT END SET SLC-EOF TO TRUE
           END-READ.

       Match-Generation.
           IF SLC-GEN-DATE(SLC-GEN-IDX) = AMX-GEN-DATE THEN
               SET SLC-FOUND TO TRUE
           ELSE
               SET SLC-GEN-IDX UP BY 1
           END-IF.

       Load-One-Generation.
           MOVE SPACES TO SLC-ARCHIVE-FILENAME
           STRING "AUDARCH.D" SLC-GEN-DATE(SLC-GEN-IDX)
               DELIMITED BY SIZE INTO SLC-ARCHIVE-FILENAME
           MOVE 'N' TO SLC-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF SLC-ARCHIVE-STATUS = "00" THEN
               READ ARCHIVE-FILE INTO AUDIT-RECORD
                   AT END SET SLC-EOF TO TRUE
               END-READ
               PERFORM Load-One-Archive-Record UNTIL SLC-EOF
               CLOSE ARCHIVE-FILE
           ELSE
               ADD 1 TO SLC-MISSING-GEN-COUNT
               MOVE SPACES TO SLC-REPORT-LINE
               STRING "Generation " SLC-ARCHIVE-FILENAME
                   " introuvable."
                   DELIMITED BY SIZE INTO SLC-REPORT-LINE
               PERFORM Write-Slc-Report-Line
           END-IF.

      *    Une generation a l'ancienne maquette donne des cles et des
      *    dates illisibles : ces enregistrements sont comptes a part.
       Load-One-Archive-Record.
           IF AUD-SEQ NOT NUMERIC OR AUD-DATE NOT NUMERIC THEN
               ADD 1 TO SLC-BADREC-COUNT
           ELSE
               ADD 1 TO SLC-ARCH-COUNT
               PERFORM Add-Work-Record
           END-IF
           READ ARCHIVE-FILE INTO AUDIT-RECORD
               AT END SET SLC-EOF TO TRUE
           END-READ.

       Load-One-Live-Record.
           ADD 1 TO SLC-LIVE-COUNT
           PERFORM Add-Work-Record
           READ AUDIT-FILE NEXT RECORD
               AT END SET SLC-EOF TO TRUE
           END-READ.

       Add-Work-Record.
           MOVE AUDIT-RECORD TO SR-AUDIT-IMAGE
           MOVE 'H' TO SR-FUNCTION
           CALL 'SealRtn' USING SEAL-RTN-AREA
           MOVE AUD-KEY TO SWK-KEY
           MOVE SR-RECORD-HASH TO SWK-HASH
           MOVE AUD-DATE TO SWK-DATE
           MOVE 'N' TO SWK-DIVERGENT
           WRITE SEAL-WORK-RECORD
               INVALID KEY PERFORM Compare-Work-Copy
           END-WRITE.

      *    Deux copies d'une meme ecriture doivent etre identiques.
       Compare-Work-Copy.
           ADD 1 TO SLC-DUP-COUNT
           READ WORK-FILE KEY IS SWK-KEY
               INVALID KEY MOVE SR-RECORD-HASH TO SWK-HASH
           END-READ
           IF SWK-HASH NOT = SR-RECORD-HASH THEN
               ADD 1 TO SLC-DIVERGENT-COUNT
               MOVE 'Y' TO SWK-DIVERGENT
               REWRITE SEAL-WORK-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       Match-Work-Records.
           MOVE 'N' TO SLC-EOF-SWITCH
           SET SLC-SEAL-IDX TO 1
           OPEN INPUT WORK-FILE
           READ WORK-FILE NEXT RECORD
               AT END SET SLC-EOF TO TRUE
           END-READ
           PERFORM Match-One-Work-Record UNTIL SLC-EOF
           CLOSE WORK-FILE.

       Match-One-Work-Record.
           PERFORM Locate-Seal
           IF SLC-FOUND THEN
               MOVE SLC-S-FOUND-CHECK(SLC-SEAL-IDX) TO SR-RUN-CHECK
               MOVE SLC-S-FOUND-COUNT(SLC-SEAL-IDX) TO SR-RUN-COUNT
               MOVE SWK-HASH TO SR-RECORD-HASH
               MOVE 'A' TO SR-FUNCTION
               CALL 'SealRtn' USING SEAL-RTN-AREA
               MOVE SR-RUN-CHECK TO SLC-S-FOUND-CHECK(SLC-SEAL-IDX)
               MOVE SR-RUN-COUNT TO SLC-S-FOUND-COUNT(SLC-SEAL-IDX)
               IF SWK-COPIES-DIFFER
                  AND SLC-S-REASON(SLC-SEAL-IDX) = SPACES THEN
                   MOVE "copies d'une ecriture differentes"
                       TO SLC-S-REASON(SLC-SEAL-IDX)
               END-IF
           ELSE
               IF SWK-DATE < SLC-FIRST-SEAL-DATE THEN
                   ADD 1 TO SLC-PRESEAL-COUNT
               ELSE
                   ADD 1 TO SLC-UNSEALED-COUNT
                   IF SLC-FIRST-UNSEALED = SPACES THEN
                       MOVE SWK-KEY TO SLC-FIRST-UNSEALED
                   END-IF
               END-IF
               SET SLC-SEAL-IDX TO 1
           END-IF
           READ WORK-FILE NEXT RECORD
               AT END SET SLC-EOF TO TRUE
           END-READ.

      *    Les ecritures arrivent par cle : le sceau de l'ecriture
      *    precedente est essaye avant de reprendre la table au debut.
       Locate-Seal.
           MOVE 'N' TO SLC-FOUND-SWITCH
           IF SLC-SEAL-IDX NOT > SLC-SEAL-USED THEN
               PERFORM Test-Seal-Range
           END-IF
           IF NOT SLC-FOUND THEN
               SET SLC-SEAL-IDX TO 1
               PERFORM Test-Seal-Range
                   UNTIL SLC-FOUND OR SLC-SEAL-IDX > SLC-SEAL-USED
           END-IF.

       Test-Seal-Range.
           IF SLC-S-RUN-ID(SLC-SEAL-IDX) = SWK-RUN-ID
              AND SWK-SEQ >= SLC-S-FIRST-SEQ(SLC-SEAL-IDX)
              AND SWK-SEQ <= SLC-S-LAST-SEQ(SLC-SEAL-IDX) THEN
               SET SLC-FOUND TO TRUE
           ELSE
               SET SLC-SEAL-IDX UP BY 1
           END-IF.

      *    Chaque generation porte la copie des sceaux de ses runs :
      *    elle doit se retrouver telle quelle dans AUDSEAL.
       Check-Archive-Seals.
           PERFORM Check-One-Generation-Seals
               VARYING SLC-GEN-IDX FROM 1 BY 1
               UNTIL SLC-GEN-IDX > SLC-GEN-USED.

       Check-One-Generation-Seals.
           MOVE SPACES TO SLC-SEAL-FILENAME
           STRING "AUDSEAL.D" SLC-GEN-DATE(SLC-GEN-IDX)
               DELIMITED BY SIZE INTO SLC-SEAL-FILENAME
           MOVE 'N' TO SLC-EOF-SWITCH
           OPEN INPUT ARCH-SEAL-FILE
           IF SLC-ARCH-SEAL-STATUS = "00" THEN
               READ ARCH-SEAL-FILE INTO AUDIT-SEAL-RECORD
                   AT END SET SLC-EOF TO TRUE
               END-READ
               PERFORM Check-One-Archive-Seal UNTIL SLC-EOF
               CLOSE ARCH-SEAL-FILE
           END-IF.

       Check-One-Archive-Seal.
           MOVE 'N' TO SLC-FOUND-SWITCH
           SET SLC-SEAL-IDX TO 1
           PERFORM Match-Archive-Seal
               UNTIL SLC-FOUND OR SLC-SEAL-IDX > SLC-SEAL-USED
           IF NOT SLC-FOUND THEN
               ADD 1 TO SLC-ORPHAN-COUNT
               IF SLC-FIRST-ORPHAN = SPACES THEN
                   MOVE SEAL-RUN-ID TO SLC-FIRST-ORPHAN
               END-IF
           ELSE
               IF (SLC-S-LAST-SEQ(SLC-SEAL-IDX) NOT = SEAL-LAST-SEQ
                  OR SLC-S-COUNT(SLC-SEAL-IDX) NOT = SEAL-COUNT
                  OR SLC-S-CHECK(SLC-SEAL-IDX) NOT = SEAL-RUN-CHECK
                  OR SLC-S-PREV(SLC-SEAL-IDX) NOT = SEAL-PREV-CHAIN
                  OR SLC-S-CHAIN(SLC-SEAL-IDX) NOT = SEAL-CHAIN)
                  AND SLC-S-REASON(SLC-SEAL-IDX) = SPACES THEN
                   MOVE "sceau different de sa copie d'archive"
                       TO SLC-S-REASON(SLC-SEAL-IDX)
               END-IF
           END-IF
           READ ARCH-SEAL-FILE INTO AUDIT-SEAL-RECORD
               AT END SET SLC-EOF TO TRUE
           END-READ.

       Match-Archive-Seal.
           IF SLC-S-RUN-ID(SLC-SEAL-IDX) = SEAL-RUN-ID
              AND SLC-S-FIRST-SEQ(SLC-SEAL-IDX) = SEAL-FIRST-SEQ THEN
               SET SLC-FOUND TO TRUE
           ELSE
               SET SLC-SEAL-IDX UP BY 1
           END-IF.

      *    Chaque sceau doit pointer sur le precedent, sa valeur de
      *    chainage doit se recalculer, et les ecritures retrouvees
      *    doivent redonner son nombre et sa valeur de controle.
       Verify-Chain.
           MOVE 0 TO SLC-EXPECT-PREV
           PERFORM Verify-One-Seal
               VARYING SLC-SEAL-IDX FROM 1 BY 1
               UNTIL SLC-SEAL-IDX > SLC-SEAL-USED.

       Verify-One-Seal.
           IF SLC-S-REASON(SLC-SEAL-IDX) = SPACES THEN
               MOVE SLC-S-PREV(SLC-SEAL-IDX) TO SR-PREV-CHAIN
               MOVE SLC-S-CHECK(SLC-SEAL-IDX) TO SR-RUN-CHECK
               MOVE SLC-S-COUNT(SLC-SEAL-IDX) TO SR-RUN-COUNT
               MOVE 'C' TO SR-FUNCTION
               CALL 'SealRtn' USING SEAL-RTN-AREA
               EVALUATE TRUE
                   WHEN SLC-S-PREV(SLC-SEAL-IDX) NOT = SLC-EXPECT-PREV
                       MOVE "chainage rompu avec le sceau precedent"
                           TO SLC-S-REASON(SLC-SEAL-IDX)
                   WHEN SR-CHAIN NOT = SLC-S-CHAIN(SLC-SEAL-IDX)
                       MOVE "valeur de chainage alteree"
                           TO SLC-S-REASON(SLC-SEAL-IDX)
                   WHEN SLC-S-FOUND-COUNT(SLC-SEAL-IDX)
                        NOT = SLC-S-COUNT(SLC-SEAL-IDX)
                       MOVE "nombre d'ecritures different"
                           TO SLC-S-REASON(SLC-SEAL-IDX)
                   WHEN SLC-S-FOUND-CHECK(SLC-SEAL-IDX)
                        NOT = SLC-S-CHECK(SLC-SEAL-IDX)
                       MOVE "contenu des ecritures modifie"
                           TO SLC-S-REASON(SLC-SEAL-IDX)
               END-EVALUATE
           END-IF
           MOVE SLC-S-CHAIN(SLC-SEAL-IDX) TO SLC-EXPECT-PREV
           IF SLC-S-REASON(SLC-SEAL-IDX) NOT = SPACES THEN
               ADD 1 TO SLC-BROKEN-COUNT
               IF SLC-FIRST-BROKEN = 0 THEN
                   SET SLC-FIRST-BROKEN TO SLC-SEAL-IDX
               END-IF
               MOVE SPACES TO SLC-REPORT-LINE
               STRING "Run " SLC-S-RUN-ID(SLC-SEAL-IDX)
                   " scelle le " SLC-S-DATE(SLC-SEAL-IDX)
                   " : " SLC-S-REASON(SLC-SEAL-IDX)
                   DELIMITED BY SIZE INTO SLC-REPORT-LINE
               PERFORM Write-Slc-Report-Line
           END-IF.

       Print-Totals.
           MOVE ALL "-" TO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           MOVE SLC-SEAL-USED TO SLC-EDIT-COUNT
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "Sceaux verifies                 : " SLC-EDIT-COUNT
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           MOVE SLC-GEN-USED TO SLC-EDIT-COUNT
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "Generations d'archive           : " SLC-EDIT-COUNT
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           MOVE SLC-MISSING-GEN-COUNT TO SLC-EDIT-COUNT
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "  dont introuvables             : " SLC-EDIT-COUNT
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           MOVE SLC-ARCH-COUNT TO SLC-EDIT-COUNT
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "Ecritures archivees lues        : " SLC-EDIT-COUNT
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           MOVE SLC-BADREC-COUNT TO SLC-EDIT-COUNT
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "Ecritures d'archive illisibles  : " SLC-EDIT-COUNT
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           MOVE SLC-LIVE-COUNT TO SLC-EDIT-COUNT
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "Ecritures CALCAUDT lues         : " SLC-EDIT-COUNT
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           MOVE SLC-DUP-COUNT TO SLC-EDIT-COUNT
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "Copies en double                : " SLC-EDIT-COUNT
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           MOVE SLC-DIVERGENT-COUNT TO SLC-EDIT-COUNT
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "  dont divergentes              : " SLC-EDIT-COUNT
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           MOVE SLC-PRESEAL-COUNT TO SLC-EDIT-COUNT
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "Ecritures anterieures aux sceaux: " SLC-EDIT-COUNT
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           MOVE SLC-UNSEALED-COUNT TO SLC-EDIT-COUNT
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "Ecritures hors sceau            : " SLC-EDIT-COUNT
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           IF SLC-UNSEALED-COUNT > 0 THEN
               STRING " (premiere " SLC-FIRST-UNSEALED ")"
                   DELIMITED BY SIZE INTO SLC-REPORT-LINE(45:)
           END-IF
           PERFORM Write-Slc-Report-Line
           MOVE SLC-ORPHAN-COUNT TO SLC-EDIT-COUNT
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "Sceaux d'archive hors AUDSEAL   : " SLC-EDIT-COUNT
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           IF SLC-ORPHAN-COUNT > 0 THEN
               STRING " (premier run " SLC-FIRST-ORPHAN ")"
                   DELIMITED BY SIZE INTO SLC-REPORT-LINE(45:)
           END-IF
           PERFORM Write-Slc-Report-Line
           MOVE SLC-BROKEN-COUNT TO SLC-EDIT-COUNT
           MOVE SPACES TO SLC-REPORT-LINE
           STRING "Sceaux rompus                   : " SLC-EDIT-COUNT
               DELIMITED BY SIZE INTO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           MOVE ALL "-" TO SLC-REPORT-LINE
           PERFORM Write-Slc-Report-Line
           IF SLC-FIRST-BROKEN > 0 THEN
               SET SLC-SEAL-IDX TO SLC-FIRST-BROKEN
               MOVE SPACES TO SLC-REPORT-LINE
               STRING "PREMIER RUN ROMPU : " SLC-S-RUN-ID(SLC-SEAL-IDX)
                   " scelle le " SLC-S-DATE(SLC-SEAL-IDX)
                   " a " SLC-S-TIME(SLC-SEAL-IDX)
                   DELIMITED BY SIZE INTO SLC-REPORT-LINE
               PERFORM Write-Slc-Report-Line
           ELSE
               IF SLC-UNSEALED-COUNT = 0 AND SLC-ORPHAN-COUNT = 0 THEN
                   MOVE "Chaine des sceaux intacte."
                       TO SLC-REPORT-LINE
                   PERFORM Write-Slc-Report-Line
               END-IF
           END-IF.

       Raise-Seal-Alerts.
           IF SLC-FIRST-BROKEN > 0 THEN
               SET SLC-SEAL-IDX TO SLC-FIRST-BROKEN
               MOVE SPACES TO ALT-MESSAGE
               STRING "Sceau audit rompu au run "
                   SLC-S-RUN-ID(SLC-SEAL-IDX)
                   " du " SLC-S-DATE(SLC-SEAL-IDX)
                   DELIMITED BY SIZE INTO ALT-MESSAGE
               PERFORM Write-Alert-Record
           END-IF
           IF SLC-UNSEALED-COUNT > 0 THEN
               MOVE SPACES TO ALT-MESSAGE
               STRING "Ecritures audit hors sceau, premiere "
                   SLC-FIRST-UNSEALED
                   DELIMITED BY SIZE INTO ALT-MESSAGE
               PERFORM Write-Alert-Record
           END-IF
           IF SLC-ORPHAN-COUNT > 0 THEN
               MOVE SPACES TO ALT-MESSAGE
               STRING "Sceau d'archive absent de AUDSEAL, run "
                   SLC-FIRST-ORPHAN
                   DELIMITED BY SIZE INTO ALT-MESSAGE
               PERFORM Write-Alert-Record
           END-IF.

       Write-Alert-Record.
           OPEN EXTEND ALERT-FILE
           IF SLC-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF
           ACCEPT ALT-DATE FROM DATE YYYYMMDD
           ACCEPT ALT-TIME FROM TIME
           MOVE "SEALCHK" TO ALT-SOURCE
           MOVE 'E' TO ALT-SEVERITY
           MOVE 'N' TO ALT-ACK-FLAG
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       Write-Slc-Report-Line.
           DISPLAY SLC-REPORT-LINE
           WRITE SLC-REPORT-LINE.

       END PROGRAM SealChk.
