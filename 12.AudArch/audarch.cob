           SELECT INDEX-FILE ASSIGN TO "AUDMIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-INDEX-STATUS.
           SELECT SEAL-FILE ASSIGN TO "AUDSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-SEAL-STATUS.
           SELECT ARCH-SEAL-FILE ASSIGN DYNAMIC ARC-SEAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-ARCH-SEAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CALCAUDT.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD         PIC X(141).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE          PIC X(80).
       FD  INDEX-FILE.
           COPY AUDMIDX.

       FD  SEAL-FILE.
           COPY AUDSEAL.

       FD  ARCH-SEAL-FILE.
       01  ARCH-SEAL-RECORD       PIC X(72).

       WORKING-STORAGE SECTION.
       01 ARC-AUDIT-STATUS    PIC XX.
       01 ARC-ARCHIVE-STATUS  PIC XX.
       01 ARC-INDEX-STATUS    PIC XX.
       01 ARC-SEAL-STATUS     PIC XX.
       01 ARC-ARCH-SEAL-STATUS PIC XX.
       01 ARC-SEAL-FILENAME   PIC X(20).
       01 ARC-SEAL-COUNT      PIC 9(7)  VALUE 0.
      *    Runs dont des ecritures partent dans la generation ; au
      *    dela de la table, tous les sceaux sont reportes.
       01 ARC-RUN-USED        PIC 9(3)  VALUE 0.
       01 ARC-MATCH-RUN-ID    PIC X(8).
       01 ARC-RUN-FOUND-SW    PIC X     VALUE 'N'.
           88 ARC-RUN-FOUND       VALUE 'Y'.
       01 ARC-RUN-OVERFLOW-SW PIC X     VALUE 'N'.
           88 ARC-RUN-OVERFLOW    VALUE 'Y'.
       01 ARC-RUN-TABLE.
           05 ARC-RUN-ENTRY OCCURS 500 TIMES
                   INDEXED BY ARC-RUN-IDX.
               10 ARC-RUN-ID      PIC X(8).
       01 ARC-EOF-SWITCH      PIC X     VALUE 'N'.
           88 ARC-EOF             VALUE 'Y'.
       01 ARC-CUTOFF-ENTRY    PIC X(8).
               PERFORM Write-Manifest-Line
           ELSE
               PERFORM Split-Audit-File
               PERFORM Copy-Generation-Seals
               PERFORM Print-Manifest-Totals
           END-IF
           CLOSE MANIFEST-FILE
               ADD 1 TO ARC-ARCHIVED-COUNT
               ADD AUD-RESULT TO ARC-ARCHIVED-TOTAL
               PERFORM Count-Manifest-Day
               PERFORM Note-Archived-Run
               WRITE ARCHIVE-RECORD FROM AUDIT-RECORD
               DELETE AUDIT-FILE RECORD
                   INVALID KEY
               MOVE 0 TO ARC-DAY-TOTAL
           END-IF.

       Note-Archived-Run.
           MOVE AUD-RUN-ID TO ARC-MATCH-RUN-ID
           MOVE 'N' TO ARC-RUN-FOUND-SW
           SET ARC-RUN-IDX TO 1
           PERFORM Match-Archived-Run
               UNTIL ARC-RUN-FOUND OR ARC-RUN-IDX > ARC-RUN-USED
           IF NOT ARC-RUN-FOUND THEN
               IF ARC-RUN-USED < 500 THEN
                   ADD 1 TO ARC-RUN-USED
                   SET ARC-RUN-IDX TO ARC-RUN-USED
                   MOVE AUD-RUN-ID TO ARC-RUN-ID(ARC-RUN-IDX)
               ELSE
                   SET ARC-RUN-OVERFLOW TO TRUE
               END-IF
           END-IF.

       Match-Archived-Run.
           IF ARC-RUN-ID(ARC-RUN-IDX) = ARC-MATCH-RUN-ID THEN
               SET ARC-RUN-FOUND TO TRUE
           ELSE
               SET ARC-RUN-IDX UP BY 1
           END-IF.

      *    Les sceaux des runs archives accompagnent la generation
      *    dans AUDSEAL.Dyymmdd ; AUDSEAL garde la chaine complete.
       Copy-Generation-Seals.
           IF ARC-RUN-USED > 0 OR ARC-RUN-OVERFLOW THEN
               OPEN INPUT SEAL-FILE
               IF ARC-SEAL-STATUS = "00" THEN
                   MOVE SPACES TO ARC-SEAL-FILENAME
                   STRING "AUDSEAL.D" ARC-RUN-DATE
                       DELIMITED BY SIZE INTO ARC-SEAL-FILENAME
                   OPEN EXTEND ARCH-SEAL-FILE
                   IF ARC-ARCH-SEAL-STATUS = "35" THEN
                       OPEN OUTPUT ARCH-SEAL-FILE
                   END-IF
                   MOVE 'N' TO ARC-EOF-SWITCH
                   READ SEAL-FILE
                       AT END SET ARC-EOF TO TRUE
                   END-READ
                   PERFORM Copy-One-Seal UNTIL ARC-EOF
                   CLOSE ARCH-SEAL-FILE
                   CLOSE SEAL-FILE
               END-IF
           END-IF.

       Copy-One-Seal.
           MOVE 'N' TO ARC-RUN-FOUND-SW
           IF ARC-RUN-OVERFLOW THEN
               SET ARC-RUN-FOUND TO TRUE
           ELSE
               SET ARC-RUN-IDX TO 1
               MOVE SEAL-RUN-ID TO ARC-MATCH-RUN-ID
               PERFORM Match-Archived-Run
                   UNTIL ARC-RUN-FOUND OR ARC-RUN-IDX > ARC-RUN-USED
           END-IF
           IF ARC-RUN-FOUND THEN
               WRITE ARCH-SEAL-RECORD FROM AUDIT-SEAL-RECORD
               ADD 1 TO ARC-SEAL-COUNT
           END-IF
           READ SEAL-FILE
               AT END SET ARC-EOF TO TRUE
           END-READ.

       Print-Manifest-Totals.
           MOVE "--------------------------------" TO MANIFEST-LINE
           PERFORM Write-Manifest-Line
           MOVE SPACES TO MANIFEST-LINE
           STRING "Total archive            : " ARC-EDIT-TOTAL
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM Write-Manifest-Line
           MOVE ARC-SEAL-COUNT TO ARC-EDIT-COUNT
           MOVE SPACES TO MANIFEST-LINE
           STRING "Sceaux reportes          : " ARC-EDIT-COUNT
               DELIMITED BY SIZE INTO MANIFEST-LINE
           PERFORM Write-Manifest-Line.

       Write-Manifest-Line.
