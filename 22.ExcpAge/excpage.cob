       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPT-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-ID
               ALTERNATE RECORD KEY IS EXC-STATUS WITH DUPLICATES
               ALTERNATE RECORD KEY IS EXC-BRANCH WITH DUPLICATES
               FILE STATUS IS AGE-EXCEPT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               MOVE "Fichier CALCEXCP absent." TO AGE-REPORT-LINE
               PERFORM Write-Age-Report-Line
           ELSE
               MOVE 'O' TO EXC-STATUS
               START EXCEPT-FILE KEY IS = EXC-STATUS
                   INVALID KEY SET AGE-EOF TO TRUE
               END-START
               IF NOT AGE-EOF THEN
                   READ EXCEPT-FILE NEXT RECORD
                       AT END SET AGE-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM Age-One-Exception UNTIL AGE-EOF
               CLOSE EXCEPT-FILE
               PERFORM Print-Branch-Aging

      *    Une date d'exception illisible est rangee dans la tranche
      *    la plus ancienne : mieux vaut la voir trop tot que jamais.
      *    Seules les exceptions ouvertes sont lues, sur la cle
      *    EXC-STATUS ; le parcours s'arrete au premier autre statut.
       Age-One-Exception.
           IF NOT EXC-OPEN THEN
               SET AGE-EOF TO TRUE
           ELSE
               ADD 1 TO AGE-OPEN-COUNT
               IF EXC-DATE NUMERIC AND EXC-DATE > 0
                  AND FUNCTION TEST-DATE-YYYYMMDD(EXC-DATE) = 0 THEN
               END-IF
               PERFORM Count-Branch-Bucket
               PERFORM Count-Reason-Bucket
               READ EXCEPT-FILE NEXT RECORD
                   AT END SET AGE-EOF TO TRUE
               END-READ
           END-IF.

       Count-Branch-Bucket.
           MOVE 'N' TO AGE-BRANCH-FOUND-SW
