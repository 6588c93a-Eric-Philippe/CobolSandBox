       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlSusp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "GLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUS-SUSPENSE-STATUS.
           SELECT WORK-FILE ASSIGN TO "GLSUSPW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NAME
               FILE STATUS IS SUS-EMPLOYEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY GLSUSP.

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(68).

       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.

       WORKING-STORAGE SECTION.
       01 SUS-SUSPENSE-STATUS PIC XX.
       01 SUS-EMPLOYEE-STATUS PIC XX.
       01 SUS-EOF-SWITCH      PIC X     VALUE 'N'.
           88 SUS-EOF             VALUE 'Y'.
       01 SUS-USER            PIC X(20).
       01 SUS-SUPER-SWITCH    PIC X     VALUE 'N'.
           88 SUS-IS-SUPER        VALUE 'Y'.
       01 SUS-CHOICE          PIC X.
           88 SUS-CHOICE-CLEAR    VALUE 'A' 'a'.
           88 SUS-CHOICE-LIST     VALUE 'L' 'l'.
           88 SUS-CHOICE-QUIT     VALUE 'Q' 'q'.
       01 SUS-ANSWER          PIC X.
       01 SUS-TODAY           PIC 9(8).
       01 SUS-FEED-DATE-X     PIC X(8).
       01 SUS-SEQ-X           PIC X(7).
       01 SUS-FEED-DATE       PIC 9(8).
       01 SUS-SEQ             PIC 9(7).
       01 SUS-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 SUS-ITEM-FOUND      VALUE 'Y'.
       01 SUS-ITEM-IMAGE      PIC X(68).
       01 SUS-LIST-COUNT      PIC 9(7)  VALUE 0.
       01 SUS-EDIT-AMOUNT     PIC -Z,ZZZ,ZZ9.99.
       01 SUS-EDIT-COUNT      PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " APUREMENT DU COMPTE D'ATTENTE"
           DISPLAY "========================================"
           DISPLAY "Nom de l'operateur : "
           ACCEPT SUS-USER
           PERFORM Check-Operator-Role
           IF NOT SUS-IS-SUPER THEN
               DISPLAY "Apurement reserve aux superviseurs."
           ELSE
               ACCEPT SUS-TODAY FROM DATE YYYYMMDD
               PERFORM Process-One-Action UNTIL SUS-CHOICE-QUIT
               DISPLAY "Fin de l'apurement."
           END-IF
           GOBACK.

      *    Meme regle que la validation des demandes sensibles :
      *    superviseur actif et non verrouille dans EMPMAST.
       Check-Operator-Role.
           MOVE 'N' TO SUS-SUPER-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           IF SUS-EMPLOYEE-STATUS = "00" THEN
               MOVE SUS-USER TO EMP-NAME
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "23" TO SUS-EMPLOYEE-STATUS
               END-READ
               IF SUS-EMPLOYEE-STATUS = "00" AND EMP-ROLE-SUPER
                  AND EMP-ACTIVE AND EMP-NOT-LOCKED THEN
                   SET SUS-IS-SUPER TO TRUE
               END-IF
               CLOSE EMPLOYEE-MASTER
           END-IF.

       Process-One-Action.
           DISPLAY "----------------------------------------"
           DISPLAY "Lister les postes ouverts (L), apurer un poste (A)"
           DISPLAY "ou quitter (Q) ? "
           ACCEPT SUS-CHOICE
           EVALUATE TRUE
               WHEN SUS-CHOICE-LIST
                   PERFORM List-Open-Items
               WHEN SUS-CHOICE-CLEAR
                   PERFORM Clear-Item
               WHEN SUS-CHOICE-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

       List-Open-Items.
           MOVE 0 TO SUS-LIST-COUNT
           MOVE 'N' TO SUS-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF SUS-SUSPENSE-STATUS = "00" THEN
               READ SUSPENSE-FILE
                   AT END SET SUS-EOF TO TRUE
               END-READ
               PERFORM List-One-Item UNTIL SUS-EOF
               CLOSE SUSPENSE-FILE
           END-IF
           MOVE SUS-LIST-COUNT TO SUS-EDIT-COUNT
           DISPLAY "Postes ouverts : " SUS-EDIT-COUNT.

       List-One-Item.
           IF GLS-OPEN THEN
               ADD 1 TO SUS-LIST-COUNT
               PERFORM Show-One-Item
           END-IF
           READ SUSPENSE-FILE
               AT END SET SUS-EOF TO TRUE
           END-READ.

       Show-One-Item.
           MOVE GLS-AMOUNT TO SUS-EDIT-AMOUNT
           DISPLAY GLS-FEED-DATE " " GLS-SEQ " " GLS-DC-FLAG " "
               GLS-BRANCH " " GLS-RUN-ID " " SUS-EDIT-AMOUNT " "
               GLS-CURRENCY.

      *    Le poste n'est apure qu'une fois reclasse par la
      *    comptabilite ; l'apurement garde qui l'a fait et quand.
       Clear-Item.
           DISPLAY "Date du flux (AAAAMMJJ) : "
           ACCEPT SUS-FEED-DATE-X
           DISPLAY "Rang du detail dans le flux : "
           ACCEPT SUS-SEQ-X
           IF SUS-FEED-DATE-X NOT NUMERIC THEN
               DISPLAY "Date invalide."
           ELSE
               MOVE SUS-FEED-DATE-X TO SUS-FEED-DATE
               MOVE FUNCTION NUMVAL(SUS-SEQ-X) TO SUS-SEQ
               PERFORM Find-Open-Item
               IF NOT SUS-ITEM-FOUND THEN
                   DISPLAY "Poste ouvert introuvable."
               ELSE
                   MOVE SUS-ITEM-IMAGE TO GL-SUSPENSE-RECORD
                   PERFORM Show-One-Item
                   DISPLAY "Confirmer l'apurement ? (O/N) : "
                   ACCEPT SUS-ANSWER
                   IF SUS-ANSWER = 'O' OR SUS-ANSWER = 'o' THEN
                       PERFORM Rewrite-Suspense-File
                       DISPLAY "Poste apure."
                   ELSE
                       DISPLAY "Apurement abandonne."
                   END-IF
               END-IF
           END-IF.

       Find-Open-Item.
           MOVE 'N' TO SUS-FOUND-SWITCH
           MOVE 'N' TO SUS-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF SUS-SUSPENSE-STATUS = "00" THEN
               READ SUSPENSE-FILE
                   AT END SET SUS-EOF TO TRUE
               END-READ
               PERFORM Match-One-Item UNTIL SUS-EOF
               CLOSE SUSPENSE-FILE
           END-IF.

       Match-One-Item.
           IF GLS-OPEN AND GLS-FEED-DATE = SUS-FEED-DATE
              AND GLS-SEQ = SUS-SEQ THEN
               SET SUS-ITEM-FOUND TO TRUE
               MOVE GL-SUSPENSE-RECORD TO SUS-ITEM-IMAGE
           END-IF
           READ SUSPENSE-FILE
               AT END SET SUS-EOF TO TRUE
           END-READ.

       Rewrite-Suspense-File.
           MOVE 'N' TO SUS-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           OPEN OUTPUT WORK-FILE
           READ SUSPENSE-FILE
               AT END SET SUS-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Item-Out UNTIL SUS-EOF
           CLOSE SUSPENSE-FILE
           CLOSE WORK-FILE
           MOVE 'N' TO SUS-EOF-SWITCH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT SUSPENSE-FILE
           READ WORK-FILE
               AT END SET SUS-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Item-Back UNTIL SUS-EOF
           CLOSE WORK-FILE
           CLOSE SUSPENSE-FILE.

       Copy-One-Item-Out.
           IF GLS-OPEN AND GLS-FEED-DATE = SUS-FEED-DATE
              AND GLS-SEQ = SUS-SEQ THEN
               MOVE 'C' TO GLS-STATUS
               MOVE SUS-TODAY TO GLS-CLEAR-DATE
               MOVE SUS-USER TO GLS-CLEAR-USER
           END-IF
           WRITE WORK-RECORD FROM GL-SUSPENSE-RECORD
           READ SUSPENSE-FILE
               AT END SET SUS-EOF TO TRUE
           END-READ.

       Copy-One-Item-Back.
           MOVE WORK-RECORD TO GL-SUSPENSE-RECORD
           WRITE GL-SUSPENSE-RECORD
           READ WORK-FILE
               AT END SET SUS-EOF TO TRUE
           END-READ.

       END PROGRAM GlSusp.
