       IDENTIFICATION DIVISION.
       PROGRAM-ID. PerUpd.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUP-PERIOD-STATUS.
           SELECT WORK-FILE ASSIGN TO "PERCTLW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
           COPY PERCTL.

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(31).

       WORKING-STORAGE SECTION.
       01 PUP-PERIOD-STATUS   PIC XX.
       01 PUP-EOF-SWITCH      PIC X     VALUE 'N'.
           88 PUP-EOF             VALUE 'Y'.
       01 PUP-TARGET          PIC 9(6).
       01 PUP-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 PUP-FOUND           VALUE 'Y'.
       01 PUP-REFUSED-SWITCH  PIC X     VALUE 'N'.
           88 PUP-REFUSED         VALUE 'Y'.
       01 PUP-TODAY           PIC 9(8).
       01 PUP-NOW             PIC 9(8).

       LINKAGE SECTION.
           COPY MTHEND.

       PROCEDURE DIVISION USING MONTH-END-AREA.
       Main-Control.
           MOVE 'N' TO PUP-EOF-SWITCH
           MOVE 'N' TO PUP-FOUND-SWITCH
           MOVE 'N' TO PUP-REFUSED-SWITCH
           ACCEPT PUP-TODAY FROM DATE YYYYMMDD
           ACCEPT PUP-NOW FROM TIME
           EVALUATE TRUE
               WHEN ME-CLOSE-PERIOD
                   MOVE ME-PERIOD TO PUP-TARGET
               WHEN ME-OPEN-PERIOD
                   MOVE ME-NEXT-PERIOD TO PUP-TARGET
               WHEN OTHER
                   DISPLAY "Fonction de mise a jour inconnue : "
                       ME-FUNCTION
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           OPEN OUTPUT WORK-FILE
           OPEN INPUT PERIOD-FILE
           IF PUP-PERIOD-STATUS = "00" THEN
               READ PERIOD-FILE
                   AT END SET PUP-EOF TO TRUE
               END-READ
               PERFORM Copy-One-Period-Out UNTIL PUP-EOF
               CLOSE PERIOD-FILE
           END-IF
           IF NOT PUP-FOUND THEN
               PERFORM Add-Target-Period
           END-IF
           CLOSE WORK-FILE
           IF PUP-REFUSED THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Rewrite-Period-File
           END-IF
           GOBACK.

      *    Le gel est rejouable : un mois deja clos garde sa date de
      *    cloture d'origine.  Un mois a ouvrir deja clos signale une
      *    chaine relancee hors de propos : on n'y touche pas.
       Copy-One-Period-Out.
           IF PER-PERIOD = PUP-TARGET THEN
               SET PUP-FOUND TO TRUE
               EVALUATE TRUE
                   WHEN ME-CLOSE-PERIOD AND PER-CLOSED
                       DISPLAY "Mois " PUP-TARGET " deja clos le "
                           PER-CLOSE-DATE "."
                   WHEN ME-CLOSE-PERIOD
                       MOVE 'C' TO PER-STATUS
                       MOVE PUP-TODAY TO PER-CLOSE-DATE
                       MOVE PUP-NOW TO PER-CLOSE-TIME
                       DISPLAY "Mois " PUP-TARGET " clos."
                   WHEN PER-CLOSED
                       DISPLAY "Mois " PUP-TARGET " deja clos, "
                           "ouverture refusee."
                       SET PUP-REFUSED TO TRUE
                   WHEN OTHER
                       DISPLAY "Mois " PUP-TARGET " deja ouvert."
               END-EVALUATE
           END-IF
           WRITE WORK-RECORD FROM PERIOD-RECORD
           READ PERIOD-FILE
               AT END SET PUP-EOF TO TRUE
           END-READ.

       Add-Target-Period.
           MOVE SPACES TO PERIOD-RECORD
           MOVE PUP-TARGET TO PER-PERIOD
           IF ME-CLOSE-PERIOD THEN
               MOVE 'C' TO PER-STATUS
               MOVE 0 TO PER-OPEN-DATE
               MOVE PUP-TODAY TO PER-CLOSE-DATE
               MOVE PUP-NOW TO PER-CLOSE-TIME
               DISPLAY "Mois " PUP-TARGET " clos."
           ELSE
               MOVE 'O' TO PER-STATUS
               MOVE PUP-TODAY TO PER-OPEN-DATE
               MOVE 0 TO PER-CLOSE-DATE
               MOVE 0 TO PER-CLOSE-TIME
               DISPLAY "Mois " PUP-TARGET " ouvert."
           END-IF
           WRITE WORK-RECORD FROM PERIOD-RECORD.

       Rewrite-Period-File.
           MOVE 'N' TO PUP-EOF-SWITCH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT PERIOD-FILE
           READ WORK-FILE
               AT END SET PUP-EOF TO TRUE
           END-READ
           PERFORM Copy-One-Period-Back UNTIL PUP-EOF
           CLOSE WORK-FILE
           CLOSE PERIOD-FILE.

       Copy-One-Period-Back.
           MOVE WORK-RECORD TO PERIOD-RECORD
           WRITE PERIOD-RECORD
           READ WORK-FILE
               AT END SET PUP-EOF TO TRUE
           END-READ.

       END PROGRAM PerUpd.
