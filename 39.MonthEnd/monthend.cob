       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthEnd.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG-FILE ASSIGN TO "MONTHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEN-LOG-STATUS.
           SELECT RESTART-FILE ASSIGN TO "MONTHCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEN-RESTART-STATUS.
           SELECT NIGHT-RESTART-FILE ASSIGN TO "NIGHTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEN-NIGHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           05 MLOG-DATE           PIC 9(8).
           05 MLOG-TIME           PIC 9(8).
           05 MLOG-PERIOD         PIC 9(6).
           05 MLOG-STEP           PIC 9(2).
           05 MLOG-NAME           PIC X(12).
           05 MLOG-RC             PIC 9(4).
           05 MLOG-STATUS         PIC X(8).

       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05 MCK-PERIOD          PIC 9(6).
           05 MCK-LAST-STEP       PIC 9(2).
           05 MCK-COMPLETE        PIC X.
               88 MCK-CHAIN-COMPLETE  VALUE 'Y'.

       FD  NIGHT-RESTART-FILE.
       01  NIGHT-RESTART-RECORD.
           05 NCK-DATE            PIC 9(8).
           05 NCK-LAST-STEP       PIC 9(2).
           05 NCK-COMPLETE        PIC X.
               88 NCK-CHAIN-COMPLETE  VALUE 'Y'.

       WORKING-STORAGE SECTION.
           COPY DATERTN.
           COPY MTHEND.
       01 MEN-LOG-STATUS      PIC XX.
       01 MEN-RESTART-STATUS  PIC XX.
       01 MEN-NIGHT-STATUS    PIC XX.
       01 MEN-TODAY           PIC 9(8).
       01 MEN-TODAY-PERIOD    PIC 9(6).
       01 MEN-PERIOD-ENTRY    PIC X(6).
       01 MEN-PERIOD-WORK     PIC 9(6).
       01 MEN-PERIOD-PARTS REDEFINES MEN-PERIOD-WORK.
           05 MEN-YEAR            PIC 9(4).
           05 MEN-MONTH           PIC 9(2).
       01 MEN-DATE-INTEGER    PIC 9(8)  COMP.
       01 MEN-FIRST-NEXT      PIC 9(8).
       01 MEN-FIRST-STEP      PIC 9(2)  VALUE 1.
       01 MEN-LAST-STEP       PIC 9(2)  VALUE 4.
       01 MEN-STEP            PIC 9(2)  VALUE 0.
       01 MEN-STEP-RC         PIC 9(4)  VALUE 0.
       01 MEN-STEP-NAME       PIC X(12).
       01 MEN-FAILED-STEP     PIC 9(2)  VALUE 0.
       01 MEN-RESUME-SWITCH   PIC X     VALUE 'N'.
           88 MEN-RESUMING        VALUE 'Y'.
       01 MEN-DONE-PERIOD     PIC 9(6)  VALUE 0.
       01 MEN-GO-SWITCH       PIC X     VALUE 'Y'.
           88 MEN-GO              VALUE 'Y'.
       01 MEN-STOP-SWITCH     PIC X     VALUE 'N'.
           88 MEN-CHAIN-STOPPED   VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " CHAINE DE FIN DE MOIS - MONTHEND"
           DISPLAY "========================================"
           ACCEPT MEN-TODAY FROM DATE YYYYMMDD
           COMPUTE MEN-TODAY-PERIOD = MEN-TODAY / 100
           PERFORM Read-Restart-State
           IF NOT MEN-RESUMING THEN
               PERFORM Select-Period
           END-IF
           IF MEN-GO THEN
               PERFORM Set-Period-Bounds
               PERFORM Run-One-Step
                   VARYING MEN-STEP FROM MEN-FIRST-STEP BY 1
                   UNTIL MEN-STEP > MEN-LAST-STEP
                      OR MEN-CHAIN-STOPPED
               IF MEN-CHAIN-STOPPED THEN
                   DISPLAY "Chaine arretee a l'etape " MEN-FAILED-STEP
                       ", relancer apres correction."
                   MOVE MEN-STEP-RC TO RETURN-CODE
               ELSE
                   PERFORM Write-Restart-Complete
                   DISPLAY "Cloture du mois " ME-PERIOD " terminee."
               END-IF
           END-IF
           STOP RUN.

      *    Une chaine interrompue reprend sur son propre mois, quel
      *    que soit le jour de la relance.
       Read-Restart-State.
           OPEN INPUT RESTART-FILE
           IF MEN-RESTART-STATUS = "00" THEN
               READ RESTART-FILE
                   AT END CONTINUE
               END-READ
               CLOSE RESTART-FILE
               IF MCK-CHAIN-COMPLETE THEN
                   MOVE MCK-PERIOD TO MEN-DONE-PERIOD
               ELSE
                   SET MEN-RESUMING TO TRUE
                   MOVE MCK-PERIOD TO ME-PERIOD
                   COMPUTE MEN-FIRST-STEP = MCK-LAST-STEP + 1
                   DISPLAY "Reprise de la cloture du mois " ME-PERIOD
                       " a l'etape " MEN-FIRST-STEP "."
               END-IF
           END-IF.

      *    Sans saisie, la chaine ne clot le mois du jour que le
      *    dernier jour ouvre, une fois la chaine de nuit du jour
      *    terminee.  Un mois saisi (rattrapage) est clos sans
      *    condition de date, mais jamais un mois futur.
       Select-Period.
           DISPLAY "Mois a clore (AAAAMM, vide = mois du jour) : "
           ACCEPT MEN-PERIOD-ENTRY
           IF MEN-PERIOD-ENTRY = SPACES THEN
               MOVE MEN-TODAY-PERIOD TO ME-PERIOD
               PERFORM Check-Last-Business-Day
           ELSE
               IF MEN-PERIOD-ENTRY NUMERIC THEN
                   MOVE MEN-PERIOD-ENTRY TO MEN-PERIOD-WORK
               ELSE
                   MOVE 0 TO MEN-PERIOD-WORK
               END-IF
               IF MEN-MONTH < 1 OR MEN-MONTH > 12
                  OR MEN-PERIOD-WORK > MEN-TODAY-PERIOD THEN
                   DISPLAY "Mois invalide ou futur : " MEN-PERIOD-ENTRY
                   MOVE 'N' TO MEN-GO-SWITCH
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE MEN-PERIOD-WORK TO ME-PERIOD
               END-IF
           END-IF
           IF MEN-GO AND ME-PERIOD = MEN-DONE-PERIOD THEN
               DISPLAY "Cloture du mois " ME-PERIOD " deja terminee."
               MOVE 'N' TO MEN-GO-SWITCH
           END-IF
           IF MEN-GO AND ME-PERIOD = MEN-TODAY-PERIOD THEN
               PERFORM Check-Night-Chain
           END-IF.

      *    Dernier jour ouvre : le jour est ouvre (DateRtn parti de
      *    la veille retombe sur lui) et le jour ouvre suivant tombe
      *    dans le mois d'apres.
       Check-Last-Business-Day.
           COMPUTE MEN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(MEN-TODAY) - 1
           COMPUTE DR-BASE-DATE =
               FUNCTION DATE-OF-INTEGER(MEN-DATE-INTEGER)
           MOVE 1 TO DR-DAY-COUNT
           CALL 'DateRtn' USING DATE-RTN-AREA
           IF NOT DR-OK OR DR-RESULT-DATE NOT = MEN-TODAY THEN
               MOVE 'N' TO MEN-GO-SWITCH
           ELSE
               MOVE MEN-TODAY TO DR-BASE-DATE
               MOVE 1 TO DR-DAY-COUNT
               CALL 'DateRtn' USING DATE-RTN-AREA
               COMPUTE MEN-PERIOD-WORK = DR-RESULT-DATE / 100
               IF NOT DR-OK OR MEN-PERIOD-WORK = MEN-TODAY-PERIOD THEN
                   MOVE 'N' TO MEN-GO-SWITCH
               END-IF
           END-IF
           IF NOT MEN-GO THEN
               DISPLAY "Le " MEN-TODAY " n'est pas le dernier jour "
                   "ouvre du mois : pas de cloture."
           END-IF.

       Check-Night-Chain.
           MOVE 'N' TO NCK-COMPLETE
           MOVE 0 TO NCK-DATE
           OPEN INPUT NIGHT-RESTART-FILE
           IF MEN-NIGHT-STATUS = "00" THEN
               READ NIGHT-RESTART-FILE
                   AT END CONTINUE
               END-READ
               CLOSE NIGHT-RESTART-FILE
           END-IF
           IF NOT NCK-CHAIN-COMPLETE OR NCK-DATE NOT = MEN-TODAY THEN
               DISPLAY "Chaine de nuit du " MEN-TODAY " non terminee :"
                   " cloture refusee."
               MOVE 'N' TO MEN-GO-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.

       Set-Period-Bounds.
           MOVE ME-PERIOD TO MEN-PERIOD-WORK
           COMPUTE ME-FIRST-DATE = ME-PERIOD * 100 + 1
           IF MEN-MONTH = 12 THEN
               ADD 1 TO MEN-YEAR
               MOVE 1 TO MEN-MONTH
           ELSE
               ADD 1 TO MEN-MONTH
           END-IF
           MOVE MEN-PERIOD-WORK TO ME-NEXT-PERIOD
           COMPUTE MEN-FIRST-NEXT = ME-NEXT-PERIOD * 100 + 1
           COMPUTE MEN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(MEN-FIRST-NEXT) - 1
           COMPUTE ME-LAST-DATE =
               FUNCTION DATE-OF-INTEGER(MEN-DATE-INTEGER).

       Run-One-Step.
           EVALUATE MEN-STEP
               WHEN 1 MOVE "PERCLOSE" TO MEN-STEP-NAME
               WHEN 2 MOVE "MTHTOT" TO MEN-STEP-NAME
               WHEN 3 MOVE "BRNSTMT" TO MEN-STEP-NAME
               WHEN 4 MOVE "PEROPEN" TO MEN-STEP-NAME
           END-EVALUATE
           DISPLAY "--- Etape " MEN-STEP " : " MEN-STEP-NAME
           MOVE 0 TO RETURN-CODE
           EVALUATE MEN-STEP
               WHEN 1
                   MOVE 'C' TO ME-FUNCTION
                   CALL 'PerUpd' USING MONTH-END-AREA
               WHEN 2
                   CALL 'MthTot' USING MONTH-END-AREA
               WHEN 3
                   CALL 'BrnStmt' USING MONTH-END-AREA
               WHEN 4
                   MOVE 'O' TO ME-FUNCTION
                   CALL 'PerUpd' USING MONTH-END-AREA
           END-EVALUATE
           MOVE RETURN-CODE TO MEN-STEP-RC
           MOVE 0 TO RETURN-CODE
           PERFORM Write-Job-Log-Record
           IF MEN-STEP-RC = 0 THEN
               PERFORM Write-Restart-Progress
           ELSE
               SET MEN-CHAIN-STOPPED TO TRUE
               MOVE MEN-STEP TO MEN-FAILED-STEP
               DISPLAY "Etape " MEN-STEP " en echec, RC="
                   MEN-STEP-RC
           END-IF.

       Write-Job-Log-Record.
           OPEN EXTEND JOB-LOG-FILE
           IF MEN-LOG-STATUS = "35" THEN
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           MOVE MEN-TODAY TO MLOG-DATE
           ACCEPT MLOG-TIME FROM TIME
           MOVE ME-PERIOD TO MLOG-PERIOD
           MOVE MEN-STEP TO MLOG-STEP
           MOVE MEN-STEP-NAME TO MLOG-NAME
           MOVE MEN-STEP-RC TO MLOG-RC
           IF MEN-STEP-RC = 0 THEN
               MOVE "OK" TO MLOG-STATUS
           ELSE
               MOVE "ECHEC" TO MLOG-STATUS
           END-IF
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE.

       Write-Restart-Progress.
           OPEN OUTPUT RESTART-FILE
           MOVE ME-PERIOD TO MCK-PERIOD
           MOVE MEN-STEP TO MCK-LAST-STEP
           MOVE 'N' TO MCK-COMPLETE
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

       Write-Restart-Complete.
           OPEN OUTPUT RESTART-FILE
           MOVE ME-PERIOD TO MCK-PERIOD
           MOVE MEN-LAST-STEP TO MCK-LAST-STEP
           MOVE 'Y' TO MCK-COMPLETE
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

       END PROGRAM MonthEnd.
