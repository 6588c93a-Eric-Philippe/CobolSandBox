               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-LOG-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-ID
               ALTERNATE RECORD KEY IS EXC-STATUS WITH DUPLICATES
               ALTERNATE RECORD KEY IS EXC-BRANCH WITH DUPLICATES
               FILE STATUS IS MRN-EXCEPT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT HISTORY-FILE ASSIGN TO "CALCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-HIST-STATUS.
           SELECT LATE-BATCH-FILE ASSIGN TO "CALCLATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-LATE-STATUS.
           SELECT ACK-REGISTER-FILE ASSIGN TO "ACKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-ACK-STATUS.
           SELECT MRN-REPORT-FILE ASSIGN DYNAMIC MRN-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  HISTORY-FILE.
           COPY CALCHIST.

       FD  LATE-BATCH-FILE.
           COPY CALCLATE.

       FD  ACK-REGISTER-FILE.
           COPY ACKREG.

       FD  MRN-REPORT-FILE.
       01  MRN-REPORT-LINE        PIC X(90).

       01 MRN-EXCEPT-STATUS   PIC XX.
       01 MRN-ALERT-STATUS    PIC XX.
       01 MRN-HIST-STATUS     PIC XX.
       01 MRN-LATE-STATUS     PIC XX.
       01 MRN-ACK-STATUS      PIC XX.
       01 MRN-EOF-SWITCH      PIC X     VALUE 'N'.
           88 MRN-EOF             VALUE 'Y'.
       01 MRN-NIGHT-DATE      PIC 9(8)  VALUE 0.
               10 MRN-HIST-TRANS  PIC 9(7).
               10 MRN-HIST-ERRORS PIC 9(5).
               10 MRN-HIST-SUM    PIC S9(9)V99.
      *    Lots remis en retard : ceux de la nuit, et le nombre de
      *    retards de chaque agence sur les 30 derniers jours pour
      *    reperer les recidivistes (3 retards ou plus).
       01 MRN-LATE-FROM-DATE  PIC 9(8)  VALUE 0.
       01 MRN-LATE-COUNT      PIC 9(2)  VALUE 0.
       01 MRN-LATE-TABLE.
           05 MRN-LATE-ENTRY OCCURS 20 TIMES
                   INDEXED BY MRN-LATE-IDX.
               10 MRN-LATE-BRANCH PIC X(3).
               10 MRN-LATE-FILE   PIC X(12).
               10 MRN-LATE-SEND   PIC 9(4).
               10 MRN-LATE-CUTOFF PIC 9(4).
               10 MRN-LATE-MVTS   PIC 9(7).
               10 MRN-LATE-EFF    PIC 9(8).
       01 MRN-OFFEND-COUNT    PIC 9(3)  VALUE 0.
       01 MRN-OFFEND-KEY      PIC X(3).
       01 MRN-OFFEND-FOUND-SW PIC X     VALUE 'N'.
           88 MRN-OFFEND-FOUND    VALUE 'Y'.
       01 MRN-OFFEND-TABLE.
           05 MRN-OFFEND-ENTRY OCCURS 100 TIMES
                   INDEXED BY MRN-OFFEND-IDX.
               10 MRN-OFFEND-BRANCH PIC X(3).
               10 MRN-OFFEND-TIMES  PIC 9(3).
       01 MRN-REPEAT-COUNT    PIC 9(3)  VALUE 0.
      *    Retours CALCRET en souffrance d'apres ACKREG : sans accuse
      *    (dont ceux deja signales en retard) et contestes.
       01 MRN-ACK-WAITING     PIC 9(5)  VALUE 0.
       01 MRN-ACK-OVERDUE     PIC 9(5)  VALUE 0.
       01 MRN-ACK-DISPUTED    PIC 9(5)  VALUE 0.
       01 MRN-ACK-COUNT       PIC 9(2)  VALUE 0.
       01 MRN-ACK-TABLE.
           05 MRN-ACK-ENTRY OCCURS 20 TIMES
                   INDEXED BY MRN-ACK-IDX.
               10 MRN-ACK-BRANCH  PIC X(3).
               10 MRN-ACK-RUN-ID  PIC X(8).
               10 MRN-ACK-RET-DATE PIC 9(8).
               10 MRN-ACK-DUE-DATE PIC 9(8).
               10 MRN-ACK-LABEL   PIC X(12).
       01 MRN-EDIT-TIMES      PIC ZZ9.
       01 MRN-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
       01 MRN-EDIT-ERRORS     PIC ZZ,ZZ9.
       01 MRN-EDIT-AMOUNT     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           PERFORM Count-Open-Exceptions
           PERFORM Count-Pending-Alerts
           PERFORM Load-Run-History
           PERFORM Load-Late-Batches
           PERFORM Load-Ack-Register
           PERFORM Print-Night-Steps
           PERFORM Print-Day-Counters
           PERFORM Print-Late-Batches
           PERFORM Print-Outstanding-Returns
           PERFORM Print-Run-History
           PERFORM Print-Verdict
           CLOSE MRN-REPORT-FILE
           MOVE 'N' TO MRN-EOF-SWITCH
           OPEN INPUT EXCEPT-FILE
           IF MRN-EXCEPT-STATUS = "00" THEN
               MOVE 'O' TO EXC-STATUS
               START EXCEPT-FILE KEY IS = EXC-STATUS
                   INVALID KEY SET MRN-EOF TO TRUE
               END-START
               IF NOT MRN-EOF THEN
                   READ EXCEPT-FILE NEXT RECORD
                       AT END SET MRN-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM Count-One-Exception UNTIL MRN-EOF
               CLOSE EXCEPT-FILE
           END-IF.
       Count-One-Exception.
           IF EXC-OPEN THEN
               ADD 1 TO MRN-OPEN-EXCEPTIONS
               READ EXCEPT-FILE NEXT RECORD
                   AT END SET MRN-EOF TO TRUE
               END-READ
           ELSE
               SET MRN-EOF TO TRUE
           END-IF.

       Count-Pending-Alerts.
           MOVE 'N' TO MRN-EOF-SWITCH
           MOVE MRN-HIST-ENTRY(MRN-HIST-SHIFT-IDX + 1)
               TO MRN-HIST-ENTRY(MRN-HIST-SHIFT-IDX).

      *    Le journal CALCLATE est lu en une passe : les lots dates
      *    de la derniere nuit sont retenus, et chaque retard des
      *    30 derniers jours est compte a son agence.
       Load-Late-Batches.
           IF MRN-NIGHT-DATE > 0 THEN
               COMPUTE MRN-LATE-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(MRN-NIGHT-DATE) - 29)
               MOVE 'N' TO MRN-EOF-SWITCH
               OPEN INPUT LATE-BATCH-FILE
               IF MRN-LATE-STATUS = "00" THEN
                   READ LATE-BATCH-FILE
                       AT END SET MRN-EOF TO TRUE
                   END-READ
                   PERFORM Keep-One-Late-Batch UNTIL MRN-EOF
                   CLOSE LATE-BATCH-FILE
               END-IF
           END-IF.

       Keep-One-Late-Batch.
           IF LATE-DATE >= MRN-LATE-FROM-DATE
              AND LATE-DATE <= MRN-NIGHT-DATE THEN
               PERFORM Count-One-Offence
               IF LATE-DATE = MRN-NIGHT-DATE
                  AND MRN-LATE-COUNT < 20 THEN
                   ADD 1 TO MRN-LATE-COUNT
                   SET MRN-LATE-IDX TO MRN-LATE-COUNT
                   MOVE LATE-BRANCH TO MRN-LATE-BRANCH(MRN-LATE-IDX)
                   MOVE LATE-FILE-NAME TO MRN-LATE-FILE(MRN-LATE-IDX)
                   MOVE LATE-SEND-TIME TO MRN-LATE-SEND(MRN-LATE-IDX)
                   MOVE LATE-CUTOFF-TIME
                       TO MRN-LATE-CUTOFF(MRN-LATE-IDX)
                   MOVE LATE-COUNT TO MRN-LATE-MVTS(MRN-LATE-IDX)
                   MOVE LATE-EFF-DATE TO MRN-LATE-EFF(MRN-LATE-IDX)
               END-IF
           END-IF
           READ LATE-BATCH-FILE
               AT END SET MRN-EOF TO TRUE
           END-READ.

       Count-One-Offence.
           MOVE LATE-BRANCH TO MRN-OFFEND-KEY
           PERFORM Locate-Offender
           IF MRN-OFFEND-FOUND THEN
               ADD 1 TO MRN-OFFEND-TIMES(MRN-OFFEND-IDX)
           ELSE
               IF MRN-OFFEND-COUNT < 100 THEN
                   ADD 1 TO MRN-OFFEND-COUNT
                   SET MRN-OFFEND-IDX TO MRN-OFFEND-COUNT
                   MOVE MRN-OFFEND-KEY
                       TO MRN-OFFEND-BRANCH(MRN-OFFEND-IDX)
                   MOVE 1 TO MRN-OFFEND-TIMES(MRN-OFFEND-IDX)
               END-IF
           END-IF.

       Locate-Offender.
           MOVE 'N' TO MRN-OFFEND-FOUND-SW
           SET MRN-OFFEND-IDX TO 1
           PERFORM Match-One-Offender
               UNTIL MRN-OFFEND-FOUND
                  OR MRN-OFFEND-IDX > MRN-OFFEND-COUNT.

       Match-One-Offender.
           IF MRN-OFFEND-BRANCH(MRN-OFFEND-IDX) = MRN-OFFEND-KEY THEN
               SET MRN-OFFEND-FOUND TO TRUE
           ELSE
               SET MRN-OFFEND-IDX UP BY 1
           END-IF.

       Load-Ack-Register.
           MOVE 'N' TO MRN-EOF-SWITCH
           OPEN INPUT ACK-REGISTER-FILE
           IF MRN-ACK-STATUS = "00" THEN
               READ ACK-REGISTER-FILE
                   AT END SET MRN-EOF TO TRUE
               END-READ
               PERFORM Keep-One-Outstanding UNTIL MRN-EOF
               CLOSE ACK-REGISTER-FILE
           END-IF.

       Keep-One-Outstanding.
           IF ARG-MISSING OR ARG-DISPUTED THEN
               IF ARG-MISSING THEN
                   ADD 1 TO MRN-ACK-WAITING
                   IF ARG-ALERT-RAISED THEN
                       ADD 1 TO MRN-ACK-OVERDUE
                   END-IF
               ELSE
                   ADD 1 TO MRN-ACK-DISPUTED
               END-IF
               IF (ARG-DISPUTED OR ARG-ALERT-RAISED)
                  AND MRN-ACK-COUNT < 20 THEN
                   ADD 1 TO MRN-ACK-COUNT
                   SET MRN-ACK-IDX TO MRN-ACK-COUNT
                   MOVE ARG-BRANCH TO MRN-ACK-BRANCH(MRN-ACK-IDX)
                   MOVE ARG-RUN-ID TO MRN-ACK-RUN-ID(MRN-ACK-IDX)
                   MOVE ARG-RET-DATE TO MRN-ACK-RET-DATE(MRN-ACK-IDX)
                   MOVE ARG-DUE-DATE TO MRN-ACK-DUE-DATE(MRN-ACK-IDX)
                   EVALUATE TRUE
                       WHEN ARG-MISMATCHED
                           MOVE "ECART" TO MRN-ACK-LABEL(MRN-ACK-IDX)
                       WHEN ARG-DISPUTED
                           MOVE "CONTESTE"
                               TO MRN-ACK-LABEL(MRN-ACK-IDX)
                       WHEN OTHER
                           MOVE "SANS ACCUSE"
                               TO MRN-ACK-LABEL(MRN-ACK-IDX)
                   END-EVALUATE
               END-IF
           END-IF
           READ ACK-REGISTER-FILE
               AT END SET MRN-EOF TO TRUE
           END-READ.

       Print-Night-Steps.
           IF MRN-NIGHT-DATE = 0 THEN
               MOVE "Aucune nuit enregistree dans NIGHTLOG."
               DELIMITED BY SIZE INTO MRN-REPORT-LINE
           PERFORM Write-Morning-Line.

       Print-Late-Batches.
           IF MRN-LATE-COUNT = 0 THEN
               MOVE "Aucun lot remis apres l'heure limite."
                   TO MRN-REPORT-LINE
               PERFORM Write-Morning-Line
           ELSE
               MOVE "Lots remis apres l'heure limite (CALCLATE) :"
                   TO MRN-REPORT-LINE
               PERFORM Write-Morning-Line
               SET MRN-LATE-IDX TO 1
               PERFORM Print-One-Late-Batch MRN-LATE-COUNT TIMES
           END-IF
           MOVE 0 TO MRN-REPEAT-COUNT
           SET MRN-OFFEND-IDX TO 1
           PERFORM Print-One-Offender MRN-OFFEND-COUNT TIMES.

       Print-One-Late-Batch.
           MOVE MRN-LATE-MVTS(MRN-LATE-IDX) TO MRN-EDIT-COUNT
           MOVE MRN-LATE-BRANCH(MRN-LATE-IDX) TO MRN-OFFEND-KEY
           PERFORM Locate-Offender
           MOVE 0 TO MRN-EDIT-TIMES
           IF MRN-OFFEND-FOUND THEN
               MOVE MRN-OFFEND-TIMES(MRN-OFFEND-IDX) TO MRN-EDIT-TIMES
           END-IF
           MOVE SPACES TO MRN-REPORT-LINE
           STRING "  " MRN-LATE-BRANCH(MRN-LATE-IDX) " "
               MRN-LATE-FILE(MRN-LATE-IDX) " envoi "
               MRN-LATE-SEND(MRN-LATE-IDX) " limite "
               MRN-LATE-CUTOFF(MRN-LATE-IDX) " "
               MRN-EDIT-COUNT " mvts au "
               MRN-LATE-EFF(MRN-LATE-IDX) " (" MRN-EDIT-TIMES
               " en 30 j)"
               DELIMITED BY SIZE INTO MRN-REPORT-LINE
           PERFORM Write-Morning-Line
           SET MRN-LATE-IDX UP BY 1.

       Print-One-Offender.
           IF MRN-OFFEND-TIMES(MRN-OFFEND-IDX) >= 3 THEN
               IF MRN-REPEAT-COUNT = 0 THEN
                   MOVE "Agences en retard 3 fois ou plus en 30 jours :"
                       TO MRN-REPORT-LINE
                   PERFORM Write-Morning-Line
               END-IF
               ADD 1 TO MRN-REPEAT-COUNT
               MOVE MRN-OFFEND-TIMES(MRN-OFFEND-IDX) TO MRN-EDIT-TIMES
               MOVE SPACES TO MRN-REPORT-LINE
               STRING "  " MRN-OFFEND-BRANCH(MRN-OFFEND-IDX) " : "
                   MRN-EDIT-TIMES " lot(s) en retard"
                   DELIMITED BY SIZE INTO MRN-REPORT-LINE
               PERFORM Write-Morning-Line
           END-IF
           SET MRN-OFFEND-IDX UP BY 1.

       Print-Outstanding-Returns.
           MOVE MRN-ACK-WAITING TO MRN-EDIT-ERRORS
           MOVE SPACES TO MRN-REPORT-LINE
           STRING "Retours CALCRET sans accuse     : "
               MRN-EDIT-ERRORS
               DELIMITED BY SIZE INTO MRN-REPORT-LINE
           PERFORM Write-Morning-Line
           MOVE MRN-ACK-OVERDUE TO MRN-EDIT-ERRORS
           MOVE SPACES TO MRN-REPORT-LINE
           STRING "  dont echeance depassee        : "
               MRN-EDIT-ERRORS
               DELIMITED BY SIZE INTO MRN-REPORT-LINE
           PERFORM Write-Morning-Line
           MOVE MRN-ACK-DISPUTED TO MRN-EDIT-ERRORS
           MOVE SPACES TO MRN-REPORT-LINE
           STRING "Retours CALCRET contestes       : "
               MRN-EDIT-ERRORS
               DELIMITED BY SIZE INTO MRN-REPORT-LINE
           PERFORM Write-Morning-Line
           SET MRN-ACK-IDX TO 1
           PERFORM Print-One-Outstanding MRN-ACK-COUNT TIMES.

       Print-One-Outstanding.
           MOVE SPACES TO MRN-REPORT-LINE
           STRING "  " MRN-ACK-BRANCH(MRN-ACK-IDX) " run "
               MRN-ACK-RUN-ID(MRN-ACK-IDX) " du "
               MRN-ACK-RET-DATE(MRN-ACK-IDX) " echeance "
               MRN-ACK-DUE-DATE(MRN-ACK-IDX) " "
               MRN-ACK-LABEL(MRN-ACK-IDX)
               DELIMITED BY SIZE INTO MRN-REPORT-LINE
           PERFORM Write-Morning-Line
           SET MRN-ACK-IDX UP BY 1.

       Print-Run-History.
           IF MRN-HIST-COUNT = 0 THEN
               MOVE "Aucun passage dans CALCHIST." TO MRN-REPORT-LINE
