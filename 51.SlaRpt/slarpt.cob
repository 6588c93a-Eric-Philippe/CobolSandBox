       IDENTIFICATION DIVISION.
       PROGRAM-ID. SlaRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SLAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLR-PARM-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-ID
               ALTERNATE RECORD KEY IS EXC-STATUS WITH DUPLICATES
               ALTERNATE RECORD KEY IS EXC-BRANCH WITH DUPLICATES
               FILE STATUS IS SLR-EXCEPT-STATUS.
           SELECT REPAIR-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLR-LOG-STATUS.
           SELECT HELD-FILE ASSIGN TO "CALCHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLR-HELD-STATUS.
           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLR-ALERT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SLAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLR-HISTORY-STATUS.
           SELECT HISTORY-WORK-FILE ASSIGN TO "SLAHISW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLR-WORK-STATUS.
           SELECT SLR-REPORT-FILE ASSIGN DYNAMIC SLR-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY SLAPARM.

       FD  EXCEPT-FILE.
           COPY CALCEXCP.

       FD  REPAIR-LOG-FILE.
           COPY EXCPLOG.

       FD  HELD-FILE.
           COPY CALCHELD.

       FD  ALERT-FILE.
           COPY OPSALERT.

       FD  HISTORY-FILE.
           COPY SLAHIST.

       FD  HISTORY-WORK-FILE.
       01  SLR-WORK-RECORD        PIC X(47).

       FD  SLR-REPORT-FILE.
       01  SLR-REPORT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
           COPY DATERTN.
       01 SLR-PARM-STATUS     PIC XX.
       01 SLR-EXCEPT-STATUS   PIC XX.
       01 SLR-LOG-STATUS      PIC XX.
       01 SLR-HELD-STATUS     PIC XX.
       01 SLR-ALERT-STATUS    PIC XX.
       01 SLR-HISTORY-STATUS  PIC XX.
       01 SLR-WORK-STATUS     PIC XX.
       01 SLR-EOF-SWITCH      PIC X     VALUE 'N'.
           88 SLR-EOF             VALUE 'Y'.
       01 SLR-TODAY           PIC 9(8).
       01 SLR-TODAY-INTEGER   PIC 9(8)  COMP.
       01 SLR-WEEKDAY         PIC 9.
       01 SLR-WEEK-ENTRY      PIC X(8).
       01 SLR-WEEK-END        PIC 9(8).
       01 SLR-WEEK-START      PIC 9(8).
      *    Les trois natures suivies : exceptions, mouvements
      *    plafonnes, alertes d'exploitation.
       01 SLR-TYPE-NO         PIC 9     VALUE 0.
       01 SLR-TYPE-CODES.
           05 FILLER              PIC X(3)  VALUE "EXC".
           05 FILLER              PIC X(3)  VALUE "HLD".
           05 FILLER              PIC X(3)  VALUE "ALT".
       01 SLR-TYPE-CODE-TABLE REDEFINES SLR-TYPE-CODES.
           05 SLR-TYPE-CODE       PIC X(3)  OCCURS 3 TIMES.
       01 SLR-TYPE-LABELS.
           05 FILLER              PIC X(40)
                  VALUE "EXCEPTIONS (CALCEXCP / EXCPFIX)".
           05 FILLER              PIC X(40)
                  VALUE "MOUVEMENTS PLAFONNES (CALCHELD/HELDREL)".
           05 FILLER              PIC X(40)
                  VALUE "ALERTES EXPLOITATION (OPSALERT)".
       01 SLR-TYPE-LABEL-TABLE REDEFINES SLR-TYPE-LABELS.
           05 SLR-TYPE-LABEL      PIC X(40) OCCURS 3 TIMES.
       01 SLR-TYPE-TABLE.
           05 SLR-TYPE-ENTRY OCCURS 3 TIMES.
               10 SLR-TARGET          PIC 9(3).
               10 SLR-DONE-COUNT      PIC 9(5).
               10 SLR-DONE-DAYS       PIC 9(7).
               10 SLR-DONE-MAX        PIC 9(3).
               10 SLR-DONE-LATE       PIC 9(5).
               10 SLR-OPEN-LATE       PIC 9(5).
      *    Premiere intervention ExcpFix par exception, lue dans
      *    EXCPLOG (le journal est ecrit dans l'ordre des dates).
       01 SLR-LOG-USED        PIC 9(4)  VALUE 0.
       01 SLR-LOG-FULL-SW     PIC X     VALUE 'N'.
           88 SLR-LOG-FULL        VALUE 'Y'.
       01 SLR-LOG-FOUND-SW    PIC X     VALUE 'N'.
           88 SLR-LOG-FOUND       VALUE 'Y'.
       01 SLR-LOG-TABLE.
           05 SLR-LOG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY SLR-LOG-IDX.
               10 SLR-LOG-ID          PIC X(13).
               10 SLR-LOG-DATE        PIC 9(8).
               10 SLR-LOG-USER        PIC X(20).
      *    Ventilation par agence ('B') et par utilisateur ('U').
       01 SLR-GROUP-USED      PIC 9(3)  VALUE 0.
       01 SLR-GROUP-FOUND-SW  PIC X     VALUE 'N'.
           88 SLR-GROUP-FOUND     VALUE 'Y'.
       01 SLR-GROUP-KIND      PIC X.
       01 SLR-GROUP-KEY       PIC X(20).
       01 SLR-GROUP-TABLE.
           05 SLR-GROUP-ENTRY OCCURS 300 TIMES
                   INDEXED BY SLR-GROUP-IDX.
               10 SLR-GROUP-TYPE      PIC 9.
               10 SLR-GROUP-ID-KIND   PIC X.
               10 SLR-GROUP-ID        PIC X(20).
               10 SLR-GROUP-COUNT     PIC 9(5).
               10 SLR-GROUP-DAYS      PIC 9(7).
               10 SLR-GROUP-MAX       PIC 9(3).
               10 SLR-GROUP-LATE      PIC 9(5).
      *    Depassements, imprimes apres les ventilations.
       01 SLR-BREACH-USED     PIC 9(3)  VALUE 0.
       01 SLR-BREACH-TOTAL    PIC 9(5)  VALUE 0.
       01 SLR-BREACH-IDX      PIC 9(3).
       01 SLR-BREACH-TABLE.
           05 SLR-BREACH-LINE     PIC X(90) OCCURS 100 TIMES.
      *    Element en cours de mesure.
       01 SLR-ITEM-TYPE       PIC 9.
       01 SLR-ITEM-REF        PIC X(13).
       01 SLR-ITEM-BRANCH     PIC X(3).
       01 SLR-ITEM-USER       PIC X(20).
       01 SLR-ITEM-START      PIC 9(8).
       01 SLR-ITEM-END        PIC 9(8).
       01 SLR-ITEM-OPEN-SW    PIC X     VALUE 'N'.
           88 SLR-ITEM-OPEN       VALUE 'Y'.
       01 SLR-DECIDED-SW      PIC X     VALUE 'N'.
           88 SLR-DECIDED         VALUE 'Y'.
       01 SLR-DECISION-DATE   PIC 9(8).
       01 SLR-DAYS            PIC 9(3).
       01 SLR-STEP-DATE       PIC 9(8).
       01 SLR-STEP-END-SW     PIC X     VALUE 'N'.
           88 SLR-STEP-END        VALUE 'Y'.
       01 SLR-UNDATED-COUNT   PIC 9(5)  VALUE 0.
      *    Tendance : les douze mois finissant au mois de la semaine.
       01 SLR-PERIOD.
           05 SLR-PERIOD-YEAR     PIC 9(4).
           05 SLR-PERIOD-MONTH    PIC 9(2).
       01 SLR-PERIOD-NUM REDEFINES SLR-PERIOD PIC 9(6).
       01 SLR-WEEK-PERIOD     PIC 9(6).
       01 SLR-WEEK-MONTHS     PIC 9(6).
       01 SLR-RECORD-MONTHS   PIC 9(6).
       01 SLR-MONTH-IDX       PIC 9(2).
       01 SLR-MONTH-TABLE.
           05 SLR-MONTH-ENTRY OCCURS 12 TIMES.
               10 SLR-MONTH-ID        PIC 9(6).
               10 SLR-MONTH-TYPE OCCURS 3 TIMES.
                   15 SLR-MONTH-COUNT     PIC 9(7).
                   15 SLR-MONTH-DAYS      PIC 9(9).
                   15 SLR-MONTH-LATE      PIC 9(7).
       01 SLR-REPLACED-COUNT  PIC 9(3)  VALUE 0.
       01 SLR-AVERAGE         PIC 9(3)V9.
       01 SLR-PERCENT         PIC 9(3).
       01 SLR-EDIT-COUNT      PIC ZZ,ZZ9.
       01 SLR-EDIT-LATE       PIC ZZ,ZZ9.
       01 SLR-EDIT-AVERAGE    PIC ZZ9.9.
       01 SLR-EDIT-DAYS       PIC ZZ9.
       01 SLR-EDIT-MAX        PIC ZZ9.
       01 SLR-EDIT-PERCENT    PIC ZZ9.
       01 SLR-EDIT-END        PIC X(8).
       01 SLR-TREND-LINE.
           05 SLR-TREND-PART      PIC X(21) OCCURS 3 TIMES.
       01 SLR-REPORT-DATE     PIC 9(6).
       01 SLR-REPORT-FILENAME PIC X(20).

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " DELAIS DE TRAITEMENT HEBDOMADAIRES"
           DISPLAY "========================================"
           PERFORM Init-One-Type
               VARYING SLR-TYPE-NO FROM 1 BY 1
               UNTIL SLR-TYPE-NO > 3
           PERFORM Load-Target-Cards
           PERFORM Get-Report-Week
           PERFORM Open-Sla-Report
           PERFORM Load-Repair-Log
           PERFORM Scan-Exceptions
           PERFORM Scan-Held-Items
           PERFORM Scan-Alerts
           PERFORM Print-Type-Section
               VARYING SLR-TYPE-NO FROM 1 BY 1
               UNTIL SLR-TYPE-NO > 3
           PERFORM Print-Breach-List
           PERFORM Save-Week-History
           PERFORM Load-Month-Trend
           PERFORM Print-Month-Trend
           CLOSE SLR-REPORT-FILE
           DISPLAY "Etat produit : " SLR-REPORT-FILENAME
           GOBACK.

       Init-One-Type.
           MOVE 0 TO SLR-DONE-COUNT(SLR-TYPE-NO)
               SLR-DONE-DAYS(SLR-TYPE-NO)
               SLR-DONE-MAX(SLR-TYPE-NO)
               SLR-DONE-LATE(SLR-TYPE-NO)
               SLR-OPEN-LATE(SLR-TYPE-NO)
           EVALUATE SLR-TYPE-NO
               WHEN 1 MOVE 3 TO SLR-TARGET(SLR-TYPE-NO)
               WHEN OTHER MOVE 1 TO SLR-TARGET(SLR-TYPE-NO)
           END-EVALUATE.

       Load-Target-Cards.
           MOVE 'N' TO SLR-EOF-SWITCH
           OPEN INPUT PARM-FILE
           IF SLR-PARM-STATUS = "00" THEN
               READ PARM-FILE
                   AT END SET SLR-EOF TO TRUE
               END-READ
               PERFORM Load-One-Target-Card UNTIL SLR-EOF
               CLOSE PARM-FILE
           ELSE
               DISPLAY "Fichier SLAPARM absent, objectifs par defaut."
           END-IF.

      *    Un objectif a zero demande un traitement le jour meme.
       Load-One-Target-Card.
           IF SLP-TARGET-DAYS NUMERIC THEN
               EVALUATE TRUE
                   WHEN SLP-EXCEPTIONS
                       MOVE SLP-TARGET-DAYS TO SLR-TARGET(1)
                   WHEN SLP-HELD-ITEMS
                       MOVE SLP-TARGET-DAYS TO SLR-TARGET(2)
                   WHEN SLP-ALERTS
                       MOVE SLP-TARGET-DAYS TO SLR-TARGET(3)
                   WHEN OTHER
                       DISPLAY "Carte SLAPARM ignoree, type inconnu : "
                           SLP-TYPE
               END-EVALUATE
           ELSE
               DISPLAY "Carte SLAPARM ignoree, objectif non "
                   "numerique : " SLP-TYPE
           END-IF
           READ PARM-FILE
               AT END SET SLR-EOF TO TRUE
           END-READ.

      *    Par defaut, la derniere semaine close : du lundi au
      *    dimanche precedant le jour du passage.
       Get-Report-Week.
           DISPLAY "Fin de semaine (AAAAMMJJ, vide = dimanche "
               "dernier) : "
           ACCEPT SLR-WEEK-ENTRY
           MOVE 0 TO SLR-WEEK-END
           IF SLR-WEEK-ENTRY NOT = SPACES
              AND SLR-WEEK-ENTRY NUMERIC THEN
               MOVE SLR-WEEK-ENTRY TO SLR-WEEK-END
               IF FUNCTION TEST-DATE-YYYYMMDD(SLR-WEEK-END) NOT = 0
                  THEN
                   DISPLAY "Date invalide, dimanche dernier retenu."
                   MOVE 0 TO SLR-WEEK-END
               END-IF
           END-IF
           IF SLR-WEEK-END = 0 THEN
               ACCEPT SLR-TODAY FROM DATE YYYYMMDD
               COMPUTE SLR-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SLR-TODAY)
               COMPUTE SLR-WEEKDAY =
                   FUNCTION MOD(SLR-TODAY-INTEGER - 1, 7) + 1
               COMPUTE SLR-WEEK-END = FUNCTION DATE-OF-INTEGER
                   (SLR-TODAY-INTEGER - SLR-WEEKDAY)
           END-IF
           COMPUTE SLR-WEEK-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(SLR-WEEK-END) - 6)
           DISPLAY "Semaine retenue : du " SLR-WEEK-START " au "
               SLR-WEEK-END.

       Open-Sla-Report.
           ACCEPT SLR-REPORT-DATE FROM DATE
           MOVE SPACES TO SLR-REPORT-FILENAME
           STRING "SLARPT.D" SLR-REPORT-DATE
               DELIMITED BY SIZE INTO SLR-REPORT-FILENAME
           OPEN OUTPUT SLR-REPORT-FILE
           MOVE "DELAIS DE TRAITEMENT ET OBJECTIFS DE SERVICE - SLARPT"
               TO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line
           MOVE SPACES TO SLR-REPORT-LINE
           STRING "Semaine du " SLR-WEEK-START " au " SLR-WEEK-END
               " - delais en jours ouvres (DateRtn)"
               DELIMITED BY SIZE INTO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line
           MOVE ALL "-" TO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line.

      *    Seules les lignes portant l'identifiant de l'exception
      *    sont retenues ; les lignes plus anciennes n'en ont pas.
       Load-Repair-Log.
           MOVE 'N' TO SLR-EOF-SWITCH
           OPEN INPUT REPAIR-LOG-FILE
           IF SLR-LOG-STATUS = "00" THEN
               READ REPAIR-LOG-FILE
                   AT END SET SLR-EOF TO TRUE
               END-READ
               PERFORM Load-One-Log-Entry UNTIL SLR-EOF
               CLOSE REPAIR-LOG-FILE
           ELSE
               DISPLAY "Fichier EXCPLOG absent."
           END-IF
           IF SLR-LOG-FULL THEN
               MOVE "Table EXCPLOG pleine : 5000 exceptions retenues."
                   TO SLR-REPORT-LINE
               PERFORM Write-Sla-Report-Line
           END-IF.

       Load-One-Log-Entry.
           IF RLOG-EXC-ID NOT = SPACES
              AND RLOG-DATE NUMERIC THEN
               MOVE RLOG-EXC-ID TO SLR-ITEM-REF
               PERFORM Find-Log-Entry
               IF NOT SLR-LOG-FOUND THEN
                   IF SLR-LOG-USED < 5000 THEN
                       ADD 1 TO SLR-LOG-USED
                       SET SLR-LOG-IDX TO SLR-LOG-USED
                       MOVE RLOG-EXC-ID TO SLR-LOG-ID(SLR-LOG-IDX)
                       MOVE RLOG-DATE TO SLR-LOG-DATE(SLR-LOG-IDX)
                       MOVE RLOG-USER TO SLR-LOG-USER(SLR-LOG-IDX)
                   ELSE
                       SET SLR-LOG-FULL TO TRUE
                   END-IF
               END-IF
           END-IF
           READ REPAIR-LOG-FILE
               AT END SET SLR-EOF TO TRUE
           END-READ.

       Find-Log-Entry.
           MOVE 'N' TO SLR-LOG-FOUND-SW
           SET SLR-LOG-IDX TO 1
           PERFORM Locate-Log-Entry
               UNTIL SLR-LOG-FOUND
                  OR SLR-LOG-IDX > SLR-LOG-USED.

       Locate-Log-Entry.
           IF SLR-LOG-ID(SLR-LOG-IDX) = SLR-ITEM-REF THEN
               SET SLR-LOG-FOUND TO TRUE
           ELSE
               SET SLR-LOG-IDX UP BY 1
           END-IF.

      *    Une exception est traitee dans la semaine quand sa
      *    premiere correction ou annulation ExcpFix y tombe.  Elle
      *    etait en attente en fin de semaine si elle etait deja
      *    creee et que ExcpFix n'y est passe qu'apres, ou pas
      *    encore alors qu'elle est toujours ouverte.
       Scan-Exceptions.
           MOVE 'N' TO SLR-EOF-SWITCH
           OPEN INPUT EXCEPT-FILE
           IF SLR-EXCEPT-STATUS = "00" THEN
               READ EXCEPT-FILE NEXT RECORD
                   AT END SET SLR-EOF TO TRUE
               END-READ
               PERFORM Measure-One-Exception UNTIL SLR-EOF
               CLOSE EXCEPT-FILE
           ELSE
               MOVE "Fichier CALCEXCP absent." TO SLR-REPORT-LINE
               PERFORM Write-Sla-Report-Line
           END-IF.

       Measure-One-Exception.
           MOVE 1 TO SLR-ITEM-TYPE
           MOVE EXC-ID TO SLR-ITEM-REF
           MOVE EXC-BRANCH TO SLR-ITEM-BRANCH
           IF EXC-DATE NUMERIC THEN
               MOVE EXC-DATE TO SLR-ITEM-START
           ELSE
               MOVE 0 TO SLR-ITEM-START
           END-IF
           PERFORM Find-Log-Entry
           MOVE 'N' TO SLR-ITEM-OPEN-SW
           IF SLR-LOG-FOUND THEN
               IF SLR-LOG-DATE(SLR-LOG-IDX) >= SLR-WEEK-START
                  AND SLR-LOG-DATE(SLR-LOG-IDX) <= SLR-WEEK-END THEN
                   MOVE SLR-LOG-DATE(SLR-LOG-IDX) TO SLR-ITEM-END
                   MOVE SLR-LOG-USER(SLR-LOG-IDX) TO SLR-ITEM-USER
                   PERFORM Record-Handled-Item
               END-IF
               IF SLR-LOG-DATE(SLR-LOG-IDX) > SLR-WEEK-END THEN
                   SET SLR-ITEM-OPEN TO TRUE
               END-IF
           ELSE
               IF EXC-OPEN THEN
                   SET SLR-ITEM-OPEN TO TRUE
               END-IF
           END-IF
           IF SLR-ITEM-OPEN AND SLR-ITEM-START <= SLR-WEEK-END THEN
               PERFORM Record-Waiting-Item
           END-IF
           READ EXCEPT-FILE NEXT RECORD
               AT END SET SLR-EOF TO TRUE
           END-READ.

      *    Un mouvement retenu est decide par HeldRel (libere ou
      *    rejete, puis traite) a la date HLD-DEC-DATE.
       Scan-Held-Items.
           MOVE 'N' TO SLR-EOF-SWITCH
           OPEN INPUT HELD-FILE
           IF SLR-HELD-STATUS = "00" THEN
               READ HELD-FILE
                   AT END SET SLR-EOF TO TRUE
               END-READ
               PERFORM Measure-One-Held-Item UNTIL SLR-EOF
               CLOSE HELD-FILE
           ELSE
               MOVE "Fichier CALCHELD absent." TO SLR-REPORT-LINE
               PERFORM Write-Sla-Report-Line
           END-IF.

       Measure-One-Held-Item.
           MOVE 2 TO SLR-ITEM-TYPE
           MOVE HLD-EXC-ID TO SLR-ITEM-REF
           MOVE HLD-BRANCH TO SLR-ITEM-BRANCH
           MOVE HLD-APPROVER TO SLR-ITEM-USER
           IF HLD-DATE NUMERIC THEN
               MOVE HLD-DATE TO SLR-ITEM-START
           ELSE
               MOVE 0 TO SLR-ITEM-START
           END-IF
           MOVE 'N' TO SLR-DECIDED-SW
           IF NOT HLD-HELD AND HLD-DEC-DATE NUMERIC
              AND HLD-DEC-DATE > 0 THEN
               SET SLR-DECIDED TO TRUE
               MOVE HLD-DEC-DATE TO SLR-DECISION-DATE
           END-IF
           PERFORM Measure-Decided-Item
           READ HELD-FILE
               AT END SET SLR-EOF TO TRUE
           END-READ.

      *    Les alertes n'ont pas d'agence ; elles sont ventilees sous
      *    "---" et par utilisateur ayant acquitte.
       Scan-Alerts.
           MOVE 'N' TO SLR-EOF-SWITCH
           OPEN INPUT ALERT-FILE
           IF SLR-ALERT-STATUS = "00" THEN
               READ ALERT-FILE
                   AT END SET SLR-EOF TO TRUE
               END-READ
               PERFORM Measure-One-Alert UNTIL SLR-EOF
               CLOSE ALERT-FILE
           ELSE
               MOVE "Fichier OPSALERT absent." TO SLR-REPORT-LINE
               PERFORM Write-Sla-Report-Line
           END-IF.

       Measure-One-Alert.
           MOVE 3 TO SLR-ITEM-TYPE
           MOVE ALT-SOURCE TO SLR-ITEM-REF
           MOVE SPACES TO SLR-ITEM-BRANCH
           MOVE ALT-ACK-USER TO SLR-ITEM-USER
           IF ALT-DATE NUMERIC THEN
               MOVE ALT-DATE TO SLR-ITEM-START
           ELSE
               MOVE 0 TO SLR-ITEM-START
           END-IF
           MOVE 'N' TO SLR-DECIDED-SW
           IF ALT-ACKED AND ALT-ACK-DATE NUMERIC
              AND ALT-ACK-DATE > 0 THEN
               SET SLR-DECIDED TO TRUE
               MOVE ALT-ACK-DATE TO SLR-DECISION-DATE
           END-IF
           PERFORM Measure-Decided-Item
           READ ALERT-FILE
               AT END SET SLR-EOF TO TRUE
           END-READ.

      *    Decision dans la semaine : element traite.  Element cree
      *    au plus tard en fin de semaine et decide apres, ou pas
      *    encore : element en attente a cette date.
       Measure-Decided-Item.
           MOVE 'N' TO SLR-ITEM-OPEN-SW
           IF SLR-DECIDED THEN
               IF SLR-DECISION-DATE >= SLR-WEEK-START
                  AND SLR-DECISION-DATE <= SLR-WEEK-END THEN
                   MOVE SLR-DECISION-DATE TO SLR-ITEM-END
                   PERFORM Record-Handled-Item
               END-IF
               IF SLR-DECISION-DATE > SLR-WEEK-END THEN
                   SET SLR-ITEM-OPEN TO TRUE
               END-IF
           ELSE
               SET SLR-ITEM-OPEN TO TRUE
           END-IF
           IF SLR-ITEM-OPEN AND SLR-ITEM-START <= SLR-WEEK-END THEN
               PERFORM Record-Waiting-Item
           END-IF.

      *    Une date de depart illisible n'est pas mesuree : elle est
      *    seulement comptee en fin d'etat.
       Record-Handled-Item.
           IF SLR-ITEM-START = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(SLR-ITEM-START) NOT = 0
              THEN
               ADD 1 TO SLR-UNDATED-COUNT
           ELSE
               PERFORM Count-Business-Days
               ADD 1 TO SLR-DONE-COUNT(SLR-ITEM-TYPE)
               ADD SLR-DAYS TO SLR-DONE-DAYS(SLR-ITEM-TYPE)
               IF SLR-DAYS > SLR-DONE-MAX(SLR-ITEM-TYPE) THEN
                   MOVE SLR-DAYS TO SLR-DONE-MAX(SLR-ITEM-TYPE)
               END-IF
               IF SLR-DAYS > SLR-TARGET(SLR-ITEM-TYPE) THEN
                   ADD 1 TO SLR-DONE-LATE(SLR-ITEM-TYPE)
                   MOVE SLR-ITEM-END TO SLR-EDIT-END
                   PERFORM Add-Breach-Line
               END-IF
               MOVE 'B' TO SLR-GROUP-KIND
               IF SLR-ITEM-BRANCH = SPACES THEN
                   MOVE "---" TO SLR-GROUP-KEY
               ELSE
                   MOVE SLR-ITEM-BRANCH TO SLR-GROUP-KEY
               END-IF
               PERFORM Count-Group-Item
               MOVE 'U' TO SLR-GROUP-KIND
               IF SLR-ITEM-USER = SPACES THEN
                   MOVE "(inconnu)" TO SLR-GROUP-KEY
               ELSE
                   MOVE SLR-ITEM-USER TO SLR-GROUP-KEY
               END-IF
               PERFORM Count-Group-Item
           END-IF.

       Record-Waiting-Item.
           IF SLR-ITEM-START = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(SLR-ITEM-START) NOT = 0
              THEN
               ADD 1 TO SLR-UNDATED-COUNT
           ELSE
               MOVE SLR-WEEK-END TO SLR-ITEM-END
               PERFORM Count-Business-Days
               IF SLR-DAYS > SLR-TARGET(SLR-ITEM-TYPE) THEN
                   ADD 1 TO SLR-OPEN-LATE(SLR-ITEM-TYPE)
                   MOVE "EN COURS" TO SLR-EDIT-END
                   MOVE SPACES TO SLR-ITEM-USER
                   PERFORM Add-Breach-Line
               END-IF
           END-IF.

      *    Jours ouvres entre le depart et la fin : DateRtn avance
      *    d'un jour ouvre a la fois tant qu'il ne depasse pas la
      *    date de fin.  Meme jour = 0 ; plafond a 999.
       Count-Business-Days.
           MOVE 0 TO SLR-DAYS
           MOVE SLR-ITEM-START TO SLR-STEP-DATE
           MOVE 'N' TO SLR-STEP-END-SW
           PERFORM Step-One-Business-Day UNTIL SLR-STEP-END.

       Step-One-Business-Day.
           MOVE SLR-STEP-DATE TO DR-BASE-DATE
           MOVE 1 TO DR-DAY-COUNT
           CALL 'DateRtn' USING DATE-RTN-AREA
           IF NOT DR-OK OR DR-RESULT-DATE > SLR-ITEM-END THEN
               SET SLR-STEP-END TO TRUE
           ELSE
               ADD 1 TO SLR-DAYS
               MOVE DR-RESULT-DATE TO SLR-STEP-DATE
               IF SLR-DAYS = 999 THEN
                   SET SLR-STEP-END TO TRUE
               END-IF
           END-IF.

       Count-Group-Item.
           MOVE 'N' TO SLR-GROUP-FOUND-SW
           SET SLR-GROUP-IDX TO 1
           PERFORM Locate-Group-Entry
               UNTIL SLR-GROUP-FOUND
                  OR SLR-GROUP-IDX > SLR-GROUP-USED
           IF NOT SLR-GROUP-FOUND THEN
               IF SLR-GROUP-USED < 300 THEN
                   ADD 1 TO SLR-GROUP-USED
                   SET SLR-GROUP-IDX TO SLR-GROUP-USED
                   MOVE SLR-ITEM-TYPE TO SLR-GROUP-TYPE(SLR-GROUP-IDX)
                   MOVE SLR-GROUP-KIND
                       TO SLR-GROUP-ID-KIND(SLR-GROUP-IDX)
                   MOVE SLR-GROUP-KEY TO SLR-GROUP-ID(SLR-GROUP-IDX)
                   MOVE 0 TO SLR-GROUP-COUNT(SLR-GROUP-IDX)
                       SLR-GROUP-DAYS(SLR-GROUP-IDX)
                       SLR-GROUP-MAX(SLR-GROUP-IDX)
                       SLR-GROUP-LATE(SLR-GROUP-IDX)
                   SET SLR-GROUP-FOUND TO TRUE
               END-IF
           END-IF
           IF SLR-GROUP-FOUND THEN
               ADD 1 TO SLR-GROUP-COUNT(SLR-GROUP-IDX)
               ADD SLR-DAYS TO SLR-GROUP-DAYS(SLR-GROUP-IDX)
               IF SLR-DAYS > SLR-GROUP-MAX(SLR-GROUP-IDX) THEN
                   MOVE SLR-DAYS TO SLR-GROUP-MAX(SLR-GROUP-IDX)
               END-IF
               IF SLR-DAYS > SLR-TARGET(SLR-ITEM-TYPE) THEN
                   ADD 1 TO SLR-GROUP-LATE(SLR-GROUP-IDX)
               END-IF
           END-IF.

       Locate-Group-Entry.
           IF SLR-GROUP-TYPE(SLR-GROUP-IDX) = SLR-ITEM-TYPE
              AND SLR-GROUP-ID-KIND(SLR-GROUP-IDX) = SLR-GROUP-KIND
              AND SLR-GROUP-ID(SLR-GROUP-IDX) = SLR-GROUP-KEY THEN
               SET SLR-GROUP-FOUND TO TRUE
           ELSE
               SET SLR-GROUP-IDX UP BY 1
           END-IF.

       Add-Breach-Line.
           ADD 1 TO SLR-BREACH-TOTAL
           IF SLR-BREACH-USED < 100 THEN
               ADD 1 TO SLR-BREACH-USED
               MOVE SLR-DAYS TO SLR-EDIT-DAYS
               IF SLR-ITEM-BRANCH = SPACES THEN
                   MOVE "---" TO SLR-ITEM-BRANCH
               END-IF
               MOVE SPACES TO SLR-BREACH-LINE(SLR-BREACH-USED)
               STRING SLR-TYPE-CODE(SLR-ITEM-TYPE) " " SLR-ITEM-REF
                   " " SLR-ITEM-BRANCH " " SLR-ITEM-START " "
                   SLR-EDIT-END "  " SLR-EDIT-DAYS "  " SLR-ITEM-USER
                   DELIMITED BY SIZE
                   INTO SLR-BREACH-LINE(SLR-BREACH-USED)
           END-IF.

       Print-Type-Section.
           MOVE SLR-TARGET(SLR-TYPE-NO) TO SLR-EDIT-DAYS
           MOVE SPACES TO SLR-REPORT-LINE
           STRING SLR-TYPE-LABEL(SLR-TYPE-NO) " - objectif "
               SLR-EDIT-DAYS " j"
               DELIMITED BY SIZE INTO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line
           IF SLR-DONE-COUNT(SLR-TYPE-NO) > 0 THEN
               COMPUTE SLR-AVERAGE ROUNDED =
                   SLR-DONE-DAYS(SLR-TYPE-NO)
                   / SLR-DONE-COUNT(SLR-TYPE-NO)
           ELSE
               MOVE 0 TO SLR-AVERAGE
           END-IF
           MOVE SLR-DONE-COUNT(SLR-TYPE-NO) TO SLR-EDIT-COUNT
           MOVE SLR-AVERAGE TO SLR-EDIT-AVERAGE
           MOVE SLR-DONE-MAX(SLR-TYPE-NO) TO SLR-EDIT-MAX
           MOVE SPACES TO SLR-REPORT-LINE
           STRING "  Traites dans la semaine : " SLR-EDIT-COUNT
               "   delai moyen : " SLR-EDIT-AVERAGE
               " j   maximum : " SLR-EDIT-MAX " j"
               DELIMITED BY SIZE INTO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line
           MOVE SLR-DONE-LATE(SLR-TYPE-NO) TO SLR-EDIT-COUNT
           MOVE SLR-OPEN-LATE(SLR-TYPE-NO) TO SLR-EDIT-LATE
           MOVE SPACES TO SLR-REPORT-LINE
           STRING "  Traites hors objectif   : " SLR-EDIT-COUNT
               "   en attente hors objectif en fin de semaine : "
               SLR-EDIT-LATE
               DELIMITED BY SIZE INTO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line
           IF SLR-DONE-COUNT(SLR-TYPE-NO) > 0 THEN
               MOVE "  Par agence            nombre  moyen  maxi  hors"
                   TO SLR-REPORT-LINE
               PERFORM Write-Sla-Report-Line
               MOVE 'B' TO SLR-GROUP-KIND
               PERFORM Print-One-Group
                   VARYING SLR-GROUP-IDX FROM 1 BY 1
                   UNTIL SLR-GROUP-IDX > SLR-GROUP-USED
               MOVE "  Par utilisateur       nombre  moyen  maxi  hors"
                   TO SLR-REPORT-LINE
               PERFORM Write-Sla-Report-Line
               MOVE 'U' TO SLR-GROUP-KIND
               PERFORM Print-One-Group
                   VARYING SLR-GROUP-IDX FROM 1 BY 1
                   UNTIL SLR-GROUP-IDX > SLR-GROUP-USED
           END-IF
           MOVE ALL "-" TO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line.

       Print-One-Group.
           IF SLR-GROUP-TYPE(SLR-GROUP-IDX) = SLR-TYPE-NO
              AND SLR-GROUP-ID-KIND(SLR-GROUP-IDX) = SLR-GROUP-KIND
              THEN
               COMPUTE SLR-AVERAGE ROUNDED =
                   SLR-GROUP-DAYS(SLR-GROUP-IDX)
                   / SLR-GROUP-COUNT(SLR-GROUP-IDX)
               MOVE SLR-GROUP-COUNT(SLR-GROUP-IDX) TO SLR-EDIT-COUNT
               MOVE SLR-AVERAGE TO SLR-EDIT-AVERAGE
               MOVE SLR-GROUP-MAX(SLR-GROUP-IDX) TO SLR-EDIT-MAX
               MOVE SLR-GROUP-LATE(SLR-GROUP-IDX) TO SLR-EDIT-LATE
               MOVE SPACES TO SLR-REPORT-LINE
               STRING "    " SLR-GROUP-ID(SLR-GROUP-IDX)
                   SLR-EDIT-COUNT "  " SLR-EDIT-AVERAGE "   "
                   SLR-EDIT-MAX "  " SLR-EDIT-LATE
                   DELIMITED BY SIZE INTO SLR-REPORT-LINE
               PERFORM Write-Sla-Report-Line
           END-IF.

       Print-Breach-List.
           MOVE SLR-BREACH-TOTAL TO SLR-EDIT-COUNT
           MOVE SPACES TO SLR-REPORT-LINE
           STRING "DEPASSEMENTS D'OBJECTIF : " SLR-EDIT-COUNT
               DELIMITED BY SIZE INTO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line
           IF SLR-BREACH-USED > 0 THEN
               MOVE SPACES TO SLR-REPORT-LINE
               STRING "TYP REFERENCE     AGC DEPART   FIN       "
                   "DELAI  UTILISATEUR"
                   DELIMITED BY SIZE INTO SLR-REPORT-LINE
               PERFORM Write-Sla-Report-Line
               PERFORM Print-One-Breach
                   VARYING SLR-BREACH-IDX FROM 1 BY 1
                   UNTIL SLR-BREACH-IDX > SLR-BREACH-USED
           END-IF
           IF SLR-BREACH-TOTAL > SLR-BREACH-USED THEN
               MOVE "(liste limitee aux 100 premiers depassements)"
                   TO SLR-REPORT-LINE
               PERFORM Write-Sla-Report-Line
           END-IF
           IF SLR-UNDATED-COUNT > 0 THEN
               MOVE SLR-UNDATED-COUNT TO SLR-EDIT-COUNT
               MOVE SPACES TO SLR-REPORT-LINE
               STRING "Elements a date de depart illisible, non "
                   "mesures : " SLR-EDIT-COUNT
                   DELIMITED BY SIZE INTO SLR-REPORT-LINE
               PERFORM Write-Sla-Report-Line
           END-IF
           MOVE ALL "-" TO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line.

       Print-One-Breach.
           MOVE SLR-BREACH-LINE(SLR-BREACH-IDX) TO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line.

      *    Les resultats de la semaine remplacent ceux d'un passage
      *    precedent pour la meme semaine : SLAHIST est recopie sans
      *    eux dans SLAHISW, puis recharge avant l'ajout.
       Save-Week-History.
           MOVE 0 TO SLR-REPLACED-COUNT
           OPEN INPUT HISTORY-FILE
           IF SLR-HISTORY-STATUS = "00" THEN
               OPEN OUTPUT HISTORY-WORK-FILE
               MOVE 'N' TO SLR-EOF-SWITCH
               READ HISTORY-FILE
                   AT END SET SLR-EOF TO TRUE
               END-READ
               PERFORM Copy-One-History-Out UNTIL SLR-EOF
               CLOSE HISTORY-FILE
               CLOSE HISTORY-WORK-FILE
               OPEN INPUT HISTORY-WORK-FILE
               OPEN OUTPUT HISTORY-FILE
               MOVE 'N' TO SLR-EOF-SWITCH
               READ HISTORY-WORK-FILE
                   AT END SET SLR-EOF TO TRUE
               END-READ
               PERFORM Copy-One-History-Back UNTIL SLR-EOF
               CLOSE HISTORY-WORK-FILE
           ELSE
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM Write-One-History-Record
               VARYING SLR-TYPE-NO FROM 1 BY 1
               UNTIL SLR-TYPE-NO > 3
           CLOSE HISTORY-FILE
           IF SLR-REPLACED-COUNT > 0 THEN
               DISPLAY "Semaine deja presente dans SLAHIST, "
                   "resultats remplaces."
           END-IF.

       Copy-One-History-Out.
           IF SLH-WEEK-END = SLR-WEEK-END THEN
               ADD 1 TO SLR-REPLACED-COUNT
           ELSE
               WRITE SLR-WORK-RECORD FROM SLA-HIST-RECORD
           END-IF
           READ HISTORY-FILE
               AT END SET SLR-EOF TO TRUE
           END-READ.

       Copy-One-History-Back.
           MOVE SLR-WORK-RECORD TO SLA-HIST-RECORD
           WRITE SLA-HIST-RECORD
           READ HISTORY-WORK-FILE
               AT END SET SLR-EOF TO TRUE
           END-READ.

       Write-One-History-Record.
           MOVE SLR-WEEK-END TO SLH-WEEK-END
           MOVE SLR-TYPE-CODE(SLR-TYPE-NO) TO SLH-TYPE
           MOVE SLR-DONE-COUNT(SLR-TYPE-NO) TO SLH-COUNT
           MOVE SLR-DONE-DAYS(SLR-TYPE-NO) TO SLH-TOTAL-DAYS
           MOVE SLR-DONE-MAX(SLR-TYPE-NO) TO SLH-MAX-DAYS
           MOVE SLR-DONE-LATE(SLR-TYPE-NO) TO SLH-BREACHES
           MOVE SLR-OPEN-LATE(SLR-TYPE-NO) TO SLH-OPEN-LATE
           MOVE SLR-TARGET(SLR-TYPE-NO) TO SLH-TARGET-DAYS
           ACCEPT SLH-RUN-DATE FROM DATE YYYYMMDD
           WRITE SLA-HIST-RECORD.

      *    Chaque semaine compte dans le mois de sa date de fin ;
      *    les semaines posterieures a celle de l'etat sont ignorees.
       Load-Month-Trend.
           COMPUTE SLR-WEEK-PERIOD = SLR-WEEK-END / 100
           MOVE SLR-WEEK-PERIOD TO SLR-PERIOD-NUM
           COMPUTE SLR-WEEK-MONTHS =
               SLR-PERIOD-YEAR * 12 + SLR-PERIOD-MONTH
           PERFORM Init-One-Trend-Month
               VARYING SLR-MONTH-IDX FROM 12 BY -1
               UNTIL SLR-MONTH-IDX < 1
           MOVE 'N' TO SLR-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF SLR-HISTORY-STATUS = "00" THEN
               READ HISTORY-FILE
                   AT END SET SLR-EOF TO TRUE
               END-READ
               PERFORM Load-One-Trend-Week UNTIL SLR-EOF
               CLOSE HISTORY-FILE
           END-IF.

       Init-One-Trend-Month.
           MOVE SLR-PERIOD-NUM TO SLR-MONTH-ID(SLR-MONTH-IDX)
           PERFORM Init-One-Trend-Type
               VARYING SLR-TYPE-NO FROM 1 BY 1
               UNTIL SLR-TYPE-NO > 3
           IF SLR-PERIOD-MONTH = 1 THEN
               SUBTRACT 1 FROM SLR-PERIOD-YEAR
               MOVE 12 TO SLR-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM SLR-PERIOD-MONTH
           END-IF.

       Init-One-Trend-Type.
           MOVE 0 TO SLR-MONTH-COUNT(SLR-MONTH-IDX, SLR-TYPE-NO)
               SLR-MONTH-DAYS(SLR-MONTH-IDX, SLR-TYPE-NO)
               SLR-MONTH-LATE(SLR-MONTH-IDX, SLR-TYPE-NO).

       Load-One-Trend-Week.
           IF SLH-WEEK-END NUMERIC AND SLH-WEEK-END <= SLR-WEEK-END
              THEN
               COMPUTE SLR-PERIOD-NUM = SLH-WEEK-END / 100
               COMPUTE SLR-RECORD-MONTHS =
                   SLR-PERIOD-YEAR * 12 + SLR-PERIOD-MONTH
               IF SLR-WEEK-MONTHS - SLR-RECORD-MONTHS < 12 THEN
                   COMPUTE SLR-MONTH-IDX = 12
                       - (SLR-WEEK-MONTHS - SLR-RECORD-MONTHS)
                   EVALUATE SLH-TYPE
                       WHEN "EXC" MOVE 1 TO SLR-TYPE-NO
                       WHEN "HLD" MOVE 2 TO SLR-TYPE-NO
                       WHEN "ALT" MOVE 3 TO SLR-TYPE-NO
                       WHEN OTHER MOVE 0 TO SLR-TYPE-NO
                   END-EVALUATE
                   IF SLR-TYPE-NO > 0 THEN
                       PERFORM Add-One-Trend-Week
                   END-IF
               END-IF
           END-IF
           READ HISTORY-FILE
               AT END SET SLR-EOF TO TRUE
           END-READ.

       Add-One-Trend-Week.
           ADD SLH-COUNT
               TO SLR-MONTH-COUNT(SLR-MONTH-IDX, SLR-TYPE-NO)
           ADD SLH-TOTAL-DAYS
               TO SLR-MONTH-DAYS(SLR-MONTH-IDX, SLR-TYPE-NO)
           ADD SLH-BREACHES
               TO SLR-MONTH-LATE(SLR-MONTH-IDX, SLR-TYPE-NO).

       Print-Month-Trend.
           MOVE "TENDANCE MENSUELLE (semaine comptee au mois de sa fin)"
               TO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line
           MOVE SPACES TO SLR-REPORT-LINE
           STRING "MOIS   ----- EXCEPTIONS ----- "
               "--- MVTS PLAFONNES --- ------- ALERTES -------"
               DELIMITED BY SIZE INTO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line
           MOVE SPACES TO SLR-REPORT-LINE
           STRING "          nombre  moyen  %HO    nombre  moyen  %HO"
               "    nombre  moyen  %HO"
               DELIMITED BY SIZE INTO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line
           PERFORM Print-One-Trend-Month
               VARYING SLR-MONTH-IDX FROM 1 BY 1
               UNTIL SLR-MONTH-IDX > 12
           MOVE "%HO : part des elements traites hors objectif."
               TO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line.

       Print-One-Trend-Month.
           PERFORM Edit-One-Trend-Part
               VARYING SLR-TYPE-NO FROM 1 BY 1
               UNTIL SLR-TYPE-NO > 3
           MOVE SPACES TO SLR-REPORT-LINE
           STRING SLR-MONTH-ID(SLR-MONTH-IDX) " " SLR-TREND-PART(1)
               " " SLR-TREND-PART(2) " " SLR-TREND-PART(3)
               DELIMITED BY SIZE INTO SLR-REPORT-LINE
           PERFORM Write-Sla-Report-Line.

       Edit-One-Trend-Part.
           IF SLR-MONTH-COUNT(SLR-MONTH-IDX, SLR-TYPE-NO) > 0 THEN
               COMPUTE SLR-AVERAGE ROUNDED =
                   SLR-MONTH-DAYS(SLR-MONTH-IDX, SLR-TYPE-NO)
                   / SLR-MONTH-COUNT(SLR-MONTH-IDX, SLR-TYPE-NO)
               COMPUTE SLR-PERCENT ROUNDED =
                   SLR-MONTH-LATE(SLR-MONTH-IDX, SLR-TYPE-NO) * 100
                   / SLR-MONTH-COUNT(SLR-MONTH-IDX, SLR-TYPE-NO)
           ELSE
               MOVE 0 TO SLR-AVERAGE
               MOVE 0 TO SLR-PERCENT
           END-IF
           MOVE SLR-MONTH-COUNT(SLR-MONTH-IDX, SLR-TYPE-NO)
               TO SLR-EDIT-COUNT
           MOVE SLR-AVERAGE TO SLR-EDIT-AVERAGE
           MOVE SLR-PERCENT TO SLR-EDIT-PERCENT
           MOVE SPACES TO SLR-TREND-PART(SLR-TYPE-NO)
           STRING "  " SLR-EDIT-COUNT "  " SLR-EDIT-AVERAGE "  "
               SLR-EDIT-PERCENT
               DELIMITED BY SIZE INTO SLR-TREND-PART(SLR-TYPE-NO).

       Write-Sla-Report-Line.
           DISPLAY SLR-REPORT-LINE
           WRITE SLR-REPORT-LINE.

       END PROGRAM SlaRpt.
