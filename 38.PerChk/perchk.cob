       IDENTIFICATION DIVISION.
       PROGRAM-ID. PerChk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCK-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
           COPY PERCTL.

       WORKING-STORAGE SECTION.
           COPY DATERTN.
       01 PCK-PERIOD-STATUS   PIC XX.
       01 PCK-EOF-SWITCH      PIC X     VALUE 'N'.
           88 PCK-EOF             VALUE 'Y'.
       01 PCK-LOADED-SWITCH   PIC X     VALUE 'N'.
           88 PCK-LOADED          VALUE 'Y'.
       01 PCK-CLOSED-COUNT    PIC 9(3)  VALUE 0.
       01 PCK-CLOSED-TABLE.
           05 PCK-CLOSED-ENTRY OCCURS 240 TIMES
                   INDEXED BY PCK-CLOSED-IDX.
               10 PCK-CLOSED-PERIOD PIC 9(6).
       01 PCK-FOUND-SWITCH    PIC X     VALUE 'N'.
           88 PCK-PERIOD-CLOSED   VALUE 'Y'.
       01 PCK-WORK-PERIOD     PIC 9(6).
       01 PCK-PERIOD-PARTS REDEFINES PCK-WORK-PERIOD.
           05 PCK-YEAR            PIC 9(4).
           05 PCK-MONTH           PIC 9(2).
       01 PCK-FIRST-DATE      PIC 9(8).
       01 PCK-DATE-INTEGER    PIC 9(8)  COMP.
       01 PCK-LOOP-COUNT      PIC 9(3)  VALUE 0.

       LINKAGE SECTION.
           COPY PERCHK.

       PROCEDURE DIVISION USING PERIOD-CHECK-AREA.
       Main-Control.
           IF NOT PCK-LOADED THEN
               PERFORM Load-Closed-Periods
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(PC-DATE) NOT = 0 THEN
               MOVE '1' TO PC-STATUS
               MOVE 0 TO PC-ROLL-DATE
           ELSE
               COMPUTE PCK-WORK-PERIOD = PC-DATE / 100
               PERFORM Search-Closed-Table
               IF PCK-PERIOD-CLOSED THEN
                   MOVE 'C' TO PC-STATUS
                   PERFORM Find-Next-Open-Period
                   PERFORM Compute-Roll-Date
               ELSE
                   MOVE 'O' TO PC-STATUS
                   MOVE PC-DATE TO PC-ROLL-DATE
               END-IF
           END-IF
           GOBACK.

      *    Sans PERCTL, aucun mois n'est clos.
       Load-Closed-Periods.
           SET PCK-LOADED TO TRUE
           OPEN INPUT PERIOD-FILE
           IF PCK-PERIOD-STATUS = "00" THEN
               READ PERIOD-FILE
                   AT END SET PCK-EOF TO TRUE
               END-READ
               PERFORM Load-One-Period UNTIL PCK-EOF
               CLOSE PERIOD-FILE
           END-IF.

       Load-One-Period.
           IF PER-CLOSED AND PER-PERIOD NUMERIC THEN
               IF PCK-CLOSED-COUNT < 240 THEN
                   ADD 1 TO PCK-CLOSED-COUNT
                   SET PCK-CLOSED-IDX TO PCK-CLOSED-COUNT
                   MOVE PER-PERIOD TO PCK-CLOSED-PERIOD(PCK-CLOSED-IDX)
               ELSE
                   DISPLAY "Table PERCTL pleine, periode "
                       PER-PERIOD " ignoree."
               END-IF
           END-IF
           READ PERIOD-FILE
               AT END SET PCK-EOF TO TRUE
           END-READ.

       Search-Closed-Table.
           MOVE 'N' TO PCK-FOUND-SWITCH
           IF PCK-CLOSED-COUNT > 0 THEN
               PERFORM Match-One-Period
                   VARYING PCK-CLOSED-IDX FROM 1 BY 1
                   UNTIL PCK-CLOSED-IDX > PCK-CLOSED-COUNT
                      OR PCK-PERIOD-CLOSED
           END-IF.

       Match-One-Period.
           IF PCK-CLOSED-PERIOD(PCK-CLOSED-IDX) = PCK-WORK-PERIOD THEN
               SET PCK-PERIOD-CLOSED TO TRUE
           END-IF.

      *    Plusieurs mois peuvent etre clos d'affilee : on avance
      *    jusqu'au premier mois ouvert.
       Find-Next-Open-Period.
           MOVE 0 TO PCK-LOOP-COUNT
           PERFORM Step-To-Next-Period
               UNTIL NOT PCK-PERIOD-CLOSED
                  OR PCK-LOOP-COUNT > 240.

       Step-To-Next-Period.
           ADD 1 TO PCK-LOOP-COUNT
           IF PCK-MONTH = 12 THEN
               ADD 1 TO PCK-YEAR
               MOVE 1 TO PCK-MONTH
           ELSE
               ADD 1 TO PCK-MONTH
           END-IF
           PERFORM Search-Closed-Table.

      *    Premier jour ouvre du mois ouvert : DateRtn avance d'un
      *    jour ouvre depuis la veille du premier du mois.
       Compute-Roll-Date.
           COMPUTE PCK-FIRST-DATE = PCK-WORK-PERIOD * 100 + 1
           COMPUTE PCK-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(PCK-FIRST-DATE) - 1
           COMPUTE DR-BASE-DATE =
               FUNCTION DATE-OF-INTEGER(PCK-DATE-INTEGER)
           MOVE 1 TO DR-DAY-COUNT
           CALL 'DateRtn' USING DATE-RTN-AREA
           IF DR-OK THEN
               MOVE DR-RESULT-DATE TO PC-ROLL-DATE
           ELSE
               MOVE PCK-FIRST-DATE TO PC-ROLL-DATE
           END-IF.

       END PROGRAM PerChk.
