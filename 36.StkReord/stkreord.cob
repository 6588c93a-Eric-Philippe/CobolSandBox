       IDENTIFICATION DIVISION.
       PROGRAM-ID. StkReord.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "STKLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRO-STOCK-STATUS.
           SELECT ITEM-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRO-ITEM-STATUS.
           SELECT SRO-REPORT-FILE ASSIGN DYNAMIC SRO-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
           COPY STKLEDG.

       FD  ITEM-FILE.
           COPY ITEMMAST.

       FD  SRO-REPORT-FILE.
       01  SRO-REPORT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
       01 SRO-STOCK-STATUS    PIC XX.
       01 SRO-ITEM-STATUS     PIC XX.
       01 SRO-EOF-SWITCH      PIC X     VALUE 'N'.
           88 SRO-EOF             VALUE 'Y'.
       01 SRO-ITEM-USED       PIC 9(3)  VALUE 0.
       01 SRO-ITEM-FOUND-SW   PIC X     VALUE 'N'.
           88 SRO-ITEM-FOUND      VALUE 'Y'.
       01 SRO-ITEM-TABLE.
           05 SRO-ITEM-ENTRY OCCURS 500 TIMES
                   INDEXED BY SRO-ITEM-IDX.
               10 SRO-ITM-CODE    PIC X(10).
               10 SRO-ITM-DESC    PIC X(30).
       01 SRO-ITEM-DESC       PIC X(30).
       01 SRO-READ-COUNT      PIC 9(5)  VALUE 0.
       01 SRO-BELOW-COUNT     PIC 9(5)  VALUE 0.
       01 SRO-EDIT-COUNT      PIC ZZ,ZZ9.
       01 SRO-EDIT-QTY        PIC -Z,ZZZ,ZZ9.
       01 SRO-EDIT-POINT      PIC Z,ZZZ,ZZ9.
       01 SRO-EDIT-REORDER    PIC Z,ZZZ,ZZ9.
       01 SRO-REPORT-DATE     PIC 9(6).
       01 SRO-REPORT-FILENAME PIC X(20).

       PROCEDURE DIVISION.
       Main-Control.
           DISPLAY "========================================"
           DISPLAY " ARTICLES A REAPPROVISIONNER (STKLEDG)"
           DISPLAY "========================================"
           MOVE 0 TO SRO-READ-COUNT
           MOVE 0 TO SRO-BELOW-COUNT
           PERFORM Load-Item-Table
           PERFORM Open-Sro-Report
           MOVE 'N' TO SRO-EOF-SWITCH
           OPEN INPUT STOCK-FILE
           IF SRO-STOCK-STATUS = "35" THEN
               MOVE "Grand livre de stock STKLEDG absent."
                   TO SRO-REPORT-LINE
               PERFORM Write-Sro-Report-Line
           ELSE
               READ STOCK-FILE
                   AT END SET SRO-EOF TO TRUE
               END-READ
               PERFORM Check-One-Stock UNTIL SRO-EOF
               CLOSE STOCK-FILE
               PERFORM Print-Reorder-Totals
           END-IF
           CLOSE SRO-REPORT-FILE
           DISPLAY "Etat produit : " SRO-REPORT-FILENAME
           GOBACK.

       Load-Item-Table.
           MOVE 0 TO SRO-ITEM-USED
           MOVE 'N' TO SRO-EOF-SWITCH
           OPEN INPUT ITEM-FILE
           IF SRO-ITEM-STATUS = "00" THEN
               READ ITEM-FILE
                   AT END SET SRO-EOF TO TRUE
               END-READ
               PERFORM Load-One-Item-Entry UNTIL SRO-EOF
               CLOSE ITEM-FILE
           END-IF.

       Load-One-Item-Entry.
           IF SRO-ITEM-USED < 500 THEN
               ADD 1 TO SRO-ITEM-USED
               SET SRO-ITEM-IDX TO SRO-ITEM-USED
               MOVE ITM-CODE TO SRO-ITM-CODE(SRO-ITEM-IDX)
               MOVE ITM-DESC TO SRO-ITM-DESC(SRO-ITEM-IDX)
           ELSE
               DISPLAY "Table des articles pleine, article " ITM-CODE
                   " sans libelle."
           END-IF
           READ ITEM-FILE
               AT END SET SRO-EOF TO TRUE
           END-READ.

       Open-Sro-Report.
           ACCEPT SRO-REPORT-DATE FROM DATE
           MOVE SPACES TO SRO-REPORT-FILENAME
           STRING "REORDER.D" SRO-REPORT-DATE
               DELIMITED BY SIZE INTO SRO-REPORT-FILENAME
           OPEN OUTPUT SRO-REPORT-FILE
           MOVE SPACES TO SRO-REPORT-LINE
           STRING "ARTICLES SOUS LE SEUIL DE REAPPROVISIONNEMENT - "
               "STKREORD"
               DELIMITED BY SIZE INTO SRO-REPORT-LINE
           PERFORM Write-Sro-Report-Line
           MOVE ALL "-" TO SRO-REPORT-LINE
           PERFORM Write-Sro-Report-Line
           MOVE SPACES TO SRO-REPORT-LINE
           STRING "ARTICLE    LIBELLE                          "
               "EN STOCK     SEUIL  A COMMANDER"
               DELIMITED BY SIZE INTO SRO-REPORT-LINE
           PERFORM Write-Sro-Report-Line.

      *    Un seuil a zero signifie que l'article n'est pas suivi.
       Check-One-Stock.
           ADD 1 TO SRO-READ-COUNT
           IF STK-REORDER-POINT > 0
              AND STK-ON-HAND < STK-REORDER-POINT THEN
               ADD 1 TO SRO-BELOW-COUNT
               PERFORM Print-One-Reorder-Line
           END-IF
           READ STOCK-FILE
               AT END SET SRO-EOF TO TRUE
           END-READ.

       Print-One-Reorder-Line.
           MOVE SPACES TO SRO-ITEM-DESC
           MOVE 'N' TO SRO-ITEM-FOUND-SW
           SET SRO-ITEM-IDX TO 1
           PERFORM Match-One-Item
               UNTIL SRO-ITEM-FOUND
                  OR SRO-ITEM-IDX > SRO-ITEM-USED
           MOVE STK-ON-HAND TO SRO-EDIT-QTY
           MOVE STK-REORDER-POINT TO SRO-EDIT-POINT
           MOVE STK-REORDER-QTY TO SRO-EDIT-REORDER
           MOVE SPACES TO SRO-REPORT-LINE
           STRING STK-ITEM-CODE " " SRO-ITEM-DESC " " SRO-EDIT-QTY
               " " SRO-EDIT-POINT "    " SRO-EDIT-REORDER
               DELIMITED BY SIZE INTO SRO-REPORT-LINE
           PERFORM Write-Sro-Report-Line.

       Match-One-Item.
           IF SRO-ITM-CODE(SRO-ITEM-IDX) = STK-ITEM-CODE THEN
               SET SRO-ITEM-FOUND TO TRUE
               MOVE SRO-ITM-DESC(SRO-ITEM-IDX) TO SRO-ITEM-DESC
           ELSE
               SET SRO-ITEM-IDX UP BY 1
           END-IF.

       Print-Reorder-Totals.
           MOVE ALL "-" TO SRO-REPORT-LINE
           PERFORM Write-Sro-Report-Line
           IF SRO-BELOW-COUNT = 0 THEN
               MOVE "Aucun article sous son seuil." TO SRO-REPORT-LINE
               PERFORM Write-Sro-Report-Line
           END-IF
           MOVE SRO-READ-COUNT TO SRO-EDIT-COUNT
           MOVE SPACES TO SRO-REPORT-LINE
           STRING "Articles en stock     : " SRO-EDIT-COUNT
               DELIMITED BY SIZE INTO SRO-REPORT-LINE
           PERFORM Write-Sro-Report-Line
           MOVE SRO-BELOW-COUNT TO SRO-EDIT-COUNT
           MOVE SPACES TO SRO-REPORT-LINE
           STRING "A reapprovisionner    : " SRO-EDIT-COUNT
               DELIMITED BY SIZE INTO SRO-REPORT-LINE
           PERFORM Write-Sro-Report-Line.

       Write-Sro-Report-Line.
           DISPLAY SRO-REPORT-LINE
           WRITE SRO-REPORT-LINE.

       END PROGRAM StkReord.
