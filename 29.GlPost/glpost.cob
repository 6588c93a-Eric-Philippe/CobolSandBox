           COPY OPSALERT.

       WORKING-STORAGE SECTION.
           COPY PERCHK.
       01 GLP-AUDIT-STATUS    PIC XX.
       01 GLP-MAP-STATUS      PIC XX.
       01 GLP-ALERT-STATUS    PIC XX.
               10 GLP-MAP-OPER    PIC X.
               10 GLP-MAP-DEBIT   PIC 9(8).
               10 GLP-MAP-CREDIT  PIC 9(8).
      *    Les frais se passent sur la combinaison agence/'F'.
       01 GLP-MATCH-OPER      PIC X.
       01 GLP-DEBIT-SAVE      PIC 9(8).
       01 GLP-CREDIT-SAVE     PIC 9(8).
       01 GLP-SWAP-SAVE       PIC 9(8).
       01 GLP-AMOUNT-SAVE     PIC S9(7)V99.
       01 GLP-REVERSAL-COUNT  PIC 9(7)  VALUE 0.
       01 GLP-FEE-COUNT       PIC 9(7)  VALUE 0.
       01 GLP-READ-COUNT      PIC 9(7)  VALUE 0.
       01 GLP-DETAIL-COUNT    PIC 9(7)  VALUE 0.
       01 GLP-UNMAPPED-COUNT  PIC 9(5)  VALUE 0.
           DISPLAY " INTERFACE COMPTABLE - GLPOST"
           DISPLAY "========================================"
           PERFORM Get-Posting-Date
           MOVE GLP-POST-DATE TO PC-DATE
           CALL 'PerChk' USING PERIOD-CHECK-AREA
           IF PC-CLOSED THEN
               DISPLAY "Periode du " GLP-POST-DATE " close, "
                   "deversement refuse."
               PERFORM Write-Closed-Period-Alert
               PERFORM Open-Posting-File
               PERFORM Write-Posting-Trailer
               CLOSE POSTING-FILE
               DISPLAY "Fichier produit (vide) : " GLP-POSTING-FILENAME
               GOBACK
           END-IF
           PERFORM Load-Map-Table
           PERFORM Open-Posting-File
           OPEN INPUT AUDIT-FILE
           DISPLAY "Ecritures emises         : " GLP-EDIT-COUNT
           MOVE GLP-UNMAPPED-COUNT TO GLP-EDIT-COUNT
           DISPLAY "Passees au compte attente: " GLP-EDIT-COUNT
           MOVE GLP-REVERSAL-COUNT TO GLP-EDIT-COUNT
           DISPLAY "Extournes (sens inverse) : " GLP-EDIT-COUNT
           MOVE GLP-FEE-COUNT TO GLP-EDIT-COUNT
           DISPLAY "Paires frais emises      : " GLP-EDIT-COUNT
           DISPLAY "Fichier produit : " GLP-POSTING-FILENAME
           GOBACK.


      *    Chaque transaction auditee produit une paire equilibree
      *    debit/credit en devise convertie, sur les comptes de la
      *    combinaison agence/operateur.  Un frais donne une seconde
      *    paire, distincte, sur les comptes de produits de frais.
       Post-One-Audit-Record.
           IF AUD-DATE > GLP-POST-DATE THEN
               SET GLP-EOF TO TRUE
           ELSE
               ADD 1 TO GLP-READ-COUNT
               IF AUD-REV-REVERSAL THEN
                   ADD 1 TO GLP-REVERSAL-COUNT
               END-IF
               MOVE AUD-OPERATOR TO GLP-MATCH-OPER
               PERFORM Find-Account-Mapping
               MOVE AUD-CONVERTED-RESULT TO GLP-AMOUNT-SAVE
               PERFORM Set-Posting-Direction
               PERFORM Write-One-Posting-Pair
               IF AUD-FEE NOT = 0 THEN
                   PERFORM Post-Fee-Pair
               END-IF
               READ AUDIT-FILE NEXT RECORD
                   AT END SET GLP-EOF TO TRUE
               END-READ
               ADD 1 TO GLP-UNMAPPED-COUNT
           END-IF.

      *    Une extourne porte un montant oppose a celui de l'original :
      *    elle est passee pour le montant d'origine, sens inverse -
      *    le compte debite a l'origine est credite, et inversement.
       Set-Posting-Direction.
           IF AUD-REV-REVERSAL THEN
               MOVE GLP-DEBIT-SAVE TO GLP-SWAP-SAVE
               MOVE GLP-CREDIT-SAVE TO GLP-DEBIT-SAVE
               MOVE GLP-SWAP-SAVE TO GLP-CREDIT-SAVE
               COMPUTE GLP-AMOUNT-SAVE = 0 - GLP-AMOUNT-SAVE
           END-IF.

       Post-Fee-Pair.
           MOVE 'F' TO GLP-MATCH-OPER
           PERFORM Find-Account-Mapping
           MOVE AUD-FEE TO GLP-AMOUNT-SAVE
           PERFORM Set-Posting-Direction
           PERFORM Write-One-Posting-Pair
           ADD 1 TO GLP-FEE-COUNT.

       Match-One-Map-Entry.
           IF GLP-MAP-IDX <= GLP-MAP-USED
              AND GLP-MAP-BRANCH(GLP-MAP-IDX) = AUD-BRANCH
              AND GLP-MAP-OPER(GLP-MAP-IDX) = GLP-MATCH-OPER
               SET GLP-MAP-FOUND TO TRUE
           ELSE
               SET GLP-MAP-IDX UP BY 1
           MOVE 'D' TO GLP-RECORD-TYPE
           MOVE GLP-DEBIT-SAVE TO GLP-ACCOUNT
           MOVE 'D' TO GLP-DC-FLAG
           MOVE GLP-AMOUNT-SAVE TO GLP-AMOUNT
           MOVE AUD-CURRENCY TO GLP-CURRENCY
           MOVE AUD-BRANCH TO GLP-BRANCH
           MOVE AUD-RUN-ID TO GLP-RUN-ID
           WRITE GL-POSTING-RECORD
           ADD 1 TO GLP-DETAIL-COUNT
           ADD GLP-AMOUNT-SAVE TO GLP-HASH-TOTAL
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE 'D' TO GLP-RECORD-TYPE
           MOVE GLP-CREDIT-SAVE TO GLP-ACCOUNT
           MOVE 'C' TO GLP-DC-FLAG
           MOVE GLP-AMOUNT-SAVE TO GLP-AMOUNT
           MOVE AUD-CURRENCY TO GLP-CURRENCY
           MOVE AUD-BRANCH TO GLP-BRANCH
           MOVE AUD-RUN-ID TO GLP-RUN-ID
           WRITE GL-POSTING-RECORD
           ADD 1 TO GLP-DETAIL-COUNT
           ADD GLP-AMOUNT-SAVE TO GLP-HASH-TOTAL.

       Write-Posting-Trailer.
           MOVE SPACES TO GL-POSTING-RECORD
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

      *    Un mois clos est fige : aucun flux ne doit plus le
      *    mouvementer, le grand livre l'a deja arrete.
       Write-Closed-Period-Alert.
           OPEN EXTEND ALERT-FILE
           IF GLP-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF
           ACCEPT ALT-DATE FROM DATE YYYYMMDD
           ACCEPT ALT-TIME FROM TIME
           MOVE "GLPOST" TO ALT-SOURCE
           MOVE 'E' TO ALT-SEVERITY
           MOVE SPACES TO ALT-MESSAGE
           STRING "Deversement refuse, periode close : "
               GLP-POST-DATE
               DELIMITED BY SIZE INTO ALT-MESSAGE
           MOVE 'N' TO ALT-ACK-FLAG
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       END PROGRAM GlPost.
