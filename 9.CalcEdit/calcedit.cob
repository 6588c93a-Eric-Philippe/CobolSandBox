       01 EDT-ERROR-CURR      PIC 9(5)  VALUE 0.
       01 EDT-ERROR-BRANCH    PIC 9(5)  VALUE 0.
       01 EDT-ERROR-DATE      PIC 9(5)  VALUE 0.
       01 EDT-ERROR-REVKEY    PIC 9(5)  VALUE 0.
       01 EDT-EDIT-COUNT      PIC Z,ZZZ,ZZ9.
       01 EDT-EDIT-RECNUM     PIC 9(7).
       01 EDT-FIELD-MESSAGE   PIC X(35).
                   ELSE
                       SET EDT-BADNUM-SEEN TO TRUE
                   END-IF
               WHEN CT-REVERSAL-REC
                   ADD 1 TO EDT-DETAIL-COUNT
                   IF CT-REV-SEQ NUMERIC THEN
                       ADD CT-REV-SEQ TO EDT-HASH-TOTAL
                   ELSE
                       SET EDT-BADNUM-SEEN TO TRUE
                   END-IF
               WHEN CT-TRAILER-REC
                   SET EDT-TRAILER-SEEN TO TRUE
                   MOVE CT-TRL-COUNT TO EDT-TRL-COUNT-SAVE
                   WRITE CLEAN-RECORD FROM CALC-TRANS-RECORD
               WHEN CT-DETAIL-REC
                   PERFORM Edit-One-Detail
               WHEN CT-REVERSAL-REC
                   PERFORM Edit-One-Reversal
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               WRITE CLEAN-RECORD FROM CALC-TRANS-RECORD
           END-IF.

      *    Une extourne ne porte que la cle de l'ecriture a annuler :
      *    son existence n'est verifiee qu'au calcul, contre CALCAUDT.
      *    Sans agence, elle vise une saisie interne et echappe au
      *    controle BRNMAST.
       Edit-One-Reversal.
           MOVE 'N' TO EDT-RECORD-ERROR-SWITCH
           IF CT-REV-RUN-ID = SPACES OR CT-REV-SEQ NOT NUMERIC THEN
               ADD 1 TO EDT-ERROR-REVKEY
               MOVE "CLE EXTOURNE : invalide"
                   TO EDT-FIELD-MESSAGE
               PERFORM Report-Field-Error
           END-IF
           IF EDT-BRANCH-COUNT > 0 AND CT-BRANCH NOT = SPACES THEN
               PERFORM Check-Branch-Code
               IF NOT EDT-BRANCH-FOUND THEN
                   ADD 1 TO EDT-ERROR-BRANCH
                   MOVE "AGENCE    : inconnue ou inactive"
                       TO EDT-FIELD-MESSAGE
                   PERFORM Report-Field-Error
               END-IF
           END-IF
           IF EDT-RECORD-IN-ERROR THEN
               ADD 1 TO EDT-REJECT-COUNT
               WRITE REJECT-RECORD FROM CALC-TRANS-RECORD
           ELSE
               ADD 1 TO EDT-CLEAN-COUNT
               ADD 1 TO EDT-FILE-CLEAN-COUNT
               ADD CT-REV-SEQ TO EDT-FILE-CLEAN-HASH
               WRITE CLEAN-RECORD FROM CALC-TRANS-RECORD
           END-IF.

       Check-Currency-Code.
           MOVE 'N' TO EDT-RATE-FOUND-SWITCH
           PERFORM Find-Rate-Entry
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "Erreurs date effet       : " EDT-EDIT-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           PERFORM Write-Edit-Report-Line
           MOVE EDT-ERROR-REVKEY TO EDT-EDIT-COUNT
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "Erreurs cle extourne     : " EDT-EDIT-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           PERFORM Write-Edit-Report-Line.

       Write-Edit-Report-Line.
