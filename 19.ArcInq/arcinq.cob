           COPY AUDMIDX.

       FD  ARCHIVE-FILE.
       01  AIQ-ARCHIVE-RECORD     PIC X(141).

       FD  AUDIT-FILE.
           COPY CALCAUDT.
           END-IF.

      *    Une generation archivee avant la refonte porte encore la
      *    maquette de 97 octets : relue dans la maquette actuelle,
      *    sa cle et sa date ressortent illisibles.  Ces
      *    enregistrements sont ecartes - surtout de la restauration,
      *    qui injecterait des cles fausses dans CALCAUDT - en
      *    attendant la conversion.
       Process-One-Archive-Record.
           IF AUD-SEQ NOT NUMERIC OR AUD-DATE NOT NUMERIC THEN
               ADD 1 TO AIQ-BADREC-COUNT
