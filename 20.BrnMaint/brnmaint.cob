           05 BHI-TIME            PIC 9(8).
           05 BHI-USER            PIC X(20).
           05 BHI-ACTION          PIC X(10).
           05 BHI-BEFORE-IMAGE    PIC X(48).
           05 BHI-AFTER-IMAGE     PIC X(48).

       WORKING-STORAGE SECTION.
       01 BMT-MASTER-STATUS   PIC XX.
           88 BMT-CHOICE-QUIT     VALUE 'Q' 'q'.
       01 BMT-ANSWER          PIC X.
       01 BMT-CODE            PIC X(3).
       01 BMT-BEFORE-IMAGE    PIC X(48).
       01 BMT-CUTOFF-INPUT    PIC X(4).
       01 BMT-CUTOFF-NUM REDEFINES BMT-CUTOFF-INPUT.
           05 BMT-CUTOFF-HH       PIC 99.
           05 BMT-CUTOFF-MM       PIC 99.
       01 BMT-CUTOFF-SW       PIC X     VALUE 'N'.
           88 BMT-CUTOFF-OK       VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Control.
               ACCEPT BRN-NAME
               DISPLAY "Region : "
               ACCEPT BRN-REGION
               MOVE 0 TO BRN-CUTOFF-TIME
               PERFORM Get-Cutoff-Time
               MOVE 'A' TO BRN-STATUS
               WRITE BRANCH-RECORD
                   INVALID KEY
               DISPLAY "Region actuelle : " BRN-REGION
               DISPLAY "Nouvelle region : "
               ACCEPT BRN-REGION
               IF BRN-CUTOFF-TIME NOT NUMERIC THEN
                   MOVE 0 TO BRN-CUTOFF-TIME
               END-IF
               DISPLAY "Heure limite actuelle : " BRN-CUTOFF-TIME
               PERFORM Get-Cutoff-Time
               IF BRN-INACTIVE THEN
                   DISPLAY "Agence inactive, la reactiver ? (O/N) : "
                   ACCEPT BMT-ANSWER
           DISPLAY "Code agence (3 caracteres) : "
           ACCEPT BMT-CODE.

      *    Heure limite de remise du lot du soir, HHMM.  Une saisie
      *    vide garde l'heure en place ; 0000 supprime la limite.
       Get-Cutoff-Time.
           MOVE 'N' TO BMT-CUTOFF-SW
           PERFORM Accept-Cutoff-Time UNTIL BMT-CUTOFF-OK.

       Accept-Cutoff-Time.
           DISPLAY "Heure limite de remise (HHMM, 0000 = aucune) : "
           MOVE SPACES TO BMT-CUTOFF-INPUT
           ACCEPT BMT-CUTOFF-INPUT
           EVALUATE TRUE
               WHEN BMT-CUTOFF-INPUT = SPACES
                   SET BMT-CUTOFF-OK TO TRUE
               WHEN BMT-CUTOFF-INPUT NOT NUMERIC
                   DISPLAY "Heure invalide."
               WHEN BMT-CUTOFF-HH > 23 OR BMT-CUTOFF-MM > 59
                   DISPLAY "Heure invalide."
               WHEN OTHER
                   MOVE BMT-CUTOFF-NUM TO BRN-CUTOFF-TIME
                   SET BMT-CUTOFF-OK TO TRUE
           END-EVALUATE.

       Write-History-Record.
           ACCEPT BHI-DATE FROM DATE YYYYMMDD
           ACCEPT BHI-TIME FROM TIME
