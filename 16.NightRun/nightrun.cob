       01 NRN-TODAY           PIC 9(8).
       01 NRN-CHAIN-DATE      PIC 9(8).
       01 NRN-FIRST-STEP      PIC 9(2)  VALUE 1.
       01 NRN-LAST-STEP       PIC 9(2)  VALUE 16.
       01 NRN-STEP            PIC 9(2)  VALUE 0.
       01 NRN-STEP-RC         PIC 9(4)  VALUE 0.
       01 NRN-STEP-NAME       PIC X(12).

       Run-One-Step.
           EVALUATE NRN-STEP
               WHEN 1 MOVE "MSTSAVE" TO NRN-STEP-NAME
               WHEN 2 MOVE "HOLCHK" TO NRN-STEP-NAME
               WHEN 3 MOVE "STOGEN" TO NRN-STEP-NAME
               WHEN 4 MOVE "CALCULATOR" TO NRN-STEP-NAME
               WHEN 5 MOVE "RECON" TO NRN-STEP-NAME
               WHEN 6 MOVE "EXTRACT" TO NRN-STEP-NAME
               WHEN 7 MOVE "INTCHK" TO NRN-STEP-NAME
               WHEN 8 MOVE "GLPOST" TO NRN-STEP-NAME
               WHEN 9 MOVE "GLLEDGER" TO NRN-STEP-NAME
               WHEN 10 MOVE "ARCHIVE" TO NRN-STEP-NAME
               WHEN 11 MOVE "SEALCHK" TO NRN-STEP-NAME
               WHEN 12 MOVE "SUSMON" TO NRN-STEP-NAME
               WHEN 13 MOVE "ACKMATCH" TO NRN-STEP-NAME
               WHEN 14 MOVE "ALERTESC" TO NRN-STEP-NAME
               WHEN 15 MOVE "STKREORD" TO NRN-STEP-NAME
               WHEN 16 MOVE "MORNRPT" TO NRN-STEP-NAME
           END-EVALUATE
           DISPLAY "--- Etape " NRN-STEP " : " NRN-STEP-NAME
           MOVE 0 TO RETURN-CODE
           EVALUATE NRN-STEP
               WHEN 1 CALL 'MstSave'
               WHEN 2 CALL 'HolChk'
               WHEN 3 CALL 'StoGen'
               WHEN 4 CALL 'Calculator' USING SIGNON-AREA
               WHEN 5 CALL 'ReconProgram'
               WHEN 6 CALL 'AudExtr'
               WHEN 7 CALL 'IntChk'
               WHEN 8 CALL 'GlPost'
               WHEN 9 CALL 'GlLedger'
               WHEN 10 CALL 'AudArch'
               WHEN 11 CALL 'SealChk'
               WHEN 12 CALL 'SusMon'
               WHEN 13 CALL 'AckMatch'
               WHEN 14 CALL 'AlertEsc'
               WHEN 15 CALL 'StkReord'
               WHEN 16 CALL 'MornRpt'
           END-EVALUATE
           MOVE RETURN-CODE TO NRN-STEP-RC
           MOVE 0 TO RETURN-CODE
