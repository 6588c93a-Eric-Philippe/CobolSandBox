       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-COUNT          PIC 9(7).
           05 FILLER              PIC X(41).

       FD  HISTORY-FILE.
           COPY CALCHIST.
           COPY EMPMAST.

       FD  ACTION-LOG-FILE.
           COPY RUNCTLOG.

       WORKING-STORAGE SECTION.
       01 RCT-LOCK-STATUS     PIC XX.
           ACCEPT RCL-DATE FROM DATE YYYYMMDD
           ACCEPT RCL-TIME FROM TIME
           MOVE RCT-USER TO RCL-USER
           MOVE 0 TO RCL-GEN-DATE
           WRITE ACTION-LOG-RECORD
           CLOSE ACTION-LOG-FILE.

