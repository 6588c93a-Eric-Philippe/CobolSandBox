               ALTERNATE RECORD KEY IS AUD-DATE WITH DUPLICATES
               FILE STATUS IS ACT-AUDIT-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXC-ID
               ALTERNATE RECORD KEY IS EXC-STATUS WITH DUPLICATES
               ALTERNATE RECORD KEY IS EXC-BRANCH WITH DUPLICATES
               FILE STATUS IS ACT-EXCEPT-STATUS.
           SELECT ACT-REPORT-FILE ASSIGN DYNAMIC ACT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
