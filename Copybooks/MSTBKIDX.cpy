      *================================================================
      *  MSTBKIDX - Master-file backup index record layout (MSTBKIDX).
      *  One record per master file and per backup generation still
      *  on disk, rewritten by the nightly backup step alongside the
      *  readable MSTMAN manifest; the restore utility lists the
      *  generations from it.
      *  MBX-GEN-DATE is the run date (AAMMJJ) carried in the
      *  <master>.Baammjj file name of the generation.
      *  MBX-COUNT is the number of records copied, which a restore
      *  of the generation must find again.
      *================================================================
       01  BACKUP-INDEX-RECORD.
           05 MBX-GEN-DATE        PIC 9(6).
           05 MBX-FILE            PIC X(8).
           05 MBX-COUNT           PIC 9(7).
           05 MBX-SAVE-DATE       PIC 9(8).
           05 MBX-SAVE-TIME       PIC 9(8).
