      ******************************************************************
      * GLPOSTRS.cpy
      * Posting-result file (GLPOSTRS.TXT) returned by the general
      * ledger for the journal batches it has taken in: one line per
      * journal line, by batch id and line number within the batch
      * (the header not counted), posted or rejected with the
      * ledger's reason. Line number zero speaks for the batch as a
      * whole -- a batch refused outright comes back as one line.
      ******************************************************************
       01  GL-POSTING-RESULT-RECORD.
           05  GPR-BATCH-ID        PIC X(16).
           05  GPR-LINE-NUMBER     PIC 9(5).
           05  GPR-RESULT          PIC X.
               88  GPR-POSTED           VALUE "P".
               88  GPR-REJECTED         VALUE "R".
           05  GPR-REASON          PIC X(30).
