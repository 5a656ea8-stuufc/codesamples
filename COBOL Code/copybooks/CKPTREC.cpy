      * (forloop's nested loops, whileloop's countdown) so a long-running
      * loop can resume from where it left off instead of restarting
      * from its first index.
      * The transaction-driven jobs (EMPMAINT, hr-json-intake) keep
      * the input record number of the last committed transaction in
      * CKPT-LAST-INDEX and carry their running batch control totals
      * in CKPT-BATCH-CONTROLS, so a restarted run resumes after that
      * record and its final totals tie across both segments. The
      * loop programs leave the controls unused.
      ******************************************************************
       01  CKPT-RECORD.
           05  CKPT-RUN-ID             PIC X(8).
           05  CKPT-TIMESTAMP          PIC X(15).
           05  CKPT-PAGE-NUM           PIC 9(3).
           05  CKPT-LINE-COUNT         PIC 99.
           05  CKPT-BATCH-CONTROLS.
      *        batch id the checkpoint was taken on; a different
      *        batch on the input means the checkpoint is stale
               10  CKPT-BATCH-ID       PIC X(8).
               10  CKPT-TRAN-COUNT     PIC 9(7).
               10  CKPT-ACCEPTED-COUNT PIC 9(7).
               10  CKPT-REJECTED-COUNT PIC 9(7).
      *        transactions and EMP-ID hash counted toward the
      *        batch trailer
               10  CKPT-CONTROL-COUNT  PIC 9(7).
               10  CKPT-CONTROL-HASH   PIC 9(12).
      *        records the job has written to its result file(s)
               10  CKPT-OUTPUT-COUNT   PIC 9(7).
               10  CKPT-ERROR-COUNT    PIC 9(7).
