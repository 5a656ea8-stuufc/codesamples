      ******************************************************************
      * BKUPTRL.cpy
      * Control trailer FILEBKUP writes at the end of every EMPBKUP
      * and YTDBKUP: record count, additive key hash, and the moment
      * the unload was taken. Change history stamped after that
      * moment is what a forward recovery replays. Trailers written
      * before the timestamp was carried have spaces there.
      ******************************************************************
       01  BACKUP-TRAILER-LINE.
           05  BTL-TAG         PIC X(8).
               88  BTL-IS-TRAILER      VALUE "*TRAILER".
           05  BTL-COUNT       PIC 9(7).
           05  BTL-HASH        PIC 9(12).
           05  BTL-TIMESTAMP   PIC X(15).
