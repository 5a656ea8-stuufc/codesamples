      * value, new value, the operator, and the batch id -- so
      * "who changed the rate from 18 to 28, and when" is a CHGINQ
      * inquiry instead of a dig through backup tapes.
      * An add writes an EMPLOYEE ADD record and then one record per
      * field it filled; a delete writes EMPLOYEE DEL, and an EMPRET
      * retention purge EMPLOYEE RET. With those the file is a
      * complete log of the master since any backup, and FILEBKUP
      * replays it forward after a reload.
      ******************************************************************
       01  EMP-CHANGE-RECORD.
           05  CHG-KEY.
           05  CHG-NEW-VALUE       PIC X(20).
           05  CHG-OPERATOR        PIC X(20).
           05  CHG-BATCH-ID        PIC X(8).
      * what the printed value leaves out, kept for the replay only
      * and never listed: the full new bank account (the new value
      * above is masked) and positions 21-30 of a new reason
           05  CHG-RESTORE-VALUE   PIC X(20).
