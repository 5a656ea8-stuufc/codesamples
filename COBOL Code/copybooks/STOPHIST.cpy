      ******************************************************************
      * STOPHIST.cpy
      * Stop-and-reissue history (STOPHIST.TXT), one line per check
      * stopped, appended by STOPCHK and never rewritten. It ties
      * the stopped original to the replacement cut for it, so
      * CHKRECON reports the original as STOPPED instead of
      * outstanding (even after the register that issued it has
      * rolled off) and flags it if the bank pays it anyway, and
      * STOPCHK refuses to stop the same check twice.
      ******************************************************************
       01  STOP-HISTORY-RECORD.
           05  SPH-ORIG-CHECK      PIC 9(8).
           05  SPH-EMP-ID          PIC X(6).
           05  SPH-EMP-NAME        PIC X(15).
           05  SPH-AMOUNT          PIC 9(7)V99.
           05  SPH-ORIG-ISSUE-DATE PIC X(8).
           05  SPH-REPL-CHECK      PIC 9(8).
           05  SPH-STOP-DATE       PIC X(8).
           05  SPH-REASON          PIC X(20).
           05  SPH-OPERATOR-ID     PIC X(20).
