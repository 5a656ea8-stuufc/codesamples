      ******************************************************************
      * JRNLCTL.cpy
      * Journal control log (JRNLCTL.TXT), one line per header-led
      * GL batch this shop produces, appended as each batch is
      * written: the payroll's batches on GLJRNL.TXT (the run's own,
      * and the month-end accrual and its reversal), the ACH return
      * reversals on RTRNJRNL.TXT, the escheat entry on
      * ESCHJRNL.TXT and the month-end leave liability accrual and
      * its reversal on LEAVJRNL.TXT. The batch id is the building
      * run's timestamp and a sequence within the run; it rides on
      * the batch header and every line after it, and the ledger's
      * posting results come back against it. GLACKMAT stamps each
      * batch POSTED, PARTIAL or REJECTED from those results and
      * rewrites the log.
      ******************************************************************
       01  JOURNAL-CONTROL-RECORD.
           05  JCT-BATCH-ID        PIC X(16).
           05  JCT-FILE-NAME       PIC X(12).
      * NORMAL, CORRECT, ADJUST, BONUS (the payroll run's mode),
      * ACCRUAL, ACCR-REV, RETURNS, ESCHEAT, LVACCRUE, LVACC-RV
           05  JCT-BATCH-TYPE      PIC X(8).
           05  JCT-PERIOD          PIC 9(4).
           05  JCT-JOURNAL-DATE    PIC X(8).
           05  JCT-DEBIT-TOTAL     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  JCT-CREDIT-TOTAL    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  JCT-LINE-COUNT      PIC 9(5).
           05  JCT-BUILT-DATE      PIC 9(8).
           05  JCT-STATUS          PIC X(8).
               88  JCT-STATUS-BUILT     VALUE "BUILT".
               88  JCT-STATUS-POSTED    VALUE "POSTED".
               88  JCT-STATUS-PARTIAL   VALUE "PARTIAL".
               88  JCT-STATUS-REJECTED  VALUE "REJECTED".
           05  JCT-POSTED-LINES    PIC 9(5).
           05  JCT-REJECTED-LINES  PIC 9(5).
           05  JCT-ACK-DATE        PIC 9(8).
