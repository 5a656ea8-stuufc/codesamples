      ******************************************************************
      * FUNDREC.cpy
      * Payroll funding file for treasury (FUNDING.TXT), rebuilt by
      * CASHREQ after the trial and again after the live run. An
      * "H" header carries the pay date and whether the figures are
      * a trial projection or the live run's; one "D" line per
      * outflow gives the settlement date, what the cash is for,
      * its reference (tax jurisdiction, deduction code, or the
      * clearing lag in days), the amount, and the running total of
      * cash leaving the account through that line; the "T"
      * trailer carries the line count and the grand total.
      ******************************************************************
       01  FUNDING-RECORD.
           05  FND-RECORD-TYPE     PIC X.
               88  FND-HEADER           VALUE "H".
               88  FND-DETAIL           VALUE "D".
               88  FND-TRAILER          VALUE "T".
           05  FND-SETTLE-DATE     PIC X(8).
      * NETPAY-ACH, REMIT-ACH, CHECKS, REMIT-CHK, TAX-DEP; the
      * header carries TRIAL or LIVE here
           05  FND-CATEGORY        PIC X(10).
           05  FND-REFERENCE       PIC X(8).
           05  FND-AMOUNT          PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  FND-RUNNING-TOTAL   PIC S9(11)V99 SIGN LEADING SEPARATE.
