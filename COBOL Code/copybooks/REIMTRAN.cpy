      ******************************************************************
      * REIMTRAN.cpy
      * Expense reimbursement transaction, one line per approved claim
      * (mileage, tool allowance, travel) to be repaid through the
      * payroll run, sorted by EMP-ID like the timecard and commission
      * files. PAYROL00 adds the amount to net pay only -- gross,
      * taxable wages, and withholding never see it -- and charges it
      * to the expense type's GL account from EXPTYPES.TXT. A claim
      * with no approver, an unknown type, or an amount over the
      * type's limit goes to REIMSUSP.TXT unpaid instead.
      ******************************************************************
       01  REIMBURSEMENT-RECORD.
           05  RMB-EMP-ID          PIC X(6).
           05  RMB-EXP-TYPE        PIC X(3).
           05  RMB-AMOUNT          PIC 9(5)V99.
           05  RMB-APPROVER        PIC X(20).
