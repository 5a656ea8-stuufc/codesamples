      ******************************************************************
      * LOANREC.cpy
      * Employee pay-advance / loan ledger, one line per loan on
      * LOANLEDG.TXT, kept in EMP-ID order. HR keys a granted loan
      * with status "N", the original amount, the per-period
      * repayment, and the number of the manual check cut for it;
      * the off-cycle adjustment run books the disbursement (status
      * "A", balance = original), each regular run recovers the
      * installment and writes the reduced balance back, and a
      * termination final pay recovers whatever is left as far as
      * net allows. A balance recovered to zero closes the loan
      * with status "P". LOANRPT ties the month-end outstanding
      * total to the employee-receivable GL account.
      ******************************************************************
       01  LOAN-LEDGER-RECORD.
           05  LN-EMP-ID           PIC X(6).
           05  LN-LOAN-NUMBER      PIC X(4).
           05  LN-TYPE             PIC X.
               88  LN-TYPE-ADVANCE      VALUE "A".
               88  LN-TYPE-LOAN         VALUE "L".
           05  LN-GRANT-DATE       PIC X(8).
           05  LN-ORIGINAL-AMOUNT  PIC 9(5)V99.
           05  LN-INSTALLMENT      PIC 9(5)V99.
           05  LN-BALANCE          PIC 9(5)V99.
           05  LN-STATUS           PIC X.
               88  LN-STATUS-NEW        VALUE "N".
               88  LN-STATUS-ACTIVE     VALUE "A".
               88  LN-STATUS-PAID       VALUE "P".
           05  LN-CHECK-NUMBER     PIC X(8).
           05  LN-DISBURSE-DATE    PIC X(8).
           05  LN-LAST-RECOVERY    PIC X(8).
