      ******************************************************************
      * STOPPAY.cpy
      * Stop-payment file for the bank (STOPPAY.TXT): an "H" header
      * carrying the file id (in the payee field) for the
      * transmission log, one "S" record per check to be stopped,
      * and a "T" control trailer with the stop count in the
      * check-number field and the dollar total -- the same
      * conventions as the positive-pay issue file.
      ******************************************************************
       01  STOP-PAYMENT-RECORD.
           05  STP-RECORD-TYPE     PIC X.
               88  STP-HEADER           VALUE "H".
               88  STP-STOP             VALUE "S".
               88  STP-TRAILER          VALUE "T".
           05  STP-CHECK-NUMBER    PIC 9(8).
           05  STP-ISSUE-DATE      PIC X(8).
           05  STP-PAYEE-NAME      PIC X(15).
           05  STP-AMOUNT          PIC 9(7)V99.
           05  STP-STOP-DATE       PIC X(8).
           05  STP-REASON          PIC X(20).
