      ******************************************************************
      * STOPREQ.cpy
      * Stop-payment request (STOPREQ.TXT), one line per lost or
      * stolen paycheck the employee reported: the check number,
      * why it is being stopped, and the operator who took the
      * call. STOPCHK holds each line to the operator's STOPPAY
      * authority before anything goes to the bank.
      ******************************************************************
       01  STOP-REQUEST-RECORD.
           05  SRQ-CHECK-NUMBER    PIC 9(8).
           05  SRQ-REASON          PIC X(20).
           05  SRQ-OPERATOR-ID     PIC X(20).
