      ******************************************************************
      * REPLCHK.cpy
      * Replacement-check queue (REPLCHK.TXT). ACHRTRN queues a line
      * for every live net-pay deposit the bank returned; the next
      * regular PAYROL00 run cuts a paper check for each queued
      * line off the normal check stock and number sequence, marks
      * the line issued with its check number, and moves it to the
      * replacement history (REPLCHKH.TXT, same layout) as the
      * record of the replacement.
      ******************************************************************
       01  REPLACEMENT-CHECK-RECORD.
           05  RPQ-EMP-ID          PIC X(6).
           05  RPQ-EMP-NAME        PIC X(15).
           05  RPQ-AMOUNT          PIC 9(7)V99.
           05  RPQ-ORIG-PERIOD     PIC 9(4).
           05  RPQ-RETURN-CODE     PIC X(3).
           05  RPQ-QUEUED-DATE     PIC X(8).
           05  RPQ-STATUS          PIC X.
               88  RPQ-QUEUED           VALUE "Q".
               88  RPQ-ISSUED           VALUE "I".
           05  RPQ-CHECK-NUMBER    PIC 9(8).
           05  RPQ-ISSUE-DATE      PIC X(8).
