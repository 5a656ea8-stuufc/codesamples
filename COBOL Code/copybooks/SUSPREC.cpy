      * for the same period.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUS-EMP-RECORD      PIC X(212).
           05  SUS-HOURS           PIC 9(3).
           05  SUS-PERIOD          PIC 9(4).
           05  SUS-REASON          PIC X(40).
