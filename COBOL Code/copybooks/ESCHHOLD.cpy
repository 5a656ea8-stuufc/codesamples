      ******************************************************************
      * ESCHHOLD.cpy
      * Unclaimed-property holder report (ESCHHOLD.TXT), grouped by
      * the state of the owner's last known address: an "H" record
      * opens each state, one "D" record per escheated payroll
      * check follows, and a "T" record closes the state with the
      * property count in the check-number field and the dollar
      * total. Property type PR01 is wages, payroll, or salary.
      ******************************************************************
       01  HOLDER-REPORT-RECORD.
           05  HLD-RECORD-TYPE     PIC X.
               88  HLD-STATE-HEADER     VALUE "H".
               88  HLD-PROPERTY         VALUE "D".
               88  HLD-STATE-TRAILER    VALUE "T".
           05  HLD-STATE           PIC X(2).
           05  HLD-PROPERTY-TYPE   PIC X(4).
           05  HLD-CHECK-NUMBER    PIC 9(8).
           05  HLD-ISSUE-DATE      PIC X(8).
           05  HLD-AMOUNT          PIC 9(9)V99.
           05  HLD-OWNER-SSN       PIC X(9).
           05  HLD-OWNER-LAST      PIC X(20).
           05  HLD-OWNER-FIRST     PIC X(15).
           05  HLD-ADDRESS-1       PIC X(30).
           05  HLD-ADDRESS-2       PIC X(30).
           05  HLD-CITY            PIC X(20).
           05  HLD-ZIP             PIC X(9).
