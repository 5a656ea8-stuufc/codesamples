      ******************************************************************
      * PERSREC.cpy
      * Employee personal-data master record (EMPPERS), keyed by
      * EMP-ID. Holds what EMPREC has no room for and should not
      * carry anyway: the SSN, legal name, home mailing address,
      * and birth date that wage statements, new-hire reporting,
      * and the retirement census are legally bound to report.
      * Maintained only through EMPMAINT "P" transactions by an
      * operator holding the PERSDATA action; every printed output
      * shows the SSN masked through MASKACCT.
      ******************************************************************
       01  PERSONAL-DATA-RECORD.
           05  PER-EMP-ID          PIC X(6).
           05  PER-SSN             PIC X(9).
           05  PER-BIRTH-DATE      PIC X(8).
           05  PER-LEGAL-NAME.
               10  PER-FIRST-NAME  PIC X(15).
               10  PER-MIDDLE-NAME PIC X(15).
               10  PER-LAST-NAME   PIC X(20).
               10  PER-NAME-SUFFIX PIC X(4).
           05  PER-HOME-ADDRESS.
               10  PER-ADDRESS-1   PIC X(30).
               10  PER-ADDRESS-2   PIC X(30).
               10  PER-CITY        PIC X(20).
               10  PER-STATE       PIC X(2).
               10  PER-ZIP         PIC X(9).
           05  PER-LAST-CHANGED    PIC X(8).
