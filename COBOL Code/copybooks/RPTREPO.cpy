      ******************************************************************
      * RPTREPO.cpy
      * One line of a filed report on the repository file
      * RPTREPO.TXT: the filing number its index entry (RPTINDX.cpy)
      * carries, the line's place in the report, and the report
      * line itself as it was printed.
      ******************************************************************
       01  REPORT-REPOSITORY-RECORD.
           05  RPO-FILING-NUMBER   PIC 9(7).
           05  FILLER              PIC X.
           05  RPO-LINE-NUMBER     PIC 9(7).
           05  FILLER              PIC X.
           05  RPO-LINE-TEXT       PIC X(132).
