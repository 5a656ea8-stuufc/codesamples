      ******************************************************************
      * RPTINDX.cpy
      * Report repository index (RPTINDX.TXT), one line per report
      * copy RPTFILE has filed, in filing-number order. The filing
      * number ties the entry to its lines on the repository file
      * RPTREPO.TXT (RPTREPO.cpy); the report name, business date,
      * pay period and company are what RPTRETR retrieves by. The
      * line count and the hash of the lines let the next filing
      * run tell a report that was produced again from one that
      * was merely left lying on disk, and let retrieval prove the
      * copy it hands back is whole.
      ******************************************************************
       01  REPORT-INDEX-RECORD.
           05  RIX-FILING-NUMBER   PIC 9(7).
           05  FILLER              PIC X.
           05  RIX-REPORT-NAME     PIC X(8).
           05  FILLER              PIC X.
           05  RIX-BUSINESS-DATE   PIC X(8).
           05  FILLER              PIC X.
           05  RIX-PAY-PERIOD      PIC 9(4).
           05  FILLER              PIC X.
           05  RIX-COMPANY         PIC X(2).
           05  FILLER              PIC X.
           05  RIX-SOURCE-FILE     PIC X(12).
           05  FILLER              PIC X.
           05  RIX-FILED-AT        PIC X(14).
           05  FILLER              PIC X.
           05  RIX-PAGE-COUNT      PIC 9(5).
           05  FILLER              PIC X.
           05  RIX-LINE-COUNT      PIC 9(7).
           05  FILLER              PIC X.
           05  RIX-LINE-HASH       PIC 9(12).
