      ******************************************************************
      * COMPANY.cpy
      * Employer identity per operating company (COMPANY.TXT), one
      * line per EMP-COMPANY-CODE: the federal EIN, legal name, and
      * mailing address the agency filings -- new-hire reporting,
      * the SSA wage submission -- must carry for the employer.
      ******************************************************************
       01  COMPANY-RECORD.
           05  CMP-CODE            PIC X(2).
           05  FILLER              PIC X.
           05  CMP-FEIN            PIC X(9).
           05  FILLER              PIC X.
           05  CMP-NAME            PIC X(40).
           05  CMP-ADDRESS         PIC X(40).
           05  CMP-CITY            PIC X(25).
           05  CMP-STATE           PIC X(2).
           05  CMP-ZIP             PIC X(9).
