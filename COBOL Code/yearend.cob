       01  ANNUAL-SUMMARY-REC  PIC X(120).

       FD  YTD-ARCHIVE-FILE.
       01  YTD-ARCHIVE-REC     PIC X(160).

       FD  SYSTEM-AUDIT-FILE.
           COPY SYSAUDIT.
       77  WS-TOT-NET          PIC 9(9)V99 VALUE ZERO.
       77  WS-TOT-TAXABLE      PIC 9(9)V99 VALUE ZERO.
       77  WS-TOT-LOCAL        PIC 9(8)V99 VALUE ZERO.
       77  WS-TOT-SS           PIC 9(8)V99 VALUE ZERO.
       77  WS-TOT-MEDICARE     PIC 9(8)V99 VALUE ZERO.

       01  SUMMARY-HEADING-LINE.
           05  SUM-HDG-TITLE   PIC X(30).
           05  FILLER  PIC X(13) VALUE "STATE TAX".
           05  FILLER  PIC X(14) VALUE "NET".
           05  FILLER  PIC X(13) VALUE "TAXABLE".
           05  FILLER  PIC X(5)  VALUE "LOCAL".
           05  FILLER  PIC X(11) VALUE "SOC SEC".
           05  FILLER  PIC X(8)  VALUE "MEDICARE".

       01  SUMMARY-DETAIL-LINE.
           05  SUM-DTL-EMP-ID  PIC X(6).
           05  SUM-DTL-TAXABLE PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SUM-DTL-LOCAL   PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SUM-DTL-SS      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SUM-DTL-MEDICARE PIC ZZZ,ZZ9.99.

       01  SUMMARY-TOTAL-LINE.
           05  FILLER          PIC X(16) VALUE "COMPANY TOTALS: ".
           05  FILLER          PIC X(7)  VALUE "  EMPS ".
           05  SUM-TOT-COUNT   PIC ZZZZ9.

      * employee Social Security and Medicare get a line of their
      * own under the company totals, so readers that pick the
      * company totals apart by position see the layout unchanged
       01  SUMMARY-FICA-LINE.
           05  FILLER          PIC X(16) VALUE "FICA TOTALS:    ".
           05  FILLER          PIC X(9)  VALUE "SOC SEC ".
           05  SUM-FICA-SS     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(11) VALUE "  MEDICARE ".
           05  SUM-FICA-MEDICARE PIC ZZ,ZZZ,ZZ9.99.

       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUDCHREQ.
       COPY ENQREQ.


           ADD QTD-NET-PAY   TO WS-TOT-NET
           ADD QTD-TAXABLE-WAGES TO WS-TOT-TAXABLE
           ADD QTD-LOCAL-TAX TO WS-TOT-LOCAL
           ADD QTD-SS-TAX    TO WS-TOT-SS
           ADD QTD-MEDICARE-TAX TO WS-TOT-MEDICARE

           MOVE YTD-EMP-ID    TO SUM-DTL-EMP-ID
           MOVE QTD-GROSS-PAY TO SUM-DTL-GROSS
           MOVE QTD-NET-PAY   TO SUM-DTL-NET
           MOVE QTD-TAXABLE-WAGES TO SUM-DTL-TAXABLE
           MOVE QTD-LOCAL-TAX TO SUM-DTL-LOCAL
           MOVE QTD-SS-TAX    TO SUM-DTL-SS
           MOVE QTD-MEDICARE-TAX TO SUM-DTL-MEDICARE
           MOVE SUMMARY-DETAIL-LINE TO QUARTER-SUMMARY-REC
           WRITE QUARTER-SUMMARY-REC

                        QTD-NET-PAY
                        QTD-TAXABLE-WAGES
                        QTD-LOCAL-TAX
                        QTD-SS-TAX
                        QTD-MEDICARE-TAX
           REWRITE YTD-MASTER-RECORD.


           MOVE WS-TOT-LOCAL TO SUM-TOT-LOCAL
           MOVE WS-EMPLOYEE-COUNT TO SUM-TOT-COUNT
           MOVE SUMMARY-TOTAL-LINE TO QUARTER-SUMMARY-REC
           WRITE QUARTER-SUMMARY-REC
           MOVE WS-TOT-SS       TO SUM-FICA-SS
           MOVE WS-TOT-MEDICARE TO SUM-FICA-MEDICARE
           MOVE SUMMARY-FICA-LINE TO QUARTER-SUMMARY-REC
           WRITE QUARTER-SUMMARY-REC.


           MOVE WS-EMPLOYEE-COUNT TO SUM-TOT-COUNT
           MOVE SUMMARY-TOTAL-LINE TO ANNUAL-SUMMARY-REC
           WRITE ANNUAL-SUMMARY-REC
           MOVE WS-TOT-SS       TO SUM-FICA-SS
           MOVE WS-TOT-MEDICARE TO SUM-FICA-MEDICARE
           MOVE SUMMARY-FICA-LINE TO ANNUAL-SUMMARY-REC
           WRITE ANNUAL-SUMMARY-REC

           CLOSE ANNUAL-SUMMARY-FILE
           IF YEC-PREVIEW-RUN
           ADD YTD-NET-PAY   TO WS-TOT-NET
           ADD YTD-TAXABLE-WAGES TO WS-TOT-TAXABLE
           ADD YTD-LOCAL-TAX TO WS-TOT-LOCAL
           ADD YTD-SS-TAX    TO WS-TOT-SS
           ADD YTD-MEDICARE-TAX TO WS-TOT-MEDICARE

           MOVE YTD-EMP-ID    TO SUM-DTL-EMP-ID
           MOVE YTD-GROSS-PAY TO SUM-DTL-GROSS
           MOVE YTD-NET-PAY   TO SUM-DTL-NET
           MOVE YTD-TAXABLE-WAGES TO SUM-DTL-TAXABLE
           MOVE YTD-LOCAL-TAX TO SUM-DTL-LOCAL
           MOVE YTD-SS-TAX    TO SUM-DTL-SS
           MOVE YTD-MEDICARE-TAX TO SUM-DTL-MEDICARE
           MOVE SUMMARY-DETAIL-LINE TO ANNUAL-SUMMARY-REC
           WRITE ANNUAL-SUMMARY-REC

                        YTD-LOCAL-TAX
                        QTD-LOCAL-TAX
                        YTD-SUTA-WAGES
                        YTD-SS-TAX
                        QTD-SS-TAX
                        YTD-MEDICARE-TAX
                        QTD-MEDICARE-TAX
           REWRITE YTD-MASTER-RECORD.


           END-STRING
           MOVE SPACES TO SYSAUD-KEY-RESULT
           MOVE WS-EMPLOYEE-COUNT TO SYSAUD-KEY-RESULT(1:5)
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD.

       END PROGRAM YEAREND.
