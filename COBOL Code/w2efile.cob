      ******************************************************************
      * SSA electronic wage submission (EFW2) build. The filing the
      * Social Security Administration takes is no longer keyed by
      * hand off the W2SUMM.TXT totals: this job writes W2REPORT.TXT
      * in the EFW2 layout -- the RA submitter record, then one
      * employer section per operating company (RE employer, an RW
      * wage record per employee, RT employer totals), closed by
      * the RF final record. Every record is 512 bytes.
      *
      * Sources: YTDMAST for the year's wages and withholding, the
      * personal-data master for each employee's SSN, legal name,
      * and address, DEDYTD.TXT for the box 12 and box 10 amounts
      * (deduction codes mapped to box codes by W2BOX12.TXT),
      * COMPANY.TXT for the employer identity, EFW2CTL.TXT for the
      * submitter and contact, W2SUMM.TXT for the tax year, and the
      * Social Security wage base off TAXRATES.TXT.
      *
      * Control: each employer section's totals must tie to that
      * company's WAGESTMT control-page line on W2CTL.TXT -- the
      * statements it printed, already proven against W2SUMM -- and
      * every employee must have personal data on file. Any miss
      * empties the submission file and ends the job RETURN-CODE 8,
      * so a file that does not match the statements never goes to
      * SSA. EFW2.RPT shows every tie with the SSNs masked.
      *
      * Run after WAGESTMT has run for every company, before the
      * real year-end close zeroes the YTD buckets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2EFILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MASTER-FILE ASSIGN TO "YTDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "EMPPERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.

           SELECT SUBMITTER-CONTROL-FILE ASSIGN TO "EFW2CTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFC-FILE-STATUS.

           SELECT BOX12-MAP-FILE ASSIGN TO "W2BOX12.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-B12-FILE-STATUS.

           SELECT DEDUCTION-YTD-FILE ASSIGN TO "DEDYTD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DYT-FILE-STATUS.

           SELECT ANNUAL-SUMMARY-FILE ASSIGN TO "W2SUMM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2-FILE-STATUS.

           SELECT W2-CONTROL-FILE ASSIGN TO "W2CTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2C-FILE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXR-FILE-STATUS.

           SELECT SUBMISSION-FILE ASSIGN TO "W2REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-FILE-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO "EFW2.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-MASTER-FILE.
           COPY YTDREC.

       FD  PERSONAL-DATA-FILE.
           COPY PERSREC.

       FD  COMPANY-FILE.
           COPY COMPANY.

      * the submitter: the EIN and SSA user id filing, and the
      * person SSA calls with questions
       FD  SUBMITTER-CONTROL-FILE.
       01  SUBMITTER-CONTROL-RECORD.
           05  EFC-SUBMITTER-EIN   PIC X(9).
           05  FILLER              PIC X.
           05  EFC-USER-ID         PIC X(8).
           05  FILLER              PIC X.
           05  EFC-CONTACT-NAME    PIC X(27).
           05  EFC-CONTACT-PHONE   PIC X(15).
           05  EFC-CONTACT-EMAIL   PIC X(40).

      * deduction code to W-2 box code: D, E, G, H, W, DD, AA, BB
      * go to box 12; DC is dependent care, box 10
       FD  BOX12-MAP-FILE.
       01  BOX12-MAP-RECORD.
           05  B12-DED-CODE        PIC X(3).
           05  FILLER              PIC X.
           05  B12-BOX-CODE        PIC X(2).

       FD  DEDUCTION-YTD-FILE.
       01  DEDUCTION-YTD-RECORD.
           05  DYT-EMP-ID      PIC X(6).
           05  DYT-DED-CODE    PIC X(3).
           05  DYT-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD  ANNUAL-SUMMARY-FILE.
       01  ANNUAL-SUMMARY-REC  PIC X(120).

       FD  W2-CONTROL-FILE.
           COPY W2CTL.

       FD  TAX-RATE-FILE.
       01  TAX-FICA-RECORD.
           05  TXF-TYPE        PIC X.
           05  TXF-KEY         PIC X(2).
           05  TXF-EFF-DATE    PIC X(8).
           05  TXF-WAGE-BASE   PIC 9(7).
           05  TXF-RATE        PIC V9(4).
           05  TXF-ADDL-RATE   PIC V9(4).

      * EFW2 records, 512 bytes each
       FD  SUBMISSION-FILE.
       01  EFW2-SUBMITTER-RECORD.
           05  RA-RECORD-ID        PIC X(2).
           05  RA-SUBMITTER-EIN    PIC X(9).
           05  RA-USER-ID          PIC X(8).
           05  RA-VENDOR-CODE      PIC X(4).
           05  FILLER              PIC X(5).
           05  RA-RESUB-IND        PIC X.
           05  RA-RESUB-WFID       PIC X(6).
           05  RA-SOFTWARE-CODE    PIC X(2).
           05  RA-COMPANY-NAME     PIC X(57).
           05  RA-LOCATION-ADDR    PIC X(22).
           05  RA-DELIVERY-ADDR    PIC X(22).
           05  RA-CITY             PIC X(22).
           05  RA-STATE            PIC X(2).
           05  RA-ZIP              PIC X(5).
           05  RA-ZIP-EXT          PIC X(4).
           05  FILLER              PIC X(45).
           05  RA-SUBMITTER-NAME   PIC X(57).
           05  RA-SUB-LOCATION     PIC X(22).
           05  RA-SUB-DELIVERY     PIC X(22).
           05  RA-SUB-CITY         PIC X(22).
           05  RA-SUB-STATE        PIC X(2).
           05  RA-SUB-ZIP          PIC X(5).
           05  RA-SUB-ZIP-EXT      PIC X(4).
           05  FILLER              PIC X(45).
           05  RA-CONTACT-NAME     PIC X(27).
           05  RA-CONTACT-PHONE    PIC X(15).
           05  RA-CONTACT-EXT      PIC X(5).
           05  FILLER              PIC X(3).
           05  RA-CONTACT-EMAIL    PIC X(40).
           05  FILLER              PIC X(3).
           05  RA-CONTACT-FAX      PIC X(10).
           05  FILLER              PIC X.
           05  RA-PREPARER-CODE    PIC X.
           05  FILLER              PIC X(12).
       01  EFW2-EMPLOYER-RECORD.
           05  RE-RECORD-ID        PIC X(2).
           05  RE-TAX-YEAR         PIC X(4).
           05  RE-AGENT-IND        PIC X.
           05  RE-EIN              PIC X(9).
           05  RE-AGENT-EIN        PIC X(9).
           05  RE-TERMINATING      PIC X.
           05  RE-ESTABLISHMENT    PIC X(4).
           05  RE-OTHER-EIN        PIC X(9).
           05  RE-EMPLOYER-NAME    PIC X(57).
           05  RE-LOCATION-ADDR    PIC X(22).
           05  RE-DELIVERY-ADDR    PIC X(22).
           05  RE-CITY             PIC X(22).
           05  RE-STATE            PIC X(2).
           05  RE-ZIP              PIC X(5).
           05  RE-ZIP-EXT          PIC X(4).
           05  RE-KIND-OF-EMPLOYER PIC X.
           05  FILLER              PIC X(44).
           05  RE-EMPLOYMENT-CODE  PIC X.
           05  RE-TAX-JURISDICTION PIC X.
           05  RE-THIRD-PARTY-SICK PIC X.
           05  RE-CONTACT-NAME     PIC X(27).
           05  RE-CONTACT-PHONE    PIC X(15).
           05  RE-CONTACT-EXT      PIC X(5).
           05  RE-CONTACT-FAX      PIC X(10).
           05  RE-CONTACT-EMAIL    PIC X(40).
           05  FILLER              PIC X(194).
       01  EFW2-WAGE-RECORD.
           05  RW-RECORD-ID        PIC X(2).
           05  RW-SSN              PIC X(9).
           05  RW-FIRST-NAME       PIC X(15).
           05  RW-MIDDLE-NAME      PIC X(15).
           05  RW-LAST-NAME        PIC X(20).
           05  RW-SUFFIX           PIC X(4).
           05  RW-LOCATION-ADDR    PIC X(22).
           05  RW-DELIVERY-ADDR    PIC X(22).
           05  RW-CITY             PIC X(22).
           05  RW-STATE            PIC X(2).
           05  RW-ZIP              PIC X(5).
           05  RW-ZIP-EXT          PIC X(4).
           05  FILLER              PIC X(5).
           05  FILLER              PIC X(40).
      *    money in cents, right-justified and zero-filled
           05  RW-WAGES            PIC 9(11).
           05  RW-FED-TAX          PIC 9(11).
           05  RW-SS-WAGES         PIC 9(11).
           05  RW-SS-TAX           PIC 9(11).
           05  RW-MED-WAGES        PIC 9(11).
           05  RW-MED-TAX          PIC 9(11).
           05  RW-SS-TIPS          PIC 9(11).
           05  FILLER              PIC X(11).
           05  RW-DEP-CARE         PIC 9(11).
           05  RW-401K             PIC 9(11).
           05  RW-403B             PIC 9(11).
           05  RW-457B             PIC 9(11).
           05  RW-501C             PIC 9(11).
           05  FILLER              PIC X(11).
           05  RW-NQ-457           PIC 9(11).
           05  RW-HSA              PIC 9(11).
           05  RW-NQ-OTHER         PIC 9(11).
           05  RW-COMBAT-PAY       PIC 9(11).
           05  FILLER              PIC X(11).
           05  RW-HEALTH-COST      PIC 9(11).
           05  RW-LIFE-OVER-50K    PIC 9(11).
           05  RW-NSO-INCOME       PIC 9(11).
           05  RW-409A-DEFERRAL    PIC 9(11).
           05  RW-ROTH-401K        PIC 9(11).
           05  RW-ROTH-403B        PIC 9(11).
           05  RW-QSEHRA           PIC 9(11).
           05  RW-EMPLOYER-HSA     PIC 9(11).
           05  FILLER              PIC X.
           05  RW-STATUTORY-IND    PIC X.
           05  FILLER              PIC X.
           05  RW-RETIREMENT-IND   PIC X.
           05  RW-THIRD-PARTY-IND  PIC X.
           05  FILLER              PIC X(23).
       01  EFW2-TOTAL-RECORD.
           05  RT-RECORD-ID        PIC X(2).
           05  RT-RW-COUNT         PIC 9(7).
           05  RT-WAGES            PIC 9(15).
           05  RT-FED-TAX          PIC 9(15).
           05  RT-SS-WAGES         PIC 9(15).
           05  RT-SS-TAX           PIC 9(15).
           05  RT-MED-WAGES        PIC 9(15).
           05  RT-MED-TAX          PIC 9(15).
           05  RT-SS-TIPS          PIC 9(15).
           05  FILLER              PIC X(15).
           05  RT-DEP-CARE         PIC 9(15).
           05  RT-401K             PIC 9(15).
           05  RT-403B             PIC 9(15).
           05  RT-457B             PIC 9(15).
           05  RT-501C             PIC 9(15).
           05  FILLER              PIC X(15).
           05  RT-NQ-457           PIC 9(15).
           05  RT-HSA              PIC 9(15).
           05  RT-NQ-OTHER         PIC 9(15).
           05  RT-COMBAT-PAY       PIC 9(15).
           05  FILLER              PIC X(15).
           05  RT-HEALTH-COST      PIC 9(15).
           05  RT-LIFE-OVER-50K    PIC 9(15).
           05  RT-NSO-INCOME       PIC 9(15).
           05  RT-409A-DEFERRAL    PIC 9(15).
           05  RT-ROTH-401K        PIC 9(15).
           05  RT-ROTH-403B        PIC 9(15).
           05  RT-QSEHRA           PIC 9(15).
           05  RT-EMPLOYER-HSA     PIC 9(15).
           05  FILLER              PIC X(98).
       01  EFW2-FINAL-RECORD.
           05  RF-RECORD-ID        PIC X(2).
           05  FILLER              PIC X(5).
           05  RF-RW-COUNT         PIC 9(9).
           05  FILLER              PIC X(496).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-REC      PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-YTD-FILE-STATUS PIC XX.
           88  WS-YTD-FILE-OK        VALUE "00".
           88  WS-YTD-FILE-EOF       VALUE "10".

       77  WS-PER-FILE-STATUS PIC XX.
           88  WS-PER-FILE-OK        VALUE "00".

       77  WS-CMP-FILE-STATUS PIC XX.
           88  WS-CMP-FILE-OK        VALUE "00".
           88  WS-CMP-FILE-EOF       VALUE "10".

       77  WS-EFC-FILE-STATUS PIC XX.
           88  WS-EFC-FILE-OK        VALUE "00".

       77  WS-B12-FILE-STATUS PIC XX.
           88  WS-B12-FILE-OK        VALUE "00".
           88  WS-B12-FILE-EOF       VALUE "10".

       77  WS-DYT-FILE-STATUS PIC XX.
           88  WS-DYT-FILE-OK        VALUE "00".
           88  WS-DYT-FILE-EOF       VALUE "10".

       77  WS-W2-FILE-STATUS PIC XX.
           88  WS-W2-FILE-OK         VALUE "00".
           88  WS-W2-FILE-EOF        VALUE "10".

       77  WS-W2C-FILE-STATUS PIC XX.
           88  WS-W2C-FILE-OK        VALUE "00".
           88  WS-W2C-FILE-EOF       VALUE "10".

       77  WS-TXR-FILE-STATUS PIC XX.
           88  WS-TXR-FILE-OK        VALUE "00".
           88  WS-TXR-FILE-EOF       VALUE "10".

       77  WS-SUB-FILE-STATUS PIC XX.
           88  WS-SUB-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-TAX-YEAR        PIC X(4) VALUE SPACES.
       77  WS-YEAR-END-DATE   PIC X(8) VALUE SPACES.

      * Social Security wage base for the tax year, the payroll
      * run's default unless TAXRATES.TXT carries a dated "O" line
       77  WS-SS-WAGE-BASE    PIC 9(7) VALUE 184500.
       77  WS-SS-BASE-EFF     PIC X(8) VALUE SPACES.

       77  WS-STOP-FLAG       PIC X VALUE "N".
           88  WS-SUBMISSION-STOPPED VALUE "Y".

      * employer identity by company code
       77  WS-CMP-COUNT PIC 99 VALUE ZERO.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-CMP-IDX.
               10  WS-CMP-CODE         PIC X(2).
               10  WS-CMP-FEIN         PIC X(9).
               10  WS-CMP-NAME         PIC X(40).
               10  WS-CMP-ADDRESS      PIC X(40).
               10  WS-CMP-CITY         PIC X(25).
               10  WS-CMP-STATE        PIC X(2).
               10  WS-CMP-ZIP          PIC X(9).
       77  WS-RUN-COMPANY     PIC X(2) VALUE SPACES.

      * WAGESTMT control lines by company
       77  WS-W2C-COUNT PIC 99 VALUE ZERO.
       01  WS-W2C-TABLE.
           05  WS-W2C-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-W2C-IDX.
               10  WS-W2C-COMPANY      PIC X(2).
               10  WS-W2C-TAX-YEAR     PIC X(4).
               10  WS-W2C-COUNT-STMT   PIC 9(5).
               10  WS-W2C-TAXABLE      PIC 9(9)V99.
               10  WS-W2C-FED          PIC 9(9)V99.
               10  WS-W2C-SS           PIC 9(9)V99.
               10  WS-W2C-MEDICARE     PIC 9(9)V99.
               10  WS-W2C-VERDICT      PIC X(6).

      * deduction-code to box-code map and the year's per-code
      * deduction totals
       77  WS-B12-COUNT PIC 99 VALUE ZERO.
       01  WS-B12-TABLE.
           05  WS-B12-ENTRY OCCURS 30 TIMES
                               INDEXED BY WS-B12-IDX.
               10  WS-B12-DED-CODE     PIC X(3).
               10  WS-B12-BOX-CODE     PIC X(2).

       77  WS-DEDYTD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-DEDYTD-TABLE.
           05  WS-DEDYTD-ENTRY OCCURS 400 TIMES
                               INDEXED BY WS-DYT-IDX.
               10  WS-DYT-TBL-EMP  PIC X(6).
               10  WS-DYT-TBL-CODE PIC X(3).
               10  WS-DYT-TBL-AMT  PIC S9(7)V99.

       77  WS-SS-WAGES        PIC 9(9)V99 VALUE ZERO.
       77  WS-BOX-AMOUNT      PIC 9(9)V99 VALUE ZERO.

      * employer-section totals, in dollars for the tie and in
      * cents for the RT record
       77  WS-SEC-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-SEC-WAGES       PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-FED         PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-SS-WAGES    PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-SS          PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-MED-WAGES   PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-MED         PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-DEP-CARE    PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-401K        PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-403B        PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-457B        PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-501C        PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-HSA         PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-HEALTH      PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-ROTH-401K   PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-ROTH-403B   PIC 9(11)V99 VALUE ZERO.
       77  WS-SEC-MISSING     PIC 9(5) VALUE ZERO.

       77  WS-TOTAL-RW-COUNT  PIC 9(9) VALUE ZERO.
       77  WS-SECTION-COUNT   PIC 99 VALUE ZERO.

       01  EFW2-COMPANY-LINE.
           05  FILLER          PIC X(9)  VALUE "EMPLOYER ".
           05  ECL-COMPANY     PIC X(2).
           05  FILLER          PIC X(7)  VALUE "  EIN  ".
           05  ECL-FEIN        PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ECL-NAME        PIC X(40).

       01  EFW2-MISSING-LINE.
           05  FILLER          PIC X(12) VALUE "  EMPLOYEE ".
           05  EML-EMP-ID      PIC X(6).
           05  FILLER          PIC X(36)
               VALUE " HAS NO PERSONAL DATA -- NO SSN/NAME".

       01  EFW2-TIE-LINE.
           05  ETL-DESC        PIC X(26).
           05  ETL-EFW2-VALUE  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)  VALUE " VS: ".
           05  ETL-CTL-VALUE   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ETL-VERDICT     PIC X(14).

       77  WS-COMPARE-A       PIC 9(11)V99 VALUE ZERO.
       77  WS-COMPARE-B       PIC 9(11)V99 VALUE ZERO.

       COPY ERRSTAT.
       COPY SIGNONRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "W2EFILE " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE

           PERFORM LOAD-TAX-YEAR
           PERFORM LOAD-COMPANY-TABLE
           PERFORM LOAD-W2-CONTROL-LINES
           PERFORM LOAD-BOX12-MAP
           PERFORM LOAD-DEDUCTION-YTD
           PERFORM LOAD-SS-WAGE-BASE

           IF WS-TAX-YEAR = SPACES
               MOVE ZERO TO WS-ERR-CODE
               MOVE "No tax year on W2SUMM.TXT or W2CTL.TXT"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           IF WS-CMP-COUNT = ZERO
               MOVE ZERO TO WS-ERR-CODE
               MOVE "No employer records on COMPANY.TXT"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           OPEN INPUT SUBMITTER-CONTROL-FILE
           IF WS-EFC-FILE-OK
               READ SUBMITTER-CONTROL-FILE
                   AT END MOVE SPACES TO SUBMITTER-CONTROL-RECORD
               END-READ
               CLOSE SUBMITTER-CONTROL-FILE
           ELSE
               MOVE ZERO TO WS-ERR-CODE
               MOVE "No EFW2CTL.TXT -- the submitter is unknown"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           OPEN INPUT PERSONAL-DATA-FILE
           IF NOT WS-PER-FILE-OK
               MOVE WS-PER-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open PERSONAL-DATA-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           OPEN OUTPUT SUBMISSION-FILE
           IF NOT WS-SUB-FILE-OK
               MOVE WS-SUB-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open SUBMISSION-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE PERSONAL-DATA-FILE
               GOBACK
           END-IF

           OPEN OUTPUT CONTROL-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open CONTROL-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE PERSONAL-DATA-FILE
               CLOSE SUBMISSION-FILE
               GOBACK
           END-IF
           MOVE SPACES TO CONTROL-REPORT-REC
           STRING "SSA EFW2 SUBMISSION CONTROL -- TAX YEAR "
               WS-TAX-YEAR
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC

           PERFORM WRITE-SUBMITTER-RECORD

      *    one employer section per operating company with wages
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
               PERFORM WRITE-EMPLOYER-SECTION
           END-PERFORM

           MOVE SPACES TO EFW2-FINAL-RECORD
           MOVE "RF" TO RF-RECORD-ID
           MOVE WS-TOTAL-RW-COUNT TO RF-RW-COUNT
           WRITE EFW2-FINAL-RECORD

           CLOSE PERSONAL-DATA-FILE
           CLOSE SUBMISSION-FILE

           IF WS-SECTION-COUNT = ZERO
               MOVE "NO EMPLOYER HAD WAGES ON YTDMAST"
                   TO CONTROL-REPORT-REC
               WRITE CONTROL-REPORT-REC
               SET WS-SUBMISSION-STOPPED TO TRUE
           END-IF

           IF WS-SUBMISSION-STOPPED
      *        nothing that failed its tie may be left to upload
               OPEN OUTPUT SUBMISSION-FILE
               CLOSE SUBMISSION-FILE
               MOVE "*** SUBMISSION STOPPED -- W2REPORT.TXT EMPTIED"
                   TO CONTROL-REPORT-REC
               WRITE CONTROL-REPORT-REC
               CLOSE CONTROL-REPORT-FILE
               MOVE ZERO TO WS-ERR-CODE
               MOVE "EFW2 file does not tie to the wage statements"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           ELSE
               MOVE "SUBMISSION TIES TO THE WAGE STATEMENTS"
                   TO CONTROL-REPORT-REC
               WRITE CONTROL-REPORT-REC
               CLOSE CONTROL-REPORT-FILE
               DISPLAY "W2EFILE wrote " WS-TOTAL-RW-COUNT
                   " wage records in " WS-SECTION-COUNT
                   " employer sections -- ties to WAGESTMT."
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "W2EFILE" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * the tax year heads the W2SUMM annual summary
       LOAD-TAX-YEAR.
           OPEN INPUT ANNUAL-SUMMARY-FILE
           IF NOT WS-W2-FILE-OK
               DISPLAY "No W2SUMM.TXT -- the tax year comes from"
                   " W2CTL.TXT."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-W2-FILE-EOF
               READ ANNUAL-SUMMARY-FILE
                   AT END SET WS-W2-FILE-EOF TO TRUE
                   NOT AT END
                       IF ANNUAL-SUMMARY-REC(31:6) = "YEAR: "
                           AND WS-TAX-YEAR = SPACES
                           MOVE ANNUAL-SUMMARY-REC(37:4)
                               TO WS-TAX-YEAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNUAL-SUMMARY-FILE.


       LOAD-COMPANY-TABLE.
           OPEN INPUT COMPANY-FILE
           IF NOT WS-CMP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CMP-FILE-EOF
               READ COMPANY-FILE
                   AT END SET WS-CMP-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-CMP-COUNT < 20 AND CMP-CODE NOT = SPACES
                           ADD 1 TO WS-CMP-COUNT
                           SET WS-CMP-IDX TO WS-CMP-COUNT
                           MOVE CMP-CODE TO WS-CMP-CODE(WS-CMP-IDX)
                           MOVE CMP-FEIN TO WS-CMP-FEIN(WS-CMP-IDX)
                           MOVE CMP-NAME TO WS-CMP-NAME(WS-CMP-IDX)
                           MOVE CMP-ADDRESS
                               TO WS-CMP-ADDRESS(WS-CMP-IDX)
                           MOVE CMP-CITY TO WS-CMP-CITY(WS-CMP-IDX)
                           MOVE CMP-STATE
                               TO WS-CMP-STATE(WS-CMP-IDX)
                           MOVE CMP-ZIP TO WS-CMP-ZIP(WS-CMP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.


       LOAD-W2-CONTROL-LINES.
           OPEN INPUT W2-CONTROL-FILE
           IF NOT WS-W2C-FILE-OK
               DISPLAY "No W2CTL.TXT -- no employer section can tie;"
                   " run WAGESTMT first."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-W2C-FILE-EOF
               READ W2-CONTROL-FILE
                   AT END SET WS-W2C-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-W2C-COUNT < 20
                           ADD 1 TO WS-W2C-COUNT
                           SET WS-W2C-IDX TO WS-W2C-COUNT
                           MOVE W2C-COMPANY
                               TO WS-W2C-COMPANY(WS-W2C-IDX)
                           MOVE W2C-TAX-YEAR
                               TO WS-W2C-TAX-YEAR(WS-W2C-IDX)
                           MOVE W2C-STMT-COUNT
                               TO WS-W2C-COUNT-STMT(WS-W2C-IDX)
                           MOVE W2C-TAXABLE
                               TO WS-W2C-TAXABLE(WS-W2C-IDX)
                           MOVE W2C-FED-TAX
                               TO WS-W2C-FED(WS-W2C-IDX)
                           MOVE W2C-SS-TAX
                               TO WS-W2C-SS(WS-W2C-IDX)
                           MOVE W2C-MEDICARE-TAX
                               TO WS-W2C-MEDICARE(WS-W2C-IDX)
                           MOVE W2C-VERDICT
                               TO WS-W2C-VERDICT(WS-W2C-IDX)
                           IF WS-TAX-YEAR = SPACES
                               MOVE W2C-TAX-YEAR TO WS-TAX-YEAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE W2-CONTROL-FILE.


       LOAD-BOX12-MAP.
           OPEN INPUT BOX12-MAP-FILE
           IF NOT WS-B12-FILE-OK
               DISPLAY "No W2BOX12.TXT -- boxes 10 and 12 file"
                   " empty."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-B12-FILE-EOF
               READ BOX12-MAP-FILE
                   AT END SET WS-B12-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-B12-COUNT < 30
                           ADD 1 TO WS-B12-COUNT
                           SET WS-B12-IDX TO WS-B12-COUNT
                           MOVE B12-DED-CODE
                               TO WS-B12-DED-CODE(WS-B12-IDX)
                           MOVE B12-BOX-CODE
                               TO WS-B12-BOX-CODE(WS-B12-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOX12-MAP-FILE.


       LOAD-DEDUCTION-YTD.
           MOVE ZERO TO WS-DEDYTD-COUNT
           OPEN INPUT DEDUCTION-YTD-FILE
           IF NOT WS-DYT-FILE-OK
               DISPLAY "No DEDYTD.TXT -- boxes 10 and 12 file empty."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DYT-FILE-EOF
                   OR WS-DEDYTD-COUNT = 400
               READ DEDUCTION-YTD-FILE
                   AT END SET WS-DYT-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DEDYTD-COUNT
                       SET WS-DYT-IDX TO WS-DEDYTD-COUNT
                       MOVE DYT-EMP-ID
                           TO WS-DYT-TBL-EMP(WS-DYT-IDX)
                       MOVE DYT-DED-CODE
                           TO WS-DYT-TBL-CODE(WS-DYT-IDX)
                       MOVE DYT-AMOUNT
                           TO WS-DYT-TBL-AMT(WS-DYT-IDX)
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-YTD-FILE.


      * the latest Social Security line dated inside the tax year
       LOAD-SS-WAGE-BASE.
           STRING WS-TAX-YEAR "1231" DELIMITED BY SIZE
               INTO WS-YEAR-END-DATE
           END-STRING
           OPEN INPUT TAX-RATE-FILE
           IF NOT WS-TXR-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXR-FILE-EOF
               READ TAX-RATE-FILE
                   AT END SET WS-TXR-FILE-EOF TO TRUE
                   NOT AT END
                       IF TXF-TYPE = "O"
                           AND TXF-WAGE-BASE NUMERIC
                           AND TXF-EFF-DATE NOT > WS-YEAR-END-DATE
                           AND TXF-EFF-DATE >= WS-SS-BASE-EFF
                           MOVE TXF-WAGE-BASE TO WS-SS-WAGE-BASE
                           MOVE TXF-EFF-DATE TO WS-SS-BASE-EFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-RATE-FILE.


       WRITE-SUBMITTER-RECORD.
      *    the submitter's own name and address come off its
      *    company line when the EIN is one of ours
           SET WS-CMP-IDX TO 1
           PERFORM UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   OR WS-CMP-FEIN(WS-CMP-IDX) = EFC-SUBMITTER-EIN
               SET WS-CMP-IDX UP BY 1
           END-PERFORM
           IF WS-CMP-IDX > WS-CMP-COUNT
               SET WS-CMP-IDX TO 1
           END-IF
           MOVE SPACES TO EFW2-SUBMITTER-RECORD
           MOVE "RA"                 TO RA-RECORD-ID
           MOVE EFC-SUBMITTER-EIN    TO RA-SUBMITTER-EIN
           MOVE EFC-USER-ID          TO RA-USER-ID
           MOVE "0"                  TO RA-RESUB-IND
           MOVE "98"                 TO RA-SOFTWARE-CODE
           MOVE WS-CMP-NAME(WS-CMP-IDX)    TO RA-COMPANY-NAME
           MOVE WS-CMP-ADDRESS(WS-CMP-IDX) TO RA-DELIVERY-ADDR
           MOVE WS-CMP-CITY(WS-CMP-IDX)    TO RA-CITY
           MOVE WS-CMP-STATE(WS-CMP-IDX)   TO RA-STATE
           MOVE WS-CMP-ZIP(WS-CMP-IDX)(1:5) TO RA-ZIP
           MOVE WS-CMP-ZIP(WS-CMP-IDX)(6:4) TO RA-ZIP-EXT
           MOVE WS-CMP-NAME(WS-CMP-IDX)    TO RA-SUBMITTER-NAME
           MOVE WS-CMP-ADDRESS(WS-CMP-IDX) TO RA-SUB-DELIVERY
           MOVE WS-CMP-CITY(WS-CMP-IDX)    TO RA-SUB-CITY
           MOVE WS-CMP-STATE(WS-CMP-IDX)   TO RA-SUB-STATE
           MOVE WS-CMP-ZIP(WS-CMP-IDX)(1:5) TO RA-SUB-ZIP
           MOVE WS-CMP-ZIP(WS-CMP-IDX)(6:4) TO RA-SUB-ZIP-EXT
           MOVE EFC-CONTACT-NAME     TO RA-CONTACT-NAME
           MOVE EFC-CONTACT-PHONE    TO RA-CONTACT-PHONE
           MOVE EFC-CONTACT-EMAIL    TO RA-CONTACT-EMAIL
           MOVE "L"                  TO RA-PREPARER-CODE
           WRITE EFW2-SUBMITTER-RECORD.


      ******************************************************************
      * One RE/RW.../RT section for the company at WS-CMP-IDX. The
      * YTD master is re-walked per company, the SUTAQTR way, so no
      * employee detail has to fit in storage; a company with no
      * YTD records writes no section at all.
      ******************************************************************
       WRITE-EMPLOYER-SECTION.
           MOVE WS-CMP-CODE(WS-CMP-IDX) TO WS-RUN-COMPANY
           MOVE ZERO TO WS-SEC-COUNT WS-SEC-WAGES WS-SEC-FED
               WS-SEC-SS-WAGES WS-SEC-SS WS-SEC-MED-WAGES WS-SEC-MED
               WS-SEC-DEP-CARE WS-SEC-401K WS-SEC-403B WS-SEC-457B
               WS-SEC-501C WS-SEC-HSA WS-SEC-HEALTH
               WS-SEC-ROTH-401K WS-SEC-ROTH-403B WS-SEC-MISSING

           MOVE "00" TO WS-YTD-FILE-STATUS
           OPEN INPUT YTD-MASTER-FILE
           IF NOT WS-YTD-FILE-OK
               MOVE WS-YTD-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open YTD-MASTER-FILE" TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               SET WS-SUBMISSION-STOPPED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-YTD-FILE-EOF
               READ YTD-MASTER-FILE
                   AT END SET WS-YTD-FILE-EOF TO TRUE
                   NOT AT END
                       IF (YTD-COMPANY-CODE = WS-RUN-COMPANY)
                           OR (YTD-COMPANY-CODE = SPACES
                               AND WS-RUN-COMPANY = "01")
                           IF WS-SEC-COUNT = ZERO
                               AND WS-SEC-MISSING = ZERO
                               PERFORM WRITE-EMPLOYER-RECORD
                           END-IF
                           PERFORM WRITE-ONE-WAGE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-MASTER-FILE

           IF WS-SEC-COUNT = ZERO AND WS-SEC-MISSING = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           PERFORM WRITE-EMPLOYER-TOTAL
           PERFORM TIE-EMPLOYER-SECTION.


       WRITE-EMPLOYER-RECORD.
           MOVE WS-RUN-COMPANY             TO ECL-COMPANY
           MOVE WS-CMP-FEIN(WS-CMP-IDX)    TO ECL-FEIN
           MOVE WS-CMP-NAME(WS-CMP-IDX)    TO ECL-NAME
           MOVE SPACES TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC
           MOVE EFW2-COMPANY-LINE TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC

           MOVE SPACES TO EFW2-EMPLOYER-RECORD
           MOVE "RE"                       TO RE-RECORD-ID
           MOVE WS-TAX-YEAR                TO RE-TAX-YEAR
           MOVE WS-CMP-FEIN(WS-CMP-IDX)    TO RE-EIN
           MOVE "0"                        TO RE-TERMINATING
           MOVE WS-CMP-NAME(WS-CMP-IDX)    TO RE-EMPLOYER-NAME
           MOVE WS-CMP-ADDRESS(WS-CMP-IDX) TO RE-DELIVERY-ADDR
           MOVE WS-CMP-CITY(WS-CMP-IDX)    TO RE-CITY
           MOVE WS-CMP-STATE(WS-CMP-IDX)   TO RE-STATE
           MOVE WS-CMP-ZIP(WS-CMP-IDX)(1:5) TO RE-ZIP
           MOVE WS-CMP-ZIP(WS-CMP-IDX)(6:4) TO RE-ZIP-EXT
           MOVE "N"                        TO RE-KIND-OF-EMPLOYER
           MOVE "R"                        TO RE-EMPLOYMENT-CODE
           MOVE "0"                        TO RE-THIRD-PARTY-SICK
           MOVE EFC-CONTACT-NAME           TO RE-CONTACT-NAME
           MOVE EFC-CONTACT-PHONE          TO RE-CONTACT-PHONE
           MOVE EFC-CONTACT-EMAIL          TO RE-CONTACT-EMAIL
           WRITE EFW2-EMPLOYER-RECORD.


      * box 1 is the taxable wage (gross less pre-tax deductions);
      * Social Security and Medicare wages are the same FICA wage
      * the payroll run taxed, Social Security capped at the base
       WRITE-ONE-WAGE-RECORD.
           MOVE YTD-EMP-ID TO PER-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY
                   ADD 1 TO WS-SEC-MISSING
                   MOVE YTD-EMP-ID TO EML-EMP-ID
                   MOVE EFW2-MISSING-LINE TO CONTROL-REPORT-REC
                   WRITE CONTROL-REPORT-REC
                   SET WS-SUBMISSION-STOPPED TO TRUE
                   MOVE "00" TO WS-PER-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ

           MOVE YTD-TAXABLE-WAGES TO WS-SS-WAGES
           IF WS-SS-WAGES > WS-SS-WAGE-BASE
               MOVE WS-SS-WAGE-BASE TO WS-SS-WAGES
           END-IF

           MOVE SPACES TO EFW2-WAGE-RECORD
           MOVE "RW"              TO RW-RECORD-ID
           MOVE PER-SSN           TO RW-SSN
           MOVE PER-FIRST-NAME    TO RW-FIRST-NAME
           MOVE PER-MIDDLE-NAME   TO RW-MIDDLE-NAME
           MOVE PER-LAST-NAME     TO RW-LAST-NAME
           MOVE PER-NAME-SUFFIX   TO RW-SUFFIX
           MOVE PER-ADDRESS-2     TO RW-LOCATION-ADDR
           MOVE PER-ADDRESS-1     TO RW-DELIVERY-ADDR
           MOVE PER-CITY          TO RW-CITY
           MOVE PER-STATE         TO RW-STATE
           MOVE PER-ZIP(1:5)      TO RW-ZIP
           MOVE PER-ZIP(6:4)      TO RW-ZIP-EXT
           MOVE ZERO TO RW-WAGES RW-FED-TAX RW-SS-WAGES RW-SS-TAX
               RW-MED-WAGES RW-MED-TAX RW-SS-TIPS RW-DEP-CARE
               RW-401K RW-403B RW-457B RW-501C RW-NQ-457 RW-HSA
               RW-NQ-OTHER RW-COMBAT-PAY RW-HEALTH-COST
               RW-LIFE-OVER-50K RW-NSO-INCOME RW-409A-DEFERRAL
               RW-ROTH-401K RW-ROTH-403B RW-QSEHRA RW-EMPLOYER-HSA
           COMPUTE RW-WAGES     = YTD-TAXABLE-WAGES * 100
           COMPUTE RW-FED-TAX   = YTD-FED-TAX * 100
           COMPUTE RW-SS-WAGES  = WS-SS-WAGES * 100
           COMPUTE RW-SS-TAX    = YTD-SS-TAX * 100
           COMPUTE RW-MED-WAGES = YTD-TAXABLE-WAGES * 100
           COMPUTE RW-MED-TAX   = YTD-MEDICARE-TAX * 100

      *    boxes 10 and 12 from the per-code annual deductions
           PERFORM VARYING WS-DYT-IDX FROM 1 BY 1
               UNTIL WS-DYT-IDX > WS-DEDYTD-COUNT
               IF WS-DYT-TBL-EMP(WS-DYT-IDX) = YTD-EMP-ID
                   AND WS-DYT-TBL-AMT(WS-DYT-IDX) > ZERO
                   PERFORM FILE-ONE-BOX-AMOUNT
               END-IF
           END-PERFORM

           MOVE "0" TO RW-STATUTORY-IND
           MOVE "0" TO RW-THIRD-PARTY-IND
           IF RW-401K > ZERO OR RW-403B > ZERO OR RW-457B > ZERO
               OR RW-ROTH-401K > ZERO OR RW-ROTH-403B > ZERO
               MOVE "1" TO RW-RETIREMENT-IND
           ELSE
               MOVE "0" TO RW-RETIREMENT-IND
           END-IF
           WRITE EFW2-WAGE-RECORD

           ADD 1 TO WS-SEC-COUNT
           ADD 1 TO WS-TOTAL-RW-COUNT
           ADD YTD-TAXABLE-WAGES TO WS-SEC-WAGES
           ADD YTD-FED-TAX       TO WS-SEC-FED
           ADD WS-SS-WAGES       TO WS-SEC-SS-WAGES
           ADD YTD-SS-TAX        TO WS-SEC-SS
           ADD YTD-TAXABLE-WAGES TO WS-SEC-MED-WAGES
           ADD YTD-MEDICARE-TAX  TO WS-SEC-MED.


       FILE-ONE-BOX-AMOUNT.
           SET WS-B12-IDX TO 1
           PERFORM UNTIL WS-B12-IDX > WS-B12-COUNT
                   OR WS-B12-DED-CODE(WS-B12-IDX)
                       = WS-DYT-TBL-CODE(WS-DYT-IDX)
               SET WS-B12-IDX UP BY 1
           END-PERFORM
           IF WS-B12-IDX > WS-B12-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DYT-TBL-AMT(WS-DYT-IDX) TO WS-BOX-AMOUNT
           EVALUATE WS-B12-BOX-CODE(WS-B12-IDX)
               WHEN "DC"
                   COMPUTE RW-DEP-CARE = RW-DEP-CARE
                       + WS-BOX-AMOUNT * 100
                   ADD WS-BOX-AMOUNT TO WS-SEC-DEP-CARE
               WHEN "D "
                   COMPUTE RW-401K = RW-401K + WS-BOX-AMOUNT * 100
                   ADD WS-BOX-AMOUNT TO WS-SEC-401K
               WHEN "E "
                   COMPUTE RW-403B = RW-403B + WS-BOX-AMOUNT * 100
                   ADD WS-BOX-AMOUNT TO WS-SEC-403B
               WHEN "G "
                   COMPUTE RW-457B = RW-457B + WS-BOX-AMOUNT * 100
                   ADD WS-BOX-AMOUNT TO WS-SEC-457B
               WHEN "H "
                   COMPUTE RW-501C = RW-501C + WS-BOX-AMOUNT * 100
                   ADD WS-BOX-AMOUNT TO WS-SEC-501C
               WHEN "W "
                   COMPUTE RW-HSA = RW-HSA + WS-BOX-AMOUNT * 100
                   ADD WS-BOX-AMOUNT TO WS-SEC-HSA
               WHEN "DD"
                   COMPUTE RW-HEALTH-COST = RW-HEALTH-COST
                       + WS-BOX-AMOUNT * 100
                   ADD WS-BOX-AMOUNT TO WS-SEC-HEALTH
               WHEN "AA"
                   COMPUTE RW-ROTH-401K = RW-ROTH-401K
                       + WS-BOX-AMOUNT * 100
                   ADD WS-BOX-AMOUNT TO WS-SEC-ROTH-401K
               WHEN "BB"
                   COMPUTE RW-ROTH-403B = RW-ROTH-403B
                       + WS-BOX-AMOUNT * 100
                   ADD WS-BOX-AMOUNT TO WS-SEC-ROTH-403B
           END-EVALUATE.


       WRITE-EMPLOYER-TOTAL.
           MOVE SPACES TO EFW2-TOTAL-RECORD
           MOVE "RT" TO RT-RECORD-ID
           MOVE ZERO TO RT-SS-TIPS RT-NQ-457 RT-NQ-OTHER
               RT-COMBAT-PAY RT-LIFE-OVER-50K RT-NSO-INCOME
               RT-409A-DEFERRAL RT-QSEHRA RT-EMPLOYER-HSA
           MOVE WS-SEC-COUNT TO RT-RW-COUNT
           COMPUTE RT-WAGES       = WS-SEC-WAGES * 100
           COMPUTE RT-FED-TAX     = WS-SEC-FED * 100
           COMPUTE RT-SS-WAGES    = WS-SEC-SS-WAGES * 100
           COMPUTE RT-SS-TAX      = WS-SEC-SS * 100
           COMPUTE RT-MED-WAGES   = WS-SEC-MED-WAGES * 100
           COMPUTE RT-MED-TAX     = WS-SEC-MED * 100
           COMPUTE RT-DEP-CARE    = WS-SEC-DEP-CARE * 100
           COMPUTE RT-401K        = WS-SEC-401K * 100
           COMPUTE RT-403B        = WS-SEC-403B * 100
           COMPUTE RT-457B        = WS-SEC-457B * 100
           COMPUTE RT-501C        = WS-SEC-501C * 100
           COMPUTE RT-HSA         = WS-SEC-HSA * 100
           COMPUTE RT-HEALTH-COST = WS-SEC-HEALTH * 100
           COMPUTE RT-ROTH-401K   = WS-SEC-ROTH-401K * 100
           COMPUTE RT-ROTH-403B   = WS-SEC-ROTH-403B * 100
           WRITE EFW2-TOTAL-RECORD.


      ******************************************************************
      * The employer section against the company's WAGESTMT control
      * line: employee count, box 1, federal, Social Security, and
      * Medicare withholding must all agree, and the control page
      * itself must have tied to W2SUMM.
      ******************************************************************
       TIE-EMPLOYER-SECTION.
           SET WS-W2C-IDX TO 1
           PERFORM UNTIL WS-W2C-IDX > WS-W2C-COUNT
                   OR WS-W2C-COMPANY(WS-W2C-IDX) = WS-RUN-COMPANY
               SET WS-W2C-IDX UP BY 1
           END-PERFORM
           IF WS-W2C-IDX > WS-W2C-COUNT
               MOVE "  NO WAGESTMT CONTROL LINE FOR THIS COMPANY"
                   TO CONTROL-REPORT-REC
               WRITE CONTROL-REPORT-REC
               SET WS-SUBMISSION-STOPPED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-W2C-TAX-YEAR(WS-W2C-IDX) NOT = WS-TAX-YEAR
               MOVE "  WAGESTMT CONTROL LINE IS FOR ANOTHER TAX YEAR"
                   TO CONTROL-REPORT-REC
               WRITE CONTROL-REPORT-REC
               SET WS-SUBMISSION-STOPPED TO TRUE
           END-IF
           IF WS-W2C-VERDICT(WS-W2C-IDX) NOT = "TIED"
               MOVE "  WAGESTMT CONTROL PAGE DID NOT TIE TO W2SUMM"
                   TO CONTROL-REPORT-REC
               WRITE CONTROL-REPORT-REC
               SET WS-SUBMISSION-STOPPED TO TRUE
           END-IF

           MOVE "  EMPLOYEES VS STATEMENTS " TO ETL-DESC
           COMPUTE WS-COMPARE-A = WS-SEC-COUNT + WS-SEC-MISSING
           MOVE WS-W2C-COUNT-STMT(WS-W2C-IDX) TO WS-COMPARE-B
           PERFORM COMPARE-AND-REPORT

           MOVE "  BOX 1 WAGES VS TAXABLE  " TO ETL-DESC
           MOVE WS-SEC-WAGES TO WS-COMPARE-A
           MOVE WS-W2C-TAXABLE(WS-W2C-IDX) TO WS-COMPARE-B
           PERFORM COMPARE-AND-REPORT

           MOVE "  BOX 2 FED W/H VS FED    " TO ETL-DESC
           MOVE WS-SEC-FED TO WS-COMPARE-A
           MOVE WS-W2C-FED(WS-W2C-IDX) TO WS-COMPARE-B
           PERFORM COMPARE-AND-REPORT

           MOVE "  BOX 4 SOC SEC VS SOC SEC" TO ETL-DESC
           MOVE WS-SEC-SS TO WS-COMPARE-A
           MOVE WS-W2C-SS(WS-W2C-IDX) TO WS-COMPARE-B
           PERFORM COMPARE-AND-REPORT

           MOVE "  BOX 6 MEDICARE VS MEDCR " TO ETL-DESC
           MOVE WS-SEC-MED TO WS-COMPARE-A
           MOVE WS-W2C-MEDICARE(WS-W2C-IDX) TO WS-COMPARE-B
           PERFORM COMPARE-AND-REPORT.


       COMPARE-AND-REPORT.
           MOVE WS-COMPARE-A TO ETL-EFW2-VALUE
           MOVE WS-COMPARE-B TO ETL-CTL-VALUE
           IF WS-COMPARE-A = WS-COMPARE-B
               MOVE "OK" TO ETL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO ETL-VERDICT
               SET WS-SUBMISSION-STOPPED TO TRUE
           END-IF
           MOVE EFW2-TIE-LINE TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC.

       END PROGRAM W2EFILE.
