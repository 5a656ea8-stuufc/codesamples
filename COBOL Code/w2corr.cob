      ******************************************************************
      * Corrected wage statement run, for the closed tax year. When
      * a reversal, adjustment, or late bonus lands after the
      * year-end close, the desk names the employee on W2CORRQ.TXT
      * with the change each box takes; this job compares what was
      * previously reported -- the YTDARCH image the close archived,
      * or the last correction already issued for that employee and
      * year -- with the corrected figures, and:
      *   - prints a corrected statement on W2CORR.RPT, previously
      *     reported and correct amounts side by side for each box,
      *     through the shared REPORTWR pagination engine;
      *   - writes the matching correction records to W2CREPT.TXT
      *     in the EFW2C layout (RCA submitter, an RCE employer
      *     record per company, an RCW per corrected employee, RCT
      *     employer totals, RCF final), 1024-byte records;
      *   - appends the corrected figures to the ledger W2CLEDG.TXT,
      *     so a second correction starts from the first one, not
      *     from the archive;
      *   - logs each correction to SYSAUDIT.TXT under
      *     "W2C <emp> <year> <reference>". A request whose key is
      *     already on the audit trail is refused, so the same
      *     correction is never issued twice.
      *
      * W2CORRQ.TXT: employee (6) + tax year (4) + reference (10),
      * then the signed change to box 1 wages, federal, Social
      * Security tax, Medicare tax, state tax, and local tax, each
      * S9(7)V99 sign leading separate. Social Security and
      * Medicare wages follow box 1 the way the payroll run taxes
      * them: Medicare wages are box 1, Social Security wages are
      * box 1 up to the year's wage base (TAXRATES.TXT "O" line).
      *
      * A refused request prints with its reason and ends the job
      * RETURN-CODE 4; the others are still issued. No archive for
      * the year ends the job RETURN-CODE 8 with nothing issued.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2CORR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-REQUEST-FILE ASSIGN TO "W2CORRQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRQ-FILE-STATUS.

      * the closed year's archive generation, header line first
           SELECT YTD-ARCHIVE-FILE ASSIGN TO "YTDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT CORRECTION-LEDGER-FILE ASSIGN TO "W2CLEDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-FILE-STATUS.

           SELECT SYSTEM-AUDIT-FILE ASSIGN TO "SYSAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSAUD-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "EMPPERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.

           SELECT SUBMITTER-CONTROL-FILE ASSIGN TO "EFW2CTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFC-FILE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXR-FILE-STATUS.

           SELECT STATEMENT-PRINT-FILE ASSIGN TO "W2CORR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-FILE-STATUS.

           SELECT CORRECTION-SUBMIT-FILE ASSIGN TO "W2CREPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTION-REQUEST-FILE.
       01  CORRECTION-REQUEST-RECORD.
           05  CRQ-EMP-ID      PIC X(6).
           05  CRQ-TAX-YEAR    PIC X(4).
           05  CRQ-REFERENCE   PIC X(10).
           05  CRQ-WAGES       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  CRQ-FED-TAX     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  CRQ-SS-TAX      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  CRQ-MEDICARE-TAX PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  CRQ-STATE-TAX   PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  CRQ-LOCAL-TAX   PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD  YTD-ARCHIVE-FILE.
       01  YTD-ARCHIVE-REC     PIC X(160).

      * the figures each issued correction made correct, in box
      * order: 1, 2, 3, 4, 5, 6, 17, 19
       FD  CORRECTION-LEDGER-FILE.
       01  CORRECTION-LEDGER-RECORD.
           05  LDG-EMP-ID      PIC X(6).
           05  LDG-TAX-YEAR    PIC X(4).
           05  LDG-REFERENCE   PIC X(10).
           05  LDG-ISSUED-DATE PIC X(8).
           05  LDG-BOX-AMOUNT  PIC 9(7)V99 OCCURS 8 TIMES.

       FD  SYSTEM-AUDIT-FILE.
           COPY SYSAUDIT.

       FD  PERSONAL-DATA-FILE.
           COPY PERSREC.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  COMPANY-FILE.
           COPY COMPANY.

       FD  SUBMITTER-CONTROL-FILE.
       01  SUBMITTER-CONTROL-RECORD.
           05  EFC-SUBMITTER-EIN   PIC X(9).
           05  FILLER              PIC X.
           05  EFC-USER-ID         PIC X(8).
           05  FILLER              PIC X.
           05  EFC-CONTACT-NAME    PIC X(27).
           05  EFC-CONTACT-PHONE   PIC X(15).
           05  EFC-CONTACT-EMAIL   PIC X(40).

       FD  TAX-RATE-FILE.
       01  TAX-FICA-RECORD.
           05  TXF-TYPE        PIC X.
           05  TXF-KEY         PIC X(2).
           05  TXF-EFF-DATE    PIC X(8).
           05  TXF-WAGE-BASE   PIC 9(7).
           05  TXF-RATE        PIC V9(4).
           05  TXF-ADDL-RATE   PIC V9(4).

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-PRINT-REC PIC X(90).

      * EFW2C records, 1024 bytes each; a box not being corrected
      * leaves both its originally-reported and correct fields blank
       FD  CORRECTION-SUBMIT-FILE.
       01  EFW2C-SUBMITTER-RECORD.
           05  RCA-RECORD-ID       PIC X(3).
           05  RCA-SUBMITTER-EIN   PIC X(9).
           05  RCA-USER-ID         PIC X(8).
           05  RCA-VENDOR-CODE     PIC X(4).
           05  FILLER              PIC X(5).
           05  RCA-RESUB-IND       PIC X.
           05  RCA-RESUB-WFID      PIC X(6).
           05  RCA-SOFTWARE-CODE   PIC X(2).
           05  RCA-COMPANY-NAME    PIC X(57).
           05  RCA-LOCATION-ADDR   PIC X(22).
           05  RCA-DELIVERY-ADDR   PIC X(22).
           05  RCA-CITY            PIC X(22).
           05  RCA-STATE           PIC X(2).
           05  RCA-ZIP             PIC X(5).
           05  RCA-ZIP-EXT         PIC X(4).
           05  FILLER              PIC X(45).
           05  RCA-CONTACT-NAME    PIC X(27).
           05  RCA-CONTACT-PHONE   PIC X(15).
           05  RCA-CONTACT-EXT     PIC X(5).
           05  FILLER              PIC X(3).
           05  RCA-CONTACT-EMAIL   PIC X(40).
           05  FILLER              PIC X(3).
           05  RCA-CONTACT-FAX     PIC X(10).
           05  FILLER              PIC X.
           05  RCA-PREPARER-CODE   PIC X.
           05  FILLER              PIC X(702).
       01  EFW2C-EMPLOYER-RECORD.
           05  RCE-RECORD-ID       PIC X(3).
           05  RCE-TAX-YEAR        PIC X(4).
           05  RCE-ORIG-EIN        PIC X(9).
           05  RCE-EIN             PIC X(9).
           05  RCE-AGENT-IND       PIC X.
           05  RCE-AGENT-EIN       PIC X(9).
           05  RCE-ORIG-ESTAB      PIC X(4).
           05  RCE-ESTABLISHMENT   PIC X(4).
           05  RCE-EMPLOYER-NAME   PIC X(57).
           05  RCE-LOCATION-ADDR   PIC X(22).
           05  RCE-DELIVERY-ADDR   PIC X(22).
           05  RCE-CITY            PIC X(22).
           05  RCE-STATE           PIC X(2).
           05  RCE-ZIP             PIC X(5).
           05  RCE-ZIP-EXT         PIC X(4).
           05  FILLER              PIC X(45).
           05  RCE-ORIG-EMPLOY-CODE PIC X.
           05  RCE-EMPLOYMENT-CODE PIC X.
           05  RCE-ORIG-THIRD-PARTY PIC X.
           05  RCE-THIRD-PARTY-SICK PIC X.
           05  RCE-KIND-OF-EMPLOYER PIC X.
           05  RCE-CONTACT-NAME    PIC X(27).
           05  RCE-CONTACT-PHONE   PIC X(15).
           05  RCE-CONTACT-EXT     PIC X(5).
           05  RCE-CONTACT-FAX     PIC X(10).
           05  RCE-CONTACT-EMAIL   PIC X(40).
           05  FILLER              PIC X(700).
       01  EFW2C-WAGE-RECORD.
           05  RCW-RECORD-ID       PIC X(3).
           05  RCW-ORIG-SSN        PIC X(9).
           05  RCW-SSN             PIC X(9).
           05  RCW-ORIG-FIRST      PIC X(15).
           05  RCW-ORIG-MIDDLE     PIC X(15).
           05  RCW-ORIG-LAST       PIC X(20).
           05  RCW-FIRST-NAME      PIC X(15).
           05  RCW-MIDDLE-NAME     PIC X(15).
           05  RCW-LAST-NAME       PIC X(20).
           05  RCW-LOCATION-ADDR   PIC X(22).
           05  RCW-DELIVERY-ADDR   PIC X(22).
           05  RCW-CITY            PIC X(22).
           05  RCW-STATE           PIC X(2).
           05  RCW-ZIP             PIC X(5).
           05  RCW-ZIP-EXT         PIC X(4).
           05  FILLER              PIC X(5).
           05  FILLER              PIC X(40).
      *    boxes 1 through 6, originally reported then correct,
      *    in cents right-justified and zero-filled
           05  RCW-BOX-PAIR OCCURS 6 TIMES.
               10  RCW-ORIG-AMOUNT PIC X(11).
               10  RCW-CORR-AMOUNT PIC X(11).
           05  FILLER              PIC X(649).
       01  EFW2C-TOTAL-RECORD.
           05  RCT-RECORD-ID       PIC X(3).
           05  RCT-RCW-COUNT       PIC 9(7).
           05  RCT-BOX-PAIR OCCURS 6 TIMES.
               10  RCT-ORIG-AMOUNT PIC 9(15).
               10  RCT-CORR-AMOUNT PIC 9(15).
           05  FILLER              PIC X(834).
       01  EFW2C-FINAL-RECORD.
           05  RCF-RECORD-ID       PIC X(3).
           05  RCF-RCW-COUNT       PIC 9(9).
           05  FILLER              PIC X(1012).

       WORKING-STORAGE SECTION.

       77  WS-CRQ-FILE-STATUS PIC XX.
           88  WS-CRQ-FILE-OK        VALUE "00".
           88  WS-CRQ-FILE-EOF       VALUE "10".

       77  WS-ARCH-FILE-STATUS PIC XX.
           88  WS-ARCH-FILE-OK       VALUE "00".
           88  WS-ARCH-FILE-EOF      VALUE "10".

       77  WS-LDG-FILE-STATUS PIC XX.
           88  WS-LDG-FILE-OK        VALUE "00".
           88  WS-LDG-FILE-EOF       VALUE "10".

       77  WS-SYSAUD-FILE-STATUS PIC XX.
           88  WS-SYSAUD-FILE-OK     VALUE "00".
           88  WS-SYSAUD-FILE-EOF    VALUE "10".

       77  WS-PER-FILE-STATUS PIC XX.
           88  WS-PER-FILE-OK        VALUE "00".

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".

       77  WS-CMP-FILE-STATUS PIC XX.
           88  WS-CMP-FILE-OK        VALUE "00".
           88  WS-CMP-FILE-EOF       VALUE "10".

       77  WS-EFC-FILE-STATUS PIC XX.
           88  WS-EFC-FILE-OK        VALUE "00".

       77  WS-TXR-FILE-STATUS PIC XX.
           88  WS-TXR-FILE-OK        VALUE "00".
           88  WS-TXR-FILE-EOF       VALUE "10".

       77  WS-STM-FILE-STATUS PIC XX.
           88  WS-STM-FILE-OK        VALUE "00".

       77  WS-SUB-FILE-STATUS PIC XX.
           88  WS-SUB-FILE-OK        VALUE "00".

      * the archive generation's year, off its header line
       77  WS-ARCHIVE-YEAR    PIC X(4) VALUE SPACES.
       77  WS-YEAR-END-DATE   PIC X(8) VALUE SPACES.
       77  WS-TODAY-DATE      PIC X(8) VALUE SPACES.

       77  WS-SS-WAGE-BASE    PIC 9(7) VALUE 184500.
       77  WS-SS-BASE-EFF     PIC X(8) VALUE SPACES.

       COPY YTDREC.

      * the requests, loaded whole so the archive is read once
       77  WS-REQ-COUNT PIC 9(3) VALUE ZERO.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-REQ-IDX.
               10  WS-REQ-EMP-ID   PIC X(6).
               10  WS-REQ-YEAR     PIC X(4).
               10  WS-REQ-REF      PIC X(10).
               10  WS-REQ-CHANGE   PIC S9(7)V99 OCCURS 6 TIMES.
               10  WS-REQ-ON-ARCHIVE PIC X.
               10  WS-REQ-COMPANY  PIC X(2).
               10  WS-REQ-ARCH-BOX PIC 9(7)V99 OCCURS 8 TIMES.

      * latest corrected figures per employee and year, from the
      * ledger and from this run's own issues
       77  WS-LDG-COUNT PIC 9(3) VALUE ZERO.
       01  WS-LDG-TABLE.
           05  WS-LDG-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-LDG-IDX.
               10  WS-LDG-EMP-ID   PIC X(6).
               10  WS-LDG-YEAR     PIC X(4).
               10  WS-LDG-BOX      PIC 9(7)V99 OCCURS 8 TIMES.

      * correction keys already on the audit trail
       77  WS-AUD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-AUD-TABLE.
           05  WS-AUD-KEY OCCURS 500 TIMES
                               INDEXED BY WS-AUD-IDX PIC X(27).
       77  WS-AUDIT-KEY       PIC X(27) VALUE SPACES.

      * corrections issued this run, for the EFW2C file
       77  WS-ISS-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ISS-TABLE.
           05  WS-ISS-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-ISS-IDX.
               10  WS-ISS-EMP-ID   PIC X(6).
               10  WS-ISS-COMPANY  PIC X(2).
               10  WS-ISS-PREV     PIC 9(7)V99 OCCURS 8 TIMES.
               10  WS-ISS-CORR     PIC 9(7)V99 OCCURS 8 TIMES.

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

      * box numbers and captions for the statement, in the order
      * the figure tables carry them
       01  WS-BOX-CAPTIONS.
           05  FILLER PIC X(28) VALUE "1 WAGES, TIPS, OTHER COMP   ".
           05  FILLER PIC X(28) VALUE "2 FEDERAL INCOME TAX W/H    ".
           05  FILLER PIC X(28) VALUE "3 SOCIAL SECURITY WAGES     ".
           05  FILLER PIC X(28) VALUE "4 SOCIAL SECURITY TAX W/H   ".
           05  FILLER PIC X(28) VALUE "5 MEDICARE WAGES AND TIPS   ".
           05  FILLER PIC X(28) VALUE "6 MEDICARE TAX WITHHELD     ".
           05  FILLER PIC X(28) VALUE "17STATE INCOME TAX          ".
           05  FILLER PIC X(28) VALUE "19LOCAL INCOME TAX          ".
       01  WS-BOX-CAPTION-TABLE.
           05  WS-BOX-CAPTION OCCURS 8 TIMES PIC X(28).

       77  WS-BOX-SUB         PIC 9 VALUE ZERO.
       77  WS-CHG-SUB         PIC 9 VALUE ZERO.
       01  WS-PREV-FIGURES.
           05  WS-PREV-BOX     PIC 9(7)V99 OCCURS 8 TIMES.
       01  WS-CORR-FIGURES.
           05  WS-CORR-BOX     PIC 9(7)V99 OCCURS 8 TIMES.
       77  WS-CORR-WORK       PIC S9(9)V99 VALUE ZERO.
       77  WS-DIFF-WORK       PIC S9(9)V99 VALUE ZERO.
       77  WS-REFUSE-REASON   PIC X(40) VALUE SPACES.
       77  WS-CENTS-WORK      PIC 9(11) VALUE ZERO.

       77  WS-ISSUED-COUNT    PIC 9(3) VALUE ZERO.
       77  WS-REFUSED-COUNT   PIC 9(3) VALUE ZERO.
       77  WS-RCW-TOTAL       PIC 9(9) VALUE ZERO.
       77  WS-SEC-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-RUN-COMPANY     PIC X(2) VALUE SPACES.
       01  WS-SEC-TOTALS.
           05  WS-SEC-PREV     PIC 9(11)V99 OCCURS 6 TIMES.
           05  WS-SEC-CORR     PIC 9(11)V99 OCCURS 6 TIMES.

       01  CORR-HEADER-LINE.
           05  FILLER          PIC X(27)
               VALUE "CORRECTED WAGE STATEMENT  ".
           05  CHL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CHL-NAME        PIC X(30).
           05  FILLER          PIC X(6)  VALUE "  TAX ".
           05  CHL-YEAR        PIC X(4).

       01  CORR-IDENT-LINE.
           05  FILLER          PIC X(6)  VALUE "  SSN ".
           05  CIL-SSN         PIC X(17).
           05  FILLER          PIC X(6)  VALUE "  EIN ".
           05  CIL-FEIN        PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CIL-EMPLOYER    PIC X(30).

       01  CORR-REFERENCE-LINE.
           05  FILLER          PIC X(13) VALUE "  REFERENCE  ".
           05  CRL-REFERENCE   PIC X(10).
           05  FILLER          PIC X(13) VALUE "  CORRECTING ".
           05  CRL-SOURCE      PIC X(28).

       01  CORR-COLUMN-LINE.
           05  FILLER  PIC X(32) VALUE "  BOX".
           05  FILLER  PIC X(15) VALUE "   PREVIOUSLY ".
           05  FILLER  PIC X(15) VALUE "      CORRECT ".
           05  FILLER  PIC X(15) VALUE "       CHANGE ".

       01  CORR-BOX-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CBL-BOX-NO      PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CBL-CAPTION     PIC X(26).
           05  CBL-PREVIOUS    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CBL-CORRECT     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CBL-CHANGE      PIC ZZ,ZZZ,ZZ9.99-.

       01  CORR-REFUSED-LINE.
           05  FILLER          PIC X(10) VALUE "REFUSED   ".
           05  CFL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  CFL-YEAR        PIC X(4).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  CFL-REFERENCE   PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CFL-REASON      PIC X(40).

       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.

       COPY RPTWRREQ.
       COPY MASKREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUDCHREQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "W2CORR  " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-BOX-CAPTIONS TO WS-BOX-CAPTION-TABLE

           PERFORM LOAD-CORRECTION-REQUESTS
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           IF WS-REQ-COUNT = ZERO
               DISPLAY "W2CORR: no correction requests -- nothing"
                   " issued."
               GOBACK
           END-IF

           PERFORM LOAD-ARCHIVE-FIGURES
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM LOAD-SS-WAGE-BASE
           PERFORM LOAD-CORRECTION-LEDGER
           PERFORM LOAD-ISSUED-KEYS
           PERFORM LOAD-COMPANY-TABLE

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
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE PERSONAL-DATA-FILE
               GOBACK
           END-IF
           OPEN OUTPUT STATEMENT-PRINT-FILE
           IF NOT WS-STM-FILE-OK
               MOVE WS-STM-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open STATEMENT-PRINT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE PERSONAL-DATA-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF
           OPEN EXTEND CORRECTION-LEDGER-FILE
           IF NOT WS-LDG-FILE-OK
               OPEN OUTPUT CORRECTION-LEDGER-FILE
           END-IF
           OPEN EXTEND SYSTEM-AUDIT-FILE
           IF NOT WS-SYSAUD-FILE-OK
               OPEN OUTPUT SYSTEM-AUDIT-FILE
           END-IF

      *    one REPORTWR handle paginates the corrected statements
           MOVE "O" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 56 TO RWR-LINES-PER-PAGE
           MOVE "CORRECTED WAGE STATEMENTS" TO RWR-HEADING-1
           MOVE SPACES TO RWR-HEADING-2
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               PERFORM ISSUE-ONE-CORRECTION
           END-PERFORM

           MOVE SPACES TO RWR-DETAIL-LINE
           STRING "CORRECTIONS ISSUED: " WS-ISSUED-COUNT
               "   REFUSED: " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO RWR-DETAIL-LINE
           END-STRING
           PERFORM ROUTE-STATEMENT-LINE
           MOVE "C" TO RWR-ACTION
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           CLOSE PERSONAL-DATA-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE STATEMENT-PRINT-FILE
           CLOSE CORRECTION-LEDGER-FILE
           CLOSE SYSTEM-AUDIT-FILE

           IF WS-ISSUED-COUNT > ZERO
               PERFORM WRITE-CORRECTION-SUBMISSION
           END-IF

           DISPLAY "W2CORR issued " WS-ISSUED-COUNT
               " corrections, refused " WS-REFUSED-COUNT "."
           IF WS-REFUSED-COUNT > ZERO AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "W2CORR" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       LOAD-CORRECTION-REQUESTS.
           OPEN INPUT CORRECTION-REQUEST-FILE
           IF NOT WS-CRQ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CRQ-FILE-EOF
               READ CORRECTION-REQUEST-FILE
                   AT END SET WS-CRQ-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-REQ-COUNT = 200
                           DISPLAY "Request table full -- "
                               CRQ-EMP-ID " " CRQ-REFERENCE
                               " not read."
                       ELSE
                           PERFORM STORE-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECTION-REQUEST-FILE.


       STORE-ONE-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           SET WS-REQ-IDX TO WS-REQ-COUNT
           MOVE CRQ-EMP-ID    TO WS-REQ-EMP-ID(WS-REQ-IDX)
           MOVE CRQ-TAX-YEAR  TO WS-REQ-YEAR(WS-REQ-IDX)
           MOVE CRQ-REFERENCE TO WS-REQ-REF(WS-REQ-IDX)
           MOVE "N" TO WS-REQ-ON-ARCHIVE(WS-REQ-IDX)
           MOVE SPACES TO WS-REQ-COMPANY(WS-REQ-IDX)
           IF CRQ-WAGES NUMERIC AND CRQ-FED-TAX NUMERIC
               AND CRQ-SS-TAX NUMERIC AND CRQ-MEDICARE-TAX NUMERIC
               AND CRQ-STATE-TAX NUMERIC AND CRQ-LOCAL-TAX NUMERIC
               MOVE CRQ-WAGES        TO WS-REQ-CHANGE(WS-REQ-IDX, 1)
               MOVE CRQ-FED-TAX      TO WS-REQ-CHANGE(WS-REQ-IDX, 2)
               MOVE CRQ-SS-TAX       TO WS-REQ-CHANGE(WS-REQ-IDX, 3)
               MOVE CRQ-MEDICARE-TAX TO WS-REQ-CHANGE(WS-REQ-IDX, 4)
               MOVE CRQ-STATE-TAX    TO WS-REQ-CHANGE(WS-REQ-IDX, 5)
               MOVE CRQ-LOCAL-TAX    TO WS-REQ-CHANGE(WS-REQ-IDX, 6)
           ELSE
      *        an unreadable amount refuses the request below
               MOVE "X" TO WS-REQ-ON-ARCHIVE(WS-REQ-IDX)
               PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > 6
                   MOVE ZERO TO WS-REQ-CHANGE(WS-REQ-IDX, WS-CHG-SUB)
               END-PERFORM
           END-IF.


      * one pass over the archive picks up every requested
      * employee's year-end figures
       LOAD-ARCHIVE-FIGURES.
           OPEN INPUT YTD-ARCHIVE-FILE
           IF NOT WS-ARCH-FILE-OK
               MOVE WS-ARCH-FILE-STATUS TO WS-ERR-CODE
               MOVE "No YTDARCH -- closed-year figures unknown"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ARCH-FILE-EOF
               READ YTD-ARCHIVE-FILE
                   AT END SET WS-ARCH-FILE-EOF TO TRUE
                   NOT AT END
                       IF YTD-ARCHIVE-REC(1:21)
                           = "YTD ARCHIVE FOR YEAR "
                           MOVE YTD-ARCHIVE-REC(22:4)
                               TO WS-ARCHIVE-YEAR
                       ELSE
                           MOVE YTD-ARCHIVE-REC TO YTD-MASTER-RECORD
                           PERFORM MATCH-ARCHIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-ARCHIVE-FILE
           IF WS-ARCHIVE-YEAR = SPACES
               MOVE ZERO TO WS-ERR-CODE
               MOVE "YTDARCH has no year header -- nothing issued"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           END-IF.


       MATCH-ARCHIVE-RECORD.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-EMP-ID(WS-REQ-IDX) = YTD-EMP-ID
                   AND WS-REQ-ON-ARCHIVE(WS-REQ-IDX) = "N"
                   MOVE "Y" TO WS-REQ-ON-ARCHIVE(WS-REQ-IDX)
                   MOVE YTD-COMPANY-CODE
                       TO WS-REQ-COMPANY(WS-REQ-IDX)
                   IF YTD-COMPANY-CODE = SPACES
                       MOVE "01" TO WS-REQ-COMPANY(WS-REQ-IDX)
                   END-IF
      *            box 3 is settled once the wage base is known
                   MOVE YTD-TAXABLE-WAGES
                       TO WS-REQ-ARCH-BOX(WS-REQ-IDX, 1)
                   MOVE YTD-FED-TAX
                       TO WS-REQ-ARCH-BOX(WS-REQ-IDX, 2)
                   MOVE YTD-TAXABLE-WAGES
                       TO WS-REQ-ARCH-BOX(WS-REQ-IDX, 3)
                   MOVE YTD-SS-TAX
                       TO WS-REQ-ARCH-BOX(WS-REQ-IDX, 4)
                   MOVE YTD-TAXABLE-WAGES
                       TO WS-REQ-ARCH-BOX(WS-REQ-IDX, 5)
                   MOVE YTD-MEDICARE-TAX
                       TO WS-REQ-ARCH-BOX(WS-REQ-IDX, 6)
                   MOVE YTD-STATE-TAX
                       TO WS-REQ-ARCH-BOX(WS-REQ-IDX, 7)
                   MOVE YTD-LOCAL-TAX
                       TO WS-REQ-ARCH-BOX(WS-REQ-IDX, 8)
               END-IF
           END-PERFORM.


      * the latest Social Security line dated inside the archived
      * year; the archived box 3 is then capped at it
       LOAD-SS-WAGE-BASE.
           STRING WS-ARCHIVE-YEAR "1231" DELIMITED BY SIZE
               INTO WS-YEAR-END-DATE
           END-STRING
           OPEN INPUT TAX-RATE-FILE
           IF WS-TXR-FILE-OK
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
               CLOSE TAX-RATE-FILE
           END-IF
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-ARCH-BOX(WS-REQ-IDX, 3) > WS-SS-WAGE-BASE
                   MOVE WS-SS-WAGE-BASE
                       TO WS-REQ-ARCH-BOX(WS-REQ-IDX, 3)
               END-IF
           END-PERFORM.


       LOAD-CORRECTION-LEDGER.
           OPEN INPUT CORRECTION-LEDGER-FILE
           IF NOT WS-LDG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LDG-FILE-EOF
               READ CORRECTION-LEDGER-FILE
                   AT END SET WS-LDG-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM FIND-LEDGER-ENTRY
                       IF WS-LDG-IDX NOT > WS-LDG-COUNT
                           OR WS-LDG-COUNT < 300
                           IF WS-LDG-IDX > WS-LDG-COUNT
                               ADD 1 TO WS-LDG-COUNT
                               MOVE LDG-EMP-ID
                                   TO WS-LDG-EMP-ID(WS-LDG-IDX)
                               MOVE LDG-TAX-YEAR
                                   TO WS-LDG-YEAR(WS-LDG-IDX)
                           END-IF
                           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                               UNTIL WS-BOX-SUB > 8
                               MOVE LDG-BOX-AMOUNT(WS-BOX-SUB)
                                 TO WS-LDG-BOX(WS-LDG-IDX, WS-BOX-SUB)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECTION-LEDGER-FILE.


      * WS-LDG-IDX lands on the entry for LDG-EMP-ID / LDG-TAX-YEAR,
      * or one past the end when there is none
       FIND-LEDGER-ENTRY.
           SET WS-LDG-IDX TO 1
           PERFORM UNTIL WS-LDG-IDX > WS-LDG-COUNT
                   OR (WS-LDG-EMP-ID(WS-LDG-IDX) = LDG-EMP-ID
                       AND WS-LDG-YEAR(WS-LDG-IDX) = LDG-TAX-YEAR)
               SET WS-LDG-IDX UP BY 1
           END-PERFORM.


       LOAD-ISSUED-KEYS.
           OPEN INPUT SYSTEM-AUDIT-FILE
           IF NOT WS-SYSAUD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SYSAUD-FILE-EOF
               READ SYSTEM-AUDIT-FILE
                   AT END SET WS-SYSAUD-FILE-EOF TO TRUE
                   NOT AT END
                       IF SYSAUD-PROGRAM-ID = "W2CORR"
                           AND SYSAUD-KEY-INPUT(1:4) = "W2C "
                           AND WS-AUD-COUNT < 500
                           ADD 1 TO WS-AUD-COUNT
                           MOVE SYSAUD-KEY-INPUT
                               TO WS-AUD-KEY(WS-AUD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SYSTEM-AUDIT-FILE.


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


      ******************************************************************
      * One request: refuse it if it was issued before, is not for
      * the archived year, or names someone not on the archive;
      * otherwise start from the last figures reported, apply the
      * change, print the side-by-side statement, and record it.
      ******************************************************************
       ISSUE-ONE-CORRECTION.
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "W2C " WS-REQ-EMP-ID(WS-REQ-IDX) " "
               WS-REQ-YEAR(WS-REQ-IDX) " " WS-REQ-REF(WS-REQ-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           MOVE SPACES TO WS-REFUSE-REASON

           SET WS-AUD-IDX TO 1
           PERFORM UNTIL WS-AUD-IDX > WS-AUD-COUNT
                   OR WS-AUD-KEY(WS-AUD-IDX) = WS-AUDIT-KEY
               SET WS-AUD-IDX UP BY 1
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-AUD-IDX NOT > WS-AUD-COUNT
                   MOVE "ALREADY ISSUED -- ON SYSAUDIT"
                       TO WS-REFUSE-REASON
               WHEN WS-REQ-ON-ARCHIVE(WS-REQ-IDX) = "X"
                   MOVE "CHANGE AMOUNTS NOT NUMERIC"
                       TO WS-REFUSE-REASON
               WHEN WS-REQ-YEAR(WS-REQ-IDX) NOT = WS-ARCHIVE-YEAR
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "ARCHIVE ON FILE IS FOR " WS-ARCHIVE-YEAR
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-STRING
               WHEN WS-REQ-ON-ARCHIVE(WS-REQ-IDX) NOT = "Y"
                   MOVE "NOT ON THE YEAR-END ARCHIVE"
                       TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-ONE-REQUEST
               EXIT PARAGRAPH
           END-IF

      *    previously reported: the last correction, else the close
           MOVE WS-REQ-EMP-ID(WS-REQ-IDX) TO LDG-EMP-ID
           MOVE WS-REQ-YEAR(WS-REQ-IDX) TO LDG-TAX-YEAR
           PERFORM FIND-LEDGER-ENTRY
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 8
               IF WS-LDG-IDX > WS-LDG-COUNT
                   MOVE WS-REQ-ARCH-BOX(WS-REQ-IDX, WS-BOX-SUB)
                       TO WS-PREV-BOX(WS-BOX-SUB)
               ELSE
                   MOVE WS-LDG-BOX(WS-LDG-IDX, WS-BOX-SUB)
                       TO WS-PREV-BOX(WS-BOX-SUB)
               END-IF
           END-PERFORM

           PERFORM APPLY-CORRECTION-CHANGES
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-ONE-REQUEST
               EXIT PARAGRAPH
           END-IF

           PERFORM PRINT-CORRECTED-STATEMENT
           PERFORM RECORD-ONE-CORRECTION
           ADD 1 TO WS-ISSUED-COUNT
           ADD 1 TO WS-AUD-COUNT
           MOVE WS-AUDIT-KEY TO WS-AUD-KEY(WS-AUD-COUNT).


      * box 1, 2, 4, 6, 17 and 19 take the keyed change; 5 follows
      * box 1 and 3 is box 1 up to the wage base
       APPLY-CORRECTION-CHANGES.
           MOVE WS-PREV-FIGURES TO WS-CORR-FIGURES
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > 6
               EVALUATE WS-CHG-SUB
                   WHEN 1 MOVE 1 TO WS-BOX-SUB
                   WHEN 2 MOVE 2 TO WS-BOX-SUB
                   WHEN 3 MOVE 4 TO WS-BOX-SUB
                   WHEN 4 MOVE 6 TO WS-BOX-SUB
                   WHEN 5 MOVE 7 TO WS-BOX-SUB
                   WHEN OTHER MOVE 8 TO WS-BOX-SUB
               END-EVALUATE
               COMPUTE WS-CORR-WORK = WS-PREV-BOX(WS-BOX-SUB)
                   + WS-REQ-CHANGE(WS-REQ-IDX, WS-CHG-SUB)
               IF WS-CORR-WORK < ZERO
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "BOX " WS-BOX-CAPTION(WS-BOX-SUB)(1:2)
                       " WOULD GO BELOW ZERO"
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-STRING
               ELSE
                   MOVE WS-CORR-WORK TO WS-CORR-BOX(WS-BOX-SUB)
               END-IF
           END-PERFORM
           MOVE WS-CORR-BOX(1) TO WS-CORR-BOX(5)
           IF WS-CORR-BOX(1) > WS-SS-WAGE-BASE
               MOVE WS-SS-WAGE-BASE TO WS-CORR-BOX(3)
           ELSE
               MOVE WS-CORR-BOX(1) TO WS-CORR-BOX(3)
           END-IF
           IF WS-REFUSE-REASON = SPACES
               AND WS-CORR-FIGURES = WS-PREV-FIGURES
               MOVE "NO BOX CHANGES" TO WS-REFUSE-REASON
           END-IF.


       REFUSE-ONE-REQUEST.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE WS-REQ-EMP-ID(WS-REQ-IDX) TO CFL-EMP-ID
           MOVE WS-REQ-YEAR(WS-REQ-IDX)   TO CFL-YEAR
           MOVE WS-REQ-REF(WS-REQ-IDX)    TO CFL-REFERENCE
           MOVE WS-REFUSE-REASON          TO CFL-REASON
           MOVE CORR-REFUSED-LINE TO RWR-DETAIL-LINE
           PERFORM ROUTE-STATEMENT-LINE
           MOVE ALL "-" TO RWR-DETAIL-LINE
           PERFORM ROUTE-STATEMENT-LINE.


       PRINT-CORRECTED-STATEMENT.
           MOVE WS-REQ-EMP-ID(WS-REQ-IDX) TO PER-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY
                   MOVE SPACES TO PERSONAL-DATA-RECORD
                   MOVE WS-REQ-EMP-ID(WS-REQ-IDX) TO PER-EMP-ID
           END-READ
           MOVE WS-REQ-EMP-ID(WS-REQ-IDX) TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY MOVE SPACES TO EMP-NAME
           END-READ

           MOVE WS-REQ-EMP-ID(WS-REQ-IDX) TO CHL-EMP-ID
           IF PER-LAST-NAME = SPACES
               MOVE EMP-NAME TO CHL-NAME
           ELSE
               MOVE SPACES TO CHL-NAME
               STRING PER-LAST-NAME DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   PER-FIRST-NAME DELIMITED BY "  "
                   INTO CHL-NAME
               END-STRING
           END-IF
           MOVE WS-REQ-YEAR(WS-REQ-IDX) TO CHL-YEAR
           MOVE CORR-HEADER-LINE TO RWR-DETAIL-LINE
           PERFORM ROUTE-STATEMENT-LINE

           MOVE PER-SSN TO MSK-ACCOUNT
           CALL "MASKACCT" USING MASK-REQUEST
               ON EXCEPTION
                   MOVE ALL "*" TO MSK-ACCOUNT(1:5)
           END-CALL
           MOVE MSK-ACCOUNT TO CIL-SSN
           SET WS-CMP-IDX TO 1
           PERFORM UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   OR WS-CMP-CODE(WS-CMP-IDX)
                       = WS-REQ-COMPANY(WS-REQ-IDX)
               SET WS-CMP-IDX UP BY 1
           END-PERFORM
           IF WS-CMP-IDX > WS-CMP-COUNT
               MOVE SPACES TO CIL-FEIN CIL-EMPLOYER
           ELSE
               MOVE WS-CMP-FEIN(WS-CMP-IDX) TO CIL-FEIN
               MOVE WS-CMP-NAME(WS-CMP-IDX) TO CIL-EMPLOYER
           END-IF
           MOVE CORR-IDENT-LINE TO RWR-DETAIL-LINE
           PERFORM ROUTE-STATEMENT-LINE

           MOVE WS-REQ-REF(WS-REQ-IDX) TO CRL-REFERENCE
           IF WS-LDG-IDX > WS-LDG-COUNT
               MOVE "YEAR-END ARCHIVE" TO CRL-SOURCE
           ELSE
               MOVE "EARLIER CORRECTION" TO CRL-SOURCE
           END-IF
           MOVE CORR-REFERENCE-LINE TO RWR-DETAIL-LINE
           PERFORM ROUTE-STATEMENT-LINE

           MOVE CORR-COLUMN-LINE TO RWR-DETAIL-LINE
           PERFORM ROUTE-STATEMENT-LINE
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 8
               MOVE WS-BOX-CAPTION(WS-BOX-SUB)(1:2)  TO CBL-BOX-NO
               MOVE WS-BOX-CAPTION(WS-BOX-SUB)(3:26) TO CBL-CAPTION
               MOVE WS-PREV-BOX(WS-BOX-SUB) TO CBL-PREVIOUS
               MOVE WS-CORR-BOX(WS-BOX-SUB) TO CBL-CORRECT
               COMPUTE WS-DIFF-WORK = WS-CORR-BOX(WS-BOX-SUB)
                   - WS-PREV-BOX(WS-BOX-SUB)
               MOVE WS-DIFF-WORK TO CBL-CHANGE
               MOVE CORR-BOX-LINE TO RWR-DETAIL-LINE
               PERFORM ROUTE-STATEMENT-LINE
           END-PERFORM
           MOVE ALL "-" TO RWR-DETAIL-LINE
           PERFORM ROUTE-STATEMENT-LINE.


      * ledger, audit trail, and the table the EFW2C file is built
      * from; the in-storage ledger moves on so a second request
      * for the same person in this run starts from this one
       RECORD-ONE-CORRECTION.
           MOVE SPACES TO CORRECTION-LEDGER-RECORD
           MOVE WS-REQ-EMP-ID(WS-REQ-IDX) TO LDG-EMP-ID
           MOVE WS-REQ-YEAR(WS-REQ-IDX)   TO LDG-TAX-YEAR
           MOVE WS-REQ-REF(WS-REQ-IDX)    TO LDG-REFERENCE
           MOVE WS-TODAY-DATE             TO LDG-ISSUED-DATE
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 8
               MOVE WS-CORR-BOX(WS-BOX-SUB)
                   TO LDG-BOX-AMOUNT(WS-BOX-SUB)
           END-PERFORM
           WRITE CORRECTION-LEDGER-RECORD

           PERFORM FIND-LEDGER-ENTRY
           IF WS-LDG-IDX > WS-LDG-COUNT AND WS-LDG-COUNT < 300
               ADD 1 TO WS-LDG-COUNT
               MOVE LDG-EMP-ID   TO WS-LDG-EMP-ID(WS-LDG-IDX)
               MOVE LDG-TAX-YEAR TO WS-LDG-YEAR(WS-LDG-IDX)
           END-IF
           IF WS-LDG-IDX NOT > WS-LDG-COUNT
               PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 8
                   MOVE WS-CORR-BOX(WS-BOX-SUB)
                       TO WS-LDG-BOX(WS-LDG-IDX, WS-BOX-SUB)
               END-PERFORM
           END-IF

           MOVE SPACES TO SYS-AUDIT-RECORD
           MOVE "W2CORR" TO SYSAUD-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:15) TO SYSAUD-TIMESTAMP
           MOVE WS-AUDIT-KEY TO SYSAUD-KEY-INPUT
           MOVE SPACES TO SYSAUD-KEY-RESULT
           STRING "ISSUED " WS-TODAY-DATE
               DELIMITED BY SIZE INTO SYSAUD-KEY-RESULT
           END-STRING
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD

           IF WS-ISS-COUNT < 200
               ADD 1 TO WS-ISS-COUNT
               SET WS-ISS-IDX TO WS-ISS-COUNT
               MOVE WS-REQ-EMP-ID(WS-REQ-IDX)
                   TO WS-ISS-EMP-ID(WS-ISS-IDX)
               MOVE WS-REQ-COMPANY(WS-REQ-IDX)
                   TO WS-ISS-COMPANY(WS-ISS-IDX)
               PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 8
                   MOVE WS-PREV-BOX(WS-BOX-SUB)
                       TO WS-ISS-PREV(WS-ISS-IDX, WS-BOX-SUB)
                   MOVE WS-CORR-BOX(WS-BOX-SUB)
                       TO WS-ISS-CORR(WS-ISS-IDX, WS-BOX-SUB)
               END-PERFORM
           ELSE
               DISPLAY "Issued-correction table full -- "
                   WS-REQ-EMP-ID(WS-REQ-IDX)
                   " left off W2CREPT.TXT."
           END-IF.


       ROUTE-STATEMENT-LINE.
           MOVE "D" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM VARYING WS-RWR-OUT-IDX FROM 1 BY 1
               UNTIL WS-RWR-OUT-IDX > RWR-LINE-COUNT
               MOVE RWR-OUT-LINE(WS-RWR-OUT-IDX)
                   TO STATEMENT-PRINT-REC
               WRITE STATEMENT-PRINT-REC
           END-PERFORM.


      ******************************************************************
      * W2CREPT.TXT: the RCA submitter record, then per company with
      * corrections an RCE, its RCWs, and the RCT totals; RCF last.
      ******************************************************************
       WRITE-CORRECTION-SUBMISSION.
           OPEN OUTPUT CORRECTION-SUBMIT-FILE
           IF NOT WS-SUB-FILE-OK
               MOVE WS-SUB-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open CORRECTION-SUBMIT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PERSONAL-DATA-FILE

           SET WS-CMP-IDX TO 1
           PERFORM UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   OR WS-CMP-FEIN(WS-CMP-IDX) = EFC-SUBMITTER-EIN
               SET WS-CMP-IDX UP BY 1
           END-PERFORM
           IF WS-CMP-IDX > WS-CMP-COUNT
               SET WS-CMP-IDX TO 1
           END-IF
           MOVE SPACES TO EFW2C-SUBMITTER-RECORD
           MOVE "RCA"                TO RCA-RECORD-ID
           MOVE EFC-SUBMITTER-EIN    TO RCA-SUBMITTER-EIN
           MOVE EFC-USER-ID          TO RCA-USER-ID
           MOVE "0"                  TO RCA-RESUB-IND
           MOVE "98"                 TO RCA-SOFTWARE-CODE
           MOVE WS-CMP-NAME(WS-CMP-IDX)    TO RCA-COMPANY-NAME
           MOVE WS-CMP-ADDRESS(WS-CMP-IDX) TO RCA-DELIVERY-ADDR
           MOVE WS-CMP-CITY(WS-CMP-IDX)    TO RCA-CITY
           MOVE WS-CMP-STATE(WS-CMP-IDX)   TO RCA-STATE
           MOVE WS-CMP-ZIP(WS-CMP-IDX)(1:5) TO RCA-ZIP
           MOVE WS-CMP-ZIP(WS-CMP-IDX)(6:4) TO RCA-ZIP-EXT
           MOVE EFC-CONTACT-NAME     TO RCA-CONTACT-NAME
           MOVE EFC-CONTACT-PHONE    TO RCA-CONTACT-PHONE
           MOVE EFC-CONTACT-EMAIL    TO RCA-CONTACT-EMAIL
           MOVE "L"                  TO RCA-PREPARER-CODE
           WRITE EFW2C-SUBMITTER-RECORD

           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
               PERFORM WRITE-CORRECTION-EMPLOYER
           END-PERFORM

           MOVE SPACES TO EFW2C-FINAL-RECORD
           MOVE "RCF" TO RCF-RECORD-ID
           MOVE WS-RCW-TOTAL TO RCF-RCW-COUNT
           WRITE EFW2C-FINAL-RECORD
           CLOSE PERSONAL-DATA-FILE
           CLOSE CORRECTION-SUBMIT-FILE
           IF WS-RCW-TOTAL < WS-ISSUED-COUNT
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Correction company missing from COMPANY.TXT"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           END-IF.


       WRITE-CORRECTION-EMPLOYER.
           MOVE WS-CMP-CODE(WS-CMP-IDX) TO WS-RUN-COMPANY
           MOVE ZERO TO WS-SEC-COUNT
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6
               MOVE ZERO TO WS-SEC-PREV(WS-BOX-SUB)
               MOVE ZERO TO WS-SEC-CORR(WS-BOX-SUB)
           END-PERFORM
           PERFORM VARYING WS-ISS-IDX FROM 1 BY 1
               UNTIL WS-ISS-IDX > WS-ISS-COUNT
               IF WS-ISS-COMPANY(WS-ISS-IDX) = WS-RUN-COMPANY
                   IF WS-SEC-COUNT = ZERO
                       PERFORM WRITE-CORRECTION-RCE
                   END-IF
                   PERFORM WRITE-CORRECTION-RCW
               END-IF
           END-PERFORM
           IF WS-SEC-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO EFW2C-TOTAL-RECORD
           MOVE "RCT" TO RCT-RECORD-ID
           MOVE WS-SEC-COUNT TO RCT-RCW-COUNT
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6
               COMPUTE RCT-ORIG-AMOUNT(WS-BOX-SUB) =
                   WS-SEC-PREV(WS-BOX-SUB) * 100
               COMPUTE RCT-CORR-AMOUNT(WS-BOX-SUB) =
                   WS-SEC-CORR(WS-BOX-SUB) * 100
           END-PERFORM
           WRITE EFW2C-TOTAL-RECORD.


       WRITE-CORRECTION-RCE.
           MOVE SPACES TO EFW2C-EMPLOYER-RECORD
           MOVE "RCE"                      TO RCE-RECORD-ID
           MOVE WS-ARCHIVE-YEAR            TO RCE-TAX-YEAR
           MOVE WS-CMP-FEIN(WS-CMP-IDX)    TO RCE-EIN
           MOVE WS-CMP-NAME(WS-CMP-IDX)    TO RCE-EMPLOYER-NAME
           MOVE WS-CMP-ADDRESS(WS-CMP-IDX) TO RCE-DELIVERY-ADDR
           MOVE WS-CMP-CITY(WS-CMP-IDX)    TO RCE-CITY
           MOVE WS-CMP-STATE(WS-CMP-IDX)   TO RCE-STATE
           MOVE WS-CMP-ZIP(WS-CMP-IDX)(1:5) TO RCE-ZIP
           MOVE WS-CMP-ZIP(WS-CMP-IDX)(6:4) TO RCE-ZIP-EXT
           MOVE "R"                        TO RCE-EMPLOYMENT-CODE
           MOVE "N"                        TO RCE-KIND-OF-EMPLOYER
           MOVE EFC-CONTACT-NAME           TO RCE-CONTACT-NAME
           MOVE EFC-CONTACT-PHONE          TO RCE-CONTACT-PHONE
           MOVE EFC-CONTACT-EMAIL          TO RCE-CONTACT-EMAIL
           WRITE EFW2C-EMPLOYER-RECORD.


      * only the boxes that moved carry amounts; the rest stay blank
       WRITE-CORRECTION-RCW.
           MOVE WS-ISS-EMP-ID(WS-ISS-IDX) TO PER-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY
                   MOVE SPACES TO PERSONAL-DATA-RECORD
                   DISPLAY "Correction for " WS-ISS-EMP-ID(WS-ISS-IDX)
                       " has no personal data -- RCW has no SSN."
           END-READ
           MOVE SPACES TO EFW2C-WAGE-RECORD
           MOVE "RCW"             TO RCW-RECORD-ID
           MOVE PER-SSN           TO RCW-SSN
           MOVE PER-FIRST-NAME    TO RCW-FIRST-NAME
           MOVE PER-MIDDLE-NAME   TO RCW-MIDDLE-NAME
           MOVE PER-LAST-NAME     TO RCW-LAST-NAME
           MOVE PER-ADDRESS-2     TO RCW-LOCATION-ADDR
           MOVE PER-ADDRESS-1     TO RCW-DELIVERY-ADDR
           MOVE PER-CITY          TO RCW-CITY
           MOVE PER-STATE         TO RCW-STATE
           MOVE PER-ZIP(1:5)      TO RCW-ZIP
           MOVE PER-ZIP(6:4)      TO RCW-ZIP-EXT
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6
               IF WS-ISS-PREV(WS-ISS-IDX, WS-BOX-SUB)
                   NOT = WS-ISS-CORR(WS-ISS-IDX, WS-BOX-SUB)
                   COMPUTE WS-CENTS-WORK =
                       WS-ISS-PREV(WS-ISS-IDX, WS-BOX-SUB) * 100
                   MOVE WS-CENTS-WORK TO RCW-ORIG-AMOUNT(WS-BOX-SUB)
                   COMPUTE WS-CENTS-WORK =
                       WS-ISS-CORR(WS-ISS-IDX, WS-BOX-SUB) * 100
                   MOVE WS-CENTS-WORK TO RCW-CORR-AMOUNT(WS-BOX-SUB)
                   ADD WS-ISS-PREV(WS-ISS-IDX, WS-BOX-SUB)
                       TO WS-SEC-PREV(WS-BOX-SUB)
                   ADD WS-ISS-CORR(WS-ISS-IDX, WS-BOX-SUB)
                       TO WS-SEC-CORR(WS-BOX-SUB)
               END-IF
           END-PERFORM
           WRITE EFW2C-WAGE-RECORD
           ADD 1 TO WS-SEC-COUNT
           ADD 1 TO WS-RCW-TOTAL.

       END PROGRAM W2CORR.
