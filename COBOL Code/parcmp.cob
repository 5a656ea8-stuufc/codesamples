      ******************************************************************
      * Parallel-run comparator. Before a change to PAYROL00 or the
      * tax tables goes live the period is run twice -- once on the
      * code in production (set A) and once on the change (set B)
      * -- and this job proves the two output sets agree, or lists
      * every place they do not.
      *
      * Run parameter (scheduler PARM convention):
      *   SA / SB  save the run just finished as set A or set B.
      *            PAYREG.TXT, GLJRNL.TXT and BANKXMIT are taken
      *            whole; PAYHIST, TAXLIAB.TXT and DEDLIAB.TXT
      *            only for the pay period the register is for.
      *            Everything goes into one saved-set file
      *            (PARSETA.TXT / PARSETB.TXT), each record tagged
      *            with the file it came from, under a header
      *            carrying the period and a trailer carrying the
      *            record count.
      *   C        (or no parameter) compare set A with set B.
      *
      * The compare refuses sets from different periods, and a set
      * whose trailer count does not agree with its records. Records
      * are matched employee by employee and account by account:
      *   PAYREG    employee name; the grand total and media lines
      *             (headings, rate listing and memo lines are not
      *             figures and are passed over)
      *   PAYHIST   employee and period
      *   BANKXMIT  employee and entry type
      *   GLJRNL    record type, department and account (the batch
      *             id is stamped per run and is not compared)
      *   TAXLIAB   jurisdiction, period and company
      *   DEDLIAB   record type, code, employee and case
      * A key that repeats in a file is paired in file order.
      * Every field that differs is listed in PARCMP.RPT with both
      * values, and every amount difference is typed ONE CENT or
      * AMOUNT so a rounding change cannot hide among the rest;
      * other fields differ as DATA, and unmatched records are SET
      * A ONLY or SET B ONLY. Totals by file and by difference type
      * close the report. Account numbers are masked on the report.
      *
      * PARCERT.RPT is rewritten every compare: the zero-difference
      * certification page when the sets agree, otherwise a notice
      * that the run is not certified, so an old certificate can
      * never be mistaken for this one. Differences end the job
      * RETURN-CODE 4 with a warning; a set that cannot be used
      * ends it RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT BANK-TRANSMITTAL-FILE ASSIGN TO "BANKXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLIAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXL-FILE-STATUS.

           SELECT DEDUCTION-LIABILITY-FILE ASSIGN TO "DEDLIAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLB-FILE-STATUS.

           SELECT SAVED-SET-A-FILE ASSIGN TO "PARSETA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETA-FILE-STATUS.

           SELECT SAVED-SET-B-FILE ASSIGN TO "PARSETB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETB-FILE-STATUS.

           SELECT COMPARE-REPORT-FILE ASSIGN TO "PARCMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT CERTIFICATION-FILE ASSIGN TO "PARCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the six output layouts, as PAYROL00 writes them. In a compare
      * the record areas double as the field extractor: each saved
      * image is laid over its layout in turn and the names read the
      * fields out, the way BKUPCMP reads EMPREC.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-REC    PIC X(80).

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  BANK-TRANSMITTAL-FILE.
           COPY TRANSMIT.

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  JRN-RECORD-TYPE PIC X.
           05  JRN-DEPT        PIC X(4).
           05  JRN-ACCOUNT     PIC X(8).
           05  JRN-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  JRN-DESC        PIC X(20).
           05  JRN-BATCH-ID    PIC X(16).

       FD  TAX-LIABILITY-FILE.
       01  TAX-LIABILITY-RECORD.
           05  TXL-JURISDICTION PIC X(3).
           05  TXL-PERIOD      PIC 9(4).
           05  TXL-PAY-DATE    PIC X(8).
           05  TXL-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  TXL-DEPOSITED   PIC X.
           05  TXL-COMPANY     PIC X(2).

       FD  DEDUCTION-LIABILITY-FILE.
       01  DEDUCTION-LIABILITY-RECORD.
           05  DLB-RECORD-TYPE PIC X.
           05  DLB-DED-CODE    PIC X(3).
           05  DLB-EMP-ID      PIC X(6).
           05  DLB-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  DLB-PERIOD      PIC 9(4).
           05  DLB-CASE-NUMBER PIC X(15).

       FD  SAVED-SET-A-FILE.
       01  SAVED-SET-A-RECORD  PIC X(128).

       FD  SAVED-SET-B-FILE.
       01  SAVED-SET-B-RECORD  PIC X(128).

       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-REC  PIC X(110).

       FD  CERTIFICATION-FILE.
       01  CERTIFICATION-REC   PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-REG-FILE-STATUS PIC XX.
           88  WS-REG-FILE-OK        VALUE "00".
           88  WS-REG-FILE-EOF       VALUE "10".

       77  WS-HIST-FILE-STATUS PIC XX.
           88  WS-HIST-FILE-OK       VALUE "00".
           88  WS-HIST-FILE-EOF      VALUE "10".

       77  WS-XMIT-FILE-STATUS PIC XX.
           88  WS-XMIT-FILE-OK       VALUE "00".
           88  WS-XMIT-FILE-EOF      VALUE "10".

       77  WS-JRNL-FILE-STATUS PIC XX.
           88  WS-JRNL-FILE-OK       VALUE "00".
           88  WS-JRNL-FILE-EOF      VALUE "10".

       77  WS-TXL-FILE-STATUS PIC XX.
           88  WS-TXL-FILE-OK        VALUE "00".
           88  WS-TXL-FILE-EOF       VALUE "10".

       77  WS-DLB-FILE-STATUS PIC XX.
           88  WS-DLB-FILE-OK        VALUE "00".
           88  WS-DLB-FILE-EOF       VALUE "10".

       77  WS-SETA-FILE-STATUS PIC XX.
           88  WS-SETA-FILE-OK       VALUE "00".
           88  WS-SETA-FILE-EOF      VALUE "10".

       77  WS-SETB-FILE-STATUS PIC XX.
           88  WS-SETB-FILE-OK       VALUE "00".
           88  WS-SETB-FILE-EOF      VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-CERT-FILE-STATUS PIC XX.
           88  WS-CERT-FILE-OK       VALUE "00".

       77  WS-RUN-MODE        PIC X VALUE "C".
           88  WS-MODE-SAVE          VALUE "S".
           88  WS-MODE-COMPARE       VALUE "C".
       77  WS-SAVE-SET-ID     PIC X VALUE SPACE.
           88  WS-SAVING-SET-A       VALUE "A".
           88  WS-SAVING-SET-B       VALUE "B".

      * one saved-set record: the file it came from and the record
      * image, or the set header or trailer
       01  WS-SAVED-RECORD.
           05  PST-FILE-ID         PIC X(8).
               88  PST-IS-HEADER       VALUE "*SET".
               88  PST-IS-TRAILER      VALUE "*END".
           05  PST-IMAGE           PIC X(120).
           05  PST-HEADER REDEFINES PST-IMAGE.
               10  PSH-SET-ID      PIC X.
               10  FILLER          PIC X.
               10  PSH-PERIOD      PIC 9(4).
               10  FILLER          PIC X.
               10  PSH-SAVED-TS    PIC X(15).
               10  FILLER          PIC X(98).
           05  PST-TRAILER REDEFINES PST-IMAGE.
               10  PSE-RECORD-COUNT PIC 9(7).
               10  FILLER          PIC X(113).

       77  WS-SET-PERIOD      PIC 9(4) VALUE ZERO.
       77  WS-SAVED-COUNT     PIC 9(7) VALUE ZERO.
       77  WS-FILE-SAVED      PIC 9(7) VALUE ZERO.
       77  WS-PERIOD-FOUND-FLAG PIC X VALUE "N".
           88  WS-PERIOD-FOUND       VALUE "Y".

      * the two sets' own header and trailer figures
       77  WS-A-PERIOD        PIC 9(4) VALUE ZERO.
       77  WS-A-SAVED-TS      PIC X(15) VALUE SPACES.
       77  WS-A-READ-COUNT    PIC 9(7) VALUE ZERO.
       77  WS-A-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       77  WS-A-HEADER-FLAG   PIC X VALUE "N".
           88  WS-A-HEADER-SEEN      VALUE "Y".
       77  WS-A-TRAILER-FLAG  PIC X VALUE "N".
           88  WS-A-TRAILER-SEEN     VALUE "Y".
       77  WS-B-PERIOD        PIC 9(4) VALUE ZERO.
       77  WS-B-SAVED-TS      PIC X(15) VALUE SPACES.
       77  WS-B-READ-COUNT    PIC 9(7) VALUE ZERO.
       77  WS-B-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       77  WS-B-HEADER-FLAG   PIC X VALUE "N".
           88  WS-B-HEADER-SEEN      VALUE "Y".
       77  WS-B-TRAILER-FLAG  PIC X VALUE "N".
           88  WS-B-TRAILER-SEEN     VALUE "Y".
       77  WS-RUN-FAILED-FLAG   PIC X VALUE "N".
           88  WS-RUN-FAILED       VALUE "Y".

      * set A, held whole while set B streams past it. The search
      * for a B record's partner starts just after the last match,
      * so two sets in the same order pair off in one pass.
       77  WS-SET-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-SET-IDX.
               10  WS-SET-FILE-ID      PIC X(8).
               10  WS-SET-KEY          PIC X(30).
               10  WS-SET-IMAGE        PIC X(120).
               10  WS-SET-MATCH-FLAG   PIC X.
                   88  WS-SET-MATCHED      VALUE "Y".
       77  WS-SEARCH-START    PIC 9(5) VALUE 1.
       77  WS-SEARCH-POS      PIC 9(5) VALUE ZERO.
       77  WS-MATCH-POS       PIC 9(5) VALUE ZERO.

      * the record in hand: its file, its matching key, and what
      * is compared on it
       77  WS-CUR-FILE-ID     PIC X(8) VALUE SPACES.
       77  WS-CUR-IMAGE       PIC X(120) VALUE SPACES.
       77  WS-CUR-KEY         PIC X(30) VALUE SPACES.
       77  WS-CUR-SKIP-FLAG   PIC X VALUE "N".
           88  WS-CUR-SKIPPED        VALUE "Y".
       77  WS-LAY-IMAGE       PIC X(120) VALUE SPACES.
       77  WS-REG-LINE-KIND   PIC X VALUE SPACE.
           88  WS-REG-DETAIL         VALUE "D".
           88  WS-REG-GRAND-TOTAL    VALUE "G".
           88  WS-REG-MEDIA          VALUE "M".
       77  WS-FIELD-NO        PIC 99 VALUE ZERO.
       77  WS-FIELD-LIMIT     PIC 99 VALUE ZERO.
       77  WS-HEADLINE-FIELD  PIC 99 VALUE ZERO.
       77  WS-FIELD-NAME      PIC X(10) VALUE SPACES.
       77  WS-FIELD-TEXT      PIC X(17) VALUE SPACES.
       77  WS-FIELD-AMOUNT    PIC S9(9)V99 VALUE ZERO.
       77  WS-FIELD-KIND      PIC X VALUE "D".
           88  WS-FIELD-IS-AMOUNT    VALUE "A".
           88  WS-FIELD-IS-DATA      VALUE "D".
       77  WS-FIELD-MASK-FLAG PIC X VALUE "N".
           88  WS-FIELD-MASKED       VALUE "Y".
       77  WS-A-TEXT          PIC X(17) VALUE SPACES.
       77  WS-A-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       77  WS-B-TEXT          PIC X(17) VALUE SPACES.
       77  WS-B-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       77  WS-DIFF-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       77  WS-AMOUNT-EDIT     PIC -ZZZZZZZZ9.99.

      * counts by file, in the order the sets carry them
       01  WS-FILE-NAMES.
           05  FILLER          PIC X(8) VALUE "PAYREG".
           05  FILLER          PIC X(8) VALUE "PAYHIST".
           05  FILLER          PIC X(8) VALUE "BANKXMIT".
           05  FILLER          PIC X(8) VALUE "GLJRNL".
           05  FILLER          PIC X(8) VALUE "TAXLIAB".
           05  FILLER          PIC X(8) VALUE "DEDLIAB".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME OCCURS 6 TIMES PIC X(8).
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 6 TIMES INDEXED BY WS-FILE-IDX.
               10  WS-FIL-A-COUNT      PIC 9(7).
               10  WS-FIL-B-COUNT      PIC 9(7).
               10  WS-FIL-MATCHED      PIC 9(7).
               10  WS-FIL-DIFFS        PIC 9(7).

      * counts and net amounts by difference type
       77  WS-CENT-COUNT      PIC 9(7) VALUE ZERO.
       77  WS-CENT-NET        PIC S9(9)V99 VALUE ZERO.
       77  WS-AMOUNT-COUNT    PIC 9(7) VALUE ZERO.
       77  WS-AMOUNT-NET      PIC S9(9)V99 VALUE ZERO.
       77  WS-DATA-COUNT      PIC 9(7) VALUE ZERO.
       77  WS-ONLY-A-COUNT    PIC 9(7) VALUE ZERO.
       77  WS-ONLY-B-COUNT    PIC 9(7) VALUE ZERO.
       77  WS-DIFF-TOTAL      PIC 9(7) VALUE ZERO.
       77  WS-COMPARED-TOTAL  PIC 9(7) VALUE ZERO.
       77  WS-DIFF-TYPE       PIC X(10) VALUE SPACES.

       01  COMPARE-HEADING-LINE.
           05  FILLER          PIC X(36)
               VALUE "PARALLEL RUN COMPARISON  PAY PERIOD ".
           05  PHL-PERIOD      PIC 9(4).
           05  FILLER          PIC X(14) VALUE "   SET A SAVED".
           05  FILLER          PIC X     VALUE SPACE.
           05  PHL-A-TS        PIC X(15).
           05  FILLER          PIC X(14) VALUE "   SET B SAVED".
           05  FILLER          PIC X     VALUE SPACE.
           05  PHL-B-TS        PIC X(15).

       01  COMPARE-COLUMN-LINE.
           05  FILLER  PIC X(49) VALUE
               "FILE     KEY                          FIELD      ".
           05  FILLER  PIC X(61) VALUE
               "SET A                SET B                  DIFFERENCE
      -        " TYPE".

       01  COMPARE-DETAIL-LINE.
           05  PDL-FILE        PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-KEY         PIC X(28).
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-FIELD       PIC X(10).
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-VALUE-A     PIC X(17).
           05  FILLER          PIC X(4)  VALUE " -> ".
           05  PDL-VALUE-B     PIC X(17).
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-DIFF        PIC -ZZZZZZ9.99.
           05  PDL-DIFF-X REDEFINES PDL-DIFF PIC X(11).
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-TYPE        PIC X(10).

       01  COMPARE-FILE-HEADING.
           05  FILLER  PIC X(50) VALUE
               "FILE        SET A    SET B  MATCHED  DIFFERENCES".

       01  COMPARE-FILE-LINE.
           05  PFL-FILE        PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  PFL-A-COUNT     PIC ZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PFL-B-COUNT     PIC ZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PFL-MATCHED     PIC ZZZZZZ9.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  PFL-DIFFS       PIC ZZZZZZ9.

       01  COMPARE-TYPE-LINE.
           05  PTL-LABEL       PIC X(30).
           05  PTL-COUNT       PIC ZZZZZZ9.
           05  PTL-NET-LABEL   PIC X(10).
           05  PTL-NET         PIC -ZZZZZZZZ9.99.
           05  PTL-NET-X REDEFINES PTL-NET PIC X(13).

       01  CERT-LINE           PIC X(80).
       01  CERT-FILE-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PCF-FILE        PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PCF-COUNT       PIC ZZZZZZ9.
           05  FILLER          PIC X(38)
               VALUE " records matched, 0 fields different".

       01  WS-COUNT-EDIT      PIC ZZZZZZ9.

       COPY MASKREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter, as the scheduler passes
      * it: SA or SB to save a set, C or nothing to compare
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "PARCMP" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE "C" TO WS-RUN-MODE
           IF LNK-PARM-LENGTH > 0 AND LNK-PARM-LENGTH <= 20
               AND LNK-PARM-DATA(1:1) NOT = SPACE
               MOVE LNK-PARM-DATA(1:1) TO WS-RUN-MODE
               MOVE LNK-PARM-DATA(2:1) TO WS-SAVE-SET-ID
           END-IF

           EVALUATE TRUE
               WHEN WS-MODE-SAVE
                   AND (WS-SAVING-SET-A OR WS-SAVING-SET-B)
                   PERFORM SAVE-OUTPUT-SET
               WHEN WS-MODE-COMPARE
                   PERFORM COMPARE-OUTPUT-SETS
               WHEN OTHER
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE "Run parameter must be SA, SB or C"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
           END-EVALUATE
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "PARCMP" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           SET WS-RUN-FAILED TO TRUE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       RAISE-DIFFERENCE-WARNING.
           MOVE "PARCMP" TO WS-ERR-PROGRAM-ID
           MOVE ZERO TO WS-ERR-CODE
           SET WS-ERR-SEVERITY-WARNING TO TRUE
           MOVE SPACES TO WS-ERR-MESSAGE
           MOVE WS-DIFF-TOTAL TO WS-COUNT-EDIT
           STRING "Parallel run differs --" WS-COUNT-EDIT
               " differences, see PARCMP.RPT"
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE
           END-STRING
           DISPLAY "WARNING " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      ******************************************************************
      * Save: the register names the period, and the header, the
      * six files' records and the count trailer go to the set file
      * in that order. A missing register means there is no run to
      * save; any other file missing is saved as empty, and shows
      * in a compare as records the other set has alone.
      ******************************************************************
       SAVE-OUTPUT-SET.
           PERFORM FIND-REGISTER-PERIOD
           IF WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF

           IF WS-SAVING-SET-A
               OPEN OUTPUT SAVED-SET-A-FILE
               MOVE WS-SETA-FILE-STATUS TO WS-ERR-CODE
           ELSE
               OPEN OUTPUT SAVED-SET-B-FILE
               MOVE WS-SETB-FILE-STATUS TO WS-ERR-CODE
           END-IF
           IF WS-ERR-CODE NOT = ZERO
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Unable to open saved set " WS-SAVE-SET-ID
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-SAVED-COUNT
           MOVE SPACES TO WS-SAVED-RECORD
           MOVE "*SET" TO PST-FILE-ID
           MOVE WS-SAVE-SET-ID TO PSH-SET-ID
           MOVE WS-SET-PERIOD TO PSH-PERIOD
           MOVE FUNCTION CURRENT-DATE(1:14) TO PSH-SAVED-TS
           PERFORM WRITE-SAVED-RECORD

           PERFORM SAVE-PAY-REGISTER
           PERFORM SAVE-PAY-HISTORY
           PERFORM SAVE-BANK-TRANSMITTAL
           PERFORM SAVE-GL-JOURNAL
           PERFORM SAVE-TAX-LIABILITY
           PERFORM SAVE-DEDUCTION-LIABILITY

           MOVE SPACES TO WS-SAVED-RECORD
           MOVE "*END" TO PST-FILE-ID
           MOVE WS-SAVED-COUNT TO PSE-RECORD-COUNT
           IF WS-SAVING-SET-A
               WRITE SAVED-SET-A-RECORD FROM WS-SAVED-RECORD
               CLOSE SAVED-SET-A-FILE
           ELSE
               WRITE SAVED-SET-B-RECORD FROM WS-SAVED-RECORD
               CLOSE SAVED-SET-B-FILE
           END-IF
           DISPLAY "PARCMP set " WS-SAVE-SET-ID " saved for period "
               WS-SET-PERIOD ": " WS-SAVED-COUNT " records."
           IF WS-SAVING-SET-A
               DISPLAY "PARCMP restore the files, rerun the period "
                   "on the change, then save it as set B."
           END-IF.


       FIND-REGISTER-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND-FLAG
           OPEN INPUT PAY-REGISTER-FILE
           IF NOT WS-REG-FILE-OK
               MOVE WS-REG-FILE-STATUS TO WS-ERR-CODE
               MOVE "No PAYREG.TXT -- no payroll run to save"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-FILE-EOF OR WS-PERIOD-FOUND
               READ PAY-REGISTER-FILE
                   AT END SET WS-REG-FILE-EOF TO TRUE
                   NOT AT END
                       IF PAY-REGISTER-REC(1:12) = "PAY PERIOD: "
                           AND PAY-REGISTER-REC(13:4) NUMERIC
                           MOVE PAY-REGISTER-REC(13:4)
                               TO WS-SET-PERIOD
                           SET WS-PERIOD-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-REGISTER-FILE
           IF NOT WS-PERIOD-FOUND
               MOVE ZERO TO WS-ERR-CODE
               MOVE "PAYREG.TXT carries no PAY PERIOD line"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           END-IF.


       WRITE-SAVED-RECORD.
           IF WS-SAVING-SET-A
               WRITE SAVED-SET-A-RECORD FROM WS-SAVED-RECORD
           ELSE
               WRITE SAVED-SET-B-RECORD FROM WS-SAVED-RECORD
           END-IF
           IF PST-FILE-ID NOT = "*SET"
               ADD 1 TO WS-SAVED-COUNT
               ADD 1 TO WS-FILE-SAVED
           END-IF.


       SAVE-ONE-IMAGE.
           MOVE SPACES TO WS-SAVED-RECORD
           MOVE WS-CUR-FILE-ID TO PST-FILE-ID
           MOVE WS-CUR-IMAGE TO PST-IMAGE
           PERFORM WRITE-SAVED-RECORD.


       SAVE-PAY-REGISTER.
           MOVE "PAYREG" TO WS-CUR-FILE-ID
           MOVE ZERO TO WS-FILE-SAVED
           MOVE "00" TO WS-REG-FILE-STATUS
           OPEN INPUT PAY-REGISTER-FILE
           PERFORM UNTIL WS-REG-FILE-EOF
               READ PAY-REGISTER-FILE
                   AT END SET WS-REG-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-CUR-IMAGE
                       MOVE PAY-REGISTER-REC TO WS-CUR-IMAGE
                       PERFORM SAVE-ONE-IMAGE
               END-READ
           END-PERFORM
           CLOSE PAY-REGISTER-FILE
           DISPLAY "  PAYREG   " WS-FILE-SAVED.


       SAVE-PAY-HISTORY.
           MOVE "PAYHIST" TO WS-CUR-FILE-ID
           MOVE ZERO TO WS-FILE-SAVED
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               DISPLAY "  PAYHIST  not on file -- none saved"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-FILE-EOF
               READ PAY-HISTORY-FILE
                   AT END SET WS-HIST-FILE-EOF TO TRUE
                   NOT AT END
                       IF PH-PERIOD = WS-SET-PERIOD
                           MOVE SPACES TO WS-CUR-IMAGE
                           MOVE PAY-HISTORY-RECORD TO WS-CUR-IMAGE
                           PERFORM SAVE-ONE-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           DISPLAY "  PAYHIST  " WS-FILE-SAVED.


       SAVE-BANK-TRANSMITTAL.
           MOVE "BANKXMIT" TO WS-CUR-FILE-ID
           MOVE ZERO TO WS-FILE-SAVED
           OPEN INPUT BANK-TRANSMITTAL-FILE
           IF NOT WS-XMIT-FILE-OK
               DISPLAY "  BANKXMIT not on file -- none saved"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XMIT-FILE-EOF
               READ BANK-TRANSMITTAL-FILE
                   AT END SET WS-XMIT-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-CUR-IMAGE
                       MOVE TRANSMITTAL-RECORD TO WS-CUR-IMAGE
                       PERFORM SAVE-ONE-IMAGE
               END-READ
           END-PERFORM
           CLOSE BANK-TRANSMITTAL-FILE
           DISPLAY "  BANKXMIT " WS-FILE-SAVED.


       SAVE-GL-JOURNAL.
           MOVE "GLJRNL" TO WS-CUR-FILE-ID
           MOVE ZERO TO WS-FILE-SAVED
           OPEN INPUT GL-JOURNAL-FILE
           IF NOT WS-JRNL-FILE-OK
               DISPLAY "  GLJRNL   not on file -- none saved"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JRNL-FILE-EOF
               READ GL-JOURNAL-FILE
                   AT END SET WS-JRNL-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-CUR-IMAGE
                       MOVE GL-JOURNAL-RECORD TO WS-CUR-IMAGE
                       PERFORM SAVE-ONE-IMAGE
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE
           DISPLAY "  GLJRNL   " WS-FILE-SAVED.


      * the liability file is appended every period; only this
      * period's lines belong to the run
       SAVE-TAX-LIABILITY.
           MOVE "TAXLIAB" TO WS-CUR-FILE-ID
           MOVE ZERO TO WS-FILE-SAVED
           OPEN INPUT TAX-LIABILITY-FILE
           IF NOT WS-TXL-FILE-OK
               DISPLAY "  TAXLIAB  not on file -- none saved"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXL-FILE-EOF
               READ TAX-LIABILITY-FILE
                   AT END SET WS-TXL-FILE-EOF TO TRUE
                   NOT AT END
                       IF TXL-PERIOD = WS-SET-PERIOD
                           MOVE SPACES TO WS-CUR-IMAGE
                           MOVE TAX-LIABILITY-RECORD TO WS-CUR-IMAGE
                           PERFORM SAVE-ONE-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-LIABILITY-FILE
           DISPLAY "  TAXLIAB  " WS-FILE-SAVED.


       SAVE-DEDUCTION-LIABILITY.
           MOVE "DEDLIAB" TO WS-CUR-FILE-ID
           MOVE ZERO TO WS-FILE-SAVED
           OPEN INPUT DEDUCTION-LIABILITY-FILE
           IF NOT WS-DLB-FILE-OK
               DISPLAY "  DEDLIAB  not on file -- none saved"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DLB-FILE-EOF
               READ DEDUCTION-LIABILITY-FILE
                   AT END SET WS-DLB-FILE-EOF TO TRUE
                   NOT AT END
                       IF DLB-PERIOD = WS-SET-PERIOD
                           MOVE SPACES TO WS-CUR-IMAGE
                           MOVE DEDUCTION-LIABILITY-RECORD
                               TO WS-CUR-IMAGE
                           PERFORM SAVE-ONE-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-LIABILITY-FILE
           DISPLAY "  DEDLIAB  " WS-FILE-SAVED.


      ******************************************************************
      * Compare: set A is tabled whole, then set B streams past it.
      * A B record with a partner has every field compared; one
      * without is SET B ONLY, and whatever of set A is left
      * unpaired at the end is SET A ONLY.
      ******************************************************************
       COMPARE-OUTPUT-SETS.
           INITIALIZE WS-FILE-TABLE
           PERFORM LOAD-SET-A
           IF WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SAVED-SET-B-FILE
           IF NOT WS-SETB-FILE-OK
               MOVE WS-SETB-FILE-STATUS TO WS-ERR-CODE
               MOVE "No PARSETB.TXT -- save set B before comparing"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           READ SAVED-SET-B-FILE INTO WS-SAVED-RECORD
               AT END MOVE SPACES TO WS-SAVED-RECORD
           END-READ
           IF NOT PST-IS-HEADER
               MOVE ZERO TO WS-ERR-CODE
               MOVE "PARSETB.TXT does not start with a set header"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE SAVED-SET-B-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE PSH-PERIOD TO WS-B-PERIOD
           MOVE PSH-SAVED-TS TO WS-B-SAVED-TS
           IF WS-B-PERIOD NOT = WS-A-PERIOD
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Set A is period " WS-A-PERIOD
                   ", set B is period " WS-B-PERIOD
                   " -- not comparable" DELIMITED BY SIZE
                   INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
               CLOSE SAVED-SET-B-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT COMPARE-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open COMPARE-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE SAVED-SET-B-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A-PERIOD TO PHL-PERIOD
           MOVE WS-A-SAVED-TS TO PHL-A-TS
           MOVE WS-B-SAVED-TS TO PHL-B-TS
           MOVE COMPARE-HEADING-LINE TO COMPARE-REPORT-REC
           WRITE COMPARE-REPORT-REC
           MOVE SPACES TO COMPARE-REPORT-REC
           WRITE COMPARE-REPORT-REC
           MOVE COMPARE-COLUMN-LINE TO COMPARE-REPORT-REC
           WRITE COMPARE-REPORT-REC

           MOVE 1 TO WS-SEARCH-START
           PERFORM UNTIL WS-SETB-FILE-EOF
               READ SAVED-SET-B-FILE INTO WS-SAVED-RECORD
                   AT END SET WS-SETB-FILE-EOF TO TRUE
                   NOT AT END
                       IF PST-IS-TRAILER
                           SET WS-B-TRAILER-SEEN TO TRUE
                           MOVE PSE-RECORD-COUNT
                               TO WS-B-TRAILER-COUNT
                       ELSE
                           ADD 1 TO WS-B-READ-COUNT
                           PERFORM MATCH-SET-B-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAVED-SET-B-FILE

           IF NOT WS-B-TRAILER-SEEN
               OR WS-B-TRAILER-COUNT NOT = WS-B-READ-COUNT
               MOVE ZERO TO WS-ERR-CODE
               MOVE "PARSETB.TXT is incomplete -- trailer count off"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               MOVE "SET B IS INCOMPLETE -- COMPARISON NOT VALID"
                   TO COMPARE-REPORT-REC
               WRITE COMPARE-REPORT-REC
               CLOSE COMPARE-REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM REPORT-SET-A-ONLY
           PERFORM WRITE-COMPARE-TOTALS
           CLOSE COMPARE-REPORT-FILE
           PERFORM WRITE-CERTIFICATION

           DISPLAY "PARCMP period " WS-A-PERIOD ": "
               WS-COMPARED-TOTAL " records matched, "
               WS-DIFF-TOTAL " differences."
           IF WS-DIFF-TOTAL > ZERO
               PERFORM RAISE-DIFFERENCE-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF.


       LOAD-SET-A.
           MOVE ZERO TO WS-SET-COUNT
           OPEN INPUT SAVED-SET-A-FILE
           IF NOT WS-SETA-FILE-OK
               MOVE WS-SETA-FILE-STATUS TO WS-ERR-CODE
               MOVE "No PARSETA.TXT -- save set A before comparing"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               SET WS-RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SETA-FILE-EOF OR WS-RUN-FAILED
               READ SAVED-SET-A-FILE INTO WS-SAVED-RECORD
                   AT END SET WS-SETA-FILE-EOF TO TRUE
                   NOT AT END PERFORM TABLE-SET-A-RECORD
               END-READ
           END-PERFORM
           CLOSE SAVED-SET-A-FILE
           IF WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-A-HEADER-SEEN
               MOVE ZERO TO WS-ERR-CODE
               MOVE "PARSETA.TXT does not start with a set header"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               SET WS-RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-A-TRAILER-SEEN
               OR WS-A-TRAILER-COUNT NOT = WS-A-READ-COUNT
               MOVE ZERO TO WS-ERR-CODE
               MOVE "PARSETA.TXT is incomplete -- trailer count off"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               SET WS-RUN-FAILED TO TRUE
           END-IF.


       TABLE-SET-A-RECORD.
           EVALUATE TRUE
               WHEN PST-IS-HEADER
                   SET WS-A-HEADER-SEEN TO TRUE
                   MOVE PSH-PERIOD TO WS-A-PERIOD
                   MOVE PSH-SAVED-TS TO WS-A-SAVED-TS
               WHEN PST-IS-TRAILER
                   SET WS-A-TRAILER-SEEN TO TRUE
                   MOVE PSE-RECORD-COUNT TO WS-A-TRAILER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-A-READ-COUNT
                   MOVE PST-FILE-ID TO WS-CUR-FILE-ID
                   MOVE PST-IMAGE TO WS-CUR-IMAGE
                   PERFORM BUILD-RECORD-KEY
                   IF WS-CUR-SKIPPED
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-SET-COUNT = 9999
                       MOVE ZERO TO WS-ERR-CODE
                       MOVE "Set A over 9999 records -- not compared"
                           TO WS-ERR-MESSAGE
                       PERFORM REPORT-COMMON-ERROR
                       SET WS-RUN-FAILED TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-SET-COUNT
                   SET WS-SET-IDX TO WS-SET-COUNT
                   MOVE WS-CUR-FILE-ID TO WS-SET-FILE-ID(WS-SET-IDX)
                   MOVE WS-CUR-KEY TO WS-SET-KEY(WS-SET-IDX)
                   MOVE WS-CUR-IMAGE TO WS-SET-IMAGE(WS-SET-IDX)
                   MOVE "N" TO WS-SET-MATCH-FLAG(WS-SET-IDX)
                   PERFORM FIND-FILE-ENTRY
                   ADD 1 TO WS-FIL-A-COUNT(WS-FILE-IDX)
           END-EVALUATE.


       FIND-FILE-ENTRY.
           SET WS-FILE-IDX TO 1
           PERFORM UNTIL WS-FILE-IDX > 6
                   OR WS-FILE-NAME(WS-FILE-IDX) = WS-CUR-FILE-ID
               SET WS-FILE-IDX UP BY 1
           END-PERFORM
           IF WS-FILE-IDX > 6
               SET WS-FILE-IDX TO 6
           END-IF.


      ******************************************************************
      * The matching key for the record in hand, and how many
      * fields it has to compare. The register's headings, rate
      * listing and memo lines carry no figures of their own and
      * are skipped, as PAYBAL skips them when it foots.
      ******************************************************************
       BUILD-RECORD-KEY.
           MOVE "N" TO WS-CUR-SKIP-FLAG
           MOVE SPACES TO WS-CUR-KEY
           MOVE WS-CUR-IMAGE TO WS-LAY-IMAGE
           PERFORM LAY-IMAGE-OVER-LAYOUT
           EVALUATE WS-CUR-FILE-ID
               WHEN "PAYREG"
                   PERFORM BUILD-REGISTER-KEY
               WHEN "PAYHIST"
                   STRING PH-EMP-ID " " PH-PERIOD
                       DELIMITED BY SIZE INTO WS-CUR-KEY
                   END-STRING
                   MOVE 17 TO WS-FIELD-LIMIT
                   MOVE 10 TO WS-HEADLINE-FIELD
               WHEN "BANKXMIT"
                   STRING TRN-EMP-ID " " TRN-RECORD-TYPE
                       DELIMITED BY SIZE INTO WS-CUR-KEY
                   END-STRING
                   MOVE 5 TO WS-FIELD-LIMIT
                   MOVE 4 TO WS-HEADLINE-FIELD
               WHEN "GLJRNL"
                   STRING JRN-RECORD-TYPE " " JRN-DEPT " "
                       JRN-ACCOUNT DELIMITED BY SIZE INTO WS-CUR-KEY
                   END-STRING
                   MOVE 2 TO WS-FIELD-LIMIT
                   MOVE 1 TO WS-HEADLINE-FIELD
               WHEN "TAXLIAB"
                   STRING TXL-JURISDICTION " " TXL-PERIOD " "
                       TXL-COMPANY DELIMITED BY SIZE INTO WS-CUR-KEY
                   END-STRING
                   MOVE 3 TO WS-FIELD-LIMIT
                   MOVE 2 TO WS-HEADLINE-FIELD
               WHEN "DEDLIAB"
                   STRING DLB-RECORD-TYPE " " DLB-DED-CODE " "
                       DLB-EMP-ID " " DLB-CASE-NUMBER
                       DELIMITED BY SIZE INTO WS-CUR-KEY
                   END-STRING
                   MOVE 1 TO WS-FIELD-LIMIT
                   MOVE 1 TO WS-HEADLINE-FIELD
               WHEN OTHER
                   SET WS-CUR-SKIPPED TO TRUE
           END-EVALUATE.


       BUILD-REGISTER-KEY.
           EVALUATE TRUE
               WHEN PAY-REGISTER-REC = SPACES
                   OR PAY-REGISTER-REC(1:11) = "CORRECTION "
                   OR PAY-REGISTER-REC(1:9) = "*CONTROL "
                   OR PAY-REGISTER-REC(1:12) = "PAY PERIOD: "
                   OR PAY-REGISTER-REC(1:8) = "EMPLOYEE"
                   OR PAY-REGISTER-REC(1:13) = "TAX RATES IN "
                   OR PAY-REGISTER-REC(1:6) = "  FED "
                   OR PAY-REGISTER-REC(1:8) = "  STATE "
                   OR PAY-REGISTER-REC(1:16) = "  RETRO EARNING "
                   OR PAY-REGISTER-REC(1:10) = "  PREMIUM "
                   OR PAY-REGISTER-REC(1:13) = "  TERMINATED "
                   OR PAY-REGISTER-REC(1:13) = "  FINAL PAY  "
                   OR PAY-REGISTER-REC(1:12) = "  GOAL MET  "
                   OR PAY-REGISTER-REC(1:8) = "COMPANY "
                   OR PAY-REGISTER-REC(1:6) = "  DED "
                   SET WS-CUR-SKIPPED TO TRUE
               WHEN PAY-REGISTER-REC(1:12) = "GRAND TOTAL:"
                   SET WS-REG-GRAND-TOTAL TO TRUE
                   MOVE "*GRAND TOTAL" TO WS-CUR-KEY
                   MOVE 3 TO WS-FIELD-LIMIT
                   MOVE 1 TO WS-HEADLINE-FIELD
               WHEN PAY-REGISTER-REC(1:7) = "MEDIA: "
                   SET WS-REG-MEDIA TO TRUE
                   MOVE "*MEDIA" TO WS-CUR-KEY
                   MOVE 4 TO WS-FIELD-LIMIT
                   MOVE 2 TO WS-HEADLINE-FIELD
               WHEN OTHER
                   SET WS-REG-DETAIL TO TRUE
                   MOVE PAY-REGISTER-REC(1:15) TO WS-CUR-KEY
                   MOVE 7 TO WS-FIELD-LIMIT
                   MOVE 5 TO WS-HEADLINE-FIELD
           END-EVALUATE.


       LAY-IMAGE-OVER-LAYOUT.
           EVALUATE WS-CUR-FILE-ID
               WHEN "PAYREG"
                   MOVE WS-LAY-IMAGE TO PAY-REGISTER-REC
               WHEN "PAYHIST"
                   MOVE WS-LAY-IMAGE TO PAY-HISTORY-RECORD
               WHEN "BANKXMIT"
                   MOVE WS-LAY-IMAGE TO TRANSMITTAL-RECORD
               WHEN "GLJRNL"
                   MOVE WS-LAY-IMAGE TO GL-JOURNAL-RECORD
               WHEN "TAXLIAB"
                   MOVE WS-LAY-IMAGE TO TAX-LIABILITY-RECORD
               WHEN "DEDLIAB"
                   MOVE WS-LAY-IMAGE TO DEDUCTION-LIABILITY-RECORD
           END-EVALUATE.


      * the partner is the first unpaired set A record of the same
      * file and key, looked for from just past the last one paired
      * to the end and then from the top
       MATCH-SET-B-RECORD.
           MOVE PST-FILE-ID TO WS-CUR-FILE-ID
           MOVE PST-IMAGE TO WS-CUR-IMAGE
           PERFORM BUILD-RECORD-KEY
           IF WS-CUR-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FILE-ENTRY
           ADD 1 TO WS-FIL-B-COUNT(WS-FILE-IDX)

           MOVE ZERO TO WS-MATCH-POS
           PERFORM VARYING WS-SEARCH-POS FROM WS-SEARCH-START BY 1
               UNTIL WS-SEARCH-POS > WS-SET-COUNT
                   OR WS-MATCH-POS > ZERO
               PERFORM TEST-SET-A-ENTRY
           END-PERFORM
           PERFORM VARYING WS-SEARCH-POS FROM 1 BY 1
               UNTIL WS-SEARCH-POS >= WS-SEARCH-START
                   OR WS-MATCH-POS > ZERO
               PERFORM TEST-SET-A-ENTRY
           END-PERFORM

           IF WS-MATCH-POS = ZERO
               MOVE "SET B ONLY" TO WS-DIFF-TYPE
               ADD 1 TO WS-ONLY-B-COUNT
               MOVE WS-CUR-IMAGE TO WS-LAY-IMAGE
               PERFORM REPORT-UNPAIRED-RECORD
               EXIT PARAGRAPH
           END-IF

           SET WS-SET-IDX TO WS-MATCH-POS
           SET WS-SET-MATCHED(WS-SET-IDX) TO TRUE
           COMPUTE WS-SEARCH-START = WS-MATCH-POS + 1
           ADD 1 TO WS-FIL-MATCHED(WS-FILE-IDX)
           ADD 1 TO WS-COMPARED-TOTAL
           IF WS-SET-IMAGE(WS-SET-IDX) NOT = WS-CUR-IMAGE
               PERFORM COMPARE-MATCHED-FIELDS
           END-IF.


       TEST-SET-A-ENTRY.
           SET WS-SET-IDX TO WS-SEARCH-POS
           IF NOT WS-SET-MATCHED(WS-SET-IDX)
               AND WS-SET-FILE-ID(WS-SET-IDX) = WS-CUR-FILE-ID
               AND WS-SET-KEY(WS-SET-IDX) = WS-CUR-KEY
               MOVE WS-SEARCH-POS TO WS-MATCH-POS
           END-IF.


      * each field is captured twice -- set A's image first, set
      * B's second -- through the layout names
       COMPARE-MATCHED-FIELDS.
           PERFORM VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > WS-FIELD-LIMIT
               MOVE WS-SET-IMAGE(WS-SET-IDX) TO WS-LAY-IMAGE
               PERFORM LAY-IMAGE-OVER-LAYOUT
               PERFORM CAPTURE-FIELD
               MOVE WS-FIELD-TEXT TO WS-A-TEXT
               MOVE WS-FIELD-AMOUNT TO WS-A-AMOUNT
               MOVE WS-CUR-IMAGE TO WS-LAY-IMAGE
               PERFORM LAY-IMAGE-OVER-LAYOUT
               PERFORM CAPTURE-FIELD
               MOVE WS-FIELD-TEXT TO WS-B-TEXT
               MOVE WS-FIELD-AMOUNT TO WS-B-AMOUNT
               PERFORM JUDGE-FIELD-DIFFERENCE
           END-PERFORM.


      * an amount differs by its value, not by how it was printed;
      * exactly one cent either way is the rounding signature
       JUDGE-FIELD-DIFFERENCE.
           MOVE SPACES TO WS-DIFF-TYPE
           MOVE ZERO TO WS-DIFF-AMOUNT
           IF WS-FIELD-IS-AMOUNT
               IF WS-A-AMOUNT = WS-B-AMOUNT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DIFF-AMOUNT = WS-B-AMOUNT - WS-A-AMOUNT
               IF WS-DIFF-AMOUNT = 0.01 OR WS-DIFF-AMOUNT = -0.01
                   MOVE "ONE CENT" TO WS-DIFF-TYPE
                   ADD 1 TO WS-CENT-COUNT
                   ADD WS-DIFF-AMOUNT TO WS-CENT-NET
               ELSE
                   MOVE "AMOUNT" TO WS-DIFF-TYPE
                   ADD 1 TO WS-AMOUNT-COUNT
                   ADD WS-DIFF-AMOUNT TO WS-AMOUNT-NET
               END-IF
           ELSE
               IF WS-A-TEXT = WS-B-TEXT
                   EXIT PARAGRAPH
               END-IF
               MOVE "DATA" TO WS-DIFF-TYPE
               ADD 1 TO WS-DATA-COUNT
           END-IF

           ADD 1 TO WS-DIFF-TOTAL
           ADD 1 TO WS-FIL-DIFFS(WS-FILE-IDX)
           IF WS-FIELD-MASKED
               MOVE WS-A-TEXT TO MSK-ACCOUNT
               CALL "MASKACCT" USING MASK-REQUEST
                   ON EXCEPTION MOVE ALL "*" TO MSK-ACCOUNT
               END-CALL
               MOVE MSK-ACCOUNT TO WS-A-TEXT
               MOVE WS-B-TEXT TO MSK-ACCOUNT
               CALL "MASKACCT" USING MASK-REQUEST
                   ON EXCEPTION MOVE ALL "*" TO MSK-ACCOUNT
               END-CALL
               MOVE MSK-ACCOUNT TO WS-B-TEXT
           END-IF
           MOVE SPACES TO COMPARE-DETAIL-LINE
           MOVE WS-CUR-FILE-ID TO PDL-FILE
           MOVE WS-CUR-KEY TO PDL-KEY
           MOVE WS-FIELD-NAME TO PDL-FIELD
           MOVE WS-A-TEXT TO PDL-VALUE-A
           MOVE " -> " TO COMPARE-DETAIL-LINE(67:4)
           MOVE WS-B-TEXT TO PDL-VALUE-B
           IF WS-FIELD-IS-AMOUNT
               MOVE WS-DIFF-AMOUNT TO PDL-DIFF
           END-IF
           MOVE WS-DIFF-TYPE TO PDL-TYPE
           MOVE COMPARE-DETAIL-LINE TO COMPARE-REPORT-REC
           WRITE COMPARE-REPORT-REC.


      * an unpaired record is listed once, under its key, with the
      * amount that best names it on its own side of the line
       REPORT-UNPAIRED-RECORD.
           PERFORM LAY-IMAGE-OVER-LAYOUT
           MOVE WS-HEADLINE-FIELD TO WS-FIELD-NO
           PERFORM CAPTURE-FIELD
           ADD 1 TO WS-DIFF-TOTAL
           ADD 1 TO WS-FIL-DIFFS(WS-FILE-IDX)
           MOVE SPACES TO COMPARE-DETAIL-LINE
           MOVE WS-CUR-FILE-ID TO PDL-FILE
           MOVE WS-CUR-KEY TO PDL-KEY
           MOVE WS-FIELD-NAME TO PDL-FIELD
           IF WS-DIFF-TYPE = "SET A ONLY"
               MOVE WS-FIELD-TEXT TO PDL-VALUE-A
               MOVE "(NONE)" TO PDL-VALUE-B
           ELSE
               MOVE "(NONE)" TO PDL-VALUE-A
               MOVE WS-FIELD-TEXT TO PDL-VALUE-B
           END-IF
           MOVE " -> " TO COMPARE-DETAIL-LINE(67:4)
           MOVE WS-DIFF-TYPE TO PDL-TYPE
           MOVE COMPARE-DETAIL-LINE TO COMPARE-REPORT-REC
           WRITE COMPARE-REPORT-REC.


       REPORT-SET-A-ONLY.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT
               IF NOT WS-SET-MATCHED(WS-SET-IDX)
                   MOVE WS-SET-FILE-ID(WS-SET-IDX) TO WS-CUR-FILE-ID
                   MOVE WS-SET-IMAGE(WS-SET-IDX) TO WS-CUR-IMAGE
                   PERFORM BUILD-RECORD-KEY
                   PERFORM FIND-FILE-ENTRY
                   MOVE "SET A ONLY" TO WS-DIFF-TYPE
                   ADD 1 TO WS-ONLY-A-COUNT
                   MOVE WS-CUR-IMAGE TO WS-LAY-IMAGE
                   PERFORM REPORT-UNPAIRED-RECORD
               END-IF
           END-PERFORM.


      ******************************************************************
      * One field of the record laid over its layout: its name, its
      * text, and for an amount its value.
      ******************************************************************
       CAPTURE-FIELD.
           MOVE SPACES TO WS-FIELD-NAME
           MOVE SPACES TO WS-FIELD-TEXT
           MOVE ZERO TO WS-FIELD-AMOUNT
           SET WS-FIELD-IS-DATA TO TRUE
           MOVE "N" TO WS-FIELD-MASK-FLAG
           EVALUATE WS-CUR-FILE-ID
               WHEN "PAYREG"
                   PERFORM CAPTURE-REGISTER-FIELD
               WHEN "PAYHIST"
                   PERFORM CAPTURE-HISTORY-FIELD
               WHEN "BANKXMIT"
                   PERFORM CAPTURE-TRANSMITTAL-FIELD
               WHEN "GLJRNL"
                   PERFORM CAPTURE-JOURNAL-FIELD
               WHEN "TAXLIAB"
                   PERFORM CAPTURE-TAX-LIABILITY-FIELD
               WHEN "DEDLIAB"
                   MOVE "AMOUNT" TO WS-FIELD-NAME
                   MOVE DLB-AMOUNT TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
           END-EVALUATE.


       EDIT-FIELD-AMOUNT.
           SET WS-FIELD-IS-AMOUNT TO TRUE
           MOVE WS-FIELD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-FIELD-TEXT.


      * register columns as REGISTER.cpy prints them and PAYBAL
      * foots them
       CAPTURE-REGISTER-FIELD.
           EVALUATE TRUE
               WHEN WS-REG-GRAND-TOTAL
                   EVALUATE WS-FIELD-NO
                       WHEN 1
                           MOVE "GROSS" TO WS-FIELD-NAME
                           COMPUTE WS-FIELD-AMOUNT = FUNCTION
                               NUMVAL-C(PAY-REGISTER-REC(29:12))
                       WHEN 2
                           MOVE "NET" TO WS-FIELD-NAME
                           COMPUTE WS-FIELD-AMOUNT = FUNCTION
                               NUMVAL-C(PAY-REGISTER-REC(46:12))
                       WHEN 3
                           MOVE "REIMB" TO WS-FIELD-NAME
                           COMPUTE WS-FIELD-AMOUNT = FUNCTION
                               NUMVAL-C(PAY-REGISTER-REC(65:12))
                   END-EVALUATE
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN WS-REG-MEDIA
                   EVALUATE WS-FIELD-NO
                       WHEN 1
                           MOVE "DEP COUNT" TO WS-FIELD-NAME
                           MOVE PAY-REGISTER-REC(17:5)
                               TO WS-FIELD-TEXT
                       WHEN 2
                           MOVE "DEP NET" TO WS-FIELD-NAME
                           COMPUTE WS-FIELD-AMOUNT = FUNCTION
                               NUMVAL-C(PAY-REGISTER-REC(24:10))
                           PERFORM EDIT-FIELD-AMOUNT
                       WHEN 3
                           MOVE "OTH COUNT" TO WS-FIELD-NAME
                           MOVE PAY-REGISTER-REC(42:5)
                               TO WS-FIELD-TEXT
                       WHEN 4
                           MOVE "OTH NET" TO WS-FIELD-NAME
                           COMPUTE WS-FIELD-AMOUNT = FUNCTION
                               NUMVAL-C(PAY-REGISTER-REC(49:10))
                           PERFORM EDIT-FIELD-AMOUNT
                   END-EVALUATE
               WHEN OTHER
                   EVALUATE WS-FIELD-NO
                       WHEN 1
                           MOVE "HOURS" TO WS-FIELD-NAME
                           MOVE PAY-REGISTER-REC(16:3)
                               TO WS-FIELD-TEXT
                       WHEN 2
                           MOVE "RATE" TO WS-FIELD-NAME
                           MOVE PAY-REGISTER-REC(24:3)
                               TO WS-FIELD-TEXT
                       WHEN 3
                           MOVE "GROSS" TO WS-FIELD-NAME
                           COMPUTE WS-FIELD-AMOUNT = FUNCTION
                               NUMVAL-C(PAY-REGISTER-REC(32:10))
                           PERFORM EDIT-FIELD-AMOUNT
                       WHEN 4
                           MOVE "CLASS" TO WS-FIELD-NAME
                           MOVE PAY-REGISTER-REC(44:1)
                               TO WS-FIELD-TEXT
                       WHEN 5
                           MOVE "NET" TO WS-FIELD-NAME
                           COMPUTE WS-FIELD-AMOUNT = FUNCTION
                               NUMVAL-C(PAY-REGISTER-REC(47:10))
                           PERFORM EDIT-FIELD-AMOUNT
                       WHEN 6
                           MOVE "EMPR COST" TO WS-FIELD-NAME
                           COMPUTE WS-FIELD-AMOUNT = FUNCTION
                               NUMVAL-C(PAY-REGISTER-REC(61:9))
                           PERFORM EDIT-FIELD-AMOUNT
                       WHEN 7
                           MOVE "REIMB" TO WS-FIELD-NAME
                           COMPUTE WS-FIELD-AMOUNT = FUNCTION
                               NUMVAL-C(PAY-REGISTER-REC(73:8))
                           PERFORM EDIT-FIELD-AMOUNT
                   END-EVALUATE
           END-EVALUATE.


       CAPTURE-HISTORY-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "NAME" TO WS-FIELD-NAME
                   MOVE PH-NAME TO WS-FIELD-TEXT
               WHEN 2
                   MOVE "PAY DATE" TO WS-FIELD-NAME
                   MOVE PH-PAY-DATE TO WS-FIELD-TEXT
               WHEN 3
                   MOVE "CLASS" TO WS-FIELD-NAME
                   MOVE PH-PAY-CLASS TO WS-FIELD-TEXT
               WHEN 4
                   MOVE "HOURS" TO WS-FIELD-NAME
                   MOVE PH-HOURS TO WS-FIELD-TEXT
               WHEN 5
                   MOVE "RATE" TO WS-FIELD-NAME
                   MOVE PH-RATE TO WS-FIELD-TEXT
               WHEN 6
                   MOVE "GROSS" TO WS-FIELD-NAME
                   MOVE PH-GROSS TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 7
                   MOVE "FED TAX" TO WS-FIELD-NAME
                   MOVE PH-FED-TAX TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 8
                   MOVE "STATE TAX" TO WS-FIELD-NAME
                   MOVE PH-STATE-TAX TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 9
                   MOVE "TOTAL DED" TO WS-FIELD-NAME
                   MOVE PH-TOTAL-DED TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 10
                   MOVE "NET" TO WS-FIELD-NAME
                   MOVE PH-NET TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 11
                   MOVE "PREMIUM" TO WS-FIELD-NAME
                   MOVE PH-PREMIUM TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 12
                   MOVE "TAXABLE" TO WS-FIELD-NAME
                   MOVE PH-TAXABLE TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 13
                   MOVE "LOCAL TAX" TO WS-FIELD-NAME
                   MOVE PH-LOCAL-TAX TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 14
                   MOVE "OT PAY" TO WS-FIELD-NAME
                   MOVE PH-OT-PAY TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 15
                   MOVE "SOC SEC" TO WS-FIELD-NAME
                   MOVE PH-SS-TAX TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 16
                   MOVE "MEDICARE" TO WS-FIELD-NAME
                   MOVE PH-MEDICARE-TAX TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 17
                   MOVE "REIMB" TO WS-FIELD-NAME
                   MOVE PH-REIMB TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
           END-EVALUATE.


       CAPTURE-TRANSMITTAL-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "NAME" TO WS-FIELD-NAME
                   MOVE TRN-EMP-NAME TO WS-FIELD-TEXT
               WHEN 2
                   MOVE "ROUTING" TO WS-FIELD-NAME
                   MOVE TRN-BANK-ROUTING TO WS-FIELD-TEXT
               WHEN 3
                   MOVE "ACCOUNT" TO WS-FIELD-NAME
                   MOVE TRN-BANK-ACCOUNT TO WS-FIELD-TEXT
                   SET WS-FIELD-MASKED TO TRUE
               WHEN 4
                   MOVE "NET PAY" TO WS-FIELD-NAME
                   MOVE TRN-NET-PAY TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 5
                   MOVE "PERIOD" TO WS-FIELD-NAME
                   MOVE TRN-PERIOD-NUMBER TO WS-FIELD-TEXT
           END-EVALUATE.


       CAPTURE-JOURNAL-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "AMOUNT" TO WS-FIELD-NAME
                   MOVE JRN-AMOUNT TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 2
                   MOVE "DESC" TO WS-FIELD-NAME
                   MOVE JRN-DESC TO WS-FIELD-TEXT
           END-EVALUATE.


       CAPTURE-TAX-LIABILITY-FIELD.
           EVALUATE WS-FIELD-NO
               WHEN 1
                   MOVE "PAY DATE" TO WS-FIELD-NAME
                   MOVE TXL-PAY-DATE TO WS-FIELD-TEXT
               WHEN 2
                   MOVE "AMOUNT" TO WS-FIELD-NAME
                   MOVE TXL-AMOUNT TO WS-FIELD-AMOUNT
                   PERFORM EDIT-FIELD-AMOUNT
               WHEN 3
                   MOVE "DEPOSITED" TO WS-FIELD-NAME
                   MOVE TXL-DEPOSITED TO WS-FIELD-TEXT
           END-EVALUATE.


      ******************************************************************
      * Totals by file and by difference type close the report.
      ******************************************************************
       WRITE-COMPARE-TOTALS.
           MOVE SPACES TO COMPARE-REPORT-REC
           WRITE COMPARE-REPORT-REC
           IF WS-DIFF-TOTAL = ZERO
               MOVE "NO DIFFERENCES -- THE TWO SETS AGREE"
                   TO COMPARE-REPORT-REC
               WRITE COMPARE-REPORT-REC
               MOVE SPACES TO COMPARE-REPORT-REC
               WRITE COMPARE-REPORT-REC
           END-IF
           MOVE COMPARE-FILE-HEADING TO COMPARE-REPORT-REC
           WRITE COMPARE-REPORT-REC
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 6
               MOVE WS-FILE-NAME(WS-FILE-IDX)   TO PFL-FILE
               MOVE WS-FIL-A-COUNT(WS-FILE-IDX) TO PFL-A-COUNT
               MOVE WS-FIL-B-COUNT(WS-FILE-IDX) TO PFL-B-COUNT
               MOVE WS-FIL-MATCHED(WS-FILE-IDX) TO PFL-MATCHED
               MOVE WS-FIL-DIFFS(WS-FILE-IDX)   TO PFL-DIFFS
               MOVE COMPARE-FILE-LINE TO COMPARE-REPORT-REC
               WRITE COMPARE-REPORT-REC
           END-PERFORM

           MOVE SPACES TO COMPARE-REPORT-REC
           WRITE COMPARE-REPORT-REC
           MOVE "DIFFERENCES BY TYPE" TO COMPARE-REPORT-REC
           WRITE COMPARE-REPORT-REC
           MOVE "  AMOUNTS OFF BY ONE CENT" TO PTL-LABEL
           MOVE WS-CENT-COUNT TO PTL-COUNT
           MOVE "  NET B-A " TO PTL-NET-LABEL
           MOVE WS-CENT-NET TO PTL-NET
           PERFORM WRITE-TYPE-LINE
           MOVE "  AMOUNTS OFF BY MORE" TO PTL-LABEL
           MOVE WS-AMOUNT-COUNT TO PTL-COUNT
           MOVE "  NET B-A " TO PTL-NET-LABEL
           MOVE WS-AMOUNT-NET TO PTL-NET
           PERFORM WRITE-TYPE-LINE
           MOVE "  OTHER FIELDS DIFFERENT" TO PTL-LABEL
           MOVE WS-DATA-COUNT TO PTL-COUNT
           PERFORM WRITE-TYPE-LINE
           MOVE "  RECORDS IN SET A ONLY" TO PTL-LABEL
           MOVE WS-ONLY-A-COUNT TO PTL-COUNT
           PERFORM WRITE-TYPE-LINE
           MOVE "  RECORDS IN SET B ONLY" TO PTL-LABEL
           MOVE WS-ONLY-B-COUNT TO PTL-COUNT
           PERFORM WRITE-TYPE-LINE
           MOVE "  TOTAL DIFFERENCES" TO PTL-LABEL
           MOVE WS-DIFF-TOTAL TO PTL-COUNT
           PERFORM WRITE-TYPE-LINE.


       WRITE-TYPE-LINE.
           MOVE COMPARE-TYPE-LINE TO COMPARE-REPORT-REC
           WRITE COMPARE-REPORT-REC
           MOVE SPACES TO PTL-NET-LABEL
           MOVE SPACES TO PTL-NET-X.


      ******************************************************************
      * PARCERT.RPT: the certification page when nothing differs,
      * otherwise a notice that this period is not certified.
      ******************************************************************
       WRITE-CERTIFICATION.
           OPEN OUTPUT CERTIFICATION-FILE
           IF NOT WS-CERT-FILE-OK
               MOVE WS-CERT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open CERTIFICATION-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE "PARALLEL RUN CERTIFICATION" TO CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO CERT-LINE
           PERFORM WRITE-CERT-LINE
           STRING "PAY PERIOD " WS-A-PERIOD
               DELIMITED BY SIZE INTO CERT-LINE
           END-STRING
           PERFORM WRITE-CERT-LINE
           STRING "SET A (PRODUCTION) SAVED " WS-A-SAVED-TS
               DELIMITED BY SIZE INTO CERT-LINE
           END-STRING
           PERFORM WRITE-CERT-LINE
           STRING "SET B (CHANGE)     SAVED " WS-B-SAVED-TS
               DELIMITED BY SIZE INTO CERT-LINE
           END-STRING
           PERFORM WRITE-CERT-LINE
           PERFORM WRITE-CERT-LINE

           IF WS-DIFF-TOTAL > ZERO
               MOVE WS-DIFF-TOTAL TO WS-COUNT-EDIT
               STRING "NOT CERTIFIED -- " WS-COUNT-EDIT
                   " DIFFERENCES, SEE PARCMP.RPT"
                   DELIMITED BY SIZE INTO CERT-LINE
               END-STRING
               PERFORM WRITE-CERT-LINE
               CLOSE CERTIFICATION-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 6
               MOVE WS-FILE-NAME(WS-FILE-IDX)   TO PCF-FILE
               MOVE WS-FIL-MATCHED(WS-FILE-IDX) TO PCF-COUNT
               MOVE CERT-FILE-LINE TO CERT-LINE
               PERFORM WRITE-CERT-LINE
           END-PERFORM
           PERFORM WRITE-CERT-LINE
           MOVE WS-COMPARED-TOTAL TO WS-COUNT-EDIT
           STRING "ZERO DIFFERENCES IN " WS-COUNT-EDIT
               " RECORDS. THE TWO OUTPUT SETS AGREE"
               DELIMITED BY SIZE INTO CERT-LINE
           END-STRING
           PERFORM WRITE-CERT-LINE
           MOVE "FIELD FOR FIELD, TO THE CENT."
               TO CERT-LINE
           PERFORM WRITE-CERT-LINE
           PERFORM WRITE-CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE "CERTIFIED BY ______________________   DATE __________"
               TO CERT-LINE
           PERFORM WRITE-CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE "APPROVED BY  ______________________   DATE __________"
               TO CERT-LINE
           PERFORM WRITE-CERT-LINE
           CLOSE CERTIFICATION-FILE.


       WRITE-CERT-LINE.
           MOVE CERT-LINE TO CERTIFICATION-REC
           WRITE CERTIFICATION-REC
           MOVE SPACES TO CERT-LINE.

       END PROGRAM PARCMP.
