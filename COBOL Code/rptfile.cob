      ******************************************************************
      * Report repository filing, run as the last step of the
      * chain. The reports a run produces -- PAYREG.TXT,
      * GLDIST.TXT, OPSALERT.RPT, TAXSCHED.RPT and the rest -- are
      * overwritten by the next run; this job files a copy of each
      * one the day produced into the repository RPTREPO.TXT under
      * its report name, the business date, the pay period and the
      * company, with an entry on the index RPTINDX.TXT giving the
      * copy's page and line counts. RPTRETR hands a filed copy
      * back on request.
      *
      * RPTREPOC.TXT catalogs the reports to file, one line each:
      *     cols  1-8   report name the copy is filed under
      *     cols 10-21  the report's file
      *     cols 23-26  retention in days (0000 = keep for good)
      * A report is filed when its file holds something other than
      * the copy last filed for that report and company -- the line
      * count and a hash of the lines tell them apart -- so a
      * report whose job did not run today is not filed twice, and
      * the job can be run again without filing anything twice.
      * Pages are counted from the "PAGE" stamp REPORTWR puts on
      * every heading, or at 56 lines a page for a report that does
      * not paginate.
      *
      * The business date is BUSDATE.TXT's, else the calendar's.
      * The pay period is the pay group's latest PAYPERD.TXT period
      * started on or before the business date. Run parameter as
      * PAYHRET takes it: byte 1 the pay group (spaces = weekly),
      * bytes 2-3 the company (spaces = 01).
      *
      * After filing, every index entry older than its report's
      * retention is purged: the entry comes off the index and its
      * lines off the repository, rewritten through the holding
      * file RPTREPO.TMP. A report no longer on the catalog keeps
      * its copies. Repository lines no index entry owns (a filing
      * cut short) go in the same rewrite.
      * RPTFILE.RPT lists what was filed, left alone and purged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTFILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTREPOC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-FILE-STATUS.

           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-FILE-STATUS.

           SELECT SOURCE-REPORT-FILE ASSIGN TO WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-FILE-STATUS.

           SELECT REPORT-REPOSITORY-FILE ASSIGN TO "RPTREPO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPO-FILE-STATUS.

           SELECT REPOSITORY-HOLDING-FILE ASSIGN TO "RPTREPO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT FILING-REPORT-FILE ASSIGN TO "RPTFILE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           05  RPC-REPORT-NAME     PIC X(8).
           05  FILLER              PIC X.
           05  RPC-SOURCE-FILE     PIC X(12).
           05  FILLER              PIC X.
           05  RPC-RETAIN-DAYS     PIC X(4).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-DATE         PIC 9(8).

       FD  PAY-PERIOD-FILE.
           COPY PAYPERD.

       FD  SOURCE-REPORT-FILE.
       01  SOURCE-REPORT-REC   PIC X(132).

       FD  REPORT-INDEX-FILE.
           COPY RPTINDX.

       FD  REPORT-REPOSITORY-FILE.
           COPY RPTREPO.

       FD  REPOSITORY-HOLDING-FILE.
       01  REPOSITORY-HOLDING-REC PIC X(148).

       FD  FILING-REPORT-FILE.
       01  FILING-REPORT-REC   PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-CAT-FILE-STATUS PIC XX.
           88  WS-CAT-FILE-OK        VALUE "00".
           88  WS-CAT-FILE-EOF       VALUE "10".

       77  WS-BUS-FILE-STATUS PIC XX.
           88  WS-BUS-FILE-OK        VALUE "00".

       77  WS-PERD-FILE-STATUS PIC XX.
           88  WS-PERD-FILE-OK       VALUE "00".
           88  WS-PERD-FILE-EOF      VALUE "10".

       77  WS-SRC-FILE-STATUS PIC XX.
           88  WS-SRC-FILE-OK        VALUE "00".
           88  WS-SRC-FILE-EOF       VALUE "10".

       77  WS-IDX-FILE-STATUS PIC XX.
           88  WS-IDX-FILE-OK        VALUE "00".
           88  WS-IDX-FILE-EOF       VALUE "10".

       77  WS-REPO-FILE-STATUS PIC XX.
           88  WS-REPO-FILE-OK       VALUE "00".
           88  WS-REPO-FILE-EOF      VALUE "10".

       77  WS-HOLD-FILE-STATUS PIC XX.
           88  WS-HOLD-FILE-OK       VALUE "00".
           88  WS-HOLD-FILE-EOF      VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-SOURCE-FILE-NAME PIC X(12) VALUE SPACES.

      * what every copy filed this run is filed under
       77  WS-RUN-PAY-GROUP   PIC X VALUE "W".
       77  WS-RUN-COMPANY     PIC X(2) VALUE "01".
       77  WS-BUSINESS-DATE   PIC 9(8) VALUE ZERO.
       77  WS-PAY-PERIOD      PIC 9(4) VALUE ZERO.
       77  WS-PERIOD-START    PIC X(8) VALUE SPACES.
       77  WS-FILED-AT        PIC X(14) VALUE SPACES.

      * the catalog
       77  WS-CAT-COUNT       PIC 99 VALUE ZERO.
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY OCCURS 60 TIMES
                               INDEXED BY WS-CAT-IDX.
               10  WS-CAT-NAME         PIC X(8).
               10  WS-CAT-FILE         PIC X(12).
               10  WS-CAT-RETAIN-DAYS  PIC 9(4).

      * the index, in filing-number order as the file holds it;
      * an entry marked "P" is purged and leaves the index at the
      * rewrite
       77  WS-INDEX-MAX       PIC 9(4) VALUE 5000.
       77  WS-INDEX-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-INDEX-TABLE.
           05  WS-INDEX-ENTRY OCCURS 1 TO 5000 TIMES
                               DEPENDING ON WS-INDEX-COUNT
                               ASCENDING KEY IS WS-IXT-NUMBER
                               INDEXED BY WS-IXT-IDX.
               10  WS-IXT-NUMBER       PIC 9(7).
               10  WS-IXT-STATE        PIC X.
                   88  WS-IXT-PURGED        VALUE "P".
               10  WS-IXT-IMAGE        PIC X(88).

       77  WS-LAST-FILING-NUMBER PIC 9(7) VALUE ZERO.
       77  WS-FIND-NUMBER     PIC 9(7) VALUE ZERO.
       77  WS-FOUND-FLAG      PIC X VALUE "N".
           88  WS-ENTRY-FOUND        VALUE "Y".
       77  WS-ORDER-FLAG      PIC X VALUE "Y".
           88  WS-INDEX-IN-ORDER     VALUE "Y".

      * the report being looked at: its counts and hash, and the
      * copy last filed for it
       77  WS-SRC-LINE-COUNT  PIC 9(7) VALUE ZERO.
       77  WS-SRC-PAGE-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-SRC-STAMP-COUNT PIC 9(5) VALUE ZERO.
       77  WS-SRC-HASH        PIC 9(12) VALUE ZERO.
       77  WS-HASH-POS        PIC 9(3)  VALUE ZERO.
       77  WS-LAST-COPY-NUMBER PIC 9(7) VALUE ZERO.
       77  WS-LAST-COPY-LINES PIC 9(7) VALUE ZERO.
       77  WS-LAST-COPY-HASH  PIC 9(12) VALUE ZERO.
       77  WS-COPY-LINE-NUMBER PIC 9(7) VALUE ZERO.
       77  WS-COPY-FLAG       PIC X VALUE "N".
           88  WS-COPY-COMPLETE      VALUE "Y".
       77  WS-DEFAULT-PAGE-SIZE PIC 99 VALUE 56.

      * retention
       77  WS-BUSINESS-DAY-INT PIC 9(7) VALUE ZERO.
       77  WS-ENTRY-DATE-NUM  PIC 9(8) VALUE ZERO.
       77  WS-ENTRY-AGE-DAYS  PIC S9(7) VALUE ZERO.
       77  WS-ENTRY-RETAIN-DAYS PIC 9(4) VALUE ZERO.
       77  WS-ENTRY-NAME      PIC X(8)  VALUE SPACES.
       77  WS-ENTRY-COMPANY   PIC X(2)  VALUE SPACES.
       77  WS-LATER-IDX       PIC 9(5)  VALUE ZERO.
       77  WS-LATER-FLAG      PIC X     VALUE "N".
           88  WS-LATER-COPY-FOUND   VALUE "Y".
       77  WS-UNOWNED-LINES   PIC 9(7) VALUE ZERO.

       77  WS-FILED-COUNT     PIC 9(4) VALUE ZERO.
       77  WS-UNCHANGED-COUNT PIC 9(4) VALUE ZERO.
       77  WS-ABSENT-COUNT    PIC 9(4) VALUE ZERO.
       77  WS-PURGED-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-PURGED-LINES    PIC 9(9) VALUE ZERO.

       01  FILING-HEADING-LINE.
           05  FILLER          PIC X(40)
               VALUE "REPORT REPOSITORY FILING  BUSINESS DATE ".
           05  FHL-DATE        PIC 9(8).
           05  FILLER          PIC X(9)  VALUE "  PERIOD ".
           05  FHL-PERIOD      PIC 9(4).
           05  FILLER          PIC X(10) VALUE "  COMPANY ".
           05  FHL-COMPANY     PIC X(2).

       01  FILING-COLUMN-LINE.
           05  FILLER          PIC X(9)  VALUE "REPORT".
           05  FILLER          PIC X(14) VALUE "FILE".
           05  FILLER          PIC X(9)  VALUE "FILING".
           05  FILLER          PIC X(7)  VALUE "PAGES".
           05  FILLER          PIC X(9)  VALUE "LINES".
           05  FILLER          PIC X(6)  VALUE "ACTION".

       01  FILING-DETAIL-LINE.
           05  FDL-REPORT      PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  FDL-FILE        PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FDL-FILING      PIC 9(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FDL-PAGES       PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FDL-LINES       PIC ZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FDL-ACTION      PIC X(40).

       01  FILING-TOTAL-LINE.
           05  FILLER          PIC X(7)  VALUE "FILED: ".
           05  FTL-FILED       PIC ZZZ9.
           05  FILLER          PIC X(13) VALUE "  UNCHANGED: ".
           05  FTL-UNCHANGED   PIC ZZZ9.
           05  FILLER          PIC X(15) VALUE "  NOT PRESENT: ".
           05  FTL-ABSENT      PIC ZZZ9.
           05  FILLER          PIC X(10) VALUE "  PURGED: ".
           05  FTL-PURGED      PIC ZZZZ9.
           05  FILLER          PIC X(15) VALUE " COPIES, LINES ".
           05  FTL-PURGED-LINES PIC ZZZZZZZZ9.

       COPY ERRSTAT.
       COPY SIGNONRQ.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter, as the scheduler passes
      * it: group in byte 1, company in bytes 2-3
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "RPTFILE " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FILED-AT
           IF LNK-PARM-LENGTH > 0 AND LNK-PARM-LENGTH <= 20
               IF LNK-PARM-DATA(1:1) NOT = SPACE
                   MOVE LNK-PARM-DATA(1:1) TO WS-RUN-PAY-GROUP
               END-IF
               IF LNK-PARM-LENGTH > 1
                   AND LNK-PARM-DATA(2:2) NOT = SPACES
                   MOVE LNK-PARM-DATA(2:2) TO WS-RUN-COMPANY
               END-IF
           END-IF

           PERFORM ESTABLISH-FILING-KEYS
           PERFORM LOAD-REPORT-CATALOG
           IF WS-CAT-COUNT = ZERO
               MOVE WS-CAT-FILE-STATUS TO WS-ERR-CODE
               MOVE "No reports cataloged on RPTREPOC.TXT"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           PERFORM LOAD-REPORT-INDEX
           IF NOT WS-INDEX-IN-ORDER
               MOVE ZERO TO WS-ERR-CODE
               MOVE "RPTINDX.TXT out of filing order or over 5000"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           PERFORM SCAN-REPOSITORY

           OPEN OUTPUT FILING-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open FILING-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO FHL-DATE
           MOVE WS-PAY-PERIOD TO FHL-PERIOD
           MOVE WS-RUN-COMPANY TO FHL-COMPANY
           MOVE FILING-HEADING-LINE TO FILING-REPORT-REC
           WRITE FILING-REPORT-REC
           MOVE SPACES TO FILING-REPORT-REC
           WRITE FILING-REPORT-REC
           MOVE FILING-COLUMN-LINE TO FILING-REPORT-REC
           WRITE FILING-REPORT-REC

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               PERFORM FILE-ONE-REPORT
           END-PERFORM

           PERFORM APPLY-RETENTION
           IF WS-PURGED-COUNT > ZERO OR WS-UNOWNED-LINES > ZERO
               PERFORM REWRITE-REPOSITORY
               PERFORM REWRITE-INDEX
           END-IF

           MOVE SPACES TO FILING-REPORT-REC
           WRITE FILING-REPORT-REC
           MOVE WS-FILED-COUNT     TO FTL-FILED
           MOVE WS-UNCHANGED-COUNT TO FTL-UNCHANGED
           MOVE WS-ABSENT-COUNT    TO FTL-ABSENT
           MOVE WS-PURGED-COUNT    TO FTL-PURGED
           MOVE WS-PURGED-LINES    TO FTL-PURGED-LINES
           MOVE FILING-TOTAL-LINE TO FILING-REPORT-REC
           WRITE FILING-REPORT-REC
           IF WS-UNOWNED-LINES > ZERO
               MOVE SPACES TO FILING-REPORT-REC
               STRING "REPOSITORY LINES WITH NO INDEX ENTRY DROPPED: "
                   WS-UNOWNED-LINES
                   DELIMITED BY SIZE INTO FILING-REPORT-REC
               END-STRING
               WRITE FILING-REPORT-REC
           END-IF
           CLOSE FILING-REPORT-FILE

           DISPLAY "RPTFILE filed " WS-FILED-COUNT " report(s) for "
               WS-BUSINESS-DATE ", unchanged " WS-UNCHANGED-COUNT
               ", purged " WS-PURGED-COUNT
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "RPTFILE" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
      *    set after the call -- ALERTLOG leaves its own return code
           MOVE 8 TO RETURN-CODE.


      ******************************************************************
      * The business date, and the pay period in force on it: the
      * group and company's latest period started by then.
      ******************************************************************
       ESTABLISH-FILING-KEYS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUS-FILE-OK
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BD-DATE NUMERIC AND BD-DATE > ZERO
                           MOVE BD-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           COMPUTE WS-BUSINESS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)

           OPEN INPUT PAY-PERIOD-FILE
           IF NOT WS-PERD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERD-FILE-EOF
               READ PAY-PERIOD-FILE
                   AT END SET WS-PERD-FILE-EOF TO TRUE
                   NOT AT END
                   IF ((PP-PAY-GROUP = WS-RUN-PAY-GROUP)
                   OR (PP-GROUP-WEEKLY
                       AND WS-RUN-PAY-GROUP = "W"))
                   AND ((PP-COMPANY-CODE = WS-RUN-COMPANY)
                   OR (PP-COMPANY-CODE = SPACES
                       AND WS-RUN-COMPANY = "01"))
                   AND PP-START-DATE NOT > WS-BUSINESS-DATE
                   AND PP-START-DATE > WS-PERIOD-START
                           MOVE PP-START-DATE TO WS-PERIOD-START
                           MOVE PP-PERIOD-NUMBER TO WS-PAY-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-PERIOD-FILE.


       LOAD-REPORT-CATALOG.
           OPEN INPUT REPORT-CATALOG-FILE
           IF NOT WS-CAT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAT-FILE-EOF
               READ REPORT-CATALOG-FILE
                   AT END SET WS-CAT-FILE-EOF TO TRUE
                   NOT AT END PERFORM STORE-CATALOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE REPORT-CATALOG-FILE.


       STORE-CATALOG-ENTRY.
           IF RPC-REPORT-NAME = SPACES OR RPC-SOURCE-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-COUNT = 60
               DISPLAY "RPTFILE: catalog over 60 reports, "
                   RPC-REPORT-NAME " not filed."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAT-COUNT
           SET WS-CAT-IDX TO WS-CAT-COUNT
           MOVE RPC-REPORT-NAME TO WS-CAT-NAME(WS-CAT-IDX)
           MOVE RPC-SOURCE-FILE TO WS-CAT-FILE(WS-CAT-IDX)
           IF RPC-RETAIN-DAYS NUMERIC
               MOVE RPC-RETAIN-DAYS TO WS-CAT-RETAIN-DAYS(WS-CAT-IDX)
           ELSE
               DISPLAY "RPTFILE: retention for " RPC-REPORT-NAME
                   " is not four digits -- kept for good."
               MOVE ZERO TO WS-CAT-RETAIN-DAYS(WS-CAT-IDX)
           END-IF.


      * the index comes in whole; it must run in filing-number order
      * for the repository's lines to be looked up against it
       LOAD-REPORT-INDEX.
           MOVE ZERO TO WS-INDEX-COUNT
           OPEN INPUT REPORT-INDEX-FILE
           IF NOT WS-IDX-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-IDX-FILE-EOF OR NOT WS-INDEX-IN-ORDER
               READ REPORT-INDEX-FILE
                   AT END SET WS-IDX-FILE-EOF TO TRUE
                   NOT AT END PERFORM STORE-INDEX-ENTRY
               END-READ
           END-PERFORM
           CLOSE REPORT-INDEX-FILE.


       STORE-INDEX-ENTRY.
           IF RIX-FILING-NUMBER NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF RIX-FILING-NUMBER NOT > WS-LAST-FILING-NUMBER
               OR WS-INDEX-COUNT = WS-INDEX-MAX
               MOVE "N" TO WS-ORDER-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INDEX-COUNT
           SET WS-IXT-IDX TO WS-INDEX-COUNT
           MOVE RIX-FILING-NUMBER TO WS-IXT-NUMBER(WS-IXT-IDX)
           MOVE SPACE TO WS-IXT-STATE(WS-IXT-IDX)
           MOVE REPORT-INDEX-RECORD TO WS-IXT-IMAGE(WS-IXT-IDX)
           MOVE RIX-FILING-NUMBER TO WS-LAST-FILING-NUMBER.


      * the highest filing number on the repository, in case a
      * filing was cut short after its lines went out and before
      * its index entry did; that number is not handed out again
       SCAN-REPOSITORY.
           MOVE ZERO TO WS-UNOWNED-LINES
           OPEN INPUT REPORT-REPOSITORY-FILE
           IF NOT WS-REPO-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REPO-FILE-EOF
               READ REPORT-REPOSITORY-FILE
                   AT END SET WS-REPO-FILE-EOF TO TRUE
                   NOT AT END
                       IF RPO-FILING-NUMBER NUMERIC
                           AND RPO-FILING-NUMBER
                               > WS-LAST-FILING-NUMBER
                           MOVE RPO-FILING-NUMBER
                               TO WS-LAST-FILING-NUMBER
                       END-IF
                       MOVE RPO-FILING-NUMBER TO WS-FIND-NUMBER
                       PERFORM FIND-INDEX-ENTRY
                       IF NOT WS-ENTRY-FOUND
                           ADD 1 TO WS-UNOWNED-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-REPOSITORY-FILE.


       FIND-INDEX-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG
           IF WS-INDEX-COUNT = ZERO
               OR WS-FIND-NUMBER NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-INDEX-ENTRY
               AT END
                   CONTINUE
               WHEN WS-IXT-NUMBER(WS-IXT-IDX) = WS-FIND-NUMBER
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.


      ******************************************************************
      * One cataloged report: measured first, then filed unless it
      * is missing, empty, or the copy already filed.
      ******************************************************************
       FILE-ONE-REPORT.
           MOVE SPACES TO FILING-DETAIL-LINE
           MOVE WS-CAT-NAME(WS-CAT-IDX) TO FDL-REPORT
           MOVE WS-CAT-FILE(WS-CAT-IDX) TO FDL-FILE
           MOVE ZERO TO FDL-FILING

           PERFORM MEASURE-SOURCE-REPORT
           IF NOT WS-SRC-FILE-OK
               MOVE "NOT PRESENT" TO FDL-ACTION
               ADD 1 TO WS-ABSENT-COUNT
               PERFORM WRITE-FILING-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SRC-PAGE-COUNT TO FDL-PAGES
           MOVE WS-SRC-LINE-COUNT TO FDL-LINES
           IF WS-SRC-LINE-COUNT = ZERO
               MOVE "EMPTY -- NOT FILED" TO FDL-ACTION
               ADD 1 TO WS-ABSENT-COUNT
               PERFORM WRITE-FILING-DETAIL
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LAST-COPY
           IF WS-LAST-COPY-NUMBER > ZERO
               AND WS-LAST-COPY-LINES = WS-SRC-LINE-COUNT
               AND WS-LAST-COPY-HASH = WS-SRC-HASH
               MOVE WS-LAST-COPY-NUMBER TO FDL-FILING
               MOVE "UNCHANGED -- ALREADY FILED" TO FDL-ACTION
               ADD 1 TO WS-UNCHANGED-COUNT
               PERFORM WRITE-FILING-DETAIL
               EXIT PARAGRAPH
           END-IF

           IF WS-INDEX-COUNT = WS-INDEX-MAX
               MOVE "NOT FILED -- INDEX FULL" TO FDL-ACTION
               PERFORM WRITE-FILING-DETAIL
               MOVE ZERO TO WS-ERR-CODE
               MOVE "RPTINDX.TXT full -- shorten retention"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM COPY-INTO-REPOSITORY
           IF NOT WS-COPY-COMPLETE
               MOVE "NOT FILED -- REPOSITORY WRITE FAILED"
                   TO FDL-ACTION
               PERFORM WRITE-FILING-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-INDEX-ENTRY
           MOVE WS-LAST-FILING-NUMBER TO FDL-FILING
           MOVE "FILED" TO FDL-ACTION
           ADD 1 TO WS-FILED-COUNT
           PERFORM WRITE-FILING-DETAIL.


       WRITE-FILING-DETAIL.
           MOVE FILING-DETAIL-LINE TO FILING-REPORT-REC
           WRITE FILING-REPORT-REC.


      * line count, page count and the hash of every character by
      * its place on the line and the line's place in the report
       MEASURE-SOURCE-REPORT.
           MOVE ZERO TO WS-SRC-LINE-COUNT WS-SRC-STAMP-COUNT
           MOVE ZERO TO WS-SRC-PAGE-COUNT WS-SRC-HASH
           MOVE WS-CAT-FILE(WS-CAT-IDX) TO WS-SOURCE-FILE-NAME
           OPEN INPUT SOURCE-REPORT-FILE
           IF NOT WS-SRC-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SRC-FILE-EOF
               READ SOURCE-REPORT-FILE
                   AT END SET WS-SRC-FILE-EOF TO TRUE
                   NOT AT END PERFORM MEASURE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE SOURCE-REPORT-FILE
           MOVE "00" TO WS-SRC-FILE-STATUS
           IF WS-SRC-STAMP-COUNT > ZERO
               MOVE WS-SRC-STAMP-COUNT TO WS-SRC-PAGE-COUNT
           ELSE
               COMPUTE WS-SRC-PAGE-COUNT =
                   (WS-SRC-LINE-COUNT + WS-DEFAULT-PAGE-SIZE - 1)
                   / WS-DEFAULT-PAGE-SIZE
           END-IF.


       MEASURE-ONE-LINE.
           ADD 1 TO WS-SRC-LINE-COUNT
           IF SOURCE-REPORT-REC(72:4) = "PAGE"
               ADD 1 TO WS-SRC-STAMP-COUNT
           END-IF
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 132
               COMPUTE WS-SRC-HASH = FUNCTION MOD(WS-SRC-HASH
                   + (FUNCTION ORD(SOURCE-REPORT-REC(WS-HASH-POS:1))
                      * (WS-HASH-POS + WS-SRC-LINE-COUNT)),
                   1000000000000)
           END-PERFORM.


      * the newest filing of this report for this company
       FIND-LAST-COPY.
           MOVE ZERO TO WS-LAST-COPY-NUMBER
           MOVE ZERO TO WS-LAST-COPY-LINES WS-LAST-COPY-HASH
           PERFORM VARYING WS-IXT-IDX FROM 1 BY 1
               UNTIL WS-IXT-IDX > WS-INDEX-COUNT
               MOVE WS-IXT-IMAGE(WS-IXT-IDX) TO REPORT-INDEX-RECORD
               IF RIX-REPORT-NAME = WS-CAT-NAME(WS-CAT-IDX)
                   AND RIX-COMPANY = WS-RUN-COMPANY
                   MOVE RIX-FILING-NUMBER TO WS-LAST-COPY-NUMBER
                   MOVE RIX-LINE-COUNT TO WS-LAST-COPY-LINES
                   MOVE RIX-LINE-HASH TO WS-LAST-COPY-HASH
               END-IF
           END-PERFORM.


      * the lines go to the end of the repository under the next
      * filing number; WS-COPY-FLAG says whether they all did
       COPY-INTO-REPOSITORY.
           MOVE "N" TO WS-COPY-FLAG
           OPEN EXTEND REPORT-REPOSITORY-FILE
           IF NOT WS-REPO-FILE-OK
               OPEN OUTPUT REPORT-REPOSITORY-FILE
           END-IF
           IF NOT WS-REPO-FILE-OK
               MOVE WS-REPO-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open REPORT-REPOSITORY-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SOURCE-REPORT-FILE
           IF NOT WS-SRC-FILE-OK
               CLOSE REPORT-REPOSITORY-FILE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LAST-FILING-NUMBER
           MOVE ZERO TO WS-COPY-LINE-NUMBER
           MOVE "Y" TO WS-COPY-FLAG
           PERFORM UNTIL WS-SRC-FILE-EOF
               READ SOURCE-REPORT-FILE
                   AT END SET WS-SRC-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COPY-LINE-NUMBER
                       MOVE SPACES TO REPORT-REPOSITORY-RECORD
                       MOVE WS-LAST-FILING-NUMBER
                           TO RPO-FILING-NUMBER
                       MOVE WS-COPY-LINE-NUMBER TO RPO-LINE-NUMBER
                       MOVE SOURCE-REPORT-REC TO RPO-LINE-TEXT
                       WRITE REPORT-REPOSITORY-RECORD
                       IF NOT WS-REPO-FILE-OK
                           MOVE "N" TO WS-COPY-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-REPORT-FILE
           CLOSE REPORT-REPOSITORY-FILE
           IF WS-COPY-LINE-NUMBER NOT = WS-SRC-LINE-COUNT
               MOVE "N" TO WS-COPY-FLAG
           END-IF.


      * the entry goes on the index file at once, so a run cut
      * short later still leaves this copy retrievable
       ADD-INDEX-ENTRY.
           MOVE SPACES TO REPORT-INDEX-RECORD
           MOVE WS-LAST-FILING-NUMBER TO RIX-FILING-NUMBER
           MOVE WS-CAT-NAME(WS-CAT-IDX) TO RIX-REPORT-NAME
           MOVE WS-BUSINESS-DATE TO RIX-BUSINESS-DATE
           MOVE WS-PAY-PERIOD TO RIX-PAY-PERIOD
           MOVE WS-RUN-COMPANY TO RIX-COMPANY
           MOVE WS-CAT-FILE(WS-CAT-IDX) TO RIX-SOURCE-FILE
           MOVE WS-FILED-AT TO RIX-FILED-AT
           MOVE WS-SRC-PAGE-COUNT TO RIX-PAGE-COUNT
           MOVE WS-SRC-LINE-COUNT TO RIX-LINE-COUNT
           MOVE WS-SRC-HASH TO RIX-LINE-HASH
           ADD 1 TO WS-INDEX-COUNT
           SET WS-IXT-IDX TO WS-INDEX-COUNT
           MOVE RIX-FILING-NUMBER TO WS-IXT-NUMBER(WS-IXT-IDX)
           MOVE SPACE TO WS-IXT-STATE(WS-IXT-IDX)
           MOVE REPORT-INDEX-RECORD TO WS-IXT-IMAGE(WS-IXT-IDX)

           OPEN EXTEND REPORT-INDEX-FILE
           IF NOT WS-IDX-FILE-OK
               OPEN OUTPUT REPORT-INDEX-FILE
           END-IF
           IF NOT WS-IDX-FILE-OK
               MOVE WS-IDX-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open REPORT-INDEX-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IXT-IMAGE(WS-IXT-IDX) TO REPORT-INDEX-RECORD
           WRITE REPORT-INDEX-RECORD
           CLOSE REPORT-INDEX-FILE.


      ******************************************************************
      * Retention: an entry whose business date is more than its
      * report's retention days before today's business date is
      * purged. Reports kept for good, or no longer cataloged, keep
      * every copy, and the newest copy of each report for each
      * company is always kept -- it is the copy an unchanged report
      * is matched against.
      ******************************************************************
       APPLY-RETENTION.
           PERFORM VARYING WS-IXT-IDX FROM 1 BY 1
               UNTIL WS-IXT-IDX > WS-INDEX-COUNT
               MOVE WS-IXT-IMAGE(WS-IXT-IDX) TO REPORT-INDEX-RECORD
               PERFORM JUDGE-ONE-ENTRY
           END-PERFORM.


       JUDGE-ONE-ENTRY.
           MOVE ZERO TO WS-ENTRY-RETAIN-DAYS
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-NAME(WS-CAT-IDX) = RIX-REPORT-NAME
                   MOVE WS-CAT-RETAIN-DAYS(WS-CAT-IDX)
                       TO WS-ENTRY-RETAIN-DAYS
               END-IF
           END-PERFORM
           IF WS-ENTRY-RETAIN-DAYS = ZERO
               OR RIX-BUSINESS-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RIX-BUSINESS-DATE TO WS-ENTRY-DATE-NUM
           COMPUTE WS-ENTRY-AGE-DAYS = WS-BUSINESS-DAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE-NUM)
           IF WS-ENTRY-AGE-DAYS NOT > WS-ENTRY-RETAIN-DAYS
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LATER-COPY
           IF NOT WS-LATER-COPY-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO WS-IXT-STATE(WS-IXT-IDX)
           ADD 1 TO WS-PURGED-COUNT
           ADD RIX-LINE-COUNT TO WS-PURGED-LINES
           MOVE SPACES TO FILING-DETAIL-LINE
           MOVE RIX-REPORT-NAME TO FDL-REPORT
           MOVE RIX-SOURCE-FILE TO FDL-FILE
           MOVE RIX-FILING-NUMBER TO FDL-FILING
           MOVE RIX-PAGE-COUNT TO FDL-PAGES
           MOVE RIX-LINE-COUNT TO FDL-LINES
           STRING "PURGED -- FILED " RIX-BUSINESS-DATE
               ", KEPT " WS-ENTRY-RETAIN-DAYS " DAYS"
               DELIMITED BY SIZE INTO FDL-ACTION
           END-STRING
           PERFORM WRITE-FILING-DETAIL.


      * a later filing of the same report for the same company
       FIND-LATER-COPY.
           MOVE "N" TO WS-LATER-FLAG
           MOVE RIX-REPORT-NAME TO WS-ENTRY-NAME
           MOVE RIX-COMPANY TO WS-ENTRY-COMPANY
           SET WS-LATER-IDX TO WS-IXT-IDX
           ADD 1 TO WS-LATER-IDX
           PERFORM VARYING WS-LATER-IDX FROM WS-LATER-IDX BY 1
               UNTIL WS-LATER-IDX > WS-INDEX-COUNT
                   OR WS-LATER-COPY-FOUND
               MOVE WS-IXT-IMAGE(WS-LATER-IDX) TO REPORT-INDEX-RECORD
               IF RIX-REPORT-NAME = WS-ENTRY-NAME
                   AND RIX-COMPANY = WS-ENTRY-COMPANY
                   SET WS-LATER-COPY-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-IXT-IMAGE(WS-IXT-IDX) TO REPORT-INDEX-RECORD.


      * pass one keeps the lines of every entry still on the index
      * in the holding file; pass two copies them back
       REWRITE-REPOSITORY.
           OPEN INPUT REPORT-REPOSITORY-FILE
           IF NOT WS-REPO-FILE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPOSITORY-HOLDING-FILE
           IF NOT WS-HOLD-FILE-OK
               MOVE WS-HOLD-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open REPOSITORY-HOLDING-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE REPORT-REPOSITORY-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REPO-FILE-EOF
               READ REPORT-REPOSITORY-FILE
                   AT END SET WS-REPO-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE RPO-FILING-NUMBER TO WS-FIND-NUMBER
                       PERFORM FIND-INDEX-ENTRY
                       IF WS-ENTRY-FOUND
                           AND NOT WS-IXT-PURGED(WS-IXT-IDX)
                           MOVE REPORT-REPOSITORY-RECORD
                               TO REPOSITORY-HOLDING-REC
                           WRITE REPOSITORY-HOLDING-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-REPOSITORY-FILE
           CLOSE REPOSITORY-HOLDING-FILE

           OPEN INPUT REPOSITORY-HOLDING-FILE
           OPEN OUTPUT REPORT-REPOSITORY-FILE
           IF NOT WS-HOLD-FILE-OK OR NOT WS-REPO-FILE-OK
               MOVE WS-REPO-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to reload REPORT-REPOSITORY-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE REPOSITORY-HOLDING-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-FILE-EOF
               READ REPOSITORY-HOLDING-FILE
                   AT END SET WS-HOLD-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE REPOSITORY-HOLDING-REC
                           TO REPORT-REPOSITORY-RECORD
                       WRITE REPORT-REPOSITORY-RECORD
               END-READ
           END-PERFORM
           CLOSE REPOSITORY-HOLDING-FILE
           CLOSE REPORT-REPOSITORY-FILE.


       REWRITE-INDEX.
           OPEN OUTPUT REPORT-INDEX-FILE
           IF NOT WS-IDX-FILE-OK
               MOVE WS-IDX-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite REPORT-INDEX-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IXT-IDX FROM 1 BY 1
               UNTIL WS-IXT-IDX > WS-INDEX-COUNT
               IF NOT WS-IXT-PURGED(WS-IXT-IDX)
                   MOVE WS-IXT-IMAGE(WS-IXT-IDX)
                       TO REPORT-INDEX-RECORD
                   WRITE REPORT-INDEX-RECORD
               END-IF
           END-PERFORM
           CLOSE REPORT-INDEX-FILE.

       END PROGRAM RPTFILE.
