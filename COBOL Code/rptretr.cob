      ******************************************************************
      * Report repository retrieval. Hands back the copies RPTFILE
      * filed of one report over a range of business dates, exactly
      * as they were printed, into RPTRETR.RPT -- each copy behind
      * a banner naming the business date, pay period and company
      * it was filed under, when it was filed and from which file.
      * The request comes from RPTRETRC.TXT:
      *     RRQ-REPORT-NAME  report name as cataloged (required)
      *     RRQ-FROM-DATE    YYYYMMDD lower bound (spaces = open)
      *     RRQ-TO-DATE      YYYYMMDD upper bound (spaces = open)
      *     RRQ-COMPANY      company (spaces = every company)
      * The copy handed back is proved against its index entry: a
      * copy the repository no longer holds whole is flagged on the
      * report and the job ends RETURN-CODE 4, as does a request
      * nothing on the index answers.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTRETR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRIEVAL-REQUEST-FILE ASSIGN TO "RPTRETRC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-FILE-STATUS.

           SELECT REPORT-REPOSITORY-FILE ASSIGN TO "RPTREPO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPO-FILE-STATUS.

           SELECT RETRIEVAL-REPORT-FILE ASSIGN TO "RPTRETR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETRIEVAL-REQUEST-FILE.
       01  RETRIEVAL-REQUEST-RECORD.
           05  RRQ-REPORT-NAME     PIC X(8).
           05  FILLER              PIC X.
           05  RRQ-FROM-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  RRQ-TO-DATE         PIC X(8).
           05  FILLER              PIC X.
           05  RRQ-COMPANY         PIC X(2).

       FD  REPORT-INDEX-FILE.
           COPY RPTINDX.

       FD  REPORT-REPOSITORY-FILE.
           COPY RPTREPO.

       FD  RETRIEVAL-REPORT-FILE.
       01  RETRIEVAL-REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-REQ-FILE-STATUS PIC XX.
           88  WS-REQ-FILE-OK        VALUE "00".

       77  WS-IDX-FILE-STATUS PIC XX.
           88  WS-IDX-FILE-OK        VALUE "00".
           88  WS-IDX-FILE-EOF       VALUE "10".

       77  WS-REPO-FILE-STATUS PIC XX.
           88  WS-REPO-FILE-OK       VALUE "00".
           88  WS-REPO-FILE-EOF      VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-FILTER-NAME     PIC X(8)  VALUE SPACES.
       77  WS-FILTER-FROM     PIC X(8)  VALUE "00000000".
       77  WS-FILTER-TO       PIC X(8)  VALUE "99999999".
       77  WS-FILTER-COMPANY  PIC X(2)  VALUE SPACES.

      * the index entries that answer the request, in filing-number
      * order -- the order their lines sit on the repository
       77  WS-MATCH-COUNT     PIC 9(3) VALUE ZERO.
       77  WS-MATCH-OVERFLOW  PIC 9(5) VALUE ZERO.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY OCCURS 300 TIMES.
               10  WS-MAT-NUMBER       PIC 9(7).
               10  WS-MAT-IMAGE        PIC X(88).
               10  WS-MAT-LINES-FOUND  PIC 9(7).
       77  WS-MATCH-POS       PIC 9(3) VALUE ZERO.

       77  WS-COPIES-WHOLE    PIC 9(3) VALUE ZERO.
       77  WS-COPIES-SHORT    PIC 9(3) VALUE ZERO.
       77  WS-LINES-EDIT      PIC ZZZZZZ9.
       77  WS-EXPECT-EDIT     PIC ZZZZZZ9.

       01  BANNER-RULE-LINE   PIC X(80) VALUE ALL "*".

       01  BANNER-KEY-LINE.
           05  FILLER          PIC X(10) VALUE "* REPORT  ".
           05  BKL-REPORT      PIC X(8).
           05  FILLER          PIC X(17) VALUE "   BUSINESS DATE ".
           05  BKL-DATE        PIC X(8).
           05  FILLER          PIC X(10) VALUE "   PERIOD ".
           05  BKL-PERIOD      PIC 9(4).
           05  FILLER          PIC X(11) VALUE "   COMPANY ".
           05  BKL-COMPANY     PIC X(2).

       01  BANNER-FILING-LINE.
           05  FILLER          PIC X(10) VALUE "* FILED   ".
           05  BFL-FILED-AT    PIC X(14).
           05  FILLER          PIC X(6)  VALUE " FROM ".
           05  BFL-FILE        PIC X(12).
           05  FILLER          PIC X(8)  VALUE " FILING ".
           05  BFL-FILING      PIC 9(7).
           05  FILLER          PIC X(8)  VALUE "  PAGES ".
           05  BFL-PAGES       PIC ZZZZ9.
           05  FILLER          PIC X(8)  VALUE "  LINES ".
           05  BFL-LINES       PIC ZZZZZZ9.

       01  RETRIEVAL-TOTAL-LINE.
           05  FILLER          PIC X(18) VALUE "COPIES RETRIEVED: ".
           05  RTL-WHOLE       PIC ZZ9.
           05  FILLER          PIC X(14) VALUE "  INCOMPLETE: ".
           05  RTL-SHORT       PIC ZZ9.

       COPY ERRSTAT.
       COPY SIGNONRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "RPTRETR " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE

           OPEN INPUT RETRIEVAL-REQUEST-FILE
           IF WS-REQ-FILE-OK
               READ RETRIEVAL-REQUEST-FILE
                   NOT AT END
                       MOVE RRQ-REPORT-NAME TO WS-FILTER-NAME
                       IF RRQ-FROM-DATE NOT = SPACES
                           MOVE RRQ-FROM-DATE TO WS-FILTER-FROM
                       END-IF
                       IF RRQ-TO-DATE NOT = SPACES
                           MOVE RRQ-TO-DATE TO WS-FILTER-TO
                       END-IF
                       MOVE RRQ-COMPANY TO WS-FILTER-COMPANY
               END-READ
               CLOSE RETRIEVAL-REQUEST-FILE
           END-IF
           IF WS-FILTER-NAME = SPACES
               MOVE WS-REQ-FILE-STATUS TO WS-ERR-CODE
               MOVE "RPTRETRC.TXT names no report to retrieve"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           PERFORM SELECT-INDEX-ENTRIES
           IF NOT WS-IDX-FILE-OK AND NOT WS-IDX-FILE-EOF
               MOVE WS-IDX-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open REPORT-INDEX-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           OPEN OUTPUT RETRIEVAL-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open RETRIEVAL-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           IF WS-MATCH-COUNT = ZERO
               MOVE SPACES TO RETRIEVAL-REPORT-REC
               STRING "NO FILED COPY OF " WS-FILTER-NAME
                   " WITH A BUSINESS DATE FROM " WS-FILTER-FROM
                   " TO " WS-FILTER-TO
                   DELIMITED BY SIZE INTO RETRIEVAL-REPORT-REC
               END-STRING
               WRITE RETRIEVAL-REPORT-REC
               CLOSE RETRIEVAL-REPORT-FILE
               DISPLAY "RPTRETR: no filed copy of " WS-FILTER-NAME
                   " in that range."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM COPY-FILED-LINES
           PERFORM VARYING WS-MATCH-POS FROM 1 BY 1
               UNTIL WS-MATCH-POS > WS-MATCH-COUNT
               PERFORM PROVE-ONE-COPY
           END-PERFORM

           MOVE SPACES TO RETRIEVAL-REPORT-REC
           WRITE RETRIEVAL-REPORT-REC
           MOVE WS-COPIES-WHOLE TO RTL-WHOLE
           MOVE WS-COPIES-SHORT TO RTL-SHORT
           MOVE RETRIEVAL-TOTAL-LINE TO RETRIEVAL-REPORT-REC
           WRITE RETRIEVAL-REPORT-REC
           IF WS-MATCH-OVERFLOW > ZERO
               MOVE SPACES TO RETRIEVAL-REPORT-REC
               STRING "MORE THAN 300 COPIES MATCH -- "
                   WS-MATCH-OVERFLOW " LATER COPIES NOT RETRIEVED,"
                   " NARROW THE DATE RANGE"
                   DELIMITED BY SIZE INTO RETRIEVAL-REPORT-REC
               END-STRING
               WRITE RETRIEVAL-REPORT-REC
           END-IF
           CLOSE RETRIEVAL-REPORT-FILE

           IF WS-COPIES-SHORT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "RPTRETR retrieved " WS-MATCH-COUNT " copies of "
               WS-FILTER-NAME ", " WS-COPIES-SHORT " incomplete."
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "RPTRETR" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
      *    set after the call -- ALERTLOG leaves its own return code
           MOVE 8 TO RETURN-CODE.


       SELECT-INDEX-ENTRIES.
           OPEN INPUT REPORT-INDEX-FILE
           IF NOT WS-IDX-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-IDX-FILE-EOF
               READ REPORT-INDEX-FILE
                   AT END SET WS-IDX-FILE-EOF TO TRUE
                   NOT AT END PERFORM SELECT-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE REPORT-INDEX-FILE.


       SELECT-ONE-ENTRY.
           IF RIX-REPORT-NAME NOT = WS-FILTER-NAME
               EXIT PARAGRAPH
           END-IF
           IF RIX-BUSINESS-DATE < WS-FILTER-FROM
               OR RIX-BUSINESS-DATE > WS-FILTER-TO
               EXIT PARAGRAPH
           END-IF
           IF WS-FILTER-COMPANY NOT = SPACES
               AND RIX-COMPANY NOT = WS-FILTER-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF WS-MATCH-COUNT = 300
               ADD 1 TO WS-MATCH-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           MOVE RIX-FILING-NUMBER TO WS-MAT-NUMBER(WS-MATCH-COUNT)
           MOVE REPORT-INDEX-RECORD TO WS-MAT-IMAGE(WS-MATCH-COUNT)
           MOVE ZERO TO WS-MAT-LINES-FOUND(WS-MATCH-COUNT).


      ******************************************************************
      * One pass over the repository. Its lines and the matches both
      * run in filing-number order, so the match in hand is passed
      * by once the repository moves beyond its number.
      ******************************************************************
       COPY-FILED-LINES.
           MOVE 1 TO WS-MATCH-POS
           OPEN INPUT REPORT-REPOSITORY-FILE
           IF NOT WS-REPO-FILE-OK
               MOVE WS-REPO-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open REPORT-REPOSITORY-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REPO-FILE-EOF
                   OR WS-MATCH-POS > WS-MATCH-COUNT
               READ REPORT-REPOSITORY-FILE
                   AT END SET WS-REPO-FILE-EOF TO TRUE
                   NOT AT END PERFORM COPY-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE REPORT-REPOSITORY-FILE.


       COPY-ONE-LINE.
           IF RPO-FILING-NUMBER NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MATCH-POS > WS-MATCH-COUNT
                   OR WS-MAT-NUMBER(WS-MATCH-POS)
                       NOT < RPO-FILING-NUMBER
               ADD 1 TO WS-MATCH-POS
           END-PERFORM
           IF WS-MATCH-POS > WS-MATCH-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-MAT-NUMBER(WS-MATCH-POS) NOT = RPO-FILING-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF WS-MAT-LINES-FOUND(WS-MATCH-POS) = ZERO
               PERFORM WRITE-COPY-BANNER
           END-IF
           ADD 1 TO WS-MAT-LINES-FOUND(WS-MATCH-POS)
           MOVE RPO-LINE-TEXT TO RETRIEVAL-REPORT-REC
           WRITE RETRIEVAL-REPORT-REC.


       WRITE-COPY-BANNER.
           MOVE WS-MAT-IMAGE(WS-MATCH-POS) TO REPORT-INDEX-RECORD
           PERFORM BUILD-BANNER-LINES
           IF WS-MATCH-POS > 1
               MOVE SPACES TO RETRIEVAL-REPORT-REC
               WRITE RETRIEVAL-REPORT-REC
           END-IF
           MOVE BANNER-RULE-LINE TO RETRIEVAL-REPORT-REC
           WRITE RETRIEVAL-REPORT-REC
           MOVE BANNER-KEY-LINE TO RETRIEVAL-REPORT-REC
           WRITE RETRIEVAL-REPORT-REC
           MOVE BANNER-FILING-LINE TO RETRIEVAL-REPORT-REC
           WRITE RETRIEVAL-REPORT-REC
           MOVE BANNER-RULE-LINE TO RETRIEVAL-REPORT-REC
           WRITE RETRIEVAL-REPORT-REC.


       BUILD-BANNER-LINES.
           MOVE RIX-REPORT-NAME TO BKL-REPORT
           MOVE RIX-BUSINESS-DATE TO BKL-DATE
           MOVE RIX-PAY-PERIOD TO BKL-PERIOD
           MOVE RIX-COMPANY TO BKL-COMPANY
           MOVE RIX-FILED-AT TO BFL-FILED-AT
           MOVE RIX-SOURCE-FILE TO BFL-FILE
           MOVE RIX-FILING-NUMBER TO BFL-FILING
           MOVE RIX-PAGE-COUNT TO BFL-PAGES
           MOVE RIX-LINE-COUNT TO BFL-LINES.


      * a copy is whole when the repository gave back every line
      * its index entry counted
       PROVE-ONE-COPY.
           MOVE WS-MAT-IMAGE(WS-MATCH-POS) TO REPORT-INDEX-RECORD
           IF WS-MAT-LINES-FOUND(WS-MATCH-POS) = RIX-LINE-COUNT
               ADD 1 TO WS-COPIES-WHOLE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COPIES-SHORT
           MOVE SPACES TO RETRIEVAL-REPORT-REC
           WRITE RETRIEVAL-REPORT-REC
           IF WS-MAT-LINES-FOUND(WS-MATCH-POS) = ZERO
               PERFORM BUILD-BANNER-LINES
               MOVE BANNER-KEY-LINE TO RETRIEVAL-REPORT-REC
               WRITE RETRIEVAL-REPORT-REC
               MOVE BANNER-FILING-LINE TO RETRIEVAL-REPORT-REC
               WRITE RETRIEVAL-REPORT-REC
           END-IF
           MOVE WS-MAT-LINES-FOUND(WS-MATCH-POS) TO WS-LINES-EDIT
           MOVE RIX-LINE-COUNT TO WS-EXPECT-EDIT
           MOVE SPACES TO RETRIEVAL-REPORT-REC
           STRING "*** FILING " RIX-FILING-NUMBER " INCOMPLETE: "
               WS-LINES-EDIT " OF " WS-EXPECT-EDIT
               " LINES ON THE REPOSITORY ***"
               DELIMITED BY SIZE INTO RETRIEVAL-REPORT-REC
           END-STRING
           WRITE RETRIEVAL-REPORT-REC.

       END PROGRAM RPTRETR.
