      ******************************************************************
      * Departmental labor budget versus actual. Finance loads the
      * year's labor budget by department and pay period once a
      * year (LABBUDG.TXT) and revises it by appending rows; this
      * job prices PAYHIST against it for one period and for the
      * year to date, department by department, with variances in
      * dollars and percent, so the question "how are we doing
      * against budget" no longer needs LABTREND and a calculator.
      *
      * LABBUDG.TXT: dept, period, budgeted hours, gross, overtime
      * dollars, headcount, and a revision date (blank on the
      * annual load). A later row for the same dept and period
      * replaces the earlier one, so a revision is just an added
      * line and the original stays on file for the record.
      *
      * LABBUDGC.TXT: first period of the budget year, the period
      * to report, and the tolerance percent. A department whose
      * hours, gross, or overtime dollars run over budget by more
      * than the tolerance, for the period or the year to date, is
      * flagged OVER and the job ends RETURN-CODE 4. Headcount is
      * shown for the period and as a per-period average for the
      * year but is not flagged. A department paid with no budget
      * at all is flagged NOBUD.
      *
      * Print through the shared REPORTWR engine to LABBUDG.RPT;
      * the same figures go through EXTWRT to LABBUDGX.TXT for
      * finance's spreadsheets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABBUDG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT LABOR-BUDGET-FILE ASSIGN TO "LABBUDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-FILE-STATUS.

           SELECT BUDGET-CONFIG-FILE ASSIGN TO "LABBUDGC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO "LABBUDG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  LABOR-BUDGET-FILE.
       01  LABOR-BUDGET-RECORD.
           05  LB-DEPT         PIC X(4).
           05  LB-PERIOD       PIC 9(4).
           05  LB-HOURS        PIC 9(6).
           05  LB-GROSS        PIC 9(7)V99.
           05  LB-OT-PAY       PIC 9(7)V99.
           05  LB-HEADCOUNT    PIC 9(4).
           05  LB-REVISED      PIC X(8).

       FD  BUDGET-CONFIG-FILE.
       01  BUDGET-CONFIG-RECORD.
           05  LBC-YEAR-START  PIC 9(4).
           05  LBC-PERIOD      PIC 9(4).
           05  LBC-TOLERANCE   PIC 9(3)V9.

       FD  BUDGET-REPORT-FILE.
       01  BUDGET-REPORT-REC   PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-HIST-FILE-STATUS PIC XX.
           88  WS-HIST-FILE-OK       VALUE "00".
           88  WS-HIST-FILE-EOF      VALUE "10".

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".

       77  WS-BUD-FILE-STATUS PIC XX.
           88  WS-BUD-FILE-OK        VALUE "00".
           88  WS-BUD-FILE-EOF       VALUE "10".

       77  WS-CFG-FILE-STATUS PIC XX.
           88  WS-CFG-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-YEAR-START      PIC 9(4) VALUE ZERO.
       77  WS-REPORT-PERIOD   PIC 9(4) VALUE ZERO.
       77  WS-PERIOD-SPAN     PIC 9(3) VALUE ZERO.
      * percent over budget a department may run before it is
      * flagged; 5.0 when the control record leaves it blank
       77  WS-TOLERANCE       PIC 9(3)V9 VALUE 5.0.

      * budget rows as loaded, a revision replacing its original
       77  WS-BROW-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-BUDGET-ROW-TABLE.
           05  WS-BROW-ENTRY OCCURS 1100 TIMES
                               INDEXED BY WS-BROW-IDX.
               10  WS-BROW-DEPT     PIC X(4).
               10  WS-BROW-PERIOD   PIC 9(4).
               10  WS-BROW-HOURS    PIC 9(6).
               10  WS-BROW-GROSS    PIC 9(7)V99.
               10  WS-BROW-OT-PAY   PIC 9(7)V99.
               10  WS-BROW-HEADCNT  PIC 9(4).
       77  WS-REVISION-COUNT  PIC 9(4) VALUE ZERO.

      * budget and actual by department, for the period (PER) and
      * the year to date (YTD)
       77  WS-DPT-COUNT       PIC 99 VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DPT-ENTRY OCCURS 40 TIMES
                               INDEXED BY WS-DPT-IDX.
               10  WS-DPT-DEPT         PIC X(4).
               10  WS-DPT-BUDGETED     PIC X.
               10  WS-DPT-FLAG         PIC X(5).
               10  WS-DPT-BUD-PER-HRS  PIC 9(7).
               10  WS-DPT-BUD-PER-GROSS PIC S9(9)V99.
               10  WS-DPT-BUD-PER-OT   PIC S9(9)V99.
               10  WS-DPT-BUD-PER-HC   PIC 9(5).
               10  WS-DPT-BUD-YTD-HRS  PIC 9(7).
               10  WS-DPT-BUD-YTD-GROSS PIC S9(9)V99.
               10  WS-DPT-BUD-YTD-OT   PIC S9(9)V99.
               10  WS-DPT-BUD-YTD-HC   PIC 9(7).
               10  WS-DPT-ACT-PER-HRS  PIC 9(7).
               10  WS-DPT-ACT-PER-GROSS PIC S9(9)V99.
               10  WS-DPT-ACT-PER-OT   PIC S9(9)V99.
               10  WS-DPT-ACT-PER-HC   PIC 9(5).
               10  WS-DPT-ACT-YTD-HRS  PIC 9(7).
               10  WS-DPT-ACT-YTD-GROSS PIC S9(9)V99.
               10  WS-DPT-ACT-YTD-OT   PIC S9(9)V99.
               10  WS-DPT-ACT-YTD-HC   PIC 9(7).
       77  WS-WORK-DEPT       PIC X(4) VALUE SPACES.

      * one measure line's figures
       77  WS-LINE-MEASURE    PIC X(8) VALUE SPACES.
       77  WS-LINE-SCOPE      PIC X(6) VALUE SPACES.
       77  WS-LINE-BUDGET     PIC S9(9)V99 VALUE ZERO.
       77  WS-LINE-ACTUAL     PIC S9(9)V99 VALUE ZERO.
       77  WS-LINE-VARIANCE   PIC S9(9)V99 VALUE ZERO.
       77  WS-LINE-PCT        PIC S9(5)V9 VALUE ZERO.
       77  WS-LINE-FLAGGABLE  PIC X VALUE "N".
       77  WS-LINE-FLAG       PIC X(5) VALUE SPACES.

       77  WS-RECORDS-USED    PIC 9(6) VALUE ZERO.
       77  WS-DEPTS-FLAGGED   PIC 99 VALUE ZERO.
       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.
       77  WS-EXT-NUM-EDIT    PIC -ZZZZZZZZ9.99.
       77  WS-EXT-PCT-EDIT    PIC -ZZZZ9.9.

       01  BUDGET-HEADING-LINE.
           05  FILLER  PIC X(31)
               VALUE "LABOR BUDGET VS ACTUAL  PERIOD ".
           05  BHL-PERIOD      PIC 9(4).
           05  FILLER  PIC X(12) VALUE "  YTD FROM ".
           05  BHL-YEAR-START  PIC 9(4).
           05  FILLER  PIC X(8)  VALUE "  TOL % ".
           05  BHL-TOLERANCE   PIC ZZ9.9.

       01  BUDGET-COLUMN-LINE.
           05  FILLER  PIC X(38)
               VALUE "  MEASURE  SCOPE        BUDGET        ".
           05  FILLER  PIC X(42)
               VALUE "ACTUAL      VARIANCE       PCT  FLAG".

       01  BUDGET-DEPT-LINE.
           05  FILLER          PIC X(6)  VALUE "DEPT  ".
           05  BDL-DEPT        PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BDL-NOTE        PIC X(30).

       01  BUDGET-DETAIL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BDT-MEASURE     PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  BDT-SCOPE       PIC X(6).
           05  BDT-BUDGET      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  BDT-ACTUAL      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  BDT-VARIANCE    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  BDT-PCT         PIC ZZZ9.9-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  BDT-FLAG        PIC X(5).

       COPY RPTWRREQ.
       COPY EXTWRREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "LABBUDG" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE

           PERFORM READ-BUDGET-CONFIG
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM LOAD-LABOR-BUDGET
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           OPEN INPUT PAY-HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               MOVE WS-HIST-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open PAY-HISTORY-FILE"
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
               CLOSE PAY-HISTORY-FILE
               GOBACK
           END-IF

           PERFORM SWEEP-PAY-HISTORY

           CLOSE PAY-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER-FILE

           OPEN OUTPUT BUDGET-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open BUDGET-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           MOVE WS-REPORT-PERIOD TO BHL-PERIOD
           MOVE WS-YEAR-START    TO BHL-YEAR-START
           MOVE WS-TOLERANCE     TO BHL-TOLERANCE
           MOVE "O" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 56 TO RWR-LINES-PER-PAGE
           MOVE BUDGET-HEADING-LINE TO RWR-HEADING-1
           MOVE BUDGET-COLUMN-LINE  TO RWR-HEADING-2
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

      *    finance's extract companion to the printed report
           MOVE "O" TO EXW-ACTION
           MOVE 1 TO EXW-REPORT-ID
           MOVE "LABBUDGX.TXT" TO EXW-FILE-NAME
           MOVE "|" TO EXW-DELIMITER
           MOVE 9 TO EXW-FIELD-COUNT
           MOVE "PERIOD"   TO EXW-FIELD(1)
           MOVE "DEPT"     TO EXW-FIELD(2)
           MOVE "MEASURE"  TO EXW-FIELD(3)
           MOVE "SCOPE"    TO EXW-FIELD(4)
           MOVE "BUDGET"   TO EXW-FIELD(5)
           MOVE "ACTUAL"   TO EXW-FIELD(6)
           MOVE "VARIANCE" TO EXW-FIELD(7)
           MOVE "PCT"      TO EXW-FIELD(8)
           MOVE "FLAG"     TO EXW-FIELD(9)
           CALL "EXTWRT" USING EXTRACT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DPT-COUNT
               PERFORM PRINT-ONE-DEPARTMENT
           END-PERFORM

           MOVE "C" TO EXW-ACTION
           MOVE 1 TO EXW-REPORT-ID
           CALL "EXTWRT" USING EXTRACT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           CLOSE BUDGET-REPORT-FILE
           IF WS-DEPTS-FLAGGED > ZERO
               PERFORM RAISE-OVER-BUDGET-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "LABBUDG period " WS-REPORT-PERIOD ": "
               WS-RECORDS-USED " history records, "
               WS-REVISION-COUNT " budget revisions, "
               WS-DPT-COUNT " departments, "
               WS-DEPTS-FLAGGED " flagged."
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "LABBUDG" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       RAISE-OVER-BUDGET-WARNING.
           MOVE "LABBUDG" TO WS-ERR-PROGRAM-ID
           MOVE ZERO TO WS-ERR-CODE
           SET WS-ERR-SEVERITY-WARNING TO TRUE
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING WS-DEPTS-FLAGGED
               " department(s) over labor budget, period "
               WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE
           END-STRING
           DISPLAY "WARNING " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       READ-BUDGET-CONFIG.
           OPEN INPUT BUDGET-CONFIG-FILE
           IF NOT WS-CFG-FILE-OK
               MOVE WS-CFG-FILE-STATUS TO WS-ERR-CODE
               MOVE "No LABBUDGC.TXT -- report period required"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           READ BUDGET-CONFIG-FILE
               AT END
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE "LABBUDGC.TXT is empty" TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
               NOT AT END
                   MOVE LBC-YEAR-START TO WS-YEAR-START
                   MOVE LBC-PERIOD     TO WS-REPORT-PERIOD
                   IF LBC-TOLERANCE IS NUMERIC
                       AND LBC-TOLERANCE > ZERO
                       MOVE LBC-TOLERANCE TO WS-TOLERANCE
                   END-IF
           END-READ
           CLOSE BUDGET-CONFIG-FILE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-REPORT-PERIOD < WS-YEAR-START
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Report period is before the budget year start"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PERIOD-SPAN =
               WS-REPORT-PERIOD - WS-YEAR-START + 1.


      ******************************************************************
      * The budget rows for the budget year, each dept/period kept
      * once: a later row on the file (a revision) overwrites the
      * earlier figures in place. Only then are the rows rolled up
      * by department, so a revised period is never counted twice.
      ******************************************************************
       LOAD-LABOR-BUDGET.
           OPEN INPUT LABOR-BUDGET-FILE
           IF NOT WS-BUD-FILE-OK
               MOVE WS-BUD-FILE-STATUS TO WS-ERR-CODE
               MOVE "No LABBUDG.TXT -- labor budget not loaded"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BUD-FILE-EOF
               READ LABOR-BUDGET-FILE
                   AT END SET WS-BUD-FILE-EOF TO TRUE
                   NOT AT END
                       IF LB-PERIOD >= WS-YEAR-START
                           AND LB-PERIOD <= WS-REPORT-PERIOD
                           PERFORM FILE-ONE-BUDGET-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LABOR-BUDGET-FILE

           PERFORM VARYING WS-BROW-IDX FROM 1 BY 1
               UNTIL WS-BROW-IDX > WS-BROW-COUNT
               PERFORM ROLL-UP-ONE-BUDGET-ROW
           END-PERFORM.


       FILE-ONE-BUDGET-ROW.
           SET WS-BROW-IDX TO 1
           PERFORM UNTIL WS-BROW-IDX > WS-BROW-COUNT
                   OR (WS-BROW-DEPT(WS-BROW-IDX) = LB-DEPT
                   AND WS-BROW-PERIOD(WS-BROW-IDX) = LB-PERIOD)
               SET WS-BROW-IDX UP BY 1
           END-PERFORM
           IF WS-BROW-IDX > WS-BROW-COUNT
               IF WS-BROW-COUNT = 1100
                   DISPLAY "Budget table full -- " LB-DEPT " period "
                       LB-PERIOD " not loaded."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BROW-COUNT
               SET WS-BROW-IDX TO WS-BROW-COUNT
               MOVE LB-DEPT   TO WS-BROW-DEPT(WS-BROW-IDX)
               MOVE LB-PERIOD TO WS-BROW-PERIOD(WS-BROW-IDX)
           ELSE
               ADD 1 TO WS-REVISION-COUNT
           END-IF
           MOVE LB-HOURS     TO WS-BROW-HOURS(WS-BROW-IDX)
           MOVE LB-GROSS     TO WS-BROW-GROSS(WS-BROW-IDX)
           MOVE LB-OT-PAY    TO WS-BROW-OT-PAY(WS-BROW-IDX)
           MOVE LB-HEADCOUNT TO WS-BROW-HEADCNT(WS-BROW-IDX).


       ROLL-UP-ONE-BUDGET-ROW.
           MOVE WS-BROW-DEPT(WS-BROW-IDX) TO WS-WORK-DEPT
           PERFORM FIND-DEPARTMENT-ENTRY
           IF WS-DPT-IDX > WS-DPT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DPT-BUDGETED(WS-DPT-IDX)
           ADD WS-BROW-HOURS(WS-BROW-IDX)
               TO WS-DPT-BUD-YTD-HRS(WS-DPT-IDX)
           ADD WS-BROW-GROSS(WS-BROW-IDX)
               TO WS-DPT-BUD-YTD-GROSS(WS-DPT-IDX)
           ADD WS-BROW-OT-PAY(WS-BROW-IDX)
               TO WS-DPT-BUD-YTD-OT(WS-DPT-IDX)
           ADD WS-BROW-HEADCNT(WS-BROW-IDX)
               TO WS-DPT-BUD-YTD-HC(WS-DPT-IDX)
           IF WS-BROW-PERIOD(WS-BROW-IDX) = WS-REPORT-PERIOD
               MOVE WS-BROW-HOURS(WS-BROW-IDX)
                   TO WS-DPT-BUD-PER-HRS(WS-DPT-IDX)
               MOVE WS-BROW-GROSS(WS-BROW-IDX)
                   TO WS-DPT-BUD-PER-GROSS(WS-DPT-IDX)
               MOVE WS-BROW-OT-PAY(WS-BROW-IDX)
                   TO WS-DPT-BUD-PER-OT(WS-DPT-IDX)
               MOVE WS-BROW-HEADCNT(WS-BROW-IDX)
                   TO WS-DPT-BUD-PER-HC(WS-DPT-IDX)
           END-IF.


      * leaves WS-DPT-IDX on the department in WS-WORK-DEPT, adding
      * it when new; past the end of the table when the table is
      * full
       FIND-DEPARTMENT-ENTRY.
           SET WS-DPT-IDX TO 1
           PERFORM UNTIL WS-DPT-IDX > WS-DPT-COUNT
                   OR WS-DPT-DEPT(WS-DPT-IDX) = WS-WORK-DEPT
               SET WS-DPT-IDX UP BY 1
           END-PERFORM
           IF WS-DPT-IDX > WS-DPT-COUNT
               IF WS-DPT-COUNT = 40
                   DISPLAY "Department table full -- "
                       WS-WORK-DEPT " not reported."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DPT-COUNT
               SET WS-DPT-IDX TO WS-DPT-COUNT
               INITIALIZE WS-DPT-ENTRY(WS-DPT-IDX)
               MOVE WS-WORK-DEPT TO WS-DPT-DEPT(WS-DPT-IDX)
               MOVE "N" TO WS-DPT-BUDGETED(WS-DPT-IDX)
           END-IF.


       SWEEP-PAY-HISTORY.
           MOVE LOW-VALUES TO PH-KEY
           START PAY-HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY SET WS-HIST-FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-EOF
               READ PAY-HISTORY-FILE NEXT
                   AT END SET WS-HIST-FILE-EOF TO TRUE
                   NOT AT END
                       IF PH-PERIOD >= WS-YEAR-START
                           AND PH-PERIOD <= WS-REPORT-PERIOD
                           PERFORM FILE-ONE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.


       FILE-ONE-HISTORY-RECORD.
      *    the department comes off the live master the way LABTREND
      *    joins it; a deleted employee files under "????"
           MOVE PH-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY MOVE "????" TO EMP-DEPT-CODE
           END-READ
           MOVE EMP-DEPT-CODE TO WS-WORK-DEPT
           PERFORM FIND-DEPARTMENT-ENTRY
           IF WS-DPT-IDX > WS-DPT-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD PH-HOURS  TO WS-DPT-ACT-YTD-HRS(WS-DPT-IDX)
           ADD PH-GROSS  TO WS-DPT-ACT-YTD-GROSS(WS-DPT-IDX)
           ADD PH-OT-PAY TO WS-DPT-ACT-YTD-OT(WS-DPT-IDX)
      *    an adjustment-only record is money, not another head
           IF PH-PAY-CLASS NOT = "A"
               ADD 1 TO WS-DPT-ACT-YTD-HC(WS-DPT-IDX)
           END-IF
           IF PH-PERIOD = WS-REPORT-PERIOD
               ADD PH-HOURS  TO WS-DPT-ACT-PER-HRS(WS-DPT-IDX)
               ADD PH-GROSS  TO WS-DPT-ACT-PER-GROSS(WS-DPT-IDX)
               ADD PH-OT-PAY TO WS-DPT-ACT-PER-OT(WS-DPT-IDX)
               IF PH-PAY-CLASS NOT = "A"
                   ADD 1 TO WS-DPT-ACT-PER-HC(WS-DPT-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-RECORDS-USED.


      ******************************************************************
      * A department break line, then the period lines and the
      * year-to-date lines for hours, gross, overtime dollars, and
      * headcount. The department's flag is the worst of its lines.
      ******************************************************************
       PRINT-ONE-DEPARTMENT.
           MOVE SPACES TO WS-DPT-FLAG(WS-DPT-IDX)
           MOVE WS-DPT-DEPT(WS-DPT-IDX) TO BDL-DEPT
           MOVE SPACES TO BDL-NOTE
           IF WS-DPT-BUDGETED(WS-DPT-IDX) NOT = "Y"
               MOVE "*** NO BUDGET ON FILE ***" TO BDL-NOTE
           END-IF
           MOVE "B" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 1 TO RWR-BREAK-LEVEL
           MOVE BUDGET-DEPT-LINE TO RWR-DETAIL-LINE
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES

           MOVE "PERIOD" TO WS-LINE-SCOPE
           MOVE "Y" TO WS-LINE-FLAGGABLE
           MOVE "HOURS"    TO WS-LINE-MEASURE
           MOVE WS-DPT-BUD-PER-HRS(WS-DPT-IDX)   TO WS-LINE-BUDGET
           MOVE WS-DPT-ACT-PER-HRS(WS-DPT-IDX)   TO WS-LINE-ACTUAL
           PERFORM PRINT-ONE-MEASURE-LINE
           MOVE "GROSS"    TO WS-LINE-MEASURE
           MOVE WS-DPT-BUD-PER-GROSS(WS-DPT-IDX) TO WS-LINE-BUDGET
           MOVE WS-DPT-ACT-PER-GROSS(WS-DPT-IDX) TO WS-LINE-ACTUAL
           PERFORM PRINT-ONE-MEASURE-LINE
           MOVE "OT PAY"   TO WS-LINE-MEASURE
           MOVE WS-DPT-BUD-PER-OT(WS-DPT-IDX)    TO WS-LINE-BUDGET
           MOVE WS-DPT-ACT-PER-OT(WS-DPT-IDX)    TO WS-LINE-ACTUAL
           PERFORM PRINT-ONE-MEASURE-LINE
           MOVE "N" TO WS-LINE-FLAGGABLE
           MOVE "HEADCNT"  TO WS-LINE-MEASURE
           MOVE WS-DPT-BUD-PER-HC(WS-DPT-IDX)    TO WS-LINE-BUDGET
           MOVE WS-DPT-ACT-PER-HC(WS-DPT-IDX)    TO WS-LINE-ACTUAL
           PERFORM PRINT-ONE-MEASURE-LINE

           MOVE "YTD" TO WS-LINE-SCOPE
           MOVE "Y" TO WS-LINE-FLAGGABLE
           MOVE "HOURS"    TO WS-LINE-MEASURE
           MOVE WS-DPT-BUD-YTD-HRS(WS-DPT-IDX)   TO WS-LINE-BUDGET
           MOVE WS-DPT-ACT-YTD-HRS(WS-DPT-IDX)   TO WS-LINE-ACTUAL
           PERFORM PRINT-ONE-MEASURE-LINE
           MOVE "GROSS"    TO WS-LINE-MEASURE
           MOVE WS-DPT-BUD-YTD-GROSS(WS-DPT-IDX) TO WS-LINE-BUDGET
           MOVE WS-DPT-ACT-YTD-GROSS(WS-DPT-IDX) TO WS-LINE-ACTUAL
           PERFORM PRINT-ONE-MEASURE-LINE
           MOVE "OT PAY"   TO WS-LINE-MEASURE
           MOVE WS-DPT-BUD-YTD-OT(WS-DPT-IDX)    TO WS-LINE-BUDGET
           MOVE WS-DPT-ACT-YTD-OT(WS-DPT-IDX)    TO WS-LINE-ACTUAL
           PERFORM PRINT-ONE-MEASURE-LINE
      *    year-to-date headcount is the average per period
           MOVE "N" TO WS-LINE-FLAGGABLE
           MOVE "AVG HC"   TO WS-LINE-MEASURE
           COMPUTE WS-LINE-BUDGET ROUNDED =
               WS-DPT-BUD-YTD-HC(WS-DPT-IDX) / WS-PERIOD-SPAN
           COMPUTE WS-LINE-ACTUAL ROUNDED =
               WS-DPT-ACT-YTD-HC(WS-DPT-IDX) / WS-PERIOD-SPAN
           PERFORM PRINT-ONE-MEASURE-LINE

           IF WS-DPT-FLAG(WS-DPT-IDX) NOT = SPACES
               ADD 1 TO WS-DEPTS-FLAGGED
           END-IF.


       PRINT-ONE-MEASURE-LINE.
           COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET
           MOVE ZERO TO WS-LINE-PCT
           IF WS-LINE-BUDGET NOT = ZERO
               COMPUTE WS-LINE-PCT ROUNDED =
                   WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET
                   ON SIZE ERROR MOVE 9999.9 TO WS-LINE-PCT
               END-COMPUTE
           END-IF
           MOVE SPACES TO WS-LINE-FLAG
           IF WS-LINE-FLAGGABLE = "Y"
               IF WS-DPT-BUDGETED(WS-DPT-IDX) NOT = "Y"
                   IF WS-LINE-ACTUAL > ZERO
                       MOVE "NOBUD" TO WS-LINE-FLAG
                   END-IF
               ELSE
                   IF WS-LINE-VARIANCE > ZERO
                       AND (WS-LINE-BUDGET = ZERO
                       OR WS-LINE-PCT > WS-TOLERANCE)
                       MOVE "OVER" TO WS-LINE-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-LINE-FLAG NOT = SPACES
               MOVE WS-LINE-FLAG TO WS-DPT-FLAG(WS-DPT-IDX)
           END-IF

           MOVE WS-LINE-MEASURE  TO BDT-MEASURE
           MOVE WS-LINE-SCOPE    TO BDT-SCOPE
           MOVE WS-LINE-BUDGET   TO BDT-BUDGET
           MOVE WS-LINE-ACTUAL   TO BDT-ACTUAL
           MOVE WS-LINE-VARIANCE TO BDT-VARIANCE
           MOVE WS-LINE-PCT      TO BDT-PCT
           MOVE WS-LINE-FLAG     TO BDT-FLAG
           MOVE "D" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE BUDGET-DETAIL-LINE TO RWR-DETAIL-LINE
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES

           MOVE "D" TO EXW-ACTION
           MOVE 1 TO EXW-REPORT-ID
           MOVE 9 TO EXW-FIELD-COUNT
           MOVE WS-REPORT-PERIOD TO EXW-FIELD(1)
           MOVE WS-DPT-DEPT(WS-DPT-IDX) TO EXW-FIELD(2)
           MOVE WS-LINE-MEASURE TO EXW-FIELD(3)
           MOVE WS-LINE-SCOPE   TO EXW-FIELD(4)
           MOVE WS-LINE-BUDGET TO WS-EXT-NUM-EDIT
           MOVE WS-EXT-NUM-EDIT TO EXW-FIELD(5)
           MOVE WS-LINE-ACTUAL TO WS-EXT-NUM-EDIT
           MOVE WS-EXT-NUM-EDIT TO EXW-FIELD(6)
           MOVE WS-LINE-VARIANCE TO WS-EXT-NUM-EDIT
           MOVE WS-EXT-NUM-EDIT TO EXW-FIELD(7)
           MOVE WS-LINE-PCT TO WS-EXT-PCT-EDIT
           MOVE WS-EXT-PCT-EDIT TO EXW-FIELD(8)
           MOVE WS-LINE-FLAG TO EXW-FIELD(9)
           CALL "EXTWRT" USING EXTRACT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL.


       WRITE-ENGINE-LINES.
           PERFORM VARYING WS-RWR-OUT-IDX FROM 1 BY 1
               UNTIL WS-RWR-OUT-IDX > RWR-LINE-COUNT
               MOVE RWR-OUT-LINE(WS-RWR-OUT-IDX)
                   TO BUDGET-REPORT-REC
               WRITE BUDGET-REPORT-REC
           END-PERFORM.

       END PROGRAM LABBUDG.
