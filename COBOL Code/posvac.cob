      ******************************************************************
      * Position vacancy report. Lists, department by department,
      * every open position on the position master (POSMAST.TXT)
      * that is not filled to its authorized FTE: authorized, filled
      * and open FTE, and whether the position is wholly VACANT or
      * only PARTIAL. The filled count comes off the employee master
      * the same way EMPMAINT counts it at hire -- an incumbent
      * counts while active and not past a termination date, at the
      * FTE on the master (blank or zero reads as one).
      *
      * A position carrying more than its authorized FTE (an
      * over-hire released under OVERHIRE, or a reduction in the
      * authorization since) is listed as OVER, and so is any
      * incumbent whose position is not on the master; either ends
      * the job RETURN-CODE 4 with a warning so the budget office
      * sees it. Closed positions are not listed -- they are not
      * recruiting -- unless they are over.
      *
      * Print through the shared REPORTWR engine to POSVAC.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSVAC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMAST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT VACANCY-REPORT-FILE ASSIGN TO "POSVAC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  POSITION-MASTER-FILE.
           COPY POSREC.

       FD  VACANCY-REPORT-FILE.
       01  VACANCY-REPORT-REC  PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".
           88  WS-EMP-FILE-EOF       VALUE "10".

       77  WS-POS-FILE-STATUS PIC XX.
           88  WS-POS-FILE-OK        VALUE "00".
           88  WS-POS-FILE-EOF       VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-TODAY-DATE      PIC X(8) VALUE SPACES.

      * the position master, put in department order for the breaks
       77  WS-POS-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-POS-IDX WS-POS-IDX2.
               10  WS-PSN-DEPT-CODE    PIC X(4).
               10  WS-PSN-NUMBER       PIC X(6).
               10  WS-PSN-TITLE        PIC X(20).
               10  WS-PSN-PAY-CLASS    PIC X.
               10  WS-PSN-STATUS       PIC X.
                   88  WS-PSN-CLOSED       VALUE "C".
               10  WS-PSN-AUTH-FTE     PIC 9(3)V99.
               10  WS-PSN-FILLED-FTE   PIC 9(3)V99.
       01  WS-POS-SWAP             PIC X(42).
       77  WS-POS-SEARCH      PIC X(6) VALUE SPACES.
       77  WS-POS-FOUND-FLAG  PIC X VALUE "N".
           88  WS-POS-FOUND          VALUE "Y".
       77  WS-SORT-DONE-FLAG  PIC X VALUE "N".
           88  WS-SORT-DONE          VALUE "Y".

       77  WS-EMP-FTE         PIC 9V99 VALUE ZERO.
       77  WS-OPEN-FTE        PIC S9(3)V99 VALUE ZERO.
       77  WS-LINE-STATUS     PIC X(8) VALUE SPACES.
       77  WS-CURRENT-DEPT    PIC X(4) VALUE SPACES.

      * department and report totals
       77  WS-DEPT-AUTH       PIC 9(5)V99 VALUE ZERO.
       77  WS-DEPT-FILLED     PIC 9(5)V99 VALUE ZERO.
       77  WS-DEPT-OPEN       PIC 9(5)V99 VALUE ZERO.
       77  WS-TOTAL-AUTH      PIC 9(5)V99 VALUE ZERO.
       77  WS-TOTAL-FILLED    PIC 9(5)V99 VALUE ZERO.
       77  WS-TOTAL-OPEN      PIC 9(5)V99 VALUE ZERO.
       77  WS-VACANT-COUNT    PIC 9(4) VALUE ZERO.
       77  WS-OVER-COUNT      PIC 9(4) VALUE ZERO.
       77  WS-UNKNOWN-COUNT   PIC 9(4) VALUE ZERO.
       77  WS-INCUMBENT-COUNT PIC 9(5) VALUE ZERO.
       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.

       01  VACANCY-HEADING-LINE.
           05  FILLER  PIC X(36)
               VALUE "OPEN POSITIONS BY DEPARTMENT  AS OF ".
           05  VHL-DATE        PIC X(8).

       01  VACANCY-COLUMN-LINE.
           05  FILLER  PIC X(34)
               VALUE "  POSITN TITLE                C   ".
           05  FILLER  PIC X(36)
               VALUE "  AUTH     FILLED       OPEN  STATUS".

       01  VACANCY-DEPT-LINE.
           05  FILLER          PIC X(6)  VALUE "DEPT  ".
           05  VDL-DEPT        PIC X(4).

       01  VACANCY-DETAIL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VDT-POSITION    PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  VDT-TITLE       PIC X(20).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  VDT-CLASS       PIC X(1).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  VDT-AUTH        PIC ZZ9.99.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  VDT-FILLED      PIC ZZ9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  VDT-OPEN        PIC ZZ9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VDT-STATUS      PIC X(8).

       01  VACANCY-TOTAL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VTL-LABEL       PIC X(24).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  VTL-AUTH        PIC ZZZZ9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  VTL-FILLED      PIC ZZZZ9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  VTL-OPEN        PIC ZZZZ9.99.

       01  VACANCY-UNKNOWN-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "EMPLOYEE ".
           05  VUL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(10) VALUE " POSITION ".
           05  VUL-POSITION    PIC X(6).
           05  FILLER          PIC X(26)
               VALUE " -- NOT ON POSITION MASTER".

       COPY RPTWRREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "POSVAC" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           PERFORM LOAD-POSITION-MASTER
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM SORT-POSITIONS-BY-DEPT

           OPEN OUTPUT VACANCY-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open VACANCY-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           MOVE WS-TODAY-DATE TO VHL-DATE
           MOVE "O" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 56 TO RWR-LINES-PER-PAGE
           MOVE VACANCY-HEADING-LINE TO RWR-HEADING-1
           MOVE VACANCY-COLUMN-LINE  TO RWR-HEADING-2
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           PERFORM COUNT-INCUMBENTS
           IF RETURN-CODE NOT = 0
               CLOSE VACANCY-REPORT-FILE
               GOBACK
           END-IF

           MOVE SPACES TO WS-CURRENT-DEPT
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POS-COUNT
               PERFORM PRINT-ONE-POSITION
           END-PERFORM
           IF WS-CURRENT-DEPT NOT = SPACES
               PERFORM PRINT-DEPT-TOTAL
           END-IF

           MOVE SPACES TO VACANCY-TOTAL-LINE
           MOVE "ALL DEPARTMENTS" TO VTL-LABEL
           MOVE WS-TOTAL-AUTH   TO VTL-AUTH
           MOVE WS-TOTAL-FILLED TO VTL-FILLED
           MOVE WS-TOTAL-OPEN   TO VTL-OPEN
           MOVE "B" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 1 TO RWR-BREAK-LEVEL
           MOVE VACANCY-TOTAL-LINE TO RWR-DETAIL-LINE
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES

           MOVE "C" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           CLOSE VACANCY-REPORT-FILE

           IF WS-OVER-COUNT > ZERO OR WS-UNKNOWN-COUNT > ZERO
               PERFORM RAISE-OVER-FILLED-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "POSVAC " WS-POS-COUNT " positions, "
               WS-INCUMBENT-COUNT " incumbents, "
               WS-VACANT-COUNT " with openings, "
               WS-OVER-COUNT " over-filled, "
               WS-UNKNOWN-COUNT " on unknown positions."
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "POSVAC" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       RAISE-OVER-FILLED-WARNING.
           MOVE "POSVAC" TO WS-ERR-PROGRAM-ID
           MOVE ZERO TO WS-ERR-CODE
           SET WS-ERR-SEVERITY-WARNING TO TRUE
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING WS-OVER-COUNT
               " position(s) over authorized FTE, "
               WS-UNKNOWN-COUNT
               " incumbent(s) on unknown positions"
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE
           END-STRING
           DISPLAY "WARNING " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       LOAD-POSITION-MASTER.
           MOVE ZERO TO WS-POS-COUNT
           OPEN INPUT POSITION-MASTER-FILE
           IF NOT WS-POS-FILE-OK
               MOVE WS-POS-FILE-STATUS TO WS-ERR-CODE
               MOVE "No POSMAST.TXT -- no positions to report"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POS-FILE-EOF
                   OR WS-POS-COUNT = 300
               READ POSITION-MASTER-FILE
                   AT END SET WS-POS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POS-COUNT
                       SET WS-POS-IDX TO WS-POS-COUNT
                       MOVE POS-DEPT-CODE
                           TO WS-PSN-DEPT-CODE(WS-POS-IDX)
                       MOVE POS-NUMBER
                           TO WS-PSN-NUMBER(WS-POS-IDX)
                       MOVE POS-TITLE
                           TO WS-PSN-TITLE(WS-POS-IDX)
                       MOVE POS-PAY-CLASS
                           TO WS-PSN-PAY-CLASS(WS-POS-IDX)
                       MOVE POS-STATUS
                           TO WS-PSN-STATUS(WS-POS-IDX)
                       MOVE ZERO TO WS-PSN-AUTH-FTE(WS-POS-IDX)
                       IF POS-AUTH-FTE NUMERIC
                           MOVE POS-AUTH-FTE
                               TO WS-PSN-AUTH-FTE(WS-POS-IDX)
                       END-IF
                       MOVE ZERO TO WS-PSN-FILLED-FTE(WS-POS-IDX)
               END-READ
           END-PERFORM
           CLOSE POSITION-MASTER-FILE.


      * exchange passes until nothing moves; department then
      * position number, both leading the table entry
       SORT-POSITIONS-BY-DEPT.
           MOVE "N" TO WS-SORT-DONE-FLAG
           PERFORM UNTIL WS-SORT-DONE
               SET WS-SORT-DONE TO TRUE
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX >= WS-POS-COUNT
                   SET WS-POS-IDX2 TO WS-POS-IDX
                   SET WS-POS-IDX2 UP BY 1
                   IF WS-POS-ENTRY(WS-POS-IDX)(1:10)
                       > WS-POS-ENTRY(WS-POS-IDX2)(1:10)
                       MOVE WS-POS-ENTRY(WS-POS-IDX) TO WS-POS-SWAP
                       MOVE WS-POS-ENTRY(WS-POS-IDX2)
                           TO WS-POS-ENTRY(WS-POS-IDX)
                       MOVE WS-POS-SWAP TO WS-POS-ENTRY(WS-POS-IDX2)
                       MOVE "N" TO WS-SORT-DONE-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM.


       COUNT-INCUMBENTS.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EMP-FILE-EOF
               READ EMPLOYEE-MASTER-FILE
                   AT END SET WS-EMP-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM COUNT-ONE-INCUMBENT
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.


       COUNT-ONE-INCUMBENT.
           IF EMP-POSITION = SPACES
               OR NOT EMP-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF EMP-TERM-DATE NOT = SPACES
               AND EMP-TERM-DATE NOT > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INCUMBENT-COUNT
           IF EMP-FTE NUMERIC AND EMP-FTE > ZERO
               MOVE EMP-FTE TO WS-EMP-FTE
           ELSE
               MOVE 1 TO WS-EMP-FTE
           END-IF
           MOVE EMP-POSITION TO WS-POS-SEARCH
           PERFORM FIND-POSITION
           IF WS-POS-FOUND
               ADD WS-EMP-FTE TO WS-PSN-FILLED-FTE(WS-POS-IDX)
           ELSE
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE EMP-ID TO VUL-EMP-ID
               MOVE EMP-POSITION TO VUL-POSITION
               MOVE "D" TO RWR-ACTION
               MOVE 1 TO RWR-REPORT-ID
               MOVE VACANCY-UNKNOWN-LINE TO RWR-DETAIL-LINE
               CALL "REPORTWR" USING REPORT-WRITER-REQUEST
                   ON EXCEPTION
                       MOVE 1 TO RWR-LINE-COUNT
                       MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
               END-CALL
               PERFORM WRITE-ENGINE-LINES
           END-IF.


       FIND-POSITION.
           MOVE "N" TO WS-POS-FOUND-FLAG
           SET WS-POS-IDX TO 1
           PERFORM UNTIL WS-POS-IDX > WS-POS-COUNT
                   OR WS-PSN-NUMBER(WS-POS-IDX) = WS-POS-SEARCH
               SET WS-POS-IDX UP BY 1
           END-PERFORM
           IF WS-POS-IDX NOT > WS-POS-COUNT
               SET WS-POS-FOUND TO TRUE
           END-IF.


      ******************************************************************
      * One position: a department break when the department turns,
      * then the line if the position has room in it or is over.
      * Every position not closed goes into the department totals
      * whether or not it has a vacancy, so the totals show how
      * full the department is.
      ******************************************************************
       PRINT-ONE-POSITION.
           IF WS-PSN-DEPT-CODE(WS-POS-IDX) NOT = WS-CURRENT-DEPT
               IF WS-CURRENT-DEPT NOT = SPACES
                   PERFORM PRINT-DEPT-TOTAL
               END-IF
               MOVE WS-PSN-DEPT-CODE(WS-POS-IDX) TO WS-CURRENT-DEPT
               MOVE ZERO TO WS-DEPT-AUTH
               MOVE ZERO TO WS-DEPT-FILLED
               MOVE ZERO TO WS-DEPT-OPEN
               MOVE WS-CURRENT-DEPT TO VDL-DEPT
               MOVE "B" TO RWR-ACTION
               MOVE 1 TO RWR-REPORT-ID
               MOVE 1 TO RWR-BREAK-LEVEL
               MOVE VACANCY-DEPT-LINE TO RWR-DETAIL-LINE
               CALL "REPORTWR" USING REPORT-WRITER-REQUEST
                   ON EXCEPTION
                       MOVE 1 TO RWR-LINE-COUNT
                       MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
               END-CALL
               PERFORM WRITE-ENGINE-LINES
           END-IF

           COMPUTE WS-OPEN-FTE = WS-PSN-AUTH-FTE(WS-POS-IDX)
               - WS-PSN-FILLED-FTE(WS-POS-IDX)
           MOVE SPACES TO WS-LINE-STATUS
           EVALUATE TRUE
               WHEN WS-OPEN-FTE < ZERO
                   MOVE "OVER" TO WS-LINE-STATUS
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-PSN-CLOSED(WS-POS-IDX)
                   CONTINUE
               WHEN WS-OPEN-FTE = ZERO
                   CONTINUE
               WHEN WS-PSN-FILLED-FTE(WS-POS-IDX) = ZERO
                   MOVE "VACANT" TO WS-LINE-STATUS
                   ADD 1 TO WS-VACANT-COUNT
               WHEN OTHER
                   MOVE "PARTIAL" TO WS-LINE-STATUS
                   ADD 1 TO WS-VACANT-COUNT
           END-EVALUATE

           IF NOT WS-PSN-CLOSED(WS-POS-IDX)
               ADD WS-PSN-AUTH-FTE(WS-POS-IDX) TO WS-DEPT-AUTH
               ADD WS-PSN-AUTH-FTE(WS-POS-IDX) TO WS-TOTAL-AUTH
               ADD WS-PSN-FILLED-FTE(WS-POS-IDX) TO WS-DEPT-FILLED
               ADD WS-PSN-FILLED-FTE(WS-POS-IDX) TO WS-TOTAL-FILLED
               IF WS-OPEN-FTE > ZERO
                   ADD WS-OPEN-FTE TO WS-DEPT-OPEN
                   ADD WS-OPEN-FTE TO WS-TOTAL-OPEN
               END-IF
           END-IF

           IF WS-LINE-STATUS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PSN-NUMBER(WS-POS-IDX)     TO VDT-POSITION
           MOVE WS-PSN-TITLE(WS-POS-IDX)      TO VDT-TITLE
           MOVE WS-PSN-PAY-CLASS(WS-POS-IDX)  TO VDT-CLASS
           MOVE WS-PSN-AUTH-FTE(WS-POS-IDX)   TO VDT-AUTH
           MOVE WS-PSN-FILLED-FTE(WS-POS-IDX) TO VDT-FILLED
           MOVE WS-OPEN-FTE                   TO VDT-OPEN
           MOVE WS-LINE-STATUS                TO VDT-STATUS
           MOVE "D" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE VACANCY-DETAIL-LINE TO RWR-DETAIL-LINE
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES.


       PRINT-DEPT-TOTAL.
           MOVE SPACES TO VACANCY-TOTAL-LINE
           MOVE SPACES TO VTL-LABEL
           STRING "DEPT " WS-CURRENT-DEPT " TOTAL"
               DELIMITED BY SIZE INTO VTL-LABEL
           END-STRING
           MOVE WS-DEPT-AUTH   TO VTL-AUTH
           MOVE WS-DEPT-FILLED TO VTL-FILLED
           MOVE WS-DEPT-OPEN   TO VTL-OPEN
           MOVE "D" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE VACANCY-TOTAL-LINE TO RWR-DETAIL-LINE
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES.


       WRITE-ENGINE-LINES.
           PERFORM VARYING WS-RWR-OUT-IDX FROM 1 BY 1
               UNTIL WS-RWR-OUT-IDX > RWR-LINE-COUNT
               MOVE RWR-OUT-LINE(WS-RWR-OUT-IDX)
                   TO VACANCY-REPORT-REC
               WRITE VACANCY-REPORT-REC
           END-PERFORM.

       END PROGRAM POSVAC.
