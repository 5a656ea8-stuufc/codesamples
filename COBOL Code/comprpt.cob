      ******************************************************************
      * Compensation report by department and pay grade. Every
      * active employee on the master who carries a pay grade is
      * measured against the range in force today on the pay grade
      * table (PAYGRADE.TXT): the compa-ratio is the pay over the
      * grade midpoint, times 100, and pay under the minimum or over
      * the maximum is flagged BELOW MIN or ABOVE MAX. The pay is
      * taken in the grade's own terms, as EMPMAINT checks it -- the
      * hourly rate, the annual salary or the commission base by
      * pay class.
      *
      * Department by department, each grade gets its range, one
      * line per employee, and the grade's average pay and average
      * compa-ratio within the department. A grade summary across
      * all departments, and the list of exceptions, follow. An
      * employee whose grade is not on the table (BAD GRADE), or
      * whose pay class is not the one the grade is built for
      * (BAD CLASS), is listed but kept out of the averages, since
      * the range does not measure them. Averages are never taken
      * across grades -- an hourly rate and an annual salary do not
      * add up.
      *
      * Any exception ends the job RETURN-CODE 4 with a warning so
      * compensation sees it. Employees with no grade yet are
      * counted on the last line only.
      *
      * Print through the shared REPORTWR engine to COMPRPT.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAY-GRADE-FILE ASSIGN TO "PAYGRADE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRD-FILE-STATUS.

           SELECT COMP-REPORT-FILE ASSIGN TO "COMPRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  PAY-GRADE-FILE.
           COPY PAYGRADE.

       FD  COMP-REPORT-FILE.
       01  COMP-REPORT-REC     PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".
           88  WS-EMP-FILE-EOF       VALUE "10".

       77  WS-GRD-FILE-STATUS PIC XX.
           88  WS-GRD-FILE-OK        VALUE "00".
           88  WS-GRD-FILE-EOF       VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-TODAY-DATE      PIC X(8) VALUE SPACES.

      * the grade ranges in force today (the latest effective row on
      * or before the run date), with the all-department totals
      * for the grade summary
       77  WS-GRD-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-GRD-TABLE.
           05  WS-GRD-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-GRD-IDX.
               10  WS-GRD-CODE         PIC X(3).
               10  WS-GRD-EFF-DATE     PIC X(8).
               10  WS-GRD-PAY-CLASS    PIC X.
               10  WS-GRD-MINIMUM      PIC 9(7)V99.
               10  WS-GRD-MIDPOINT     PIC 9(7)V99.
               10  WS-GRD-MAXIMUM      PIC 9(7)V99.
               10  WS-GRD-TITLE        PIC X(20).
               10  WS-GRD-MEASURED     PIC 9(5).
               10  WS-GRD-PAY-TOTAL    PIC 9(11)V99.
               10  WS-GRD-COMPA-TOTAL  PIC 9(9)V9.
               10  WS-GRD-BELOW        PIC 9(4).
               10  WS-GRD-ABOVE        PIC 9(4).
       77  WS-GRD-SEARCH      PIC X(3) VALUE SPACES.
       77  WS-GRD-FOUND-FLAG  PIC X VALUE "N".
           88  WS-GRD-FOUND          VALUE "Y".

      * graded employees, put in department, grade and employee
      * order for the breaks; the slot points back at the grade
      * entry, zero when the grade is not on the table
       77  WS-CMP-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-CMP-IDX WS-CMP-IDX2.
               10  WS-CMP-DEPT         PIC X(4).
               10  WS-CMP-GRADE        PIC X(3).
               10  WS-CMP-EMP-ID       PIC X(6).
               10  WS-CMP-NAME         PIC X(15).
               10  WS-CMP-CLASS        PIC X.
               10  WS-CMP-PAY          PIC 9(7)V99.
               10  WS-CMP-COMPA        PIC 9(4)V9.
               10  WS-CMP-FLAG         PIC X(9).
                   88  WS-CMP-MEASURED     VALUES SPACES
                                           "BELOW MIN" "ABOVE MAX".
               10  WS-CMP-GRD-SLOT     PIC 9(3).
       01  WS-CMP-SWAP             PIC X(55).
       77  WS-SORT-DONE-FLAG  PIC X VALUE "N".
           88  WS-SORT-DONE          VALUE "Y".

       77  WS-EMP-CLASS       PIC X VALUE SPACE.
       77  WS-EMP-PAY         PIC 9(7)V99 VALUE ZERO.
       77  WS-CURRENT-DEPT    PIC X(4) VALUE SPACES.
       77  WS-CURRENT-GRADE   PIC X(3) VALUE SPACES.

      * grade-within-department, department and report totals
       77  WS-GROUP-MEASURED  PIC 9(5) VALUE ZERO.
       77  WS-GROUP-PAY-TOTAL PIC 9(11)V99 VALUE ZERO.
       77  WS-GROUP-COMPA-TOTAL PIC 9(9)V9 VALUE ZERO.
       77  WS-GROUP-COUNT     PIC 9(5) VALUE ZERO.
       77  WS-DEPT-COUNT      PIC 9(5) VALUE ZERO.
       77  WS-DEPT-BELOW      PIC 9(4) VALUE ZERO.
       77  WS-DEPT-ABOVE      PIC 9(4) VALUE ZERO.
       77  WS-AVG-PAY         PIC 9(7)V99 VALUE ZERO.
       77  WS-AVG-COMPA       PIC 9(4)V9 VALUE ZERO.
       77  WS-BELOW-COUNT     PIC 9(5) VALUE ZERO.
       77  WS-ABOVE-COUNT     PIC 9(5) VALUE ZERO.
       77  WS-BAD-GRADE-COUNT PIC 9(5) VALUE ZERO.
       77  WS-BAD-CLASS-COUNT PIC 9(5) VALUE ZERO.
       77  WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       77  WS-UNGRADED-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-OVERFLOW-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-COUNT-EDIT      PIC ZZZ9.
       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.

       01  COMP-HEADING-LINE.
           05  FILLER  PIC X(44)
               VALUE "COMPENSATION BY DEPARTMENT AND GRADE  AS OF ".
           05  CHL-DATE        PIC X(8).

       01  COMP-COLUMN-LINE.
           05  FILLER  PIC X(26)
               VALUE "  EMP ID NAME            C".
           05  FILLER  PIC X(35)
               VALUE "            PAY    COMPA  RANGE".

       01  COMP-DEPT-LINE.
           05  FILLER          PIC X(6)  VALUE "DEPT  ".
           05  CDH-DEPT        PIC X(4).

       01  COMP-GRADE-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "GRADE ".
           05  CGH-GRADE       PIC X(3).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CGH-TITLE       PIC X(20).
           05  CGH-RANGE.
               10  CGH-MIN-TAG PIC X(5).
               10  CGH-MIN     PIC ZZZZZZ9.99.
               10  CGH-MID-TAG PIC X(5).
               10  CGH-MID     PIC ZZZZZZ9.99.
               10  CGH-MAX-TAG PIC X(5).
               10  CGH-MAX     PIC ZZZZZZ9.99.
      *    a grade missing from the table prints a note instead
           05  CGH-NOT-ON-TABLE REDEFINES CGH-RANGE PIC X(45).

       01  COMP-DETAIL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CDT-EMP-ID      PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CDT-NAME        PIC X(15).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CDT-CLASS       PIC X(1).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  CDT-PAY         PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  CDT-COMPA       PIC ZZZ9.9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CDT-FLAG        PIC X(9).

       01  COMP-AVERAGE-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  CAV-LABEL       PIC X(25).
           05  CAV-PAY         PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  CAV-COMPA       PIC ZZZ9.9.

       01  COMP-DEPT-TOTAL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CDL-LABEL       PIC X(17).
           05  CDL-COUNT       PIC ZZZ9.
           05  FILLER          PIC X(11) VALUE " EMPLOYEES ".
           05  CDL-BELOW       PIC ZZZ9.
           05  FILLER          PIC X(11) VALUE " BELOW MIN ".
           05  CDL-ABOVE       PIC ZZZ9.
           05  FILLER          PIC X(10) VALUE " ABOVE MAX".

       01  COMP-SECTION-LINE   PIC X(80).

       01  COMP-SUMMARY-COLUMN-LINE.
           05  FILLER  PIC X(35)
               VALUE "  GRD TITLE                 EMP    ".
           05  FILLER  PIC X(35)
               VALUE "AVG PAY   MIDPOINT  COMPA  BLW  ABV".

       01  COMP-SUMMARY-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CSL-GRADE       PIC X(3).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CSL-TITLE       PIC X(20).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CSL-COUNT       PIC ZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CSL-AVG-PAY     PIC ZZZZZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CSL-MID         PIC ZZZZZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CSL-COMPA       PIC ZZZ9.9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CSL-BELOW       PIC ZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CSL-ABOVE       PIC ZZZ9.

       01  COMP-EXCEPTION-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CXL-DEPT        PIC X(4).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CXL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CXL-NAME        PIC X(15).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CXL-GRADE       PIC X(3).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CXL-PAY         PIC ZZZZZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CXL-COMPA       PIC ZZZ9.9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CXL-FLAG        PIC X(9).

       01  COMP-TOTAL-LINE.
           05  FILLER          PIC X(9)  VALUE "  GRADED ".
           05  CTL-GRADED      PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE "  UNGRADED ".
           05  CTL-UNGRADED    PIC ZZZZ9.
           05  FILLER          PIC X(13) VALUE "  EXCEPTIONS ".
           05  CTL-EXCEPTIONS  PIC ZZZZ9.

       COPY RPTWRREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "COMPRPT" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           PERFORM LOAD-PAY-GRADE-TABLE
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM LOAD-GRADED-EMPLOYEES
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM SORT-EMPLOYEES-BY-DEPT-GRADE

           OPEN OUTPUT COMP-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open COMP-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           MOVE WS-TODAY-DATE TO CHL-DATE
           MOVE "O" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 56 TO RWR-LINES-PER-PAGE
           MOVE COMP-HEADING-LINE TO RWR-HEADING-1
           MOVE COMP-COLUMN-LINE  TO RWR-HEADING-2
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE SPACES TO WS-CURRENT-DEPT
           MOVE SPACES TO WS-CURRENT-GRADE
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
               PERFORM PRINT-ONE-EMPLOYEE
           END-PERFORM
           IF WS-CURRENT-DEPT NOT = SPACES
               PERFORM PRINT-GRADE-AVERAGE
               PERFORM PRINT-DEPT-TOTAL
           END-IF

           PERFORM PRINT-GRADE-SUMMARY
           PERFORM PRINT-EXCEPTIONS

           MOVE WS-CMP-COUNT       TO CTL-GRADED
           MOVE WS-UNGRADED-COUNT  TO CTL-UNGRADED
           MOVE WS-EXCEPTION-COUNT TO CTL-EXCEPTIONS
           MOVE COMP-TOTAL-LINE TO COMP-SECTION-LINE
           PERFORM PRINT-SECTION-BREAK

           MOVE "C" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           CLOSE COMP-REPORT-FILE

           IF WS-EXCEPTION-COUNT > ZERO
               PERFORM RAISE-OUT-OF-RANGE-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "COMPRPT " WS-CMP-COUNT " graded, "
               WS-BELOW-COUNT " below minimum, "
               WS-ABOVE-COUNT " above maximum, "
               WS-BAD-GRADE-COUNT " on unknown grades, "
               WS-BAD-CLASS-COUNT " in the wrong class, "
               WS-UNGRADED-COUNT " ungraded."
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "COMPRPT" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       RAISE-OUT-OF-RANGE-WARNING.
           MOVE "COMPRPT" TO WS-ERR-PROGRAM-ID
           MOVE ZERO TO WS-ERR-CODE
           SET WS-ERR-SEVERITY-WARNING TO TRUE
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING WS-BELOW-COUNT " below grade minimum, "
               WS-ABOVE-COUNT " above maximum, "
               WS-BAD-GRADE-COUNT " bad grade, "
               WS-BAD-CLASS-COUNT " bad class"
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE
           END-STRING
           DISPLAY "WARNING " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * of the rows for a grade, the one with the latest effective
      * date not after today is in force; later rows wait their day
       LOAD-PAY-GRADE-TABLE.
           MOVE ZERO TO WS-GRD-COUNT
           OPEN INPUT PAY-GRADE-FILE
           IF NOT WS-GRD-FILE-OK
               MOVE WS-GRD-FILE-STATUS TO WS-ERR-CODE
               MOVE "No PAYGRADE.TXT -- no grades to report"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GRD-FILE-EOF
               READ PAY-GRADE-FILE
                   AT END SET WS-GRD-FILE-EOF TO TRUE
                   NOT AT END
                       IF PGR-GRADE NOT = SPACES
                           AND PGR-EFF-DATE NUMERIC
                           AND PGR-EFF-DATE NOT > WS-TODAY-DATE
                           PERFORM TABLE-PAY-GRADE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-GRADE-FILE.


       TABLE-PAY-GRADE-ROW.
           MOVE PGR-GRADE TO WS-GRD-SEARCH
           PERFORM FIND-PAY-GRADE
           IF WS-GRD-FOUND
               IF PGR-EFF-DATE < WS-GRD-EFF-DATE(WS-GRD-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-GRD-COUNT = 100
                   DISPLAY "PAYGRADE.TXT over 100 grades -- grade "
                       PGR-GRADE " not loaded"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRD-COUNT
               SET WS-GRD-IDX TO WS-GRD-COUNT
               MOVE PGR-GRADE TO WS-GRD-CODE(WS-GRD-IDX)
               MOVE ZERO TO WS-GRD-MEASURED(WS-GRD-IDX)
               MOVE ZERO TO WS-GRD-PAY-TOTAL(WS-GRD-IDX)
               MOVE ZERO TO WS-GRD-COMPA-TOTAL(WS-GRD-IDX)
               MOVE ZERO TO WS-GRD-BELOW(WS-GRD-IDX)
               MOVE ZERO TO WS-GRD-ABOVE(WS-GRD-IDX)
           END-IF
           MOVE PGR-EFF-DATE TO WS-GRD-EFF-DATE(WS-GRD-IDX)
           MOVE PGR-PAY-CLASS TO WS-GRD-PAY-CLASS(WS-GRD-IDX)
           MOVE PGR-TITLE TO WS-GRD-TITLE(WS-GRD-IDX)
           MOVE ZERO TO WS-GRD-MINIMUM(WS-GRD-IDX)
           MOVE ZERO TO WS-GRD-MIDPOINT(WS-GRD-IDX)
           MOVE ZERO TO WS-GRD-MAXIMUM(WS-GRD-IDX)
           IF PGR-MINIMUM NUMERIC
               MOVE PGR-MINIMUM TO WS-GRD-MINIMUM(WS-GRD-IDX)
           END-IF
           IF PGR-MIDPOINT NUMERIC
               MOVE PGR-MIDPOINT TO WS-GRD-MIDPOINT(WS-GRD-IDX)
           END-IF
           IF PGR-MAXIMUM NUMERIC
               MOVE PGR-MAXIMUM TO WS-GRD-MAXIMUM(WS-GRD-IDX)
           END-IF.


       FIND-PAY-GRADE.
           MOVE "N" TO WS-GRD-FOUND-FLAG
           SET WS-GRD-IDX TO 1
           PERFORM UNTIL WS-GRD-IDX > WS-GRD-COUNT
                   OR WS-GRD-CODE(WS-GRD-IDX) = WS-GRD-SEARCH
               SET WS-GRD-IDX UP BY 1
           END-PERFORM
           IF WS-GRD-IDX NOT > WS-GRD-COUNT
               SET WS-GRD-FOUND TO TRUE
           END-IF.


       LOAD-GRADED-EMPLOYEES.
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
                       PERFORM TABLE-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "COMPRPT table full -- " WS-OVERFLOW-COUNT
                   " graded employees not reported"
           END-IF.


      ******************************************************************
      * One employee off the master: active and not past a
      * termination date, and graded, or only counted. The pay is
      * measured in the grade's own terms; the grade and the
      * all-department grade totals take the employee only when the
      * grade is on the table and built for the employee's class.
      ******************************************************************
       TABLE-ONE-EMPLOYEE.
           IF NOT EMP-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF EMP-TERM-DATE NOT = SPACES
               AND EMP-TERM-DATE NOT > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           IF EMP-PAY-GRADE = SPACES
               ADD 1 TO WS-UNGRADED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-COUNT = 2000
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-EMP-PAY
           EVALUATE TRUE
               WHEN EMP-CLASS-SALARIED
                   MOVE "S" TO WS-EMP-CLASS
                   IF EMP-ANNUAL-SALARY NUMERIC
                       MOVE EMP-ANNUAL-SALARY TO WS-EMP-PAY
                   END-IF
               WHEN EMP-CLASS-COMMISSION
                   MOVE "C" TO WS-EMP-CLASS
                   IF EMP-COMM-BASE NUMERIC
                       MOVE EMP-COMM-BASE TO WS-EMP-PAY
                   END-IF
               WHEN OTHER
                   MOVE "H" TO WS-EMP-CLASS
                   IF EMP-RATE NUMERIC
                       MOVE EMP-RATE TO WS-EMP-PAY
                   END-IF
           END-EVALUATE

           ADD 1 TO WS-CMP-COUNT
           SET WS-CMP-IDX TO WS-CMP-COUNT
           MOVE EMP-DEPT-CODE  TO WS-CMP-DEPT(WS-CMP-IDX)
           MOVE EMP-PAY-GRADE  TO WS-CMP-GRADE(WS-CMP-IDX)
           MOVE EMP-ID         TO WS-CMP-EMP-ID(WS-CMP-IDX)
           MOVE EMP-NAME       TO WS-CMP-NAME(WS-CMP-IDX)
           MOVE WS-EMP-CLASS   TO WS-CMP-CLASS(WS-CMP-IDX)
           MOVE WS-EMP-PAY     TO WS-CMP-PAY(WS-CMP-IDX)
           MOVE ZERO           TO WS-CMP-COMPA(WS-CMP-IDX)
           MOVE SPACES         TO WS-CMP-FLAG(WS-CMP-IDX)
           MOVE ZERO           TO WS-CMP-GRD-SLOT(WS-CMP-IDX)

           MOVE EMP-PAY-GRADE TO WS-GRD-SEARCH
           PERFORM FIND-PAY-GRADE
           IF NOT WS-GRD-FOUND
               MOVE "BAD GRADE" TO WS-CMP-FLAG(WS-CMP-IDX)
               ADD 1 TO WS-BAD-GRADE-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF
           SET WS-CMP-GRD-SLOT(WS-CMP-IDX) TO WS-GRD-IDX
           IF WS-GRD-PAY-CLASS(WS-GRD-IDX) NOT = SPACE
               AND WS-GRD-PAY-CLASS(WS-GRD-IDX) NOT = WS-EMP-CLASS
               MOVE "BAD CLASS" TO WS-CMP-FLAG(WS-CMP-IDX)
               ADD 1 TO WS-BAD-CLASS-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-GRD-MIDPOINT(WS-GRD-IDX) > ZERO
               COMPUTE WS-CMP-COMPA(WS-CMP-IDX) ROUNDED =
                   WS-EMP-PAY * 100 / WS-GRD-MIDPOINT(WS-GRD-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-CMP-COMPA(WS-CMP-IDX)
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-EMP-PAY < WS-GRD-MINIMUM(WS-GRD-IDX)
                   MOVE "BELOW MIN" TO WS-CMP-FLAG(WS-CMP-IDX)
                   ADD 1 TO WS-GRD-BELOW(WS-GRD-IDX)
                   ADD 1 TO WS-BELOW-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN WS-GRD-MAXIMUM(WS-GRD-IDX) > ZERO
                   AND WS-EMP-PAY > WS-GRD-MAXIMUM(WS-GRD-IDX)
                   MOVE "ABOVE MAX" TO WS-CMP-FLAG(WS-CMP-IDX)
                   ADD 1 TO WS-GRD-ABOVE(WS-GRD-IDX)
                   ADD 1 TO WS-ABOVE-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
           END-EVALUATE
           ADD 1 TO WS-GRD-MEASURED(WS-GRD-IDX)
           ADD WS-EMP-PAY TO WS-GRD-PAY-TOTAL(WS-GRD-IDX)
           ADD WS-CMP-COMPA(WS-CMP-IDX)
               TO WS-GRD-COMPA-TOTAL(WS-GRD-IDX).


      * exchange passes until nothing moves; department, grade and
      * employee id, all three leading the table entry
       SORT-EMPLOYEES-BY-DEPT-GRADE.
           MOVE "N" TO WS-SORT-DONE-FLAG
           PERFORM UNTIL WS-SORT-DONE
               SET WS-SORT-DONE TO TRUE
               PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX >= WS-CMP-COUNT
                   SET WS-CMP-IDX2 TO WS-CMP-IDX
                   SET WS-CMP-IDX2 UP BY 1
                   IF WS-CMP-ENTRY(WS-CMP-IDX)(1:13)
                       > WS-CMP-ENTRY(WS-CMP-IDX2)(1:13)
                       MOVE WS-CMP-ENTRY(WS-CMP-IDX) TO WS-CMP-SWAP
                       MOVE WS-CMP-ENTRY(WS-CMP-IDX2)
                           TO WS-CMP-ENTRY(WS-CMP-IDX)
                       MOVE WS-CMP-SWAP TO WS-CMP-ENTRY(WS-CMP-IDX2)
                       MOVE "N" TO WS-SORT-DONE-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM.


      ******************************************************************
      * One employee: a department break when the department turns,
      * a grade heading with its range when the grade turns (the
      * average of the grade just finished goes first), then the
      * employee's line.
      ******************************************************************
       PRINT-ONE-EMPLOYEE.
           IF WS-CMP-DEPT(WS-CMP-IDX) NOT = WS-CURRENT-DEPT
               IF WS-CURRENT-DEPT NOT = SPACES
                   PERFORM PRINT-GRADE-AVERAGE
                   PERFORM PRINT-DEPT-TOTAL
               END-IF
               MOVE WS-CMP-DEPT(WS-CMP-IDX) TO WS-CURRENT-DEPT
               MOVE SPACES TO WS-CURRENT-GRADE
               MOVE ZERO TO WS-DEPT-COUNT
               MOVE ZERO TO WS-DEPT-BELOW
               MOVE ZERO TO WS-DEPT-ABOVE
               MOVE WS-CURRENT-DEPT TO CDH-DEPT
               MOVE "B" TO RWR-ACTION
               MOVE 1 TO RWR-REPORT-ID
               MOVE 1 TO RWR-BREAK-LEVEL
               MOVE COMP-DEPT-LINE TO RWR-DETAIL-LINE
               CALL "REPORTWR" USING REPORT-WRITER-REQUEST
                   ON EXCEPTION
                       MOVE 1 TO RWR-LINE-COUNT
                       MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
               END-CALL
               PERFORM WRITE-ENGINE-LINES
           END-IF

           IF WS-CMP-GRADE(WS-CMP-IDX) NOT = WS-CURRENT-GRADE
               IF WS-CURRENT-GRADE NOT = SPACES
                   PERFORM PRINT-GRADE-AVERAGE
               END-IF
               MOVE WS-CMP-GRADE(WS-CMP-IDX) TO WS-CURRENT-GRADE
               MOVE ZERO TO WS-GROUP-COUNT
               MOVE ZERO TO WS-GROUP-MEASURED
               MOVE ZERO TO WS-GROUP-PAY-TOTAL
               MOVE ZERO TO WS-GROUP-COMPA-TOTAL
               PERFORM PRINT-GRADE-HEADING
           END-IF

           ADD 1 TO WS-GROUP-COUNT
           ADD 1 TO WS-DEPT-COUNT
           IF WS-CMP-FLAG(WS-CMP-IDX) = "BELOW MIN"
               ADD 1 TO WS-DEPT-BELOW
           END-IF
           IF WS-CMP-FLAG(WS-CMP-IDX) = "ABOVE MAX"
               ADD 1 TO WS-DEPT-ABOVE
           END-IF
           IF WS-CMP-MEASURED(WS-CMP-IDX)
               ADD 1 TO WS-GROUP-MEASURED
               ADD WS-CMP-PAY(WS-CMP-IDX) TO WS-GROUP-PAY-TOTAL
               ADD WS-CMP-COMPA(WS-CMP-IDX) TO WS-GROUP-COMPA-TOTAL
           END-IF

           MOVE WS-CMP-EMP-ID(WS-CMP-IDX) TO CDT-EMP-ID
           MOVE WS-CMP-NAME(WS-CMP-IDX)   TO CDT-NAME
           MOVE WS-CMP-CLASS(WS-CMP-IDX)  TO CDT-CLASS
           MOVE WS-CMP-PAY(WS-CMP-IDX)    TO CDT-PAY
           MOVE WS-CMP-COMPA(WS-CMP-IDX)  TO CDT-COMPA
           MOVE WS-CMP-FLAG(WS-CMP-IDX)   TO CDT-FLAG
           MOVE "D" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE COMP-DETAIL-LINE TO RWR-DETAIL-LINE
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES.


       PRINT-GRADE-HEADING.
           MOVE WS-CURRENT-GRADE TO CGH-GRADE
           IF WS-CMP-GRD-SLOT(WS-CMP-IDX) = ZERO
               MOVE SPACES TO CGH-TITLE
               MOVE "-- NOT ON THE PAY GRADE TABLE"
                   TO CGH-NOT-ON-TABLE
           ELSE
               SET WS-GRD-IDX TO WS-CMP-GRD-SLOT(WS-CMP-IDX)
               MOVE WS-GRD-TITLE(WS-GRD-IDX) TO CGH-TITLE
               MOVE " MIN " TO CGH-MIN-TAG
               MOVE WS-GRD-MINIMUM(WS-GRD-IDX) TO CGH-MIN
               MOVE " MID " TO CGH-MID-TAG
               MOVE WS-GRD-MIDPOINT(WS-GRD-IDX) TO CGH-MID
               MOVE " MAX " TO CGH-MAX-TAG
               MOVE WS-GRD-MAXIMUM(WS-GRD-IDX) TO CGH-MAX
           END-IF
           MOVE "D" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE COMP-GRADE-LINE TO RWR-DETAIL-LINE
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES.


      * the grade's average within the department, over the
      * employees the range measures; none measured prints no line
       PRINT-GRADE-AVERAGE.
           IF WS-GROUP-MEASURED = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVG-PAY ROUNDED =
               WS-GROUP-PAY-TOTAL / WS-GROUP-MEASURED
           COMPUTE WS-AVG-COMPA ROUNDED =
               WS-GROUP-COMPA-TOTAL / WS-GROUP-MEASURED
           MOVE SPACES TO CAV-LABEL
           MOVE WS-GROUP-MEASURED TO WS-COUNT-EDIT
           STRING "GRADE " WS-CURRENT-GRADE " AVERAGE OF "
               WS-COUNT-EDIT DELIMITED BY SIZE INTO CAV-LABEL
           END-STRING
           MOVE WS-AVG-PAY TO CAV-PAY
           MOVE WS-AVG-COMPA TO CAV-COMPA
           MOVE "D" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE COMP-AVERAGE-LINE TO RWR-DETAIL-LINE
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES.


       PRINT-DEPT-TOTAL.
           MOVE SPACES TO CDL-LABEL
           STRING "DEPT " WS-CURRENT-DEPT " TOTAL"
               DELIMITED BY SIZE INTO CDL-LABEL
           END-STRING
           MOVE WS-DEPT-COUNT TO CDL-COUNT
           MOVE WS-DEPT-BELOW TO CDL-BELOW
           MOVE WS-DEPT-ABOVE TO CDL-ABOVE
           MOVE "D" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE COMP-DEPT-TOTAL-LINE TO RWR-DETAIL-LINE
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES.


      ******************************************************************
      * Grade averages across every department, in grade table
      * order, for the grades anyone is measured against.
      ******************************************************************
       PRINT-GRADE-SUMMARY.
           MOVE "GRADE AVERAGES, ALL DEPARTMENTS" TO COMP-SECTION-LINE
           PERFORM PRINT-SECTION-BREAK
           MOVE COMP-SUMMARY-COLUMN-LINE TO COMP-SECTION-LINE
           PERFORM PRINT-SECTION-DETAIL
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
               UNTIL WS-GRD-IDX > WS-GRD-COUNT
               IF WS-GRD-MEASURED(WS-GRD-IDX) > ZERO
                   PERFORM PRINT-ONE-GRADE-SUMMARY
               END-IF
           END-PERFORM.


       PRINT-ONE-GRADE-SUMMARY.
           COMPUTE WS-AVG-PAY ROUNDED =
               WS-GRD-PAY-TOTAL(WS-GRD-IDX)
               / WS-GRD-MEASURED(WS-GRD-IDX)
           COMPUTE WS-AVG-COMPA ROUNDED =
               WS-GRD-COMPA-TOTAL(WS-GRD-IDX)
               / WS-GRD-MEASURED(WS-GRD-IDX)
           MOVE WS-GRD-CODE(WS-GRD-IDX)     TO CSL-GRADE
           MOVE WS-GRD-TITLE(WS-GRD-IDX)    TO CSL-TITLE
           MOVE WS-GRD-MEASURED(WS-GRD-IDX) TO CSL-COUNT
           MOVE WS-AVG-PAY                  TO CSL-AVG-PAY
           MOVE WS-GRD-MIDPOINT(WS-GRD-IDX) TO CSL-MID
           MOVE WS-AVG-COMPA                TO CSL-COMPA
           MOVE WS-GRD-BELOW(WS-GRD-IDX)    TO CSL-BELOW
           MOVE WS-GRD-ABOVE(WS-GRD-IDX)    TO CSL-ABOVE
           MOVE COMP-SUMMARY-LINE TO COMP-SECTION-LINE
           PERFORM PRINT-SECTION-DETAIL.


       PRINT-EXCEPTIONS.
           MOVE "OUT-OF-RANGE AND GRADE EXCEPTIONS"
               TO COMP-SECTION-LINE
           PERFORM PRINT-SECTION-BREAK
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "  NONE -- EVERY GRADED EMPLOYEE IS IN RANGE"
                   TO COMP-SECTION-LINE
               PERFORM PRINT-SECTION-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF WS-CMP-FLAG(WS-CMP-IDX) NOT = SPACES
                   MOVE WS-CMP-DEPT(WS-CMP-IDX)   TO CXL-DEPT
                   MOVE WS-CMP-EMP-ID(WS-CMP-IDX) TO CXL-EMP-ID
                   MOVE WS-CMP-NAME(WS-CMP-IDX)   TO CXL-NAME
                   MOVE WS-CMP-GRADE(WS-CMP-IDX)  TO CXL-GRADE
                   MOVE WS-CMP-PAY(WS-CMP-IDX)    TO CXL-PAY
                   MOVE WS-CMP-COMPA(WS-CMP-IDX)  TO CXL-COMPA
                   MOVE WS-CMP-FLAG(WS-CMP-IDX)   TO CXL-FLAG
                   MOVE COMP-EXCEPTION-LINE TO COMP-SECTION-LINE
                   PERFORM PRINT-SECTION-DETAIL
               END-IF
           END-PERFORM.


       PRINT-SECTION-BREAK.
           MOVE "B" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 1 TO RWR-BREAK-LEVEL
           MOVE COMP-SECTION-LINE TO RWR-DETAIL-LINE
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES.


       PRINT-SECTION-DETAIL.
           MOVE "D" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE COMP-SECTION-LINE TO RWR-DETAIL-LINE
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
                   TO COMP-REPORT-REC
               WRITE COMP-REPORT-REC
           END-PERFORM.

       END PROGRAM COMPRPT.
