      ******************************************************************
      * Job-cost report and invoicing extract, scheduled after the
      * payroll step. Every live payroll run appends one line per
      * project-coded timecard line to JOBCOST.TXT, costed at the
      * employee's loaded rate (pay code premium, overtime share
      * and employer payroll tax included). This job summarizes the
      * whole file by project and period onto JOBCOST.RPT -- hours,
      * labor, burden and total cost, with a subtotal per project --
      * so labor by job stops being rebuilt from foremen's notes.
      *
      * It also writes JOBBILL.TXT for the invoicing system: one
      * line per billable project (a billing customer on the
      * project master) for the period being billed. The period
      * comes from the run parameter (bytes 1-4); spaces bill the
      * latest period on the cost file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-COST-FILE ASSIGN TO "JOBCOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JC-FILE-STATUS.

           SELECT PROJECT-MASTER-FILE ASSIGN TO "PROJMAST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRJ-FILE-STATUS.

           SELECT JOB-COST-REPORT-FILE ASSIGN TO "JOBCOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BILLING-EXTRACT-FILE ASSIGN TO "JOBBILL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-COST-FILE.
           COPY JOBCOST.

       FD  PROJECT-MASTER-FILE.
           COPY PROJREC.

       FD  JOB-COST-REPORT-FILE.
       01  JOB-COST-REPORT-REC PIC X(110).

      * invoicing-system feed: one line per billable project for
      * the billed period
       FD  BILLING-EXTRACT-FILE.
       01  BILLING-EXTRACT-RECORD.
           05  BIL-CUSTOMER-ID     PIC X(8).
           05  BIL-CUSTOMER-NAME   PIC X(20).
           05  BIL-PROJECT-CODE    PIC X(8).
           05  BIL-PROJECT-DESC    PIC X(20).
           05  BIL-PERIOD-NUMBER   PIC 9(4).
           05  BIL-PERIOD-END      PIC X(8).
           05  BIL-HOURS           PIC 9(5).
           05  BIL-LABOR-COST      PIC 9(7)V99.
           05  BIL-BURDEN-COST     PIC 9(7)V99.
           05  BIL-TOTAL-COST      PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       77  WS-JC-FILE-STATUS PIC XX.
           88  WS-JC-FILE-OK         VALUE "00".
           88  WS-JC-FILE-EOF        VALUE "10".

       77  WS-PRJ-FILE-STATUS PIC XX.
           88  WS-PRJ-FILE-OK        VALUE "00".
           88  WS-PRJ-FILE-EOF       VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-BIL-FILE-STATUS PIC XX.
           88  WS-BIL-FILE-OK        VALUE "00".

      * project master, loaded whole for descriptions and customers
       77  WS-PROJ-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PROJ-TABLE.
           05  WS-PROJ-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-PROJ-IDX.
               10  WS-PROJ-CODE        PIC X(8).
               10  WS-PROJ-DESC        PIC X(20).
               10  WS-PROJ-CUST-ID     PIC X(8).
               10  WS-PROJ-CUST-NAME   PIC X(20).

      * the cost file summed by project and period, sorted on the
      * key before printing
       77  WS-SUM-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-SUM-IDX.
               10  WS-SUM-KEY.
                   15  WS-SUM-PROJECT  PIC X(8).
                   15  WS-SUM-PERIOD   PIC 9(4).
               10  WS-SUM-PERIOD-END   PIC X(8).
               10  WS-SUM-CUST-ID      PIC X(8).
               10  WS-SUM-HOURS        PIC 9(5).
               10  WS-SUM-LABOR        PIC 9(7)V99.
               10  WS-SUM-BURDEN       PIC 9(7)V99.
               10  WS-SUM-TOTAL        PIC 9(7)V99.
       01  WS-SUM-HOLD-ENTRY           PIC X(64).
       77  WS-SUM-SORT-IDX     PIC 9(3).
       77  WS-SUM-SWAP-FLAG    PIC X VALUE "N".
           88  WS-SUM-SWAPPED        VALUE "Y".

       77  WS-BILL-PERIOD      PIC 9(4) VALUE ZERO.
       77  WS-LINE-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-BILL-COUNT       PIC 9(5) VALUE ZERO.
       77  WS-DROPPED-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-PREV-PROJECT     PIC X(8) VALUE SPACES.

       77  WS-PROJ-HOURS       PIC 9(7) VALUE ZERO.
       77  WS-PROJ-LABOR       PIC 9(9)V99 VALUE ZERO.
       77  WS-PROJ-BURDEN      PIC 9(9)V99 VALUE ZERO.
       77  WS-PROJ-TOTAL       PIC 9(9)V99 VALUE ZERO.
       77  WS-GRAND-HOURS      PIC 9(7) VALUE ZERO.
       77  WS-GRAND-LABOR      PIC 9(9)V99 VALUE ZERO.
       77  WS-GRAND-BURDEN     PIC 9(9)V99 VALUE ZERO.
       77  WS-GRAND-TOTAL      PIC 9(9)V99 VALUE ZERO.

       01  JOB-HEADING-LINE.
           05  FILLER          PIC X(34)
                   VALUE "JOB COST BY PROJECT AND PERIOD".
           05  FILLER          PIC X(16) VALUE "BILLING PERIOD ".
           05  JHL-BILL-PERIOD PIC 9(4).

       01  JOB-COLUMN-LINE.
           05  FILLER          PIC X(30) VALUE "PROJECT  DESCRIPTION".
           05  FILLER          PIC X(9)  VALUE "CUSTOMER".
           05  FILLER          PIC X(14) VALUE "PERD  END".
           05  FILLER          PIC X(8)  VALUE "  HOURS".
           05  FILLER          PIC X(14) VALUE "         LABOR".
           05  FILLER          PIC X(14) VALUE "        BURDEN".
           05  FILLER          PIC X(14) VALUE "    TOTAL COST".

       01  JOB-DETAIL-LINE.
           05  JDL-PROJECT     PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  JDL-DESC        PIC X(20).
           05  FILLER          PIC X     VALUE SPACE.
           05  JDL-CUSTOMER    PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  JDL-PERIOD      PIC 9(4).
           05  FILLER          PIC X     VALUE SPACE.
           05  JDL-PERIOD-END  PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  JDL-HOURS       PIC ZZZ,ZZ9.
           05  FILLER          PIC X     VALUE SPACE.
           05  JDL-LABOR       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  JDL-BURDEN      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  JDL-TOTAL       PIC ZZ,ZZZ,ZZ9.99.

       01  JOB-TOTAL-LINE.
           05  JTL-LABEL       PIC X(53).
           05  JTL-HOURS       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X     VALUE SPACE.
           05  JTL-LABOR       PIC ZZZ,ZZZ,ZZ9.99.
           05  JTL-BURDEN      PIC ZZZ,ZZZ,ZZ9.99.
           05  JTL-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.

       COPY ERRSTAT.
       COPY SIGNONRQ.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter: the period to bill in
      * bytes 1-4, spaces for the latest period on file
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "JOBCOST " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           IF LNK-PARM-LENGTH > 3 AND LNK-PARM-LENGTH <= 20
               IF LNK-PARM-DATA(1:4) NUMERIC
                   MOVE LNK-PARM-DATA(1:4) TO WS-BILL-PERIOD
               END-IF
           END-IF

           PERFORM LOAD-PROJECT-MASTER

           OPEN INPUT JOB-COST-FILE
      *    no cost history yet is not an error -- nothing was coded
      *    to a project -- but the job says so with RETURN-CODE 4
           IF NOT WS-JC-FILE-OK
               DISPLAY "JOBCOST: no job-cost history on file ("
                   WS-JC-FILE-STATUS ") -- nothing to report."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-JC-FILE-EOF
               READ JOB-COST-FILE
                   AT END SET WS-JC-FILE-EOF TO TRUE
                   NOT AT END PERFORM SUM-ONE-COST-LINE
               END-READ
           END-PERFORM
           CLOSE JOB-COST-FILE

      *    no period asked for: bill the latest one on the file
           IF WS-BILL-PERIOD = ZERO
               PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
                   IF WS-SUM-PERIOD(WS-SUM-IDX) > WS-BILL-PERIOD
                       MOVE WS-SUM-PERIOD(WS-SUM-IDX)
                           TO WS-BILL-PERIOD
                   END-IF
               END-PERFORM
           END-IF

           PERFORM SORT-COST-SUMMARY

           OPEN OUTPUT JOB-COST-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open JOB-COST-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           OPEN OUTPUT BILLING-EXTRACT-FILE
           IF NOT WS-BIL-FILE-OK
               MOVE WS-BIL-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open BILLING-EXTRACT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE JOB-COST-REPORT-FILE
               GOBACK
           END-IF

           MOVE WS-BILL-PERIOD TO JHL-BILL-PERIOD
           MOVE JOB-HEADING-LINE TO JOB-COST-REPORT-REC
           WRITE JOB-COST-REPORT-REC
           MOVE JOB-COLUMN-LINE TO JOB-COST-REPORT-REC
           WRITE JOB-COST-REPORT-REC

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT
               IF WS-SUM-PROJECT(WS-SUM-IDX) NOT = WS-PREV-PROJECT
                   AND WS-PREV-PROJECT NOT = SPACES
                   PERFORM WRITE-PROJECT-SUBTOTAL
               END-IF
               PERFORM REPORT-ONE-SUMMARY
           END-PERFORM
           IF WS-PREV-PROJECT NOT = SPACES
               PERFORM WRITE-PROJECT-SUBTOTAL
           END-IF

           MOVE "ALL PROJECTS" TO JTL-LABEL
           MOVE WS-GRAND-HOURS  TO JTL-HOURS
           MOVE WS-GRAND-LABOR  TO JTL-LABOR
           MOVE WS-GRAND-BURDEN TO JTL-BURDEN
           MOVE WS-GRAND-TOTAL  TO JTL-TOTAL
           MOVE JOB-TOTAL-LINE TO JOB-COST-REPORT-REC
           WRITE JOB-COST-REPORT-REC

           CLOSE JOB-COST-REPORT-FILE
           CLOSE BILLING-EXTRACT-FILE
           DISPLAY "JOBCOST lines: " WS-LINE-COUNT
               "  billed projects: " WS-BILL-COUNT
               "  for period " WS-BILL-PERIOD
           IF WS-LINE-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DROPPED-COUNT > ZERO
               DISPLAY "JOBCOST summary table full -- "
                   WS-DROPPED-COUNT " lines not summarized."
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "JOBCOST" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       LOAD-PROJECT-MASTER.
           MOVE ZERO TO WS-PROJ-COUNT
           OPEN INPUT PROJECT-MASTER-FILE
           IF NOT WS-PRJ-FILE-OK
               DISPLAY "JOBCOST: no project master -- descriptions"
                   " and customers not shown."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRJ-FILE-EOF
                   OR WS-PROJ-COUNT = 200
               READ PROJECT-MASTER-FILE
                   AT END SET WS-PRJ-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PROJ-COUNT
                       SET WS-PROJ-IDX TO WS-PROJ-COUNT
                       MOVE PRJ-CODE TO WS-PROJ-CODE(WS-PROJ-IDX)
                       MOVE PRJ-DESC TO WS-PROJ-DESC(WS-PROJ-IDX)
                       MOVE PRJ-CUSTOMER-ID
                           TO WS-PROJ-CUST-ID(WS-PROJ-IDX)
                       MOVE PRJ-CUSTOMER-NAME
                           TO WS-PROJ-CUST-NAME(WS-PROJ-IDX)
               END-READ
           END-PERFORM
           CLOSE PROJECT-MASTER-FILE.


       SUM-ONE-COST-LINE.
           ADD 1 TO WS-LINE-COUNT
           SET WS-SUM-IDX TO 1
           PERFORM UNTIL WS-SUM-IDX > WS-SUM-COUNT
                   OR (WS-SUM-PROJECT(WS-SUM-IDX) = JC-PROJECT-CODE
                       AND WS-SUM-PERIOD(WS-SUM-IDX)
                           = JC-PERIOD-NUMBER)
               SET WS-SUM-IDX UP BY 1
           END-PERFORM
           IF WS-SUM-IDX > WS-SUM-COUNT
               IF WS-SUM-COUNT = 500
                   ADD 1 TO WS-DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SUM-COUNT
               SET WS-SUM-IDX TO WS-SUM-COUNT
               MOVE JC-PROJECT-CODE  TO WS-SUM-PROJECT(WS-SUM-IDX)
               MOVE JC-PERIOD-NUMBER TO WS-SUM-PERIOD(WS-SUM-IDX)
               MOVE JC-PERIOD-END    TO WS-SUM-PERIOD-END(WS-SUM-IDX)
               MOVE JC-CUSTOMER-ID   TO WS-SUM-CUST-ID(WS-SUM-IDX)
               MOVE ZERO TO WS-SUM-HOURS(WS-SUM-IDX)
               MOVE ZERO TO WS-SUM-LABOR(WS-SUM-IDX)
               MOVE ZERO TO WS-SUM-BURDEN(WS-SUM-IDX)
               MOVE ZERO TO WS-SUM-TOTAL(WS-SUM-IDX)
           END-IF
           ADD JC-HOURS       TO WS-SUM-HOURS(WS-SUM-IDX)
           ADD JC-LABOR-COST  TO WS-SUM-LABOR(WS-SUM-IDX)
           ADD JC-BURDEN-COST TO WS-SUM-BURDEN(WS-SUM-IDX)
           ADD JC-TOTAL-COST  TO WS-SUM-TOTAL(WS-SUM-IDX).


      * project then period order; adjacent swaps keep it stable
       SORT-COST-SUMMARY.
           SET WS-SUM-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-SUM-SWAPPED
               MOVE "N" TO WS-SUM-SWAP-FLAG
               PERFORM VARYING WS-SUM-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SUM-SORT-IDX >= WS-SUM-COUNT
                   IF WS-SUM-KEY(WS-SUM-SORT-IDX) >
                       WS-SUM-KEY(WS-SUM-SORT-IDX + 1)
                       MOVE WS-SUM-ENTRY(WS-SUM-SORT-IDX)
                           TO WS-SUM-HOLD-ENTRY
                       MOVE WS-SUM-ENTRY(WS-SUM-SORT-IDX + 1)
                           TO WS-SUM-ENTRY(WS-SUM-SORT-IDX)
                       MOVE WS-SUM-HOLD-ENTRY
                           TO WS-SUM-ENTRY(WS-SUM-SORT-IDX + 1)
                       SET WS-SUM-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.


      * one project/period row; the billed period's row of a
      * project with a billing customer also goes to the extract
       REPORT-ONE-SUMMARY.
           MOVE WS-SUM-PROJECT(WS-SUM-IDX) TO WS-PREV-PROJECT
           SET WS-PROJ-IDX TO 1
           PERFORM UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
                   OR WS-PROJ-CODE(WS-PROJ-IDX)
                       = WS-SUM-PROJECT(WS-SUM-IDX)
               SET WS-PROJ-IDX UP BY 1
           END-PERFORM

           MOVE SPACES TO JOB-DETAIL-LINE
           MOVE WS-SUM-PROJECT(WS-SUM-IDX) TO JDL-PROJECT
           IF WS-PROJ-IDX > WS-PROJ-COUNT
               MOVE "*NOT ON MASTER*" TO JDL-DESC
           ELSE
               MOVE WS-PROJ-DESC(WS-PROJ-IDX) TO JDL-DESC
           END-IF
           MOVE WS-SUM-CUST-ID(WS-SUM-IDX)    TO JDL-CUSTOMER
           MOVE WS-SUM-PERIOD(WS-SUM-IDX)     TO JDL-PERIOD
           MOVE WS-SUM-PERIOD-END(WS-SUM-IDX) TO JDL-PERIOD-END
           MOVE WS-SUM-HOURS(WS-SUM-IDX)      TO JDL-HOURS
           MOVE WS-SUM-LABOR(WS-SUM-IDX)      TO JDL-LABOR
           MOVE WS-SUM-BURDEN(WS-SUM-IDX)     TO JDL-BURDEN
           MOVE WS-SUM-TOTAL(WS-SUM-IDX)      TO JDL-TOTAL
           MOVE JOB-DETAIL-LINE TO JOB-COST-REPORT-REC
           WRITE JOB-COST-REPORT-REC

           ADD WS-SUM-HOURS(WS-SUM-IDX)  TO WS-PROJ-HOURS
           ADD WS-SUM-LABOR(WS-SUM-IDX)  TO WS-PROJ-LABOR
           ADD WS-SUM-BURDEN(WS-SUM-IDX) TO WS-PROJ-BURDEN
           ADD WS-SUM-TOTAL(WS-SUM-IDX)  TO WS-PROJ-TOTAL

           IF WS-SUM-PERIOD(WS-SUM-IDX) = WS-BILL-PERIOD
               AND WS-SUM-CUST-ID(WS-SUM-IDX) NOT = SPACES
               PERFORM WRITE-BILLING-EXTRACT
           END-IF.


       WRITE-BILLING-EXTRACT.
           MOVE SPACES TO BILLING-EXTRACT-RECORD
           MOVE WS-SUM-CUST-ID(WS-SUM-IDX) TO BIL-CUSTOMER-ID
           IF WS-PROJ-IDX NOT > WS-PROJ-COUNT
               MOVE WS-PROJ-CUST-NAME(WS-PROJ-IDX)
                   TO BIL-CUSTOMER-NAME
               MOVE WS-PROJ-DESC(WS-PROJ-IDX) TO BIL-PROJECT-DESC
           END-IF
           MOVE WS-SUM-PROJECT(WS-SUM-IDX)    TO BIL-PROJECT-CODE
           MOVE WS-SUM-PERIOD(WS-SUM-IDX)     TO BIL-PERIOD-NUMBER
           MOVE WS-SUM-PERIOD-END(WS-SUM-IDX) TO BIL-PERIOD-END
           MOVE WS-SUM-HOURS(WS-SUM-IDX)      TO BIL-HOURS
           MOVE WS-SUM-LABOR(WS-SUM-IDX)      TO BIL-LABOR-COST
           MOVE WS-SUM-BURDEN(WS-SUM-IDX)     TO BIL-BURDEN-COST
           MOVE WS-SUM-TOTAL(WS-SUM-IDX)      TO BIL-TOTAL-COST
           WRITE BILLING-EXTRACT-RECORD
           ADD 1 TO WS-BILL-COUNT.


       WRITE-PROJECT-SUBTOTAL.
           MOVE SPACES TO JTL-LABEL
           STRING "  PROJECT " WS-PREV-PROJECT " TOTAL"
               DELIMITED BY SIZE INTO JTL-LABEL
           END-STRING
           MOVE WS-PROJ-HOURS  TO JTL-HOURS
           MOVE WS-PROJ-LABOR  TO JTL-LABOR
           MOVE WS-PROJ-BURDEN TO JTL-BURDEN
           MOVE WS-PROJ-TOTAL  TO JTL-TOTAL
           MOVE JOB-TOTAL-LINE TO JOB-COST-REPORT-REC
           WRITE JOB-COST-REPORT-REC
           MOVE SPACES TO JOB-COST-REPORT-REC
           WRITE JOB-COST-REPORT-REC

           ADD WS-PROJ-HOURS  TO WS-GRAND-HOURS
           ADD WS-PROJ-LABOR  TO WS-GRAND-LABOR
           ADD WS-PROJ-BURDEN TO WS-GRAND-BURDEN
           ADD WS-PROJ-TOTAL  TO WS-GRAND-TOTAL
           MOVE ZERO TO WS-PROJ-HOURS
           MOVE ZERO TO WS-PROJ-LABOR
           MOVE ZERO TO WS-PROJ-BURDEN
           MOVE ZERO TO WS-PROJ-TOTAL.

       END PROGRAM JOBCOST.
