      ******************************************************************
      * Payroll cost projection and what-if simulator. Before a
      * contract negotiation or a rate-table change finance asks
      * what a proposed increase would cost for the rest of the
      * year; this job answers it without PAYREG printouts and a
      * calculator, and without touching any master -- every file
      * is opened for input only.
      *
      * COSTSCN.TXT, the scenario: one increase per line, scoped to
      * a department (D), a pay class (C), a union code (U), or
      * everyone (A), given as a percent of gross (P) or a flat
      * amount (F), from an effective date. A flat amount is per
      * hour for hourly employees (priced at their average hours)
      * and per year for salaried and commission employees (spread
      * over the pay group's periods). Every line an employee falls
      * under applies, each from its own effective date.
      *
      * The remaining periods are the pay group's periods on
      * PAYPERD.TXT not yet PAID whose pay date falls in the year of
      * the group's open period. A calendar holding only the open
      * period is stepped forward by the group's frequency to year
      * end (weekly every seven days, semi-monthly on the 15th and
      * the last of the month, monthly on the last).
      *
      * Each employee's period is the average of their most recent
      * PAYHIST records (COSTPRJC.TXT bytes 1-2, default 4); an
      * employee with no history yet is priced off the master. The
      * employer payroll tax is the TAXRATES "E" rate on taxable
      * wages, as PAYROL00 computes it, plus state unemployment up
      * to the work state's wage base (SUTARATE.TXT, counted on
      * from the YTD master); the employer match comes off the
      * matched deduction enrollments (DEDMAST/DEDENROL) as the run
      * takes them. Overtime dollars move with the gross.
      *
      * Output: COSTPROJ.RPT through the shared REPORTWR engine,
      * current against proposed by department and for the
      * company. One company per run: bytes 1-2 of the run
      * parameter (spaces = 01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTPROJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT YTD-MASTER-FILE ASSIGN TO "YTDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-FILE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT SUTA-RATE-FILE ASSIGN TO "SUTARATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUT-FILE-STATUS.

           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDM-FILE-STATUS.

           SELECT DEDUCTION-ENROLLMENT-FILE ASSIGN TO "DEDENROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT SCENARIO-FILE ASSIGN TO "COSTSCN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCN-FILE-STATUS.

           SELECT PROJECTION-CONFIG-FILE ASSIGN TO "COSTPRJC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT PROJECTION-REPORT-FILE ASSIGN TO "COSTPROJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  YTD-MASTER-FILE.
           COPY YTDREC.

       FD  PAY-PERIOD-FILE.
           COPY PAYPERD.

       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05  TXR-TYPE        PIC X.
               88  TXR-TYPE-EMPLOYER   VALUE "E".
           05  TXR-KEY         PIC X(2).
           05  TXR-EFF-DATE    PIC X(8).
           05  TXR-LIMIT       PIC 9(5).
           05  TXR-RATE        PIC V999.

       FD  SUTA-RATE-FILE.
       01  SUTA-RATE-RECORD.
           05  SUT-STATE       PIC X(2).
           05  SUT-RATE        PIC V999.
           05  SUT-WAGE-BASE   PIC 9(6).

       FD  DEDUCTION-MASTER-FILE.
           COPY DEDMAST.

       FD  DEDUCTION-ENROLLMENT-FILE.
           COPY DEDENROL.

      * one proposed increase per line
       FD  SCENARIO-FILE.
       01  SCENARIO-RECORD.
           05  SCN-SCOPE       PIC X.
               88  SCN-SCOPE-DEPT       VALUE "D".
               88  SCN-SCOPE-CLASS      VALUE "C".
               88  SCN-SCOPE-UNION      VALUE "U".
               88  SCN-SCOPE-ALL        VALUE "A".
           05  SCN-KEY         PIC X(4).
           05  SCN-TYPE        PIC X.
               88  SCN-TYPE-PERCENT     VALUE "P".
               88  SCN-TYPE-FLAT        VALUE "F".
           05  SCN-AMOUNT      PIC 9(5)V99.
           05  SCN-EFF-DATE    PIC X(8).
           05  SCN-DESC        PIC X(30).

       FD  PROJECTION-CONFIG-FILE.
       01  PROJECTION-CONFIG-RECORD.
           05  PJC-LOOKBACK    PIC 9(2).

       FD  PROJECTION-REPORT-FILE.
       01  PROJECTION-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".
           88  WS-EMP-FILE-EOF       VALUE "10".

       77  WS-HIST-FILE-STATUS PIC XX.
           88  WS-HIST-FILE-OK       VALUE "00".

       77  WS-YTD-FILE-STATUS PIC XX.
           88  WS-YTD-FILE-OK        VALUE "00".

       77  WS-PERD-FILE-STATUS PIC XX.
           88  WS-PERD-FILE-OK       VALUE "00".
           88  WS-PERD-FILE-EOF      VALUE "10".

       77  WS-TAX-FILE-STATUS PIC XX.
           88  WS-TAX-FILE-OK        VALUE "00".
           88  WS-TAX-FILE-EOF       VALUE "10".

       77  WS-SUT-FILE-STATUS PIC XX.
           88  WS-SUT-FILE-OK        VALUE "00".
           88  WS-SUT-FILE-EOF       VALUE "10".

       77  WS-DEDM-FILE-STATUS PIC XX.
           88  WS-DEDM-FILE-OK       VALUE "00".
           88  WS-DEDM-FILE-EOF      VALUE "10".

       77  WS-ENR-FILE-STATUS PIC XX.
           88  WS-ENR-FILE-OK        VALUE "00".
           88  WS-ENR-FILE-EOF       VALUE "10".

       77  WS-SCN-FILE-STATUS PIC XX.
           88  WS-SCN-FILE-OK        VALUE "00".
           88  WS-SCN-FILE-EOF       VALUE "10".

       77  WS-CFG-FILE-STATUS PIC XX.
           88  WS-CFG-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-RUN-COMPANY     PIC X(2) VALUE "01".
       77  WS-EMP-COMPANY     PIC X(2) VALUE SPACES.
      * how many of an employee's latest history records make the
      * average period
       77  WS-LOOKBACK        PIC 9(2) VALUE 4.
      * the employer payroll-tax rate PAYROL00 applies to taxable
      * wages, latest effective "E" record wins
       77  WS-EMPLOYER-TAX-RATE PIC V999 VALUE ZERO.
       77  WS-EMPR-RATE-EFF   PIC X(8) VALUE SPACES.

      * the scenario
       77  WS-SCN-COUNT       PIC 99 VALUE ZERO.
       01  WS-SCN-TABLE.
           05  WS-SCN-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-SCN-IDX.
               10  WS-SCN-SCOPE        PIC X.
               10  WS-SCN-KEY          PIC X(4).
               10  WS-SCN-TYPE         PIC X.
               10  WS-SCN-AMOUNT       PIC 9(5)V99.
               10  WS-SCN-EFF-DATE     PIC X(8).
               10  WS-SCN-DESC         PIC X(30).
               10  WS-SCN-EMP-COUNT    PIC 9(5).

      * the remaining pay dates, one list per pay group
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 3 TIMES
                               INDEXED BY WS-GRP-IDX.
               10  WS-GRP-CODE         PIC X.
               10  WS-GRP-PER-YEAR     PIC 9(2).
               10  WS-GRP-YEAR         PIC X(4).
               10  WS-GRP-EXTENDED     PIC X.
               10  WS-GRP-DATE-COUNT   PIC 9(2).
               10  WS-GRP-PAY-DATE OCCURS 60 TIMES
                                       INDEXED BY WS-GRP-DT-IDX
                                       PIC X(8).
       77  WS-WORK-GROUP      PIC X VALUE SPACE.
       77  WS-STEP-DATE       PIC 9(8) VALUE ZERO.
       01  WS-STEP-PARTS.
           05  WS-STEP-YYYY    PIC 9(4).
           05  WS-STEP-MM      PIC 9(2).
           05  WS-STEP-DD      PIC 9(2).
       01  WS-STEP-YEAR-END.
           05  WS-STEP-END-YYYY PIC X(4).
           05  FILLER          PIC X(4) VALUE "1231".
       77  WS-STEP-DONE-FLAG  PIC X VALUE "N".
           88  WS-STEP-DONE          VALUE "Y".

       77  WS-SUTA-COUNT      PIC 99 VALUE ZERO.
       01  WS-SUTA-TABLE.
           05  WS-SUTA-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-SUTA-IDX.
               10  WS-SUT-TBL-STATE    PIC X(2).
               10  WS-SUT-TBL-RATE     PIC V999.
               10  WS-SUT-TBL-BASE     PIC 9(6).

      * matched deduction codes and the enrollments in them
       77  WS-DEDM-COUNT      PIC 99 VALUE ZERO.
       01  WS-DEDM-TABLE.
           05  WS-DEDM-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-DEDM-IDX.
               10  WS-DEDM-CODE        PIC X(3).
               10  WS-DEDM-MATCH-PCT   PIC 9(3).
       77  WS-ENR-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-ENR-TABLE.
           05  WS-ENR-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-ENR-IDX.
               10  WS-ENT-EMP-ID       PIC X(6).
               10  WS-ENT-AMOUNT       PIC 9(5)V99.
               10  WS-ENT-START        PIC X(8).
               10  WS-ENT-STOP         PIC X(8).
               10  WS-ENT-BASIS        PIC X.
               10  WS-ENT-MATCH-PCT    PIC 9(3).

      * the employee's recent history, kept as a ring of the last
      * WS-LOOKBACK records read
       77  WS-HST-COUNT       PIC 9(4) VALUE ZERO.
       77  WS-HST-SLOT        PIC 9(2) VALUE ZERO.
       77  WS-HST-USED        PIC 9(2) VALUE ZERO.
       01  WS-HST-TABLE.
           05  WS-HST-ENTRY OCCURS 26 TIMES
                               INDEXED BY WS-HST-IDX.
               10  WS-HST-GROSS        PIC 9(5)V99.
               10  WS-HST-TAXABLE      PIC 9(5)V99.
               10  WS-HST-OT-PAY       PIC 9(5)V99.
               10  WS-HST-HOURS        PIC 9(3).
       77  WS-HIST-DONE-FLAG  PIC X VALUE "N".
           88  WS-HIST-DONE          VALUE "Y".

      * the employee's average period and what the scenario does
      * to it
       77  WS-AVG-GROSS       PIC 9(7)V99 VALUE ZERO.
       77  WS-AVG-TAXABLE     PIC 9(7)V99 VALUE ZERO.
       77  WS-AVG-PRETAX      PIC 9(7)V99 VALUE ZERO.
       77  WS-AVG-OT-PAY      PIC 9(7)V99 VALUE ZERO.
       77  WS-AVG-HOURS       PIC 9(3)V99 VALUE ZERO.
       77  WS-PER-YEAR        PIC 9(2) VALUE 52.
       77  WS-PAY-DATE        PIC X(8) VALUE SPACES.
       77  WS-INCREASE        PIC 9(7)V99 VALUE ZERO.
       77  WS-MATCHED-FLAG    PIC X VALUE "N".
           88  WS-SCN-MATCHES        VALUE "Y".
       77  WS-EMP-PROJECTED-FLAG PIC X VALUE "N".
           88  WS-EMP-PROJECTED      VALUE "Y".

      * one side of one period: gross, taxable, hours and overtime
      * in, employer tax and match out. The current and proposed
      * sides each keep their own running SUTA wages.
       77  WS-SIDE-GROSS      PIC 9(7)V99 VALUE ZERO.
       77  WS-SIDE-TAXABLE    PIC 9(7)V99 VALUE ZERO.
       77  WS-SIDE-OT-PAY     PIC 9(7)V99 VALUE ZERO.
       77  WS-SIDE-TAX        PIC 9(7)V99 VALUE ZERO.
       77  WS-SIDE-MATCH      PIC 9(7)V99 VALUE ZERO.
       77  WS-SIDE-SUTA-YTD   PIC 9(7)V99 VALUE ZERO.
       77  WS-CUR-SUTA-YTD    PIC 9(7)V99 VALUE ZERO.
       77  WS-PRO-SUTA-YTD    PIC 9(7)V99 VALUE ZERO.
       77  WS-SUTA-ROOM       PIC S9(7)V99 VALUE ZERO.
       77  WS-SUTA-WAGES      PIC 9(7)V99 VALUE ZERO.
       77  WS-TAKEN           PIC 9(7)V99 VALUE ZERO.

      * current and proposed cost by department; the last entry
      * used is the company total
       77  WS-DPT-COUNT       PIC 99 VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DPT-ENTRY OCCURS 41 TIMES
                               INDEXED BY WS-DPT-IDX.
               10  WS-DPT-DEPT         PIC X(4).
               10  WS-DPT-HEADCOUNT    PIC 9(5).
               10  WS-DPT-CUR-GROSS    PIC S9(9)V99.
               10  WS-DPT-CUR-OT       PIC S9(9)V99.
               10  WS-DPT-CUR-TAX      PIC S9(9)V99.
               10  WS-DPT-CUR-MATCH    PIC S9(9)V99.
               10  WS-DPT-PRO-GROSS    PIC S9(9)V99.
               10  WS-DPT-PRO-OT       PIC S9(9)V99.
               10  WS-DPT-PRO-TAX      PIC S9(9)V99.
               10  WS-DPT-PRO-MATCH    PIC S9(9)V99.
       77  WS-TOTAL-IDX       PIC 99 VALUE 41.

      * one measure line's figures
       77  WS-LINE-MEASURE    PIC X(10) VALUE SPACES.
       77  WS-LINE-CURRENT    PIC S9(9)V99 VALUE ZERO.
       77  WS-LINE-PROPOSED   PIC S9(9)V99 VALUE ZERO.
       77  WS-LINE-INCREASE   PIC S9(9)V99 VALUE ZERO.
       77  WS-LINE-PCT        PIC S9(5)V9 VALUE ZERO.

       77  WS-EMP-COUNT       PIC 9(5) VALUE ZERO.
       77  WS-NO-HIST-COUNT   PIC 9(5) VALUE ZERO.
       77  WS-NO-CAL-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.

       01  PROJECTION-HEADING-LINE.
           05  FILLER  PIC X(32)
               VALUE "PAYROLL COST PROJECTION  COMPANY".
           05  FILLER  PIC X     VALUE SPACE.
           05  PHL-COMPANY     PIC X(2).
           05  FILLER  PIC X(20) VALUE "  REST OF YEAR FROM ".
           05  PHL-FROM-DATE   PIC X(8).

       01  PROJECTION-COLUMN-LINE.
           05  FILLER  PIC X(36)
               VALUE "  MEASURE            CURRENT       ".
           05  FILLER  PIC X(36)
               VALUE "PROPOSED      INCREASE       PCT".

       01  PROJECTION-SCENARIO-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PSL-SCOPE       PIC X(5).
           05  FILLER          PIC X     VALUE SPACE.
           05  PSL-KEY         PIC X(4).
           05  FILLER          PIC X     VALUE SPACE.
           05  PSL-AMOUNT      PIC ZZ,ZZ9.99.
           05  PSL-UNIT        PIC X(5).
           05  FILLER          PIC X(5)  VALUE " EFF ".
           05  PSL-EFF-DATE    PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  PSL-DESC        PIC X(30).
           05  FILLER          PIC X     VALUE SPACE.
           05  PSL-EMP-COUNT   PIC ZZZ9.

       01  PROJECTION-PERIOD-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "PERIODS LEFT  W ".
           05  PPL-WEEKLY      PIC Z9.
           05  PPL-WEEKLY-NOTE PIC X(2).
           05  FILLER          PIC X(4)  VALUE "  S ".
           05  PPL-SEMI        PIC Z9.
           05  PPL-SEMI-NOTE   PIC X(2).
           05  FILLER          PIC X(4)  VALUE "  M ".
           05  PPL-MONTHLY     PIC Z9.
           05  PPL-MONTHLY-NOTE PIC X(2).
           05  FILLER          PIC X(30)
               VALUE "   (* = STEPPED PAST CALENDAR)".

       01  PROJECTION-DEPT-LINE.
           05  PDL-LABEL       PIC X(16).
           05  FILLER          PIC X(11) VALUE "HEADCOUNT ".
           05  PDL-HEADCOUNT   PIC ZZZZ9.

       01  PROJECTION-DETAIL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PDT-MEASURE     PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PDT-CURRENT     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PDT-PROPOSED    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PDT-INCREASE    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PDT-PCT         PIC ZZZ9.9-.

       COPY RPTWRREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter: company in bytes 1-2
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "COSTPROJ" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           IF LNK-PARM-LENGTH > 1 AND LNK-PARM-LENGTH <= 20
               AND LNK-PARM-DATA(1:2) NOT = SPACES
               MOVE LNK-PARM-DATA(1:2) TO WS-RUN-COMPANY
           END-IF

           PERFORM LOAD-SCENARIO
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM LOAD-REMAINING-PERIODS
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM LOAD-PROJECTION-CONFIG
           PERFORM LOAD-EMPLOYER-RATES
           PERFORM LOAD-MATCHED-ENROLLMENTS

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               MOVE WS-HIST-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open PAY-HISTORY-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF
      *    no YTD master only means SUTA is counted from zero
           OPEN INPUT YTD-MASTER-FILE

           INITIALIZE WS-DEPT-TABLE
           MOVE "ALL " TO WS-DPT-DEPT(WS-TOTAL-IDX)
           PERFORM UNTIL WS-EMP-FILE-EOF
               READ EMPLOYEE-MASTER-FILE
                   AT END SET WS-EMP-FILE-EOF TO TRUE
                   NOT AT END PERFORM PROJECT-ONE-EMPLOYEE
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE PAY-HISTORY-FILE
           IF WS-YTD-FILE-OK
               CLOSE YTD-MASTER-FILE
           END-IF

           PERFORM PRINT-PROJECTION-REPORT
           DISPLAY "COSTPROJ company " WS-RUN-COMPANY ": "
               WS-EMP-COUNT " employees projected, "
               WS-NO-HIST-COUNT " priced off the master, "
               WS-NO-CAL-COUNT " in a group with no periods left, "
               WS-SCN-COUNT " scenario lines."
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "COSTPROJ" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * a scenario line that cannot be priced is an error, not
      * something to guess at: the whole run stops
       LOAD-SCENARIO.
           MOVE ZERO TO WS-SCN-COUNT
           OPEN INPUT SCENARIO-FILE
           IF NOT WS-SCN-FILE-OK
               MOVE WS-SCN-FILE-STATUS TO WS-ERR-CODE
               MOVE "No COSTSCN.TXT -- nothing to project"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCN-FILE-EOF
                   OR WS-SCN-COUNT = 50
                   OR RETURN-CODE NOT = 0
               READ SCENARIO-FILE
                   AT END SET WS-SCN-FILE-EOF TO TRUE
                   NOT AT END
                       IF NOT (SCN-SCOPE-DEPT OR SCN-SCOPE-CLASS
                               OR SCN-SCOPE-UNION OR SCN-SCOPE-ALL)
                           OR NOT (SCN-TYPE-PERCENT OR SCN-TYPE-FLAT)
                           OR SCN-AMOUNT NOT NUMERIC
                           OR SCN-EFF-DATE NOT NUMERIC
                           MOVE ZERO TO WS-ERR-CODE
                           MOVE SPACES TO WS-ERR-MESSAGE
                           STRING "COSTSCN.TXT line "
                               SCENARIO-RECORD(1:14)
                               " is not scope/type/amount/date"
                               DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                           END-STRING
                           PERFORM REPORT-COMMON-ERROR
                       ELSE
                           ADD 1 TO WS-SCN-COUNT
                           SET WS-SCN-IDX TO WS-SCN-COUNT
                           MOVE SCN-SCOPE
                               TO WS-SCN-SCOPE(WS-SCN-IDX)
                           MOVE SCN-KEY TO WS-SCN-KEY(WS-SCN-IDX)
                           MOVE SCN-TYPE TO WS-SCN-TYPE(WS-SCN-IDX)
                           MOVE SCN-AMOUNT
                               TO WS-SCN-AMOUNT(WS-SCN-IDX)
                           MOVE SCN-EFF-DATE
                               TO WS-SCN-EFF-DATE(WS-SCN-IDX)
                           MOVE SCN-DESC TO WS-SCN-DESC(WS-SCN-IDX)
                           MOVE ZERO TO WS-SCN-EMP-COUNT(WS-SCN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCENARIO-FILE
           IF RETURN-CODE = 0 AND WS-SCN-COUNT = ZERO
               MOVE ZERO TO WS-ERR-CODE
               MOVE "COSTSCN.TXT is empty -- nothing to project"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           END-IF.


      ******************************************************************
      * The remaining pay dates for each pay group of this company:
      * every period on the calendar not yet PAID whose pay date is
      * in the year of the group's open period. When the calendar
      * holds only the open period the dates are stepped forward
      * by the group's frequency to the end of that year.
      ******************************************************************
       LOAD-REMAINING-PERIODS.
           INITIALIZE WS-GROUP-TABLE
           MOVE "W" TO WS-GRP-CODE(1)
           MOVE 52  TO WS-GRP-PER-YEAR(1)
           MOVE "S" TO WS-GRP-CODE(2)
           MOVE 24  TO WS-GRP-PER-YEAR(2)
           MOVE "M" TO WS-GRP-CODE(3)
           MOVE 12  TO WS-GRP-PER-YEAR(3)
           OPEN INPUT PAY-PERIOD-FILE
           IF NOT WS-PERD-FILE-OK
               MOVE WS-PERD-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open PAY-PERIOD-FILE" TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERD-FILE-EOF
               READ PAY-PERIOD-FILE
                   AT END SET WS-PERD-FILE-EOF TO TRUE
                   NOT AT END PERFORM TAKE-ONE-CALENDAR-PERIOD
               END-READ
           END-PERFORM
           CLOSE PAY-PERIOD-FILE

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > 3
               IF WS-GRP-DATE-COUNT(WS-GRP-IDX) = 1
                   PERFORM STEP-GROUP-TO-YEAR-END
               END-IF
           END-PERFORM.


       TAKE-ONE-CALENDAR-PERIOD.
           IF PP-STATUS-PAID
               EXIT PARAGRAPH
           END-IF
           IF NOT ((PP-COMPANY-CODE = WS-RUN-COMPANY)
               OR (PP-COMPANY-CODE = SPACES
                   AND WS-RUN-COMPANY = "01"))
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PP-GROUP-WEEKLY    SET WS-GRP-IDX TO 1
               WHEN PP-GROUP-SEMIMONTH SET WS-GRP-IDX TO 2
               WHEN PP-GROUP-MONTHLY   SET WS-GRP-IDX TO 3
               WHEN OTHER              EXIT PARAGRAPH
           END-EVALUATE
      *    the first open period fixes the year being projected
           IF WS-GRP-DATE-COUNT(WS-GRP-IDX) = ZERO
               MOVE PP-PAY-DATE(1:4) TO WS-GRP-YEAR(WS-GRP-IDX)
           END-IF
           IF PP-PAY-DATE(1:4) NOT = WS-GRP-YEAR(WS-GRP-IDX)
               OR WS-GRP-DATE-COUNT(WS-GRP-IDX) = 60
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-DATE-COUNT(WS-GRP-IDX)
           SET WS-GRP-DT-IDX TO WS-GRP-DATE-COUNT(WS-GRP-IDX)
           MOVE PP-PAY-DATE
               TO WS-GRP-PAY-DATE(WS-GRP-IDX, WS-GRP-DT-IDX).


      * weekend and holiday shifts are not applied to the stepped
      * dates; they only decide which side of an effective date a
      * period falls, and a day or two rarely moves one across
       STEP-GROUP-TO-YEAR-END.
           MOVE "*" TO WS-GRP-EXTENDED(WS-GRP-IDX)
           MOVE WS-GRP-PAY-DATE(WS-GRP-IDX, 1) TO WS-STEP-DATE
           MOVE WS-GRP-YEAR(WS-GRP-IDX) TO WS-STEP-END-YYYY
           MOVE "N" TO WS-STEP-DONE-FLAG
           PERFORM UNTIL WS-STEP-DONE
               MOVE WS-STEP-DATE TO WS-STEP-PARTS
               EVALUATE WS-GRP-CODE(WS-GRP-IDX)
                   WHEN "W"
                       COMPUTE WS-STEP-DATE = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(WS-STEP-DATE)
                            + 7)
                   WHEN "S"
                       IF WS-STEP-DD < 16
                           PERFORM STEP-TO-MONTH-END
                       ELSE
                           PERFORM STEP-TO-NEXT-MONTH
                           MOVE 15 TO WS-STEP-DD
                           MOVE WS-STEP-PARTS TO WS-STEP-DATE
                       END-IF
                   WHEN OTHER
                       PERFORM STEP-TO-NEXT-MONTH
                       PERFORM STEP-TO-MONTH-END
               END-EVALUATE
               IF WS-STEP-DATE(1:8) > WS-STEP-YEAR-END
                   OR WS-GRP-DATE-COUNT(WS-GRP-IDX) = 60
                   SET WS-STEP-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-GRP-DATE-COUNT(WS-GRP-IDX)
                   SET WS-GRP-DT-IDX
                       TO WS-GRP-DATE-COUNT(WS-GRP-IDX)
                   MOVE WS-STEP-DATE
                       TO WS-GRP-PAY-DATE(WS-GRP-IDX, WS-GRP-DT-IDX)
               END-IF
           END-PERFORM.


       STEP-TO-NEXT-MONTH.
           IF WS-STEP-MM = 12
               ADD 1 TO WS-STEP-YYYY
               MOVE 1 TO WS-STEP-MM
           ELSE
               ADD 1 TO WS-STEP-MM
           END-IF
           MOVE 1 TO WS-STEP-DD.


      * the last day of the month in WS-STEP-PARTS: the day before
      * the first of the month after it
       STEP-TO-MONTH-END.
           PERFORM STEP-TO-NEXT-MONTH
           MOVE WS-STEP-PARTS TO WS-STEP-DATE
           COMPUTE WS-STEP-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-STEP-DATE) - 1)
           MOVE WS-STEP-DATE TO WS-STEP-PARTS.


       LOAD-PROJECTION-CONFIG.
           OPEN INPUT PROJECTION-CONFIG-FILE
           IF WS-CFG-FILE-OK
               READ PROJECTION-CONFIG-FILE
                   NOT AT END
                       IF PJC-LOOKBACK NUMERIC
                           AND PJC-LOOKBACK > ZERO
                           AND PJC-LOOKBACK NOT > 26
                           MOVE PJC-LOOKBACK TO WS-LOOKBACK
                       END-IF
               END-READ
               CLOSE PROJECTION-CONFIG-FILE
           END-IF.


       LOAD-EMPLOYER-RATES.
           OPEN INPUT TAX-RATE-FILE
           IF NOT WS-TAX-FILE-OK
               DISPLAY "No TAXRATES.TXT -- employer tax projects"
                   " as zero."
           ELSE
               PERFORM UNTIL WS-TAX-FILE-EOF
                   READ TAX-RATE-FILE
                       AT END SET WS-TAX-FILE-EOF TO TRUE
                       NOT AT END
                           IF TXR-TYPE-EMPLOYER
                               AND TXR-EFF-DATE >= WS-EMPR-RATE-EFF
                               MOVE TXR-RATE TO WS-EMPLOYER-TAX-RATE
                               MOVE TXR-EFF-DATE TO WS-EMPR-RATE-EFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
           END-IF

           MOVE ZERO TO WS-SUTA-COUNT
           OPEN INPUT SUTA-RATE-FILE
           IF WS-SUT-FILE-OK
               PERFORM UNTIL WS-SUT-FILE-EOF
                       OR WS-SUTA-COUNT = 20
                   READ SUTA-RATE-FILE
                       AT END SET WS-SUT-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUTA-COUNT
                           SET WS-SUTA-IDX TO WS-SUTA-COUNT
                           MOVE SUT-STATE
                               TO WS-SUT-TBL-STATE(WS-SUTA-IDX)
                           MOVE SUT-RATE
                               TO WS-SUT-TBL-RATE(WS-SUTA-IDX)
                           MOVE SUT-WAGE-BASE
                               TO WS-SUT-TBL-BASE(WS-SUTA-IDX)
                   END-READ
               END-PERFORM
               CLOSE SUTA-RATE-FILE
           END-IF.


      * only codes carrying a match cost the employer anything, so
      * only their enrollments are kept
       LOAD-MATCHED-ENROLLMENTS.
           MOVE ZERO TO WS-DEDM-COUNT
           OPEN INPUT DEDUCTION-MASTER-FILE
           IF NOT WS-DEDM-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEDM-FILE-EOF
                   OR WS-DEDM-COUNT = 50
               READ DEDUCTION-MASTER-FILE
                   AT END SET WS-DEDM-FILE-EOF TO TRUE
                   NOT AT END
                       IF DED-MATCH-PCT NUMERIC
                           AND DED-MATCH-PCT > ZERO
                           ADD 1 TO WS-DEDM-COUNT
                           SET WS-DEDM-IDX TO WS-DEDM-COUNT
                           MOVE DED-CODE
                               TO WS-DEDM-CODE(WS-DEDM-IDX)
                           MOVE DED-MATCH-PCT
                               TO WS-DEDM-MATCH-PCT(WS-DEDM-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-MASTER-FILE
           IF WS-DEDM-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-ENR-COUNT
           OPEN INPUT DEDUCTION-ENROLLMENT-FILE
           IF NOT WS-ENR-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENR-FILE-EOF
                   OR WS-ENR-COUNT = 500
               READ DEDUCTION-ENROLLMENT-FILE
                   AT END SET WS-ENR-FILE-EOF TO TRUE
                   NOT AT END
                       SET WS-DEDM-IDX TO 1
                       SEARCH WS-DEDM-ENTRY
                           WHEN WS-DEDM-IDX > WS-DEDM-COUNT
                               CONTINUE
                           WHEN WS-DEDM-CODE(WS-DEDM-IDX)
                               = ENR-DED-CODE
                               AND ENR-AMOUNT NUMERIC
                               PERFORM KEEP-ONE-ENROLLMENT
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-ENROLLMENT-FILE.


       KEEP-ONE-ENROLLMENT.
           ADD 1 TO WS-ENR-COUNT
           SET WS-ENR-IDX TO WS-ENR-COUNT
           MOVE ENR-EMP-ID     TO WS-ENT-EMP-ID(WS-ENR-IDX)
           MOVE ENR-AMOUNT     TO WS-ENT-AMOUNT(WS-ENR-IDX)
           MOVE ENR-START-DATE TO WS-ENT-START(WS-ENR-IDX)
           MOVE ENR-STOP-DATE  TO WS-ENT-STOP(WS-ENR-IDX)
           MOVE ENR-BASIS      TO WS-ENT-BASIS(WS-ENR-IDX)
           MOVE WS-DEDM-MATCH-PCT(WS-DEDM-IDX)
               TO WS-ENT-MATCH-PCT(WS-ENR-IDX).


      ******************************************************************
      * One employee: the average period from history (or from the
      * master when there is none), then every remaining period of
      * the pay group priced twice, as things stand and with the
      * scenario applied, into the department and company totals.
      ******************************************************************
       PROJECT-ONE-EMPLOYEE.
           MOVE EMP-COMPANY-CODE TO WS-EMP-COMPANY
           IF WS-EMP-COMPANY = SPACES
               MOVE "01" TO WS-EMP-COMPANY
           END-IF
           IF WS-EMP-COMPANY NOT = WS-RUN-COMPANY
               OR NOT EMP-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN EMP-GROUP-WEEKLY    SET WS-GRP-IDX TO 1
               WHEN EMP-GROUP-SEMIMONTH SET WS-GRP-IDX TO 2
               WHEN OTHER               SET WS-GRP-IDX TO 3
           END-EVALUATE
           IF WS-GRP-DATE-COUNT(WS-GRP-IDX) = ZERO
               ADD 1 TO WS-NO-CAL-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRP-PER-YEAR(WS-GRP-IDX) TO WS-PER-YEAR

           PERFORM AVERAGE-RECENT-HISTORY

           MOVE ZERO TO WS-CUR-SUTA-YTD
           IF WS-YTD-FILE-OK
               MOVE EMP-ID TO YTD-EMP-ID
               READ YTD-MASTER-FILE
                   NOT INVALID KEY
                       MOVE YTD-SUTA-WAGES TO WS-CUR-SUTA-YTD
               END-READ
           END-IF
           MOVE WS-CUR-SUTA-YTD TO WS-PRO-SUTA-YTD

           PERFORM FIND-DEPARTMENT
           MOVE "N" TO WS-EMP-PROJECTED-FLAG
           PERFORM VARYING WS-GRP-DT-IDX FROM 1 BY 1
               UNTIL WS-GRP-DT-IDX > WS-GRP-DATE-COUNT(WS-GRP-IDX)
               MOVE WS-GRP-PAY-DATE(WS-GRP-IDX, WS-GRP-DT-IDX)
                   TO WS-PAY-DATE
               IF (EMP-TERM-DATE = SPACES
                       OR EMP-TERM-DATE >= WS-PAY-DATE)
                   AND (EMP-HIRE-DATE = SPACES
                       OR EMP-HIRE-DATE <= WS-PAY-DATE)
                   PERFORM PROJECT-ONE-PERIOD
                   SET WS-EMP-PROJECTED TO TRUE
               END-IF
           END-PERFORM
           IF WS-EMP-PROJECTED
               ADD 1 TO WS-EMP-COUNT
               ADD 1 TO WS-DPT-HEADCOUNT(WS-DPT-IDX)
               ADD 1 TO WS-DPT-HEADCOUNT(WS-TOTAL-IDX)
               PERFORM COUNT-SCENARIO-HITS
           END-IF.


       AVERAGE-RECENT-HISTORY.
           MOVE ZERO TO WS-HST-COUNT
           MOVE "N" TO WS-HIST-DONE-FLAG
           MOVE EMP-ID TO PH-EMP-ID
           MOVE ZERO TO PH-PERIOD
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-HIST-DONE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END SET WS-HIST-DONE TO TRUE
                   NOT AT END
                       IF PH-EMP-ID NOT = EMP-ID
                           SET WS-HIST-DONE TO TRUE
                       ELSE
                           COMPUTE WS-HST-SLOT =
                               FUNCTION MOD(WS-HST-COUNT, WS-LOOKBACK)
                               + 1
                           ADD 1 TO WS-HST-COUNT
                           SET WS-HST-IDX TO WS-HST-SLOT
                           MOVE PH-GROSS TO WS-HST-GROSS(WS-HST-IDX)
                           MOVE PH-TAXABLE
                               TO WS-HST-TAXABLE(WS-HST-IDX)
                           MOVE ZERO TO WS-HST-OT-PAY(WS-HST-IDX)
                           IF PH-OT-PAY NUMERIC
                               MOVE PH-OT-PAY
                                   TO WS-HST-OT-PAY(WS-HST-IDX)
                           END-IF
                           MOVE PH-HOURS TO WS-HST-HOURS(WS-HST-IDX)
                       END-IF
               END-READ
           END-PERFORM

           MOVE ZERO TO WS-AVG-GROSS WS-AVG-TAXABLE WS-AVG-OT-PAY
                        WS-AVG-HOURS
           IF WS-HST-COUNT = ZERO
               PERFORM PRICE-FROM-MASTER
               EXIT PARAGRAPH
           END-IF
           IF WS-HST-COUNT > WS-LOOKBACK
               MOVE WS-LOOKBACK TO WS-HST-USED
           ELSE
               MOVE WS-HST-COUNT TO WS-HST-USED
           END-IF
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
               UNTIL WS-HST-IDX > WS-HST-USED
               ADD WS-HST-GROSS(WS-HST-IDX)   TO WS-AVG-GROSS
               ADD WS-HST-TAXABLE(WS-HST-IDX) TO WS-AVG-TAXABLE
               ADD WS-HST-OT-PAY(WS-HST-IDX)  TO WS-AVG-OT-PAY
               ADD WS-HST-HOURS(WS-HST-IDX)   TO WS-AVG-HOURS
           END-PERFORM
           COMPUTE WS-AVG-GROSS ROUNDED = WS-AVG-GROSS / WS-HST-USED
           COMPUTE WS-AVG-TAXABLE ROUNDED =
               WS-AVG-TAXABLE / WS-HST-USED
           COMPUTE WS-AVG-OT-PAY ROUNDED =
               WS-AVG-OT-PAY / WS-HST-USED
           COMPUTE WS-AVG-HOURS ROUNDED = WS-AVG-HOURS / WS-HST-USED
           MOVE ZERO TO WS-AVG-PRETAX
           IF WS-AVG-GROSS > WS-AVG-TAXABLE
               COMPUTE WS-AVG-PRETAX = WS-AVG-GROSS - WS-AVG-TAXABLE
           END-IF.


      * no history yet (a new hire): salary or commission base over
      * the group's periods, or the hourly rate at a forty-hour week
      * scaled to the group's period; no overtime, no pre-tax
       PRICE-FROM-MASTER.
           ADD 1 TO WS-NO-HIST-COUNT
           EVALUATE TRUE
               WHEN EMP-CLASS-SALARIED
                   COMPUTE WS-AVG-GROSS ROUNDED =
                       EMP-ANNUAL-SALARY / WS-PER-YEAR
               WHEN EMP-CLASS-COMMISSION
                   COMPUTE WS-AVG-GROSS ROUNDED =
                       EMP-COMM-BASE / WS-PER-YEAR
               WHEN OTHER
                   COMPUTE WS-AVG-HOURS ROUNDED =
                       40 * 52 / WS-PER-YEAR
                   COMPUTE WS-AVG-GROSS ROUNDED =
                       EMP-RATE * WS-AVG-HOURS
           END-EVALUATE
           MOVE WS-AVG-GROSS TO WS-AVG-TAXABLE
           MOVE ZERO TO WS-AVG-PRETAX.


       FIND-DEPARTMENT.
           SET WS-DPT-IDX TO 1
           PERFORM UNTIL WS-DPT-IDX > WS-DPT-COUNT
                   OR WS-DPT-DEPT(WS-DPT-IDX) = EMP-DEPT-CODE
               SET WS-DPT-IDX UP BY 1
           END-PERFORM
           IF WS-DPT-IDX > WS-DPT-COUNT
               IF WS-DPT-COUNT < 40
                   ADD 1 TO WS-DPT-COUNT
                   SET WS-DPT-IDX TO WS-DPT-COUNT
                   MOVE EMP-DEPT-CODE TO WS-DPT-DEPT(WS-DPT-IDX)
               ELSE
      *            a full table folds the rest into the last entry
                   SET WS-DPT-IDX TO 40
               END-IF
           END-IF.


       PROJECT-ONE-PERIOD.
      *    as things stand
           MOVE WS-AVG-GROSS   TO WS-SIDE-GROSS
           MOVE WS-AVG-TAXABLE TO WS-SIDE-TAXABLE
           MOVE WS-AVG-OT-PAY  TO WS-SIDE-OT-PAY
           MOVE WS-CUR-SUTA-YTD TO WS-SIDE-SUTA-YTD
           PERFORM PRICE-EMPLOYER-SIDE
           MOVE WS-SIDE-SUTA-YTD TO WS-CUR-SUTA-YTD
           ADD WS-SIDE-GROSS  TO WS-DPT-CUR-GROSS(WS-DPT-IDX)
                                 WS-DPT-CUR-GROSS(WS-TOTAL-IDX)
           ADD WS-SIDE-OT-PAY TO WS-DPT-CUR-OT(WS-DPT-IDX)
                                 WS-DPT-CUR-OT(WS-TOTAL-IDX)
           ADD WS-SIDE-TAX    TO WS-DPT-CUR-TAX(WS-DPT-IDX)
                                 WS-DPT-CUR-TAX(WS-TOTAL-IDX)
           ADD WS-SIDE-MATCH  TO WS-DPT-CUR-MATCH(WS-DPT-IDX)
                                 WS-DPT-CUR-MATCH(WS-TOTAL-IDX)

      *    and with every scenario line in force by this pay date
           MOVE ZERO TO WS-INCREASE
           PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
               UNTIL WS-SCN-IDX > WS-SCN-COUNT
               PERFORM CHECK-SCENARIO-SCOPE
               IF WS-SCN-MATCHES
                   AND WS-SCN-EFF-DATE(WS-SCN-IDX) <= WS-PAY-DATE
                   PERFORM ADD-SCENARIO-INCREASE
               END-IF
           END-PERFORM
           COMPUTE WS-SIDE-GROSS = WS-AVG-GROSS + WS-INCREASE
           MOVE ZERO TO WS-SIDE-TAXABLE
           IF WS-SIDE-GROSS > WS-AVG-PRETAX
               COMPUTE WS-SIDE-TAXABLE = WS-SIDE-GROSS - WS-AVG-PRETAX
           END-IF
           MOVE WS-AVG-OT-PAY TO WS-SIDE-OT-PAY
           IF WS-AVG-GROSS > ZERO
               COMPUTE WS-SIDE-OT-PAY ROUNDED =
                   WS-AVG-OT-PAY * WS-SIDE-GROSS / WS-AVG-GROSS
           END-IF
           MOVE WS-PRO-SUTA-YTD TO WS-SIDE-SUTA-YTD
           PERFORM PRICE-EMPLOYER-SIDE
           MOVE WS-SIDE-SUTA-YTD TO WS-PRO-SUTA-YTD
           ADD WS-SIDE-GROSS  TO WS-DPT-PRO-GROSS(WS-DPT-IDX)
                                 WS-DPT-PRO-GROSS(WS-TOTAL-IDX)
           ADD WS-SIDE-OT-PAY TO WS-DPT-PRO-OT(WS-DPT-IDX)
                                 WS-DPT-PRO-OT(WS-TOTAL-IDX)
           ADD WS-SIDE-TAX    TO WS-DPT-PRO-TAX(WS-DPT-IDX)
                                 WS-DPT-PRO-TAX(WS-TOTAL-IDX)
           ADD WS-SIDE-MATCH  TO WS-DPT-PRO-MATCH(WS-DPT-IDX)
                                 WS-DPT-PRO-MATCH(WS-TOTAL-IDX).


       CHECK-SCENARIO-SCOPE.
           MOVE "N" TO WS-MATCHED-FLAG
           EVALUATE WS-SCN-SCOPE(WS-SCN-IDX)
               WHEN "A"
                   SET WS-SCN-MATCHES TO TRUE
               WHEN "D"
                   IF WS-SCN-KEY(WS-SCN-IDX) = EMP-DEPT-CODE
                       SET WS-SCN-MATCHES TO TRUE
                   END-IF
               WHEN "C"
                   IF WS-SCN-KEY(WS-SCN-IDX)(1:1) = EMP-PAY-CLASS
                       OR (WS-SCN-KEY(WS-SCN-IDX)(1:1) = "H"
                           AND EMP-CLASS-HOURLY)
                       SET WS-SCN-MATCHES TO TRUE
                   END-IF
               WHEN "U"
                   IF EMP-UNION-CODE NOT = SPACES
                       AND WS-SCN-KEY(WS-SCN-IDX)(1:3)
                           = EMP-UNION-CODE
                       SET WS-SCN-MATCHES TO TRUE
                   END-IF
           END-EVALUATE.


       ADD-SCENARIO-INCREASE.
           EVALUATE TRUE
               WHEN WS-SCN-TYPE(WS-SCN-IDX) = "P"
                   COMPUTE WS-INCREASE ROUNDED = WS-INCREASE
                       + WS-AVG-GROSS * WS-SCN-AMOUNT(WS-SCN-IDX)
                         / 100
               WHEN EMP-CLASS-HOURLY
                   COMPUTE WS-INCREASE ROUNDED = WS-INCREASE
                       + WS-AVG-HOURS * WS-SCN-AMOUNT(WS-SCN-IDX)
               WHEN OTHER
                   COMPUTE WS-INCREASE ROUNDED = WS-INCREASE
                       + WS-SCN-AMOUNT(WS-SCN-IDX) / WS-PER-YEAR
           END-EVALUATE.


       COUNT-SCENARIO-HITS.
           PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
               UNTIL WS-SCN-IDX > WS-SCN-COUNT
               PERFORM CHECK-SCENARIO-SCOPE
               IF WS-SCN-MATCHES
                   ADD 1 TO WS-SCN-EMP-COUNT(WS-SCN-IDX)
               END-IF
           END-PERFORM.


      * employer cost of one side of one period: the "E" rate on
      * taxable wages, state unemployment on gross up to what is
      * left of the work state's wage base, and the match on every
      * matched enrollment in force on the pay date
       PRICE-EMPLOYER-SIDE.
           COMPUTE WS-SIDE-TAX ROUNDED =
               WS-SIDE-TAXABLE * WS-EMPLOYER-TAX-RATE
           SET WS-SUTA-IDX TO 1
           PERFORM UNTIL WS-SUTA-IDX > WS-SUTA-COUNT
                   OR WS-SUT-TBL-STATE(WS-SUTA-IDX) = EMP-WORK-STATE
               SET WS-SUTA-IDX UP BY 1
           END-PERFORM
           IF WS-SUTA-IDX NOT > WS-SUTA-COUNT
               COMPUTE WS-SUTA-ROOM =
                   WS-SUT-TBL-BASE(WS-SUTA-IDX) - WS-SIDE-SUTA-YTD
               IF WS-SUTA-ROOM > ZERO
                   IF WS-SIDE-GROSS > WS-SUTA-ROOM
                       MOVE WS-SUTA-ROOM TO WS-SUTA-WAGES
                   ELSE
                       MOVE WS-SIDE-GROSS TO WS-SUTA-WAGES
                   END-IF
                   ADD WS-SUTA-WAGES TO WS-SIDE-SUTA-YTD
                   COMPUTE WS-SIDE-TAX ROUNDED = WS-SIDE-TAX
                       + WS-SUTA-WAGES * WS-SUT-TBL-RATE(WS-SUTA-IDX)
               END-IF
           END-IF

           MOVE ZERO TO WS-SIDE-MATCH
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
               UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF WS-ENT-EMP-ID(WS-ENR-IDX) = EMP-ID
                   AND (WS-ENT-START(WS-ENR-IDX) = SPACES
                       OR WS-ENT-START(WS-ENR-IDX) <= WS-PAY-DATE)
                   AND (WS-ENT-STOP(WS-ENR-IDX) = SPACES
                       OR WS-ENT-STOP(WS-ENR-IDX) >= WS-PAY-DATE)
                   PERFORM PRICE-ONE-MATCH
               END-IF
           END-PERFORM.


      * the amount withheld, by the enrollment's basis, as the run
      * would take it; the percent-of-net basis is priced on taxable
      * wages, the nearest figure a projection has to net pay
       PRICE-ONE-MATCH.
           EVALUATE WS-ENT-BASIS(WS-ENR-IDX)
               WHEN "G"
                   COMPUTE WS-TAKEN ROUNDED =
                       WS-SIDE-GROSS * WS-ENT-AMOUNT(WS-ENR-IDX) / 100
               WHEN "N"
                   COMPUTE WS-TAKEN ROUNDED =
                       WS-SIDE-TAXABLE * WS-ENT-AMOUNT(WS-ENR-IDX)
                       / 100
               WHEN "H"
                   COMPUTE WS-TAKEN ROUNDED =
                       WS-AVG-HOURS * WS-ENT-AMOUNT(WS-ENR-IDX)
               WHEN OTHER
                   MOVE WS-ENT-AMOUNT(WS-ENR-IDX) TO WS-TAKEN
           END-EVALUATE
           COMPUTE WS-SIDE-MATCH ROUNDED = WS-SIDE-MATCH
               + WS-TAKEN * WS-ENT-MATCH-PCT(WS-ENR-IDX) / 100.


      ******************************************************************
      * The report: the scenario as read, the periods left in each
      * pay group, then current against proposed for each
      * department and for the company.
      ******************************************************************
       PRINT-PROJECTION-REPORT.
           OPEN OUTPUT PROJECTION-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open PROJECTION-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-COMPANY TO PHL-COMPANY
           MOVE FUNCTION CURRENT-DATE(1:8) TO PHL-FROM-DATE
           MOVE "O" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 56 TO RWR-LINES-PER-PAGE
           MOVE PROJECTION-HEADING-LINE TO RWR-HEADING-1
           MOVE PROJECTION-COLUMN-LINE  TO RWR-HEADING-2
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE "SCENARIO" TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
               UNTIL WS-SCN-IDX > WS-SCN-COUNT
               PERFORM PRINT-SCENARIO-LINE
           END-PERFORM

           MOVE WS-GRP-DATE-COUNT(1) TO PPL-WEEKLY
           MOVE WS-GRP-EXTENDED(1)   TO PPL-WEEKLY-NOTE
           MOVE WS-GRP-DATE-COUNT(2) TO PPL-SEMI
           MOVE WS-GRP-EXTENDED(2)   TO PPL-SEMI-NOTE
           MOVE WS-GRP-DATE-COUNT(3) TO PPL-MONTHLY
           MOVE WS-GRP-EXTENDED(3)   TO PPL-MONTHLY-NOTE
           MOVE PROJECTION-PERIOD-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE

           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DPT-COUNT
               MOVE SPACES TO PDL-LABEL
               STRING "DEPT " WS-DPT-DEPT(WS-DPT-IDX)
                   DELIMITED BY SIZE INTO PDL-LABEL
               END-STRING
               PERFORM PRINT-ONE-DEPARTMENT
           END-PERFORM
           SET WS-DPT-IDX TO WS-TOTAL-IDX
           MOVE "ALL DEPARTMENTS" TO PDL-LABEL
           PERFORM PRINT-ONE-DEPARTMENT

           MOVE "C" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           CLOSE PROJECTION-REPORT-FILE.


       PRINT-SCENARIO-LINE.
           EVALUATE WS-SCN-SCOPE(WS-SCN-IDX)
               WHEN "D" MOVE "DEPT"  TO PSL-SCOPE
               WHEN "C" MOVE "CLASS" TO PSL-SCOPE
               WHEN "U" MOVE "UNION" TO PSL-SCOPE
               WHEN OTHER MOVE "ALL" TO PSL-SCOPE
           END-EVALUATE
           MOVE WS-SCN-KEY(WS-SCN-IDX)      TO PSL-KEY
           MOVE WS-SCN-AMOUNT(WS-SCN-IDX)   TO PSL-AMOUNT
           IF WS-SCN-TYPE(WS-SCN-IDX) = "P"
               MOVE " PCT " TO PSL-UNIT
           ELSE
               MOVE " FLAT" TO PSL-UNIT
           END-IF
           MOVE WS-SCN-EFF-DATE(WS-SCN-IDX)  TO PSL-EFF-DATE
           MOVE WS-SCN-DESC(WS-SCN-IDX)      TO PSL-DESC
           MOVE WS-SCN-EMP-COUNT(WS-SCN-IDX) TO PSL-EMP-COUNT
           MOVE PROJECTION-SCENARIO-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


       PRINT-ONE-DEPARTMENT.
           MOVE WS-DPT-HEADCOUNT(WS-DPT-IDX) TO PDL-HEADCOUNT
           MOVE PROJECTION-DEPT-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE

           MOVE "GROSS" TO WS-LINE-MEASURE
           MOVE WS-DPT-CUR-GROSS(WS-DPT-IDX) TO WS-LINE-CURRENT
           MOVE WS-DPT-PRO-GROSS(WS-DPT-IDX) TO WS-LINE-PROPOSED
           PERFORM PRINT-ONE-MEASURE-LINE
           MOVE "  OT PAY" TO WS-LINE-MEASURE
           MOVE WS-DPT-CUR-OT(WS-DPT-IDX) TO WS-LINE-CURRENT
           MOVE WS-DPT-PRO-OT(WS-DPT-IDX) TO WS-LINE-PROPOSED
           PERFORM PRINT-ONE-MEASURE-LINE
           MOVE "EMPR TAX" TO WS-LINE-MEASURE
           MOVE WS-DPT-CUR-TAX(WS-DPT-IDX) TO WS-LINE-CURRENT
           MOVE WS-DPT-PRO-TAX(WS-DPT-IDX) TO WS-LINE-PROPOSED
           PERFORM PRINT-ONE-MEASURE-LINE
           MOVE "EMPR MATCH" TO WS-LINE-MEASURE
           MOVE WS-DPT-CUR-MATCH(WS-DPT-IDX) TO WS-LINE-CURRENT
           MOVE WS-DPT-PRO-MATCH(WS-DPT-IDX) TO WS-LINE-PROPOSED
           PERFORM PRINT-ONE-MEASURE-LINE
      *    overtime is inside gross, so the total leaves it out
           MOVE "TOTAL COST" TO WS-LINE-MEASURE
           COMPUTE WS-LINE-CURRENT = WS-DPT-CUR-GROSS(WS-DPT-IDX)
               + WS-DPT-CUR-TAX(WS-DPT-IDX)
               + WS-DPT-CUR-MATCH(WS-DPT-IDX)
           COMPUTE WS-LINE-PROPOSED = WS-DPT-PRO-GROSS(WS-DPT-IDX)
               + WS-DPT-PRO-TAX(WS-DPT-IDX)
               + WS-DPT-PRO-MATCH(WS-DPT-IDX)
           PERFORM PRINT-ONE-MEASURE-LINE.


       PRINT-ONE-MEASURE-LINE.
           COMPUTE WS-LINE-INCREASE =
               WS-LINE-PROPOSED - WS-LINE-CURRENT
           MOVE ZERO TO WS-LINE-PCT
           IF WS-LINE-CURRENT NOT = ZERO
               COMPUTE WS-LINE-PCT ROUNDED =
                   WS-LINE-INCREASE * 100 / WS-LINE-CURRENT
                   ON SIZE ERROR MOVE 9999.9 TO WS-LINE-PCT
               END-COMPUTE
           END-IF
           MOVE WS-LINE-MEASURE  TO PDT-MEASURE
           MOVE WS-LINE-CURRENT  TO PDT-CURRENT
           MOVE WS-LINE-PROPOSED TO PDT-PROPOSED
           MOVE WS-LINE-INCREASE TO PDT-INCREASE
           MOVE WS-LINE-PCT      TO PDT-PCT
           MOVE PROJECTION-DETAIL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


       WRITE-DETAIL-LINE.
           MOVE "D" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES.


       WRITE-BREAK-LINE.
           MOVE "B" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 1 TO RWR-BREAK-LEVEL
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
                   TO PROJECTION-REPORT-REC
               WRITE PROJECTION-REPORT-REC
           END-PERFORM.

       END PROGRAM COSTPROJ.
