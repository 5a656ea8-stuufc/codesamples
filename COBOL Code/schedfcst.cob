      ******************************************************************
      * Tonight's-run forecast. Walks SCHEDCTL.TXT the way the
      * batch scheduler will on a given business date -- frequency,
      * holds (less any release waiting in SCHEDRLS.TXT) and
      * predecessors, with the scheduler's STOP/SKIP/RUN rules --
      * and says which steps will run. Each running step is then
      * timed with its average and worst elapsed seconds from the
      * run log SCHEDLOG.TXT; the scheduler runs one step at a time
      * in file order, so each projected start is the projected end
      * of the step run before it. Projections are set against
      * every SCHED-DEADLINE (a deadline earlier in the day than
      * the chain start falls on the next morning).
      * SCHEDFCST.RPT carries the step-by-step forecast, the
      * critical path (the predecessor chain, latest finisher
      * first, behind the deadline step with the least worst-case
      * slack -- or behind the last step when no deadline is in
      * play), and every step projected to miss its deadline.
      * Run parameter: business date YYYYMMDD, then optionally the
      * chain start HHMM in columns 10-13. The date defaults to
      * today and the start to the start of the last logged chain.
      * Steps that run are taken to succeed with return code zero,
      * so a conditional step is forecast against a zero from its
      * condition step -- recovery steps keyed to a failure show as
      * BYPASSED.
      * A step projected to miss at its average time ends the job
      * RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-CONTROL-FILE ASSIGN TO "SCHEDCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT SCHED-LOG-FILE ASSIGN TO "SCHEDLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT SCHED-RELEASE-FILE ASSIGN TO "SCHEDRLS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLS-FILE-STATUS.

           SELECT FORECAST-REPORT-FILE ASSIGN TO "SCHEDFCST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-CONTROL-FILE.
           COPY SCHEDCTL.

       FD  SCHED-LOG-FILE.
       01  SCHED-LOG-RECORD.
           05  SLG-RUN-ID          PIC X(14).
           05  FILLER              PIC X.
           05  SLG-STEP-NAME       PIC X(10).
           05  FILLER              PIC X.
           05  SLG-PROGRAM-NAME    PIC X(22).
           05  FILLER              PIC X.
           05  SLG-START-TS        PIC X(14).
           05  FILLER              PIC X.
           05  SLG-END-TS          PIC X(14).
           05  FILLER              PIC X.
           05  SLG-ELAPSED-SECS    PIC 9(6).
           05  FILLER              PIC X.
           05  SLG-RETURN-CODE     PIC 9(4).
           05  FILLER              PIC X.
           05  SLG-DISPOSITION     PIC X(8).

       FD  SCHED-RELEASE-FILE.
       01  SCHED-RELEASE-RECORD.
           05  RLS-STEP-NAME       PIC X(10).

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-REC     PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-CTL-FILE-STATUS PIC XX.
           88  WS-CTL-FILE-OK        VALUE "00".
           88  WS-CTL-FILE-EOF       VALUE "10".

       77  WS-LOG-FILE-STATUS PIC XX.
           88  WS-LOG-FILE-OK        VALUE "00".
           88  WS-LOG-FILE-EOF       VALUE "10".

       77  WS-RLS-FILE-STATUS PIC XX.
           88  WS-RLS-FILE-OK        VALUE "00".
           88  WS-RLS-FILE-EOF       VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

      * the chain as the scheduler holds it, with tonight's outlook
      * and the projected clock for each step
       77  WS-STEP-COUNT      PIC 99   VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 60 TIMES INDEXED BY WS-STEP-IDX.
               10  WS-STEP-NAME            PIC X(10).
               10  WS-STEP-PROGRAM-NAME    PIC X(22).
               10  WS-STEP-ON-ERROR-ACTION PIC X(4).
               10  WS-STEP-FREQUENCY       PIC X(8).
               10  WS-STEP-HOLD            PIC X.
                   88  WS-STEP-ON-HOLD         VALUE "H".
                   88  WS-STEP-NEEDS-CONFIRM   VALUE "C".
               10  WS-STEP-DEADLINE        PIC X(4).
               10  WS-STEP-PRED-NAME OCCURS 3 TIMES PIC X(10).
               10  WS-STEP-COND-STEP       PIC X(10).
               10  WS-STEP-COND-OPERATOR   PIC X(2).
                   88  WS-STEP-UNCONDITIONAL   VALUE SPACES.
               10  WS-STEP-COND-VALUE      PIC X(4).
               10  WS-STEP-OUTLOOK         PIC X.
                   88  WS-STEP-WILL-RUN        VALUES "R" "C".
                   88  WS-STEP-COUNTS-SUCCESS  VALUES "R" "C" "N"
                                                      "B".
               10  WS-STEP-AVG-SECS        PIC 9(6).
               10  WS-STEP-WORST-SECS      PIC 9(6).
               10  WS-STEP-HISTORY-FLAG    PIC X.
                   88  WS-STEP-HAS-HISTORY     VALUE "Y".
               10  WS-STEP-START-AVG       PIC 9(7).
               10  WS-STEP-END-AVG         PIC 9(7).
               10  WS-STEP-END-WORST       PIC 9(7).
               10  WS-STEP-DEADLINE-SECS   PIC 9(7).
               10  WS-STEP-VERDICT         PIC X.
                   88  WS-STEP-NO-DEADLINE     VALUE " ".
                   88  WS-STEP-MAKES-IT        VALUE "O".
                   88  WS-STEP-AT-RISK         VALUE "R".
                   88  WS-STEP-MISSES          VALUE "M".

      * elapsed history per step name, from every run in the log
       77  WS-HIST-COUNT      PIC 99   VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 60 TIMES INDEXED BY WS-HIST-IDX.
               10  WS-HIST-STEP-NAME       PIC X(10).
               10  WS-HIST-RUNS            PIC 9(5).
               10  WS-HIST-TOTAL-SECS      PIC 9(9).
               10  WS-HIST-WORST-SECS      PIC 9(6).
       77  WS-LAST-RUN-ID     PIC X(14) VALUE SPACES.

       77  WS-RELEASE-COUNT   PIC 99   VALUE ZERO.
       01  WS-RELEASE-TABLE.
           05  WS-RELEASE-ENTRY OCCURS 60 TIMES
                               INDEXED BY WS-RLS-IDX
                               PIC X(10).

      * the business date forecast and its place on the calendar
       77  WS-FORECAST-DATE   PIC 9(8)  VALUE ZERO.
       77  WS-DATE-INTEGER    PIC 9(8)  VALUE ZERO.
       77  WS-NEXT-DATE       PIC 9(8)  VALUE ZERO.
       77  WS-WEEKDAY-NUMBER  PIC 9     VALUE ZERO.
       77  WS-FORECAST-WEEKDAY PIC X(3) VALUE SPACES.
       77  WS-MONTH-END-FLAG  PIC X     VALUE "N".
           88  WS-DATE-IS-MONTH-END  VALUE "Y".
       77  WS-STEP-DUE-FLAG   PIC X     VALUE "Y".
           88  WS-STEP-DUE           VALUE "Y".

      * clocks are seconds from midnight of the day the chain
      * starts, so a finish after midnight runs on past 86400
       77  WS-CHAIN-START     PIC X(4)  VALUE SPACES.
       77  WS-CHAIN-START-SECS PIC 9(7) VALUE ZERO.
       77  WS-START-FLAG      PIC X     VALUE "N".
           88  WS-CHAIN-START-OK     VALUE "Y".
       77  WS-CLOCK-AVG       PIC 9(7)  VALUE ZERO.
       77  WS-CLOCK-WORST     PIC 9(7)  VALUE ZERO.

       77  WS-HALT-CHAIN-FLAG PIC X     VALUE "N".
           88  WS-HALT-CHAIN         VALUE "Y".
       77  WS-ALL-PREDS-FLAG  PIC X     VALUE "Y".
           88  WS-ALL-PREDS-GOOD     VALUE "Y".
       77  WS-PRED-SUB        PIC 9     VALUE ZERO.
       77  WS-PRED-POS        PIC 99    VALUE ZERO.
       77  WS-THIS-POS        PIC 99    VALUE ZERO.
       77  WS-OTHER-POS       PIC 99    VALUE ZERO.
       77  WS-COND-NAME-WORK  PIC X(10) VALUE SPACES.
       77  WS-COND-VALUE-NUM  PIC 9(4)  VALUE ZERO.
       77  WS-COND-MET-FLAG   PIC X     VALUE "N".
           88  WS-CONDITION-MET      VALUE "Y".

      * the critical path, traced back from its end step
       77  WS-TARGET-POS      PIC 99    VALUE ZERO.
       77  WS-TARGET-SLACK    PIC S9(7) VALUE ZERO.
       77  WS-SLACK-WORK      PIC S9(7) VALUE ZERO.
       77  WS-LATEST-POS      PIC 99    VALUE ZERO.
       77  WS-PATH-COUNT      PIC 99    VALUE ZERO.
       77  WS-PATH-SUB        PIC 99    VALUE ZERO.
       01  WS-PATH-TABLE.
           05  WS-PATH-POS OCCURS 60 TIMES INDEXED BY WS-PATH-IDX
                               PIC 99.

       77  WS-RUN-COUNT       PIC 99    VALUE ZERO.
       77  WS-MISS-COUNT      PIC 99    VALUE ZERO.
       77  WS-RISK-COUNT      PIC 99    VALUE ZERO.
       77  WS-NO-HISTORY-COUNT PIC 99   VALUE ZERO.

       77  WS-FMT-SECONDS     PIC 9(7)  VALUE ZERO.
       77  WS-FMT-MINUTES     PIC 9(5)  VALUE ZERO.
       77  WS-FMT-HOURS       PIC 99    VALUE ZERO.
       77  WS-FMT-MINS        PIC 99    VALUE ZERO.
       01  WS-FMT-CLOCK.
           05  WS-FMT-CLOCK-HH     PIC 99.
           05  FILLER              PIC X     VALUE ":".
           05  WS-FMT-CLOCK-MM     PIC 99.
           05  WS-FMT-CLOCK-DAY    PIC X     VALUE SPACE.

       01  WS-HHMM-WORK.
           05  WS-HHMM-HH          PIC 99.
           05  WS-HHMM-MM          PIC 99.

       01  FORECAST-DETAIL-LINE.
           05  FDL-STEP        PIC X(10).
           05  FILLER          PIC X     VALUE SPACE.
           05  FDL-OUTLOOK     PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  FDL-AVG-SECS    PIC ZZZZZ9.
           05  FILLER          PIC X     VALUE SPACE.
           05  FDL-WORST-SECS  PIC ZZZZZ9.
           05  FILLER          PIC X     VALUE SPACE.
           05  FDL-START       PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  FDL-END-AVG     PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  FDL-END-WORST   PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  FDL-DEADLINE    PIC X(4).
           05  FILLER          PIC X     VALUE SPACE.
           05  FDL-VERDICT     PIC X(10).

       01  PATH-DETAIL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PDL-STEP        PIC X(10).
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-PROGRAM     PIC X(22).
           05  FILLER          PIC X(5)  VALUE " AVG ".
           05  PDL-END-AVG     PIC X(6).
           05  FILLER          PIC X(7)  VALUE " WORST ".
           05  PDL-END-WORST   PIC X(6).

       COPY ERRSTAT.
       COPY SIGNONRQ.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter: business date YYYYMMDD,
      * then the chain start HHMM in columns 10-13
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "SCHEDFCS" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FORECAST-DATE
           IF LNK-PARM-LENGTH > 0 AND LNK-PARM-LENGTH <= 20
               AND LNK-PARM-DATA(1:8) NOT = SPACES
               IF LNK-PARM-DATA(1:8) NOT NUMERIC
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE "Run parameter must be the date as YYYYMMDD"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
                   GOBACK
               END-IF
               MOVE LNK-PARM-DATA(1:8) TO WS-FORECAST-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FORECAST-DATE)
                   NOT = ZERO
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE "Run parameter date is not a calendar date"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
                   GOBACK
               END-IF
               IF LNK-PARM-LENGTH >= 13
                   AND LNK-PARM-DATA(10:4) NOT = SPACES
                   MOVE LNK-PARM-DATA(10:4) TO WS-CHAIN-START
               END-IF
           END-IF

           PERFORM WORK-OUT-FORECAST-CALENDAR
           PERFORM LOAD-CONTROL-FILE
           IF WS-STEP-COUNT = ZERO
               MOVE WS-CTL-FILE-STATUS TO WS-ERR-CODE
               MOVE "No steps on SCHEDCTL.TXT to forecast"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           PERFORM LOAD-HOLD-RELEASES
           PERFORM LOAD-ELAPSED-HISTORY
           PERFORM SET-CHAIN-START
           IF NOT WS-CHAIN-START-OK
               GOBACK
           END-IF

           PERFORM FORECAST-STEP-OUTLOOK
           PERFORM PROJECT-STEP-TIMES
           PERFORM TRACE-CRITICAL-PATH

           OPEN OUTPUT FORECAST-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open FORECAST-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           PERFORM WRITE-FORECAST-LINES
           PERFORM WRITE-CRITICAL-PATH
           PERFORM WRITE-DEADLINE-MISSES
           CLOSE FORECAST-REPORT-FILE

           DISPLAY "SCHEDFCST: " WS-FORECAST-DATE " steps to run "
               WS-RUN-COUNT "  projected misses " WS-MISS-COUNT
               "  at risk " WS-RISK-COUNT
           IF WS-MISS-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "SCHEDFCST" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * the same calendar the scheduler works out for its own run
      * date, here for the date being forecast
       WORK-OUT-FORECAST-CALENDAR.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-FORECAST-DATE)
      *    integer date 1 was a Monday, so MOD 7 of the integer
      *    gives 1 = Monday through 0 = Sunday
           COMPUTE WS-WEEKDAY-NUMBER =
               FUNCTION MOD(WS-DATE-INTEGER, 7)
           EVALUATE WS-WEEKDAY-NUMBER
               WHEN 1 MOVE "MON" TO WS-FORECAST-WEEKDAY
               WHEN 2 MOVE "TUE" TO WS-FORECAST-WEEKDAY
               WHEN 3 MOVE "WED" TO WS-FORECAST-WEEKDAY
               WHEN 4 MOVE "THU" TO WS-FORECAST-WEEKDAY
               WHEN 5 MOVE "FRI" TO WS-FORECAST-WEEKDAY
               WHEN 6 MOVE "SAT" TO WS-FORECAST-WEEKDAY
               WHEN 0 MOVE "SUN" TO WS-FORECAST-WEEKDAY
           END-EVALUATE
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER + 1)
           IF WS-NEXT-DATE(7:2) = "01"
               SET WS-DATE-IS-MONTH-END TO TRUE
           END-IF.


       LOAD-CONTROL-FILE.
           OPEN INPUT SCHED-CONTROL-FILE
           IF NOT WS-CTL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-FILE-EOF
               READ SCHED-CONTROL-FILE
                   AT END SET WS-CTL-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-STEP-COUNT < 60
                           PERFORM STORE-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHED-CONTROL-FILE.


       STORE-ONE-STEP.
           ADD 1 TO WS-STEP-COUNT
           SET WS-STEP-IDX TO WS-STEP-COUNT
           MOVE SCHED-STEP-NAME TO WS-STEP-NAME(WS-STEP-IDX)
           MOVE SCHED-PROGRAM-NAME
               TO WS-STEP-PROGRAM-NAME(WS-STEP-IDX)
           MOVE SCHED-ON-ERROR-ACTION
               TO WS-STEP-ON-ERROR-ACTION(WS-STEP-IDX)
           MOVE SCHED-FREQUENCY TO WS-STEP-FREQUENCY(WS-STEP-IDX)
           MOVE SCHED-HOLD-FLAG TO WS-STEP-HOLD(WS-STEP-IDX)
           MOVE SCHED-DEADLINE TO WS-STEP-DEADLINE(WS-STEP-IDX)
           MOVE SCHED-PREDECESSOR-STEP
               TO WS-STEP-PRED-NAME(WS-STEP-IDX, 1)
           MOVE SCHED-PREDECESSOR-2
               TO WS-STEP-PRED-NAME(WS-STEP-IDX, 2)
           MOVE SCHED-PREDECESSOR-3
               TO WS-STEP-PRED-NAME(WS-STEP-IDX, 3)
           MOVE SCHED-COND-STEP TO WS-STEP-COND-STEP(WS-STEP-IDX)
           IF SCHED-COND-STEP = SPACES
               MOVE SCHED-PREDECESSOR-STEP
                   TO WS-STEP-COND-STEP(WS-STEP-IDX)
           END-IF
           MOVE SCHED-COND-OPERATOR
               TO WS-STEP-COND-OPERATOR(WS-STEP-IDX)
           MOVE SCHED-COND-VALUE TO WS-STEP-COND-VALUE(WS-STEP-IDX)
           MOVE SPACE TO WS-STEP-OUTLOOK(WS-STEP-IDX)
           MOVE ZERO TO WS-STEP-AVG-SECS(WS-STEP-IDX)
           MOVE ZERO TO WS-STEP-WORST-SECS(WS-STEP-IDX)
           MOVE "N" TO WS-STEP-HISTORY-FLAG(WS-STEP-IDX)
           MOVE ZERO TO WS-STEP-START-AVG(WS-STEP-IDX)
           MOVE ZERO TO WS-STEP-END-AVG(WS-STEP-IDX)
           MOVE ZERO TO WS-STEP-END-WORST(WS-STEP-IDX)
           MOVE ZERO TO WS-STEP-DEADLINE-SECS(WS-STEP-IDX)
           MOVE SPACE TO WS-STEP-VERDICT(WS-STEP-IDX).


      * a hold released in SCHEDRLS.TXT now comes off tonight
       LOAD-HOLD-RELEASES.
           OPEN INPUT SCHED-RELEASE-FILE
           IF NOT WS-RLS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RLS-FILE-EOF
                   OR WS-RELEASE-COUNT = 60
               READ SCHED-RELEASE-FILE
                   AT END SET WS-RLS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RELEASE-COUNT
                       SET WS-RLS-IDX TO WS-RELEASE-COUNT
                       MOVE RLS-STEP-NAME
                           TO WS-RELEASE-ENTRY(WS-RLS-IDX)
               END-READ
           END-PERFORM
           CLOSE SCHED-RELEASE-FILE

           PERFORM VARYING WS-RLS-IDX FROM 1 BY 1
               UNTIL WS-RLS-IDX > WS-RELEASE-COUNT
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF WS-STEP-NAME(WS-STEP-IDX)
                       = WS-RELEASE-ENTRY(WS-RLS-IDX)
                       AND WS-STEP-ON-HOLD(WS-STEP-IDX)
                       MOVE SPACE TO WS-STEP-HOLD(WS-STEP-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.


      ******************************************************************
      * Every logged run of a step counts toward its average and
      * its worst elapsed time. The latest chain run id is kept as
      * well: it is that chain's start stamp, and the default start
      * for tonight.
      ******************************************************************
       LOAD-ELAPSED-HISTORY.
           OPEN INPUT SCHED-LOG-FILE
           IF NOT WS-LOG-FILE-OK
               DISPLAY "SCHEDFCST: no scheduler run log -- steps"
                   " projected with no elapsed time."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-FILE-EOF
               READ SCHED-LOG-FILE
                   AT END SET WS-LOG-FILE-EOF TO TRUE
                   NOT AT END PERFORM FILE-ONE-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE SCHED-LOG-FILE

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   IF WS-HIST-STEP-NAME(WS-HIST-IDX)
                       = WS-STEP-NAME(WS-STEP-IDX)
                       MOVE "Y" TO WS-STEP-HISTORY-FLAG(WS-STEP-IDX)
                       COMPUTE WS-STEP-AVG-SECS(WS-STEP-IDX) ROUNDED
                           = WS-HIST-TOTAL-SECS(WS-HIST-IDX)
                           / WS-HIST-RUNS(WS-HIST-IDX)
                       MOVE WS-HIST-WORST-SECS(WS-HIST-IDX)
                           TO WS-STEP-WORST-SECS(WS-STEP-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.


       FILE-ONE-LOG-RECORD.
           IF SLG-RUN-ID > WS-LAST-RUN-ID
               MOVE SLG-RUN-ID TO WS-LAST-RUN-ID
           END-IF
      *    a bypassed conditional step ran nothing; its zero elapsed
      *    time would only drag the step's average down
           IF SLG-DISPOSITION = "BYPASSED"
               EXIT PARAGRAPH
           END-IF
           SET WS-HIST-IDX TO 1
           PERFORM UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   OR WS-HIST-STEP-NAME(WS-HIST-IDX) = SLG-STEP-NAME
               SET WS-HIST-IDX UP BY 1
           END-PERFORM
           IF WS-HIST-IDX > WS-HIST-COUNT
               IF WS-HIST-COUNT = 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HIST-COUNT
               SET WS-HIST-IDX TO WS-HIST-COUNT
               MOVE SLG-STEP-NAME TO WS-HIST-STEP-NAME(WS-HIST-IDX)
               MOVE ZERO TO WS-HIST-RUNS(WS-HIST-IDX)
               MOVE ZERO TO WS-HIST-TOTAL-SECS(WS-HIST-IDX)
               MOVE ZERO TO WS-HIST-WORST-SECS(WS-HIST-IDX)
           END-IF
           ADD 1 TO WS-HIST-RUNS(WS-HIST-IDX)
           ADD SLG-ELAPSED-SECS TO WS-HIST-TOTAL-SECS(WS-HIST-IDX)
           IF SLG-ELAPSED-SECS > WS-HIST-WORST-SECS(WS-HIST-IDX)
               MOVE SLG-ELAPSED-SECS
                   TO WS-HIST-WORST-SECS(WS-HIST-IDX)
           END-IF.


       SET-CHAIN-START.
           IF WS-CHAIN-START = SPACES
               IF WS-LAST-RUN-ID NOT = SPACES
                   MOVE WS-LAST-RUN-ID(9:4) TO WS-CHAIN-START
               ELSE
                   MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CHAIN-START
               END-IF
           END-IF
           IF WS-CHAIN-START NOT NUMERIC
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Chain start must be HHMM in columns 10-13"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHAIN-START TO WS-HHMM-WORK
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Chain start must be HHMM in columns 10-13"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHAIN-START-SECS =
               WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
           SET WS-CHAIN-START-OK TO TRUE.


      ******************************************************************
      * Tonight's outlook, step by step in file order with the
      * scheduler's own rules:
      *   N  not due on the business date (counts as a success to
      *      the steps that wait on it)
      *   H  on hold and not released
      *   X  skipped because an earlier STOP step halted the chain
      *   K  skipped because a predecessor will not succeed
      *   B  a conditional step whose condition is not met (also
      *      a success to its successors); conditional steps are
      *      judged even behind a halted chain
      *   R  runs;  C  runs once the operator confirms it
      * Every step that runs is taken to succeed.
      ******************************************************************
       FORECAST-STEP-OUTLOOK.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM CHECK-STEP-FREQUENCY
               EVALUATE TRUE
                   WHEN NOT WS-STEP-DUE
                       MOVE "N" TO WS-STEP-OUTLOOK(WS-STEP-IDX)
                   WHEN WS-STEP-ON-HOLD(WS-STEP-IDX)
                       MOVE "H" TO WS-STEP-OUTLOOK(WS-STEP-IDX)
                   WHEN NOT WS-STEP-UNCONDITIONAL(WS-STEP-IDX)
                       PERFORM FORECAST-ONE-CONDITION
                   WHEN WS-HALT-CHAIN
                       MOVE "X" TO WS-STEP-OUTLOOK(WS-STEP-IDX)
                   WHEN OTHER
                       PERFORM FORECAST-ONE-DISPATCH
               END-EVALUATE
           END-PERFORM.


       CHECK-STEP-FREQUENCY.
           MOVE "Y" TO WS-STEP-DUE-FLAG
           EVALUATE TRUE
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX) = SPACES
                   CONTINUE
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX) = "DAILY"
                   CONTINUE
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX) = "MONTHEND"
                   IF NOT WS-DATE-IS-MONTH-END
                       MOVE "N" TO WS-STEP-DUE-FLAG
                   END-IF
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX)(1:3)
                       = WS-FORECAST-WEEKDAY
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-STEP-DUE-FLAG
           END-EVALUATE.


      * a predecessor further down the file is still pending when
      * the scheduler looks it up, so it never reads as a success
       FORECAST-ONE-DISPATCH.
           MOVE "Y" TO WS-ALL-PREDS-FLAG
           IF WS-STEP-UNCONDITIONAL(WS-STEP-IDX)
               MOVE SPACES TO WS-COND-NAME-WORK
           END-IF
           SET WS-THIS-POS TO WS-STEP-IDX
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 3
               IF WS-STEP-PRED-NAME(WS-STEP-IDX, WS-PRED-SUB)
                   NOT = SPACES
                   AND WS-STEP-PRED-NAME(WS-STEP-IDX, WS-PRED-SUB)
                       NOT = WS-COND-NAME-WORK
                   PERFORM FIND-PREDECESSOR-POSITION
                   IF WS-PRED-POS = ZERO
                       OR WS-PRED-POS >= WS-THIS-POS
                       MOVE "N" TO WS-ALL-PREDS-FLAG
                   ELSE
                       IF NOT WS-STEP-COUNTS-SUCCESS(WS-PRED-POS)
                           MOVE "N" TO WS-ALL-PREDS-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-ALL-PREDS-GOOD
               WHEN WS-STEP-ON-ERROR-ACTION(WS-STEP-IDX) = "RUN"
                   IF WS-STEP-NEEDS-CONFIRM(WS-STEP-IDX)
                       MOVE "C" TO WS-STEP-OUTLOOK(WS-STEP-IDX)
                   ELSE
                       MOVE "R" TO WS-STEP-OUTLOOK(WS-STEP-IDX)
                   END-IF
               WHEN WS-STEP-ON-ERROR-ACTION(WS-STEP-IDX) = "SKIP"
                   MOVE "K" TO WS-STEP-OUTLOOK(WS-STEP-IDX)
               WHEN OTHER
                   MOVE "K" TO WS-STEP-OUTLOOK(WS-STEP-IDX)
                   SET WS-HALT-CHAIN TO TRUE
           END-EVALUATE.


      * the condition step has to run tonight for its return code
      * to be tested, and is taken to end zero
       FORECAST-ONE-CONDITION.
           MOVE WS-STEP-COND-STEP(WS-STEP-IDX) TO WS-COND-NAME-WORK
           MOVE "N" TO WS-COND-MET-FLAG
           MOVE ZERO TO WS-PRED-POS
           PERFORM VARYING WS-OTHER-POS FROM 1 BY 1
               UNTIL WS-OTHER-POS >= WS-STEP-IDX
                   OR WS-PRED-POS > ZERO
               IF WS-STEP-NAME(WS-OTHER-POS) = WS-COND-NAME-WORK
                   MOVE WS-OTHER-POS TO WS-PRED-POS
               END-IF
           END-PERFORM
           IF WS-PRED-POS > ZERO
               AND WS-STEP-COND-VALUE(WS-STEP-IDX) NUMERIC
               IF WS-STEP-WILL-RUN(WS-PRED-POS)
                   MOVE WS-STEP-COND-VALUE(WS-STEP-IDX)
                       TO WS-COND-VALUE-NUM
                   EVALUATE WS-STEP-COND-OPERATOR(WS-STEP-IDX)
                       WHEN "EQ"
                           IF WS-COND-VALUE-NUM = ZERO
                               SET WS-CONDITION-MET TO TRUE
                           END-IF
                       WHEN "LT"
                           IF WS-COND-VALUE-NUM > ZERO
                               SET WS-CONDITION-MET TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-CONDITION-MET
               PERFORM FORECAST-ONE-DISPATCH
           ELSE
               MOVE "B" TO WS-STEP-OUTLOOK(WS-STEP-IDX)
           END-IF.


       FIND-PREDECESSOR-POSITION.
           MOVE ZERO TO WS-PRED-POS
           PERFORM VARYING WS-OTHER-POS FROM 1 BY 1
               UNTIL WS-OTHER-POS > WS-STEP-COUNT
                   OR WS-PRED-POS > ZERO
               IF WS-STEP-NAME(WS-OTHER-POS)
                   = WS-STEP-PRED-NAME(WS-STEP-IDX, WS-PRED-SUB)
                   MOVE WS-OTHER-POS TO WS-PRED-POS
               END-IF
           END-PERFORM.


      ******************************************************************
      * One step at a time in file order: each running step starts
      * when the one before it is projected to end, on the average
      * clock and the worst-case clock alike. Deadlines are placed
      * on the chain's clock -- earlier in the day than the chain
      * start means the next morning.
      ******************************************************************
       PROJECT-STEP-TIMES.
           MOVE WS-CHAIN-START-SECS TO WS-CLOCK-AVG
           MOVE WS-CHAIN-START-SECS TO WS-CLOCK-WORST
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-WILL-RUN(WS-STEP-IDX)
                   PERFORM PROJECT-ONE-STEP
               END-IF
           END-PERFORM.


       PROJECT-ONE-STEP.
           ADD 1 TO WS-RUN-COUNT
           IF NOT WS-STEP-HAS-HISTORY(WS-STEP-IDX)
               ADD 1 TO WS-NO-HISTORY-COUNT
           END-IF
           MOVE WS-CLOCK-AVG TO WS-STEP-START-AVG(WS-STEP-IDX)
           ADD WS-STEP-AVG-SECS(WS-STEP-IDX) TO WS-CLOCK-AVG
           ADD WS-STEP-WORST-SECS(WS-STEP-IDX) TO WS-CLOCK-WORST
           MOVE WS-CLOCK-AVG TO WS-STEP-END-AVG(WS-STEP-IDX)
           MOVE WS-CLOCK-WORST TO WS-STEP-END-WORST(WS-STEP-IDX)

           IF WS-STEP-DEADLINE(WS-STEP-IDX) = SPACES
               OR WS-STEP-DEADLINE(WS-STEP-IDX) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STEP-DEADLINE(WS-STEP-IDX) TO WS-HHMM-WORK
           COMPUTE WS-STEP-DEADLINE-SECS(WS-STEP-IDX) =
               WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
           IF WS-STEP-DEADLINE-SECS(WS-STEP-IDX)
               < WS-CHAIN-START-SECS
               ADD 86400 TO WS-STEP-DEADLINE-SECS(WS-STEP-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-STEP-END-AVG(WS-STEP-IDX)
                       > WS-STEP-DEADLINE-SECS(WS-STEP-IDX)
                   SET WS-STEP-MISSES(WS-STEP-IDX) TO TRUE
                   ADD 1 TO WS-MISS-COUNT
               WHEN WS-STEP-END-WORST(WS-STEP-IDX)
                       > WS-STEP-DEADLINE-SECS(WS-STEP-IDX)
                   SET WS-STEP-AT-RISK(WS-STEP-IDX) TO TRUE
                   ADD 1 TO WS-RISK-COUNT
               WHEN OTHER
                   SET WS-STEP-MAKES-IT(WS-STEP-IDX) TO TRUE
           END-EVALUATE.


      ******************************************************************
      * The path ends at the running deadline step with the least
      * worst-case slack, or at the last running step when none has
      * a deadline, and is traced back through whichever running
      * predecessor is projected to finish latest.
      ******************************************************************
       TRACE-CRITICAL-PATH.
           MOVE ZERO TO WS-TARGET-POS
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-WILL-RUN(WS-STEP-IDX)
                   AND NOT WS-STEP-NO-DEADLINE(WS-STEP-IDX)
                   COMPUTE WS-SLACK-WORK =
                       WS-STEP-DEADLINE-SECS(WS-STEP-IDX)
                       - WS-STEP-END-WORST(WS-STEP-IDX)
                   IF WS-TARGET-POS = ZERO
                       OR WS-SLACK-WORK < WS-TARGET-SLACK
                       SET WS-TARGET-POS TO WS-STEP-IDX
                       MOVE WS-SLACK-WORK TO WS-TARGET-SLACK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TARGET-POS = ZERO
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF WS-STEP-WILL-RUN(WS-STEP-IDX)
                       SET WS-TARGET-POS TO WS-STEP-IDX
                   END-IF
               END-PERFORM
           END-IF

           MOVE ZERO TO WS-PATH-COUNT
           MOVE WS-TARGET-POS TO WS-LATEST-POS
           PERFORM UNTIL WS-LATEST-POS = ZERO
                   OR WS-PATH-COUNT = 60
               ADD 1 TO WS-PATH-COUNT
               SET WS-PATH-IDX TO WS-PATH-COUNT
               MOVE WS-LATEST-POS TO WS-PATH-POS(WS-PATH-IDX)
               SET WS-STEP-IDX TO WS-LATEST-POS
               PERFORM FIND-LATEST-PREDECESSOR
           END-PERFORM.


       FIND-LATEST-PREDECESSOR.
           MOVE ZERO TO WS-LATEST-POS
           SET WS-THIS-POS TO WS-STEP-IDX
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 3
               IF WS-STEP-PRED-NAME(WS-STEP-IDX, WS-PRED-SUB)
                   NOT = SPACES
                   PERFORM FIND-PREDECESSOR-POSITION
                   IF WS-PRED-POS > ZERO
                       AND WS-PRED-POS < WS-THIS-POS
                       PERFORM CONSIDER-LATEST-PREDECESSOR
                   END-IF
               END-IF
           END-PERFORM.


       CONSIDER-LATEST-PREDECESSOR.
           IF NOT WS-STEP-WILL-RUN(WS-PRED-POS)
               EXIT PARAGRAPH
           END-IF
           IF WS-LATEST-POS = ZERO
               MOVE WS-PRED-POS TO WS-LATEST-POS
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-END-WORST(WS-PRED-POS)
               > WS-STEP-END-WORST(WS-LATEST-POS)
               MOVE WS-PRED-POS TO WS-LATEST-POS
           END-IF.


      * seconds on the chain's clock as HH:MM, with a "+" once the
      * time has run past midnight into the next day
       FORMAT-CLOCK.
           DIVIDE WS-FMT-SECONDS BY 60 GIVING WS-FMT-MINUTES
           MOVE SPACE TO WS-FMT-CLOCK-DAY
           IF WS-FMT-MINUTES >= 1440
               MOVE "+" TO WS-FMT-CLOCK-DAY
               SUBTRACT 1440 FROM WS-FMT-MINUTES
           END-IF
           DIVIDE WS-FMT-MINUTES BY 60 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-MINS
           MOVE WS-FMT-HOURS TO WS-FMT-CLOCK-HH
           MOVE WS-FMT-MINS TO WS-FMT-CLOCK-MM.


       WRITE-FORECAST-LINES.
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "TONIGHT'S RUN FORECAST  BUSINESS DATE "
               WS-FORECAST-DATE " (" WS-FORECAST-WEEKDAY ")"
               "  CHAIN START " WS-CHAIN-START
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           END-STRING
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-DETAIL-LINE
           MOVE "STEP" TO FDL-STEP
           MOVE "OUTLOOK" TO FDL-OUTLOOK
           MOVE "START" TO FDL-START
           MOVE "AVGEND" TO FDL-END-AVG
           MOVE "WRSTND" TO FDL-END-WORST
           MOVE "DUE" TO FDL-DEADLINE
           MOVE "VERDICT" TO FDL-VERDICT
           MOVE FORECAST-DETAIL-LINE TO FORECAST-REPORT-REC
           MOVE "AVG(s)" TO FORECAST-REPORT-REC(21:6)
           MOVE "WST(s)" TO FORECAST-REPORT-REC(28:6)
           WRITE FORECAST-REPORT-REC

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM WRITE-ONE-FORECAST-LINE
           END-PERFORM

           IF WS-NO-HISTORY-COUNT > ZERO
               MOVE SPACES TO FORECAST-REPORT-REC
               STRING WS-NO-HISTORY-COUNT
                   " running step(s) have no logged runs and are"
                   " projected at zero seconds"
                   DELIMITED BY SIZE INTO FORECAST-REPORT-REC
               END-STRING
               WRITE FORECAST-REPORT-REC
           END-IF.


       WRITE-ONE-FORECAST-LINE.
           MOVE SPACES TO FORECAST-DETAIL-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO FDL-STEP
           EVALUATE WS-STEP-OUTLOOK(WS-STEP-IDX)
               WHEN "R" MOVE "RUNS" TO FDL-OUTLOOK
               WHEN "C" MOVE "CONFIRM" TO FDL-OUTLOOK
               WHEN "N" MOVE "NOT DUE" TO FDL-OUTLOOK
               WHEN "H" MOVE "HELD" TO FDL-OUTLOOK
               WHEN "X" MOVE "HALTED" TO FDL-OUTLOOK
               WHEN "K" MOVE "SKIPPED" TO FDL-OUTLOOK
               WHEN "B" MOVE "BYPASSED" TO FDL-OUTLOOK
           END-EVALUATE
           MOVE WS-STEP-DEADLINE(WS-STEP-IDX) TO FDL-DEADLINE
           IF WS-STEP-WILL-RUN(WS-STEP-IDX)
               MOVE WS-STEP-AVG-SECS(WS-STEP-IDX) TO FDL-AVG-SECS
               MOVE WS-STEP-WORST-SECS(WS-STEP-IDX)
                   TO FDL-WORST-SECS
               MOVE WS-STEP-START-AVG(WS-STEP-IDX) TO WS-FMT-SECONDS
               PERFORM FORMAT-CLOCK
               MOVE WS-FMT-CLOCK TO FDL-START
               MOVE WS-STEP-END-AVG(WS-STEP-IDX) TO WS-FMT-SECONDS
               PERFORM FORMAT-CLOCK
               MOVE WS-FMT-CLOCK TO FDL-END-AVG
               MOVE WS-STEP-END-WORST(WS-STEP-IDX) TO WS-FMT-SECONDS
               PERFORM FORMAT-CLOCK
               MOVE WS-FMT-CLOCK TO FDL-END-WORST
           END-IF
           EVALUATE TRUE
               WHEN WS-STEP-MISSES(WS-STEP-IDX)
                   MOVE "MISS" TO FDL-VERDICT
               WHEN WS-STEP-AT-RISK(WS-STEP-IDX)
                   MOVE "AT RISK" TO FDL-VERDICT
               WHEN WS-STEP-MAKES-IT(WS-STEP-IDX)
                   MOVE "MAKES IT" TO FDL-VERDICT
               WHEN WS-STEP-WILL-RUN(WS-STEP-IDX)
                   AND NOT WS-STEP-HAS-HISTORY(WS-STEP-IDX)
                   MOVE "NO HISTORY" TO FDL-VERDICT
           END-EVALUATE
           MOVE FORECAST-DETAIL-LINE TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC.


       WRITE-CRITICAL-PATH.
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           IF WS-PATH-COUNT = ZERO
               MOVE "CRITICAL PATH: NO STEP RUNS TONIGHT"
                   TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
               EXIT PARAGRAPH
           END-IF
           SET WS-PATH-IDX TO 1
           MOVE WS-PATH-POS(WS-PATH-IDX) TO WS-TARGET-POS
           STRING "CRITICAL PATH TO " WS-STEP-NAME(WS-TARGET-POS)
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           END-STRING
           WRITE FORECAST-REPORT-REC
      *    traced from the end back, so printed last entry first
           PERFORM VARYING WS-PATH-SUB FROM WS-PATH-COUNT BY -1
               UNTIL WS-PATH-SUB = ZERO
               MOVE WS-PATH-POS(WS-PATH-SUB) TO WS-OTHER-POS
               MOVE WS-STEP-NAME(WS-OTHER-POS) TO PDL-STEP
               MOVE WS-STEP-PROGRAM-NAME(WS-OTHER-POS)
                   TO PDL-PROGRAM
               MOVE WS-STEP-END-AVG(WS-OTHER-POS) TO WS-FMT-SECONDS
               PERFORM FORMAT-CLOCK
               MOVE WS-FMT-CLOCK TO PDL-END-AVG
               MOVE WS-STEP-END-WORST(WS-OTHER-POS)
                   TO WS-FMT-SECONDS
               PERFORM FORMAT-CLOCK
               MOVE WS-FMT-CLOCK TO PDL-END-WORST
               MOVE PATH-DETAIL-LINE TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
           END-PERFORM.


       WRITE-DEADLINE-MISSES.
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE "STEPS PROJECTED TO MISS THEIR DEADLINE"
               TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           IF WS-MISS-COUNT = ZERO AND WS-RISK-COUNT = ZERO
               MOVE "  NONE" TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-MISSES(WS-STEP-IDX)
                   OR WS-STEP-AT-RISK(WS-STEP-IDX)
                   PERFORM WRITE-ONE-MISS-LINE
               END-IF
           END-PERFORM.


       WRITE-ONE-MISS-LINE.
           MOVE SPACES TO FORECAST-REPORT-REC
           IF WS-STEP-MISSES(WS-STEP-IDX)
               MOVE WS-STEP-END-AVG(WS-STEP-IDX) TO WS-FMT-SECONDS
               PERFORM FORMAT-CLOCK
               STRING "  " WS-STEP-NAME(WS-STEP-IDX)
                   " DUE " WS-STEP-DEADLINE(WS-STEP-IDX)
                   "  MISSES ON AVERAGE -- ENDS " WS-FMT-CLOCK
                   DELIMITED BY SIZE INTO FORECAST-REPORT-REC
               END-STRING
           ELSE
               MOVE WS-STEP-END-WORST(WS-STEP-IDX) TO WS-FMT-SECONDS
               PERFORM FORMAT-CLOCK
               STRING "  " WS-STEP-NAME(WS-STEP-IDX)
                   " DUE " WS-STEP-DEADLINE(WS-STEP-IDX)
                   "  AT RISK -- WORST CASE ENDS " WS-FMT-CLOCK
                   DELIMITED BY SIZE INTO FORECAST-REPORT-REC
               END-STRING
           END-IF
           WRITE FORECAST-REPORT-REC.

       END PROGRAM SCHEDFCST.
