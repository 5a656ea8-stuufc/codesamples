      ******************************************************************
      * Scheduler control-file validation. Run on demand after an
      * edit to SCHEDCTL.TXT, and CALLed by BATCH-SCHEDULER before
      * the night's chain starts, so a mistyped step name or a
      * dependency loop is found at the desk instead of at two in
      * the morning. Findings, each on SCHEDVAL.RPT:
      *   - blank or duplicate step names, and more steps than the
      *     scheduler holds
      *   - predecessors that name no step, that name the step
      *     itself, or that come later in the file (the scheduler
      *     walks the file in order, so such a predecessor is still
      *     pending when it is looked up)
      *   - dependency cycles
      *   - programs the scheduler cannot call: blank, embedded
      *     spaces, or not in the program catalog SCHEDPGM.TXT
      *   - frequency not spaces/DAILY/MONTHEND/MON..SUN, deadline
      *     not a real HHMM time
      *   - a return-code condition with an operator other than
      *     EQ/GT/LT, a value that is not four digits, or a
      *     condition step that is not an earlier step
      *   - steps that can never run on any weekday: a frequency
      *     that is never due, a predecessor that can never
      *     succeed, or a STOP step behind one that halts the chain
      *     every night; for a conditional step, a condition step
      *     that never runs. Holds are not counted -- SCHEDRLS.TXT
      *     releases them.
      * An action other than STOP/SKIP/RUN and a hold flag other
      * than H/C are warnings: the scheduler treats them as STOP
      * and as no hold.
      * The report closes with the chain in dependency order, one
      * line per step with its level (0 = no predecessor).
      * Errors end the job RETURN-CODE 8 and the scheduler refuses
      * to start the chain; warnings alone end it RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-CONTROL-FILE ASSIGN TO "SCHEDCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT PROGRAM-CATALOG-FILE ASSIGN TO "SCHEDPGM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGM-FILE-STATUS.

           SELECT VALIDATION-REPORT-FILE ASSIGN TO "SCHEDVAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-CONTROL-FILE.
           COPY SCHEDCTL.

      * one program name per line: the programs a step may name
       FD  PROGRAM-CATALOG-FILE.
       01  PROGRAM-CATALOG-RECORD.
           05  PGC-PROGRAM-NAME    PIC X(22).

       FD  VALIDATION-REPORT-FILE.
       01  VALIDATION-REPORT-REC   PIC X(96).

       WORKING-STORAGE SECTION.

       77  WS-CTL-FILE-STATUS PIC XX.
           88  WS-CTL-FILE-OK        VALUE "00".
           88  WS-CTL-FILE-EOF       VALUE "10".

       77  WS-PGM-FILE-STATUS PIC XX.
           88  WS-PGM-FILE-OK        VALUE "00".
           88  WS-PGM-FILE-EOF       VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-ERROR-COUNT     PIC 9(3) VALUE ZERO.
       77  WS-WARNING-COUNT   PIC 9(3) VALUE ZERO.

      * the scheduler's step table holds 60
       77  WS-MAX-STEPS       PIC 99   VALUE 60.
       77  WS-STEP-COUNT      PIC 99   VALUE ZERO.
       77  WS-RECORDS-READ    PIC 9(3) VALUE ZERO.

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 60 TIMES INDEXED BY WS-STEP-IDX.
               10  WS-STEP-NAME            PIC X(10).
               10  WS-STEP-PROGRAM-NAME    PIC X(22).
               10  WS-STEP-ON-ERROR-ACTION PIC X(4).
                   88  WS-STEP-RUNS-ANYWAY     VALUE "RUN".
               10  WS-STEP-FREQUENCY       PIC X(8).
               10  WS-STEP-HOLD            PIC X.
                   88  WS-STEP-ON-HOLD         VALUE "H".
               10  WS-STEP-DEADLINE        PIC X(4).
               10  WS-STEP-PRED-NAME OCCURS 3 TIMES PIC X(10).
      *        table position of each named predecessor; zero when
      *        the slot is blank or names no step
               10  WS-STEP-PRED-POS  OCCURS 3 TIMES PIC 99.
      *        return-code condition, and the condition step's
      *        table position (zero when it names no earlier step)
               10  WS-STEP-COND-STEP       PIC X(10).
               10  WS-STEP-COND-OPERATOR   PIC X(2).
                   88  WS-STEP-UNCONDITIONAL   VALUE SPACES.
               10  WS-STEP-COND-VALUE      PIC X(4).
               10  WS-STEP-COND-POS        PIC 99.
               10  WS-STEP-FREQ-FLAG       PIC X.
                   88  WS-STEP-FREQ-VALID      VALUE "Y".
               10  WS-STEP-SORT-FLAG       PIC X.
                   88  WS-STEP-UNSORTED        VALUE "N".
                   88  WS-STEP-SORTED-NOW      VALUE "T".
                   88  WS-STEP-SORTED          VALUE "Y".
               10  WS-STEP-LEVEL           PIC 99.
               10  WS-STEP-NEVER-FLAG      PIC X.
                   88  WS-STEP-NEVER-RUNS      VALUE "Y".
      *        the step can never end in success, so a step waiting
      *        on it never sees its predecessor succeed
               10  WS-STEP-BLOCKED-FLAG    PIC X.
                   88  WS-STEP-ALWAYS-BLOCKED  VALUE "Y".
               10  WS-STEP-REACH-FLAG      PIC X.
                   88  WS-STEP-REACHED         VALUE "Y".

      * the chain in dependency order, as table positions
       77  WS-ORDER-COUNT     PIC 99   VALUE ZERO.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-POS OCCURS 60 TIMES INDEXED BY WS-ORD-IDX
                               PIC 99.

       77  WS-PGM-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PGM-IDX
                               PIC X(22).
       77  WS-CATALOG-FLAG    PIC X    VALUE "N".
           88  WS-CATALOG-LOADED     VALUE "Y".

       77  WS-OTHER-POS       PIC 99   VALUE ZERO.
       77  WS-PRED-SUB        PIC 9    VALUE ZERO.
       77  WS-SCAN-POS        PIC 99   VALUE ZERO.
       77  WS-THIS-POS        PIC 99   VALUE ZERO.
       77  WS-PASS-LEVEL      PIC 99   VALUE ZERO.
       77  WS-PASS-ADDED      PIC 99   VALUE ZERO.
       77  WS-LIST-SEQ        PIC 99   VALUE ZERO.
       77  WS-READY-FLAG      PIC X    VALUE "Y".
           88  WS-STEP-READY         VALUE "Y".
       77  WS-CHANGE-FLAG     PIC X    VALUE "N".
           88  WS-REACH-CHANGED      VALUE "Y".
       77  WS-HALT-STEP       PIC X(10) VALUE SPACES.
       77  WS-SPACE-COUNT     PIC 99   VALUE ZERO.
       77  WS-NAME-LENGTH     PIC 99   VALUE ZERO.
       77  WS-PGM-WORK        PIC X(22) VALUE SPACES.
       77  WS-COUNT-EDIT      PIC ZZ9.
       77  WS-POS-EDIT        PIC Z9.

       01  WS-DEADLINE-WORK.
           05  WS-DEADLINE-HH      PIC 99.
           05  WS-DEADLINE-MM      PIC 99.

       01  FINDING-LINE.
           05  FDL-SEVERITY    PIC X(8).
           05  FDL-STEP        PIC X(10).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  FDL-MESSAGE     PIC X(60).

       01  LISTING-LINE.
           05  LST-SEQ         PIC ZZ9.
           05  FILLER          PIC X    VALUE SPACE.
           05  LST-LEVEL       PIC X(3).
           05  FILLER          PIC X    VALUE SPACE.
           05  LST-STEP        PIC X(10).
           05  FILLER          PIC X    VALUE SPACE.
           05  LST-PROGRAM     PIC X(22).
           05  FILLER          PIC X    VALUE SPACE.
           05  LST-FREQUENCY   PIC X(8).
           05  FILLER          PIC X    VALUE SPACE.
           05  LST-AFTER       PIC X(32).
           05  FILLER          PIC X    VALUE SPACE.
           05  LST-NOTE        PIC X(12).

       COPY ERRSTAT.
       COPY SIGNONRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "SCHEDVAL" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT VALIDATION-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open VALIDATION-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           MOVE "SCHEDULER CONTROL-FILE VALIDATION"
               TO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
           MOVE SPACES TO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC

           PERFORM LOAD-PROGRAM-CATALOG
           PERFORM LOAD-CONTROL-STEPS
           IF WS-STEP-COUNT > ZERO
               PERFORM CHECK-STEP-DEFINITIONS
               PERFORM RESOLVE-PREDECESSORS
               PERFORM ORDER-DEPENDENCY-CHAIN
               PERFORM FIND-NEVER-RUN-STEPS
               PERFORM WRITE-DEPENDENCY-LISTING
           END-IF

           MOVE SPACES TO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
           MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
           STRING "ERRORS   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VALIDATION-REPORT-REC
           END-STRING
           WRITE VALIDATION-REPORT-REC
           MOVE SPACES TO VALIDATION-REPORT-REC
           MOVE WS-WARNING-COUNT TO WS-COUNT-EDIT
           STRING "WARNINGS " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VALIDATION-REPORT-REC
           END-STRING
           WRITE VALIDATION-REPORT-REC

           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE
                       "RESULT: CONTROL FILE REJECTED -- CHAIN REFUSED"
                       TO VALIDATION-REPORT-REC
                   WRITE VALIDATION-REPORT-REC
                   CLOSE VALIDATION-REPORT-FILE
                   MOVE WS-ERROR-COUNT TO WS-ERR-CODE
                   MOVE "Scheduler control file has errors -- see"
                       TO WS-ERR-MESSAGE
                   MOVE " SCHEDVAL.RPT" TO WS-ERR-MESSAGE(41:13)
                   PERFORM REPORT-COMMON-ERROR
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE "RESULT: CONTROL FILE ACCEPTED WITH WARNINGS"
                       TO VALIDATION-REPORT-REC
                   WRITE VALIDATION-REPORT-REC
                   CLOSE VALIDATION-REPORT-FILE
                   DISPLAY "SCHEDVAL: control file accepted with "
                       WS-WARNING-COUNT " warning(s)."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RESULT: CONTROL FILE CLEAN"
                       TO VALIDATION-REPORT-REC
                   WRITE VALIDATION-REPORT-REC
                   CLOSE VALIDATION-REPORT-FILE
                   DISPLAY "SCHEDVAL: control file clean."
           END-EVALUATE
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "SCHEDVAL" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
      *    set after the alert call, which leaves its own return
      *    code behind; the scheduler acts on this one
           MOVE 8 TO RETURN-CODE.


      * callers fill FDL-STEP and FDL-MESSAGE first
       WRITE-ERROR-FINDING.
           MOVE "ERROR" TO FDL-SEVERITY
           ADD 1 TO WS-ERROR-COUNT
           MOVE FINDING-LINE TO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC.


       WRITE-WARNING-FINDING.
           MOVE "WARNING" TO FDL-SEVERITY
           ADD 1 TO WS-WARNING-COUNT
           MOVE FINDING-LINE TO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC.


      * without the catalog only the shape of each program name can
      * be checked, which is worth a warning but not a refusal
       LOAD-PROGRAM-CATALOG.
           OPEN INPUT PROGRAM-CATALOG-FILE
           IF NOT WS-PGM-FILE-OK
               MOVE SPACES TO FINDING-LINE
               MOVE "No SCHEDPGM.TXT catalog -- program names not"
                   TO FDL-MESSAGE
               MOVE " looked up" TO FDL-MESSAGE(45:10)
               PERFORM WRITE-WARNING-FINDING
               EXIT PARAGRAPH
           END-IF
           SET WS-CATALOG-LOADED TO TRUE
           PERFORM UNTIL WS-PGM-FILE-EOF
               READ PROGRAM-CATALOG-FILE
                   AT END SET WS-PGM-FILE-EOF TO TRUE
                   NOT AT END
                       IF PGC-PROGRAM-NAME NOT = SPACES
                           AND WS-PGM-COUNT < 200
                           ADD 1 TO WS-PGM-COUNT
                           SET WS-PGM-IDX TO WS-PGM-COUNT
                           MOVE FUNCTION TRIM(PGC-PROGRAM-NAME)
                               TO WS-PGM-ENTRY(WS-PGM-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROGRAM-CATALOG-FILE.


      * every record is counted, so a file longer than the
      * scheduler's table is caught here instead of its tail being
      * dropped without a word at chain start
       LOAD-CONTROL-STEPS.
           OPEN INPUT SCHED-CONTROL-FILE
           IF NOT WS-CTL-FILE-OK
               MOVE SPACES TO FINDING-LINE
               MOVE "No SCHEDCTL.TXT found -- nothing to validate"
                   TO FDL-MESSAGE
               PERFORM WRITE-ERROR-FINDING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-FILE-EOF
               READ SCHED-CONTROL-FILE
                   AT END SET WS-CTL-FILE-EOF TO TRUE
                   NOT AT END PERFORM STORE-ONE-STEP
               END-READ
           END-PERFORM
           CLOSE SCHED-CONTROL-FILE

           IF WS-RECORDS-READ > WS-MAX-STEPS
               MOVE SPACES TO FINDING-LINE
               MOVE WS-RECORDS-READ TO WS-COUNT-EDIT
               STRING "Control file has " WS-COUNT-EDIT
                   " steps -- the scheduler holds "
                   WS-MAX-STEPS
                   DELIMITED BY SIZE INTO FDL-MESSAGE
               END-STRING
               PERFORM WRITE-ERROR-FINDING
           END-IF.


       STORE-ONE-STEP.
           ADD 1 TO WS-RECORDS-READ
           IF WS-STEP-COUNT = WS-MAX-STEPS
               EXIT PARAGRAPH
           END-IF
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
           MOVE ZERO TO WS-STEP-PRED-POS(WS-STEP-IDX, 1)
           MOVE ZERO TO WS-STEP-PRED-POS(WS-STEP-IDX, 2)
           MOVE ZERO TO WS-STEP-PRED-POS(WS-STEP-IDX, 3)
           MOVE SCHED-COND-STEP TO WS-STEP-COND-STEP(WS-STEP-IDX)
           MOVE SCHED-COND-OPERATOR
               TO WS-STEP-COND-OPERATOR(WS-STEP-IDX)
           MOVE SCHED-COND-VALUE TO WS-STEP-COND-VALUE(WS-STEP-IDX)
           MOVE ZERO TO WS-STEP-COND-POS(WS-STEP-IDX)
           MOVE "Y" TO WS-STEP-FREQ-FLAG(WS-STEP-IDX)
           MOVE "N" TO WS-STEP-SORT-FLAG(WS-STEP-IDX)
           MOVE ZERO TO WS-STEP-LEVEL(WS-STEP-IDX)
           MOVE "N" TO WS-STEP-NEVER-FLAG(WS-STEP-IDX)
           MOVE "N" TO WS-STEP-BLOCKED-FLAG(WS-STEP-IDX)
           MOVE "N" TO WS-STEP-REACH-FLAG(WS-STEP-IDX).


      ******************************************************************
      * Field-by-field checks of each step line on its own: the
      * name, the program, the action, the frequency, the deadline
      * the hold flag and the return-code condition.
      ******************************************************************
       CHECK-STEP-DEFINITIONS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM CHECK-STEP-NAME
               PERFORM CHECK-STEP-PROGRAM
               PERFORM CHECK-STEP-ACTION
               PERFORM CHECK-STEP-FREQUENCY
               PERFORM CHECK-STEP-DEADLINE
               PERFORM CHECK-STEP-HOLD
               PERFORM CHECK-STEP-CONDITION
           END-PERFORM.


       CHECK-STEP-NAME.
           MOVE SPACES TO FINDING-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO FDL-STEP
           IF WS-STEP-NAME(WS-STEP-IDX) = SPACES
               SET WS-THIS-POS TO WS-STEP-IDX
               MOVE WS-THIS-POS TO WS-POS-EDIT
               STRING "Line " WS-POS-EDIT " has no step name"
                   DELIMITED BY SIZE INTO FDL-MESSAGE
               END-STRING
               PERFORM WRITE-ERROR-FINDING
               EXIT PARAGRAPH
           END-IF
      *    the scheduler's predecessor lookup cannot tell two steps
      *    of one name apart
           PERFORM VARYING WS-OTHER-POS FROM 1 BY 1
               UNTIL WS-OTHER-POS >= WS-STEP-IDX
               IF WS-STEP-NAME(WS-OTHER-POS)
                   = WS-STEP-NAME(WS-STEP-IDX)
                   MOVE WS-OTHER-POS TO WS-POS-EDIT
                   STRING "Duplicate step name (first on line "
                       WS-POS-EDIT ")"
                       DELIMITED BY SIZE INTO FDL-MESSAGE
                   END-STRING
                   PERFORM WRITE-ERROR-FINDING
                   SET WS-OTHER-POS TO WS-STEP-IDX
               END-IF
           END-PERFORM.


      * the scheduler trims the name and CALLs it dynamically; a
      * name with a space inside it or missing from the catalog
      * cannot be loaded
       CHECK-STEP-PROGRAM.
           MOVE SPACES TO FINDING-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO FDL-STEP
           IF WS-STEP-PROGRAM-NAME(WS-STEP-IDX) = SPACES
               MOVE "No program named" TO FDL-MESSAGE
               PERFORM WRITE-ERROR-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-STEP-PROGRAM-NAME(WS-STEP-IDX))
               TO WS-PGM-WORK
           COMPUTE WS-NAME-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PGM-WORK))
           MOVE ZERO TO WS-SPACE-COUNT
           INSPECT WS-PGM-WORK(1:WS-NAME-LENGTH)
               TALLYING WS-SPACE-COUNT FOR ALL SPACE
           IF WS-SPACE-COUNT > ZERO
               STRING "Program " WS-PGM-WORK
                   " has an embedded space"
                   DELIMITED BY SIZE INTO FDL-MESSAGE
               END-STRING
               PERFORM WRITE-ERROR-FINDING
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CATALOG-LOADED
               EXIT PARAGRAPH
           END-IF
           SET WS-PGM-IDX TO 1
           PERFORM UNTIL WS-PGM-IDX > WS-PGM-COUNT
                   OR WS-PGM-ENTRY(WS-PGM-IDX) = WS-PGM-WORK
               SET WS-PGM-IDX UP BY 1
           END-PERFORM
           IF WS-PGM-IDX > WS-PGM-COUNT
               STRING "Program " WS-PGM-WORK
                   " is not in the program catalog"
                   DELIMITED BY SIZE INTO FDL-MESSAGE
               END-STRING
               PERFORM WRITE-ERROR-FINDING
           END-IF.


       CHECK-STEP-ACTION.
           IF WS-STEP-ON-ERROR-ACTION(WS-STEP-IDX) = "STOP"
               OR WS-STEP-ON-ERROR-ACTION(WS-STEP-IDX) = "SKIP"
               OR WS-STEP-ON-ERROR-ACTION(WS-STEP-IDX) = "RUN"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FINDING-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO FDL-STEP
           STRING "Action '" WS-STEP-ON-ERROR-ACTION(WS-STEP-IDX)
               "' is not STOP/SKIP/RUN -- taken as STOP"
               DELIMITED BY SIZE INTO FDL-MESSAGE
           END-STRING
           PERFORM WRITE-WARNING-FINDING.


      * the same tests CHECK-STEP-FREQUENCY makes in the scheduler:
      * a value it does not recognise is never due
       CHECK-STEP-FREQUENCY.
           EVALUATE TRUE
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX) = SPACES
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX) = "DAILY"
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX) = "MONTHEND"
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX)(1:3) = "MON"
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX)(1:3) = "TUE"
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX)(1:3) = "WED"
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX)(1:3) = "THU"
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX)(1:3) = "FRI"
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX)(1:3) = "SAT"
               WHEN WS-STEP-FREQUENCY(WS-STEP-IDX)(1:3) = "SUN"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-STEP-FREQ-FLAG(WS-STEP-IDX)
                   MOVE SPACES TO FINDING-LINE
                   MOVE WS-STEP-NAME(WS-STEP-IDX) TO FDL-STEP
                   STRING "Frequency '"
                       WS-STEP-FREQUENCY(WS-STEP-IDX)
                       "' is not DAILY/MONTHEND/MON..SUN"
                       DELIMITED BY SIZE INTO FDL-MESSAGE
                   END-STRING
                   PERFORM WRITE-ERROR-FINDING
           END-EVALUATE.


       CHECK-STEP-DEADLINE.
           IF WS-STEP-DEADLINE(WS-STEP-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-DEADLINE(WS-STEP-IDX) IS NUMERIC
               MOVE WS-STEP-DEADLINE(WS-STEP-IDX) TO WS-DEADLINE-WORK
               IF WS-DEADLINE-HH <= 23 AND WS-DEADLINE-MM <= 59
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO FINDING-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO FDL-STEP
           STRING "Deadline '" WS-STEP-DEADLINE(WS-STEP-IDX)
               "' is not a 24-hour HHMM time"
               DELIMITED BY SIZE INTO FDL-MESSAGE
           END-STRING
           PERFORM WRITE-ERROR-FINDING.


       CHECK-STEP-HOLD.
           IF WS-STEP-HOLD(WS-STEP-IDX) = SPACE
               OR WS-STEP-HOLD(WS-STEP-IDX) = "H"
               OR WS-STEP-HOLD(WS-STEP-IDX) = "C"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FINDING-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO FDL-STEP
           STRING "Hold flag '" WS-STEP-HOLD(WS-STEP-IDX)
               "' is not H or C -- ignored"
               DELIMITED BY SIZE INTO FDL-MESSAGE
           END-STRING
           PERFORM WRITE-WARNING-FINDING.


       CHECK-STEP-CONDITION.
           MOVE SPACES TO FINDING-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO FDL-STEP
           IF WS-STEP-UNCONDITIONAL(WS-STEP-IDX)
               IF WS-STEP-COND-STEP(WS-STEP-IDX) NOT = SPACES
                   OR WS-STEP-COND-VALUE(WS-STEP-IDX) NOT = SPACES
                   MOVE "Condition given with no operator -- ignored"
                       TO FDL-MESSAGE
                   PERFORM WRITE-WARNING-FINDING
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-COND-OPERATOR(WS-STEP-IDX) NOT = "EQ"
               AND WS-STEP-COND-OPERATOR(WS-STEP-IDX) NOT = "GT"
               AND WS-STEP-COND-OPERATOR(WS-STEP-IDX) NOT = "LT"
               STRING "Condition operator '"
                   WS-STEP-COND-OPERATOR(WS-STEP-IDX)
                   "' is not EQ/GT/LT"
                   DELIMITED BY SIZE INTO FDL-MESSAGE
               END-STRING
               PERFORM WRITE-ERROR-FINDING
           END-IF
           IF WS-STEP-COND-VALUE(WS-STEP-IDX) NOT NUMERIC
               MOVE SPACES TO FDL-MESSAGE
               STRING "Condition value '"
                   WS-STEP-COND-VALUE(WS-STEP-IDX)
                   "' is not a four-digit return code"
                   DELIMITED BY SIZE INTO FDL-MESSAGE
               END-STRING
               PERFORM WRITE-ERROR-FINDING
           END-IF.


      ******************************************************************
      * Each named predecessor is looked up to its table position.
      * A name with no step, the step's own name, and a step further
      * down the file are errors; the last two keep their position
      * so the ordering pass and the never-run pass can see them.
      ******************************************************************
       RESOLVE-PREDECESSORS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 3
                   IF WS-STEP-PRED-NAME(WS-STEP-IDX, WS-PRED-SUB)
                       NOT = SPACES
                       PERFORM RESOLVE-ONE-PREDECESSOR
                   END-IF
               END-PERFORM
               IF NOT WS-STEP-UNCONDITIONAL(WS-STEP-IDX)
                   PERFORM RESOLVE-CONDITION-STEP
               END-IF
           END-PERFORM.


       RESOLVE-ONE-PREDECESSOR.
           MOVE ZERO TO WS-SCAN-POS
           PERFORM VARYING WS-OTHER-POS FROM 1 BY 1
               UNTIL WS-OTHER-POS > WS-STEP-COUNT
                   OR WS-SCAN-POS > ZERO
               IF WS-STEP-NAME(WS-OTHER-POS)
                   = WS-STEP-PRED-NAME(WS-STEP-IDX, WS-PRED-SUB)
                   MOVE WS-OTHER-POS TO WS-SCAN-POS
               END-IF
           END-PERFORM
           MOVE WS-SCAN-POS
               TO WS-STEP-PRED-POS(WS-STEP-IDX, WS-PRED-SUB)

           MOVE SPACES TO FINDING-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO FDL-STEP
           SET WS-THIS-POS TO WS-STEP-IDX
           EVALUATE TRUE
               WHEN WS-SCAN-POS = ZERO
                   STRING "Predecessor "
                       WS-STEP-PRED-NAME(WS-STEP-IDX, WS-PRED-SUB)
                       " names no step"
                       DELIMITED BY SIZE INTO FDL-MESSAGE
                   END-STRING
                   PERFORM WRITE-ERROR-FINDING
               WHEN WS-SCAN-POS = WS-THIS-POS
                   MOVE "Step names itself as a predecessor"
                       TO FDL-MESSAGE
                   PERFORM WRITE-ERROR-FINDING
               WHEN WS-SCAN-POS > WS-THIS-POS
                   STRING "Predecessor "
                       WS-STEP-PRED-NAME(WS-STEP-IDX, WS-PRED-SUB)
                       " comes later in the file"
                       DELIMITED BY SIZE INTO FDL-MESSAGE
                   END-STRING
                   PERFORM WRITE-ERROR-FINDING
           END-EVALUATE.


      * the scheduler looks the condition step up among the steps
      * already behind it; a blank condition step means the first
      * predecessor
       RESOLVE-CONDITION-STEP.
           IF WS-STEP-COND-STEP(WS-STEP-IDX) = SPACES
               MOVE WS-STEP-PRED-NAME(WS-STEP-IDX, 1)
                   TO WS-STEP-COND-STEP(WS-STEP-IDX)
           END-IF
           MOVE SPACES TO FINDING-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO FDL-STEP
           IF WS-STEP-COND-STEP(WS-STEP-IDX) = SPACES
               MOVE "Conditional step names no condition step"
                   TO FDL-MESSAGE
               PERFORM WRITE-ERROR-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SCAN-POS
           PERFORM VARYING WS-OTHER-POS FROM 1 BY 1
               UNTIL WS-OTHER-POS > WS-STEP-COUNT
                   OR WS-SCAN-POS > ZERO
               IF WS-STEP-NAME(WS-OTHER-POS)
                   = WS-STEP-COND-STEP(WS-STEP-IDX)
                   MOVE WS-OTHER-POS TO WS-SCAN-POS
               END-IF
           END-PERFORM
           SET WS-THIS-POS TO WS-STEP-IDX
           EVALUATE TRUE
               WHEN WS-SCAN-POS = ZERO
                   STRING "Condition step "
                       WS-STEP-COND-STEP(WS-STEP-IDX)
                       " names no step"
                       DELIMITED BY SIZE INTO FDL-MESSAGE
                   END-STRING
                   PERFORM WRITE-ERROR-FINDING
               WHEN WS-SCAN-POS >= WS-THIS-POS
                   STRING "Condition step "
                       WS-STEP-COND-STEP(WS-STEP-IDX)
                       " is not an earlier step"
                       DELIMITED BY SIZE INTO FDL-MESSAGE
                   END-STRING
                   PERFORM WRITE-ERROR-FINDING
               WHEN OTHER
                   MOVE WS-SCAN-POS TO WS-STEP-COND-POS(WS-STEP-IDX)
           END-EVALUATE.


      ******************************************************************
      * Dependency order by passes: each pass takes every step whose
      * predecessors were all placed by an earlier pass, and that
      * pass number less one is the step's level. Predecessors that
      * name no step are left out of the ordering (they are already
      * reported). Whatever no pass can place sits in a cycle or
      * waits on one; each such step is then traced back through its
      * predecessors to tell the two apart.
      ******************************************************************
       ORDER-DEPENDENCY-CHAIN.
           MOVE ZERO TO WS-ORDER-COUNT
           MOVE ZERO TO WS-PASS-LEVEL
           MOVE 1 TO WS-PASS-ADDED
           PERFORM UNTIL WS-PASS-ADDED = ZERO
               MOVE ZERO TO WS-PASS-ADDED
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF WS-STEP-UNSORTED(WS-STEP-IDX)
                       PERFORM TRY-PLACE-STEP
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF WS-STEP-SORTED-NOW(WS-STEP-IDX)
                       SET WS-STEP-SORTED(WS-STEP-IDX) TO TRUE
                   END-IF
               END-PERFORM
               ADD 1 TO WS-PASS-LEVEL
           END-PERFORM

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-UNSORTED(WS-STEP-IDX)
                   PERFORM REPORT-CYCLE-STEP
               END-IF
           END-PERFORM.


       TRY-PLACE-STEP.
           MOVE "Y" TO WS-READY-FLAG
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 3
               MOVE WS-STEP-PRED-POS(WS-STEP-IDX, WS-PRED-SUB)
                   TO WS-SCAN-POS
               IF WS-SCAN-POS > ZERO
                   IF NOT WS-STEP-SORTED(WS-SCAN-POS)
                       MOVE "N" TO WS-READY-FLAG
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-STEP-COND-POS(WS-STEP-IDX) TO WS-SCAN-POS
           IF WS-SCAN-POS > ZERO
               IF NOT WS-STEP-SORTED(WS-SCAN-POS)
                   MOVE "N" TO WS-READY-FLAG
               END-IF
           END-IF
           IF WS-STEP-READY
               SET WS-STEP-SORTED-NOW(WS-STEP-IDX) TO TRUE
               MOVE WS-PASS-LEVEL TO WS-STEP-LEVEL(WS-STEP-IDX)
               ADD 1 TO WS-ORDER-COUNT
               SET WS-ORD-IDX TO WS-ORDER-COUNT
               SET WS-ORDER-POS(WS-ORD-IDX) TO WS-STEP-IDX
               ADD 1 TO WS-PASS-ADDED
           END-IF.


      * the step is on the cycle when its own predecessors lead
      * back round to it
       REPORT-CYCLE-STEP.
           PERFORM VARYING WS-OTHER-POS FROM 1 BY 1
               UNTIL WS-OTHER-POS > WS-STEP-COUNT
               MOVE "N" TO WS-STEP-REACH-FLAG(WS-OTHER-POS)
           END-PERFORM
           SET WS-THIS-POS TO WS-STEP-IDX
           PERFORM MARK-PREDECESSORS-REACHED
           MOVE "Y" TO WS-CHANGE-FLAG
           PERFORM UNTIL NOT WS-REACH-CHANGED
               MOVE "N" TO WS-CHANGE-FLAG
               PERFORM VARYING WS-OTHER-POS FROM 1 BY 1
                   UNTIL WS-OTHER-POS > WS-STEP-COUNT
                   IF WS-STEP-REACHED(WS-OTHER-POS)
                       MOVE WS-OTHER-POS TO WS-THIS-POS
                       PERFORM MARK-PREDECESSORS-REACHED
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO FINDING-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO FDL-STEP
           IF WS-STEP-REACHED(WS-STEP-IDX)
               MOVE "Step is on a dependency cycle" TO FDL-MESSAGE
           ELSE
               MOVE "Step waits on a dependency cycle"
                   TO FDL-MESSAGE
           END-IF
           PERFORM WRITE-ERROR-FINDING.


       MARK-PREDECESSORS-REACHED.
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 3
               MOVE WS-STEP-PRED-POS(WS-THIS-POS, WS-PRED-SUB)
                   TO WS-SCAN-POS
               IF WS-SCAN-POS > ZERO
                   IF NOT WS-STEP-REACHED(WS-SCAN-POS)
                       MOVE "Y" TO WS-STEP-REACH-FLAG(WS-SCAN-POS)
                       MOVE "Y" TO WS-CHANGE-FLAG
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-STEP-COND-POS(WS-THIS-POS) TO WS-SCAN-POS
           IF WS-SCAN-POS > ZERO
               IF NOT WS-STEP-REACHED(WS-SCAN-POS)
                   MOVE "Y" TO WS-STEP-REACH-FLAG(WS-SCAN-POS)
                   MOVE "Y" TO WS-CHANGE-FLAG
               END-IF
           END-IF.


      ******************************************************************
      * Walks the file the way the scheduler does. A step never runs
      * when its frequency is never due, when it is held back by a
      * predecessor that can never succeed (unless its action is
      * RUN), or when an earlier STOP step halts the chain every
      * night. A predecessor that is never due counts as succeeded
      * to the scheduler, so it does not hold anything back.
      ******************************************************************
       FIND-NEVER-RUN-STEPS.
           MOVE SPACES TO WS-HALT-STEP
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM JUDGE-STEP-CAN-RUN
           END-PERFORM.


       JUDGE-STEP-CAN-RUN.
           MOVE SPACES TO FINDING-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO FDL-STEP
           IF NOT WS-STEP-FREQ-VALID(WS-STEP-IDX)
               SET WS-STEP-NEVER-RUNS(WS-STEP-IDX) TO TRUE
               MOVE "Never runs -- frequency is never due"
                   TO FDL-MESSAGE
               PERFORM WRITE-ERROR-FINDING
               EXIT PARAGRAPH
           END-IF
      *    a conditional step is judged even behind a halted chain,
      *    but only ever runs when its condition step has run
           IF NOT WS-STEP-UNCONDITIONAL(WS-STEP-IDX)
               MOVE WS-STEP-COND-POS(WS-STEP-IDX) TO WS-SCAN-POS
               IF WS-SCAN-POS > ZERO
                   IF WS-STEP-NEVER-RUNS(WS-SCAN-POS)
                       SET WS-STEP-NEVER-RUNS(WS-STEP-IDX) TO TRUE
                       MOVE
                           "Never runs -- its condition step never runs"
                           TO FDL-MESSAGE
                       PERFORM WRITE-ERROR-FINDING
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           IF WS-HALT-STEP NOT = SPACES
               AND WS-STEP-UNCONDITIONAL(WS-STEP-IDX)
               SET WS-STEP-NEVER-RUNS(WS-STEP-IDX) TO TRUE
               SET WS-STEP-ALWAYS-BLOCKED(WS-STEP-IDX) TO TRUE
               STRING "Never runs -- chain always halts at "
                   WS-HALT-STEP
                   DELIMITED BY SIZE INTO FDL-MESSAGE
               END-STRING
               PERFORM WRITE-ERROR-FINDING
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-READY-FLAG
           SET WS-THIS-POS TO WS-STEP-IDX
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 3
               MOVE WS-STEP-PRED-POS(WS-STEP-IDX, WS-PRED-SUB)
                   TO WS-SCAN-POS
               EVALUATE TRUE
                   WHEN WS-STEP-PRED-NAME(WS-STEP-IDX, WS-PRED-SUB)
                           = SPACES
                       CONTINUE
                   WHEN NOT WS-STEP-UNCONDITIONAL(WS-STEP-IDX)
                       AND WS-STEP-PRED-NAME(WS-STEP-IDX, WS-PRED-SUB)
                           = WS-STEP-COND-STEP(WS-STEP-IDX)
                       CONTINUE
                   WHEN WS-SCAN-POS = ZERO
                   WHEN WS-SCAN-POS >= WS-THIS-POS
                       MOVE "N" TO WS-READY-FLAG
                   WHEN WS-STEP-ALWAYS-BLOCKED(WS-SCAN-POS)
                       MOVE "N" TO WS-READY-FLAG
               END-EVALUATE
           END-PERFORM
           IF WS-STEP-READY OR WS-STEP-RUNS-ANYWAY(WS-STEP-IDX)
               EXIT PARAGRAPH
           END-IF

           SET WS-STEP-NEVER-RUNS(WS-STEP-IDX) TO TRUE
           SET WS-STEP-ALWAYS-BLOCKED(WS-STEP-IDX) TO TRUE
           MOVE "Never runs -- a predecessor can never succeed"
               TO FDL-MESSAGE
           PERFORM WRITE-ERROR-FINDING
      *    any action but SKIP and RUN is a STOP to the scheduler
           IF WS-STEP-ON-ERROR-ACTION(WS-STEP-IDX) NOT = "SKIP"
               MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-HALT-STEP
           END-IF.


      ******************************************************************
      * The chain in dependency order: level by level, file order
      * within a level, each step with the predecessors it waits
      * for. Steps no pass could place follow at the end.
      ******************************************************************
       WRITE-DEPENDENCY-LISTING.
           MOVE SPACES TO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
           MOVE "CHAIN IN DEPENDENCY ORDER" TO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
           MOVE SPACES TO LISTING-LINE
           MOVE "SEQ" TO LISTING-LINE(1:3)
           MOVE "LVL" TO LST-LEVEL
           MOVE "STEP" TO LST-STEP
           MOVE "PROGRAM" TO LST-PROGRAM
           MOVE "FREQ" TO LST-FREQUENCY
           MOVE "AFTER" TO LST-AFTER
           MOVE LISTING-LINE TO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC

           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
               UNTIL WS-ORD-IDX > WS-ORDER-COUNT
               SET WS-STEP-IDX TO WS-ORDER-POS(WS-ORD-IDX)
               MOVE SPACES TO LISTING-LINE
               MOVE WS-STEP-LEVEL(WS-STEP-IDX) TO WS-POS-EDIT
               MOVE WS-POS-EDIT TO LST-LEVEL
               PERFORM WRITE-ONE-LISTING-LINE
           END-PERFORM

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-UNSORTED(WS-STEP-IDX)
                   MOVE SPACES TO LISTING-LINE
                   MOVE "--" TO LST-LEVEL
                   PERFORM WRITE-ONE-LISTING-LINE
               END-IF
           END-PERFORM.


       WRITE-ONE-LISTING-LINE.
           ADD 1 TO WS-LIST-SEQ
           MOVE WS-LIST-SEQ TO LST-SEQ
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO LST-STEP
           MOVE WS-STEP-PROGRAM-NAME(WS-STEP-IDX) TO LST-PROGRAM
           MOVE WS-STEP-FREQUENCY(WS-STEP-IDX) TO LST-FREQUENCY
           STRING WS-STEP-PRED-NAME(WS-STEP-IDX, 1) " "
               WS-STEP-PRED-NAME(WS-STEP-IDX, 2) " "
               WS-STEP-PRED-NAME(WS-STEP-IDX, 3)
               DELIMITED BY SIZE INTO LST-AFTER
           END-STRING
           EVALUATE TRUE
               WHEN WS-STEP-UNSORTED(WS-STEP-IDX)
                   MOVE "CYCLE" TO LST-NOTE
               WHEN WS-STEP-NEVER-RUNS(WS-STEP-IDX)
                   MOVE "NEVER RUNS" TO LST-NOTE
               WHEN WS-STEP-ON-HOLD(WS-STEP-IDX)
                   MOVE "HELD" TO LST-NOTE
               WHEN NOT WS-STEP-UNCONDITIONAL(WS-STEP-IDX)
                   STRING "IF " WS-STEP-COND-OPERATOR(WS-STEP-IDX)
                       " " WS-STEP-COND-VALUE(WS-STEP-IDX)
                       DELIMITED BY SIZE INTO LST-NOTE
                   END-STRING
           END-EVALUATE
           MOVE LISTING-LINE TO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC.

       END PROGRAM SCHEDVAL.
