      *           the prior step's output).
      * A blank SCHED-PREDECESSOR-STEP means the step has no
      * dependency and always runs.
      *
      * A conditional step (SCHED-COND-OPERATOR filled in) runs
      * only when its condition step's return code in this chain
      * meets the test -- "run the diagnostic extract when PAYBAL
      * ends GT 4" -- and is otherwise BYPASSED on the console, in
      * SCHEDLOG.TXT and in the run summary. On a resumed chain a
      * conditional step is never carried over: it is judged again
      * against the steps that run this time.
      *
      * Before anything else the control file is put through
      * SCHEDVAL; a file with errors (a predecessor naming no step,
      * a dependency cycle, a program that cannot be called, a bad
      * frequency or deadline, a step that can never run) is
      * refused and the night's chain does not start.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-SCHEDULER.
           05  SLG-ELAPSED-SECS    PIC 9(6).
           05  FILLER              PIC X    VALUE SPACE.
           05  SLG-RETURN-CODE     PIC 9(4).
      * BYPASSED for a conditional step whose condition was not
      * met (no program was called); spaces for a step that ran
           05  FILLER              PIC X    VALUE SPACE.
           05  SLG-DISPOSITION     PIC X(8).

      * per-step result persisted at every completion so a failed
      * chain can be relaunched and resume from the first step that
           88  WS-CTL-FILE-EOF        VALUE "10".

       01  WS-STEP-COUNT           PIC 99  VALUE 0.
       01  WS-MAX-STEPS            PIC 99  VALUE 60.
       01  WS-HALT-CHAIN-FLAG      PIC X   VALUE "N".
           88  WS-HALT-CHAIN          VALUE "Y".
       01  WS-REFUSED-FLAG         PIC X   VALUE "N".
           88  WS-CONTROL-FILE-REFUSED VALUE "Y".

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 60 TIMES INDEXED BY WS-STEP-IDX.
               10  WS-STEP-NAME            PIC X(10).
               10  WS-STEP-PROGRAM-NAME    PIC X(22).
               10  WS-STEP-PREDECESSOR     PIC X(10).
                   88  WS-STEP-ON-HOLD         VALUE "H".
                   88  WS-STEP-NEEDS-CONFIRM   VALUE "C".
               10  WS-STEP-DEADLINE        PIC X(4).
               10  WS-STEP-COND-STEP       PIC X(10).
               10  WS-STEP-COND-OPERATOR   PIC X(2).
                   88  WS-STEP-UNCONDITIONAL   VALUE SPACES.
               10  WS-STEP-COND-VALUE      PIC X(4).
               10  WS-STEP-RC              PIC S9(4).
               10  WS-STEP-END-TIME        PIC X(4).
               10  WS-STEP-RESULT          PIC X.
                   88  WS-STEP-PENDING         VALUE "P".
                   88  WS-STEP-RESUMED-OVER    VALUE "D".
                   88  WS-STEP-NOT-SCHEDULED   VALUE "N".
                   88  WS-STEP-HELD            VALUE "H".
                   88  WS-STEP-BYPASSED        VALUE "B".

       01  WS-SAVE-STEP-IDX        PIC 99  VALUE 0.
       01  WS-CALL-PROGRAM-NAME    PIC X(22).
      * One that simply is not scheduled today ("N") does too: a
      * daily step must not die because its weekly predecessor is
      * out of cycle.
      * A bypassed conditional step ("B") was simply not needed,
      * and counts as a success as well.
       01  WS-PREDECESSOR-RESULT   PIC X   VALUE SPACE.
           88  WS-PREDECESSOR-SUCCESS  VALUES "S" "D" "N" "B".
           88  WS-PREDECESSOR-FOUND    VALUES "S" "F" "K" "D" "N"
                                              "H" "B".

      * the join verdict across every named predecessor
       01  WS-ALL-PREDS-FLAG       PIC X   VALUE "Y".
           88  WS-ALL-PREDS-GOOD       VALUE "Y".
       01  WS-PRED-NAME-WORK       PIC X(10) VALUE SPACES.

      * the condition step of the conditional step in hand; it is
      * left out of that step's predecessor join
       01  WS-COND-NAME-WORK       PIC X(10) VALUE SPACES.
       01  WS-COND-VALUE-NUM       PIC 9(4)  VALUE ZERO.
       01  WS-COND-RC              PIC S9(4) VALUE ZERO.
       01  WS-COND-RC-DISPLAY      PIC 9(4)  VALUE ZERO.
       01  WS-COND-MET-FLAG        PIC X     VALUE "N".
           88  WS-CONDITION-MET       VALUE "Y".
       01  WS-COND-POS             PIC 99    VALUE ZERO.

       01  WS-RLS-FILE-STATUS      PIC XX.
           88  WS-RLS-FILE-OK         VALUE "00".
           88  WS-RLS-FILE-EOF        VALUE "10".
               ON EXCEPTION CONTINUE
           END-CALL

           PERFORM VALIDATE-CONTROL-FILE
           IF WS-CONTROL-FILE-REFUSED
               GOBACK
           END-IF

           PERFORM WORK-OUT-TODAYS-CALENDAR
           OPEN EXTEND SCHED-LOG-FILE
           IF NOT WS-LOG-FILE-OK
           GOBACK.


      * the validator reports to SCHEDVAL.RPT; errors there mean
      * the control file is not fit to drive tonight's chain. A
      * validator that cannot be loaded is warned about, not
      * allowed to stop the night.
       VALIDATE-CONTROL-FILE.
           MOVE 0 TO RETURN-CODE
           CALL "SCHEDVAL"
               ON EXCEPTION
                   MOVE "SCHEDULR" TO WS-ERR-PROGRAM-ID
                   MOVE ZERO TO WS-ERR-CODE
                   SET WS-ERR-SEVERITY-WARNING TO TRUE
                   MOVE "Control-file validator SCHEDVAL could not"
                       TO WS-ERR-MESSAGE
                   MOVE " be loaded" TO WS-ERR-MESSAGE(42:10)
                   DISPLAY "SCHEDULER: " WS-ERR-MESSAGE
                   CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                       ON EXCEPTION CONTINUE
                   END-CALL
                   MOVE 0 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CANCEL "SCHEDVAL"
           IF WS-SAVED-RETURN-CODE < 8
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-CONTROL-FILE-REFUSED TO TRUE
           MOVE "SCHEDULR" TO WS-ERR-PROGRAM-ID
           MOVE ZERO TO WS-ERR-CODE
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           MOVE "Control file failed validation -- chain not"
               TO WS-ERR-MESSAGE
           MOVE " started" TO WS-ERR-MESSAGE(44:8)
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 8 TO RETURN-CODE.


       LOAD-CONTROL-FILE.
           OPEN INPUT SCHED-CONTROL-FILE
           IF NOT WS-CTL-FILE-OK
                               TO WS-STEP-HOLD(WS-STEP-IDX)
                           MOVE SCHED-DEADLINE
                               TO WS-STEP-DEADLINE(WS-STEP-IDX)
                           MOVE SCHED-COND-STEP
                               TO WS-STEP-COND-STEP(WS-STEP-IDX)
                           MOVE SCHED-COND-OPERATOR
                               TO WS-STEP-COND-OPERATOR(WS-STEP-IDX)
                           MOVE SCHED-COND-VALUE
                               TO WS-STEP-COND-VALUE(WS-STEP-IDX)
                           IF WS-STEP-COND-STEP(WS-STEP-IDX) = SPACES
                               MOVE SCHED-PREDECESSOR-STEP
                                 TO WS-STEP-COND-STEP(WS-STEP-IDX)
                           END-IF
                           MOVE ZERO TO WS-STEP-RC(WS-STEP-IDX)
                           MOVE SPACES
                               TO WS-STEP-END-TIME(WS-STEP-IDX)
                           SET WS-STEP-PENDING(WS-STEP-IDX) TO TRUE
                       DISPLAY "SCHEDULER: step "
                           WS-STEP-NAME(WS-STEP-IDX)
                           " is on HOLD -- not run."
                   WHEN NOT WS-STEP-UNCONDITIONAL(WS-STEP-IDX)
                       PERFORM EVALUATE-STEP-CONDITION
                   WHEN WS-HALT-CHAIN
                       SET WS-STEP-SKIPPED(WS-STEP-IDX) TO TRUE
                   WHEN OTHER
                       IF SST-RESULT NOT = "S"
                           AND SST-RESULT NOT = "N"
                           AND SST-RESULT NOT = "D"
                           AND SST-RESULT NOT = "B"
                           SET WS-PRIOR-RUN-INCOMPLETE TO TRUE
                       END-IF
               END-READ
           CLOSE SCHED-STATE-FILE.


      * conditional steps are left pending, to be judged again
      * against this run's return codes
       MARK-STEP-RESUMED-OVER.
           PERFORM VARYING WS-STATE-MATCH-IDX FROM 1 BY 1
               UNTIL WS-STATE-MATCH-IDX > WS-STEP-COUNT
               IF WS-STEP-NAME(WS-STATE-MATCH-IDX) = SST-STEP-NAME
                   AND WS-STEP-UNCONDITIONAL(WS-STATE-MATCH-IDX)
                   MOVE "D" TO WS-STEP-RESULT(WS-STATE-MATCH-IDX)
               END-IF
           END-PERFORM.
      * blank slot simply contributes nothing to the join
       EVALUATE-STEP-PREDECESSOR.
           MOVE "Y" TO WS-ALL-PREDS-FLAG
           IF WS-STEP-UNCONDITIONAL(WS-STEP-IDX)
               MOVE SPACES TO WS-COND-NAME-WORK
           END-IF
           MOVE WS-STEP-PREDECESSOR(WS-STEP-IDX)
               TO WS-PRED-NAME-WORK
           PERFORM CHECK-ONE-PREDECESSOR
           PERFORM CHECK-ONE-PREDECESSOR.


      ******************************************************************
      * A conditional step tests the return code its condition step
      * left in this chain. A condition step that did not run here
      * -- skipped, held, out of cycle, or carried over from the
      * run being resumed -- has no return code to test, and the
      * step is bypassed. A met condition dispatches the step the
      * usual way, with the condition step left out of its join.
      ******************************************************************
       EVALUATE-STEP-CONDITION.
           MOVE "N" TO WS-COND-MET-FLAG
           MOVE WS-STEP-COND-STEP(WS-STEP-IDX) TO WS-COND-NAME-WORK
           MOVE ZERO TO WS-COND-RC
           MOVE ZERO TO WS-COND-POS
           PERFORM VARYING WS-STATE-MATCH-IDX FROM 1 BY 1
               UNTIL WS-STATE-MATCH-IDX >= WS-STEP-IDX
                   OR WS-COND-POS > ZERO
               IF WS-STEP-NAME(WS-STATE-MATCH-IDX) = WS-COND-NAME-WORK
                   MOVE WS-STATE-MATCH-IDX TO WS-COND-POS
               END-IF
           END-PERFORM
           IF WS-COND-POS > ZERO
               AND WS-STEP-COND-VALUE(WS-STEP-IDX) NUMERIC
               IF WS-STEP-SUCCESS(WS-COND-POS)
                   OR WS-STEP-FAILED(WS-COND-POS)
                   MOVE WS-STEP-RC(WS-COND-POS) TO WS-COND-RC
                   MOVE WS-STEP-COND-VALUE(WS-STEP-IDX)
                       TO WS-COND-VALUE-NUM
                   EVALUATE WS-STEP-COND-OPERATOR(WS-STEP-IDX)
                       WHEN "EQ"
                           IF WS-COND-RC = WS-COND-VALUE-NUM
                               SET WS-CONDITION-MET TO TRUE
                           END-IF
                       WHEN "GT"
                           IF WS-COND-RC > WS-COND-VALUE-NUM
                               SET WS-CONDITION-MET TO TRUE
                           END-IF
                       WHEN "LT"
                           IF WS-COND-RC < WS-COND-VALUE-NUM
                               SET WS-CONDITION-MET TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF

           IF NOT WS-CONDITION-MET
               SET WS-STEP-BYPASSED(WS-STEP-IDX) TO TRUE
               DISPLAY "SCHEDULER: step " WS-STEP-NAME(WS-STEP-IDX)
                   " BYPASSED -- condition "
                   FUNCTION TRIM(WS-COND-NAME-WORK) " "
                   WS-STEP-COND-OPERATOR(WS-STEP-IDX) " "
                   WS-STEP-COND-VALUE(WS-STEP-IDX) " not met."
               PERFORM WRITE-BYPASS-LOG-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COND-RC TO WS-COND-RC-DISPLAY
           DISPLAY "SCHEDULER: step " WS-STEP-NAME(WS-STEP-IDX)
               " condition met -- "
               FUNCTION TRIM(WS-COND-NAME-WORK) " ended "
               WS-COND-RC-DISPLAY
           MOVE "Y" TO WS-ALL-PREDS-FLAG
           MOVE WS-STEP-PREDECESSOR(WS-STEP-IDX)
               TO WS-PRED-NAME-WORK
           PERFORM CHECK-ONE-PREDECESSOR
           MOVE WS-STEP-PRED-2(WS-STEP-IDX) TO WS-PRED-NAME-WORK
           PERFORM CHECK-ONE-PREDECESSOR
           MOVE WS-STEP-PRED-3(WS-STEP-IDX) TO WS-PRED-NAME-WORK
           PERFORM CHECK-ONE-PREDECESSOR
           PERFORM DISPATCH-STEP.


       CHECK-ONE-PREDECESSOR.
           IF WS-PRED-NAME-WORK = SPACES
               OR WS-PRED-NAME-WORK = WS-COND-NAME-WORK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-PREDECESSOR-RESULT
           END-CALL

           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           MOVE WS-SAVED-RETURN-CODE TO WS-STEP-RC(WS-STEP-IDX)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-TS
           MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-END-SECONDS

           CLOSE SCHED-TRIGGER-FILE.


      * a bypass is logged so the history shows the step was
      * considered and not needed, rather than silently absent
       WRITE-BYPASS-LOG-RECORD.
           MOVE SPACES TO SCHED-LOG-RECORD
           MOVE WS-RUN-ID TO SLG-RUN-ID
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO SLG-STEP-NAME
           MOVE WS-STEP-PROGRAM-NAME(WS-STEP-IDX)
               TO SLG-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO SLG-START-TS
           MOVE SLG-START-TS TO SLG-END-TS
           MOVE ZERO TO SLG-ELAPSED-SECS
           MOVE ZERO TO SLG-RETURN-CODE
           MOVE "BYPASSED" TO SLG-DISPOSITION
           WRITE SCHED-LOG-RECORD.


       WRITE-STEP-LOG-RECORD.
           COMPUTE WS-ELAPSED-SECONDS =
               WS-END-SECONDS - WS-START-SECONDS
           MOVE SPACES TO WINDOW-DETAIL-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX)     TO WDL-STEP
           MOVE WS-STEP-DEADLINE(WS-STEP-IDX) TO WDL-DEADLINE
           IF WS-STEP-BYPASSED(WS-STEP-IDX)
               MOVE "BYPASSED" TO WDL-VERDICT
               MOVE WINDOW-DETAIL-LINE TO WINDOW-REPORT-REC
               WRITE WINDOW-REPORT-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-END-TIME(WS-STEP-IDX) = SPACES
               MOVE "NOT RUN" TO WDL-VERDICT
           ELSE
                   WHEN WS-STEP-HELD(WS-STEP-IDX)
                       DISPLAY WS-STEP-NAME(WS-STEP-IDX)
                           ": HELD"
                   WHEN WS-STEP-BYPASSED(WS-STEP-IDX)
                       DISPLAY WS-STEP-NAME(WS-STEP-IDX)
                           ": BYPASSED (condition not met)"
                   WHEN OTHER
                       DISPLAY WS-STEP-NAME(WS-STEP-IDX) ": NOT RUN"
               END-EVALUATE
