               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT CALC-CERT-FILE ASSIGN TO "CALCCERT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *   "R"           recall: previous result op register contents
      * BATCH-LABEL names the sequence on the audit trail, so every
      * intermediate value of a labeled formula can be followed.
      *
      * Regression mode: a step carrying "E" in BATCH-CHECK holds
      * the result the step is expected to give and how far off it
      * may be; the run compares them and certifies each labeled
      * formula on CALCCERT.TXT. Other modes ignore the columns.
       01  CALC-BATCH-RECORD.
           05  BATCH-RECORD-TYPE PIC X.
               88  BATCH-TYPE-NEW      VALUES "N" SPACE.
           05  BATCH-Y         PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  BATCH-ROUND     PIC X.
           05  BATCH-REGISTER  PIC 9.
           05  BATCH-CHECK     PIC X.
               88  BATCH-HAS-EXPECTED  VALUE "E".
           05  BATCH-EXPECTED  PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  BATCH-TOLERANCE PIC 9(7)V99.

       FD  MAGIC-NUMBERS-FILE.
       01  MAGIC-NUMBER-RECORD PIC 9(13).
           05  FILLER          PIC X    VALUE SPACE.
           05  RSL-STATUS      PIC X(2).

      * regression certification: one line per checked step, a
      * pass/fail line per labeled formula, and the verdict.
       FD  CALC-CERT-FILE.
       01  CALC-CERT-RECORD    PIC X(100).

       FD  CALC-AUDIT-FILE.
       01  CALC-AUDIT-RECORD.
           05  AUDIT-TIMESTAMP PIC X(15).
       77  WS-RUN-MODE PIC X VALUE "I".
           88  WS-INTERACTIVE-MODE  VALUE "I".
           88  WS-BATCH-MODE        VALUE "B".
           88  WS-REGRESSION-MODE   VALUE "G".
           88  WS-FILE-DRIVEN-MODE  VALUES "B" "G".

       77  WS-BATCH-FILE-STATUS PIC XX.
           88  WS-BATCH-FILE-OK     VALUE "00".
       77  WS-RUNNING-TOTAL PIC S9(13)V99 VALUE 0.
       77  WS-RUNNING-TOTAL-M PIC -(13)9.99.

       77  WS-CERT-FILE-STATUS PIC XX.
           88  WS-CERT-FILE-OK      VALUE "00".
       77  WS-CERT-OPEN-SW PIC X VALUE "N".
           88  WS-CERT-FILE-OPEN    VALUE "Y".

      * regression mode: every labeled formula met in the batch,
      * with how many of its steps were checked and how many failed
       77  WS-STEP-NUMBER   PIC 9(4) VALUE 0.
       77  WS-STEP-DIFF     PIC S9(11)V99 VALUE 0.
       77  WS-STEP-OUTCOME  PIC X(4) VALUE SPACES.
       77  WS-CHECKED-COUNT PIC 9(4) VALUE 0.
       77  WS-FAILED-STEPS  PIC 9(4) VALUE 0.
       77  WS-FAILED-FORMULAS PIC 9(4) VALUE 0.
       77  WS-PASSED-FORMULAS PIC 9(4) VALUE 0.
       77  WS-FORMULA-COUNT PIC 9(3) VALUE 0.
       01  WS-FORMULA-TABLE.
           05  WS-FORMULA-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-FRM-IDX.
               10  WS-FRM-LABEL    PIC X(8).
               10  WS-FRM-CHECKED  PIC 9(4).
               10  WS-FRM-FAILED   PIC 9(4).

       01  WS-CERT-DETAIL.
           05  CRT-LABEL       PIC X(8).
           05  FILLER          PIC X    VALUE SPACE.
           05  CRT-STEP        PIC ZZZ9.
           05  FILLER          PIC X    VALUE SPACE.
           05  CRT-RESULT      PIC -(11)9.99.
           05  FILLER          PIC X    VALUE SPACE.
           05  CRT-EXPECTED    PIC -(11)9.99.
           05  FILLER          PIC X    VALUE SPACE.
           05  CRT-TOLERANCE   PIC Z(6)9.99.
           05  FILLER          PIC X    VALUE SPACE.
           05  CRT-DIFFERENCE  PIC -(11)9.99.
           05  FILLER          PIC X    VALUE SPACE.
           05  CRT-STATUS      PIC X(2).
           05  FILLER          PIC X    VALUE SPACE.
           05  CRT-OUTCOME     PIC X(4).

       01  WS-CERT-FORMULA-LINE.
           05  FILLER          PIC X(8) VALUE "FORMULA ".
           05  CFL-LABEL       PIC X(8).
           05  FILLER          PIC X(17) VALUE "  STEPS CHECKED: ".
           05  CFL-CHECKED     PIC ZZZ9.
           05  FILLER          PIC X(10) VALUE "  FAILED: ".
           05  CFL-FAILED      PIC ZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  CFL-OUTCOME     PIC X(9).

       77  WS-CERT-COUNT-M  PIC ZZZ9.

       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUDCHREQ.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter: the scheduler runs the
      * regression gate with "G" in byte 1 and, optionally, the
      * run's rounding rule in byte 2, and nothing is asked at the
      * console. A run with no parameter asks as it always has.
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).


       PROCEDURE DIVISION USING LNK-RUN-PARM.

       MAIN-PROCEDURE.
           PERFORM HEAD-PROCEDURE.

           PERFORM OPEN-AUDIT-FILE.
           PERFORM LOAD-MAGIC-NUMBERS.
           IF ADDRESS OF LNK-RUN-PARM NOT = NULL
               AND LNK-PARM-LENGTH > 0 AND LNK-PARM-LENGTH <= 20
               AND LNK-PARM-DATA(1:1) = "G"
               PERFORM PARM-MODE-PROCEDURE
           ELSE
               PERFORM MODE-SELECT-PROCEDURE
           END-IF.

      *    the regression gate runs under the scheduler, so it hands
      *    control back instead of ending the run unit
           IF WS-REGRESSION-MODE
               PERFORM BATCH-PROCEDURE
               IF WS-CERT-FILE-OPEN
                   PERFORM WRITE-CERTIFICATION-REPORT
               END-IF
               CLOSE CALC-AUDIT-FILE
               CLOSE SYSTEM-AUDIT-FILE
               GOBACK
           END-IF.

           IF WS-BATCH-MODE
               PERFORM BATCH-PROCEDURE


       MODE-SELECT-PROCEDURE.
           DISPLAY "Run in (I)nteractive, (B)atch or "
               "(G) regression mode?"
           ACCEPT WS-RUN-MODE
           DISPLAY "Results: (R)ounded or (T)runcated?"
           ACCEPT WS-ROUND-RULE
           MOVE WS-ROUND-RULE TO WS-DEFAULT-ROUND-RULE.


       PARM-MODE-PROCEDURE.
           MOVE "G" TO WS-RUN-MODE
           MOVE "R" TO WS-ROUND-RULE
           IF LNK-PARM-LENGTH > 1
               AND (LNK-PARM-DATA(2:1) = "R"
                   OR LNK-PARM-DATA(2:1) = "T")
               MOVE LNK-PARM-DATA(2:1) TO WS-ROUND-RULE
           END-IF
           MOVE WS-ROUND-RULE TO WS-DEFAULT-ROUND-RULE.


       BATCH-PROCEDURE.
           OPEN INPUT CALC-BATCH-FILE
           IF NOT WS-BATCH-FILE-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-REGRESSION-MODE
               OPEN OUTPUT CALC-CERT-FILE
               IF NOT WS-CERT-FILE-OK
                   MOVE WS-CERT-FILE-STATUS TO WS-ERR-CODE
                   MOVE "Unable to open CALC-CERT-FILE"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
                   CLOSE CALC-BATCH-FILE
                   CLOSE CALC-RESULT-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               SET WS-CERT-FILE-OPEN TO TRUE
               PERFORM WRITE-CERTIFICATION-HEADING
           END-IF

           PERFORM READ-BATCH-RECORD
           PERFORM UNTIL WS-BATCH-FILE-EOF
               ADD 1 TO WS-STEP-NUMBER
               PERFORM PROCESS-BATCH-STEP
               IF WS-REGRESSION-MODE
                   PERFORM CHECK-EXPECTED-RESULT
               END-IF
               PERFORM READ-BATCH-RECORD
           END-PERFORM

           END-EVALUATE.


      ******************************************************************
      * Regression check for the step just run: the result against
      * the expectation the step carries, within its tolerance. An
      * engine error on a checked step fails it whatever the
      * figures say. Store steps are checked on the value stored.
      ******************************************************************
       CHECK-EXPECTED-RESULT.
           PERFORM FIND-FORMULA-ENTRY
           IF NOT BATCH-HAS-EXPECTED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHECKED-COUNT
           ADD 1 TO WS-FRM-CHECKED(WS-FRM-IDX)
           COMPUTE WS-STEP-DIFF = R - BATCH-EXPECTED
           MOVE "PASS" TO WS-STEP-OUTCOME
           IF FUNCTION ABS(WS-STEP-DIFF) > BATCH-TOLERANCE
               MOVE "FAIL" TO WS-STEP-OUTCOME
           END-IF
           IF NOT BATCH-TYPE-STORE AND CE-STATUS NOT = "00"
               MOVE "FAIL" TO WS-STEP-OUTCOME
           END-IF
           IF WS-STEP-OUTCOME = "FAIL"
               ADD 1 TO WS-FAILED-STEPS
               ADD 1 TO WS-FRM-FAILED(WS-FRM-IDX)
           END-IF

           MOVE SPACES TO WS-CERT-DETAIL
           MOVE WS-STEP-LABEL   TO CRT-LABEL
           MOVE WS-STEP-NUMBER  TO CRT-STEP
           MOVE R               TO CRT-RESULT
           MOVE BATCH-EXPECTED  TO CRT-EXPECTED
           MOVE BATCH-TOLERANCE TO CRT-TOLERANCE
           MOVE WS-STEP-DIFF    TO CRT-DIFFERENCE
           IF BATCH-TYPE-STORE
               MOVE "00" TO CRT-STATUS
           ELSE
               MOVE CE-STATUS TO CRT-STATUS
           END-IF
           MOVE WS-STEP-OUTCOME TO CRT-OUTCOME
           MOVE WS-CERT-DETAIL TO CALC-CERT-RECORD
           WRITE CALC-CERT-RECORD.


      * the formula's entry, added the first time its label is met
       FIND-FORMULA-ENTRY.
           SET WS-FRM-IDX TO 1
           SEARCH WS-FORMULA-ENTRY
               AT END
                   SET WS-FRM-IDX TO 100
               WHEN WS-FRM-IDX > WS-FORMULA-COUNT
                   ADD 1 TO WS-FORMULA-COUNT
                   MOVE WS-STEP-LABEL TO WS-FRM-LABEL(WS-FRM-IDX)
                   MOVE ZERO TO WS-FRM-CHECKED(WS-FRM-IDX)
                   MOVE ZERO TO WS-FRM-FAILED(WS-FRM-IDX)
               WHEN WS-FRM-LABEL(WS-FRM-IDX) = WS-STEP-LABEL
                   CONTINUE
           END-SEARCH.


       WRITE-CERTIFICATION-HEADING.
           MOVE SPACES TO CALC-CERT-RECORD
           STRING "CALCULATOR REGRESSION CERTIFICATION  RUN "
               FUNCTION CURRENT-DATE(1:8) " "
               FUNCTION CURRENT-DATE(9:6)
               "  DEFAULT RULE " WS-DEFAULT-ROUND-RULE
               DELIMITED BY SIZE INTO CALC-CERT-RECORD
           END-STRING
           WRITE CALC-CERT-RECORD
           MOVE SPACES TO CALC-CERT-RECORD
           STRING "LABEL    STEP"
               "           RESULT         EXPECTED  TOLERANCE"
               "       DIFFERENCE ST OUTCOME"
               DELIMITED BY SIZE INTO CALC-CERT-RECORD
           END-STRING
           WRITE CALC-CERT-RECORD.


      * a formula passes only when it had something checked and
      * nothing it checked failed; any failure fails the gate
       WRITE-CERTIFICATION-REPORT.
           MOVE SPACES TO CALC-CERT-RECORD
           WRITE CALC-CERT-RECORD
           PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
               UNTIL WS-FRM-IDX > WS-FORMULA-COUNT
               MOVE WS-FRM-LABEL(WS-FRM-IDX)   TO CFL-LABEL
               MOVE WS-FRM-CHECKED(WS-FRM-IDX) TO CFL-CHECKED
               MOVE WS-FRM-FAILED(WS-FRM-IDX)  TO CFL-FAILED
               EVALUATE TRUE
                   WHEN WS-FRM-FAILED(WS-FRM-IDX) > ZERO
                       MOVE "FAIL" TO CFL-OUTCOME
                       ADD 1 TO WS-FAILED-FORMULAS
                   WHEN WS-FRM-CHECKED(WS-FRM-IDX) = ZERO
                       MOVE "UNCHECKED" TO CFL-OUTCOME
                   WHEN OTHER
                       MOVE "PASS" TO CFL-OUTCOME
                       ADD 1 TO WS-PASSED-FORMULAS
               END-EVALUATE
               MOVE WS-CERT-FORMULA-LINE TO CALC-CERT-RECORD
               WRITE CALC-CERT-RECORD
           END-PERFORM

           MOVE SPACES TO CALC-CERT-RECORD
           WRITE CALC-CERT-RECORD
           MOVE SPACES TO CALC-CERT-RECORD
           IF WS-FAILED-FORMULAS > ZERO
               MOVE WS-FAILED-FORMULAS TO WS-CERT-COUNT-M
               STRING "NOT CERTIFIED -- " WS-CERT-COUNT-M
                   " FORMULA(S) FAILED"
                   DELIMITED BY SIZE INTO CALC-CERT-RECORD
               END-STRING
           ELSE
               IF WS-CHECKED-COUNT = ZERO
                   MOVE "NOT CERTIFIED -- NO STEP CARRIES AN EXPECTED"
                       & " RESULT" TO CALC-CERT-RECORD
               ELSE
                   MOVE WS-PASSED-FORMULAS TO WS-CERT-COUNT-M
                   STRING "CERTIFIED -- " WS-CERT-COUNT-M
                       " FORMULA(S) GIVE THEIR EXPECTED RESULTS"
                       DELIMITED BY SIZE INTO CALC-CERT-RECORD
                   END-STRING
               END-IF
           END-IF
           WRITE CALC-CERT-RECORD
           CLOSE CALC-CERT-FILE

           DISPLAY "Regression steps checked: " WS-CHECKED-COUNT
               "  failed: " WS-FAILED-STEPS
           IF WS-FAILED-FORMULAS > ZERO OR WS-CHECKED-COUNT = ZERO
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Calculator regression not certified"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
      *        set after the call -- ALERTLOG leaves its own code
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.


       WRITE-BATCH-RESULT-RECORD.
           MOVE SPACES TO CALC-RESULT-RECORD
           MOVE WS-STEP-LABEL TO RSL-LABEL
               INTO SYSAUD-KEY-INPUT
           END-STRING
           MOVE RM TO SYSAUD-KEY-RESULT
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD.


