      ******************************************************************
      * General-ledger posting acknowledgment match. Every journal
      * batch this shop sends the ledger -- the payroll's batches
      * on GLJRNL.TXT with their month-end accruals, the ACH return
      * reversals, the escheat entry -- is logged BUILT on the
      * journal control log (JRNLCTL.TXT) under its batch id. The
      * ledger returns a posting-result file (GLPOSTRS.TXT) naming
      * each line it posted or rejected and why; this job matches
      * it to the log:
      *   - each batch answered is stamped POSTED (every line in),
      *     PARTIAL (some rejected, or fewer posted than sent) or
      *     REJECTED (nothing posted), with its line counts
      *   - every rejected line raises an error alert with the
      *     ledger's reason, as does a batch posted short
      *   - a result for a batch id not on the log is listed
      *   - a batch still BUILT with no answer a business day
      *     after it was built (weekends and BANKHOL.TXT holidays
      *     skipped) is listed and alerted as unacknowledged
      * The log is rewritten with the stamps, the report goes to
      * GLACKMAT.RPT, and any exception ends the job with return
      * code 4. A result file delivered twice only re-stamps the
      * same batches with the same counts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACKMAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "JRNLCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCT-FILE-STATUS.

           SELECT POSTING-RESULT-FILE ASSIGN TO "GLPOSTRS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPR-FILE-STATUS.

           SELECT BANK-HOLIDAY-FILE ASSIGN TO "BANKHOL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO "GLACKMAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-CONTROL-FILE.
           COPY JRNLCTL.

       FD  POSTING-RESULT-FILE.
           COPY GLPOSTRS.

       FD  BANK-HOLIDAY-FILE.
       01  BANK-HOLIDAY-RECORD.
           05  HOL-DATE        PIC 9(8).

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-REC      PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-JCT-FILE-STATUS PIC XX.
           88  WS-JCT-FILE-OK        VALUE "00".
           88  WS-JCT-FILE-EOF       VALUE "10".

       77  WS-GPR-FILE-STATUS PIC XX.
           88  WS-GPR-FILE-OK        VALUE "00".
           88  WS-GPR-FILE-EOF       VALUE "10".

       77  WS-HOL-FILE-STATUS PIC XX.
           88  WS-HOL-FILE-OK        VALUE "00".
           88  WS-HOL-FILE-EOF       VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-TODAY-DATE       PIC 9(8) VALUE ZERO.
       77  WS-TODAY-INT        PIC 9(8) VALUE ZERO.
       77  WS-DATE-INT         PIC 9(8) VALUE ZERO.
       77  WS-DUE-DATE         PIC 9(8) VALUE ZERO.

       77  WS-HOLIDAY-COUNT PIC 99 VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 30 TIMES
                               INDEXED BY WS-HOL-IDX
                               PIC 9(8).
       77  WS-WEEKDAY-NUMBER   PIC 9 VALUE ZERO.
       77  WS-DATE-IS-CLOSED PIC X VALUE "N".
           88  WS-BANK-CLOSED        VALUE "Y".

      * the control log in storage, with what this result file
      * says about each batch
       77  WS-CTL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-CTL-IDX.
               10  WS-CTL-BATCH-ID     PIC X(16).
               10  WS-CTL-FILE-NAME    PIC X(12).
               10  WS-CTL-BATCH-TYPE   PIC X(8).
               10  WS-CTL-PERIOD       PIC 9(4).
               10  WS-CTL-JOURNAL-DATE PIC X(8).
               10  WS-CTL-DEBIT-TOTAL  PIC S9(9)V99.
               10  WS-CTL-CREDIT-TOTAL PIC S9(9)V99.
               10  WS-CTL-LINE-COUNT   PIC 9(5).
               10  WS-CTL-BUILT-DATE   PIC 9(8).
               10  WS-CTL-STATUS       PIC X(8).
               10  WS-CTL-POSTED       PIC 9(5).
               10  WS-CTL-REJECTED     PIC 9(5).
               10  WS-CTL-ACK-DATE     PIC 9(8).
               10  WS-CTL-ANSWERED     PIC X.
               10  WS-CTL-WHOLE-RESULT PIC X.
               10  WS-CTL-RUN-POSTED   PIC 9(5).
               10  WS-CTL-RUN-REJECTED PIC 9(5).

       77  WS-RESULT-COUNT     PIC 9(5) VALUE ZERO.
       77  WS-ANSWERED-COUNT   PIC 9(3) VALUE ZERO.
       77  WS-POSTED-COUNT     PIC 9(3) VALUE ZERO.
       77  WS-PARTIAL-COUNT    PIC 9(3) VALUE ZERO.
       77  WS-REJECTED-COUNT   PIC 9(3) VALUE ZERO.
       77  WS-REJECT-LINES     PIC 9(5) VALUE ZERO.
       77  WS-UNKNOWN-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-OVERDUE-COUNT    PIC 9(3) VALUE ZERO.

       01  ACK-TITLE-LINE.
           05  FILLER          PIC X(38)
                   VALUE "GL POSTING ACKNOWLEDGMENT MATCH  RUN: ".
           05  ATL-RUN-DATE    PIC 9(8).

       01  ACK-HEADING-LINE.
           05  FILLER          PIC X(18) VALUE "BATCH ID".
           05  FILLER          PIC X(14) VALUE "FILE".
           05  FILLER          PIC X(10) VALUE "TYPE".
           05  FILLER          PIC X(6)  VALUE "PERD".
           05  FILLER          PIC X(10) VALUE "JRNL DATE".
           05  FILLER          PIC X(7)  VALUE "  LINES".
           05  FILLER          PIC X(8)  VALUE "  POSTED".
           05  FILLER          PIC X(8)  VALUE "  REJECT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "STATUS".

       01  ACK-BATCH-LINE.
           05  ABL-BATCH-ID    PIC X(16).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ABL-FILE-NAME   PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ABL-BATCH-TYPE  PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ABL-PERIOD      PIC 9(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ABL-JOURNAL-DATE PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ABL-LINES       PIC ZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  ABL-POSTED      PIC ZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  ABL-REJECTED    PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ABL-STATUS      PIC X(17).

       01  ACK-REJECT-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "REJECTED LINE ".
           05  ARL-LINE-NUMBER PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ARL-REASON      PIC X(30).

       01  ACK-UNKNOWN-LINE.
           05  FILLER          PIC X(30)
                   VALUE "RESULT FOR UNKNOWN BATCH ID: ".
           05  AUL-BATCH-ID    PIC X(16).
           05  FILLER          PIC X(7)  VALUE "  LINE ".
           05  AUL-LINE-NUMBER PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AUL-RESULT      PIC X.

       01  ACK-TOTAL-LINE.
           05  FILLER          PIC X(18) VALUE "BATCHES ANSWERED: ".
           05  ATT-ANSWERED    PIC ZZ9.
           05  FILLER          PIC X(10) VALUE "  POSTED: ".
           05  ATT-POSTED      PIC ZZ9.
           05  FILLER          PIC X(11) VALUE "  PARTIAL: ".
           05  ATT-PARTIAL     PIC ZZ9.
           05  FILLER          PIC X(12) VALUE "  REJECTED: ".
           05  ATT-REJECTED    PIC ZZ9.
           05  FILLER          PIC X(17) VALUE "  UNACKNOWLEDGED:".
           05  ATT-OVERDUE     PIC ZZ9.

       COPY ERRSTAT.
       COPY SIGNONRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "GLACKMAT" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           PERFORM LOAD-BANK-HOLIDAYS
           PERFORM LOAD-JOURNAL-CONTROL
           IF WS-CTL-COUNT = ZERO
               DISPLAY "GLACKMAT: no journal batches on the control "
                   "log."
               GOBACK
           END-IF

           OPEN OUTPUT ACK-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open ACK-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           MOVE WS-TODAY-DATE TO ATL-RUN-DATE
           WRITE ACK-REPORT-REC FROM ACK-TITLE-LINE
           MOVE SPACES TO ACK-REPORT-REC
           WRITE ACK-REPORT-REC

           PERFORM MATCH-POSTING-RESULTS
           PERFORM SETTLE-ANSWERED-BATCHES
           PERFORM LIST-UNACKNOWLEDGED-BATCHES

           MOVE WS-ANSWERED-COUNT TO ATT-ANSWERED
           MOVE WS-POSTED-COUNT   TO ATT-POSTED
           MOVE WS-PARTIAL-COUNT  TO ATT-PARTIAL
           MOVE WS-REJECTED-COUNT TO ATT-REJECTED
           MOVE WS-OVERDUE-COUNT  TO ATT-OVERDUE
           MOVE SPACES TO ACK-REPORT-REC
           WRITE ACK-REPORT-REC
           WRITE ACK-REPORT-REC FROM ACK-TOTAL-LINE
           CLOSE ACK-REPORT-FILE

           IF WS-ANSWERED-COUNT > ZERO
               PERFORM SAVE-JOURNAL-CONTROL
           END-IF

           IF RETURN-CODE = 0
               IF WS-PARTIAL-COUNT > ZERO
                   OR WS-REJECTED-COUNT > ZERO
                   OR WS-UNKNOWN-COUNT > ZERO
                   OR WS-OVERDUE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "GLACKMAT answered: " WS-ANSWERED-COUNT
               "  posted: " WS-POSTED-COUNT
               "  partial: " WS-PARTIAL-COUNT
               "  rejected: " WS-REJECTED-COUNT
               "  unacknowledged: " WS-OVERDUE-COUNT
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "GLACKMAT" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * a posting failure is an error for accounting to act on, but
      * it does not fail this job -- the alert carries it
       RAISE-POSTING-ALERT.
           MOVE "GLACKMAT" TO WS-ERR-PROGRAM-ID
           MOVE ZERO TO WS-ERR-CODE
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       LOAD-BANK-HOLIDAYS.
           MOVE ZERO TO WS-HOLIDAY-COUNT
           OPEN INPUT BANK-HOLIDAY-FILE
           IF NOT WS-HOL-FILE-OK
               DISPLAY "No BANKHOL.TXT -- only weekends are skipped"
                   " in the acknowledgment window."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOL-FILE-EOF
                   OR WS-HOLIDAY-COUNT = 30
               READ BANK-HOLIDAY-FILE
                   AT END SET WS-HOL-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOLIDAY-COUNT
                       SET WS-HOL-IDX TO WS-HOLIDAY-COUNT
                       MOVE HOL-DATE
                           TO WS-HOLIDAY-ENTRY(WS-HOL-IDX)
               END-READ
           END-PERFORM
           CLOSE BANK-HOLIDAY-FILE.


       LOAD-JOURNAL-CONTROL.
           MOVE ZERO TO WS-CTL-COUNT
           OPEN INPUT JOURNAL-CONTROL-FILE
           IF NOT WS-JCT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JCT-FILE-EOF
               READ JOURNAL-CONTROL-FILE
                   AT END SET WS-JCT-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-CTL-COUNT = 300
                           DISPLAY "Journal control table full -- "
                               JCT-BATCH-ID " not matched."
                       ELSE
                           ADD 1 TO WS-CTL-COUNT
                           SET WS-CTL-IDX TO WS-CTL-COUNT
                           PERFORM STORE-CONTROL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-CONTROL-FILE.


       STORE-CONTROL-ENTRY.
           MOVE JCT-BATCH-ID     TO WS-CTL-BATCH-ID(WS-CTL-IDX)
           MOVE JCT-FILE-NAME    TO WS-CTL-FILE-NAME(WS-CTL-IDX)
           MOVE JCT-BATCH-TYPE   TO WS-CTL-BATCH-TYPE(WS-CTL-IDX)
           MOVE JCT-PERIOD       TO WS-CTL-PERIOD(WS-CTL-IDX)
           MOVE JCT-JOURNAL-DATE TO WS-CTL-JOURNAL-DATE(WS-CTL-IDX)
           MOVE JCT-DEBIT-TOTAL  TO WS-CTL-DEBIT-TOTAL(WS-CTL-IDX)
           MOVE JCT-CREDIT-TOTAL TO WS-CTL-CREDIT-TOTAL(WS-CTL-IDX)
           MOVE JCT-LINE-COUNT   TO WS-CTL-LINE-COUNT(WS-CTL-IDX)
           MOVE JCT-BUILT-DATE   TO WS-CTL-BUILT-DATE(WS-CTL-IDX)
           MOVE JCT-STATUS       TO WS-CTL-STATUS(WS-CTL-IDX)
           MOVE JCT-POSTED-LINES TO WS-CTL-POSTED(WS-CTL-IDX)
           MOVE JCT-REJECTED-LINES TO WS-CTL-REJECTED(WS-CTL-IDX)
           MOVE JCT-ACK-DATE     TO WS-CTL-ACK-DATE(WS-CTL-IDX)
           MOVE "N" TO WS-CTL-ANSWERED(WS-CTL-IDX)
           MOVE SPACE TO WS-CTL-WHOLE-RESULT(WS-CTL-IDX)
           MOVE ZERO TO WS-CTL-RUN-POSTED(WS-CTL-IDX)
           MOVE ZERO TO WS-CTL-RUN-REJECTED(WS-CTL-IDX).


      *****************************************************************
      * the ledger's results, line by line, against the log
      *****************************************************************
       MATCH-POSTING-RESULTS.
           OPEN INPUT POSTING-RESULT-FILE
           IF NOT WS-GPR-FILE-OK
               DISPLAY "GLACKMAT: no posting results from the ledger."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GPR-FILE-EOF
               READ POSTING-RESULT-FILE
                   AT END SET WS-GPR-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RESULT-COUNT
                       PERFORM MATCH-ONE-RESULT
               END-READ
           END-PERFORM
           CLOSE POSTING-RESULT-FILE.


       MATCH-ONE-RESULT.
           SET WS-CTL-IDX TO 1
           PERFORM UNTIL WS-CTL-IDX > WS-CTL-COUNT
                   OR WS-CTL-BATCH-ID(WS-CTL-IDX) = GPR-BATCH-ID
               SET WS-CTL-IDX UP BY 1
           END-PERFORM
           IF WS-CTL-IDX > WS-CTL-COUNT
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE GPR-BATCH-ID TO AUL-BATCH-ID
               MOVE GPR-LINE-NUMBER TO AUL-LINE-NUMBER
               MOVE GPR-RESULT TO AUL-RESULT
               WRITE ACK-REPORT-REC FROM ACK-UNKNOWN-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CTL-ANSWERED(WS-CTL-IDX)
           IF GPR-LINE-NUMBER = ZERO
               MOVE GPR-RESULT TO WS-CTL-WHOLE-RESULT(WS-CTL-IDX)
           ELSE
               IF GPR-POSTED
                   ADD 1 TO WS-CTL-RUN-POSTED(WS-CTL-IDX)
               ELSE
                   ADD 1 TO WS-CTL-RUN-REJECTED(WS-CTL-IDX)
               END-IF
           END-IF
           IF GPR-POSTED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REJECT-LINES
           MOVE SPACES TO WS-ERR-MESSAGE
           IF GPR-LINE-NUMBER = ZERO
               STRING "Journal batch " GPR-BATCH-ID
                   " rejected: " GPR-REASON
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
           ELSE
               STRING "Journal batch " GPR-BATCH-ID
                   " line " GPR-LINE-NUMBER
                   " rejected: " GPR-REASON
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
           END-IF
           PERFORM RAISE-POSTING-ALERT.


      *****************************************************************
      * a batch answered in this file takes its status from the
      * answer: the result for the batch as a whole when the ledger
      * sent one, otherwise its line results against the lines sent
      *****************************************************************
       SETTLE-ANSWERED-BATCHES.
           WRITE ACK-REPORT-REC FROM ACK-HEADING-LINE
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF WS-CTL-ANSWERED(WS-CTL-IDX) = "Y"
                   PERFORM SETTLE-ONE-BATCH
               END-IF
           END-PERFORM.


       SETTLE-ONE-BATCH.
           ADD 1 TO WS-ANSWERED-COUNT
           MOVE WS-TODAY-DATE TO WS-CTL-ACK-DATE(WS-CTL-IDX)
           MOVE WS-CTL-RUN-POSTED(WS-CTL-IDX)
               TO WS-CTL-POSTED(WS-CTL-IDX)
           MOVE WS-CTL-RUN-REJECTED(WS-CTL-IDX)
               TO WS-CTL-REJECTED(WS-CTL-IDX)
           EVALUATE TRUE
               WHEN WS-CTL-WHOLE-RESULT(WS-CTL-IDX) = "R"
                   MOVE ZERO TO WS-CTL-POSTED(WS-CTL-IDX)
                   MOVE WS-CTL-LINE-COUNT(WS-CTL-IDX)
                       TO WS-CTL-REJECTED(WS-CTL-IDX)
               WHEN WS-CTL-WHOLE-RESULT(WS-CTL-IDX) = "P"
                   AND WS-CTL-RUN-REJECTED(WS-CTL-IDX) = ZERO
                   MOVE WS-CTL-LINE-COUNT(WS-CTL-IDX)
                       TO WS-CTL-POSTED(WS-CTL-IDX)
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-CTL-POSTED(WS-CTL-IDX) = ZERO
                   MOVE "REJECTED" TO WS-CTL-STATUS(WS-CTL-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-CTL-REJECTED(WS-CTL-IDX) = ZERO
                   AND WS-CTL-POSTED(WS-CTL-IDX)
                       >= WS-CTL-LINE-COUNT(WS-CTL-IDX)
                   MOVE "POSTED" TO WS-CTL-STATUS(WS-CTL-IDX)
                   ADD 1 TO WS-POSTED-COUNT
               WHEN OTHER
                   MOVE "PARTIAL" TO WS-CTL-STATUS(WS-CTL-IDX)
                   ADD 1 TO WS-PARTIAL-COUNT
           END-EVALUATE

           PERFORM FILL-BATCH-LINE
           MOVE WS-CTL-STATUS(WS-CTL-IDX) TO ABL-STATUS
           WRITE ACK-REPORT-REC FROM ACK-BATCH-LINE

      *    lines the ledger never answered for are a short posting
      *    even when nothing was rejected
           IF WS-CTL-REJECTED(WS-CTL-IDX) = ZERO
               AND WS-CTL-POSTED(WS-CTL-IDX) > ZERO
               AND WS-CTL-POSTED(WS-CTL-IDX)
                   < WS-CTL-LINE-COUNT(WS-CTL-IDX)
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Journal batch " WS-CTL-BATCH-ID(WS-CTL-IDX)
                   " posted short of its line count"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM RAISE-POSTING-ALERT
           END-IF

           IF WS-CTL-RUN-REJECTED(WS-CTL-IDX) > ZERO
               OR WS-CTL-WHOLE-RESULT(WS-CTL-IDX) = "R"
               PERFORM LIST-BATCH-REJECTIONS
           END-IF.


       FILL-BATCH-LINE.
           MOVE WS-CTL-BATCH-ID(WS-CTL-IDX)     TO ABL-BATCH-ID
           MOVE WS-CTL-FILE-NAME(WS-CTL-IDX)    TO ABL-FILE-NAME
           MOVE WS-CTL-BATCH-TYPE(WS-CTL-IDX)   TO ABL-BATCH-TYPE
           MOVE WS-CTL-PERIOD(WS-CTL-IDX)       TO ABL-PERIOD
           MOVE WS-CTL-JOURNAL-DATE(WS-CTL-IDX) TO ABL-JOURNAL-DATE
           MOVE WS-CTL-LINE-COUNT(WS-CTL-IDX)   TO ABL-LINES
           MOVE WS-CTL-POSTED(WS-CTL-IDX)       TO ABL-POSTED
           MOVE WS-CTL-REJECTED(WS-CTL-IDX)     TO ABL-REJECTED.


      * the rejected lines go under their batch with the reasons;
      * the result file is read again for them
       LIST-BATCH-REJECTIONS.
           OPEN INPUT POSTING-RESULT-FILE
           IF NOT WS-GPR-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GPR-FILE-EOF
               READ POSTING-RESULT-FILE
                   AT END SET WS-GPR-FILE-EOF TO TRUE
                   NOT AT END
                       IF GPR-BATCH-ID = WS-CTL-BATCH-ID(WS-CTL-IDX)
                           AND GPR-REJECTED
                           MOVE GPR-LINE-NUMBER TO ARL-LINE-NUMBER
                           MOVE GPR-REASON TO ARL-REASON
                           WRITE ACK-REPORT-REC FROM ACK-REJECT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTING-RESULT-FILE.


      *****************************************************************
      * a batch the ledger has still not answered by the end of the
      * next business day after it was built
      *****************************************************************
       LIST-UNACKNOWLEDGED-BATCHES.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF WS-CTL-STATUS(WS-CTL-IDX) = "BUILT"
                   AND WS-CTL-BUILT-DATE(WS-CTL-IDX) > ZERO
                   PERFORM CHECK-ONE-UNANSWERED
               END-IF
           END-PERFORM.


       CHECK-ONE-UNANSWERED.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               WS-CTL-BUILT-DATE(WS-CTL-IDX)) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DUE-DATE
           PERFORM CHECK-BANK-CLOSED
           PERFORM UNTIL NOT WS-BANK-CLOSED
               ADD 1 TO WS-DATE-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DUE-DATE
               PERFORM CHECK-BANK-CLOSED
           END-PERFORM
           IF WS-TODAY-DATE <= WS-DUE-DATE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OVERDUE-COUNT
           IF WS-OVERDUE-COUNT = 1
               MOVE SPACES TO ACK-REPORT-REC
               WRITE ACK-REPORT-REC
               MOVE "BATCHES WITH NO ACKNOWLEDGMENT FROM THE LEDGER"
                   TO ACK-REPORT-REC
               WRITE ACK-REPORT-REC
           END-IF
           PERFORM FILL-BATCH-LINE
           MOVE "NO ACKNOWLEDGMENT" TO ABL-STATUS
           WRITE ACK-REPORT-REC FROM ACK-BATCH-LINE

           MOVE "GLACKMAT" TO WS-ERR-PROGRAM-ID
           MOVE ZERO TO WS-ERR-CODE
           SET WS-ERR-SEVERITY-WARNING TO TRUE
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING "Journal batch " WS-CTL-BATCH-ID(WS-CTL-IDX)
               " built " WS-CTL-BUILT-DATE(WS-CTL-IDX)
               " not acknowledged by the ledger"
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE
           END-STRING
           DISPLAY "WARNING " WS-ERR-PROGRAM-ID ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       CHECK-BANK-CLOSED.
           MOVE "N" TO WS-DATE-IS-CLOSED
      *    integer date 1 was a Monday; 6 = Saturday, 0 = Sunday
           COMPUTE WS-WEEKDAY-NUMBER =
               FUNCTION MOD(WS-DATE-INT, 7)
           IF WS-WEEKDAY-NUMBER = 6 OR WS-WEEKDAY-NUMBER = 0
               SET WS-BANK-CLOSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-HOL-IDX TO 1
           PERFORM UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-ENTRY(WS-HOL-IDX) = WS-DUE-DATE
                   SET WS-BANK-CLOSED TO TRUE
               END-IF
               SET WS-HOL-IDX UP BY 1
           END-PERFORM.


       SAVE-JOURNAL-CONTROL.
           OPEN OUTPUT JOURNAL-CONTROL-FILE
           IF NOT WS-JCT-FILE-OK
               MOVE WS-JCT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite JOURNAL-CONTROL-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT
               MOVE SPACES TO JOURNAL-CONTROL-RECORD
               MOVE WS-CTL-BATCH-ID(WS-CTL-IDX)     TO JCT-BATCH-ID
               MOVE WS-CTL-FILE-NAME(WS-CTL-IDX)    TO JCT-FILE-NAME
               MOVE WS-CTL-BATCH-TYPE(WS-CTL-IDX)   TO JCT-BATCH-TYPE
               MOVE WS-CTL-PERIOD(WS-CTL-IDX)       TO JCT-PERIOD
               MOVE WS-CTL-JOURNAL-DATE(WS-CTL-IDX)
                   TO JCT-JOURNAL-DATE
               MOVE WS-CTL-DEBIT-TOTAL(WS-CTL-IDX)
                   TO JCT-DEBIT-TOTAL
               MOVE WS-CTL-CREDIT-TOTAL(WS-CTL-IDX)
                   TO JCT-CREDIT-TOTAL
               MOVE WS-CTL-LINE-COUNT(WS-CTL-IDX)   TO JCT-LINE-COUNT
               MOVE WS-CTL-BUILT-DATE(WS-CTL-IDX)   TO JCT-BUILT-DATE
               MOVE WS-CTL-STATUS(WS-CTL-IDX)       TO JCT-STATUS
               MOVE WS-CTL-POSTED(WS-CTL-IDX)
                   TO JCT-POSTED-LINES
               MOVE WS-CTL-REJECTED(WS-CTL-IDX)
                   TO JCT-REJECTED-LINES
               MOVE WS-CTL-ACK-DATE(WS-CTL-IDX)     TO JCT-ACK-DATE
               WRITE JOURNAL-CONTROL-RECORD
           END-PERFORM
           CLOSE JOURNAL-CONTROL-FILE.

       END PROGRAM GLACKMAT.
