      ******************************************************************
      * Quarterly segregation-of-duties review. SODRULES.TXT lists
      * the pairs of duties that must never sit with one operator;
      * the report checks each pair two ways:
      *   - GRANT: an operator on OPAUTH.TXT holding both actions of
      *     a pair, whether or not either was ever used
      *   - ACTIVITY: an operator who actually performed both halves
      *     of a pair inside the quarter, off the audit trail
      *     (SYSAUDIT.TXT) and the master change history (EMPCHG)
      *
      * SODRULES.TXT: action A X(8), action B X(8), description
      * X(40). A rule half is either an OPAUTH action or one of the
      * activity codes the trail evidences:
      *   BANKENT  a bank change entered for release (EMPMAINT
      *            BANKHOLD), or banking fields posted to the master
      *            (EMPCHG BANK ROUTING / BANK ACCOUNT)
      *   BANKCHG  a held bank change released (EMPMAINT BANKREL,
      *            the approving operator)
      *   TRIAL    a payroll trial run completed (PAYROL00)
      *   APPROVE  a pay period approved at the console (MENU)
      *   RATECHG  a rate, salary or pay class change (EMPCHG)
      * A rule whose halves are both OPAUTH actions is checked on
      * the grants; one whose halves both have activity behind
      * them is checked on the trail as well.
      *
      * The quarter comes from the run parm as YYYYQn; with no parm
      * it is the quarter the business date (BUSDATE.TXT, else the
      * calendar) closes, or the quarter before it. Operators are
      * matched on the first ten characters of the id, the width
      * the shortest audit record carries.
      *
      * The findings go to SODRPT.RPT; the run is stamped to
      * SYSAUDIT.TXT, and any conflict raises an ALERTLOG warning
      * and ends the job RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-RULES-FILE ASSIGN TO "SODRULES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPAUTH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-FILE-STATUS.

           SELECT SYSTEM-AUDIT-FILE ASSIGN TO "SYSAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSAUD-FILE-STATUS.

           SELECT EMP-CHANGE-FILE ASSIGN TO "EMPCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-FILE-STATUS.

           SELECT SOD-REPORT-FILE ASSIGN TO "SODRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOD-RULES-FILE.
       01  SOD-RULE-RECORD.
           05  RUL-ACTION-A        PIC X(8).
           05  RUL-ACTION-B        PIC X(8).
           05  RUL-DESCRIPTION     PIC X(40).

       FD  OPERATOR-AUTH-FILE.
       01  OPERATOR-AUTH-RECORD.
           05  OPA-OPERATOR-ID     PIC X(20).
           05  FILLER              PIC X.
           05  OPA-ACTION          PIC X(8).

       FD  SYSTEM-AUDIT-FILE.
           COPY SYSAUDIT.

       FD  EMP-CHANGE-FILE.
           COPY EMPCHG.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-DATE         PIC 9(8).

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-REC      PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-RUL-FILE-STATUS PIC XX.
           88  WS-RUL-FILE-OK        VALUE "00".
           88  WS-RUL-FILE-EOF       VALUE "10".

       77  WS-OPA-FILE-STATUS PIC XX.
           88  WS-OPA-FILE-OK        VALUE "00".
           88  WS-OPA-FILE-EOF       VALUE "10".

       77  WS-SYSAUD-FILE-STATUS PIC XX.
           88  WS-SYSAUD-FILE-OK     VALUE "00".
           88  WS-SYSAUD-FILE-EOF    VALUE "10".

       77  WS-CHG-FILE-STATUS PIC XX.
           88  WS-CHG-FILE-OK        VALUE "00".
           88  WS-CHG-FILE-EOF       VALUE "10".

       77  WS-BUS-FILE-STATUS PIC XX.
           88  WS-BUS-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

      * the quarter under review
       77  WS-TODAY-DATE      PIC X(8) VALUE SPACES.
       77  WS-WORK-DATE       PIC 9(8) VALUE ZERO.
       77  WS-DATE-INT        PIC 9(8) VALUE ZERO.
       01  WS-QUARTER-ID.
           05  WS-QTR-YEAR         PIC 9(4) VALUE ZERO.
           05  FILLER              PIC X    VALUE "Q".
           05  WS-QTR-NUMBER       PIC 9    VALUE ZERO.
       77  WS-QTR-START       PIC X(8) VALUE SPACES.
       77  WS-QTR-END         PIC X(8) VALUE SPACES.
       77  WS-QTR-MONTH       PIC 99 VALUE ZERO.
       01  WS-TOMORROW.
           05  WS-TMW-YEAR         PIC 9(4).
           05  WS-TMW-MONTH        PIC 99.
           05  WS-TMW-DAY          PIC 99.

      * the conflict rules
       77  WS-RULE-COUNT      PIC 99 VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-RUL-IDX.
               10  WS-RUL-ACTION-A     PIC X(8).
               10  WS-RUL-ACTION-B     PIC X(8).
               10  WS-RUL-DESC         PIC X(40).

      * the grants as OPAUTH.TXT carries them
       77  WS-GRANT-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-GRANT-TABLE.
           05  WS-GRANT-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-GRT-IDX WS-GRT-PAIR.
               10  WS-GRT-OPERATOR     PIC X(20).
               10  WS-GRT-ACTION       PIC X(8).

      * one row per operator and activity code seen in the quarter
       77  WS-ACT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACTIVITY-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-ACT-IDX WS-ACT-PAIR.
               10  WS-ACT-OPER-KEY     PIC X(10).
               10  WS-ACT-OPERATOR     PIC X(20).
               10  WS-ACT-CODE         PIC X(8).
               10  WS-ACT-TIMES        PIC 9(5).
               10  WS-ACT-LAST-DATE    PIC X(8).
       77  WS-ACT-TABLE-FLAG  PIC X VALUE "N".
           88  WS-ACT-TABLE-FULL     VALUE "Y".

      * the event being filed
       77  WS-EVT-OPERATOR    PIC X(20) VALUE SPACES.
       77  WS-EVT-CODE        PIC X(8) VALUE SPACES.
       77  WS-EVT-DATE        PIC X(8) VALUE SPACES.

       77  WS-GRANT-CONFLICTS PIC 9(5) VALUE ZERO.
       77  WS-ACT-CONFLICTS   PIC 9(5) VALUE ZERO.
       77  WS-CONFLICT-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-EVENT-COUNT     PIC 9(7) VALUE ZERO.
       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.

       01  SOD-HEADING-LINE.
           05  FILLER  PIC X(38)
               VALUE "SEGREGATION OF DUTIES REVIEW  QUARTER ".
           05  SHL-QUARTER     PIC X(6).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  SHL-START       PIC X(8).
           05  FILLER  PIC X(4)  VALUE " TO ".
           05  SHL-END         PIC X(8).

       01  SOD-COLUMN-LINE.
           05  FILLER  PIC X(30)
               VALUE "TYPE     OPERATOR".
           05  FILLER  PIC X(30)
               VALUE "DUTY A     DUTY B   DETAIL".

       01  SOD-DETAIL-LINE.
           05  SDL-TYPE        PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  SDL-OPERATOR    PIC X(20).
           05  FILLER          PIC X     VALUE SPACE.
           05  SDL-ACTION-A    PIC X(8).
           05  FILLER          PIC X(3)  VALUE " + ".
           05  SDL-ACTION-B    PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  SDL-DETAIL      PIC X(30).

       01  SOD-COUNT-LINE.
           05  SCL-LABEL       PIC X(40).
           05  SCL-COUNT       PIC ZZZZ9.

       COPY RPTWRREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUDCHREQ.

       LINKAGE SECTION.
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "SODRPT" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           PERFORM SET-REVIEW-QUARTER
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM LOAD-SOD-RULES
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM LOAD-OPERATOR-GRANTS

           OPEN OUTPUT SOD-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open SOD-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           MOVE WS-QUARTER-ID TO SHL-QUARTER
           MOVE WS-QTR-START  TO SHL-START
           MOVE WS-QTR-END    TO SHL-END
           MOVE "O" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 56 TO RWR-LINES-PER-PAGE
           MOVE SOD-HEADING-LINE TO RWR-HEADING-1
           MOVE SOD-COLUMN-LINE  TO RWR-HEADING-2
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           PERFORM CHECK-GRANT-CONFLICTS
           PERFORM LOAD-AUDIT-ACTIVITY
           PERFORM LOAD-CHANGE-ACTIVITY
           PERFORM CHECK-ACTIVITY-CONFLICTS
           PERFORM PRINT-CONFLICT-COUNTS

           MOVE "C" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           CLOSE SOD-REPORT-FILE
           PERFORM WRITE-RUN-AUDIT-RECORD

           IF WS-CONFLICT-COUNT > ZERO
               PERFORM RAISE-CONFLICT-ALERT
           END-IF
           DISPLAY "SODRPT " WS-QUARTER-ID ": " WS-GRANT-CONFLICTS
               " grant and " WS-ACT-CONFLICTS
               " activity conflict(s)."
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "SODRPT" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 8 TO RETURN-CODE.


       RAISE-CONFLICT-ALERT.
           MOVE "SODRPT" TO WS-ERR-PROGRAM-ID
           MOVE ZERO TO WS-ERR-CODE
           SET WS-ERR-SEVERITY-WARNING TO TRUE
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING WS-QUARTER-ID ": " WS-CONFLICT-COUNT
               " duties conflict(s), see SODRPT.RPT"
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE
           END-STRING
           DISPLAY "WARNING " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 4 TO RETURN-CODE.


      ******************************************************************
      * The quarter: YYYYQn off the parm, else the one the business
      * date closes on its last day, else the one before it.
      ******************************************************************
       SET-REVIEW-QUARTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUS-FILE-OK
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BD-DATE NUMERIC AND BD-DATE > ZERO
                           MOVE BD-DATE TO WS-TODAY-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF

           IF LNK-PARM-LENGTH > 0 AND LNK-PARM-LENGTH <= 20
               AND LNK-PARM-DATA(1:6) NOT = SPACES
               IF LNK-PARM-DATA(1:4) NOT NUMERIC
                   OR LNK-PARM-DATA(5:1) NOT = "Q"
                   OR LNK-PARM-DATA(6:1) < "1"
                   OR LNK-PARM-DATA(6:1) > "4"
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE "Quarter parm must be YYYYQn"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE LNK-PARM-DATA(1:4) TO WS-QTR-YEAR
               MOVE LNK-PARM-DATA(6:1) TO WS-QTR-NUMBER
           ELSE
               MOVE WS-TODAY-DATE(1:4) TO WS-QTR-YEAR
               MOVE WS-TODAY-DATE(5:2) TO WS-QTR-MONTH
               COMPUTE WS-QTR-NUMBER = (WS-QTR-MONTH + 2) / 3
               MOVE WS-TODAY-DATE TO WS-WORK-DATE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-TOMORROW
      *        only the last day of a quarter's closing month keeps
      *        the quarter; any other day reviews the one before
               IF NOT (WS-TMW-DAY = 1
                   AND (WS-QTR-MONTH = 3 OR 6 OR 9 OR 12))
                   IF WS-QTR-NUMBER = 1
                       MOVE 4 TO WS-QTR-NUMBER
                       SUBTRACT 1 FROM WS-QTR-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-QTR-NUMBER
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-QTR-MONTH = WS-QTR-NUMBER * 3 - 2
           MOVE WS-QTR-YEAR TO WS-QTR-START(1:4)
           MOVE WS-QTR-MONTH TO WS-QTR-START(5:2)
           MOVE "01" TO WS-QTR-START(7:2)
           MOVE WS-QTR-YEAR TO WS-QTR-END(1:4)
           EVALUATE WS-QTR-NUMBER
               WHEN 1 MOVE "0331" TO WS-QTR-END(5:4)
               WHEN 2 MOVE "0630" TO WS-QTR-END(5:4)
               WHEN 3 MOVE "0930" TO WS-QTR-END(5:4)
               WHEN OTHER MOVE "1231" TO WS-QTR-END(5:4)
           END-EVALUATE.


       LOAD-SOD-RULES.
           MOVE ZERO TO WS-RULE-COUNT
           OPEN INPUT SOD-RULES-FILE
           IF NOT WS-RUL-FILE-OK
               MOVE WS-RUL-FILE-STATUS TO WS-ERR-CODE
               MOVE "No conflict rules -- SODRULES.TXT missing"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RUL-FILE-EOF
               READ SOD-RULES-FILE
                   AT END SET WS-RUL-FILE-EOF TO TRUE
                   NOT AT END
                       IF RUL-ACTION-A NOT = SPACES
                           AND RUL-ACTION-B NOT = SPACES
                           AND WS-RULE-COUNT < 50
                           ADD 1 TO WS-RULE-COUNT
                           SET WS-RUL-IDX TO WS-RULE-COUNT
                           MOVE RUL-ACTION-A
                               TO WS-RUL-ACTION-A(WS-RUL-IDX)
                           MOVE RUL-ACTION-B
                               TO WS-RUL-ACTION-B(WS-RUL-IDX)
                           MOVE RUL-DESCRIPTION
                               TO WS-RUL-DESC(WS-RUL-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOD-RULES-FILE
           IF WS-RULE-COUNT = ZERO
               MOVE ZERO TO WS-ERR-CODE
               MOVE "SODRULES.TXT holds no conflict rules"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           END-IF.


      * no OPAUTH.TXT means no grants, and no grant conflicts
       LOAD-OPERATOR-GRANTS.
           MOVE ZERO TO WS-GRANT-COUNT
           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT WS-OPA-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPA-FILE-EOF
               READ OPERATOR-AUTH-FILE
                   AT END SET WS-OPA-FILE-EOF TO TRUE
                   NOT AT END
                       IF OPA-OPERATOR-ID NOT = SPACES
                           AND OPA-ACTION NOT = SPACES
                           AND WS-GRANT-COUNT < 500
                           ADD 1 TO WS-GRANT-COUNT
                           SET WS-GRT-IDX TO WS-GRANT-COUNT
                           MOVE OPA-OPERATOR-ID
                               TO WS-GRT-OPERATOR(WS-GRT-IDX)
                           MOVE OPA-ACTION
                               TO WS-GRT-ACTION(WS-GRT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE.


      ******************************************************************
      * Grant conflicts: for each rule, every grant of the first
      * action whose operator also holds the second.
      ******************************************************************
       CHECK-GRANT-CONFLICTS.
           MOVE "GRANTS -- ONE OPERATOR HOLDS BOTH DUTIES OF A RULE"
               TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULE-COUNT
               PERFORM VARYING WS-GRT-IDX FROM 1 BY 1
                   UNTIL WS-GRT-IDX > WS-GRANT-COUNT
                   IF WS-GRT-ACTION(WS-GRT-IDX)
                       = WS-RUL-ACTION-A(WS-RUL-IDX)
                       PERFORM CHECK-ONE-GRANT
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-GRANT-CONFLICTS = ZERO
               MOVE "  none" TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF.


       CHECK-ONE-GRANT.
           SET WS-GRT-PAIR TO 1
           PERFORM UNTIL WS-GRT-PAIR > WS-GRANT-COUNT
                   OR (WS-GRT-OPERATOR(WS-GRT-PAIR)
                       = WS-GRT-OPERATOR(WS-GRT-IDX)
                   AND WS-GRT-ACTION(WS-GRT-PAIR)
                       = WS-RUL-ACTION-B(WS-RUL-IDX))
               SET WS-GRT-PAIR UP BY 1
           END-PERFORM
           IF WS-GRT-PAIR > WS-GRANT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SOD-DETAIL-LINE
           MOVE "GRANT"                       TO SDL-TYPE
           MOVE WS-GRT-OPERATOR(WS-GRT-IDX)   TO SDL-OPERATOR
           MOVE WS-RUL-ACTION-A(WS-RUL-IDX)   TO SDL-ACTION-A
           MOVE " + "                         TO SOD-DETAIL-LINE(39:3)
           MOVE WS-RUL-ACTION-B(WS-RUL-IDX)   TO SDL-ACTION-B
           MOVE "HOLDS BOTH ON OPAUTH.TXT"    TO SDL-DETAIL
           MOVE SOD-DETAIL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE
           PERFORM WRITE-RULE-DESCRIPTION
           ADD 1 TO WS-GRANT-CONFLICTS
           ADD 1 TO WS-CONFLICT-COUNT.


      ******************************************************************
      * The audit trail inside the quarter, each event that evidences
      * a duty filed against the operator who performed it.
      ******************************************************************
       LOAD-AUDIT-ACTIVITY.
           MOVE ZERO TO WS-ACT-COUNT
           OPEN INPUT SYSTEM-AUDIT-FILE
           IF NOT WS-SYSAUD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SYSAUD-FILE-EOF
               READ SYSTEM-AUDIT-FILE
                   AT END SET WS-SYSAUD-FILE-EOF TO TRUE
                   NOT AT END
                       IF SYSAUD-TIMESTAMP(1:8) >= WS-QTR-START
                           AND SYSAUD-TIMESTAMP(1:8) <= WS-QTR-END
                           PERFORM TAKE-ONE-AUDIT-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SYSTEM-AUDIT-FILE.


       TAKE-ONE-AUDIT-EVENT.
           MOVE SPACES TO WS-EVT-OPERATOR WS-EVT-CODE
           MOVE SYSAUD-TIMESTAMP(1:8) TO WS-EVT-DATE
           EVALUATE TRUE
      *        "BANKHOLD empid submitter"
               WHEN SYSAUD-PROGRAM-ID = "EMPMAINT"
                   AND SYSAUD-KEY-INPUT(1:9) = "BANKHOLD "
                   MOVE SYSAUD-KEY-INPUT(17:10) TO WS-EVT-OPERATOR
                   MOVE "BANKENT" TO WS-EVT-CODE
      *        "BANKREL empid submitter" / "BY approver"
               WHEN SYSAUD-PROGRAM-ID = "EMPMAINT"
                   AND SYSAUD-KEY-INPUT(1:8) = "BANKREL "
                   AND SYSAUD-KEY-RESULT(1:3) = "BY "
                   MOVE SYSAUD-KEY-RESULT(4:17) TO WS-EVT-OPERATOR
                   MOVE "BANKCHG" TO WS-EVT-CODE
      *        "TRIAL DONE g cc pppp" / operator
               WHEN SYSAUD-PROGRAM-ID = "PAYROL00"
                   AND SYSAUD-KEY-INPUT(1:11) = "TRIAL DONE "
                   MOVE SYSAUD-KEY-RESULT TO WS-EVT-OPERATOR
                   MOVE "TRIAL" TO WS-EVT-CODE
      *        "operator RAN " / "APPROVE PERIOD"
               WHEN SYSAUD-PROGRAM-ID = "MENU"
                   AND SYSAUD-KEY-RESULT = "APPROVE PERIOD"
                   UNSTRING SYSAUD-KEY-INPUT DELIMITED BY " RAN "
                       INTO WS-EVT-OPERATOR
                   END-UNSTRING
                   MOVE "APPROVE" TO WS-EVT-CODE
           END-EVALUATE
           IF WS-EVT-CODE NOT = SPACES
               AND WS-EVT-OPERATOR NOT = SPACES
               PERFORM FILE-ONE-ACTIVITY
           END-IF.


      * the change history inside the quarter: banking fields and
      * pay-rate fields, against the operator who keyed them
       LOAD-CHANGE-ACTIVITY.
           OPEN INPUT EMP-CHANGE-FILE
           IF NOT WS-CHG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CHG-FILE-EOF
               READ EMP-CHANGE-FILE NEXT RECORD
                   AT END SET WS-CHG-FILE-EOF TO TRUE
                   NOT AT END
                       IF CHG-TIMESTAMP(1:8) >= WS-QTR-START
                           AND CHG-TIMESTAMP(1:8) <= WS-QTR-END
                           AND CHG-OPERATOR NOT = SPACES
                           PERFORM TAKE-ONE-CHANGE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-CHANGE-FILE.


       TAKE-ONE-CHANGE-EVENT.
           MOVE SPACES TO WS-EVT-CODE
           EVALUATE CHG-FIELD-NAME
               WHEN "BANK ROUTING"
               WHEN "BANK ACCOUNT"
                   MOVE "BANKENT" TO WS-EVT-CODE
               WHEN "RATE"
               WHEN "SALARY"
               WHEN "PAY CLASS"
                   MOVE "RATECHG" TO WS-EVT-CODE
           END-EVALUATE
           IF WS-EVT-CODE NOT = SPACES
               MOVE CHG-OPERATOR TO WS-EVT-OPERATOR
               MOVE CHG-TIMESTAMP(1:8) TO WS-EVT-DATE
               PERFORM FILE-ONE-ACTIVITY
           END-IF.


      * one row per operator and code; the row keeps the longest
      * form of the operator id any record carried
       FILE-ONE-ACTIVITY.
           ADD 1 TO WS-EVENT-COUNT
           SET WS-ACT-IDX TO 1
           PERFORM UNTIL WS-ACT-IDX > WS-ACT-COUNT
                   OR (WS-ACT-OPER-KEY(WS-ACT-IDX)
                       = WS-EVT-OPERATOR(1:10)
                   AND WS-ACT-CODE(WS-ACT-IDX) = WS-EVT-CODE)
               SET WS-ACT-IDX UP BY 1
           END-PERFORM
           IF WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-COUNT = 500
                   SET WS-ACT-TABLE-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACT-COUNT
               MOVE WS-EVT-OPERATOR(1:10)
                   TO WS-ACT-OPER-KEY(WS-ACT-IDX)
               MOVE WS-EVT-OPERATOR TO WS-ACT-OPERATOR(WS-ACT-IDX)
               MOVE WS-EVT-CODE TO WS-ACT-CODE(WS-ACT-IDX)
               MOVE ZERO TO WS-ACT-TIMES(WS-ACT-IDX)
               MOVE SPACES TO WS-ACT-LAST-DATE(WS-ACT-IDX)
           END-IF
           ADD 1 TO WS-ACT-TIMES(WS-ACT-IDX)
           IF WS-EVT-DATE > WS-ACT-LAST-DATE(WS-ACT-IDX)
               MOVE WS-EVT-DATE TO WS-ACT-LAST-DATE(WS-ACT-IDX)
           END-IF
           IF WS-ACT-OPERATOR(WS-ACT-IDX)(11:10) = SPACES
               AND WS-EVT-OPERATOR(11:10) NOT = SPACES
               MOVE WS-EVT-OPERATOR TO WS-ACT-OPERATOR(WS-ACT-IDX)
           END-IF.


      ******************************************************************
      * Activity conflicts: for each rule, every operator with
      * activity under the first duty and also under the second.
      ******************************************************************
       CHECK-ACTIVITY-CONFLICTS.
           MOVE SPACES TO RWR-DETAIL-LINE
           STRING "ACTIVITY -- ONE OPERATOR PERFORMED BOTH DUTIES IN "
               WS-QUARTER-ID
               DELIMITED BY SIZE INTO RWR-DETAIL-LINE
           END-STRING
           PERFORM WRITE-BREAK-LINE
           IF WS-ACT-TABLE-FULL
               MOVE "  activity table full -- later operators unchecked"
                   TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULE-COUNT
               PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
                   IF WS-ACT-CODE(WS-ACT-IDX)
                       = WS-RUL-ACTION-A(WS-RUL-IDX)
                       PERFORM CHECK-ONE-ACTIVITY
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-ACT-CONFLICTS = ZERO
               MOVE "  none" TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF.


       CHECK-ONE-ACTIVITY.
           SET WS-ACT-PAIR TO 1
           PERFORM UNTIL WS-ACT-PAIR > WS-ACT-COUNT
                   OR (WS-ACT-OPER-KEY(WS-ACT-PAIR)
                       = WS-ACT-OPER-KEY(WS-ACT-IDX)
                   AND WS-ACT-CODE(WS-ACT-PAIR)
                       = WS-RUL-ACTION-B(WS-RUL-IDX))
               SET WS-ACT-PAIR UP BY 1
           END-PERFORM
           IF WS-ACT-PAIR > WS-ACT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SOD-DETAIL-LINE
           MOVE "ACTIVITY"                    TO SDL-TYPE
           MOVE WS-ACT-OPERATOR(WS-ACT-IDX)   TO SDL-OPERATOR
           MOVE WS-RUL-ACTION-A(WS-RUL-IDX)   TO SDL-ACTION-A
           MOVE " + "                         TO SOD-DETAIL-LINE(39:3)
           MOVE WS-RUL-ACTION-B(WS-RUL-IDX)   TO SDL-ACTION-B
           STRING "LAST " WS-ACT-LAST-DATE(WS-ACT-IDX)
               " / " WS-ACT-LAST-DATE(WS-ACT-PAIR)
               DELIMITED BY SIZE INTO SDL-DETAIL
           END-STRING
           MOVE SOD-DETAIL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE
           PERFORM WRITE-RULE-DESCRIPTION
           ADD 1 TO WS-ACT-CONFLICTS
           ADD 1 TO WS-CONFLICT-COUNT.


      * the rule's own wording under each conflict line
       WRITE-RULE-DESCRIPTION.
           MOVE SPACES TO RWR-DETAIL-LINE
           STRING "         " WS-RUL-DESC(WS-RUL-IDX)
               DELIMITED BY SIZE INTO RWR-DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.


       PRINT-CONFLICT-COUNTS.
           MOVE "CONFLICTS" TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           MOVE "RULES CHECKED" TO SCL-LABEL
           MOVE WS-RULE-COUNT TO SCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "AUDIT AND CHANGE EVENTS IN THE QUARTER" TO SCL-LABEL
           MOVE WS-EVENT-COUNT TO SCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "GRANT CONFLICTS" TO SCL-LABEL
           MOVE WS-GRANT-CONFLICTS TO SCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ACTIVITY CONFLICTS" TO SCL-LABEL
           MOVE WS-ACT-CONFLICTS TO SCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "TOTAL CONFLICTS" TO SCL-LABEL
           MOVE WS-CONFLICT-COUNT TO SCL-COUNT
           PERFORM WRITE-COUNT-LINE.


       WRITE-COUNT-LINE.
           MOVE SOD-COUNT-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


      * who ran the review, for which quarter, goes on the
      * permanent audit trail
       WRITE-RUN-AUDIT-RECORD.
           OPEN EXTEND SYSTEM-AUDIT-FILE
           IF NOT WS-SYSAUD-FILE-OK
               OPEN OUTPUT SYSTEM-AUDIT-FILE
           END-IF
           IF WS-SYSAUD-FILE-OK
               MOVE SPACES TO SYS-AUDIT-RECORD
               MOVE "SODRPT" TO SYSAUD-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE(1:15) TO SYSAUD-TIMESTAMP
               MOVE SPACES TO SYSAUD-KEY-INPUT
               STRING "SOD REVIEW " WS-QUARTER-ID " "
                   SGN-OPERATOR-ID(1:9)
                   DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
               END-STRING
               MOVE SPACES TO SYSAUD-KEY-RESULT
               STRING WS-CONFLICT-COUNT " CONFLICTS"
                   DELIMITED BY SIZE INTO SYSAUD-KEY-RESULT
               END-STRING
               MOVE "S" TO ACH-ACTION
               MOVE RETURN-CODE TO ACH-RETURN-CODE
               CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
                   SYS-AUDIT-RECORD
                   ON EXCEPTION CONTINUE
               END-CALL
               WRITE SYS-AUDIT-RECORD
               CLOSE SYSTEM-AUDIT-FILE
           END-IF.


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
               MOVE RWR-OUT-LINE(WS-RWR-OUT-IDX) TO SOD-REPORT-REC
               WRITE SOD-REPORT-REC
           END-PERFORM.

       END PROGRAM SODRPT.
