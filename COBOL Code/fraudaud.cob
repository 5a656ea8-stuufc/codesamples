      ******************************************************************
      * Periodic fraud-indicator audit. Each check on its own is
      * routine; together they are what a ghost employee or a
      * diverted deposit leaves behind, and nothing else in the
      * chain looks for them:
      *   - SHARED ACCOUNT: two employees depositing to the same
      *     bank account, on the master's own account or on any
      *     split-deposit row of DEPALLOC.TXT
      *   - DUPLICATE NAME: two employee ids under the same name
      *   - OPERATOR: a master change (EMPCHG) keyed by an operator
      *     who also signed on to run the payroll (PAYROL00's
      *     sign-on events on SYSAUDIT.TXT) inside the window
      *   - BANK THEN PAY: a bank routing or account change followed
      *     by a payment (PAYHIST) within a few days
      *   - NO TIME: an hourly employee paid on the latest pay date
      *     with no timecard line on TIMECARD.TXT -- worked time or
      *     leave -- or whose department's batch on TCBATCH.TXT
      *     carries no supervisor approval. Run after the payroll,
      *     while the period's timecard feed is still on hand.
      *
      * FRAUDCFG.TXT: look-back window in days 9(3) (default 90),
      * bank-change-to-pay days 9(2) (default 5), and the payroll
      * supervisor the findings are addressed to (default
      * PAYROLL.SUPERVISOR). The business date (BUSDATE.TXT, else
      * the calendar) ends the window.
      *
      * The findings go to FRAUDAUD.RPT, a RESTRICTED report under
      * the same rules as the full bank listing: the operator must
      * hold the FRAUDAUD action, the run is stamped to SYSAUDIT.TXT
      * with who ran it, and account numbers print masked. Any
      * finding raises an alert to the supervisor through ALERTLOG
      * and ends the job RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT DEPOSIT-ALLOCATION-FILE ASSIGN TO "DEPALLOC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAL-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT EMP-CHANGE-FILE ASSIGN TO "EMPCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT TIMECARD-FILE ASSIGN TO "TIMECARD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.

           SELECT TIMECARD-BATCH-FILE ASSIGN TO "TCBATCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAT-FILE-STATUS.

           SELECT SYSTEM-AUDIT-FILE ASSIGN TO "SYSAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSAUD-FILE-STATUS.

           SELECT FRAUD-CONFIG-FILE ASSIGN TO "FRAUDCFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-FILE-STATUS.

           SELECT FRAUD-REPORT-FILE ASSIGN TO "FRAUDAUD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  DEPOSIT-ALLOCATION-FILE.
       01  DEPOSIT-ALLOCATION-RECORD.
           05  DA-EMP-ID       PIC X(6).
           05  DA-PRIORITY     PIC 9(2).
           05  DA-ROUTING      PIC X(9).
           05  DA-ACCOUNT      PIC X(17).
           05  DA-TYPE         PIC X.
           05  DA-AMOUNT       PIC 9(7)V99.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  EMP-CHANGE-FILE.
           COPY EMPCHG.

       FD  TIMECARD-FILE.
           COPY TIMECARD.

       FD  TIMECARD-BATCH-FILE.
       01  TIMECARD-BATCH-RECORD.
           05  BAT-DEPT-CODE   PIC X(4).
           05  BAT-LINE-COUNT  PIC 9(5).
           05  BAT-HOURS-TOTAL PIC 9(6).
           05  BAT-APPROVED    PIC X.
           05  BAT-APPROVER    PIC X(20).

       FD  SYSTEM-AUDIT-FILE.
           COPY SYSAUDIT.

       FD  FRAUD-CONFIG-FILE.
       01  FRAUD-CONFIG-RECORD.
           05  FCF-WINDOW-DAYS     PIC 9(3).
           05  FCF-BANK-PAY-DAYS   PIC 9(2).
           05  FCF-SUPERVISOR      PIC X(20).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-DATE         PIC 9(8).

       FD  FRAUD-REPORT-FILE.
       01  FRAUD-REPORT-REC    PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".
           88  WS-EMP-FILE-EOF       VALUE "10".

       77  WS-DAL-FILE-STATUS PIC XX.
           88  WS-DAL-FILE-OK        VALUE "00".
           88  WS-DAL-FILE-EOF       VALUE "10".

       77  WS-HIST-FILE-STATUS PIC XX.
           88  WS-HIST-FILE-OK       VALUE "00".
           88  WS-HIST-FILE-EOF      VALUE "10".

       77  WS-CHG-FILE-STATUS PIC XX.
           88  WS-CHG-FILE-OK        VALUE "00".
           88  WS-CHG-FILE-EOF       VALUE "10".

       77  WS-TC-FILE-STATUS PIC XX.
           88  WS-TC-FILE-OK         VALUE "00".
           88  WS-TC-FILE-EOF        VALUE "10".

       77  WS-BAT-FILE-STATUS PIC XX.
           88  WS-BAT-FILE-OK        VALUE "00".
           88  WS-BAT-FILE-EOF       VALUE "10".

       77  WS-SYSAUD-FILE-STATUS PIC XX.
           88  WS-SYSAUD-FILE-OK     VALUE "00".
           88  WS-SYSAUD-FILE-EOF    VALUE "10".

       77  WS-CFG-FILE-STATUS PIC XX.
           88  WS-CFG-FILE-OK        VALUE "00".

       77  WS-BUS-FILE-STATUS PIC XX.
           88  WS-BUS-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-WINDOW-DAYS     PIC 9(3) VALUE 90.
       77  WS-BANK-PAY-DAYS   PIC 9(2) VALUE 5.
       77  WS-SUPERVISOR      PIC X(20) VALUE "PAYROLL.SUPERVISOR".

       77  WS-TODAY-DATE      PIC X(8) VALUE SPACES.
       77  WS-WINDOW-START    PIC X(8) VALUE SPACES.
       77  WS-WORK-DATE       PIC 9(8) VALUE ZERO.
       77  WS-PAY-DATE-NUM    PIC 9(8) VALUE ZERO.
       77  WS-DATE-INT        PIC 9(8) VALUE ZERO.
       77  WS-DAYS-APART      PIC S9(5) VALUE ZERO.
       77  WS-LATEST-PAY-DATE PIC X(8) VALUE SPACES.

      * the master, in employee-id order as it is read
       77  WS-EMP-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 3000 TIMES
                               DEPENDING ON WS-EMP-COUNT
                               ASCENDING KEY IS WS-EMT-ID
                               INDEXED BY WS-EMT-IDX.
               10  WS-EMT-ID           PIC X(6).
               10  WS-EMT-NAME         PIC X(15).
               10  WS-EMT-DEPT         PIC X(4).
               10  WS-EMT-CLASS        PIC X.
                   88  WS-EMT-HOURLY        VALUES "H" SPACE.

      * the same names in name order, for the duplicate check
       77  WS-NAME-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-NAME-TABLE.
           05  WS-NAME-ENTRY OCCURS 3000 TIMES
                               INDEXED BY WS-NAM-IDX WS-NAM-MOVE.
               10  WS-NAM-NAME         PIC X(15).
               10  WS-NAM-ID           PIC X(6).
       01  WS-NAME-HOLD               PIC X(21).

      * every account an employee deposits to, in account order
       77  WS-ACCT-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 4000 TIMES
                               INDEXED BY WS-ACT-IDX WS-ACT-MOVE.
               10  WS-ACT-ROUTING      PIC X(9).
               10  WS-ACT-ACCOUNT      PIC X(17).
               10  WS-ACT-EMP-ID       PIC X(6).
       01  WS-ACCT-HOLD               PIC X(32).
       01  WS-ACCT-KEY.
           05  WS-AKY-ROUTING      PIC X(9).
           05  WS-AKY-ACCOUNT      PIC X(17).
           05  WS-AKY-EMP-ID       PIC X(6).

      * operators who signed on to the payroll inside the window
       77  WS-PROP-COUNT      PIC 99 VALUE ZERO.
       01  WS-PROP-TABLE.
           05  WS-PROP-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-PRO-IDX
                               PIC X(19).

      * banking changes inside the window
       77  WS-BCHG-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-BCHG-TABLE.
           05  WS-BCHG-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-BCH-IDX.
               10  WS-BCH-EMP-ID       PIC X(6).
               10  WS-BCH-DATE         PIC X(8).
               10  WS-BCH-FIELD        PIC X(12).
               10  WS-BCH-FLAGGED      PIC X.
                   88  WS-BCH-IS-FLAGGED    VALUE "Y".

      * employees with a line on the timecard feed, and the
      * department batches with their approval
       77  WS-TCE-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-TCE-TABLE.
           05  WS-TCE-ID OCCURS 3000 TIMES
                               INDEXED BY WS-TCE-IDX
                               PIC X(6).
       77  WS-BATCH-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-BTC-IDX.
               10  WS-BTC-DEPT         PIC X(4).
               10  WS-BTC-APPROVED     PIC X.
       77  WS-TC-FEED-FLAG    PIC X VALUE "N".
           88  WS-TC-FEED-ON-HAND    VALUE "Y".
       77  WS-BATCH-FILE-FLAG PIC X VALUE "N".
           88  WS-BATCH-FILE-ON-HAND VALUE "Y".

      * the employee being reported
       77  WS-FIND-EMP-ID     PIC X(6) VALUE SPACES.
       77  WS-FIND-DETAIL     PIC X(56) VALUE SPACES.

       77  WS-SHARED-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-DUPNAME-COUNT   PIC 9(5) VALUE ZERO.
       77  WS-OPERATOR-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-BANKPAY-COUNT   PIC 9(5) VALUE ZERO.
       77  WS-NOTIME-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-FINDING-COUNT   PIC 9(5) VALUE ZERO.
       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.

       01  FRAUD-HEADING-LINE.
           05  FILLER  PIC X(42)
               VALUE "*** RESTRICTED -- FRAUD INDICATOR AUDIT  ".
           05  FRH-START       PIC X(8).
           05  FILLER  PIC X(4)  VALUE " TO ".
           05  FRH-END         PIC X(8).

       01  FRAUD-COLUMN-LINE.
           05  FILLER  PIC X(40)
               VALUE "EMP-ID  NAME             FINDING".

       01  FRAUD-DETAIL-LINE.
           05  FDL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FDL-NAME        PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FDL-DETAIL      PIC X(55).

       01  FRAUD-COUNT-LINE.
           05  FCL-LABEL       PIC X(40).
           05  FCL-COUNT       PIC ZZZZ9.

       COPY RPTWRREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUDCHREQ.
       COPY AUTHREQ.
       COPY MASKREQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "FRAUDAUD" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE

      *    the findings name accounts and people under suspicion;
      *    the operator must hold the audit action before any of
      *    it is read
           MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
           MOVE "FRAUDAUD" TO AUT-ACTION
           CALL "AUTHCHK" USING AUTH-REQUEST
               ON EXCEPTION MOVE "00" TO AUT-STATUS
           END-CALL
           IF AUT-REFUSED
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Operator not authorized for the fraud audit"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           PERFORM LOAD-FRAUD-CONFIG
           PERFORM LOAD-EMPLOYEE-MASTER
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           OPEN OUTPUT FRAUD-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open FRAUD-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           MOVE WS-WINDOW-START TO FRH-START
           MOVE WS-TODAY-DATE   TO FRH-END
           MOVE "O" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 56 TO RWR-LINES-PER-PAGE
           MOVE FRAUD-HEADING-LINE TO RWR-HEADING-1
           MOVE FRAUD-COLUMN-LINE  TO RWR-HEADING-2
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           PERFORM CHECK-SHARED-ACCOUNTS
           PERFORM CHECK-DUPLICATE-NAMES
           PERFORM LOAD-PAYROLL-OPERATORS
           PERFORM CHECK-MASTER-CHANGES
           PERFORM CHECK-BANK-CHANGE-THEN-PAY
           PERFORM CHECK-PAID-WITHOUT-TIME
           PERFORM PRINT-FINDING-COUNTS

           MOVE "C" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           CLOSE FRAUD-REPORT-FILE
           PERFORM WRITE-RUN-AUDIT-RECORD

           IF WS-FINDING-COUNT > ZERO
               PERFORM RAISE-SUPERVISOR-ALERT
           END-IF
           DISPLAY "FRAUDAUD " WS-FINDING-COUNT
               " finding(s) for " WS-SUPERVISOR
               " (RESTRICTED report)."
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "FRAUDAUD" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * the alert names the supervisor, who pulls the restricted
      * report; the alert itself carries counts, never names
       RAISE-SUPERVISOR-ALERT.
           MOVE "FRAUDAUD" TO WS-ERR-PROGRAM-ID
           MOVE ZERO TO WS-ERR-CODE
           SET WS-ERR-SEVERITY-WARNING TO TRUE
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING WS-SUPERVISOR DELIMITED BY SPACE
               ": " WS-FINDING-COUNT
               " fraud indicator(s), see FRAUDAUD.RPT"
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE
           END-STRING
           DISPLAY "WARNING " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 4 TO RETURN-CODE.


       LOAD-FRAUD-CONFIG.
           OPEN INPUT FRAUD-CONFIG-FILE
           IF WS-CFG-FILE-OK
               READ FRAUD-CONFIG-FILE
                   NOT AT END
                       IF FCF-WINDOW-DAYS NUMERIC
                           AND FCF-WINDOW-DAYS > ZERO
                           MOVE FCF-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF FCF-BANK-PAY-DAYS NUMERIC
                           AND FCF-BANK-PAY-DAYS > ZERO
                           MOVE FCF-BANK-PAY-DAYS TO WS-BANK-PAY-DAYS
                       END-IF
                       IF FCF-SUPERVISOR NOT = SPACES
                           MOVE FCF-SUPERVISOR TO WS-SUPERVISOR
                       END-IF
               END-READ
               CLOSE FRAUD-CONFIG-FILE
           END-IF

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
           MOVE WS-TODAY-DATE TO WS-WORK-DATE
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - WS-WINDOW-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-WORK-DATE
           MOVE WS-WORK-DATE TO WS-WINDOW-START.


      * the master into two tables -- by id for lookups, by name
      * for the duplicate check -- and its own bank account into
      * the account table
       LOAD-EMPLOYEE-MASTER.
           MOVE ZERO TO WS-EMP-COUNT WS-NAME-COUNT WS-ACCT-COUNT
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
                   NOT AT END PERFORM TAKE-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.


       TAKE-ONE-EMPLOYEE.
           IF WS-EMP-COUNT = 3000
               MOVE ZERO TO WS-ERR-CODE
               MOVE "More than 3000 employees -- audit incomplete"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               SET WS-EMP-FILE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET WS-EMT-IDX TO WS-EMP-COUNT
           MOVE EMP-ID        TO WS-EMT-ID(WS-EMT-IDX)
           MOVE EMP-NAME      TO WS-EMT-NAME(WS-EMT-IDX)
           MOVE EMP-DEPT-CODE TO WS-EMT-DEPT(WS-EMT-IDX)
           MOVE EMP-PAY-CLASS TO WS-EMT-CLASS(WS-EMT-IDX)

           IF EMP-NAME NOT = SPACES
               SET WS-NAM-IDX TO 1
               PERFORM UNTIL WS-NAM-IDX > WS-NAME-COUNT
                       OR WS-NAM-NAME(WS-NAM-IDX) > EMP-NAME
                   SET WS-NAM-IDX UP BY 1
               END-PERFORM
               ADD 1 TO WS-NAME-COUNT
               SET WS-NAM-MOVE TO WS-NAME-COUNT
               PERFORM UNTIL WS-NAM-MOVE = WS-NAM-IDX
                   MOVE WS-NAME-ENTRY(WS-NAM-MOVE - 1) TO WS-NAME-HOLD
                   MOVE WS-NAME-HOLD TO WS-NAME-ENTRY(WS-NAM-MOVE)
                   SET WS-NAM-MOVE DOWN BY 1
               END-PERFORM
               MOVE EMP-NAME TO WS-NAM-NAME(WS-NAM-IDX)
               MOVE EMP-ID   TO WS-NAM-ID(WS-NAM-IDX)
           END-IF

           IF EMP-BANK-ROUTING NOT = SPACES
               AND EMP-BANK-ACCOUNT NOT = SPACES
               MOVE EMP-BANK-ROUTING TO WS-AKY-ROUTING
               MOVE EMP-BANK-ACCOUNT TO WS-AKY-ACCOUNT
               MOVE EMP-ID           TO WS-AKY-EMP-ID
               PERFORM FILE-ONE-ACCOUNT
           END-IF.


      * an account into the account table in account order; the
      * same account for the same employee is filed once
       FILE-ONE-ACCOUNT.
           IF WS-ACCT-COUNT = 4000
               EXIT PARAGRAPH
           END-IF
           SET WS-ACT-IDX TO 1
           PERFORM UNTIL WS-ACT-IDX > WS-ACCT-COUNT
                   OR WS-ACCT-ENTRY(WS-ACT-IDX) >= WS-ACCT-KEY
               SET WS-ACT-IDX UP BY 1
           END-PERFORM
           IF WS-ACT-IDX NOT > WS-ACCT-COUNT
               IF WS-ACCT-ENTRY(WS-ACT-IDX) = WS-ACCT-KEY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           SET WS-ACT-MOVE TO WS-ACCT-COUNT
           PERFORM UNTIL WS-ACT-MOVE = WS-ACT-IDX
               MOVE WS-ACCT-ENTRY(WS-ACT-MOVE - 1) TO WS-ACCT-HOLD
               MOVE WS-ACCT-HOLD TO WS-ACCT-ENTRY(WS-ACT-MOVE)
               SET WS-ACT-MOVE DOWN BY 1
           END-PERFORM
           MOVE WS-ACCT-KEY TO WS-ACCT-ENTRY(WS-ACT-IDX).


      ******************************************************************
      * Shared accounts: the split-deposit rows join the master's
      * own accounts, and any account reached by two employees is
      * a finding against the second.
      ******************************************************************
       CHECK-SHARED-ACCOUNTS.
           MOVE "SHARED ACCOUNT -- TWO EMPLOYEES, ONE BANK ACCOUNT"
               TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           OPEN INPUT DEPOSIT-ALLOCATION-FILE
           IF WS-DAL-FILE-OK
               PERFORM UNTIL WS-DAL-FILE-EOF
                   READ DEPOSIT-ALLOCATION-FILE
                       AT END SET WS-DAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF DA-ROUTING NOT = SPACES
                               AND DA-ACCOUNT NOT = SPACES
                               MOVE DA-ROUTING TO WS-AKY-ROUTING
                               MOVE DA-ACCOUNT TO WS-AKY-ACCOUNT
                               MOVE DA-EMP-ID  TO WS-AKY-EMP-ID
                               PERFORM FILE-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-ALLOCATION-FILE
           END-IF
           IF WS-ACCT-COUNT = 4000
               MOVE "  account table full -- later accounts unchecked"
                   TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF

           PERFORM VARYING WS-ACT-IDX FROM 2 BY 1
               UNTIL WS-ACT-IDX > WS-ACCT-COUNT
               IF WS-ACT-ROUTING(WS-ACT-IDX)
                       = WS-ACT-ROUTING(WS-ACT-IDX - 1)
                   AND WS-ACT-ACCOUNT(WS-ACT-IDX)
                       = WS-ACT-ACCOUNT(WS-ACT-IDX - 1)
                   MOVE WS-ACT-ACCOUNT(WS-ACT-IDX) TO MSK-ACCOUNT
                   CALL "MASKACCT" USING MASK-REQUEST
                       ON EXCEPTION CONTINUE
                   END-CALL
                   MOVE WS-ACT-EMP-ID(WS-ACT-IDX) TO WS-FIND-EMP-ID
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "ACCT " MSK-ACCOUNT DELIMITED BY SPACE
                       " ALSO PAYS " WS-ACT-EMP-ID(WS-ACT-IDX - 1)
                       DELIMITED BY SIZE INTO WS-FIND-DETAIL
                   END-STRING
                   ADD 1 TO WS-SHARED-COUNT
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM.


       CHECK-DUPLICATE-NAMES.
           MOVE "DUPLICATE NAME -- ONE NAME, TWO EMPLOYEE IDS"
               TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           PERFORM VARYING WS-NAM-IDX FROM 2 BY 1
               UNTIL WS-NAM-IDX > WS-NAME-COUNT
               IF WS-NAM-NAME(WS-NAM-IDX) = WS-NAM-NAME(WS-NAM-IDX - 1)
                   MOVE WS-NAM-ID(WS-NAM-IDX) TO WS-FIND-EMP-ID
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "SAME NAME AS " WS-NAM-ID(WS-NAM-IDX - 1)
                       DELIMITED BY SIZE INTO WS-FIND-DETAIL
                   END-STRING
                   ADD 1 TO WS-DUPNAME-COUNT
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM.


      * PAYROL00's sign-on events inside the window say who ran it
       LOAD-PAYROLL-OPERATORS.
           MOVE ZERO TO WS-PROP-COUNT
           OPEN INPUT SYSTEM-AUDIT-FILE
           IF NOT WS-SYSAUD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SYSAUD-FILE-EOF
               READ SYSTEM-AUDIT-FILE
                   AT END SET WS-SYSAUD-FILE-EOF TO TRUE
                   NOT AT END
                       IF SYSAUD-PROGRAM-ID = "PAYROL00"
                           AND SYSAUD-KEY-INPUT(1:8) = "SIGN-ON "
                           AND SYSAUD-KEY-INPUT(9:19) NOT = SPACES
                           AND SYSAUD-TIMESTAMP(1:8)
                               >= WS-WINDOW-START
                           PERFORM FILE-PAYROLL-OPERATOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SYSTEM-AUDIT-FILE.


       FILE-PAYROLL-OPERATOR.
           SET WS-PRO-IDX TO 1
           PERFORM UNTIL WS-PRO-IDX > WS-PROP-COUNT
                   OR WS-PROP-ENTRY(WS-PRO-IDX) = SYSAUD-KEY-INPUT(9:19)
               SET WS-PRO-IDX UP BY 1
           END-PERFORM
           IF WS-PRO-IDX > WS-PROP-COUNT AND WS-PROP-COUNT < 50
               ADD 1 TO WS-PROP-COUNT
               MOVE SYSAUD-KEY-INPUT(9:19) TO WS-PROP-ENTRY(WS-PRO-IDX)
           END-IF.


      ******************************************************************
      * The change history inside the window: any change keyed by
      * an operator who also ran the payroll is a finding, and the
      * banking changes are kept for the bank-then-pay check.
      ******************************************************************
       CHECK-MASTER-CHANGES.
           MOVE "OPERATOR -- MASTER CHANGED BY A PAYROLL OPERATOR"
               TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           MOVE ZERO TO WS-BCHG-COUNT
           OPEN INPUT EMP-CHANGE-FILE
           IF NOT WS-CHG-FILE-OK
               MOVE "  no change history on file" TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CHG-FILE-EOF
               READ EMP-CHANGE-FILE NEXT RECORD
                   AT END SET WS-CHG-FILE-EOF TO TRUE
                   NOT AT END
                       IF CHG-TIMESTAMP(1:8) >= WS-WINDOW-START
                           PERFORM CHECK-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-CHANGE-FILE.


       CHECK-ONE-CHANGE.
           IF (CHG-FIELD-NAME = "BANK ROUTING"
               OR CHG-FIELD-NAME = "BANK ACCOUNT")
               AND WS-BCHG-COUNT < 1000
               ADD 1 TO WS-BCHG-COUNT
               SET WS-BCH-IDX TO WS-BCHG-COUNT
               MOVE CHG-EMP-ID         TO WS-BCH-EMP-ID(WS-BCH-IDX)
               MOVE CHG-TIMESTAMP(1:8) TO WS-BCH-DATE(WS-BCH-IDX)
               MOVE CHG-FIELD-NAME     TO WS-BCH-FIELD(WS-BCH-IDX)
               MOVE "N"                TO WS-BCH-FLAGGED(WS-BCH-IDX)
           END-IF
           IF CHG-OPERATOR(1:19) = SPACES OR WS-PROP-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET WS-PRO-IDX TO 1
           PERFORM UNTIL WS-PRO-IDX > WS-PROP-COUNT
                   OR WS-PROP-ENTRY(WS-PRO-IDX) = CHG-OPERATOR(1:19)
               SET WS-PRO-IDX UP BY 1
           END-PERFORM
           IF WS-PRO-IDX NOT > WS-PROP-COUNT
               MOVE CHG-EMP-ID TO WS-FIND-EMP-ID
               MOVE SPACES TO WS-FIND-DETAIL
               STRING CHG-FIELD-NAME " " CHG-TIMESTAMP(1:8)
                   " BY " CHG-OPERATOR
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
               END-STRING
               ADD 1 TO WS-OPERATOR-COUNT
               PERFORM WRITE-FINDING
           END-IF.


      ******************************************************************
      * Bank change then pay: a payment inside the window that
      * lands within the configured days of a banking change on
      * the same employee. Each change is reported once. The pass
      * also finds the latest pay date for the time check.
      ******************************************************************
       CHECK-BANK-CHANGE-THEN-PAY.
           MOVE "BANK THEN PAY -- PAID DAYS AFTER A BANKING CHANGE"
               TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           MOVE SPACES TO WS-LATEST-PAY-DATE
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               MOVE "  no pay history on file" TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-FILE-EOF
               READ PAY-HISTORY-FILE
                   AT END SET WS-HIST-FILE-EOF TO TRUE
                   NOT AT END
                       IF PH-PAY-DATE NUMERIC
                           AND PH-PAY-DATE >= WS-WINDOW-START
                           AND PH-PAY-DATE <= WS-TODAY-DATE
                           IF PH-PAY-DATE > WS-LATEST-PAY-DATE
                               MOVE PH-PAY-DATE TO WS-LATEST-PAY-DATE
                           END-IF
                           PERFORM CHECK-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.


       CHECK-ONE-PAYMENT.
           PERFORM VARYING WS-BCH-IDX FROM 1 BY 1
               UNTIL WS-BCH-IDX > WS-BCHG-COUNT
               IF WS-BCH-EMP-ID(WS-BCH-IDX) = PH-EMP-ID
                   AND NOT WS-BCH-IS-FLAGGED(WS-BCH-IDX)
                   AND PH-PAY-DATE >= WS-BCH-DATE(WS-BCH-IDX)
                   AND WS-BCH-DATE(WS-BCH-IDX) NUMERIC
                   MOVE WS-BCH-DATE(WS-BCH-IDX) TO WS-WORK-DATE
                   MOVE PH-PAY-DATE TO WS-PAY-DATE-NUM
                   COMPUTE WS-DAYS-APART =
                       FUNCTION INTEGER-OF-DATE(WS-PAY-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   IF WS-DAYS-APART <= WS-BANK-PAY-DAYS
                       MOVE "Y" TO WS-BCH-FLAGGED(WS-BCH-IDX)
                       MOVE PH-EMP-ID TO WS-FIND-EMP-ID
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING WS-BCH-FIELD(WS-BCH-IDX) " CHANGED "
                           WS-BCH-DATE(WS-BCH-IDX) ", PAID "
                           PH-PAY-DATE
                           DELIMITED BY SIZE INTO WS-FIND-DETAIL
                       END-STRING
                       ADD 1 TO WS-BANKPAY-COUNT
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-PERFORM.


      ******************************************************************
      * Paid with no approved time: hourly employees paid on the
      * latest pay date against the timecard feed and the
      * department batches. Salaried and commission staff keep no
      * timecard and are not checked. With no feed on hand the
      * check cannot be made and says so.
      ******************************************************************
       CHECK-PAID-WITHOUT-TIME.
           MOVE "NO TIME -- PAID WITH NO APPROVED TIME"
               TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           IF WS-LATEST-PAY-DATE = SPACES
               MOVE "  no payment inside the window" TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TIMECARD-FEED
           IF NOT WS-TC-FEED-ON-HAND
               MOVE "  no timecard feed on hand -- not checked"
                   TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAY-HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-FILE-EOF
               READ PAY-HISTORY-FILE
                   AT END SET WS-HIST-FILE-EOF TO TRUE
                   NOT AT END
                       IF PH-PAY-DATE = WS-LATEST-PAY-DATE
                           AND PH-GROSS > ZERO
                           AND (PH-PAY-CLASS = "H"
                               OR PH-PAY-CLASS = SPACE)
                           PERFORM CHECK-ONE-PAID-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.


       LOAD-TIMECARD-FEED.
           MOVE ZERO TO WS-TCE-COUNT WS-BATCH-COUNT
           MOVE "N" TO WS-TC-FEED-FLAG WS-BATCH-FILE-FLAG
           OPEN INPUT TIMECARD-FILE
           IF NOT WS-TC-FILE-OK
               EXIT PARAGRAPH
           END-IF
           SET WS-TC-FEED-ON-HAND TO TRUE
           PERFORM UNTIL WS-TC-FILE-EOF
               READ TIMECARD-FILE
                   AT END SET WS-TC-FILE-EOF TO TRUE
                   NOT AT END
                       IF TC-HOURS NUMERIC AND TC-HOURS > ZERO
                           PERFORM FILE-TIMECARD-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMECARD-FILE

      *    no batch file means the pre-edit is not in use, and the
      *    feed alone is the time on record, as PAYROL00 treats it
           OPEN INPUT TIMECARD-BATCH-FILE
           IF NOT WS-BAT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           SET WS-BATCH-FILE-ON-HAND TO TRUE
           PERFORM UNTIL WS-BAT-FILE-EOF OR WS-BATCH-COUNT = 200
               READ TIMECARD-BATCH-FILE
                   AT END SET WS-BAT-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BATCH-COUNT
                       SET WS-BTC-IDX TO WS-BATCH-COUNT
                       MOVE BAT-DEPT-CODE TO WS-BTC-DEPT(WS-BTC-IDX)
                       MOVE BAT-APPROVED  TO WS-BTC-APPROVED(WS-BTC-IDX)
               END-READ
           END-PERFORM
           CLOSE TIMECARD-BATCH-FILE.


      * the feed is in employee order, so one line per employee
      * is enough to say the employee has time on it
       FILE-TIMECARD-EMPLOYEE.
           IF WS-TCE-COUNT > ZERO
               IF WS-TCE-ID(WS-TCE-COUNT) = TC-EMP-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-TCE-COUNT < 3000
               ADD 1 TO WS-TCE-COUNT
               MOVE TC-EMP-ID TO WS-TCE-ID(WS-TCE-COUNT)
           END-IF.


       CHECK-ONE-PAID-EMPLOYEE.
           MOVE PH-EMP-ID TO WS-FIND-EMP-ID
           MOVE SPACES TO WS-FIND-DETAIL
           SET WS-TCE-IDX TO 1
           PERFORM UNTIL WS-TCE-IDX > WS-TCE-COUNT
                   OR WS-TCE-ID(WS-TCE-IDX) = PH-EMP-ID
               SET WS-TCE-IDX UP BY 1
           END-PERFORM
           IF WS-TCE-IDX > WS-TCE-COUNT
               STRING "PAID " PH-PAY-DATE
                   " WITH NO TIMECARD LINE"
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
               END-STRING
               ADD 1 TO WS-NOTIME-COUNT
               PERFORM WRITE-FINDING
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BATCH-FILE-ON-HAND
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-EMPLOYEE
           IF WS-EMT-IDX > WS-EMP-COUNT
               EXIT PARAGRAPH
           END-IF
           SET WS-BTC-IDX TO 1
           PERFORM UNTIL WS-BTC-IDX > WS-BATCH-COUNT
                   OR WS-BTC-DEPT(WS-BTC-IDX) = WS-EMT-DEPT(WS-EMT-IDX)
               SET WS-BTC-IDX UP BY 1
           END-PERFORM
           IF WS-BTC-IDX > WS-BATCH-COUNT
               STRING "PAID " PH-PAY-DATE " -- NO BATCH FOR DEPT "
                   WS-EMT-DEPT(WS-EMT-IDX)
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
               END-STRING
           ELSE
               IF WS-BTC-APPROVED(WS-BTC-IDX) NOT = "Y"
                   STRING "PAID " PH-PAY-DATE " -- DEPT "
                       WS-EMT-DEPT(WS-EMT-IDX) " BATCH NOT APPROVED"
                       DELIMITED BY SIZE INTO WS-FIND-DETAIL
                   END-STRING
               END-IF
           END-IF
           IF WS-FIND-DETAIL NOT = SPACES
               ADD 1 TO WS-NOTIME-COUNT
               PERFORM WRITE-FINDING
           END-IF.


      * the employee's master entry for WS-FIND-EMP-ID; an id no
      * longer on the master leaves the index past the table
       FIND-EMPLOYEE.
           SET WS-EMT-IDX TO 1
           IF WS-EMP-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-EMP-ENTRY
               AT END
                   SET WS-EMT-IDX TO WS-EMP-COUNT
                   SET WS-EMT-IDX UP BY 1
               WHEN WS-EMT-ID(WS-EMT-IDX) = WS-FIND-EMP-ID
                   CONTINUE
           END-SEARCH.


       WRITE-FINDING.
           MOVE SPACES TO FRAUD-DETAIL-LINE
           MOVE WS-FIND-EMP-ID TO FDL-EMP-ID
           PERFORM FIND-EMPLOYEE
           IF WS-EMP-COUNT > ZERO AND WS-EMT-IDX NOT > WS-EMP-COUNT
               MOVE WS-EMT-NAME(WS-EMT-IDX) TO FDL-NAME
           ELSE
               MOVE "(NOT ON MASTER)" TO FDL-NAME
           END-IF
           MOVE WS-FIND-DETAIL TO FDL-DETAIL
           MOVE FRAUD-DETAIL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE
           ADD 1 TO WS-FINDING-COUNT.


       PRINT-FINDING-COUNTS.
           MOVE "FINDINGS" TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           MOVE "SHARED ACCOUNT" TO FCL-LABEL
           MOVE WS-SHARED-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DUPLICATE NAME" TO FCL-LABEL
           MOVE WS-DUPNAME-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CHANGED BY A PAYROLL OPERATOR" TO FCL-LABEL
           MOVE WS-OPERATOR-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "PAID SOON AFTER A BANKING CHANGE" TO FCL-LABEL
           MOVE WS-BANKPAY-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "PAID WITH NO APPROVED TIME" TO FCL-LABEL
           MOVE WS-NOTIME-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "TOTAL FINDINGS" TO FCL-LABEL
           MOVE WS-FINDING-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO RWR-DETAIL-LINE
           STRING "*** RESTRICTED -- FOR " WS-SUPERVISOR
               " ONLY ***"
               DELIMITED BY SIZE INTO RWR-DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.


       WRITE-COUNT-LINE.
           MOVE FRAUD-COUNT-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


      * who ran the restricted audit, and when, goes on the
      * permanent audit trail
       WRITE-RUN-AUDIT-RECORD.
           OPEN EXTEND SYSTEM-AUDIT-FILE
           IF NOT WS-SYSAUD-FILE-OK
               OPEN OUTPUT SYSTEM-AUDIT-FILE
           END-IF
           IF WS-SYSAUD-FILE-OK
               MOVE SPACES TO SYS-AUDIT-RECORD
               MOVE "FRAUDAUD" TO SYSAUD-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE(1:15) TO SYSAUD-TIMESTAMP
               MOVE SPACES TO SYSAUD-KEY-INPUT
               STRING "RESTRICTED AUDIT " SGN-OPERATOR-ID(1:10)
                   DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
               END-STRING
               MOVE SPACES TO SYSAUD-KEY-RESULT
               STRING WS-FINDING-COUNT " FINDINGS"
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
               MOVE RWR-OUT-LINE(WS-RWR-OUT-IDX) TO FRAUD-REPORT-REC
               WRITE FRAUD-REPORT-REC
           END-PERFORM.

       END PROGRAM FRAUDAUD.
