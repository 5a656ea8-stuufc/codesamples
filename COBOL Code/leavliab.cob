      ******************************************************************
      * Accrued leave liability valuation. PAYROL00 keeps every
      * employee's vacation balance in hours on LEAVEMST; the
      * balance sheet needs what those hours are worth. At month
      * end this job values each positive LVE-VAC-BALANCE:
      *   - at the employee's current hourly rate -- EMP-RATE for
      *     hourly and commission staff, as the final pay settles
      *     leave, and the annual salary over a 2080-hour year for
      *     salaried staff
      *   - plus the employer tax the hours will cost when taken:
      *     the TAXRATES "E" rate, and the work state's SUTA rate
      *     (SUTARATE.TXT) on whatever room is left under the wage
      *     base after the YTD master's SUTA wages
      * A negative balance (leave taken ahead of accrual) is owed
      * to the company, not by it; it is listed and left out.
      *
      * The liability report LEAVLIAB.RPT lists the employees by
      * department with a subtotal per department and a grand
      * total; the report goes out by department to the managers
      * DISTLIST.TXT names under LEAVLIAB, through REPORTWR's
      * bursting, into destination files of its own -- the engine
      * starts each file fresh in a job, and the payroll's are
      * still waiting to be sent. LEAVJRNL.TXT takes two
      * header-led batches in the GLJRNL.TXT layout for each
      * company on the master, the way the payroll books its
      * month-end wage accrual: the accrual
      * dated the month end (debit vacation expense by department,
      * credit accrued vacation) and its reversal dated the first
      * of the new month, the company's code on each header. Last
      * month's accrual having reversed itself, the liability
      * account stands at this month's valuation.
      *
      * The month valued is the one the business date (BUSDATE.TXT,
      * else the calendar) ends, or the month just ended when the
      * job runs after the last day; run parameter YYYYMM names
      * another month. A month already booked on the journal
      * control log is valued and reported but not booked again,
      * and the job ends RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVLIAB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT LEAVE-MASTER-FILE ASSIGN TO "LEAVEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LVE-EMP-ID
               FILE STATUS IS WS-LVE-FILE-STATUS.

           SELECT YTD-MASTER-FILE ASSIGN TO "YTDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT SUTA-RATE-FILE ASSIGN TO "SUTARATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-FILE-STATUS.

           SELECT LEAVE-JOURNAL-FILE ASSIGN TO "LEAVJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "JRNLCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCT-FILE-STATUS.

           SELECT LIABILITY-REPORT-FILE ASSIGN TO "LEAVLIAB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  LEAVE-MASTER-FILE.
           COPY LEAVEREC.

       FD  YTD-MASTER-FILE.
           COPY YTDREC.

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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-DATE         PIC 9(8).

       FD  LEAVE-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  JRN-RECORD-TYPE PIC X.
           05  JRN-DEPT        PIC X(4).
           05  JRN-ACCOUNT     PIC X(8).
           05  JRN-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  JRN-DESC        PIC X(20).
           05  JRN-BATCH-ID    PIC X(16).

       FD  JOURNAL-CONTROL-FILE.
           COPY JRNLCTL.

       FD  LIABILITY-REPORT-FILE.
       01  LIABILITY-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".
           88  WS-EMP-FILE-EOF       VALUE "10".

       77  WS-LVE-FILE-STATUS PIC XX.
           88  WS-LVE-FILE-OK        VALUE "00".

       77  WS-YTD-FILE-STATUS PIC XX.
           88  WS-YTD-FILE-OK        VALUE "00".

       77  WS-TAX-FILE-STATUS PIC XX.
           88  WS-TAX-FILE-OK        VALUE "00".
           88  WS-TAX-FILE-EOF       VALUE "10".

       77  WS-SUT-FILE-STATUS PIC XX.
           88  WS-SUT-FILE-OK        VALUE "00".
           88  WS-SUT-FILE-EOF       VALUE "10".

       77  WS-BUS-FILE-STATUS PIC XX.
           88  WS-BUS-FILE-OK        VALUE "00".

       77  WS-JRNL-FILE-STATUS PIC XX.
           88  WS-JRNL-FILE-OK       VALUE "00".

       77  WS-JCT-FILE-STATUS PIC XX.
           88  WS-JCT-FILE-OK        VALUE "00".
           88  WS-JCT-FILE-EOF       VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

      * the expense takes the accrual by department; the liability
      * sits with the corporate payable department
       77  WS-VAC-EXP-ACCT     PIC X(8) VALUE "61950000".
       77  WS-VAC-LIAB-ACCT    PIC X(8) VALUE "21950000".
       77  WS-PAYABLE-DEPT     PIC X(4) VALUE "CORP".
       77  WS-STANDARD-HOURS   PIC 9(4) VALUE 2080.

       77  WS-TODAY-DATE      PIC X(8) VALUE SPACES.
       77  WS-DATE-INT        PIC 9(8) VALUE ZERO.
       01  WS-MONTH-FIRST.
           05  WS-MF-YEAR      PIC 9(4).
           05  WS-MF-MONTH     PIC 9(2).
           05  WS-MF-DAY       PIC 9(2) VALUE 1.
       01  WS-MONTH-FIRST-NUM REDEFINES WS-MONTH-FIRST PIC 9(8).
      * the month-end date valued and the first of the month after
       77  WS-AS-OF-DATE      PIC X(8) VALUE SPACES.
       77  WS-REVERSAL-DATE   PIC X(8) VALUE SPACES.
       77  WS-WORK-DATE       PIC 9(8) VALUE ZERO.

       77  WS-EMPLOYER-TAX-RATE PIC V999 VALUE ZERO.
       77  WS-EMPR-RATE-EFF   PIC X(8) VALUE SPACES.
       77  WS-SUTA-COUNT      PIC 99 VALUE ZERO.
       01  WS-SUTA-TABLE.
           05  WS-SUTA-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-SUTA-IDX.
               10  WS-SUT-TBL-STATE    PIC X(2).
               10  WS-SUT-TBL-RATE     PIC V999.
               10  WS-SUT-TBL-BASE     PIC 9(6).
       77  WS-SUTA-ROOM       PIC S9(7)V99 VALUE ZERO.
       77  WS-SUTA-WAGES      PIC 9(7)V99 VALUE ZERO.

      * one valued employee
       77  WS-HOURLY-RATE     PIC 9(5)V9999 VALUE ZERO.
       77  WS-LEAVE-WAGES     PIC S9(7)V99 VALUE ZERO.
       77  WS-LEAVE-TAX       PIC S9(7)V99 VALUE ZERO.

      * valued employees held in department order for the report
       77  WS-LVL-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-LVL-TABLE.
           05  WS-LVL-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LVL-IDX WS-LVL-MOVE.
               10  WS-LVL-DEPT         PIC X(4).
               10  WS-LVL-EMP-ID       PIC X(6).
               10  WS-LVL-NAME         PIC X(15).
               10  WS-LVL-HOURS        PIC S9(4)V99.
               10  WS-LVL-RATE         PIC 9(5)V9999.
               10  WS-LVL-WAGES        PIC S9(7)V99.
               10  WS-LVL-TAX          PIC S9(7)V99.
               10  WS-LVL-BOOKED       PIC X.
                   88  WS-LVL-IS-BOOKED     VALUE "Y".
               10  WS-LVL-COMPANY      PIC X(2).
       01  WS-LVL-HOLD                 PIC X(61).

      * department totals by company, in the same order, for the
      * journal
       77  WS-DEPT-COUNT      PIC 9(3) VALUE ZERO.
       77  WS-DEPT-FULL-FLAG  PIC X VALUE "N".
           88  WS-DEPT-TABLE-FULL    VALUE "Y".
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 400 TIMES
                               INDEXED BY WS-DEPT-IDX.
               10  WS-DPT-COMPANY      PIC X(2).
               10  WS-DPT-CODE         PIC X(4).
               10  WS-DPT-AMOUNT       PIC S9(9)V99.

      * each company's total and journal rows; each company is
      * booked in batches of its own, its code on the header
       77  WS-LCO-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-LCO-TABLE.
           05  WS-LCO-ENTRY OCCURS 400 TIMES
                               INDEXED BY WS-LCO-IDX.
               10  WS-LCO-COMPANY      PIC X(2).
               10  WS-LCO-TOTAL        PIC S9(9)V99.
               10  WS-LCO-ROWS         PIC 9(3).

       77  WS-BREAK-DEPT      PIC X(4) VALUE SPACES.
       77  WS-SUB-HOURS       PIC S9(6)V99 VALUE ZERO.
       77  WS-SUB-WAGES       PIC S9(9)V99 VALUE ZERO.
       77  WS-SUB-TAX         PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-HOURS       PIC S9(6)V99 VALUE ZERO.
       77  WS-TOT-WAGES       PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-TAX         PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-LIABILITY   PIC S9(9)V99 VALUE ZERO.
       77  WS-NEG-COUNT       PIC 9(5) VALUE ZERO.
       77  WS-NEG-AMOUNT      PIC S9(9)V99 VALUE ZERO.

       77  WS-ALREADY-BOOKED-FLAG PIC X VALUE "N".
           88  WS-ALREADY-BOOKED     VALUE "Y".
       77  WS-BATCH-SEQ       PIC 99 VALUE ZERO.
       77  WS-RUN-STAMP       PIC X(14) VALUE SPACES.
       77  WS-BATCH-TYPE      PIC X(8) VALUE SPACES.
       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.

      * batch header leads the journal, as on GLJRNL.TXT, its
      * batch id landing on every line after it; the valuation
      * falls outside any pay period and carries period zero
       01  GL-JOURNAL-HEADER.
           05  FILLER          PIC X     VALUE "H".
           05  JRH-PERIOD      PIC 9(4).
           05  JRH-DATE        PIC X(8).
           05  JRH-DEBIT-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  JRH-CREDIT-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  JRH-LINE-COUNT  PIC 9(5).
           05  JRH-COMPANY     PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X     VALUE SPACES.
           05  JRH-BATCH-ID    PIC X(16).

       01  LIAB-HEADING-LINE.
           05  FILLER  PIC X(40)
               VALUE "ACCRUED VACATION LIABILITY AS OF".
           05  LHL-AS-OF       PIC X(8).

       01  LIAB-COLUMN-LINE.
           05  FILLER  PIC X(40)
               VALUE "EMP-ID  NAME              HOURS     RATE".
           05  FILLER  PIC X(40)
               VALUE "      WAGES       TAX     LIABILITY".

       01  LIAB-DETAIL-LINE.
           05  LDL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  LDL-NAME        PIC X(15).
           05  FILLER          PIC X     VALUE SPACE.
           05  LDL-HOURS       PIC ZZZZ9.99-.
           05  FILLER          PIC X     VALUE SPACE.
           05  LDL-RATE        PIC ZZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  LDL-WAGES       PIC ZZZZ,ZZ9.99-.
           05  LDL-TAX         PIC ZZ,ZZ9.99-.
           05  LDL-TOTAL       PIC ZZZZ,ZZ9.99-.
           05  FILLER          PIC X     VALUE SPACE.
           05  LDL-NOTE        PIC X(3).

       01  LIAB-TOTAL-LINE.
           05  LTL-LABEL       PIC X(24).
           05  LTL-HOURS       PIC ZZZZ9.99-.
           05  FILLER          PIC X(9)  VALUE SPACES.
           05  LTL-WAGES       PIC ZZZZ,ZZ9.99-.
           05  LTL-TAX         PIC ZZ,ZZ9.99-.
           05  LTL-TOTAL       PIC ZZZZ,ZZ9.99-.

       01  LIAB-NOTE-LINE      PIC X(80).
       01  LIAB-AMOUNT-EDIT    PIC Z,ZZZ,ZZ9.99-.
       01  LIAB-COUNT-EDIT     PIC ZZZZ9.

       COPY RPTWRREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter: YYYYMM values that
      * month; blank values the month the business date closes
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "LEAVLIAB" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           PERFORM ESTABLISH-VALUATION-DATE
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM LOAD-EMPLOYER-RATES
           PERFORM CHECK-MONTH-ALREADY-BOOKED

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           OPEN INPUT LEAVE-MASTER-FILE
           IF NOT WS-LVE-FILE-OK
               MOVE WS-LVE-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open LEAVE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF
      *    no YTD master only means SUTA is counted from zero
           OPEN INPUT YTD-MASTER-FILE

           PERFORM UNTIL WS-EMP-FILE-EOF
               READ EMPLOYEE-MASTER-FILE
                   AT END SET WS-EMP-FILE-EOF TO TRUE
                   NOT AT END PERFORM VALUE-ONE-EMPLOYEE
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE LEAVE-MASTER-FILE
           IF WS-YTD-FILE-OK
               CLOSE YTD-MASTER-FILE
           END-IF
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM PRINT-LIABILITY-REPORT
           IF WS-ALREADY-BOOKED
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE "LEAVLIAB" TO WS-ERR-PROGRAM-ID
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Leave liability for " WS-AS-OF-DATE
                   " already on the journal control log"
                   " -- not booked again"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE 4 TO RETURN-CODE
           ELSE
      *        a journal short of some departments would not tie to
      *        the report; nothing is booked
               IF WS-DEPT-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-LEAVE-ACCRUAL-BATCHES
               END-IF
           END-IF
           MOVE WS-TOT-LIABILITY TO LIAB-AMOUNT-EDIT
           DISPLAY "LEAVLIAB " WS-AS-OF-DATE ": " WS-LVL-COUNT
               " balances valued, liability " LIAB-AMOUNT-EDIT
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "LEAVLIAB" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      ******************************************************************
      * The month end valued: the parameter's month, else the month
      * the business date closes -- the business date itself when it
      * is a month's last day, otherwise the last day of the month
      * before it.
      ******************************************************************
       ESTABLISH-VALUATION-DATE.
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
               IF LNK-PARM-DATA(1:6) NOT NUMERIC
                   OR LNK-PARM-DATA(5:2) < "01"
                   OR LNK-PARM-DATA(5:2) > "12"
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE "Run parameter must be the month as YYYYMM"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
                   EXIT PARAGRAPH
               END-IF
      *        the first of the month after the one named, less a day
               MOVE LNK-PARM-DATA(1:4) TO WS-MF-YEAR
               MOVE LNK-PARM-DATA(5:2) TO WS-MF-MONTH
               IF WS-MF-MONTH = 12
                   ADD 1 TO WS-MF-YEAR
                   MOVE 1 TO WS-MF-MONTH
               ELSE
                   ADD 1 TO WS-MF-MONTH
               END-IF
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-NUM) - 1
           ELSE
               MOVE WS-TODAY-DATE TO WS-WORK-DATE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-WORK-DATE
               IF WS-WORK-DATE(7:2) = "01"
                   SUBTRACT 1 FROM WS-DATE-INT
               ELSE
                   MOVE WS-TODAY-DATE(1:4) TO WS-MF-YEAR
                   MOVE WS-TODAY-DATE(5:2) TO WS-MF-MONTH
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-NUM)
                       - 1
               END-IF
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-WORK-DATE
           MOVE WS-WORK-DATE TO WS-AS-OF-DATE
           ADD 1 TO WS-DATE-INT
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-WORK-DATE
           MOVE WS-WORK-DATE TO WS-REVERSAL-DATE.


      * the employer rates PAYROL00 applies, as in force at the
      * month end valued
       LOAD-EMPLOYER-RATES.
           OPEN INPUT TAX-RATE-FILE
           IF NOT WS-TAX-FILE-OK
               DISPLAY "No TAXRATES.TXT -- employer tax values"
                   " as zero."
           ELSE
               PERFORM UNTIL WS-TAX-FILE-EOF
                   READ TAX-RATE-FILE
                       AT END SET WS-TAX-FILE-EOF TO TRUE
                       NOT AT END
                           IF TXR-TYPE-EMPLOYER
                               AND TXR-EFF-DATE >= WS-EMPR-RATE-EFF
                               AND TXR-EFF-DATE <= WS-AS-OF-DATE
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


      * a month's accrual booked once stays booked; one the ledger
      * rejected outright may be booked again
       CHECK-MONTH-ALREADY-BOOKED.
           MOVE "N" TO WS-ALREADY-BOOKED-FLAG
           OPEN INPUT JOURNAL-CONTROL-FILE
           IF NOT WS-JCT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JCT-FILE-EOF
               READ JOURNAL-CONTROL-FILE
                   AT END SET WS-JCT-FILE-EOF TO TRUE
                   NOT AT END
                       IF JCT-BATCH-TYPE = "LVACCRUE"
                           AND JCT-JOURNAL-DATE = WS-AS-OF-DATE
                           AND NOT JCT-STATUS-REJECTED
                           SET WS-ALREADY-BOOKED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-CONTROL-FILE.


      ******************************************************************
      * One employee: the vacation balance at the current hourly
      * rate, plus employer tax, filed in department order.
      ******************************************************************
       VALUE-ONE-EMPLOYEE.
           MOVE EMP-ID TO LVE-EMP-ID
           READ LEAVE-MASTER-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF LVE-VAC-BALANCE = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-LVL-COUNT = 2000
               MOVE ZERO TO WS-ERR-CODE
               MOVE "More than 2000 leave balances to value"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               SET WS-EMP-FILE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF EMP-CLASS-SALARIED AND EMP-ANNUAL-SALARY > ZERO
               COMPUTE WS-HOURLY-RATE ROUNDED =
                   EMP-ANNUAL-SALARY / WS-STANDARD-HOURS
           ELSE
               MOVE EMP-RATE TO WS-HOURLY-RATE
           END-IF
           COMPUTE WS-LEAVE-WAGES ROUNDED =
               LVE-VAC-BALANCE * WS-HOURLY-RATE
           MOVE ZERO TO WS-LEAVE-TAX
           IF LVE-VAC-BALANCE > ZERO
               PERFORM VALUE-EMPLOYER-TAX
           END-IF

      *    open a slot at the employee's place in department order
           SET WS-LVL-IDX TO 1
           PERFORM UNTIL WS-LVL-IDX > WS-LVL-COUNT
                   OR WS-LVL-DEPT(WS-LVL-IDX) > EMP-DEPT-CODE
               SET WS-LVL-IDX UP BY 1
           END-PERFORM
           ADD 1 TO WS-LVL-COUNT
           SET WS-LVL-MOVE TO WS-LVL-COUNT
           PERFORM UNTIL WS-LVL-MOVE = WS-LVL-IDX
               MOVE WS-LVL-ENTRY(WS-LVL-MOVE - 1) TO WS-LVL-HOLD
               MOVE WS-LVL-HOLD TO WS-LVL-ENTRY(WS-LVL-MOVE)
               SET WS-LVL-MOVE DOWN BY 1
           END-PERFORM
           MOVE EMP-DEPT-CODE   TO WS-LVL-DEPT(WS-LVL-IDX)
           MOVE EMP-ID          TO WS-LVL-EMP-ID(WS-LVL-IDX)
           MOVE EMP-NAME        TO WS-LVL-NAME(WS-LVL-IDX)
           MOVE LVE-VAC-BALANCE TO WS-LVL-HOURS(WS-LVL-IDX)
           MOVE WS-HOURLY-RATE  TO WS-LVL-RATE(WS-LVL-IDX)
           MOVE WS-LEAVE-WAGES  TO WS-LVL-WAGES(WS-LVL-IDX)
           MOVE WS-LEAVE-TAX    TO WS-LVL-TAX(WS-LVL-IDX)
           MOVE EMP-COMPANY-CODE TO WS-LVL-COMPANY(WS-LVL-IDX)
           IF EMP-COMPANY-CODE = SPACES
               MOVE "01" TO WS-LVL-COMPANY(WS-LVL-IDX)
           END-IF
           IF LVE-VAC-BALANCE > ZERO
               MOVE "Y" TO WS-LVL-BOOKED(WS-LVL-IDX)
           ELSE
               MOVE "N" TO WS-LVL-BOOKED(WS-LVL-IDX)
           END-IF.


      * employer tax on the leave wages: the "E" rate, and SUTA on
      * what room the work state's wage base has left this year
       VALUE-EMPLOYER-TAX.
           COMPUTE WS-LEAVE-TAX ROUNDED =
               WS-LEAVE-WAGES * WS-EMPLOYER-TAX-RATE
           SET WS-SUTA-IDX TO 1
           PERFORM UNTIL WS-SUTA-IDX > WS-SUTA-COUNT
                   OR WS-SUT-TBL-STATE(WS-SUTA-IDX) = EMP-WORK-STATE
               SET WS-SUTA-IDX UP BY 1
           END-PERFORM
           IF WS-SUTA-IDX > WS-SUTA-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO YTD-SUTA-WAGES
           IF WS-YTD-FILE-OK
               MOVE EMP-ID TO YTD-EMP-ID
               READ YTD-MASTER-FILE
                   INVALID KEY MOVE ZERO TO YTD-SUTA-WAGES
               END-READ
           END-IF
           COMPUTE WS-SUTA-ROOM =
               WS-SUT-TBL-BASE(WS-SUTA-IDX) - YTD-SUTA-WAGES
           IF WS-SUTA-ROOM > ZERO
               IF WS-LEAVE-WAGES > WS-SUTA-ROOM
                   MOVE WS-SUTA-ROOM TO WS-SUTA-WAGES
               ELSE
                   MOVE WS-LEAVE-WAGES TO WS-SUTA-WAGES
               END-IF
               COMPUTE WS-LEAVE-TAX ROUNDED = WS-LEAVE-TAX
                   + WS-SUTA-WAGES * WS-SUT-TBL-RATE(WS-SUTA-IDX)
           END-IF.


      ******************************************************************
      * The report by department, building the department totals
      * the journal books as it goes.
      ******************************************************************
       PRINT-LIABILITY-REPORT.
           OPEN OUTPUT LIABILITY-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open LIABILITY-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AS-OF-DATE TO LHL-AS-OF
           MOVE "O" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 56 TO RWR-LINES-PER-PAGE
           MOVE LIAB-HEADING-LINE TO RWR-HEADING-1
           MOVE LIAB-COLUMN-LINE  TO RWR-HEADING-2
           MOVE "LEAVLIAB" TO RWR-REPORT-NAME
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-TOT-HOURS WS-TOT-WAGES WS-TOT-TAX
           MOVE ZERO TO WS-NEG-COUNT WS-NEG-AMOUNT
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
               UNTIL WS-LVL-IDX > WS-LVL-COUNT
               IF WS-LVL-IDX > 1
                   AND WS-LVL-DEPT(WS-LVL-IDX) NOT = WS-BREAK-DEPT
                   PERFORM WRITE-DEPARTMENT-TOTAL
               END-IF
               IF WS-LVL-IDX = 1
                   OR WS-LVL-DEPT(WS-LVL-IDX) NOT = WS-BREAK-DEPT
                   MOVE WS-LVL-DEPT(WS-LVL-IDX) TO WS-BREAK-DEPT
                   MOVE ZERO TO WS-SUB-HOURS WS-SUB-WAGES WS-SUB-TAX
               END-IF
               PERFORM WRITE-EMPLOYEE-LINE
           END-PERFORM
           IF WS-LVL-COUNT > ZERO
               PERFORM WRITE-DEPARTMENT-TOTAL
           END-IF

           COMPUTE WS-TOT-LIABILITY = WS-TOT-WAGES + WS-TOT-TAX
           MOVE SPACES TO LIAB-TOTAL-LINE
           MOVE "ACCRUED VACATION TOTAL" TO LTL-LABEL
           MOVE WS-TOT-HOURS TO LTL-HOURS
           MOVE WS-TOT-WAGES TO LTL-WAGES
           MOVE WS-TOT-TAX   TO LTL-TAX
           MOVE WS-TOT-LIABILITY TO LTL-TOTAL
           MOVE LIAB-TOTAL-LINE TO RWR-DETAIL-LINE
           MOVE SPACES TO RWR-BURST-KEY
           PERFORM WRITE-BREAK-LINE
           IF WS-NEG-COUNT > ZERO
               MOVE WS-NEG-COUNT TO LIAB-COUNT-EDIT
               MOVE WS-NEG-AMOUNT TO LIAB-AMOUNT-EDIT
               MOVE SPACES TO LIAB-NOTE-LINE
               STRING "NEG: " LIAB-COUNT-EDIT
                   " negative balance(s), " LIAB-AMOUNT-EDIT
                   " owed to the company, not booked"
                   DELIMITED BY SIZE INTO LIAB-NOTE-LINE
               END-STRING
               MOVE LIAB-NOTE-LINE TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF
           IF WS-ALREADY-BOOKED
               MOVE "THIS MONTH IS ALREADY BOOKED -- NO JOURNAL WRITTEN"
                   TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF

           MOVE "C" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           CLOSE LIABILITY-REPORT-FILE.


       WRITE-EMPLOYEE-LINE.
           MOVE SPACES TO LIAB-DETAIL-LINE
           MOVE WS-LVL-EMP-ID(WS-LVL-IDX) TO LDL-EMP-ID
           MOVE WS-LVL-NAME(WS-LVL-IDX)   TO LDL-NAME
           MOVE WS-LVL-HOURS(WS-LVL-IDX)  TO LDL-HOURS
           MOVE WS-LVL-RATE(WS-LVL-IDX)   TO LDL-RATE
           MOVE WS-LVL-WAGES(WS-LVL-IDX)  TO LDL-WAGES
           MOVE WS-LVL-TAX(WS-LVL-IDX)    TO LDL-TAX
           COMPUTE LDL-TOTAL = WS-LVL-WAGES(WS-LVL-IDX)
               + WS-LVL-TAX(WS-LVL-IDX)
           IF WS-LVL-IS-BOOKED(WS-LVL-IDX)
               ADD WS-LVL-HOURS(WS-LVL-IDX) TO WS-SUB-HOURS
               ADD WS-LVL-WAGES(WS-LVL-IDX) TO WS-SUB-WAGES
               ADD WS-LVL-TAX(WS-LVL-IDX)   TO WS-SUB-TAX
               PERFORM FILE-JOURNAL-AMOUNT
           ELSE
               MOVE "NEG" TO LDL-NOTE
               ADD 1 TO WS-NEG-COUNT
               ADD WS-LVL-WAGES(WS-LVL-IDX) TO WS-NEG-AMOUNT
           END-IF
           MOVE LIAB-DETAIL-LINE TO RWR-DETAIL-LINE
           MOVE WS-LVL-DEPT(WS-LVL-IDX) TO RWR-BURST-KEY
           PERFORM WRITE-DETAIL-LINE.


       WRITE-DEPARTMENT-TOTAL.
           MOVE SPACES TO LIAB-TOTAL-LINE
           STRING "DEPT " WS-BREAK-DEPT " TOTAL"
               DELIMITED BY SIZE INTO LTL-LABEL
           END-STRING
           MOVE WS-SUB-HOURS TO LTL-HOURS
           MOVE WS-SUB-WAGES TO LTL-WAGES
           MOVE WS-SUB-TAX   TO LTL-TAX
           COMPUTE LTL-TOTAL = WS-SUB-WAGES + WS-SUB-TAX
           MOVE LIAB-TOTAL-LINE TO RWR-DETAIL-LINE
           MOVE WS-BREAK-DEPT TO RWR-BURST-KEY
           PERFORM WRITE-BREAK-LINE
           ADD WS-SUB-HOURS TO WS-TOT-HOURS
           ADD WS-SUB-WAGES TO WS-TOT-WAGES
           ADD WS-SUB-TAX   TO WS-TOT-TAX.


      * the employee's booked amount onto the department's row for
      * the company
       FILE-JOURNAL-AMOUNT.
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   IF NOT WS-DEPT-TABLE-FULL
                       SET WS-DEPT-TABLE-FULL TO TRUE
                       MOVE ZERO TO WS-ERR-CODE
                       MOVE "Over 400 company departments to book"
                           TO WS-ERR-MESSAGE
                       PERFORM REPORT-COMMON-ERROR
                   END-IF
                   EXIT PARAGRAPH
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-LVL-COMPANY(WS-LVL-IDX)
                       TO WS-DPT-COMPANY(WS-DEPT-IDX)
                   MOVE WS-LVL-DEPT(WS-LVL-IDX)
                       TO WS-DPT-CODE(WS-DEPT-IDX)
                   MOVE ZERO TO WS-DPT-AMOUNT(WS-DEPT-IDX)
               WHEN WS-DPT-COMPANY(WS-DEPT-IDX)
                       = WS-LVL-COMPANY(WS-LVL-IDX)
                   AND WS-DPT-CODE(WS-DEPT-IDX)
                       = WS-LVL-DEPT(WS-LVL-IDX)
                   CONTINUE
           END-SEARCH
           ADD WS-LVL-WAGES(WS-LVL-IDX) WS-LVL-TAX(WS-LVL-IDX)
               TO WS-DPT-AMOUNT(WS-DEPT-IDX).


       TALLY-JOURNAL-COMPANY.
           IF WS-DPT-AMOUNT(WS-DEPT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           SET WS-LCO-IDX TO 1
           SEARCH WS-LCO-ENTRY
               AT END CONTINUE
               WHEN WS-LCO-IDX > WS-LCO-COUNT
                   ADD 1 TO WS-LCO-COUNT
                   MOVE WS-DPT-COMPANY(WS-DEPT-IDX)
                       TO WS-LCO-COMPANY(WS-LCO-IDX)
                   MOVE ZERO TO WS-LCO-TOTAL(WS-LCO-IDX)
                   MOVE ZERO TO WS-LCO-ROWS(WS-LCO-IDX)
               WHEN WS-LCO-COMPANY(WS-LCO-IDX)
                   = WS-DPT-COMPANY(WS-DEPT-IDX)
                   CONTINUE
           END-SEARCH
           ADD WS-DPT-AMOUNT(WS-DEPT-IDX) TO WS-LCO-TOTAL(WS-LCO-IDX)
           ADD 1 TO WS-LCO-ROWS(WS-LCO-IDX).


      ******************************************************************
      * The accrual and its reversal, as the payroll's month-end
      * wage accrual: debit vacation expense by department and
      * credit accrued vacation on the month end, every amount
      * negated on the first of the new month.
      ******************************************************************
       WRITE-LEAVE-ACCRUAL-BATCHES.
           IF WS-DEPT-COUNT = ZERO OR WS-TOT-LIABILITY = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LEAVE-JOURNAL-FILE
           IF NOT WS-JRNL-FILE-OK
               OPEN OUTPUT LEAVE-JOURNAL-FILE
           END-IF
           IF NOT WS-JRNL-FILE-OK
               MOVE WS-JRNL-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open LEAVE-JOURNAL-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LCO-COUNT
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM TALLY-JOURNAL-COMPANY
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE ZERO TO WS-BATCH-SEQ
           PERFORM VARYING WS-LCO-IDX FROM 1 BY 1
               UNTIL WS-LCO-IDX > WS-LCO-COUNT
               IF WS-LCO-TOTAL(WS-LCO-IDX) NOT = ZERO
                   PERFORM WRITE-COMPANY-ACCRUAL-BATCHES
               END-IF
           END-PERFORM
           CLOSE LEAVE-JOURNAL-FILE.


       WRITE-COMPANY-ACCRUAL-BATCHES.
      *    accrual batch: one debit row per department, one credit
           MOVE "LVACCRUE" TO WS-BATCH-TYPE
           PERFORM NEXT-JOURNAL-BATCH-ID
           MOVE WS-LCO-COMPANY(WS-LCO-IDX) TO JRH-COMPANY
           MOVE ZERO             TO JRH-PERIOD
           MOVE WS-AS-OF-DATE    TO JRH-DATE
           MOVE WS-LCO-TOTAL(WS-LCO-IDX) TO JRH-DEBIT-TOTAL
           MOVE WS-LCO-TOTAL(WS-LCO-IDX) TO JRH-CREDIT-TOTAL
           COMPUTE JRH-LINE-COUNT = WS-LCO-ROWS(WS-LCO-IDX) + 1
           MOVE GL-JOURNAL-HEADER TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           PERFORM LOG-JOURNAL-BATCH
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DPT-COMPANY(WS-DEPT-IDX)
                       = WS-LCO-COMPANY(WS-LCO-IDX)
                   AND WS-DPT-AMOUNT(WS-DEPT-IDX) NOT = ZERO
                   MOVE "D" TO JRN-RECORD-TYPE
                   MOVE WS-DPT-CODE(WS-DEPT-IDX) TO JRN-DEPT
                   MOVE WS-VAC-EXP-ACCT TO JRN-ACCOUNT
                   MOVE WS-DPT-AMOUNT(WS-DEPT-IDX) TO JRN-AMOUNT
                   MOVE "VACATION ACCRUAL" TO JRN-DESC
                   WRITE GL-JOURNAL-RECORD
               END-IF
           END-PERFORM
           MOVE "C" TO JRN-RECORD-TYPE
           MOVE WS-PAYABLE-DEPT TO JRN-DEPT
           MOVE WS-VAC-LIAB-ACCT TO JRN-ACCOUNT
           MOVE WS-LCO-TOTAL(WS-LCO-IDX) TO JRN-AMOUNT
           MOVE "ACCRUED VACATION" TO JRN-DESC
           WRITE GL-JOURNAL-RECORD

      *    reversing batch: the same rows negated, dated the first
      *    of the new month
           MOVE "LVACC-RV" TO WS-BATCH-TYPE
           PERFORM NEXT-JOURNAL-BATCH-ID
           MOVE WS-REVERSAL-DATE TO JRH-DATE
           COMPUTE JRH-DEBIT-TOTAL  = 0 - WS-LCO-TOTAL(WS-LCO-IDX)
           COMPUTE JRH-CREDIT-TOTAL = 0 - WS-LCO-TOTAL(WS-LCO-IDX)
           MOVE GL-JOURNAL-HEADER TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           PERFORM LOG-JOURNAL-BATCH
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DPT-COMPANY(WS-DEPT-IDX)
                       = WS-LCO-COMPANY(WS-LCO-IDX)
                   AND WS-DPT-AMOUNT(WS-DEPT-IDX) NOT = ZERO
                   MOVE "D" TO JRN-RECORD-TYPE
                   MOVE WS-DPT-CODE(WS-DEPT-IDX) TO JRN-DEPT
                   MOVE WS-VAC-EXP-ACCT TO JRN-ACCOUNT
                   COMPUTE JRN-AMOUNT =
                       0 - WS-DPT-AMOUNT(WS-DEPT-IDX)
                   MOVE "VACATION ACCR REVRSL" TO JRN-DESC
                   WRITE GL-JOURNAL-RECORD
               END-IF
           END-PERFORM
           MOVE "C" TO JRN-RECORD-TYPE
           MOVE WS-PAYABLE-DEPT TO JRN-DEPT
           MOVE WS-VAC-LIAB-ACCT TO JRN-ACCOUNT
           COMPUTE JRN-AMOUNT = 0 - WS-LCO-TOTAL(WS-LCO-IDX)
           MOVE "ACCRUED VAC REVRSL" TO JRN-DESC
           WRITE GL-JOURNAL-RECORD.


       NEXT-JOURNAL-BATCH-ID.
           ADD 1 TO WS-BATCH-SEQ
           MOVE SPACES TO JRH-BATCH-ID
           STRING WS-RUN-STAMP WS-BATCH-SEQ
               DELIMITED BY SIZE INTO JRH-BATCH-ID
           END-STRING.


      * each batch goes on the journal control log as BUILT; the
      * ledger's posting results settle it later (GLACKMAT)
       LOG-JOURNAL-BATCH.
           OPEN EXTEND JOURNAL-CONTROL-FILE
           IF NOT WS-JCT-FILE-OK
               OPEN OUTPUT JOURNAL-CONTROL-FILE
           END-IF
           IF NOT WS-JCT-FILE-OK
               DISPLAY "Cannot write journal control log, status "
                   WS-JCT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOURNAL-CONTROL-RECORD
           MOVE JRH-BATCH-ID       TO JCT-BATCH-ID
           MOVE "LEAVJRNL.TXT"     TO JCT-FILE-NAME
           MOVE WS-BATCH-TYPE      TO JCT-BATCH-TYPE
           MOVE JRH-PERIOD         TO JCT-PERIOD
           MOVE JRH-DATE           TO JCT-JOURNAL-DATE
           MOVE JRH-DEBIT-TOTAL    TO JCT-DEBIT-TOTAL
           MOVE JRH-CREDIT-TOTAL   TO JCT-CREDIT-TOTAL
           MOVE JRH-LINE-COUNT     TO JCT-LINE-COUNT
           MOVE WS-TODAY-DATE      TO JCT-BUILT-DATE
           SET JCT-STATUS-BUILT TO TRUE
           MOVE ZERO TO JCT-POSTED-LINES
           MOVE ZERO TO JCT-REJECTED-LINES
           MOVE ZERO TO JCT-ACK-DATE
           WRITE JOURNAL-CONTROL-RECORD
           CLOSE JOURNAL-CONTROL-FILE.


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
                   TO LIABILITY-REPORT-REC
               WRITE LIABILITY-REPORT-REC
           END-PERFORM.

       END PROGRAM LEAVLIAB.
