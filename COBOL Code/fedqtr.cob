      ******************************************************************
      * Quarterly federal payroll-tax return worksheet. Replaces the
      * quarter-end spreadsheet: the return lines come off the
      * QTRSUM.TXT company totals (wages, federal withholding, the
      * employee Social Security and Medicare), the employer share
      * and the semiweekly-schedule liability by pay date come off
      * TAXLIAB.TXT, and the deposits actually made come off
      * TAXREMIT.TXT. Every federal jurisdiction is reconciled --
      * return figure against scheduled liability, liability
      * against deposits -- and any difference prints as OVER- or
      * UNDER-DEPOSITED on FED941.RPT, so the return and the
      * deposits agree before anything is signed.
      *
      * Federal jurisdictions on the liability file: FED income
      * tax withheld, OAS and MED the employee Social Security and
      * Medicare, EMP the employer's payroll tax.
      *
      * A deposit counts toward the quarter when it is dated inside
      * the quarter or within the FED deposit rule's days after the
      * quarter ends (DEPRULES.TXT, default 3), which is when the
      * quarter's last payroll is deposited. The same days at the
      * front of the quarter belong to the quarter before, so a
      * deposit is counted once: the window opens the day after
      * the prior quarter's grace ends.
      *
      * Run after the quarter's last payroll and after the YEAREND
      * quarter PREVIEW that refreshes QTRSUM.TXT, the same way as
      * the state unemployment filing. One company per run: bytes
      * 1-2 of the run parameter (spaces = 01), matching the
      * company the preview covered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDQTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARTER-SUMMARY-FILE ASSIGN TO "QTRSUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTR-FILE-STATUS.

           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLIAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXL-FILE-STATUS.

           SELECT TAX-REMIT-FILE ASSIGN TO "TAXREMIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-FILE-STATUS.

           SELECT DEPOSIT-RULE-FILE ASSIGN TO "DEPRULES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT WORKSHEET-REPORT-FILE ASSIGN TO "FED941.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUARTER-SUMMARY-FILE.
       01  QUARTER-SUMMARY-REC PIC X(120).

       FD  TAX-LIABILITY-FILE.
       01  TAX-LIABILITY-RECORD.
           05  TXL-JURISDICTION PIC X(3).
           05  TXL-PERIOD      PIC 9(4).
           05  TXL-PAY-DATE    PIC X(8).
           05  TXL-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  TXL-DEPOSITED   PIC X.
           05  TXL-COMPANY     PIC X(2).

       FD  TAX-REMIT-FILE.
       01  TAX-REMIT-RECORD.
           05  REM-JURISDICTION PIC X(3).
           05  REM-DEPOSIT-DATE PIC X(8).
           05  REM-AMOUNT       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  REM-REFERENCE    PIC X(10).
           05  REM-COMPANY      PIC X(2).

       FD  DEPOSIT-RULE-FILE.
       01  DEPOSIT-RULE-RECORD.
           05  RUL-JURISDICTION PIC X(3).
           05  RUL-DUE-DAYS     PIC 9(3).

       FD  WORKSHEET-REPORT-FILE.
       01  WORKSHEET-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-QTR-FILE-STATUS PIC XX.
           88  WS-QTR-FILE-OK        VALUE "00".
           88  WS-QTR-FILE-EOF       VALUE "10".

       77  WS-TXL-FILE-STATUS PIC XX.
           88  WS-TXL-FILE-OK        VALUE "00".
           88  WS-TXL-FILE-EOF       VALUE "10".

       77  WS-REM-FILE-STATUS PIC XX.
           88  WS-REM-FILE-OK        VALUE "00".
           88  WS-REM-FILE-EOF       VALUE "10".

       77  WS-RUL-FILE-STATUS PIC XX.
           88  WS-RUL-FILE-OK        VALUE "00".
           88  WS-RUL-FILE-EOF       VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-RUN-COMPANY     PIC X(2) VALUE "01".
       77  WS-LINE-COMPANY    PIC X(2) VALUE SPACES.

      * the quarter, off the QTRSUM heading
       77  WS-TAX-YEAR        PIC X(4) VALUE SPACES.
       77  WS-QUARTER         PIC 9 VALUE ZERO.
       77  WS-QTR-START       PIC X(8) VALUE SPACES.
       77  WS-QTR-END         PIC X(8) VALUE SPACES.
       77  WS-DEPOSIT-OPEN    PIC X(8) VALUE SPACES.
       77  WS-DEPOSIT-CUTOFF  PIC X(8) VALUE SPACES.
       77  WS-FIRST-MONTH     PIC 99 VALUE ZERO.
       77  WS-LAST-MONTH      PIC 99 VALUE ZERO.
       77  WS-MONTH-WORK      PIC 99 VALUE ZERO.
       77  WS-MONTH-SLOT      PIC 9 VALUE ZERO.
       77  WS-DATE-WORK       PIC 9(8) VALUE ZERO.
       77  WS-DATE-INT        PIC 9(8) VALUE ZERO.
       77  WS-GRACE-DAYS      PIC 9(3) VALUE 3.

      * the return lines from the quarter close
       77  WS-QTRSUM-SEEN     PIC X VALUE "N".
           88  WS-QTRSUM-FOUND       VALUE "Y".
       77  WS-RET-EMPLOYEES   PIC 9(5) VALUE ZERO.
       77  WS-RET-WAGES       PIC S9(11)V99 VALUE ZERO.
       77  WS-RET-FED         PIC S9(11)V99 VALUE ZERO.
       77  WS-RET-SS          PIC S9(11)V99 VALUE ZERO.
       77  WS-RET-MEDICARE    PIC S9(11)V99 VALUE ZERO.
       77  WS-RET-EMPLOYER    PIC S9(11)V99 VALUE ZERO.
       77  WS-RET-TOTAL-TAX   PIC S9(11)V99 VALUE ZERO.
       77  WS-RET-DEPOSITS    PIC S9(11)V99 VALUE ZERO.
       77  WS-RET-BALANCE     PIC S9(11)V99 VALUE ZERO.

      * the four federal jurisdictions: scheduled liability, the
      * return's figure, and what was deposited
       01  WS-JUR-TABLE.
           05  WS-JUR-ENTRY OCCURS 4 TIMES
                               INDEXED BY WS-JUR-IDX.
               10  WS-JUR-CODE     PIC X(3).
               10  WS-JUR-DESC     PIC X(22).
               10  WS-JUR-LIAB     PIC S9(11)V99.
               10  WS-JUR-RETURN   PIC S9(11)V99.
               10  WS-JUR-DEPOSIT  PIC S9(11)V99.

      * liability by pay date for the semiweekly schedule, kept in
      * pay-date order
       77  WS-PD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-PD-IDX WS-PD-MOVE-IDX.
               10  WS-PD-DATE      PIC X(8).
               10  WS-PD-JUR-AMT   PIC S9(9)V99 OCCURS 4 TIMES.
               10  WS-PD-TOTAL     PIC S9(9)V99.

       01  WS-MONTH-TOTALS.
           05  WS-MONTH-LIAB   PIC S9(11)V99 OCCURS 3 TIMES.

      * the deposits credited to the quarter, for the listing
       77  WS-DEP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-DEP-IDX.
               10  WS-DEP-JUR      PIC X(3).
               10  WS-DEP-DATE     PIC X(8).
               10  WS-DEP-AMOUNT   PIC S9(9)V99.
               10  WS-DEP-REF      PIC X(10).

       77  WS-LIAB-TOTAL      PIC S9(11)V99 VALUE ZERO.
       77  WS-DEPOSIT-TOTAL   PIC S9(11)V99 VALUE ZERO.
       77  WS-DIFFERENCE      PIC S9(11)V99 VALUE ZERO.
       77  WS-EXCEPTION-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MONTH-SUB       PIC 9 VALUE ZERO.
       77  WS-JUR-SUB         PIC 9 VALUE ZERO.

       01  RETURN-LINE.
           05  RTL-LINE-NO     PIC X(8).
           05  RTL-DESC        PIC X(40).
           05  RTL-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  RETURN-COUNT-LINE.
           05  RCT-LINE-NO     PIC X(8).
           05  RCT-DESC        PIC X(40).
           05  RCT-COUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  SCHEDULE-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SCL-PAY-DATE    PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SCL-FED         PIC ZZZ,ZZZ,ZZ9.99-.
           05  SCL-SS          PIC ZZZ,ZZZ,ZZ9.99-.
           05  SCL-MEDICARE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  SCL-EMPLOYER    PIC ZZZ,ZZZ,ZZ9.99-.
           05  SCL-TOTAL       PIC ZZZ,ZZZ,ZZ9.99-.

       01  SCHEDULE-COLUMN-LINE.
           05  FILLER  PIC X(11) VALUE "  PAY DATE ".
           05  FILLER  PIC X(15) VALUE "       FED W/H ".
           05  FILLER  PIC X(15) VALUE "       SOC SEC ".
           05  FILLER  PIC X(15) VALUE "      MEDICARE ".
           05  FILLER  PIC X(15) VALUE "      EMPLOYER ".
           05  FILLER  PIC X(15) VALUE "         TOTAL ".

       01  DEPOSIT-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DPL-JURISDICTION PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DPL-DATE        PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DPL-REFERENCE   PIC X(10).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DPL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.

       01  RECON-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RCL-DESC        PIC X(22).
           05  RCL-LEFT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  RCL-RIGHT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  RCL-DIFF        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RCL-VERDICT     PIC X(16).

       01  RECON-HEADING-LINE.
           05  RCH-TITLE       PIC X(24).
           05  RCH-LEFT        PIC X(14) JUSTIFIED RIGHT.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RCH-RIGHT       PIC X(14) JUSTIFIED RIGHT.
           05  FILLER          PIC X(16) VALUE "      DIFFERENCE".

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
           MOVE "FEDQTR  " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           IF LNK-PARM-LENGTH > 1 AND LNK-PARM-LENGTH <= 20
               AND LNK-PARM-DATA(1:2) NOT = SPACES
               MOVE LNK-PARM-DATA(1:2) TO WS-RUN-COMPANY
           END-IF

           MOVE "FED" TO WS-JUR-CODE(1)
           MOVE "FEDERAL INCOME TAX W/H" TO WS-JUR-DESC(1)
           MOVE "OAS" TO WS-JUR-CODE(2)
           MOVE "EMPLOYEE SOCIAL SEC"    TO WS-JUR-DESC(2)
           MOVE "MED" TO WS-JUR-CODE(3)
           MOVE "EMPLOYEE MEDICARE"      TO WS-JUR-DESC(3)
           MOVE "EMP" TO WS-JUR-CODE(4)
           MOVE "EMPLOYER PAYROLL TAX"   TO WS-JUR-DESC(4)
           PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > 4
               MOVE ZERO TO WS-JUR-LIAB(WS-JUR-IDX)
               MOVE ZERO TO WS-JUR-RETURN(WS-JUR-IDX)
               MOVE ZERO TO WS-JUR-DEPOSIT(WS-JUR-IDX)
           END-PERFORM
           MOVE ZERO TO WS-MONTH-LIAB(1) WS-MONTH-LIAB(2)
               WS-MONTH-LIAB(3)

           PERFORM LOAD-QTRSUM-TOTALS
           IF NOT WS-QTRSUM-FOUND OR WS-QUARTER < 1
               OR WS-QUARTER > 4 OR WS-TAX-YEAR NOT NUMERIC
               MOVE WS-QTR-FILE-STATUS TO WS-ERR-CODE
               MOVE "No quarter totals on QTRSUM.TXT -- run the PREVIEW"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           PERFORM SET-QUARTER-DATES
           PERFORM LOAD-DEPOSIT-GRACE
           PERFORM LOAD-QUARTER-LIABILITY
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM LOAD-QUARTER-DEPOSITS

           PERFORM WRITE-WORKSHEET
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE "FEDQTR" TO WS-ERR-PROGRAM-ID
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Quarter " WS-QUARTER " " WS-TAX-YEAR
                   " company " WS-RUN-COMPANY
                   ": return and deposits do not agree"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-PROGRAM-ID ": "
                   WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FEDQTR quarter " WS-QUARTER " " WS-TAX-YEAR
               " company " WS-RUN-COMPANY
               "  pay dates: " WS-PD-COUNT
               "  deposits: " WS-DEP-COUNT
               "  exceptions: " WS-EXCEPTION-COUNT
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "FEDQTR" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * heading: year at 37, quarter at 51; company totals: gross,
      * federal, state, net, taxable, local, then the head count;
      * the FICA line: Social Security at 26, Medicare at 50
       LOAD-QTRSUM-TOTALS.
           OPEN INPUT QUARTER-SUMMARY-FILE
           IF NOT WS-QTR-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-QTR-FILE-EOF
               READ QUARTER-SUMMARY-FILE
                   AT END SET WS-QTR-FILE-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN QUARTER-SUMMARY-REC(31:6) = "YEAR: "
                               MOVE QUARTER-SUMMARY-REC(37:4)
                                   TO WS-TAX-YEAR
                               IF QUARTER-SUMMARY-REC(51:1) NUMERIC
                                   MOVE QUARTER-SUMMARY-REC(51:1)
                                       TO WS-QUARTER
                               END-IF
                           WHEN QUARTER-SUMMARY-REC(1:16)
                               = "COMPANY TOTALS: "
                               SET WS-QTRSUM-FOUND TO TRUE
                               COMPUTE WS-RET-FED = FUNCTION
                                 NUMVAL-C(QUARTER-SUMMARY-REC(32:13))
                               COMPUTE WS-RET-WAGES = FUNCTION
                                 NUMVAL-C(QUARTER-SUMMARY-REC(75:13))
                               COMPUTE WS-RET-EMPLOYEES = FUNCTION
                                 NUMVAL(QUARTER-SUMMARY-REC(108:5))
                           WHEN QUARTER-SUMMARY-REC(1:16)
                               = "FICA TOTALS:    "
                               COMPUTE WS-RET-SS = FUNCTION
                                 NUMVAL-C(QUARTER-SUMMARY-REC(26:13))
                               COMPUTE WS-RET-MEDICARE = FUNCTION
                                 NUMVAL-C(QUARTER-SUMMARY-REC(50:13))
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE QUARTER-SUMMARY-FILE
           MOVE WS-RET-FED      TO WS-JUR-RETURN(1)
           MOVE WS-RET-SS       TO WS-JUR-RETURN(2)
           MOVE WS-RET-MEDICARE TO WS-JUR-RETURN(3).


       SET-QUARTER-DATES.
           COMPUTE WS-FIRST-MONTH = (WS-QUARTER - 1) * 3 + 1
           COMPUTE WS-LAST-MONTH = WS-QUARTER * 3
           MOVE SPACES TO WS-QTR-START WS-QTR-END
           STRING WS-TAX-YEAR WS-FIRST-MONTH "01"
               DELIMITED BY SIZE INTO WS-QTR-START
           END-STRING
           EVALUATE WS-QUARTER
               WHEN 1
                   STRING WS-TAX-YEAR "0331" DELIMITED BY SIZE
                       INTO WS-QTR-END
                   END-STRING
               WHEN 2
                   STRING WS-TAX-YEAR "0630" DELIMITED BY SIZE
                       INTO WS-QTR-END
                   END-STRING
               WHEN 3
                   STRING WS-TAX-YEAR "0930" DELIMITED BY SIZE
                       INTO WS-QTR-END
                   END-STRING
               WHEN OTHER
                   STRING WS-TAX-YEAR "1231" DELIMITED BY SIZE
                       INTO WS-QTR-END
                   END-STRING
           END-EVALUATE.


      * the quarter's last deposits land up to the FED rule's days
      * after quarter end; the prior quarter's landed in as many
      * days at the front of this one
       LOAD-DEPOSIT-GRACE.
           OPEN INPUT DEPOSIT-RULE-FILE
           IF WS-RUL-FILE-OK
               PERFORM UNTIL WS-RUL-FILE-EOF
                   READ DEPOSIT-RULE-FILE
                       AT END SET WS-RUL-FILE-EOF TO TRUE
                       NOT AT END
                           IF RUL-JURISDICTION = "FED"
                               AND RUL-DUE-DAYS NUMERIC
                               MOVE RUL-DUE-DAYS TO WS-GRACE-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-RULE-FILE
           END-IF
           MOVE WS-QTR-END TO WS-DATE-WORK
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) + WS-GRACE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-DATE-WORK
           MOVE WS-DATE-WORK TO WS-DEPOSIT-CUTOFF
           MOVE WS-QTR-START TO WS-DATE-WORK
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) + WS-GRACE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-DATE-WORK
           MOVE WS-DATE-WORK TO WS-DEPOSIT-OPEN.


       LOAD-QUARTER-LIABILITY.
           OPEN INPUT TAX-LIABILITY-FILE
           IF NOT WS-TXL-FILE-OK
               MOVE WS-TXL-FILE-STATUS TO WS-ERR-CODE
               MOVE "No TAXLIAB.TXT -- no liability to schedule"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXL-FILE-EOF
               READ TAX-LIABILITY-FILE
                   AT END SET WS-TXL-FILE-EOF TO TRUE
                   NOT AT END PERFORM SCHEDULE-ONE-LIABILITY
               END-READ
           END-PERFORM
           CLOSE TAX-LIABILITY-FILE.


       SCHEDULE-ONE-LIABILITY.
           MOVE TXL-COMPANY TO WS-LINE-COMPANY
           IF WS-LINE-COMPANY = SPACES
               MOVE "01" TO WS-LINE-COMPANY
           END-IF
           IF WS-LINE-COMPANY NOT = WS-RUN-COMPANY
               OR TXL-PAY-DATE < WS-QTR-START
               OR TXL-PAY-DATE > WS-QTR-END
               EXIT PARAGRAPH
           END-IF
           SET WS-JUR-IDX TO 1
           PERFORM UNTIL WS-JUR-IDX > 4
                   OR WS-JUR-CODE(WS-JUR-IDX) = TXL-JURISDICTION
               SET WS-JUR-IDX UP BY 1
           END-PERFORM
           IF WS-JUR-IDX > 4
               EXIT PARAGRAPH
           END-IF
           ADD TXL-AMOUNT TO WS-JUR-LIAB(WS-JUR-IDX)
           ADD TXL-AMOUNT TO WS-LIAB-TOTAL

           MOVE TXL-PAY-DATE(5:2) TO WS-MONTH-WORK
           COMPUTE WS-MONTH-SLOT = WS-MONTH-WORK - WS-FIRST-MONTH + 1
           ADD TXL-AMOUNT TO WS-MONTH-LIAB(WS-MONTH-SLOT)

      *    find the pay date, or open it in date order
           SET WS-PD-IDX TO 1
           PERFORM UNTIL WS-PD-IDX > WS-PD-COUNT
                   OR WS-PD-DATE(WS-PD-IDX) >= TXL-PAY-DATE
               SET WS-PD-IDX UP BY 1
           END-PERFORM
           IF WS-PD-IDX > WS-PD-COUNT
               OR WS-PD-DATE(WS-PD-IDX) NOT = TXL-PAY-DATE
               IF WS-PD-COUNT = 100
                   DISPLAY "Pay-date table full -- " TXL-PAY-DATE
                       " left off the schedule."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-PD-MOVE-IDX FROM WS-PD-COUNT BY -1
                   UNTIL WS-PD-MOVE-IDX < WS-PD-IDX
                   MOVE WS-PD-ENTRY(WS-PD-MOVE-IDX)
                       TO WS-PD-ENTRY(WS-PD-MOVE-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-PD-COUNT
               MOVE TXL-PAY-DATE TO WS-PD-DATE(WS-PD-IDX)
               MOVE ZERO TO WS-PD-JUR-AMT(WS-PD-IDX, 1)
                   WS-PD-JUR-AMT(WS-PD-IDX, 2)
                   WS-PD-JUR-AMT(WS-PD-IDX, 3)
                   WS-PD-JUR-AMT(WS-PD-IDX, 4)
                   WS-PD-TOTAL(WS-PD-IDX)
           END-IF
           SET WS-JUR-SUB TO WS-JUR-IDX
           ADD TXL-AMOUNT TO WS-PD-JUR-AMT(WS-PD-IDX, WS-JUR-SUB)
           ADD TXL-AMOUNT TO WS-PD-TOTAL(WS-PD-IDX).


       LOAD-QUARTER-DEPOSITS.
           OPEN INPUT TAX-REMIT-FILE
           IF NOT WS-REM-FILE-OK
               DISPLAY "No TAXREMIT.TXT -- no deposits credited to"
                   " the quarter."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REM-FILE-EOF
               READ TAX-REMIT-FILE
                   AT END SET WS-REM-FILE-EOF TO TRUE
                   NOT AT END PERFORM CREDIT-ONE-DEPOSIT
               END-READ
           END-PERFORM
           CLOSE TAX-REMIT-FILE.


       CREDIT-ONE-DEPOSIT.
           MOVE REM-COMPANY TO WS-LINE-COMPANY
           IF WS-LINE-COMPANY = SPACES
               MOVE "01" TO WS-LINE-COMPANY
           END-IF
           IF WS-LINE-COMPANY NOT = WS-RUN-COMPANY
               OR REM-DEPOSIT-DATE < WS-DEPOSIT-OPEN
               OR REM-DEPOSIT-DATE > WS-DEPOSIT-CUTOFF
               EXIT PARAGRAPH
           END-IF
           SET WS-JUR-IDX TO 1
           PERFORM UNTIL WS-JUR-IDX > 4
                   OR WS-JUR-CODE(WS-JUR-IDX) = REM-JURISDICTION
               SET WS-JUR-IDX UP BY 1
           END-PERFORM
           IF WS-JUR-IDX > 4
               EXIT PARAGRAPH
           END-IF
           ADD REM-AMOUNT TO WS-JUR-DEPOSIT(WS-JUR-IDX)
           ADD REM-AMOUNT TO WS-DEPOSIT-TOTAL
           IF WS-DEP-COUNT < 100
               ADD 1 TO WS-DEP-COUNT
               SET WS-DEP-IDX TO WS-DEP-COUNT
               MOVE REM-JURISDICTION TO WS-DEP-JUR(WS-DEP-IDX)
               MOVE REM-DEPOSIT-DATE TO WS-DEP-DATE(WS-DEP-IDX)
               MOVE REM-AMOUNT       TO WS-DEP-AMOUNT(WS-DEP-IDX)
               MOVE REM-REFERENCE    TO WS-DEP-REF(WS-DEP-IDX)
           END-IF.


      ******************************************************************
      * FED941.RPT: the return lines, the reconciliation of each
      * return line to the scheduled liability, the liability by
      * pay date with the monthly totals, the deposits, and the
      * liability-to-deposit reconciliation.
      ******************************************************************
       WRITE-WORKSHEET.
           OPEN OUTPUT WORKSHEET-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open WORKSHEET-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WORKSHEET-REPORT-REC
           STRING "QUARTERLY FEDERAL RETURN WORKSHEET  COMPANY "
               WS-RUN-COMPANY "  QUARTER " WS-QUARTER
               "  YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WORKSHEET-REPORT-REC
           END-STRING
           WRITE WORKSHEET-REPORT-REC

           PERFORM WRITE-RETURN-LINES
           PERFORM WRITE-RETURN-RECONCILIATION
           PERFORM WRITE-LIABILITY-SCHEDULE
           PERFORM WRITE-DEPOSIT-LISTING
           PERFORM WRITE-DEPOSIT-RECONCILIATION

           MOVE SPACES TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "RETURN, LIABILITY AND DEPOSITS AGREE"
                   TO WORKSHEET-REPORT-REC
           ELSE
               MOVE SPACES TO WORKSHEET-REPORT-REC
               STRING "*** " WS-EXCEPTION-COUNT
                   " DIFFERENCE(S) -- RESOLVE BEFORE SIGNING"
                   DELIMITED BY SIZE INTO WORKSHEET-REPORT-REC
               END-STRING
           END-IF
           WRITE WORKSHEET-REPORT-REC
           CLOSE WORKSHEET-REPORT-FILE.


       WRITE-RETURN-LINES.
           MOVE WS-JUR-LIAB(4) TO WS-RET-EMPLOYER
           COMPUTE WS-RET-TOTAL-TAX = WS-RET-FED + WS-RET-SS
               + WS-RET-MEDICARE + WS-RET-EMPLOYER
           MOVE WS-DEPOSIT-TOTAL TO WS-RET-DEPOSITS
           COMPUTE WS-RET-BALANCE = WS-RET-TOTAL-TAX - WS-RET-DEPOSITS

           MOVE SPACES TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC
           MOVE "RETURN LINES" TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC

           MOVE "LINE 1  " TO RCT-LINE-NO
           MOVE "EMPLOYEES PAID THIS QUARTER" TO RCT-DESC
           MOVE WS-RET-EMPLOYEES TO RCT-COUNT
           MOVE RETURN-COUNT-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC

           MOVE "LINE 2  " TO RTL-LINE-NO
           MOVE "WAGES, TIPS AND OTHER COMPENSATION" TO RTL-DESC
           MOVE WS-RET-WAGES TO RTL-AMOUNT
           MOVE RETURN-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC

           MOVE "LINE 3  " TO RTL-LINE-NO
           MOVE "FEDERAL INCOME TAX WITHHELD" TO RTL-DESC
           MOVE WS-RET-FED TO RTL-AMOUNT
           MOVE RETURN-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC

           MOVE "LINE 5A " TO RTL-LINE-NO
           MOVE "SOCIAL SECURITY TAX WITHHELD" TO RTL-DESC
           MOVE WS-RET-SS TO RTL-AMOUNT
           MOVE RETURN-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC

           MOVE "LINE 5C " TO RTL-LINE-NO
           MOVE "MEDICARE TAX WITHHELD" TO RTL-DESC
           MOVE WS-RET-MEDICARE TO RTL-AMOUNT
           MOVE RETURN-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC

           MOVE "LINE 5  " TO RTL-LINE-NO
           MOVE "EMPLOYER SHARE OF PAYROLL TAX" TO RTL-DESC
           MOVE WS-RET-EMPLOYER TO RTL-AMOUNT
           MOVE RETURN-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC

           MOVE "LINE 12 " TO RTL-LINE-NO
           MOVE "TOTAL TAXES AFTER ADJUSTMENTS" TO RTL-DESC
           MOVE WS-RET-TOTAL-TAX TO RTL-AMOUNT
           MOVE RETURN-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC

           MOVE "LINE 13 " TO RTL-LINE-NO
           MOVE "TOTAL DEPOSITS FOR THIS QUARTER" TO RTL-DESC
           MOVE WS-RET-DEPOSITS TO RTL-AMOUNT
           MOVE RETURN-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC

           IF WS-RET-BALANCE < ZERO
               MOVE "LINE 15 " TO RTL-LINE-NO
               MOVE "OVERPAYMENT" TO RTL-DESC
               COMPUTE RTL-AMOUNT = ZERO - WS-RET-BALANCE
           ELSE
               MOVE "LINE 14 " TO RTL-LINE-NO
               MOVE "BALANCE DUE" TO RTL-DESC
               MOVE WS-RET-BALANCE TO RTL-AMOUNT
           END-IF
           MOVE RETURN-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC.


      * each withholding line on the return against what the
      * payroll runs scheduled for deposit
       WRITE-RETURN-RECONCILIATION.
           MOVE SPACES TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC
           MOVE "RETURN VS LIABILITY" TO RCH-TITLE
           MOVE "RETURN" TO RCH-LEFT
           MOVE "LIABILITY" TO RCH-RIGHT
           MOVE RECON-HEADING-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC
           PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > 3
               MOVE WS-JUR-DESC(WS-JUR-IDX) TO RCL-DESC
               MOVE WS-JUR-RETURN(WS-JUR-IDX) TO RCL-LEFT
               MOVE WS-JUR-LIAB(WS-JUR-IDX) TO RCL-RIGHT
               COMPUTE WS-DIFFERENCE = WS-JUR-RETURN(WS-JUR-IDX)
                   - WS-JUR-LIAB(WS-JUR-IDX)
               MOVE WS-DIFFERENCE TO RCL-DIFF
               IF WS-DIFFERENCE = ZERO
                   MOVE "AGREES" TO RCL-VERDICT
               ELSE
                   MOVE "DOES NOT AGREE" TO RCL-VERDICT
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               MOVE RECON-LINE TO WORKSHEET-REPORT-REC
               WRITE WORKSHEET-REPORT-REC
           END-PERFORM.


       WRITE-LIABILITY-SCHEDULE.
           MOVE SPACES TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC
           MOVE "LIABILITY BY PAY DATE (SEMIWEEKLY SCHEDULE)"
               TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC
           MOVE SCHEDULE-COLUMN-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
               MOVE WS-PD-DATE(WS-PD-IDX)         TO SCL-PAY-DATE
               MOVE WS-PD-JUR-AMT(WS-PD-IDX, 1)   TO SCL-FED
               MOVE WS-PD-JUR-AMT(WS-PD-IDX, 2)   TO SCL-SS
               MOVE WS-PD-JUR-AMT(WS-PD-IDX, 3)   TO SCL-MEDICARE
               MOVE WS-PD-JUR-AMT(WS-PD-IDX, 4)   TO SCL-EMPLOYER
               MOVE WS-PD-TOTAL(WS-PD-IDX)        TO SCL-TOTAL
               MOVE SCHEDULE-LINE TO WORKSHEET-REPORT-REC
               WRITE WORKSHEET-REPORT-REC
           END-PERFORM

           MOVE "QUARTER " TO SCL-PAY-DATE
           MOVE WS-JUR-LIAB(1) TO SCL-FED
           MOVE WS-JUR-LIAB(2) TO SCL-SS
           MOVE WS-JUR-LIAB(3) TO SCL-MEDICARE
           MOVE WS-JUR-LIAB(4) TO SCL-EMPLOYER
           MOVE WS-LIAB-TOTAL  TO SCL-TOTAL
           MOVE SCHEDULE-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC

      *    the monthly-depositor view of the same liability
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 3
               MOVE SPACES TO RETURN-LINE
               MOVE "LINE 16 " TO RTL-LINE-NO
               COMPUTE WS-MONTH-WORK = WS-FIRST-MONTH
                   + WS-MONTH-SUB - 1
               STRING "LIABILITY MONTH " WS-MONTH-SUB
                   " (" WS-TAX-YEAR "-" WS-MONTH-WORK ")"
                   DELIMITED BY SIZE INTO RTL-DESC
               END-STRING
               MOVE WS-MONTH-LIAB(WS-MONTH-SUB) TO RTL-AMOUNT
               MOVE RETURN-LINE TO WORKSHEET-REPORT-REC
               WRITE WORKSHEET-REPORT-REC
           END-PERFORM.


       WRITE-DEPOSIT-LISTING.
           MOVE SPACES TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC
           MOVE SPACES TO WORKSHEET-REPORT-REC
           STRING "DEPOSITS CREDITED TO THE QUARTER ("
               WS-DEPOSIT-OPEN " THROUGH " WS-DEPOSIT-CUTOFF ")"
               DELIMITED BY SIZE INTO WORKSHEET-REPORT-REC
           END-STRING
           WRITE WORKSHEET-REPORT-REC
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT
               MOVE WS-DEP-JUR(WS-DEP-IDX)    TO DPL-JURISDICTION
               MOVE WS-DEP-DATE(WS-DEP-IDX)   TO DPL-DATE
               MOVE WS-DEP-REF(WS-DEP-IDX)    TO DPL-REFERENCE
               MOVE WS-DEP-AMOUNT(WS-DEP-IDX) TO DPL-AMOUNT
               MOVE DEPOSIT-LINE TO WORKSHEET-REPORT-REC
               WRITE WORKSHEET-REPORT-REC
           END-PERFORM
           IF WS-DEP-COUNT = ZERO
               MOVE "  NO DEPOSITS ON TAXREMIT.TXT FOR THE QUARTER"
                   TO WORKSHEET-REPORT-REC
               WRITE WORKSHEET-REPORT-REC
           END-IF.


      * liability against deposits per jurisdiction and in total;
      * deposits above the liability are over-deposited
       WRITE-DEPOSIT-RECONCILIATION.
           MOVE SPACES TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC
           MOVE "LIABILITY VS DEPOSITS" TO RCH-TITLE
           MOVE "LIABILITY" TO RCH-LEFT
           MOVE "DEPOSITED" TO RCH-RIGHT
           MOVE RECON-HEADING-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC
           PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > 4
               MOVE WS-JUR-DESC(WS-JUR-IDX) TO RCL-DESC
               MOVE WS-JUR-LIAB(WS-JUR-IDX) TO RCL-LEFT
               MOVE WS-JUR-DEPOSIT(WS-JUR-IDX) TO RCL-RIGHT
               COMPUTE WS-DIFFERENCE = WS-JUR-DEPOSIT(WS-JUR-IDX)
                   - WS-JUR-LIAB(WS-JUR-IDX)
               PERFORM WRITE-DEPOSIT-VERDICT
           END-PERFORM
           MOVE "TOTAL FEDERAL" TO RCL-DESC
           MOVE WS-LIAB-TOTAL TO RCL-LEFT
           MOVE WS-DEPOSIT-TOTAL TO RCL-RIGHT
           COMPUTE WS-DIFFERENCE = WS-DEPOSIT-TOTAL - WS-LIAB-TOTAL
           MOVE WS-DIFFERENCE TO RCL-DIFF
           EVALUATE TRUE
               WHEN WS-DIFFERENCE > ZERO
                   MOVE "OVER-DEPOSITED" TO RCL-VERDICT
               WHEN WS-DIFFERENCE < ZERO
                   MOVE "UNDER-DEPOSITED" TO RCL-VERDICT
               WHEN OTHER
                   MOVE "BALANCED" TO RCL-VERDICT
           END-EVALUATE
           MOVE RECON-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC.


       WRITE-DEPOSIT-VERDICT.
           MOVE WS-DIFFERENCE TO RCL-DIFF
           EVALUATE TRUE
               WHEN WS-DIFFERENCE > ZERO
                   MOVE "OVER-DEPOSITED" TO RCL-VERDICT
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN WS-DIFFERENCE < ZERO
                   MOVE "UNDER-DEPOSITED" TO RCL-VERDICT
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN OTHER
                   MOVE "BALANCED" TO RCL-VERDICT
           END-EVALUATE
           MOVE RECON-LINE TO WORKSHEET-REPORT-REC
           WRITE WORKSHEET-REPORT-REC.

       END PROGRAM FEDQTR.
