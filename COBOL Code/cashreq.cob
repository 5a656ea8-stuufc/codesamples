      ******************************************************************
      * Payroll cash requirements and funding forecast. Treasury
      * needs to know every payday how much cash leaves the payroll
      * account and on which settlement date; this job lists it:
      *   - net-pay ACH, settling on the pay date
      *   - third-party remittances: the ACH payees settle with the
      *     pay, the check payees clear like payroll checks
      *   - payroll checks, spread over their expected clearing
      *     dates by the clearing profile CHKRECON keeps from the
      *     bank's paid items (CHKCLEAR.TXT; 3 days flat with no
      *     profile yet)
      *   - tax deposits, due the DEPRULES.TXT days after the pay
      *     date as TAXDEP schedules them
      * sorted by settlement date with a running total, to
      * CASHREQ.RPT and to FUNDING.TXT (FUNDREC.cpy) for treasury
      * to load. A date that falls on a weekend or a bank holiday
      * (BANKHOL.TXT) settles the next business day.
      *
      * Run parameter TRIAL projects from the trial run, before
      * anything is paid: the pay register's payment-media recap
      * and the trial's own funding extract (TRLFUND.TXT). Run
      * without it after the live run, the figures are the live
      * files' -- the bank transmittal and DEDXMIT.TXT behind
      * ACHBUILD, the check register, DEDLIAB.TXT, and the
      * undeposited lines on TAXLIAB.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHREQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT BANK-TRANSMITTAL-FILE ASSIGN TO "BANKXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-FILE-STATUS.

           SELECT REMIT-TRANSMITTAL-FILE ASSIGN TO "DEDXMIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-FILE-STATUS.

           SELECT DEDUCTION-LIABILITY-FILE ASSIGN TO "DEDLIAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLB-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-FILE-STATUS.

           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLIAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXL-FILE-STATUS.

           SELECT TRIAL-FUNDING-FILE ASSIGN TO "TRLFUND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TFD-FILE-STATUS.

           SELECT DEPOSIT-RULE-FILE ASSIGN TO "DEPRULES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT BANK-HOLIDAY-FILE ASSIGN TO "BANKHOL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.

           SELECT CLEARING-PROFILE-FILE ASSIGN TO "CHKCLEAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-FILE-STATUS.

           SELECT FUNDING-FILE ASSIGN TO "FUNDING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FND-FILE-STATUS.

           SELECT FUNDING-REPORT-FILE ASSIGN TO "CASHREQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-REC    PIC X(80).

       FD  BANK-TRANSMITTAL-FILE.
           COPY TRANSMIT.

      * DEDREMIT's remittances in the transmittal layout, spelled
      * out as ACHBUILD does since the copybook is already in use
       FD  REMIT-TRANSMITTAL-FILE.
       01  REMIT-TRANSMITTAL-RECORD.
           05  RMT-EMP-ID          PIC X(6).
           05  RMT-EMP-NAME        PIC X(15).
           05  RMT-BANK-ROUTING    PIC X(9).
           05  RMT-BANK-ACCOUNT    PIC X(17).
           05  RMT-NET-PAY         PIC 9(7)V99.
           05  RMT-PERIOD-NUMBER   PIC 9(4).
           05  RMT-RECORD-TYPE     PIC X.

       FD  DEDUCTION-LIABILITY-FILE.
       01  DEDUCTION-LIABILITY-RECORD.
           05  DLB-RECORD-TYPE PIC X.
               88  DLB-TYPE-TOTAL      VALUE "T".
           05  DLB-DED-CODE    PIC X(3).
           05  DLB-EMP-ID      PIC X(6).
           05  DLB-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  DLB-PERIOD      PIC 9(4).
           05  DLB-CASE-NUMBER PIC X(15).

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-REC  PIC X(80).

       FD  TAX-LIABILITY-FILE.
       01  TAX-LIABILITY-RECORD.
           05  TXL-JURISDICTION PIC X(3).
           05  TXL-PERIOD      PIC 9(4).
           05  TXL-PAY-DATE    PIC X(8).
           05  TXL-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  TXL-DEPOSITED   PIC X.
           05  TXL-COMPANY     PIC X(2).

       FD  TRIAL-FUNDING-FILE.
           COPY TRLFUND.

       FD  DEPOSIT-RULE-FILE.
       01  DEPOSIT-RULE-RECORD.
           05  RUL-JURISDICTION PIC X(3).
           05  RUL-DUE-DAYS     PIC 9(3).

       FD  BANK-HOLIDAY-FILE.
       01  BANK-HOLIDAY-RECORD.
           05  HOL-DATE        PIC 9(8).

       FD  CLEARING-PROFILE-FILE.
           COPY CHKCLEAR.

       FD  FUNDING-FILE.
           COPY FUNDREC.

       FD  FUNDING-REPORT-FILE.
       01  FUNDING-REPORT-REC  PIC X(90).

       WORKING-STORAGE SECTION.

       77  WS-REG-FILE-STATUS PIC XX.
           88  WS-REG-FILE-OK        VALUE "00".
           88  WS-REG-FILE-EOF       VALUE "10".

       77  WS-XMIT-FILE-STATUS PIC XX.
           88  WS-XMIT-FILE-OK       VALUE "00".
           88  WS-XMIT-FILE-EOF      VALUE "10".

       77  WS-RMT-FILE-STATUS PIC XX.
           88  WS-RMT-FILE-OK        VALUE "00".
           88  WS-RMT-FILE-EOF       VALUE "10".

       77  WS-DLB-FILE-STATUS PIC XX.
           88  WS-DLB-FILE-OK        VALUE "00".
           88  WS-DLB-FILE-EOF       VALUE "10".

       77  WS-CHKREG-FILE-STATUS PIC XX.
           88  WS-CHKREG-FILE-OK     VALUE "00".
           88  WS-CHKREG-FILE-EOF    VALUE "10".

       77  WS-TXL-FILE-STATUS PIC XX.
           88  WS-TXL-FILE-OK        VALUE "00".
           88  WS-TXL-FILE-EOF       VALUE "10".

       77  WS-TFD-FILE-STATUS PIC XX.
           88  WS-TFD-FILE-OK        VALUE "00".
           88  WS-TFD-FILE-EOF       VALUE "10".

       77  WS-RUL-FILE-STATUS PIC XX.
           88  WS-RUL-FILE-OK        VALUE "00".
           88  WS-RUL-FILE-EOF       VALUE "10".

       77  WS-HOL-FILE-STATUS PIC XX.
           88  WS-HOL-FILE-OK        VALUE "00".
           88  WS-HOL-FILE-EOF       VALUE "10".

       77  WS-CLR-FILE-STATUS PIC XX.
           88  WS-CLR-FILE-OK        VALUE "00".
           88  WS-CLR-FILE-EOF       VALUE "10".

       77  WS-FND-FILE-STATUS PIC XX.
           88  WS-FND-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-MODE-FLAG PIC X VALUE "L".
           88  WS-MODE-TRIAL         VALUE "T".
           88  WS-MODE-LIVE          VALUE "L".
       77  WS-REG-TRIAL-FLAG PIC X VALUE "N".
           88  WS-REG-IS-TRIAL       VALUE "Y".

       77  WS-TODAY-DATE       PIC 9(8) VALUE ZERO.
       77  WS-TODAY-INT        PIC 9(8) VALUE ZERO.
       77  WS-PAY-DATE         PIC 9(8) VALUE ZERO.
       77  WS-PAY-INT          PIC 9(8) VALUE ZERO.
       77  WS-DATE-WORK        PIC 9(8) VALUE ZERO.
       77  WS-DATE-INT         PIC 9(8) VALUE ZERO.

      * the pay register's payment-media recap
       77  WS-MEDIA-DEP-NET    PIC S9(9)V99 VALUE ZERO.
       77  WS-MEDIA-OTH-NET    PIC S9(9)V99 VALUE ZERO.

       77  WS-ACH-NET          PIC S9(9)V99 VALUE ZERO.
       77  WS-REMIT-ACH-TOTAL  PIC S9(9)V99 VALUE ZERO.
       77  WS-REMIT-ALL-TOTAL  PIC S9(9)V99 VALUE ZERO.
       77  WS-CHECK-TOTAL      PIC S9(9)V99 VALUE ZERO.

       77  WS-RULE-COUNT PIC 99 VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 25 TIMES
                               INDEXED BY WS-RULE-IDX.
               10  WS-RUL-JUR      PIC X(3).
               10  WS-RUL-DAYS     PIC 9(3).
       77  WS-DEFAULT-DUE-DAYS PIC 9(3) VALUE 3.
       77  WS-DUE-DAYS         PIC 9(3) VALUE ZERO.

       77  WS-HOLIDAY-COUNT PIC 99 VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 30 TIMES
                               INDEXED BY WS-HOL-IDX
                               PIC 9(8).
       77  WS-WEEKDAY-NUMBER   PIC 9 VALUE ZERO.
       77  WS-DATE-IS-CLOSED PIC X VALUE "N".
           88  WS-BANK-CLOSED        VALUE "Y".

      * the clearing profile: dollars cleared at each lag
       77  WS-PROFILE-COUNT PIC 99 VALUE ZERO.
       77  WS-PROFILE-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-ENTRY OCCURS 61 TIMES
                               INDEXED BY WS-PRF-IDX.
               10  WS-PRF-LAG      PIC 9(3).
               10  WS-PRF-AMOUNT   PIC 9(9)V99.
       77  WS-DEFAULT-CLEAR-DAYS PIC 9(3) VALUE 3.
       77  WS-SPREAD-TOTAL     PIC S9(9)V99 VALUE ZERO.
       77  WS-SPREAD-LEFT      PIC S9(9)V99 VALUE ZERO.
       77  WS-SPREAD-SHARE     PIC S9(9)V99 VALUE ZERO.

      * the forecast lines before and after the date sort
       77  WS-FUND-COUNT PIC 9(3) VALUE ZERO.
       01  WS-FUND-TABLE.
           05  WS-FUND-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-FUND-IDX.
               10  WS-FUN-DATE     PIC 9(8).
               10  WS-FUN-CATEGORY PIC X(10).
               10  WS-FUN-REF      PIC X(8).
               10  WS-FUN-AMOUNT   PIC S9(9)V99.
       01  WS-FUND-SWAP.
           05  FILLER          PIC 9(8).
           05  FILLER          PIC X(10).
           05  FILLER          PIC X(8).
           05  FILLER          PIC S9(9)V99.
       77  WS-SORT-PASS        PIC 9(3) VALUE ZERO.
       77  WS-SORT-SUB         PIC 9(3) VALUE ZERO.
       77  WS-SORT-LIMIT       PIC 9(3) VALUE ZERO.

      * the line being added
       77  WS-NEW-DATE         PIC 9(8) VALUE ZERO.
       77  WS-NEW-CATEGORY     PIC X(10) VALUE SPACES.
       77  WS-NEW-REF          PIC X(8) VALUE SPACES.
       77  WS-NEW-AMOUNT       PIC S9(9)V99 VALUE ZERO.

       77  WS-RUNNING-TOTAL    PIC S9(11)V99 VALUE ZERO.
       77  WS-DAY-TOTAL        PIC S9(11)V99 VALUE ZERO.
       77  WS-BREAK-DATE       PIC 9(8) VALUE ZERO.

       01  FUNDING-DETAIL-LINE.
           05  FDL-DATE        PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FDL-CATEGORY    PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FDL-REF         PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FDL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FDL-RUNNING     PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  FUNDING-DAY-LINE.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "DAY TOTAL ".
           05  FDY-DATE        PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FDY-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.

       01  FUNDING-TOTAL-LINE.
           05  FILLER          PIC X(22) VALUE "TOTAL CASH REQUIRED: ".
           05  FTL-COUNT       PIC ZZ9.
           05  FILLER          PIC X(9)  VALUE " LINES $ ".
           05  FTL-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99-.

       COPY ERRSTAT.
       COPY SIGNONRQ.

       LINKAGE SECTION.
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "CASHREQ " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           IF LNK-PARM-LENGTH > 0 AND LNK-PARM-LENGTH <= 20
               IF LNK-PARM-DATA(1:5) = "TRIAL"
                   SET WS-MODE-TRIAL TO TRUE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           PERFORM READ-PAY-REGISTER
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM LOAD-DEPOSIT-RULES
           PERFORM LOAD-BANK-HOLIDAYS
           PERFORM LOAD-CLEARING-PROFILE

           IF WS-MODE-TRIAL
               PERFORM FORECAST-FROM-TRIAL
           ELSE
               PERFORM FORECAST-FROM-LIVE-RUN
           END-IF

           PERFORM SORT-FUNDING-LINES
           PERFORM WRITE-FUNDING-OUTPUT

           DISPLAY "CASHREQ lines: " WS-FUND-COUNT
               "  cash required: " WS-RUNNING-TOTAL
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "CASHREQ" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * the register's period line gives the pay date, its recap
      * line the deposit and other-media nets; a trial register
      * carries the TRIAL RUN marker under the period line
       READ-PAY-REGISTER.
           OPEN INPUT PAY-REGISTER-FILE
           IF NOT WS-REG-FILE-OK
               MOVE WS-REG-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open PAY-REGISTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-FILE-EOF
               READ PAY-REGISTER-FILE
                   AT END SET WS-REG-FILE-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PAY-REGISTER-REC(1:12)
                               = "PAY PERIOD: "
                               AND PAY-REGISTER-REC(49:8) NUMERIC
                               MOVE PAY-REGISTER-REC(49:8)
                                   TO WS-PAY-DATE
                           WHEN PAY-REGISTER-REC(1:15)
                               = "  *** TRIAL RUN"
                               SET WS-REG-IS-TRIAL TO TRUE
                           WHEN PAY-REGISTER-REC(1:16)
                               = "MEDIA: DEPOSITS "
                               COMPUTE WS-MEDIA-DEP-NET =
                                   FUNCTION NUMVAL-C(
                                       PAY-REGISTER-REC(24:10))
                               COMPUTE WS-MEDIA-OTH-NET =
                                   FUNCTION NUMVAL-C(
                                       PAY-REGISTER-REC(49:10))
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PAY-REGISTER-FILE

           IF WS-PAY-DATE = ZERO
               MOVE ZERO TO WS-ERR-CODE
               MOVE "No pay date on the pay register"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
      *    the register must be the run being forecast
           IF WS-MODE-TRIAL AND NOT WS-REG-IS-TRIAL
               MOVE ZERO TO WS-ERR-CODE
               MOVE "TRIAL forecast but the register is a live run"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE-LIVE AND WS-REG-IS-TRIAL
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Live forecast but the register is a trial run"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAY-INT = FUNCTION INTEGER-OF-DATE(WS-PAY-DATE).


       LOAD-DEPOSIT-RULES.
           MOVE ZERO TO WS-RULE-COUNT
           OPEN INPUT DEPOSIT-RULE-FILE
           IF NOT WS-RUL-FILE-OK
               DISPLAY "No DEPRULES.TXT -- every jurisdiction due "
                   WS-DEFAULT-DUE-DAYS " days after pay date."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RUL-FILE-EOF
                   OR WS-RULE-COUNT = 25
               READ DEPOSIT-RULE-FILE
                   AT END SET WS-RUL-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RULE-COUNT
                       SET WS-RULE-IDX TO WS-RULE-COUNT
                       MOVE RUL-JURISDICTION
                           TO WS-RUL-JUR(WS-RULE-IDX)
                       MOVE RUL-DUE-DAYS
                           TO WS-RUL-DAYS(WS-RULE-IDX)
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-RULE-FILE.


       LOAD-BANK-HOLIDAYS.
           MOVE ZERO TO WS-HOLIDAY-COUNT
           OPEN INPUT BANK-HOLIDAY-FILE
           IF NOT WS-HOL-FILE-OK
               DISPLAY "No BANKHOL.TXT -- only weekends shift"
                   " settlement dates."
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


       LOAD-CLEARING-PROFILE.
           MOVE ZERO TO WS-PROFILE-COUNT
           MOVE ZERO TO WS-PROFILE-TOTAL
           OPEN INPUT CLEARING-PROFILE-FILE
           IF NOT WS-CLR-FILE-OK
               DISPLAY "No CHKCLEAR.TXT -- checks clear "
                   WS-DEFAULT-CLEAR-DAYS " days after the pay date."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CLR-FILE-EOF
                   OR WS-PROFILE-COUNT = 61
               READ CLEARING-PROFILE-FILE
                   AT END SET WS-CLR-FILE-EOF TO TRUE
                   NOT AT END
                       IF CLR-LAG-DAYS NUMERIC
                           AND CLR-AMOUNT NUMERIC
                           AND CLR-AMOUNT > ZERO
                           ADD 1 TO WS-PROFILE-COUNT
                           SET WS-PRF-IDX TO WS-PROFILE-COUNT
                           MOVE CLR-LAG-DAYS
                               TO WS-PRF-LAG(WS-PRF-IDX)
                           MOVE CLR-AMOUNT
                               TO WS-PRF-AMOUNT(WS-PRF-IDX)
                           ADD CLR-AMOUNT TO WS-PROFILE-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARING-PROFILE-FILE.


      ******************************************************************
      * After the trial nothing has been transmitted: the deposits
      * and the checks come from the register's media recap, taxes
      * and remittances from the trial's funding extract. Every
      * remittance is taken as settling with the pay.
      ******************************************************************
       FORECAST-FROM-TRIAL.
           MOVE WS-PAY-DATE TO WS-NEW-DATE
           MOVE "NETPAY-ACH" TO WS-NEW-CATEGORY
           MOVE "DEPOSITS" TO WS-NEW-REF
           MOVE WS-MEDIA-DEP-NET TO WS-NEW-AMOUNT
           PERFORM ADD-FUNDING-LINE

           MOVE WS-MEDIA-OTH-NET TO WS-SPREAD-TOTAL
           MOVE "CHECKS" TO WS-NEW-CATEGORY
           PERFORM SPREAD-OVER-CLEARING

           OPEN INPUT TRIAL-FUNDING-FILE
           IF NOT WS-TFD-FILE-OK
               DISPLAY "No TRLFUND.TXT -- taxes and remittances"
                   " left out of the trial forecast."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TFD-FILE-EOF
               READ TRIAL-FUNDING-FILE
                   AT END SET WS-TFD-FILE-EOF TO TRUE
                   NOT AT END
                       IF TFD-TAX
                           MOVE TFD-KEY TO WS-NEW-REF
                           MOVE TFD-PAY-DATE TO WS-DATE-WORK
                           MOVE TFD-AMOUNT TO WS-NEW-AMOUNT
                           PERFORM ADD-TAX-DEPOSIT-LINE
                       END-IF
                       IF TFD-REMIT
                           MOVE WS-PAY-DATE TO WS-NEW-DATE
                           MOVE "REMIT-ACH" TO WS-NEW-CATEGORY
                           MOVE TFD-KEY TO WS-NEW-REF
                           MOVE TFD-AMOUNT TO WS-NEW-AMOUNT
                           PERFORM ADD-FUNDING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRIAL-FUNDING-FILE.


      ******************************************************************
      * After the live run the files that move the money say it:
      * the transmittal (deposits less reversals) and the ACH
      * remittances ride the pay date, the check register's live
      * checks and the check-paid remainder of the deduction
      * liability clear by the profile, and every tax line not yet
      * deposited falls due by its rule.
      ******************************************************************
       FORECAST-FROM-LIVE-RUN.
           MOVE ZERO TO WS-ACH-NET
           OPEN INPUT BANK-TRANSMITTAL-FILE
           IF WS-XMIT-FILE-OK
               PERFORM UNTIL WS-XMIT-FILE-EOF
                   READ BANK-TRANSMITTAL-FILE
                       AT END SET WS-XMIT-FILE-EOF TO TRUE
                       NOT AT END
                           IF TRN-TYPE-DEPOSIT
                               ADD TRN-NET-PAY TO WS-ACH-NET
                           END-IF
                           IF TRN-TYPE-REVERSAL
                               SUBTRACT TRN-NET-PAY FROM WS-ACH-NET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-TRANSMITTAL-FILE
           ELSE
               DISPLAY "No bank transmittal -- net-pay ACH taken"
                   " from the register recap."
               MOVE WS-MEDIA-DEP-NET TO WS-ACH-NET
           END-IF
           MOVE WS-PAY-DATE TO WS-NEW-DATE
           MOVE "NETPAY-ACH" TO WS-NEW-CATEGORY
           MOVE "DEPOSITS" TO WS-NEW-REF
           MOVE WS-ACH-NET TO WS-NEW-AMOUNT
           PERFORM ADD-FUNDING-LINE

           MOVE ZERO TO WS-REMIT-ACH-TOTAL
           OPEN INPUT REMIT-TRANSMITTAL-FILE
           IF WS-RMT-FILE-OK
               PERFORM UNTIL WS-RMT-FILE-EOF
                   READ REMIT-TRANSMITTAL-FILE
                       AT END SET WS-RMT-FILE-EOF TO TRUE
                       NOT AT END
                           IF RMT-RECORD-TYPE NOT = "P"
                               AND RMT-NET-PAY NUMERIC
                               ADD RMT-NET-PAY TO WS-REMIT-ACH-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMIT-TRANSMITTAL-FILE
           END-IF
           MOVE WS-PAY-DATE TO WS-NEW-DATE
           MOVE "REMIT-ACH" TO WS-NEW-CATEGORY
           MOVE "DEDXMIT" TO WS-NEW-REF
           MOVE WS-REMIT-ACH-TOTAL TO WS-NEW-AMOUNT
           PERFORM ADD-FUNDING-LINE

           MOVE ZERO TO WS-REMIT-ALL-TOTAL
           OPEN INPUT DEDUCTION-LIABILITY-FILE
           IF WS-DLB-FILE-OK
               PERFORM UNTIL WS-DLB-FILE-EOF
                   READ DEDUCTION-LIABILITY-FILE
                       AT END SET WS-DLB-FILE-EOF TO TRUE
                       NOT AT END
                           IF DLB-TYPE-TOTAL
                               ADD DLB-AMOUNT TO WS-REMIT-ALL-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-LIABILITY-FILE
           END-IF
           IF WS-REMIT-ALL-TOTAL > WS-REMIT-ACH-TOTAL
               COMPUTE WS-SPREAD-TOTAL =
                   WS-REMIT-ALL-TOTAL - WS-REMIT-ACH-TOTAL
               MOVE "REMIT-CHK" TO WS-NEW-CATEGORY
               PERFORM SPREAD-OVER-CLEARING
           END-IF

           MOVE ZERO TO WS-CHECK-TOTAL
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHKREG-FILE-OK
               PERFORM UNTIL WS-CHKREG-FILE-EOF
                   READ CHECK-REGISTER-FILE
                       AT END SET WS-CHKREG-FILE-EOF TO TRUE
                       NOT AT END
                           IF CHECK-REGISTER-REC(1:8) NUMERIC
                               AND CHECK-REGISTER-REC(48:4)
                                   NOT = "VOID"
                               COMPUTE WS-CHECK-TOTAL =
                                   WS-CHECK-TOTAL
                                   + FUNCTION NUMVAL-C(
                                       CHECK-REGISTER-REC(36:10))
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           ELSE
               MOVE WS-MEDIA-OTH-NET TO WS-CHECK-TOTAL
           END-IF
           MOVE WS-CHECK-TOTAL TO WS-SPREAD-TOTAL
           MOVE "CHECKS" TO WS-NEW-CATEGORY
           PERFORM SPREAD-OVER-CLEARING

           OPEN INPUT TAX-LIABILITY-FILE
           IF NOT WS-TXL-FILE-OK
               DISPLAY "No TAXLIAB.TXT -- no tax deposits forecast."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXL-FILE-EOF
               READ TAX-LIABILITY-FILE
                   AT END SET WS-TXL-FILE-EOF TO TRUE
                   NOT AT END
                       IF TXL-DEPOSITED NOT = "D"
                           MOVE TXL-JURISDICTION TO WS-NEW-REF
                           MOVE TXL-PAY-DATE TO WS-DATE-WORK
                           MOVE TXL-AMOUNT TO WS-NEW-AMOUNT
                           PERFORM ADD-TAX-DEPOSIT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-LIABILITY-FILE.


      * the deposit falls due the rule's days after the liability's
      * pay date (WS-DATE-WORK); one already past due is owed today
       ADD-TAX-DEPOSIT-LINE.
           MOVE WS-DEFAULT-DUE-DAYS TO WS-DUE-DAYS
           SET WS-RULE-IDX TO 1
           PERFORM UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   OR WS-RUL-JUR(WS-RULE-IDX) = WS-NEW-REF(1:3)
               SET WS-RULE-IDX UP BY 1
           END-PERFORM
           IF WS-RULE-IDX NOT > WS-RULE-COUNT
               MOVE WS-RUL-DAYS(WS-RULE-IDX) TO WS-DUE-DAYS
           END-IF
           IF WS-DATE-WORK NOT NUMERIC OR WS-DATE-WORK = ZERO
               MOVE WS-PAY-DATE TO WS-DATE-WORK
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) + WS-DUE-DAYS
           IF WS-DATE-INT < WS-TODAY-INT
               MOVE WS-TODAY-INT TO WS-DATE-INT
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-NEW-DATE
           MOVE "TAX-DEP" TO WS-NEW-CATEGORY
           PERFORM ADD-FUNDING-LINE.


      * a check amount (WS-SPREAD-TOTAL) is split across the profile's
      * lags in proportion to the dollars that cleared at each; the
      * last lag takes the rounding so the split adds back exactly
       SPREAD-OVER-CLEARING.
           IF WS-SPREAD-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "CLEARING" TO WS-NEW-REF
           IF WS-PROFILE-TOTAL = ZERO
               COMPUTE WS-DATE-INT = WS-PAY-INT + WS-DEFAULT-CLEAR-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-NEW-DATE
               MOVE WS-SPREAD-TOTAL TO WS-NEW-AMOUNT
               PERFORM ADD-FUNDING-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SPREAD-TOTAL TO WS-SPREAD-LEFT
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
               UNTIL WS-PRF-IDX > WS-PROFILE-COUNT
               IF WS-PRF-IDX = WS-PROFILE-COUNT
                   MOVE WS-SPREAD-LEFT TO WS-SPREAD-SHARE
               ELSE
                   COMPUTE WS-SPREAD-SHARE ROUNDED =
                       WS-SPREAD-TOTAL * WS-PRF-AMOUNT(WS-PRF-IDX)
                       / WS-PROFILE-TOTAL
               END-IF
               SUBTRACT WS-SPREAD-SHARE FROM WS-SPREAD-LEFT
               COMPUTE WS-DATE-INT =
                   WS-PAY-INT + WS-PRF-LAG(WS-PRF-IDX)
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-NEW-DATE
               MOVE WS-SPREAD-SHARE TO WS-NEW-AMOUNT
               PERFORM ADD-FUNDING-LINE
           END-PERFORM.


      * a line on a closed day moves to the next business day, then
      * joins any line already there for the same outflow
       ADD-FUNDING-LINE.
           IF WS-NEW-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-NEW-DATE)
           PERFORM CHECK-BANK-CLOSED
           PERFORM UNTIL NOT WS-BANK-CLOSED
               ADD 1 TO WS-DATE-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-NEW-DATE
               PERFORM CHECK-BANK-CLOSED
           END-PERFORM

           SET WS-FUND-IDX TO 1
           PERFORM UNTIL WS-FUND-IDX > WS-FUND-COUNT
                   OR (WS-FUN-DATE(WS-FUND-IDX) = WS-NEW-DATE
                   AND WS-FUN-CATEGORY(WS-FUND-IDX) = WS-NEW-CATEGORY
                   AND WS-FUN-REF(WS-FUND-IDX) = WS-NEW-REF)
               SET WS-FUND-IDX UP BY 1
           END-PERFORM
           IF WS-FUND-IDX > WS-FUND-COUNT
               IF WS-FUND-COUNT = 300
                   DISPLAY "Funding table full -- " WS-NEW-CATEGORY
                       " " WS-NEW-REF " " WS-NEW-DATE " left out."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FUND-COUNT
               SET WS-FUND-IDX TO WS-FUND-COUNT
               MOVE WS-NEW-DATE     TO WS-FUN-DATE(WS-FUND-IDX)
               MOVE WS-NEW-CATEGORY TO WS-FUN-CATEGORY(WS-FUND-IDX)
               MOVE WS-NEW-REF      TO WS-FUN-REF(WS-FUND-IDX)
               MOVE ZERO            TO WS-FUN-AMOUNT(WS-FUND-IDX)
           END-IF
           ADD WS-NEW-AMOUNT TO WS-FUN-AMOUNT(WS-FUND-IDX).


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
               IF WS-HOLIDAY-ENTRY(WS-HOL-IDX) = WS-NEW-DATE
                   SET WS-BANK-CLOSED TO TRUE
               END-IF
               SET WS-HOL-IDX UP BY 1
           END-PERFORM.


       SORT-FUNDING-LINES.
           IF WS-FUND-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SORT-LIMIT = WS-FUND-COUNT - 1
           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
               UNTIL WS-SORT-PASS > WS-SORT-LIMIT
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                   UNTIL WS-SORT-SUB > WS-FUND-COUNT - WS-SORT-PASS
                   IF WS-FUN-DATE(WS-SORT-SUB)
                           > WS-FUN-DATE(WS-SORT-SUB + 1)
                       OR (WS-FUN-DATE(WS-SORT-SUB)
                           = WS-FUN-DATE(WS-SORT-SUB + 1)
                       AND WS-FUN-CATEGORY(WS-SORT-SUB)
                           > WS-FUN-CATEGORY(WS-SORT-SUB + 1))
                       MOVE WS-FUND-ENTRY(WS-SORT-SUB)
                           TO WS-FUND-SWAP
                       MOVE WS-FUND-ENTRY(WS-SORT-SUB + 1)
                           TO WS-FUND-ENTRY(WS-SORT-SUB)
                       MOVE WS-FUND-SWAP
                           TO WS-FUND-ENTRY(WS-SORT-SUB + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.


       WRITE-FUNDING-OUTPUT.
           OPEN OUTPUT FUNDING-FILE
           IF NOT WS-FND-FILE-OK
               MOVE WS-FND-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open FUNDING-FILE" TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FUNDING-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open FUNDING-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE FUNDING-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FUNDING-RECORD
           SET FND-HEADER TO TRUE
           MOVE WS-PAY-DATE TO FND-SETTLE-DATE
           IF WS-MODE-TRIAL
               MOVE "TRIAL" TO FND-CATEGORY
           ELSE
               MOVE "LIVE" TO FND-CATEGORY
           END-IF
           MOVE ZERO TO FND-AMOUNT
           MOVE ZERO TO FND-RUNNING-TOTAL
           WRITE FUNDING-RECORD

           MOVE SPACES TO FUNDING-REPORT-REC
           STRING "PAYROLL FUNDING FORECAST -- " FND-CATEGORY
               " RUN  PAY DATE " WS-PAY-DATE
               DELIMITED BY SIZE INTO FUNDING-REPORT-REC
           END-STRING
           WRITE FUNDING-REPORT-REC
           MOVE "SETTLES   OUTFLOW     REFERENCE          AMOUNT"
               TO FUNDING-REPORT-REC
           MOVE "RUNNING TOTAL" TO FUNDING-REPORT-REC(55:13)
           WRITE FUNDING-REPORT-REC

           MOVE ZERO TO WS-RUNNING-TOTAL
           MOVE ZERO TO WS-DAY-TOTAL
           MOVE ZERO TO WS-BREAK-DATE
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
               UNTIL WS-FUND-IDX > WS-FUND-COUNT
               IF WS-FUN-DATE(WS-FUND-IDX) NOT = WS-BREAK-DATE
                   IF WS-BREAK-DATE NOT = ZERO
                       PERFORM WRITE-DAY-TOTAL
                   END-IF
                   MOVE WS-FUN-DATE(WS-FUND-IDX) TO WS-BREAK-DATE
                   MOVE ZERO TO WS-DAY-TOTAL
               END-IF
               ADD WS-FUN-AMOUNT(WS-FUND-IDX) TO WS-RUNNING-TOTAL
               ADD WS-FUN-AMOUNT(WS-FUND-IDX) TO WS-DAY-TOTAL

               MOVE SPACES TO FUNDING-RECORD
               SET FND-DETAIL TO TRUE
               MOVE WS-FUN-DATE(WS-FUND-IDX)     TO FND-SETTLE-DATE
               MOVE WS-FUN-CATEGORY(WS-FUND-IDX) TO FND-CATEGORY
               MOVE WS-FUN-REF(WS-FUND-IDX)      TO FND-REFERENCE
               MOVE WS-FUN-AMOUNT(WS-FUND-IDX)   TO FND-AMOUNT
               MOVE WS-RUNNING-TOTAL             TO FND-RUNNING-TOTAL
               WRITE FUNDING-RECORD

               MOVE SPACES TO FUNDING-DETAIL-LINE
               MOVE WS-FUN-DATE(WS-FUND-IDX)     TO FDL-DATE
               MOVE WS-FUN-CATEGORY(WS-FUND-IDX) TO FDL-CATEGORY
               MOVE WS-FUN-REF(WS-FUND-IDX)      TO FDL-REF
               MOVE WS-FUN-AMOUNT(WS-FUND-IDX)   TO FDL-AMOUNT
               MOVE WS-RUNNING-TOTAL             TO FDL-RUNNING
               MOVE FUNDING-DETAIL-LINE TO FUNDING-REPORT-REC
               WRITE FUNDING-REPORT-REC
           END-PERFORM
           IF WS-BREAK-DATE NOT = ZERO
               PERFORM WRITE-DAY-TOTAL
           END-IF

           MOVE SPACES TO FUNDING-RECORD
           SET FND-TRAILER TO TRUE
           MOVE WS-FUND-COUNT TO FND-REFERENCE
           MOVE ZERO TO FND-AMOUNT
           MOVE WS-RUNNING-TOTAL TO FND-RUNNING-TOTAL
           WRITE FUNDING-RECORD
           CLOSE FUNDING-FILE

           MOVE WS-FUND-COUNT    TO FTL-COUNT
           MOVE WS-RUNNING-TOTAL TO FTL-TOTAL
           MOVE FUNDING-TOTAL-LINE TO FUNDING-REPORT-REC
           WRITE FUNDING-REPORT-REC
           CLOSE FUNDING-REPORT-FILE.


       WRITE-DAY-TOTAL.
           MOVE WS-BREAK-DATE TO FDY-DATE
           MOVE WS-DAY-TOTAL  TO FDY-AMOUNT
           MOVE FUNDING-DAY-LINE TO FUNDING-REPORT-REC
           WRITE FUNDING-REPORT-REC.

       END PROGRAM CASHREQ.
