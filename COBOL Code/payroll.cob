               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "JRNLCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCT-FILE-STATUS.

           SELECT LABOR-SPLIT-FILE ASSIGN TO "LABRSPLT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLIT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-FILE-STATUS.

           SELECT REIMBURSEMENT-FILE ASSIGN TO "REIMTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMB-FILE-STATUS.

           SELECT EXPENSE-TYPE-FILE ASSIGN TO "EXPTYPES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTY-FILE-STATUS.

           SELECT REIMBURSEMENT-SUSPENSE-FILE ASSIGN TO "REIMSUSP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSU-FILE-STATUS.

           SELECT LOAN-LEDGER-FILE ASSIGN TO "LOANLEDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT GARNISHMENT-CASE-FILE ASSIGN TO "GARNCASE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCS-FILE-STATUS.

           SELECT TIMECARD-EXCEPTION-FILE ASSIGN TO "TIMEEXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCEXC-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-FILE-STATUS.

           SELECT OUTSTANDING-CHECK-FILE ASSIGN TO "OUTCHK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCK-FILE-STATUS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHECKCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKCTL-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-FILE-STATUS.

           SELECT BANK-DIRECTORY-FILE ASSIGN TO "BANKDIR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKD-FILE-STATUS.

           SELECT PRENOTE-REPORT-FILE ASSIGN TO "PRENOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRENOTE-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTRN-FILE-STATUS.

           SELECT REPLACEMENT-CHECK-FILE ASSIGN TO "REPLCHK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPQ-FILE-STATUS.

           SELECT REPLACEMENT-HISTORY-FILE ASSIGN TO "REPLCHKH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPH-FILE-STATUS.

           SELECT REPLACEMENT-HOLDING-FILE ASSIGN TO "REPLCHK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPW-FILE-STATUS.

           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDM-FILE-STATUS.

           SELECT DEDUCTION-ENROLLMENT-FILE ASSIGN TO "DEDENROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-DEDE-FILE-STATUS.

           SELECT DEDUCTION-ARREARS-FILE ASSIGN TO "DEDARRS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTX-FILE-STATUS.

           SELECT MINIMUM-WAGE-FILE ASSIGN TO "MINWAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MWG-FILE-STATUS.

           SELECT MIN-WAGE-EXCEPTION-FILE ASSIGN TO "MINWEXCP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MWX-FILE-STATUS.

           SELECT SUTA-RATE-FILE ASSIGN TO "SUTARATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUT-FILE-STATUS.

           SELECT STATE-YTD-FILE ASSIGN TO "YTDSTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STY-KEY
               FILE STATUS IS WS-STY-FILE-STATUS.

           SELECT RECIPROCITY-FILE ASSIGN TO "RECIPRO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCP-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "EMPPERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLIAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXL-FILE-STATUS.

           SELECT TRIAL-FUNDING-FILE ASSIGN TO "TRLFUND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TFD-FILE-STATUS.

           SELECT CONSOLIDATED-REGISTER-FILE ASSIGN TO "CONSREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONS-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.

           SELECT INTERCO-REPORT-FILE ASSIGN TO "ICRECHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICRPT-FILE-STATUS.

           SELECT COMP-WAGE-FILE ASSIGN TO "WCWAGES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCW-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYC-FILE-STATUS.

           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLC-FILE-STATUS.

           SELECT HOLIDAY-RULE-FILE ASSIGN TO "HOLELIG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLR-FILE-STATUS.

           SELECT PROJECT-MASTER-FILE ASSIGN TO "PROJMAST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRJ-FILE-STATUS.

           SELECT JOB-COST-FILE ASSIGN TO "JOBCOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JC-FILE-STATUS.

           SELECT LEAVE-MASTER-FILE ASSIGN TO "LEAVEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               88  TXR-TYPE-EMPLOYER   VALUE "E".
               88  TXR-TYPE-LOCAL      VALUE "L".
               88  TXR-TYPE-SUPPL      VALUE "B".
               88  TXR-TYPE-SOC-SEC    VALUE "O".
               88  TXR-TYPE-MEDICARE   VALUE "M".
           05  TXR-KEY         PIC X(2).
           05  TXR-EFF-DATE    PIC X(8).
           05  TXR-LIMIT       PIC 9(5).
           05  TXR-RATE        PIC V999.
      * the "F", "O" and "M" records need four-place rates and a
      * wage figure past five digits: the annual federal bracket
      * floor (key = W-4 filing status and bracket 1-8; bracket 0
      * carries the status's annual allowance instead), the Social
      * Security wage base, or the additional-Medicare threshold
      * with its extra rate
       01  TAX-FICA-RECORD.
           05  TXF-TYPE        PIC X.
           05  TXF-KEY         PIC X(2).
           05  TXF-EFF-DATE    PIC X(8).
           05  TXF-WAGE-BASE   PIC 9(7).
           05  TXF-RATE        PIC V9(4).
           05  TXF-ADDL-RATE   PIC V9(4).

       FD  GL-WORK-FILE.
           COPY GLDIST.
           05  JRN-ACCOUNT     PIC X(8).
           05  JRN-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  JRN-DESC        PIC X(20).
           05  JRN-BATCH-ID    PIC X(16).

       FD  JOURNAL-CONTROL-FILE.
           COPY JRNLCTL.

       FD  LABOR-SPLIT-FILE.
       01  LABOR-SPLIT-RECORD.

       FD  SUSPENSE-FIX-FILE.
       01  SUSPENSE-FIX-RECORD.
           05  FIX-EMP-RECORD      PIC X(212).
           05  FIX-HOURS           PIC 9(3).
           05  FIX-PERIOD          PIC 9(4).
           05  FIX-REASON          PIC X(40).
       FD  COMMISSION-TRANSACTION-FILE.
           COPY COMMTRAN.

       FD  REIMBURSEMENT-FILE.
           COPY REIMTRAN.

      * expense types a reimbursement may claim: the per-claim limit
      * and the expense account the journal charges
       FD  EXPENSE-TYPE-FILE.
       01  EXPENSE-TYPE-RECORD.
           05  XTY-CODE        PIC X(3).
           05  XTY-DESC        PIC X(20).
           05  XTY-LIMIT       PIC 9(5)V99.
           05  XTY-GL-ACCOUNT  PIC X(8).

      * refused claims, the transaction image first so the clerk can
      * fix the line and feed it back on the next REIMTRAN.TXT
       FD  REIMBURSEMENT-SUSPENSE-FILE.
       01  REIMBURSEMENT-SUSPENSE-RECORD.
           05  RSU-TRANSACTION     PIC X(36).
           05  RSU-PERIOD          PIC 9(4).
           05  RSU-REASON          PIC X(30).

       FD  LOAN-LEDGER-FILE.
           COPY LOANREC.

       FD  GARNISHMENT-CASE-FILE.
           COPY GARNCASE.

       FD  TIMECARD-EXCEPTION-FILE.
       01  TIMECARD-EXCEPTION-REC PIC X(60).

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-REC  PIC X(80).

      * every check cut, in the register-line layout, kept until
      * CHKRECON, STOPCHK or ESCHEAT clears it
       FD  OUTSTANDING-CHECK-FILE.
       01  OUTSTANDING-CHECK-REC PIC X(80).

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
           05  CHK-NEXT-NUMBER PIC 9(8).
               88  DA-TYPE-PERCENT     VALUE "P".
           05  DA-AMOUNT       PIC 9(7)V99.

       FD  BANK-DIRECTORY-FILE.
           COPY BANKDIR.

       FD  PRENOTE-REPORT-FILE.
       01  PRENOTE-REPORT-REC  PIC X(60).

       FD  BANK-RETURN-FILE.
           COPY BANKRTRN.

       FD  REPLACEMENT-CHECK-FILE.
           COPY REPLCHK.

       FD  REPLACEMENT-HISTORY-FILE.
       01  REPLACEMENT-HISTORY-REC PIC X(62).

       FD  REPLACEMENT-HOLDING-FILE.
       01  REPLACEMENT-HOLDING-REC PIC X(62).

       FD  PAY-PERIOD-FILE.
           COPY PAYPERD.
       FD  OT-EXCEPTION-FILE.
       01  OT-EXCEPTION-REC    PIC X(80).

      * minimum hourly wage by work state, effective-dated; state
      * "US" carries the federal floor every state is held to
       FD  MINIMUM-WAGE-FILE.
       01  MINIMUM-WAGE-RECORD.
           05  MWG-STATE       PIC X(2).
           05  MWG-EFF-DATE    PIC X(8).
           05  MWG-RATE        PIC 9(2)V99.

       FD  MIN-WAGE-EXCEPTION-FILE.
       01  MIN-WAGE-EXCEPTION-REC PIC X(90).

      * employer unemployment rate and annual taxable wage-base cap
      * per state, kept outside the program so a new state or a
      * new year's cap is a file edit, not a compile
           05  SUT-RATE        PIC V999.
           05  SUT-WAGE-BASE   PIC 9(6).

      * per-state wage buckets behind the YTD master's single state
      * figure: gross and SUTA wages by work state, taxable wages
      * and withholding by the state that withholds
       FD  STATE-YTD-FILE.
           COPY STATEYTD.

      * state reciprocity agreements: an employee who works in the
      * first state and lives in the second has the resident
      * state's withholding taken in place of the work state's
       FD  RECIPROCITY-FILE.
       01  RECIPROCITY-RECORD.
           05  RCP-WORK-STATE  PIC X(2).
           05  RCP-RESIDENT-STATE PIC X(2).
           05  FILLER          PIC X.
           05  RCP-DESC        PIC X(30).

      * the personal-data master supplies the home-address state,
      * which is the employee's resident state for reciprocity
       FD  PERSONAL-DATA-FILE.
           COPY PERSREC.

      * the run's withholding by jurisdiction, appended each period
      * so the deposit-schedule job (TAXDEP) can track what is due
      * when and what has actually been deposited. The company
      * code lets each employer's quarterly return (FEDQTR) pick
      * out its own liability; spaces on older lines mean 01.
       FD  TAX-LIABILITY-FILE.
       01  TAX-LIABILITY-RECORD.
           05  TXL-JURISDICTION PIC X(3).
           05  TXL-PAY-DATE    PIC X(8).
           05  TXL-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  TXL-DEPOSITED   PIC X.
           05  TXL-COMPANY     PIC X(2).

       FD  TRIAL-FUNDING-FILE.
           COPY TRLFUND.

      * controller's consolidated register: one appended totals
      * line per company per run, so the cross-company picture
       01  CHART-OF-ACCOUNTS-RECORD.
           05  GLA-ACCOUNT     PIC X(8).
           05  GLA-DESC        PIC X(20).
           05  GLA-COMPANY     PIC X(2).

      * intercompany recharge summary, one section per receiving
      * company, for both companies' accountants to sign off
       FD  INTERCO-REPORT-FILE.
       01  INTERCO-REPORT-REC PIC X(80).

      * period wages by workers' comp class, appended each run so
      * the premium report can cover any span the carrier audits.
           05  DLB-EMP-ID      PIC X(6).
           05  DLB-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  DLB-PERIOD      PIC 9(4).
      * a garnishment case's take travels under its own total with
      * the case number, so DEDREMIT can pay each case separately
           05  DLB-CASE-NUMBER PIC X(15).

       FD  PAY-CODE-FILE.
       01  PAY-CODE-RECORD.
           05  PC-FACTOR       PIC 9V99.
           05  PC-GL-ACCOUNT   PIC X(8).

      * company paid-holiday calendar, one line per holiday
       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-RECORD.
           05  HOLC-DATE       PIC X(8).
           05  HOLC-DESC       PIC X(20).

      * holiday eligibility by pay class and pay group: "Y" earns
      * the paid holidays, at HOLR-HOURS per holiday (zero reads as
      * eight). A class/group with no rule earns none.
       FD  HOLIDAY-RULE-FILE.
       01  HOLIDAY-RULE-RECORD.
           05  HOLR-PAY-CLASS  PIC X.
           05  HOLR-PAY-GROUP  PIC X.
           05  HOLR-ELIGIBLE   PIC X.
           05  HOLR-HOURS      PIC 9(2).

       FD  PROJECT-MASTER-FILE.
           COPY PROJREC.

       FD  JOB-COST-FILE.
           COPY JOBCOST.

       FD  LEAVE-MASTER-FILE.
           COPY LEAVEREC.

           88  WS-COMM-FILE-PRESENT  VALUE "Y".

       77  WS-COMM-PERIOD-AMOUNT PIC 9(7)V99 VALUE ZERO.

       77  WS-RMB-FILE-STATUS PIC XX.
           88  WS-RMB-FILE-OK        VALUE "00".
           88  WS-RMB-FILE-EOF       VALUE "10".
       77  WS-RMB-PRESENT-STATUS PIC X VALUE "N".
           88  WS-RMB-FILE-PRESENT   VALUE "Y".
       77  WS-XTY-FILE-STATUS PIC XX.
           88  WS-XTY-FILE-OK        VALUE "00".
           88  WS-XTY-FILE-EOF       VALUE "10".
       77  WS-RSU-FILE-STATUS PIC XX.
           88  WS-RSU-FILE-OK        VALUE "00".

       77  WS-XTY-COUNT PIC 99 VALUE ZERO.
       01  WS-XTY-TABLE.
           05  WS-XTY-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-XTY-IDX.
               10  WS-XTY-CODE         PIC X(3).
               10  WS-XTY-DESC         PIC X(20).
               10  WS-XTY-LIMIT        PIC 9(5)V99.
               10  WS-XTY-GL-ACCOUNT   PIC X(8).

      * the employee's claims this period; a claim with a reason is
      * refused and goes to the reimbursement suspense file
       77  WS-EMPRB-COUNT PIC 99 VALUE ZERO.
       01  WS-EMPRB-TABLE.
           05  WS-EMPRB-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-EMPRB-IDX.
               10  WS-EMPRB-IMAGE      PIC X(36).
               10  WS-EMPRB-TYPE       PIC X(3).
               10  WS-EMPRB-DESC       PIC X(20).
               10  WS-EMPRB-GL         PIC X(8).
               10  WS-EMPRB-AMOUNT     PIC 9(5)V99.
               10  WS-EMPRB-REASON     PIC X(30).
       77  WS-REIMB-TOTAL      PIC 9(5)V99 VALUE ZERO.
       77  WS-TOTAL-REIMB      PIC 9(7)V99 VALUE ZERO.
       77  WS-RSU-COUNT        PIC 9(5) VALUE ZERO.
       77  WS-RSU-WORK-REASON  PIC X(30) VALUE SPACES.

      * the loan ledger, loaded whole at start of job and written
      * back at end of job the way the enrollments are, so a crash
      * leaves the start-of-run balances for the restart to re-derive
       77  WS-LOAN-FILE-STATUS PIC XX.
           88  WS-LOAN-FILE-OK       VALUE "00".
           88  WS-LOAN-FILE-EOF      VALUE "10".
       77  WS-LOAN-COUNT PIC 9(3) VALUE ZERO.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-LOAN-IDX.
               10  WS-LOAN-EMP-ID      PIC X(6).
               10  WS-LOAN-NUMBER      PIC X(4).
               10  WS-LOAN-TYPE        PIC X.
               10  WS-LOAN-GRANT-DATE  PIC X(8).
               10  WS-LOAN-ORIGINAL    PIC 9(5)V99.
               10  WS-LOAN-INSTALLMENT PIC 9(5)V99.
               10  WS-LOAN-BALANCE     PIC 9(5)V99.
               10  WS-LOAN-STATUS      PIC X.
               10  WS-LOAN-CHECK       PIC X(8).
               10  WS-LOAN-DISB-DATE   PIC X(8).
               10  WS-LOAN-LAST-RECOV  PIC X(8).
      * recovery takes out of net under this DEDMAST code, so the
      * journal credits the receivable account the code names
       77  WS-LOAN-DED-CODE    PIC X(3) VALUE "LON".
       77  WS-LOAN-RECV-ACCT   PIC X(8) VALUE "13500000".
       77  WS-LOAN-DISB-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-LOAN-DISB-TOTAL  PIC 9(7)V99 VALUE ZERO.
       77  WS-LOAN-HELD-COUNT  PIC 9(5) VALUE ZERO.

      * garnishment cases, loaded and saved like the loan ledger
       77  WS-GCS-FILE-STATUS PIC XX.
           88  WS-GCS-FILE-OK        VALUE "00".
           88  WS-GCS-FILE-EOF       VALUE "10".
       77  WS-GCASE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-GCASE-TABLE.
           05  WS-GCASE-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-GCASE-IDX.
               10  WS-GCASE-IMAGE      PIC X(125).
               10  WS-GCASE-EMP-ID     PIC X(6).
               10  WS-GCASE-NUMBER     PIC X(15).
               10  WS-GCASE-TYPE       PIC X.
               10  WS-GCASE-ORDER-DATE PIC X(8).
               10  WS-GCASE-DED-CODE   PIC X(3).
               10  WS-GCASE-METHOD     PIC X.
               10  WS-GCASE-PERCENT    PIC 9(2)V99.
               10  WS-GCASE-AMOUNT     PIC 9(5)V99.
               10  WS-GCASE-LIMIT-PCT  PIC 9(2).
               10  WS-GCASE-BALANCE    PIC 9(7)V99.
               10  WS-GCASE-OPEN-ENDED PIC X.
               10  WS-GCASE-STATUS     PIC X.

      * the current employee's active cases in legal priority order:
      * rank 1 support, 2 levy, 3 creditor, then by order date
       77  WS-EMPGC-COUNT PIC 99 VALUE ZERO.
       01  WS-EMPGC-TABLE.
           05  WS-EMPGC-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-EMPGC-IDX.
               10  WS-EMPGC-KEY.
                   15  WS-EMPGC-RANK       PIC 9.
                   15  WS-EMPGC-ORDER-DATE PIC X(8).
               10  WS-EMPGC-CASE-IDX   PIC 9(3).
       01  WS-EMPGC-HOLD-ENTRY.
           05  WS-EMPGC-HOLD-KEY       PIC X(9).
           05  WS-EMPGC-HOLD-CASE-IDX  PIC 9(3).
       77  WS-EMPGC-SORT-IDX   PIC 99.
       77  WS-EMPGC-SWAP-FLAG  PIC X VALUE "N".
           88  WS-EMPGC-SWAPPED      VALUE "Y".

      * disposable earnings and the limits that work against them
       77  WS-DISPOSABLE       PIC S9(7)V99 VALUE ZERO.
       77  WS-GARN-TAKEN-SO-FAR PIC S9(7)V99 VALUE ZERO.
       77  WS-SUPPORT-TAKEN    PIC S9(7)V99 VALUE ZERO.
       77  WS-SUPPORT-CAP      PIC S9(7)V99 VALUE ZERO.
       77  WS-CREDITOR-CAP     PIC S9(7)V99 VALUE ZERO.
       77  WS-CREDITOR-FLOOR-CAP PIC S9(7)V99 VALUE ZERO.
       77  WS-CASE-REQUEST     PIC S9(7)V99 VALUE ZERO.
       77  WS-CASE-ROOM        PIC S9(7)V99 VALUE ZERO.
       77  WS-SUPPORT-LIMIT-PCT PIC 9(2) VALUE ZERO.
      * federal minimum hourly wage; thirty times it per week of the
      * pay period is protected from creditor garnishment
       77  WS-FED-MIN-WAGE     PIC 9(2)V99 VALUE 7.25.
       77  WS-CREDITOR-PCT     PIC 9(2) VALUE 25.

       01  PAY-STUB-LOAN.
           05  FILLER              PIC X(9)  VALUE "Loan:    ".
           05  PSN-NUMBER          PIC X(4).
           05  FILLER              PIC X(19)
                   VALUE " balance remaining ".
           05  FILLER              PIC X(2)  VALUE " $".
           05  PSN-BALANCE         PIC ZZ,ZZ9.99.
       77  WS-PAY-PERIODS-PER-YEAR PIC 99 VALUE 52.

      * employment-date state for the employee in hand: whether the
       77  WS-OT-STRAIGHT-HRS PIC 9(3) VALUE ZERO.
       77  WS-OT-OVERRIDE     PIC X(8) VALUE SPACES.

       77  WS-MWG-FILE-STATUS PIC XX.
           88  WS-MWG-FILE-OK        VALUE "00".
           88  WS-MWG-FILE-EOF       VALUE "10".
       77  WS-MWX-FILE-STATUS PIC XX.
           88  WS-MWX-FILE-OK        VALUE "00".

      * the minimum in force at period end for each state on the
      * file, and the employee in hand's check
       77  WS-MINW-COUNT PIC 99 VALUE ZERO.
       01  WS-MINW-TABLE.
           05  WS-MINW-ENTRY OCCURS 60 TIMES
                               INDEXED BY WS-MINW-IDX.
               10  WS-MINW-STATE       PIC X(2).
               10  WS-MINW-EFF-DATE    PIC X(8).
               10  WS-MINW-RATE        PIC 9(2)V99.
       77  WS-MIN-PAY-CODE     PIC X(3) VALUE "MIN".
       77  WS-MIN-RATE         PIC 9(2)V99 VALUE ZERO.
       77  WS-MIN-HOURS        PIC 9(4) VALUE ZERO.
       77  WS-MIN-CHECK-GROSS  PIC S9(7)V99 VALUE ZERO.
       77  WS-MIN-EFF-RATE     PIC 9(5)V99 VALUE ZERO.
       77  WS-MIN-TOPUP        PIC S9(7)V99 VALUE ZERO.
       77  WS-MIN-TOPUP-COUNT  PIC 9(5) VALUE ZERO.

       01  MIN-WAGE-EXCEPTION-LINE.
           05  FILLER          PIC X(17) VALUE "MIN WAGE TOP-UP: ".
           05  MWX-DEPT        PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MWX-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MWX-NAME        PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MWX-STATE       PIC X(2).
           05  FILLER          PIC X     VALUE SPACE.
           05  MWX-HOURS       PIC ZZZ9.
           05  FILLER          PIC X(5)  VALUE " HRS ".
           05  MWX-EFF-RATE    PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(5)  VALUE " MIN ".
           05  MWX-MIN-RATE    PIC Z9.99.
           05  FILLER          PIC X(3)  VALUE " $ ".
           05  MWX-TOPUP       PIC ZZ,ZZ9.99.

       01  OT-EXCEPTION-LINE.
           05  FILLER          PIC X(17) VALUE "UNAUTHORIZED OT: ".
           05  OTX-DEPT        PIC X(4).
       77  WS-SUTA-ROOM       PIC S9(7)V99 VALUE ZERO.
       77  WS-SUTA-THIS-RUN   PIC 9(5)V99 VALUE ZERO.

       77  WS-STY-FILE-STATUS PIC XX.
           88  WS-STY-FILE-OK        VALUE "00".
           88  WS-STY-NOT-FOUND      VALUE "23".
           88  WS-STY-FILE-NOT-FOUND VALUE "35".
       77  WS-STY-OPEN-FLAG   PIC X VALUE "N".
           88  WS-STY-FILE-OPEN      VALUE "Y".

       77  WS-RCP-FILE-STATUS PIC XX.
           88  WS-RCP-FILE-OK        VALUE "00".
           88  WS-RCP-FILE-EOF       VALUE "10".

       77  WS-PER-FILE-STATUS PIC XX.
           88  WS-PER-FILE-OK        VALUE "00".
       77  WS-PER-OPEN-FLAG   PIC X VALUE "N".
           88  WS-PER-FILE-OPEN      VALUE "Y".

       77  WS-RCP-COUNT PIC 99 VALUE ZERO.
       01  WS-RCP-TABLE.
           05  WS-RCP-ENTRY OCCURS 40 TIMES
                               INDEXED BY WS-RCP-IDX.
               10  WS-RCP-WORK     PIC X(2).
               10  WS-RCP-RESIDENT PIC X(2).

      * the period's worked hours by the state on the timecard
      * line; leave hours count toward the master's work state
       77  WS-TCST-COUNT PIC 9 VALUE ZERO.
       77  WS-TCST-HOURS-TOTAL PIC 9(4) VALUE ZERO.
       77  WS-TCST-WORK-STATE PIC X(2) VALUE SPACES.
       01  WS-TCST-TABLE.
           05  WS-TCST-ENTRY OCCURS 5 TIMES
                               INDEXED BY WS-TCST-IDX.
               10  WS-TCST-STATE   PIC X(2).
               10  WS-TCST-HOURS   PIC 9(4).

      * the employee's pay split by state: each work state's share
      * of gross and taxable wages, the state that withholds on it,
      * and the tax taken there
       77  WS-EMPST-COUNT PIC 9 VALUE ZERO.
       01  WS-EMPST-TABLE.
           05  WS-EMPST-ENTRY OCCURS 5 TIMES
                               INDEXED BY WS-EMPST-IDX.
               10  WS-EMPST-WORK-STATE PIC X(2).
               10  WS-EMPST-WH-STATE   PIC X(2).
               10  WS-EMPST-GROSS      PIC 9(5)V99.
               10  WS-EMPST-TAXABLE    PIC 9(5)V99.
               10  WS-EMPST-TAX        PIC 9(4)V99.

       77  WS-RESIDENT-STATE  PIC X(2) VALUE SPACES.
       77  WS-TAX-STATE       PIC X(2) VALUE SPACES.
       77  WS-ST-GROSS-LEFT   PIC S9(5)V99 VALUE ZERO.
       77  WS-ST-TAXABLE-LEFT PIC S9(5)V99 VALUE ZERO.
       77  WS-ST-HOURS-LEFT   PIC 9(4) VALUE ZERO.

      * one posting to a state bucket; the year and quarter come
      * from the pay date, or the business date off-cycle
       77  WS-BKT-STATE       PIC X(2) VALUE SPACES.
       77  WS-BKT-GROSS       PIC S9(7)V99 VALUE ZERO.
       77  WS-BKT-WAGES       PIC S9(7)V99 VALUE ZERO.
       77  WS-BKT-TAX         PIC S9(7)V99 VALUE ZERO.
       77  WS-BKT-SUTA-FLAG   PIC X VALUE "N".
           88  WS-BKT-TAKES-SUTA     VALUE "Y".
       77  WS-BKT-DATE        PIC X(8) VALUE SPACES.
       77  WS-BKT-QUARTER     PIC 9 VALUE ZERO.
       77  WS-BKT-MONTH       PIC 99 VALUE ZERO.
       77  WS-BKT-NEW-FLAG    PIC X VALUE "N".
           88  WS-BKT-NEW-RECORD     VALUE "Y".
       77  WS-BKT-WORK        PIC S9(9)V99 VALUE ZERO.

       77  WS-TXL-FILE-STATUS PIC XX.
           88  WS-TXL-FILE-OK        VALUE "00".

       77  WS-TFD-FILE-STATUS PIC XX.
           88  WS-TFD-FILE-OK        VALUE "00".

      * this run's withholding summed by jurisdiction: FED, S+state,
      * L+locality, and EMP for the employer-side tax
       77  WS-TAXL-COUNT PIC 99 VALUE ZERO.
       77  WS-COA-COUNT PIC 9(3) VALUE ZERO.
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-COA-IDX.
               10  WS-COA-ACCOUNT  PIC X(8).
               10  WS-COA-COMPANY  PIC X(2).
       77  WS-COA-CHECK-FLAG PIC X VALUE "N".
           88  WS-COA-ACCOUNT-GOOD   VALUE "Y".
       77  WS-COA-WORK-ACCT  PIC X(8) VALUE SPACES.
      * gross (the half-time on top of straight time), excluded
      * from the comp wage base
       77  WS-OT-PREMIUM-AMOUNT PIC 9(5)V99 VALUE ZERO.
      * the whole pay for the overtime hours, for the history record
       77  WS-OT-PAY-AMOUNT     PIC 9(5)V99 VALUE ZERO.

      * period wages accumulated by workers' comp class; spaces on
      * the master classify under the department code
               10  WS-LIABD-CODE   PIC X(3).
               10  WS-LIABD-EMP-ID PIC X(6).
               10  WS-LIABD-AMOUNT PIC S9(7)V99.
               10  WS-LIABD-CASE   PIC X(15).

       77  WS-PAYC-FILE-STATUS PIC XX.
           88  WS-PAYC-FILE-OK       VALUE "00".
               10  WS-EMPPC-FACTOR     PIC 9V99.
               10  WS-EMPPC-HOURS      PIC 9(3).
               10  WS-EMPPC-AMOUNT     PIC 9(5)V99.
      *        "Y" when the code's hours are not in the ordinary
      *        gross (holiday hours), so the whole amount prices here
               10  WS-EMPPC-FULL-PRICE PIC X.
      * the code and hours TALLY-PREMIUM-HOURS rolls into a bucket
       77  WS-TALLY-CODE       PIC X(3).
       77  WS-TALLY-HOURS      PIC 9(3).

       77  WS-HOLC-FILE-STATUS PIC XX.
           88  WS-HOLC-FILE-OK       VALUE "00".
           88  WS-HOLC-FILE-EOF      VALUE "10".
       77  WS-HOLR-FILE-STATUS PIC XX.
           88  WS-HOLR-FILE-OK       VALUE "00".
           88  WS-HOLR-FILE-EOF      VALUE "10".

      * paid company holidays falling inside this period. Holiday
      * hours pay straight time under the HOL code, outside the
      * overtime count; time worked on a holiday also earns the
      * HLW premium on top of the hours worked.
       77  WS-HOL-PAY-CODE     PIC X(3) VALUE "HOL".
       77  WS-HOL-WORKED-CODE  PIC X(3) VALUE "HLW".
       77  WS-HOL-CODE-SW      PIC X VALUE "N".
           88  WS-HOL-CODE-ON-FILE   VALUE "Y".
       77  WS-HOLP-COUNT PIC 99 VALUE ZERO.
       01  WS-HOLP-TABLE.
           05  WS-HOLP-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-HOLP-IDX.
               10  WS-HOLP-DATE        PIC X(8).
               10  WS-HOLP-DESC        PIC X(20).
               10  WS-HOLP-SEEN        PIC X.
       77  WS-HOLR-COUNT PIC 99 VALUE ZERO.
       01  WS-HOLR-TABLE.
           05  WS-HOLR-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-HOLR-IDX.
               10  WS-HOLR-CLASS       PIC X.
               10  WS-HOLR-GROUP       PIC X.
               10  WS-HOLR-ELIGIBLE    PIC X.
               10  WS-HOLR-HOURS       PIC 9(2).
       77  WS-HOL-ELIGIBLE-SW  PIC X VALUE "N".
           88  WS-HOL-ELIGIBLE       VALUE "Y".
       77  WS-HOL-DAY-HOURS    PIC 9(2) VALUE ZERO.
       77  WS-HOL-EMP-GROUP    PIC X.
       77  WS-TC-HOL-HOURS     PIC 9(3) VALUE ZERO.

       77  WS-PRJ-FILE-STATUS PIC XX.
           88  WS-PRJ-FILE-OK        VALUE "00".
           88  WS-PRJ-FILE-EOF       VALUE "10".
       77  WS-JC-FILE-STATUS PIC XX.
           88  WS-JC-FILE-OK         VALUE "00".

      * project master, loaded whole; the employee in hand's
      * project-coded worked lines from the timecard match; and
      * the figures that cost them
       77  WS-PROJ-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PROJ-TABLE.
           05  WS-PROJ-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-PROJ-IDX.
               10  WS-PROJ-CODE        PIC X(8).
               10  WS-PROJ-CUSTOMER    PIC X(8).
               10  WS-PROJ-STATUS      PIC X.
       77  WS-EMPJC-COUNT PIC 99 VALUE ZERO.
       01  WS-EMPJC-TABLE.
           05  WS-EMPJC-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-EMPJC-IDX.
               10  WS-EMPJC-PROJECT    PIC X(8).
               10  WS-EMPJC-CUSTOMER   PIC X(8).
               10  WS-EMPJC-DATE       PIC X(8).
               10  WS-EMPJC-PAY-CODE   PIC X(3).
               10  WS-EMPJC-FACTOR     PIC 9V99.
               10  WS-EMPJC-HOURS      PIC 9(3).
       77  WS-JC-RATE          PIC 9(5)V9999 VALUE ZERO.
       77  WS-JC-OT-PER-HOUR   PIC 9(5)V9999 VALUE ZERO.
       77  WS-JC-BURDEN-RATE   PIC 9V9(6) VALUE ZERO.
       77  WS-JC-LINE-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-JC-UNCOSTED      PIC 9(5) VALUE ZERO.

       77  WS-PREMIUM-AMOUNT   PIC 9(5)V99 VALUE ZERO.
      * base gross with the premium buckets carved out, so the GL
      * rows and the premium rows together still foot to GROSS-PAY
       77  WS-GL-BASE-GROSS    PIC S9(7)V99 VALUE ZERO.
      * net pay less the reimbursements, which post to their own
      * expense rows
       77  WS-GL-BASE-NET      PIC S9(7)V99 VALUE ZERO.

       01  REG-PREMIUM-LINE.
           05  FILLER          PIC X(10) VALUE "  PREMIUM ".

       COPY PAYSTUB.
       COPY SIGNONRQ.
       COPY AUDCHREQ.
       COPY MASKREQ.
       COPY ENQREQ.
       COPY CALCREQ.
       77  WS-EXT-NUM-EDIT     PIC -ZZZZZZ9.99.

      * shared pagination engine: handle 1 is the pay register,
      * handle 2 the GL distribution report, handle 3 the exception
      * register; each is burst to the departments' managers under
      * its DISTLIST.TXT name on a live run
       COPY RPTWRREQ.
       77  WS-RWR-OUT-IDX      PIC 9 VALUE ZERO.
       77  WS-REG-PAGE-SIZE    PIC 9(2) VALUE 56.
       77  FED-TAX     PIC 9(4)V99.
       77  STATE-TAX   PIC 9(4)V99.
       77  LOCAL-TAX   PIC 9(4)V99.
       77  SS-TAX      PIC 9(4)V99 VALUE ZERO.
       77  MEDICARE-TAX PIC 9(4)V99 VALUE ZERO.
       77  TOTAL-TAX   PIC 9(4)V99.
       77  NET-PAY     PIC 9(5)V99.

      * +1 on the paying paths, -1 when a reversal backs pay out,
      * applied to the per-code liability accumulation
       77  WS-DED-LIAB-SIGN     PIC S9   VALUE +1.
       77  WS-LIAB-CODE-TOTAL   PIC S9(9)V99 VALUE ZERO.
       77  WS-JRNL-DED-LINES    PIC 9(3) VALUE ZERO.
       77  WS-JRNL-DED-RESIDUAL PIC S9(9)V99 VALUE ZERO.
       77  WS-JRNL-DED-FALLBACK PIC X    VALUE "N".
               10  WS-ACC-AMOUNT   PIC S9(9)V99.

      * batch header leads the journal, carrying the totals the
      * receiving ledger checks the batch against; its batch id
      * sits in the same columns as JRN-BATCH-ID, so moving the
      * header into the record leaves the id on every line after
       01  GL-JOURNAL-HEADER.
           05  FILLER          PIC X     VALUE "H".
           05  JRH-PERIOD      PIC 9(4).
           05  JRH-DEBIT-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  JRH-CREDIT-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  JRH-LINE-COUNT  PIC 9(5).
           05  JRH-COMPANY     PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X     VALUE SPACES.
           05  JRH-BATCH-ID    PIC X(16).

       77  WS-JCT-FILE-STATUS PIC XX.
           88  WS-JCT-FILE-OK        VALUE "00".
      * the run's timestamp and a sequence make each batch id
       77  WS-JRNL-RUN-STAMP    PIC X(14) VALUE SPACES.
       77  WS-JRNL-BATCH-SEQ    PIC 9(2) VALUE ZERO.
       77  WS-JRNL-BATCH-TYPE   PIC X(8) VALUE SPACES.

       77  WS-SPLIT-FILE-STATUS PIC XX.
           88  WS-SPLIT-FILE-OK      VALUE "00".
       77  WS-SPLIT-LAST-IDX   PIC 9(3) VALUE ZERO.
       77  WS-SPLIT-WORK-IDX   PIC 9(3) VALUE ZERO.

      * a split row whose account the chart gives to another company
      * is a recharge: the paying company books it to a due-from
      * account for that company (145000 plus the company code) and
      * the receiving company gets its own batch debiting the
      * expense against a due-to account for the payer (235000 plus
      * the paying company). Accounts with no company on the chart
      * belong to whichever company is running.
       77  WS-IC-DUE-FROM-BASE PIC X(6) VALUE "145000".
       77  WS-IC-DUE-TO-BASE   PIC X(6) VALUE "235000".
       77  WS-IC-SPLIT-FLAG    PIC X VALUE "N".
           88  WS-IC-SPLIT-ROW       VALUE "Y".
       77  WS-IC-WORK-COMPANY  PIC X(2) VALUE SPACES.
       77  WS-IC-WORK-ACCT     PIC X(8) VALUE SPACES.
       77  WS-IC-MAIN-BATCH-ID PIC X(16) VALUE SPACES.
       77  WS-IC-DUE-FROM-AMT  PIC S9(9)V99 VALUE ZERO.
       77  WS-IC-DIFFERENCE    PIC S9(9)V99 VALUE ZERO.
       77  WS-ICRPT-FILE-STATUS PIC XX.
           88  WS-ICRPT-FILE-OK      VALUE "00".

      * recharge rows by receiving company, dept and account
       77  WS-ICR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ICR-TABLE.
           05  WS-ICR-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-ICR-IDX.
               10  WS-ICR-COMPANY  PIC X(2).
               10  WS-ICR-DEPT     PIC X(4).
               10  WS-ICR-GL       PIC X(8).
               10  WS-ICR-AMOUNT   PIC S9(9)V99.

      * one entry per receiving company: its total and batch id
       77  WS-ICC-COUNT PIC 99 VALUE ZERO.
       01  WS-ICC-TABLE.
           05  WS-ICC-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-ICC-IDX.
               10  WS-ICC-COMPANY  PIC X(2).
               10  WS-ICC-TOTAL    PIC S9(9)V99.
               10  WS-ICC-LINES    PIC 9(3).
               10  WS-ICC-BATCH-ID PIC X(16).

       01  IC-HEADING-LINE.
           05  FILLER          PIC X(31)
               VALUE "INTERCOMPANY LABOR RECHARGE -- ".
           05  FILLER          PIC X(8)  VALUE "PAYING ".
           05  ICH-COMPANY     PIC X(2).
           05  FILLER          PIC X(9)  VALUE "  PERIOD ".
           05  ICH-PERIOD      PIC 9(4).
           05  FILLER          PIC X(6)  VALUE "  RUN ".
           05  ICH-DATE        PIC X(8).

       01  IC-COMPANY-LINE.
           05  FILLER          PIC X(20)
               VALUE "RECEIVING COMPANY ".
           05  ICM-COMPANY     PIC X(2).
           05  FILLER          PIC X(10) VALUE "  BATCH ".
           05  ICM-BATCH-ID    PIC X(16).

       01  IC-DETAIL-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  ICD-DEPT        PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ICD-ACCOUNT     PIC X(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  ICD-AMOUNT      PIC -ZZZ,ZZZ,ZZ9.99.

       01  IC-BOOK-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "COMPANY ".
           05  ICB-COMPANY     PIC X(2).
           05  FILLER          PIC X     VALUE SPACE.
           05  ICB-SIDE        PIC X(8).
           05  ICB-OTHER       PIC X(2).
           05  FILLER          PIC X(6)  VALUE " ACCT ".
           05  ICB-ACCOUNT     PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  ICB-AMOUNT      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  ICB-BATCH-ID    PIC X(16).

       01  IC-SIGNOFF-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "COMPANY ".
           05  ICS-COMPANY     PIC X(2).
           05  FILLER          PIC X(40)
               VALUE " ACCOUNTANT ____________________  DATE ".
           05  FILLER          PIC X(10) VALUE "__________".

      * split-detail lines saved for the report printed behind the
      * GL summary at end of job
       77  WS-SPLITDTL-COUNT PIC 9(3) VALUE ZERO.
           05  FILLER          PIC X(17) VALUE "  RETRO EARNING $".
           05  REG-RETRO-AMOUNT PIC ZZ,ZZ9.99.

       01  REG-FICA-LINE.
           05  FILLER          PIC X(17) VALUE "  FICA SOC SEC  $".
           05  REG-FICA-SS     PIC Z,ZZ9.99.
           05  FILLER          PIC X(13) VALUE "  MEDICARE  $".
           05  REG-FICA-MED    PIC Z,ZZ9.99.

       77  WS-OPT-FILE-STATUS PIC XX.
           88  WS-OPT-FILE-OK        VALUE "00".

       77  WS-SUPPLEMENTAL-RATE PIC V999 VALUE .220.
       77  WS-SUPPL-RATE-EFF    PIC X(8) VALUE SPACES.

      * employee Social Security and Medicare from the "O" and "M"
      * records of TAXRATES.TXT; the shipped defaults are the
      * current-year statutory figures. Both taxes run on taxable
      * wages, measured against the YTD taxable wages on file.
       77  WS-SS-RATE            PIC V9(4) VALUE .0620.
       77  WS-SS-WAGE-BASE       PIC 9(7)  VALUE 184500.
       77  WS-SS-RATE-EFF        PIC X(8)  VALUE SPACES.
       77  WS-MEDICARE-RATE      PIC V9(4) VALUE .0145.
       77  WS-ADDL-MED-RATE      PIC V9(4) VALUE .0090.
       77  WS-ADDL-MED-THRESHOLD PIC 9(7)  VALUE 200000.
       77  WS-MED-RATE-EFF       PIC X(8)  VALUE SPACES.
       77  WS-FICA-PRIOR-WAGES   PIC 9(7)V99 VALUE ZERO.
       77  WS-FICA-ROOM          PIC S9(7)V99 VALUE ZERO.
       77  WS-FICA-WAGES         PIC 9(7)V99 VALUE ZERO.
       77  WS-FICA-RATE-EDIT     PIC 9.9999.
       77  WS-FICA-ADDL-EDIT     PIC 9.9999.
       77  WS-FICA-BASE-EDIT     PIC Z,ZZZ,ZZ9.

       77  WS-BONUS-COUNT     PIC 9(5) VALUE ZERO.
       77  WS-BONUS-NET-TOTAL PIC 9(7)V99 VALUE ZERO.

       77  WS-MASTER-REWRITE-FLAG PIC X VALUE "Y".
           88  WS-MASTER-REWRITE-OK  VALUE "Y".

       01  EXCEPTION-HEADING-LINE.
           05  FILLER          PIC X(18) VALUE "EXCEPTION REGISTER".

       01  EXCEPTION-COLUMN-LINE.
           05  FILLER          PIC X(8)  VALUE "EMP ID".
           05  FILLER          PIC X(17) VALUE "NAME".
           05  FILLER          PIC X(6)  VALUE "REASON".

       01  EXCEPTION-DETAIL-LINE.
           05  EXC-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2) VALUE SPACES.

       77  WS-REV-COUNT        PIC 9(5) VALUE ZERO.
       77  WS-REV-NET-TOTAL    PIC 9(7)V99 VALUE ZERO.
       77  WS-REV-HIST-FLAG    PIC X VALUE "N".
           88  WS-REV-HIST-OPEN       VALUE "Y".

       01  REV-REGISTER-LINE.
           05  RRL-EMP-ID      PIC X(6).
       77  WS-PRENOTE-FILE-STATUS PIC XX.
           88  WS-PRENOTE-FILE-OK    VALUE "00".

       77  WS-RPQ-FILE-STATUS PIC XX.
           88  WS-RPQ-FILE-OK        VALUE "00".
           88  WS-RPQ-FILE-EOF       VALUE "10".

       77  WS-RPH-FILE-STATUS PIC XX.
           88  WS-RPH-FILE-OK        VALUE "00".
       77  WS-RPW-FILE-STATUS PIC XX.
           88  WS-RPW-FILE-OK        VALUE "00".

      * replacement checks for returned deposits, queued by ACHRTRN
      * and cut by the next regular run; issued lines move to the
      * history file and only lines still queued stay on REPLCHK
       77  WS-RPQ-MOVED-COUNT PIC 9(5) VALUE ZERO.
       77  WS-RPQ-ISSUED-COUNT PIC 9(5) VALUE ZERO.
       77  WS-RPQ-ISSUED-TOTAL PIC 9(7)V99 VALUE ZERO.

      * replacement checks get their own trailer line on the check
      * register: they replace money already on an earlier period's
      * media line, so they stay out of this run's CHECKS ISSUED
      * total that PAYBAL ties to the register
       01  REPLACEMENT-CHECK-TRAILER.
           05  FILLER          PIC X(15) VALUE "REPLACEMENTS:  ".
           05  RQT-COUNT       PIC ZZZZ9.
           05  FILLER          PIC X(9)  VALUE "  TOTAL $".
           05  RQT-TOTAL       PIC Z,ZZZ,ZZ9.99.

       77  WS-ALLOC-FILE-STATUS PIC XX.
           88  WS-ALLOC-FILE-OK      VALUE "00".
           88  WS-ALLOC-FILE-EOF     VALUE "10".
               10  WS-ALC-TYPE     PIC X.
               10  WS-ALC-AMOUNT   PIC 9(7)V99.

       77  WS-BKD-FILE-STATUS PIC XX.
           88  WS-BKD-FILE-OK        VALUE "00".
           88  WS-BKD-FILE-EOF       VALUE "10".

      * bank routing directory the allocation rows are held to: a
      * row whose routing number is unknown or no longer receives
      * ACH entries is dropped at load, and the employee's net pay
      * spreads over the rows that remain. No directory file means
      * no check, as before it existed.
       77  WS-BKD-COUNT PIC 9(5) VALUE ZERO.
       77  WS-BKD-FULL-FLAG PIC X VALUE "N".
           88  WS-BKD-TABLE-FULL     VALUE "Y".
       01  WS-BKD-TABLE.
           05  WS-BKD-ENTRY OCCURS 30000 TIMES
                               INDEXED BY WS-BKD-IDX.
               10  WS-BKD-ROUTING  PIC X(9).
               10  WS-BKD-ACH-FLAG PIC X.
                   88  WS-BKD-ACH-ELIGIBLE VALUE "Y".
       77  WS-ALLOC-REJECT-COUNT PIC 9(3) VALUE ZERO.

      * the current employee's split, priority-ordered
       77  WS-EMPSPL-COUNT PIC 99 VALUE ZERO.
       01  WS-EMPSPL-TABLE.
       77  WS-CHKREG-FILE-STATUS PIC XX.
           88  WS-CHKREG-FILE-OK     VALUE "00".

       77  WS-OCK-FILE-STATUS PIC XX.
           88  WS-OCK-FILE-OK        VALUE "00".

       77  WS-CHKCTL-FILE-STATUS PIC XX.
           88  WS-CHKCTL-FILE-OK     VALUE "00".

           88  WS-RTRN-FILE-EOF      VALUE "10".

      * employees the bank sent back a prenote return for; loaded at
      * start of run, empty when no return file arrived. Live
      * deposit returns and notifications of change on the same
      * file are ACHRTRN's and are not loaded here.
       77  WS-RTRN-COUNT PIC 99 VALUE ZERO.
       01  WS-RTRN-TABLE.
           05  WS-RTRN-ENTRY OCCURS 50 TIMES
      * credit each deduction's own liability account
               10  WS-DEDM-WITHHELD    PIC S9(9)V99.

      * the enrollments of the employee in hand, read from the keyed
      * file when the run reaches the employee
       77  WS-ENROLL-COUNT PIC 9(3) VALUE ZERO.
       77  WS-ENROLL-LOADED-ID PIC X(6) VALUE SPACES.
       01  WS-ENROLL-TABLE.
           05  WS-ENROLL-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-ENROLL-IDX.
               10  WS-ENROLL-EMP-ID    PIC X(6).
               10  WS-ENROLL-DED-CODE  PIC X(3).
               10  WS-ENROLL-GOAL      PIC 9(7)V99.
               10  WS-ENROLL-TAKEN     PIC 9(7)V99.
               10  WS-ENROLL-BASIS     PIC X.
               10  WS-ENROLL-RUN-TAKEN PIC 9(7)V99.
       77  WS-ENROLL-OPEN-FLAG PIC X VALUE "N".
           88  WS-ENROLL-FILE-OPEN   VALUE "Y".
      * only the regular (non-trial) and bonus runs post the
      * taken-to-date counters back
       77  WS-ENROLL-POST-FLAG PIC X VALUE "N".
           88  WS-ENROLL-POSTING     VALUE "Y".
       77  WS-ENROLL-RESTART-FLAG PIC X VALUE "N".
           88  WS-ENROLL-RESTART-RUN VALUE "Y".
       77  WS-ENROLL-RUN-STARTED PIC X(14) VALUE SPACES.
       77  WS-ENROLL-POST-FAILS PIC 9(5) VALUE ZERO.

      * the enrolled amount as this period actually sees it: zero
      * outside the effective dates or once the goal is reached,
               10  WS-EMPDED-FINAL     PIC X.
               10  WS-EMPDED-BASIS     PIC X.
               10  WS-EMPDED-RAW-AMT   PIC 9(5)V99.
      * back-reference to the loan ledger entry for a recovery
               10  WS-EMPDED-LOAN-IDX  PIC 9(3).
      * and to the garnishment case for a case take
               10  WS-EMPDED-CASE-IDX  PIC 9(3).

       77  WS-EMPDED-SORT-IDX  PIC 99.
       77  WS-EMPDED-SWAP-FLAG PIC X VALUE "N".
           05  WS-EMPDED-HOLD-FINAL     PIC X.
           05  WS-EMPDED-HOLD-BASIS     PIC X.
           05  WS-EMPDED-HOLD-RAW-AMT   PIC 9(5)V99.
           05  WS-EMPDED-HOLD-LOAN-IDX  PIC 9(3).
           05  WS-EMPDED-HOLD-CASE-IDX  PIC 9(3).

       77  WS-EMP-DED-TOTAL    PIC 9(5)V99 VALUE ZERO.
       77  WS-DED-AVAILABLE    PIC S9(5)V99 VALUE ZERO.
           88  WS-HIST-FILE-NOT-FOUND VALUE "35".
           88  WS-HIST-DUP-KEY       VALUE "22".

      * annual graduated federal brackets, one set per W-4 filing
      * status (1 single, 2 married jointly, 3 head of household).
      * Each bracket's rate applies from its floor up to the next
      * bracket's floor; a zero floor past bracket 1 is unused. The
      * allowance comes off the annualized wage before the brackets.
       01  WS-FED-TAX-TABLE.
           05  WS-FED-STATUS-ENTRY OCCURS 3 TIMES
                               INDEXED BY WS-FED-STS-IDX.
               10  WS-FED-ALLOWANCE     PIC 9(7).
               10  WS-FED-ALLOW-EFF     PIC X(8).
               10  WS-FED-BRACKET OCCURS 8 TIMES
                               INDEXED BY WS-FED-IDX.
                   15  WS-FED-BRACKET-FLOOR PIC 9(7).
                   15  WS-FED-BRACKET-RATE  PIC V9(4).
                   15  WS-FED-BRACKET-EFF   PIC X(8).

      * annualized percentage-method work fields for the employee
      * in hand; the W-4 amounts are copied out of the master with
      * non-numeric (pre-profile) values read as zero
       77  WS-W4-STATUS-NO      PIC 9 VALUE 1.
       77  WS-W4-DEP-CREDIT     PIC 9(5) VALUE ZERO.
       77  WS-W4-OTHER-INCOME   PIC 9(5) VALUE ZERO.
       77  WS-W4-DEDUCTIONS     PIC 9(5) VALUE ZERO.
       77  WS-W4-EXTRA-WH       PIC 9(3)V99 VALUE ZERO.
       77  WS-FED-ANNUAL-WAGES  PIC S9(9)V99 VALUE ZERO.
       77  WS-FED-ANNUAL-TAX    PIC S9(9)V99 VALUE ZERO.
       77  WS-FED-BAND-TOP      PIC S9(9)V99 VALUE ZERO.
       77  WS-FED-PERIOD-TAX    PIC S9(7)V99 VALUE ZERO.
       77  WS-TAXR-STATUS-NO    PIC 9 VALUE ZERO.
       77  WS-FED-STATUS-CODE   PIC X VALUE SPACE.
       77  WS-FED-FLOOR-EDIT    PIC Z,ZZZ,ZZ9.

      * one entry per work state from the external tax-rate file;
      * latest effective date on or before the period end wins.
       77  WS-LOCAL-TAX-RATE PIC V999 VALUE ZERO.

       77  WS-TAXR-BRACKET-NO  PIC 9 VALUE ZERO.
           88  WS-TAXR-BRACKET-VALID VALUES 0 THRU 8.
       77  WS-RATE-EDIT        PIC 9.999.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter: callers (the scheduler,
           END-IF
           IF WS-MODE-CORRECT
               PERFORM RUN-CORRECTION-MODE
               PERFORM HOLD-BANK-DIRECTORY-FAILURE
               GOBACK
           END-IF
           IF WS-MODE-ADJUST
           END-IF
           IF WS-MODE-BONUS
               PERFORM RUN-BONUS-MODE
               PERFORM HOLD-BANK-DIRECTORY-FAILURE
               GOBACK
           END-IF
           IF WS-MODE-TRIAL
           PERFORM INITIALIZE-TAX-TABLE
           PERFORM LOAD-SUTA-RATES
           PERFORM LOAD-OT-AUTHORIZATIONS
           PERFORM LOAD-MINIMUM-WAGES
           PERFORM LOAD-UNION-RATES
           PERFORM LOAD-DEDUCTION-ARREARS
           PERFORM LOAD-DEDUCTION-YTD
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-PAY-CODES
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-PROJECT-MASTER
           PERFORM LOAD-EXPENSE-TYPES
           PERFORM LOAD-DEDUCTION-MASTER
           IF NOT WS-TRIAL-RUN
               SET WS-ENROLL-POSTING TO TRUE
           END-IF
           PERFORM LOAD-DEDUCTION-ENROLLMENTS
           PERFORM LOAD-LOAN-LEDGER
           PERFORM LOAD-GARNISHMENT-CASES
           PERFORM LOAD-BANK-RETURNS
           PERFORM LOAD-CHECK-CONTROLS
           PERFORM LOAD-RATE-CHANGES
               DISPLAY "No commission transaction file this period."
           END-IF

      *    reimbursements are optional the same way
           OPEN INPUT REIMBURSEMENT-FILE
           IF WS-RMB-FILE-OK
               SET WS-RMB-FILE-PRESENT TO TRUE
               PERFORM READ-REIMBURSEMENT
           ELSE
               SET WS-RMB-FILE-EOF TO TRUE
           END-IF

           IF WS-TRIAL-RUN
               SET WS-NO-RESTART-PENDING TO TRUE
           ELSE
               PERFORM OPEN-CHECKPOINT-FILE
               PERFORM READ-CHECKPOINT
           END-IF
      *    a restart backs the stopped run's enrollment takes out and
      *    re-derives them, for every employee and not only those
      *    before the checkpoint
           IF WS-RESTART-IN-PROGRESS
               SET WS-ENROLL-RESTART-RUN TO TRUE
           END-IF

           IF WS-RESTART-IN-PROGRESS
               OPEN EXTEND TIMECARD-EXCEPTION-FILE
           MOVE WS-REG-PAGE-SIZE TO RWR-LINES-PER-PAGE
           MOVE REG-HEADING-LINE TO RWR-HEADING-1
           MOVE SPACES TO RWR-HEADING-2
      *    the departments' copies go out from a live first pass
      *    only: a restart would start them over half-way through
           IF WS-TRIAL-RUN OR WS-RESTART-IN-PROGRESS
               MOVE SPACES TO RWR-REPORT-NAME
           ELSE
               MOVE "PAYREG" TO RWR-REPORT-NAME
           END-IF
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           END-IF

           PERFORM OPEN-PAY-HISTORY-FILE
           PERFORM OPEN-STATE-WAGE-FILES
           PERFORM OPEN-GL-WORK-FILE
           PERFORM OPEN-LEAVE-MASTER-FILE

                   IF NOT WS-EXCP-FILE-OK
                       OPEN OUTPUT EXCEPTION-REGISTER-FILE
                   END-IF
                   OPEN EXTEND REIMBURSEMENT-SUSPENSE-FILE
                   IF NOT WS-RSU-FILE-OK
                       OPEN OUTPUT REIMBURSEMENT-SUSPENSE-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT SUSPENSE-FILE
                   OPEN OUTPUT EXCEPTION-REGISTER-FILE
                   OPEN OUTPUT REIMBURSEMENT-SUSPENSE-FILE
               END-IF
               PERFORM OPEN-EXCEPTION-REGISTER-REPORT

               IF WS-RESTART-IN-PROGRESS
                   OPEN EXTEND CHECK-PRINT-FILE
                   IF NOT WS-OTX-FILE-OK
                       OPEN OUTPUT OT-EXCEPTION-FILE
                   END-IF
                   OPEN EXTEND MIN-WAGE-EXCEPTION-FILE
                   IF NOT WS-MWX-FILE-OK
                       OPEN OUTPUT MIN-WAGE-EXCEPTION-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT CHECK-PRINT-FILE
                   OPEN OUTPUT CHECK-REGISTER-FILE
                   OPEN OUTPUT POSITIVE-PAY-FILE
                   PERFORM WRITE-POSPAY-FILE-HEADER
                   OPEN OUTPUT OT-EXCEPTION-FILE
                   OPEN OUTPUT MIN-WAGE-EXCEPTION-FILE
               END-IF
      *        job cost is a running history across periods
               OPEN EXTEND JOB-COST-FILE
               IF NOT WS-JC-FILE-OK
                   OPEN OUTPUT JOB-COST-FILE
               END-IF
      *        so are the checks still outstanding
               PERFORM OPEN-OUTSTANDING-CHECK-FILE
           END-IF

           PERFORM READ-TIMECARD
           END-PERFORM

           PERFORM DRAIN-UNMATCHED-TIMECARDS
           PERFORM DRAIN-UNMATCHED-REIMBURSEMENTS

           PERFORM WRITE-REGISTER-TOTAL
           PERFORM WRITE-EXCEPTION-REGISTER-TOTAL
           PERFORM ISSUE-REPLACEMENT-CHECKS
           PERFORM WRITE-CHECK-REGISTER-TRAILER
           PERFORM WRITE-GL-DISTRIBUTION-REPORT
           PERFORM CLEAR-CHECKPOINT
           IF WS-TRIAL-RUN
               PERFORM MARK-TRIAL-COMPLETE
               PERFORM WRITE-TRIAL-FUNDING-FILE
               PERFORM CLOSE-DEDUCTION-ENROLLMENTS
           ELSE
               PERFORM WRITE-COMP-WAGE-FILE
               PERFORM WRITE-DEDUCTION-LIABILITY-FILE
               PERFORM SAVE-DEDUCTION-ENROLLMENTS
               PERFORM SAVE-LOAN-LEDGER
               PERFORM SAVE-GARNISHMENT-CASES
               PERFORM SAVE-DEDUCTION-ARREARS
               PERFORM SAVE-DEDUCTION-YTD
               PERFORM WRITE-ARREARS-AGING-REPORT
           IF WS-COMM-FILE-PRESENT
               CLOSE COMMISSION-TRANSACTION-FILE
           END-IF
           IF WS-RMB-FILE-PRESENT
               CLOSE REIMBURSEMENT-FILE
           END-IF
           CLOSE TIMECARD-EXCEPTION-FILE
           CLOSE PAY-STUB-FILE
           CLOSE YTD-MASTER-FILE
           PERFORM CLOSE-STATE-WAGE-FILES
           CLOSE PAY-REGISTER-FILE
           CLOSE GL-DISTRIBUTION-FILE
           CLOSE SYSTEM-AUDIT-FILE
               CLOSE BANK-TRANSMITTAL-FILE
               CLOSE CHECK-PRINT-FILE
               CLOSE CHECK-REGISTER-FILE
               CLOSE OUTSTANDING-CHECK-FILE
               CLOSE POSITIVE-PAY-FILE
               CLOSE OT-EXCEPTION-FILE
               CLOSE MIN-WAGE-EXCEPTION-FILE
               CLOSE JOB-COST-FILE
               IF WS-JC-LINE-COUNT > ZERO OR WS-JC-UNCOSTED > ZERO
                   DISPLAY "Job-cost lines: " WS-JC-LINE-COUNT
                       "  not costed: " WS-JC-UNCOSTED
               END-IF
               IF WS-MIN-TOPUP-COUNT > ZERO
                   DISPLAY "Minimum-wage top-ups: " WS-MIN-TOPUP-COUNT
                       " -- see MINWEXCP.TXT"
               END-IF
               CLOSE SUSPENSE-FILE
               CLOSE EXCEPTION-REGISTER-FILE
               CLOSE REIMBURSEMENT-SUSPENSE-FILE
           END-IF
           PERFORM DEQUEUE-MASTER-FILES
      *    RETURN-CODE was zeroed at entry; an error reported along
      *    the way must survive to the scheduler, so it is not
      *    re-zeroed here.
           PERFORM HOLD-BANK-DIRECTORY-FAILURE
           GOBACK.


      * the full bank-directory table is reported when it happens;
      * the run still ends 8 whatever was called after it
       HOLD-BANK-DIRECTORY-FAILURE.
           IF WS-BKD-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.


      ******************************************************************
      * Interlocks on the update masters through the shared ENQMGR:
      * claimed before the first OPEN I-O, released at end of job.
      * and withholding logic, subtracted from the YTD master,
      * written as negating entries on the GL distribution, sent as
      * a debit-reversal transmittal record, and listed on the
      * reversal register for the accountant to tie out. Social
      * security and Medicare are the exception: they are taken as
      * withheld from the reversed period's PAYHIST record, since a
      * recomputation against today's YTD wages would sit at a
      * different point on the wage base. The PAID gate is
      * intentionally not checked: a reversal corrects a period
      * that has already been paid.
      ******************************************************************
       RUN-REVERSAL-MODE.
      *    reversal mode rewrites paid history; only an operator

           OPEN I-O EMPLOYEE-MASTER-FILE
           OPEN I-O YTD-MASTER-FILE
           PERFORM OPEN-STATE-WAGE-FILES
           PERFORM OPEN-GL-WORK-FILE
           OPEN OUTPUT REVERSAL-REGISTER-FILE
           OPEN OUTPUT BANK-TRANSMITTAL-FILE
           IF NOT WS-SYSAUD-FILE-OK
               OPEN OUTPUT SYSTEM-AUDIT-FILE
           END-IF
           MOVE "N" TO WS-REV-HIST-FLAG
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-FILE-OK
               SET WS-REV-HIST-OPEN TO TRUE
           ELSE
               DISPLAY "No PAYHIST -- reversal FICA is recomputed."
           END-IF

           PERFORM READ-REVERSAL-REQUEST
           PERFORM UNTIL WS-REV-FILE-EOF
           CLOSE REVERSAL-REQUEST-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE YTD-MASTER-FILE
           PERFORM CLOSE-STATE-WAGE-FILES
           CLOSE GL-WORK-FILE
           CLOSE REVERSAL-REGISTER-FILE
           CLOSE BANK-TRANSMITTAL-FILE
           CLOSE GL-DISTRIBUTION-FILE
           CLOSE SYSTEM-AUDIT-FILE
           IF WS-REV-HIST-OPEN
               CLOSE PAY-HISTORY-FILE
           END-IF
           PERFORM CLOSE-DEDUCTION-ENROLLMENTS
           PERFORM DEQUEUE-MASTER-FILES
           DISPLAY "Reversals applied: " WS-REV-COUNT.

           MOVE REV-HOURS TO HOURS
           MOVE ZERO TO WS-COMM-PERIOD-AMOUNT
           MOVE ZERO TO WS-TC-VAC-HOURS
           MOVE ZERO TO WS-TC-HOL-HOURS
           MOVE ZERO TO WS-TC-SICK-HOURS
           MOVE ZERO TO WS-EMPPC-COUNT
           MOVE ZERO TO WS-TCST-COUNT
           MOVE ZERO TO WS-EMPRB-COUNT
           MOVE ZERO TO WS-REIMB-TOTAL
           IF EMP-CLASS-COMMISSION
               DISPLAY "Reversal for commission employee " EMP-ID
                   " backs out the base amount only."

           PERFORM COMPUTE-GROSS-PAY
           PERFORM COMPUTE-WITHHOLDING
           PERFORM TAKE-REVERSED-PERIOD-FICA
      *    without the deduction pass the debit would exceed what
      *    was ever deposited, and YTD net would come back short
           PERFORM APPLY-DEDUCTIONS
           ADD NET-PAY TO WS-REV-NET-TOTAL.


      * the period as withheld: the YTD wages have moved on since,
      * so a fresh computation could land either side of the social
      * security wage base or the additional Medicare threshold
       TAKE-REVERSED-PERIOD-FICA.
           IF NOT WS-REV-HIST-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE REV-EMP-ID TO PH-EMP-ID
           MOVE REV-PERIOD TO PH-PERIOD
           READ PAY-HISTORY-FILE
               INVALID KEY
                   DISPLAY "Reversal " REV-EMP-ID " period "
                       REV-PERIOD " not on PAYHIST -- FICA"
                       " recomputed."
                   EXIT PARAGRAPH
           END-READ
           MOVE PH-SS-TAX       TO SS-TAX
           MOVE PH-MEDICARE-TAX TO MEDICARE-TAX
           COMPUTE TOTAL-TAX = FED-TAX + STATE-TAX + LOCAL-TAX
               + SS-TAX + MEDICARE-TAX
           COMPUTE NET-PAY = GROSS-PAY - TOTAL-TAX.


      * YTD fields are unsigned: a reversal larger than what is on
      * the YTD record is floored at zero and reported, since that
      * means the YTD record was already wrong in the other
               SUBTRACT LOCAL-TAX FROM QTD-LOCAL-TAX
           END-IF

           IF SS-TAX > YTD-SS-TAX
               MOVE ZERO TO YTD-SS-TAX
           ELSE
               SUBTRACT SS-TAX FROM YTD-SS-TAX
           END-IF
           IF SS-TAX > QTD-SS-TAX
               MOVE ZERO TO QTD-SS-TAX
           ELSE
               SUBTRACT SS-TAX FROM QTD-SS-TAX
           END-IF
           IF MEDICARE-TAX > YTD-MEDICARE-TAX
               MOVE ZERO TO YTD-MEDICARE-TAX
           ELSE
               SUBTRACT MEDICARE-TAX FROM YTD-MEDICARE-TAX
           END-IF
           IF MEDICARE-TAX > QTD-MEDICARE-TAX
               MOVE ZERO TO QTD-MEDICARE-TAX
           ELSE
               SUBTRACT MEDICARE-TAX FROM QTD-MEDICARE-TAX
           END-IF

           REWRITE YTD-MASTER-RECORD
           PERFORM BACK-OUT-STATE-BUCKETS.


      * negating entries are just negative amounts posted through
           END-STRING
           MOVE NET-PAY TO WS-AUDIT-NET-PAY-EDIT
           MOVE WS-AUDIT-NET-PAY-EDIT TO SYSAUD-KEY-RESULT
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD.


           PERFORM INITIALIZE-TAX-TABLE
           PERFORM LOAD-SUTA-RATES
           PERFORM LOAD-DEDUCTION-MASTER
           SET WS-ENROLL-POSTING TO TRUE
           PERFORM LOAD-DEDUCTION-ENROLLMENTS
           PERFORM LOAD-DEDUCTION-ARREARS
           PERFORM LOAD-DEDUCTION-YTD
           OPEN I-O EMPLOYEE-MASTER-FILE
           OPEN I-O YTD-MASTER-FILE
           PERFORM OPEN-PAY-HISTORY-FILE
           PERFORM OPEN-STATE-WAGE-FILES
           PERFORM OPEN-GL-WORK-FILE
           PERFORM OPEN-LEAVE-MASTER-FILE
           OPEN OUTPUT PAY-STUB-FILE
           OPEN OUTPUT GL-DISTRIBUTION-FILE
           OPEN OUTPUT CHECK-PRINT-FILE
           OPEN OUTPUT CHECK-REGISTER-FILE
           PERFORM OPEN-OUTSTANDING-CHECK-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           PERFORM WRITE-POSPAY-FILE-HEADER
           OPEN OUTPUT PRENOTE-REPORT-FILE
           CLOSE BONUS-REQUEST-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE YTD-MASTER-FILE
           PERFORM CLOSE-STATE-WAGE-FILES
           CLOSE PAY-HISTORY-FILE
           CLOSE GL-WORK-FILE
           CLOSE LEAVE-MASTER-FILE
           CLOSE GL-DISTRIBUTION-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE OUTSTANDING-CHECK-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE PRENOTE-REPORT-FILE
           CLOSE BONUS-REGISTER-FILE
           MOVE EMP-RATE     TO RATE
           MOVE ZERO TO HOURS
           MOVE ZERO TO WS-TC-VAC-HOURS
           MOVE ZERO TO WS-TC-HOL-HOURS
           MOVE ZERO TO WS-TC-SICK-HOURS
           MOVE ZERO TO WS-EMPPC-COUNT
           MOVE ZERO TO WS-TCST-COUNT
           MOVE ZERO TO WS-EMPRB-COUNT
           MOVE ZERO TO WS-REIMB-TOTAL
           MOVE ZERO TO WS-PREMIUM-AMOUNT
           MOVE ZERO TO WS-OT-PREMIUM-AMOUNT
           MOVE ZERO TO WS-OT-PAY-AMOUNT
           MOVE ZERO TO WS-RETRO-AMOUNT
           MOVE ZERO TO WS-CURRENT-RATECHG-IDX
           MOVE "N" TO WS-FINAL-PAY-FLAG
           COMPUTE TAXABLE-WAGES = GROSS-PAY - WS-PRETAX-TOTAL
           COMPUTE FED-TAX ROUNDED =
               TAXABLE-WAGES * WS-SUPPLEMENTAL-RATE
           IF EMP-W4-IS-EXEMPT
               MOVE ZERO TO FED-TAX
           END-IF
           PERFORM COMPUTE-STATE-WITHHOLDING
           PERFORM LOOKUP-LOCAL-TAX-RATE
           COMPUTE LOCAL-TAX = TAXABLE-WAGES * WS-LOCAL-TAX-RATE
           PERFORM COMPUTE-FICA-WITHHOLDING
           COMPUTE TOTAL-TAX = FED-TAX + STATE-TAX + LOCAL-TAX
               + SS-TAX + MEDICARE-TAX
           COMPUTE NET-PAY = GROSS-PAY - TOTAL-TAX

           PERFORM APPLY-DEDUCTIONS
           OPEN I-O EMPLOYEE-MASTER-FILE
           OPEN I-O YTD-MASTER-FILE
           PERFORM OPEN-PAY-HISTORY-FILE
           PERFORM OPEN-STATE-WAGE-FILES
           PERFORM OPEN-GL-WORK-FILE
           OPEN OUTPUT ADJUSTMENT-REGISTER-FILE
           OPEN OUTPUT GL-DISTRIBUTION-FILE
           END-STRING
           WRITE ADJUSTMENT-REGISTER-REC

      *    granted loans go out on the same manual-check run
           PERFORM LOAD-LOAN-LEDGER
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-STATUS(WS-LOAN-IDX) = "N"
                   PERFORM DISBURSE-ONE-LOAN
               END-IF
           END-PERFORM
           IF WS-LOAN-DISB-COUNT > ZERO OR WS-LOAN-HELD-COUNT > ZERO
               MOVE SPACES TO ADJUSTMENT-REGISTER-REC
               STRING "LOANS DISBURSED: " WS-LOAN-DISB-COUNT
                   "  AMOUNT $" WS-LOAN-DISB-TOTAL
                   "  HELD: " WS-LOAN-HELD-COUNT
                   DELIMITED BY SIZE INTO ADJUSTMENT-REGISTER-REC
               END-STRING
               WRITE ADJUSTMENT-REGISTER-REC
           END-IF
           IF WS-LOAN-DISB-COUNT > ZERO
               PERFORM SAVE-LOAN-LEDGER
           END-IF

           PERFORM WRITE-GL-DISTRIBUTION-REPORT
           PERFORM APPEND-TAX-LIABILITY-FILE

           CLOSE ADJUSTMENT-REQUEST-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE YTD-MASTER-FILE
           PERFORM CLOSE-STATE-WAGE-FILES
           CLOSE PAY-HISTORY-FILE
           CLOSE GL-WORK-FILE
           CLOSE ADJUSTMENT-REGISTER-FILE
           MOVE ADJ-STATE TO STATE-TAX
           MOVE ADJ-NET   TO NET-PAY
           MOVE ZERO TO LOCAL-TAX
           MOVE ZERO TO SS-TAX
           MOVE ZERO TO MEDICARE-TAX
           COMPUTE TOTAL-TAX = FED-TAX + STATE-TAX
           COMPUTE WS-EMP-DED-TOTAL =
               GROSS-PAY - TOTAL-TAX - NET-PAY
           MOVE GROSS-PAY TO TAXABLE-WAGES
           MOVE ZERO TO WS-PREMIUM-AMOUNT
           MOVE ZERO TO WS-OT-PREMIUM-AMOUNT
           MOVE ZERO TO WS-OT-PAY-AMOUNT
           MOVE ZERO TO WS-EMPPC-COUNT
           MOVE ZERO TO WS-EMPST-COUNT
           MOVE ZERO TO WS-EMPRB-COUNT
           MOVE ZERO TO WS-REIMB-TOTAL
           MOVE ZERO TO WS-EMPDED-COUNT
           MOVE ZERO TO WS-TC-VAC-HOURS
           MOVE ZERO TO WS-TC-HOL-HOURS
           MOVE ZERO TO WS-TC-SICK-HOURS
           MOVE ZERO TO WS-EMPLOYER-TAX
           MOVE ZERO TO WS-EMPLOYER-MATCH
           END-STRING
           MOVE NET-PAY TO WS-AUDIT-NET-PAY-EDIT
           MOVE WS-AUDIT-NET-PAY-EDIT TO SYSAUD-KEY-RESULT
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD

           ADD 1 TO WS-ADJ-COUNT
           ADD ADJ-GROSS TO WS-ADJ-GROSS-TOTAL.


      ******************************************************************
      * A granted loan is paid by manual check like any other
      * off-cycle amount; this run books it. The loan is not wages:
      * nothing posts to YTD or history. The GL takes a receivable
      * row on the employee's home department -- the amount in the
      * gross column debits the employee-receivable account, the
      * same amount in the net column credits net pay payable for
      * the check -- and the ledger entry turns active with its
      * full balance. A loan keyed without its check number is held
      * until the check is cut.
      ******************************************************************
       DISBURSE-ONE-LOAN.
           IF WS-LOAN-CHECK(WS-LOAN-IDX) = SPACES
               DISPLAY "Loan " WS-LOAN-NUMBER(WS-LOAN-IDX) " for "
                   WS-LOAN-EMP-ID(WS-LOAN-IDX)
                   " held -- no manual check number keyed."
               ADD 1 TO WS-LOAN-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-EMP-ID(WS-LOAN-IDX) TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "Loan " WS-LOAN-NUMBER(WS-LOAN-IDX)
                       " held -- " WS-LOAN-EMP-ID(WS-LOAN-IDX)
                       " not on employee master."
                   ADD 1 TO WS-LOAN-HELD-COUNT
                   EXIT PARAGRAPH
           END-READ

           MOVE EMP-DEPT-CODE TO WS-ALLOC-DEPT
           MOVE WS-LOAN-RECV-ACCT TO WS-ALLOC-GL
           MOVE WS-LOAN-ORIGINAL(WS-LOAN-IDX) TO WS-ALLOC-GROSS
           MOVE ZERO TO WS-ALLOC-TAX
           MOVE ZERO TO WS-ALLOC-DED
           MOVE WS-LOAN-ORIGINAL(WS-LOAN-IDX) TO WS-ALLOC-NET
           PERFORM ADD-TO-GL-ENTRY

           MOVE "A" TO WS-LOAN-STATUS(WS-LOAN-IDX)
           MOVE WS-LOAN-ORIGINAL(WS-LOAN-IDX)
               TO WS-LOAN-BALANCE(WS-LOAN-IDX)
           MOVE WS-TODAY-DATE TO WS-LOAN-DISB-DATE(WS-LOAN-IDX)

           MOVE SPACES TO ADJUSTMENT-REGISTER-REC
           STRING WS-LOAN-EMP-ID(WS-LOAN-IDX) "  LOAN "
               WS-LOAN-NUMBER(WS-LOAN-IDX) " CHECK "
               WS-LOAN-CHECK(WS-LOAN-IDX) "  $"
               WS-LOAN-ORIGINAL(WS-LOAN-IDX)
               DELIMITED BY SIZE INTO ADJUSTMENT-REGISTER-REC
           END-STRING
           WRITE ADJUSTMENT-REGISTER-REC

           MOVE SPACES TO SYS-AUDIT-RECORD
           MOVE "PAYROL00" TO SYSAUD-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:15) TO SYSAUD-TIMESTAMP
           MOVE SPACES TO SYSAUD-KEY-INPUT
           STRING "LOAN " WS-LOAN-EMP-ID(WS-LOAN-IDX) " "
               WS-LOAN-NUMBER(WS-LOAN-IDX)
               DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
           END-STRING
           MOVE WS-LOAN-ORIGINAL(WS-LOAN-IDX)
               TO WS-AUDIT-NET-PAY-EDIT
           MOVE WS-AUDIT-NET-PAY-EDIT TO SYSAUD-KEY-RESULT
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD

           ADD 1 TO WS-LOAN-DISB-COUNT
           ADD WS-LOAN-ORIGINAL(WS-LOAN-IDX) TO WS-LOAN-DISB-TOTAL.


      * a period that already has a history record takes the
      * adjustment ON TOP of it -- replacing the real record would
      * lose the pay it documents
                   MOVE ZERO TO PH-PREMIUM
                   MOVE ADJ-GROSS TO PH-TAXABLE
                   MOVE ZERO TO PH-LOCAL-TAX
                   MOVE ZERO TO PH-OT-PAY
                   MOVE ZERO TO PH-SS-TAX
                   MOVE ZERO TO PH-MEDICARE-TAX
                   MOVE ZERO TO PH-REIMB
                   WRITE PAY-HISTORY-RECORD
               NOT INVALID KEY
                   ADD ADJ-GROSS TO PH-GROSS
           OPEN I-O EMPLOYEE-MASTER-FILE
           OPEN I-O YTD-MASTER-FILE
           PERFORM OPEN-PAY-HISTORY-FILE
           PERFORM OPEN-STATE-WAGE-FILES
           PERFORM OPEN-GL-WORK-FILE
           OPEN EXTEND PAY-STUB-FILE
           IF NOT WS-STUB-FILE-OK
           IF NOT WS-CHKREG-FILE-OK
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           PERFORM OPEN-OUTSTANDING-CHECK-FILE
           OPEN EXTEND POSITIVE-PAY-FILE
           IF NOT WS-POS-FILE-OK
               OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT EXCEPTION-REGISTER-FILE
           OPEN OUTPUT CORRECTION-REGISTER-FILE
           PERFORM OPEN-EXCEPTION-REGISTER-REPORT

           MOVE "CORRECTION REGISTER" TO CORRECTION-REGISTER-REC
           WRITE CORRECTION-REGISTER-REC
           CLOSE SUSPENSE-FIX-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE YTD-MASTER-FILE
           PERFORM CLOSE-STATE-WAGE-FILES
           CLOSE PAY-HISTORY-FILE
           CLOSE GL-WORK-FILE
           CLOSE PAY-STUB-FILE
           CLOSE GL-DISTRIBUTION-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE OUTSTANDING-CHECK-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE PRENOTE-REPORT-FILE
           CLOSE SYSTEM-AUDIT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE EXCEPTION-REGISTER-FILE
           CLOSE CORRECTION-REGISTER-FILE
           PERFORM CLOSE-DEDUCTION-ENROLLMENTS
           PERFORM DEQUEUE-MASTER-FILES
           DISPLAY "Corrections paid: " WS-CORRECTED-COUNT
               "  re-suspended: " WS-SUSPENSE-COUNT.
           MOVE FIX-HOURS    TO HOURS
           MOVE ZERO TO WS-COMM-PERIOD-AMOUNT
           MOVE ZERO TO WS-TC-VAC-HOURS
           MOVE ZERO TO WS-TC-HOL-HOURS
           MOVE ZERO TO WS-TC-SICK-HOURS
           MOVE ZERO TO WS-EMPPC-COUNT
           MOVE ZERO TO WS-TCST-COUNT
           MOVE ZERO TO WS-EMPRB-COUNT
           MOVE ZERO TO WS-REIMB-TOTAL
           MOVE ZERO TO WS-RETRO-AMOUNT
           MOVE ZERO TO WS-CURRENT-RATECHG-IDX


      * trial complete: the period stays OPEN, its trial flag goes
      * to "T", and the console's approval turns that into "A"
      * before the live run will start. Who ran the trial goes on
      * the audit trail -- not a payment event, but the half of the
      * trial/approve pair the duties review needs.
       MARK-TRIAL-COMPLETE.
           MOVE "T" TO WS-PP-TRIAL-STATUS
           PERFORM REWRITE-PERIOD-CONTROL-FILE
               DISPLAY "Trial complete -- period "
                   WS-PP-PERIOD-NUMBER
                   " awaits approval before the live run."
               MOVE SPACES TO SYS-AUDIT-RECORD
               MOVE "PAYROL00" TO SYSAUD-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE(1:15) TO SYSAUD-TIMESTAMP
               MOVE SPACES TO SYSAUD-KEY-INPUT
               STRING "TRIAL DONE " WS-RUN-PAY-GROUP " "
                   WS-RUN-COMPANY " " WS-PP-PERIOD-NUMBER
                   DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
               END-STRING
               MOVE SGN-OPERATOR-ID TO SYSAUD-KEY-RESULT
               MOVE "S" TO ACH-ACTION
               MOVE RETURN-CODE TO ACH-RETURN-CODE
               CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
                   SYS-AUDIT-RECORD
                   ON EXCEPTION CONTINUE
               END-CALL
               WRITE SYS-AUDIT-RECORD
           ELSE
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Unable to mark trial complete"
           END-IF.


      * what the trial withheld by tax jurisdiction and owes the
      * third-party payees by deduction code, for the funding
      * forecast; loan recoveries stay with the company
       WRITE-TRIAL-FUNDING-FILE.
           OPEN OUTPUT TRIAL-FUNDING-FILE
           IF NOT WS-TFD-FILE-OK
               DISPLAY "Cannot write TRLFUND.TXT, status "
                   WS-TFD-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TAXL-IDX FROM 1 BY 1
               UNTIL WS-TAXL-IDX > WS-TAXL-COUNT
               MOVE SPACES TO TRIAL-FUNDING-RECORD
               SET TFD-TAX TO TRUE
               MOVE WS-TXL-JUR(WS-TAXL-IDX) TO TFD-KEY
               MOVE WS-TXL-AMT(WS-TAXL-IDX) TO TFD-AMOUNT
               MOVE WS-PP-PERIOD-NUMBER     TO TFD-PERIOD
               MOVE WS-PP-PAY-DATE          TO TFD-PAY-DATE
               WRITE TRIAL-FUNDING-RECORD
           END-PERFORM
           PERFORM VARYING WS-DEDM-IDX FROM 1 BY 1
               UNTIL WS-DEDM-IDX > WS-DEDM-COUNT
               IF WS-DEDM-WITHHELD(WS-DEDM-IDX) NOT = ZERO
                   AND WS-DEDM-TYPE(WS-DEDM-IDX) NOT = "L"
                   MOVE SPACES TO TRIAL-FUNDING-RECORD
                   SET TFD-REMIT TO TRUE
                   MOVE WS-DEDM-CODE(WS-DEDM-IDX) TO TFD-KEY
                   MOVE WS-DEDM-WITHHELD(WS-DEDM-IDX) TO TFD-AMOUNT
                   MOVE WS-PP-PERIOD-NUMBER TO TFD-PERIOD
                   MOVE WS-PP-PAY-DATE      TO TFD-PAY-DATE
                   WRITE TRIAL-FUNDING-RECORD
               END-IF
           END-PERFORM
           CLOSE TRIAL-FUNDING-FILE.


      * one variance line per employee: trial net against the prior
      * period's history record, so the accountant sees what moved
      * before approving the live run

           PERFORM MATCH-TIMECARDS-FOR-EMPLOYEE
           PERFORM MATCH-COMMISSIONS-FOR-EMPLOYEE
           PERFORM MATCH-REIMBURSEMENTS-FOR-EMPLOYEE

      *    an employee outside this run's pay group is passed over
      *    whole -- no pay, no suspense, no checkpoint entry; the

           PERFORM CHECK-EMPLOYMENT-DATES
           IF WS-EMPLOYMENT-SKIPS
               MOVE "EMPLOYEE NOT PAID THIS PERIOD"
                   TO WS-RSU-WORK-REASON
               PERFORM SUSPEND-ALL-REIMBURSEMENTS
               GO TO PROCESS-EMPLOYEE-EXIT
           END-IF

                       PERFORM COMPUTE-GROSS-PAY
                       PERFORM COMPUTE-WITHHOLDING
                       PERFORM APPLY-DEDUCTIONS
                       PERFORM ADD-REIMBURSEMENTS-TO-NET
                       PERFORM COMPUTE-EMPLOYER-CONTRIBUTIONS
                       ADD GROSS-PAY TO WS-TOTAL-GROSS-PAY
                       ADD NET-PAY   TO WS-TOTAL-NET-PAY
                       ADD WS-REIMB-TOTAL TO WS-TOTAL-REIMB
                       ADD 1 TO WS-EMPLOYEE-COUNT
                       PERFORM ACCUMULATE-GL-DISTRIBUTION
                       SET WS-MEDIA-REPLAY TO TRUE
                   " due to invalid HOURS/RATE data."
               PERFORM WRITE-SUSPENSE-RECORD
               PERFORM WRITE-EXCEPTION-LINE
      *        the correction run repays wages only, so the claims
      *        wait in their own suspense for the next period
               MOVE "EMPLOYEE SUSPENDED" TO WS-RSU-WORK-REASON
               PERFORM SUSPEND-ALL-REIMBURSEMENTS
               PERFORM WRITE-CHECKPOINT
           ELSE
               PERFORM COMPUTE-GROSS-PAY
               PERFORM COMPUTE-WITHHOLDING
               PERFORM APPLY-DEDUCTIONS
               PERFORM ADD-REIMBURSEMENTS-TO-NET
               PERFORM WRITE-REFUSED-REIMBURSEMENTS
               PERFORM COMPUTE-EMPLOYER-CONTRIBUTIONS
               IF NOT WS-TRIAL-RUN AND WS-EMPJC-COUNT > ZERO
                   PERFORM WRITE-JOB-COST-LINES
               END-IF

               DISPLAY "Name: " WHO
               DISPLAY "Location: " WHERE
                   MOVE EMP-ID TO RFP-EMP-ID
                   MOVE WS-LEAVE-PAYOUT TO RFP-PAYOUT
                   MOVE REG-FINAL-PAY-LINE TO PAY-REGISTER-REC
                   MOVE EMP-DEPT-CODE TO RWR-BURST-KEY
                   PERFORM ROUTE-REGISTER-LINE
      *            flagged inactive, never deleted: the YTD record,
      *            the history, and the enrollments stay reachable
                   MOVE EMP-ID TO RTL-EMP-ID
                   MOVE EMP-TERM-DATE TO RTL-TERM-DATE
                   MOVE REG-TERMINATED-LINE TO PAY-REGISTER-REC
                   MOVE EMP-DEPT-CODE TO RWR-BURST-KEY
                   PERFORM ROUTE-REGISTER-LINE
               END-IF
               EXIT PARAGRAPH
       MATCH-TIMECARDS-FOR-EMPLOYEE.
           MOVE ZERO TO WS-TC-PERIOD-HOURS
           MOVE ZERO TO WS-TC-VAC-HOURS
           MOVE ZERO TO WS-TC-HOL-HOURS
           MOVE ZERO TO WS-TC-SICK-HOURS
           MOVE ZERO TO WS-TC-OLDMONTH-HOURS
           MOVE ZERO TO WS-EMPPC-COUNT
           MOVE ZERO TO WS-TCST-COUNT
           MOVE ZERO TO WS-EMPRB-COUNT
           MOVE ZERO TO WS-REIMB-TOTAL
           MOVE ZERO TO WS-EMPJC-COUNT
           PERFORM CHECK-HOLIDAY-ELIGIBILITY

           PERFORM UNTIL WS-TC-FILE-EOF
                   OR TC-EMP-ID >= EMP-ID
                   AND TC-WORK-DATE(1:6) = WS-PP-START-DATE(1:6)
                   ADD TC-HOURS TO WS-TC-OLDMONTH-HOURS
               END-IF
               IF TC-TYPE-WORKED AND TC-WORK-STATE NOT = SPACES
                   MOVE TC-WORK-STATE TO WS-TCST-WORK-STATE
               ELSE
                   MOVE EMP-WORK-STATE TO WS-TCST-WORK-STATE
               END-IF
               PERFORM TALLY-STATE-HOURS
               MOVE TC-PAY-CODE TO WS-TALLY-CODE
               MOVE TC-HOURS    TO WS-TALLY-HOURS
               EVALUATE TRUE
                   WHEN TC-TYPE-VACATION
                       ADD TC-HOURS TO WS-TC-VAC-HOURS
                   WHEN TC-TYPE-SICK
                       ADD TC-HOURS TO WS-TC-SICK-HOURS
      *            hand-keyed holiday time pays like generated
      *            holiday time, outside the overtime count
                   WHEN TC-PAY-CODE = WS-HOL-PAY-CODE
                       AND WS-HOL-CODE-ON-FILE
                       ADD TC-HOURS TO WS-TC-HOL-HOURS
                       PERFORM TALLY-PREMIUM-HOURS
                   WHEN OTHER
                       ADD TC-HOURS TO WS-TC-PERIOD-HOURS
                       IF TC-PAY-CODE NOT = SPACES
                           AND TC-PAY-CODE NOT = "REG"
                           PERFORM TALLY-PREMIUM-HOURS
                       END-IF
                       IF TC-PROJECT-CODE NOT = SPACES
                           PERFORM NOTE-JOB-COST-LINE
                       END-IF
               END-EVALUATE
               IF WS-HOL-ELIGIBLE
                   PERFORM NOTE-HOLIDAY-LINE
               END-IF
               PERFORM READ-TIMECARD
           END-PERFORM

           IF WS-HOL-ELIGIBLE
               PERFORM GENERATE-HOLIDAY-HOURS
           END-IF

           IF WS-TC-PERIOD-HOURS > 999
               MOVE 999 TO HOURS
           ELSE
           IF HOURS = ZERO AND EMP-CLASS-HOURLY
               AND WS-TC-VAC-HOURS = ZERO
               AND WS-TC-SICK-HOURS = ZERO
               AND WS-TC-HOL-HOURS = ZERO
               ADD 1 TO WS-NO-TIME-COUNT
               IF NOT (WS-RESTART-IN-PROGRESS
                       AND EMP-ID NOT > CKPT-LAST-EMP-ID)
           END-READ.


      * the current timecard's hours into its work state's bucket;
      * a sixth state in one period folds into the first one seen
       TALLY-STATE-HOURS.
           SET WS-TCST-IDX TO 1
           PERFORM UNTIL WS-TCST-IDX > WS-TCST-COUNT
                   OR WS-TCST-STATE(WS-TCST-IDX) = WS-TCST-WORK-STATE
               SET WS-TCST-IDX UP BY 1
           END-PERFORM
           IF WS-TCST-IDX > WS-TCST-COUNT
               IF WS-TCST-COUNT = 5
                   DISPLAY "Work-state table full for " EMP-ID
                       " -- " WS-TCST-WORK-STATE " hours counted in "
                       WS-TCST-STATE(1) "."
                   SET WS-TCST-IDX TO 1
               ELSE
                   ADD 1 TO WS-TCST-COUNT
                   SET WS-TCST-IDX TO WS-TCST-COUNT
                   MOVE WS-TCST-WORK-STATE
                       TO WS-TCST-STATE(WS-TCST-IDX)
                   MOVE ZERO TO WS-TCST-HOURS(WS-TCST-IDX)
               END-IF
           END-IF
           ADD TC-HOURS TO WS-TCST-HOURS(WS-TCST-IDX).


      * rolls WS-TALLY-HOURS into the employee's bucket for
      * WS-TALLY-CODE; a code missing from the pay-code master is
      * reported and the hours pay as ordinary time only.
       TALLY-PREMIUM-HOURS.
           SET WS-PAYC-IDX TO 1
           PERFORM UNTIL WS-PAYC-IDX > WS-PAYC-COUNT
                   OR WS-PAYC-CODE(WS-PAYC-IDX) = WS-TALLY-CODE
               SET WS-PAYC-IDX UP BY 1
           END-PERFORM
           IF WS-PAYC-IDX > WS-PAYC-COUNT
               DISPLAY "Unknown pay code " WS-TALLY-CODE
                   " on timecard for " EMP-ID
                   " -- paid as regular time."
               EXIT PARAGRAPH
           END-IF

           SET WS-EMPPC-IDX TO 1
           PERFORM UNTIL WS-EMPPC-IDX > WS-EMPPC-COUNT
                   OR WS-EMPPC-CODE(WS-EMPPC-IDX) = WS-TALLY-CODE
               SET WS-EMPPC-IDX UP BY 1
           END-PERFORM
           IF WS-EMPPC-IDX > WS-EMPPC-COUNT
               IF WS-EMPPC-COUNT = 10
                   DISPLAY "Pay-code bucket table full for " EMP-ID
                       " -- " WS-TALLY-CODE " paid as regular time."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMPPC-COUNT
               SET WS-EMPPC-IDX TO WS-EMPPC-COUNT
               MOVE WS-TALLY-CODE TO WS-EMPPC-CODE(WS-EMPPC-IDX)
               MOVE WS-PAYC-DESC(WS-PAYC-IDX)
                   TO WS-EMPPC-DESC(WS-EMPPC-IDX)
               MOVE WS-PAYC-GL-ACCOUNT(WS-PAYC-IDX)
                   TO WS-EMPPC-FACTOR(WS-EMPPC-IDX)
               MOVE ZERO TO WS-EMPPC-HOURS(WS-EMPPC-IDX)
               MOVE ZERO TO WS-EMPPC-AMOUNT(WS-EMPPC-IDX)
               IF WS-TALLY-CODE = WS-HOL-PAY-CODE
                   MOVE "Y" TO WS-EMPPC-FULL-PRICE(WS-EMPPC-IDX)
               ELSE
                   MOVE "N" TO WS-EMPPC-FULL-PRICE(WS-EMPPC-IDX)
               END-IF
           END-IF
           ADD WS-TALLY-HOURS TO WS-EMPPC-HOURS(WS-EMPPC-IDX).


      * a project-coded worked line, held until the pay is known.
      * A code the project master does not carry as open is paid
      * but not costed -- TCEDIT has already listed it.
       NOTE-JOB-COST-LINE.
           SET WS-PROJ-IDX TO 1
           PERFORM UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
                   OR WS-PROJ-CODE(WS-PROJ-IDX) = TC-PROJECT-CODE
               SET WS-PROJ-IDX UP BY 1
           END-PERFORM
           IF WS-PROJ-IDX > WS-PROJ-COUNT
               OR WS-PROJ-STATUS(WS-PROJ-IDX) = "C"
               DISPLAY "Project " TC-PROJECT-CODE " on timecard for "
                   EMP-ID " unknown or closed -- not costed."
               ADD 1 TO WS-JC-UNCOSTED
               EXIT PARAGRAPH
           END-IF
           IF WS-EMPJC-COUNT = 20
               DISPLAY "Job-cost line table full for " EMP-ID
                   " -- " TC-PROJECT-CODE " not costed."
               ADD 1 TO WS-JC-UNCOSTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMPJC-COUNT
           SET WS-EMPJC-IDX TO WS-EMPJC-COUNT
           MOVE TC-PROJECT-CODE TO WS-EMPJC-PROJECT(WS-EMPJC-IDX)
           MOVE WS-PROJ-CUSTOMER(WS-PROJ-IDX)
               TO WS-EMPJC-CUSTOMER(WS-EMPJC-IDX)
           MOVE TC-WORK-DATE TO WS-EMPJC-DATE(WS-EMPJC-IDX)
           MOVE TC-PAY-CODE  TO WS-EMPJC-PAY-CODE(WS-EMPJC-IDX)
           MOVE TC-HOURS     TO WS-EMPJC-HOURS(WS-EMPJC-IDX)
           MOVE 1.00 TO WS-EMPJC-FACTOR(WS-EMPJC-IDX)
           IF TC-PAY-CODE NOT = SPACES AND TC-PAY-CODE NOT = "REG"
               SET WS-PAYC-IDX TO 1
               PERFORM UNTIL WS-PAYC-IDX > WS-PAYC-COUNT
                       OR WS-PAYC-CODE(WS-PAYC-IDX) = TC-PAY-CODE
                   SET WS-PAYC-IDX UP BY 1
               END-PERFORM
               IF WS-PAYC-IDX NOT > WS-PAYC-COUNT
                   MOVE WS-PAYC-FACTOR(WS-PAYC-IDX)
                       TO WS-EMPJC-FACTOR(WS-EMPJC-IDX)
               END-IF
           END-IF.


      ******************************************************************
      * Costs the employee's project lines at the loaded rate: the
      * hours at the pay rate (an hourly employee's RATE, otherwise
      * the period's pay over the hours worked) times the pay
      * code's factor, plus an even per-hour share of the overtime
      * premium; the employer payroll tax then burdens the labor in
      * the proportion it bears to the employee's gross.
      ******************************************************************
       WRITE-JOB-COST-LINES.
           IF WS-RESTART-IN-PROGRESS
               AND EMP-ID NOT > CKPT-LAST-EMP-ID
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-JC-OT-PER-HOUR
           MOVE ZERO TO WS-JC-BURDEN-RATE
           IF EMP-CLASS-HOURLY
               MOVE RATE TO WS-JC-RATE
           ELSE
               IF WS-TC-PERIOD-HOURS > ZERO
                   COMPUTE WS-JC-RATE ROUNDED =
                       GROSS-PAY / WS-TC-PERIOD-HOURS
               ELSE
                   MOVE ZERO TO WS-JC-RATE
               END-IF
           END-IF
           IF WS-TC-PERIOD-HOURS > ZERO
               COMPUTE WS-JC-OT-PER-HOUR ROUNDED =
                   WS-OT-PREMIUM-AMOUNT / WS-TC-PERIOD-HOURS
           END-IF
           IF GROSS-PAY > ZERO
               COMPUTE WS-JC-BURDEN-RATE ROUNDED =
                   WS-EMPLOYER-TAX / GROSS-PAY
           END-IF

           PERFORM VARYING WS-EMPJC-IDX FROM 1 BY 1
               UNTIL WS-EMPJC-IDX > WS-EMPJC-COUNT
               MOVE SPACES TO JOB-COST-RECORD
               MOVE WS-EMPJC-PROJECT(WS-EMPJC-IDX) TO JC-PROJECT-CODE
               MOVE WS-EMPJC-CUSTOMER(WS-EMPJC-IDX) TO JC-CUSTOMER-ID
               MOVE WS-PP-PERIOD-NUMBER TO JC-PERIOD-NUMBER
               MOVE WS-PP-END-DATE      TO JC-PERIOD-END
               MOVE EMP-ID              TO JC-EMP-ID
               MOVE WS-EMPJC-DATE(WS-EMPJC-IDX)     TO JC-WORK-DATE
               MOVE WS-EMPJC-PAY-CODE(WS-EMPJC-IDX) TO JC-PAY-CODE
               MOVE WS-EMPJC-HOURS(WS-EMPJC-IDX)    TO JC-HOURS
               COMPUTE JC-LABOR-COST ROUNDED =
                   WS-EMPJC-HOURS(WS-EMPJC-IDX)
                   * (WS-JC-RATE * WS-EMPJC-FACTOR(WS-EMPJC-IDX)
                      + WS-JC-OT-PER-HOUR)
                   ON SIZE ERROR
                       MOVE 99999.99 TO JC-LABOR-COST
               END-COMPUTE
               COMPUTE JC-BURDEN-COST ROUNDED =
                   JC-LABOR-COST * WS-JC-BURDEN-RATE
               COMPUTE JC-TOTAL-COST =
                   JC-LABOR-COST + JC-BURDEN-COST
                   ON SIZE ERROR
                       MOVE 99999.99 TO JC-TOTAL-COST
               END-COMPUTE
               WRITE JOB-COST-RECORD
               ADD 1 TO WS-JC-LINE-COUNT
           END-PERFORM.


      ******************************************************************
      * Paid holidays. An hourly employee in this run's pay group
      * whose class and group carry a "Y" holiday rule is credited
      * with the rule's hours under the HOL code for every period
      * holiday on which they were employed and have no timecard
      * line at all; any line on the day counts as a match, so
      * nothing is paid twice. Time worked on the holiday earns the
      * HLW premium on top of the hours worked. Both go on the
      * timecard exception listing so the clerk sees what was
      * added.
      ******************************************************************
       CHECK-HOLIDAY-ELIGIBILITY.
           MOVE "N" TO WS-HOL-ELIGIBLE-SW
           IF WS-HOLP-COUNT = ZERO OR NOT EMP-CLASS-HOURLY
               EXIT PARAGRAPH
           END-IF
           IF EMP-PAY-GROUP = SPACE
               MOVE "W" TO WS-HOL-EMP-GROUP
           ELSE
               MOVE EMP-PAY-GROUP TO WS-HOL-EMP-GROUP
           END-IF
           IF WS-HOL-EMP-GROUP NOT = WS-RUN-PAY-GROUP
               EXIT PARAGRAPH
           END-IF
           SET WS-HOLR-IDX TO 1
           PERFORM UNTIL WS-HOLR-IDX > WS-HOLR-COUNT
                   OR (WS-HOLR-CLASS(WS-HOLR-IDX) = "H"
                       AND WS-HOLR-GROUP(WS-HOLR-IDX)
                           = WS-HOL-EMP-GROUP)
               SET WS-HOLR-IDX UP BY 1
           END-PERFORM
           IF WS-HOLR-IDX > WS-HOLR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLR-ELIGIBLE(WS-HOLR-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLR-HOURS(WS-HOLR-IDX) TO WS-HOL-DAY-HOURS
           SET WS-HOL-ELIGIBLE TO TRUE
           PERFORM VARYING WS-HOLP-IDX FROM 1 BY 1
               UNTIL WS-HOLP-IDX > WS-HOLP-COUNT
               MOVE "N" TO WS-HOLP-SEEN(WS-HOLP-IDX)
           END-PERFORM.


      * a timecard line dated on a period holiday; worked time on
      * the day picks up the holiday premium
       NOTE-HOLIDAY-LINE.
           SET WS-HOLP-IDX TO 1
           PERFORM UNTIL WS-HOLP-IDX > WS-HOLP-COUNT
                   OR WS-HOLP-DATE(WS-HOLP-IDX) = TC-WORK-DATE
               SET WS-HOLP-IDX UP BY 1
           END-PERFORM
           IF WS-HOLP-IDX > WS-HOLP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HOLP-SEEN(WS-HOLP-IDX)
           IF TC-TYPE-WORKED AND TC-PAY-CODE NOT = WS-HOL-PAY-CODE
               AND TC-HOURS > ZERO
               MOVE WS-HOL-WORKED-CODE TO WS-TALLY-CODE
               MOVE TC-HOURS TO WS-TALLY-HOURS
               PERFORM TALLY-PREMIUM-HOURS
               MOVE "HOLIDAY PREMIUM:    " TO TCX-TAG
               MOVE TC-WORK-DATE TO TCX-WORK-DATE
               MOVE TC-HOURS TO TCX-HOURS
               PERFORM WRITE-HOLIDAY-EXCEPTION
           END-IF.


       GENERATE-HOLIDAY-HOURS.
           PERFORM VARYING WS-HOLP-IDX FROM 1 BY 1
               UNTIL WS-HOLP-IDX > WS-HOLP-COUNT
               IF WS-HOLP-SEEN(WS-HOLP-IDX) = "N"
                   AND (EMP-HIRE-DATE = SPACES
                       OR EMP-HIRE-DATE <= WS-HOLP-DATE(WS-HOLP-IDX))
                   AND (EMP-TERM-DATE = SPACES
                       OR EMP-TERM-DATE >= WS-HOLP-DATE(WS-HOLP-IDX))
                   ADD WS-HOL-DAY-HOURS TO WS-TC-HOL-HOURS
                   MOVE WS-HOL-PAY-CODE TO WS-TALLY-CODE
                   MOVE WS-HOL-DAY-HOURS TO WS-TALLY-HOURS
                   PERFORM TALLY-PREMIUM-HOURS
                   MOVE "HOLIDAY HRS ADDED:  " TO TCX-TAG
                   MOVE WS-HOLP-DATE(WS-HOLP-IDX) TO TCX-WORK-DATE
                   MOVE WS-HOL-DAY-HOURS TO TCX-HOURS
                   PERFORM WRITE-HOLIDAY-EXCEPTION
               END-IF
           END-PERFORM.


      * same restart rule as the no-time lines: an employee already
      * behind the checkpoint is on the reopened listing
       WRITE-HOLIDAY-EXCEPTION.
           IF WS-RESTART-IN-PROGRESS
               AND EMP-ID NOT > CKPT-LAST-EMP-ID
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID TO TCX-EMP-ID
           MOVE TC-EXCEPTION-LINE TO TIMECARD-EXCEPTION-REC
           WRITE TIMECARD-EXCEPTION-REC.


      ******************************************************************
      * Two-file match against the commission transaction file, same
      * shape as the timecard match. The records are consumed for
      * every employee so the files stay in step, but the summed
      * amount is only paid on the commission pay class.
      ******************************************************************
       MATCH-COMMISSIONS-FOR-EMPLOYEE.
           MOVE ZERO TO WS-COMM-PERIOD-AMOUNT

           PERFORM UNTIL WS-COMM-FILE-EOF
                   OR CM-EMP-ID >= EMP-ID
               DISPLAY "Unmatched commission record for " CM-EMP-ID
               PERFORM READ-COMMISSION
           END-PERFORM

           PERFORM UNTIL WS-COMM-FILE-EOF
                   OR CM-EMP-ID NOT = EMP-ID
               ADD CM-AMOUNT TO WS-COMM-PERIOD-AMOUNT
               PERFORM READ-COMMISSION
           END-PERFORM

           IF WS-COMM-PERIOD-AMOUNT > ZERO
               AND NOT EMP-CLASS-COMMISSION
               DISPLAY "Commission amount ignored for non-commission"
                   " employee " EMP-ID
           END-IF.


       READ-COMMISSION.
           READ COMMISSION-TRANSACTION-FILE
               AT END SET WS-COMM-FILE-EOF TO TRUE
           END-READ.


      ******************************************************************
      * Two-file match against the reimbursement file, same shape as
      * the commission match. Each claim is edited as it is taken:
      * an approver is required, the expense type must be on
      * EXPTYPES.TXT with its account on the chart, and the amount
      * may not exceed the type's limit. Good claims total into
      * WS-REIMB-TOTAL for the net; refused ones carry a reason and
      * are written to the reimbursement suspense by the paying
      * path. A claim for no employee on the master is refused here.
      ******************************************************************
       MATCH-REIMBURSEMENTS-FOR-EMPLOYEE.
           MOVE ZERO TO WS-EMPRB-COUNT
           MOVE ZERO TO WS-REIMB-TOTAL

           PERFORM UNTIL WS-RMB-FILE-EOF
                   OR RMB-EMP-ID >= EMP-ID
               PERFORM WRITE-UNMATCHED-REIMBURSEMENT
               PERFORM READ-REIMBURSEMENT
           END-PERFORM

           PERFORM UNTIL WS-RMB-FILE-EOF
                   OR RMB-EMP-ID NOT = EMP-ID
               PERFORM TAKE-ONE-REIMBURSEMENT
               PERFORM READ-REIMBURSEMENT
           END-PERFORM.


       TAKE-ONE-REIMBURSEMENT.
           IF WS-EMPRB-COUNT = 10
               MOVE REIMBURSEMENT-RECORD TO RSU-TRANSACTION
               MOVE "OVER 10 CLAIMS THIS PERIOD" TO RSU-REASON
               PERFORM WRITE-REIMBURSEMENT-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMPRB-COUNT
           SET WS-EMPRB-IDX TO WS-EMPRB-COUNT
           MOVE REIMBURSEMENT-RECORD TO WS-EMPRB-IMAGE(WS-EMPRB-IDX)
           MOVE RMB-EXP-TYPE TO WS-EMPRB-TYPE(WS-EMPRB-IDX)
           MOVE SPACES TO WS-EMPRB-DESC(WS-EMPRB-IDX)
           MOVE SPACES TO WS-EMPRB-GL(WS-EMPRB-IDX)
           MOVE ZERO TO WS-EMPRB-AMOUNT(WS-EMPRB-IDX)
           MOVE SPACES TO WS-EMPRB-REASON(WS-EMPRB-IDX)

           IF RMB-AMOUNT NOT NUMERIC OR RMB-AMOUNT = ZERO
               MOVE "AMOUNT MISSING OR INVALID"
                   TO WS-EMPRB-REASON(WS-EMPRB-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE RMB-AMOUNT TO WS-EMPRB-AMOUNT(WS-EMPRB-IDX)
           IF RMB-APPROVER = SPACES
               MOVE "NO APPROVER" TO WS-EMPRB-REASON(WS-EMPRB-IDX)
               EXIT PARAGRAPH
           END-IF

           SET WS-XTY-IDX TO 1
           PERFORM UNTIL WS-XTY-IDX > WS-XTY-COUNT
                   OR WS-XTY-CODE(WS-XTY-IDX) = RMB-EXP-TYPE
               SET WS-XTY-IDX UP BY 1
           END-PERFORM
           IF WS-XTY-IDX > WS-XTY-COUNT
               MOVE "EXPENSE TYPE NOT ON EXPTYPES"
                   TO WS-EMPRB-REASON(WS-EMPRB-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XTY-DESC(WS-XTY-IDX) TO WS-EMPRB-DESC(WS-EMPRB-IDX)
           MOVE WS-XTY-GL-ACCOUNT(WS-XTY-IDX)
               TO WS-EMPRB-GL(WS-EMPRB-IDX)
           IF RMB-AMOUNT > WS-XTY-LIMIT(WS-XTY-IDX)
               MOVE "OVER EXPENSE TYPE LIMIT"
                   TO WS-EMPRB-REASON(WS-EMPRB-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XTY-GL-ACCOUNT(WS-XTY-IDX) TO WS-COA-WORK-ACCT
           PERFORM CHECK-CHART-ACCOUNT
           IF NOT WS-COA-ACCOUNT-GOOD
               MOVE "GL ACCOUNT NOT ON CHART"
                   TO WS-EMPRB-REASON(WS-EMPRB-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD RMB-AMOUNT TO WS-REIMB-TOTAL.


       READ-REIMBURSEMENT.
           READ REIMBURSEMENT-FILE
               AT END SET WS-RMB-FILE-EOF TO TRUE
           END-READ.


      * net pay so far is wages less tax and deductions; the good
      * claims ride on top of it, untouched by either
       ADD-REIMBURSEMENTS-TO-NET.
           ADD WS-REIMB-TOTAL TO NET-PAY.


      * the paying path's refused claims, each with its own reason
       WRITE-REFUSED-REIMBURSEMENTS.
           PERFORM VARYING WS-EMPRB-IDX FROM 1 BY 1
               UNTIL WS-EMPRB-IDX > WS-EMPRB-COUNT
               IF WS-EMPRB-REASON(WS-EMPRB-IDX) NOT = SPACES
                   MOVE WS-EMPRB-IMAGE(WS-EMPRB-IDX)
                       TO RSU-TRANSACTION
                   MOVE WS-EMPRB-REASON(WS-EMPRB-IDX) TO RSU-REASON
                   PERFORM WRITE-REIMBURSEMENT-SUSPENSE
               END-IF
           END-PERFORM.


      * an employee who is not paid this run (suspended, inactive,
      * not yet hired) takes none of the claims: every one goes to
      * suspense, a refused claim with its own reason and a good
      * one with WS-RSU-WORK-REASON
       SUSPEND-ALL-REIMBURSEMENTS.
           PERFORM VARYING WS-EMPRB-IDX FROM 1 BY 1
               UNTIL WS-EMPRB-IDX > WS-EMPRB-COUNT
               MOVE WS-EMPRB-IMAGE(WS-EMPRB-IDX) TO RSU-TRANSACTION
               IF WS-EMPRB-REASON(WS-EMPRB-IDX) NOT = SPACES
                   MOVE WS-EMPRB-REASON(WS-EMPRB-IDX) TO RSU-REASON
               ELSE
                   MOVE WS-RSU-WORK-REASON TO RSU-REASON
               END-IF
               PERFORM WRITE-REIMBURSEMENT-SUSPENSE
           END-PERFORM
           MOVE ZERO TO WS-EMPRB-COUNT
           MOVE ZERO TO WS-REIMB-TOTAL.


       WRITE-UNMATCHED-REIMBURSEMENT.
           MOVE REIMBURSEMENT-RECORD TO RSU-TRANSACTION
           MOVE "EMPLOYEE NOT ON MASTER" TO RSU-REASON
           PERFORM WRITE-REIMBURSEMENT-SUSPENSE.


      * claims left after the last master record belong to nobody
       DRAIN-UNMATCHED-REIMBURSEMENTS.
           PERFORM UNTIL WS-RMB-FILE-EOF
               PERFORM WRITE-UNMATCHED-REIMBURSEMENT
               PERFORM READ-REIMBURSEMENT
           END-PERFORM
           IF WS-RSU-COUNT > ZERO
               DISPLAY "Reimbursements suspended: " WS-RSU-COUNT
           END-IF.


      * the restart replay re-reads claims the first pass already
      * suspended; those are counted but not written twice
       WRITE-REIMBURSEMENT-SUSPENSE.
           ADD 1 TO WS-RSU-COUNT
           IF WS-TRIAL-RUN
               EXIT PARAGRAPH
           END-IF
           IF WS-RESTART-IN-PROGRESS
               AND RSU-TRANSACTION(1:6) NOT > CKPT-LAST-EMP-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PP-PERIOD-NUMBER TO RSU-PERIOD
           WRITE REIMBURSEMENT-SUSPENSE-RECORD.


       WRITE-UNMATCHED-TIMECARD.
           ADD 1 TO WS-UNMATCHED-TC-COUNT
           IF WS-RESTART-IN-PROGRESS
               AND TC-EMP-ID NOT > CKPT-LAST-EMP-ID
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TC-EXCEPTION-LINE
           MOVE "UNMATCHED TIMECARD: " TO TCX-TAG
           MOVE TC-EMP-ID    TO TCX-EMP-ID
           MOVE TC-WORK-DATE TO TCX-WORK-DATE
           MOVE TC-HOURS     TO TCX-HOURS
           MOVE TC-EXCEPTION-LINE TO TIMECARD-EXCEPTION-REC
           WRITE TIMECARD-EXCEPTION-REC.
           COMPUTE WS-GL-BASE-GROSS =
               GROSS-PAY - WS-PREMIUM-AMOUNT
           PERFORM POST-PREMIUM-GL-ROWS
      *    reimbursements likewise carry their own share of net pay
      *    to their expense accounts
           COMPUTE WS-GL-BASE-NET = NET-PAY - WS-REIMB-TOTAL
           PERFORM POST-REIMBURSEMENT-GL-ROWS
           PERFORM POST-EMPLOYER-GL-ROWS
           PERFORM ACCUMULATE-COMP-CLASS-WAGES
           IF WS-PERIOD-SPANS-MONTHS
               MOVE WS-GL-BASE-GROSS TO WS-ALLOC-GROSS
               MOVE TOTAL-TAX        TO WS-ALLOC-TAX
               MOVE WS-EMP-DED-TOTAL TO WS-ALLOC-DED
               MOVE WS-GL-BASE-NET   TO WS-ALLOC-NET
               PERFORM ADD-TO-GL-ENTRY
           ELSE
               PERFORM SPREAD-EMPLOYEE-SPLITS
           END-PERFORM.


      * one row per paid reimbursement on the home department: the
      * expense account is debited through the gross column and the
      * same amount credited to net pay payable, so the batch still
      * balances and the register net foots to the GL net column
       POST-REIMBURSEMENT-GL-ROWS.
           PERFORM VARYING WS-EMPRB-IDX FROM 1 BY 1
               UNTIL WS-EMPRB-IDX > WS-EMPRB-COUNT
               IF WS-EMPRB-REASON(WS-EMPRB-IDX) = SPACES
                   MOVE EMP-DEPT-CODE TO WS-ALLOC-DEPT
                   MOVE WS-EMPRB-GL(WS-EMPRB-IDX) TO WS-ALLOC-GL
                   MOVE WS-EMPRB-AMOUNT(WS-EMPRB-IDX)
                       TO WS-ALLOC-GROSS
                   MOVE ZERO TO WS-ALLOC-TAX
                   MOVE ZERO TO WS-ALLOC-DED
                   MOVE WS-EMPRB-AMOUNT(WS-EMPRB-IDX)
                       TO WS-ALLOC-NET
                   PERFORM ADD-TO-GL-ENTRY
               END-IF
           END-PERFORM.


      * each taken amount rolls into its owning master entry, so the
      * journal can credit every deduction's own liability account;
      * the lookup mirrors COLLECT-EMPLOYEE-DEDUCTION, which already
               TO WS-LIABD-CODE(WS-LIABD-IDX)
           MOVE EMP-ID TO WS-LIABD-EMP-ID(WS-LIABD-IDX)
           COMPUTE WS-LIABD-AMOUNT(WS-LIABD-IDX) =
               WS-EMPDED-TAKEN(WS-EMPDED-IDX) * WS-DED-LIAB-SIGN
           MOVE SPACES TO WS-LIABD-CASE(WS-LIABD-IDX)
           IF WS-EMPDED-CASE-IDX(WS-EMPDED-IDX) > ZERO
               SET WS-GCASE-IDX TO WS-EMPDED-CASE-IDX(WS-EMPDED-IDX)
               MOVE WS-GCASE-NUMBER(WS-GCASE-IDX)
                   TO WS-LIABD-CASE(WS-LIABD-IDX)
           END-IF.


      ******************************************************************
           MOVE "FED" TO WS-TAXL-WORK-JUR
           MOVE FED-TAX TO WS-TAXL-WORK-AMT
           PERFORM ADD-TAX-LIABILITY-BUCKET
      *    state withholding is owed to each state that withheld
      *    on a share of the pay
           IF WS-EMPST-COUNT = ZERO
               IF STATE-TAX > ZERO
                   MOVE SPACES TO WS-TAXL-WORK-JUR
                   STRING "S" EMP-WORK-STATE
                       DELIMITED BY SIZE INTO WS-TAXL-WORK-JUR
                   END-STRING
                   MOVE STATE-TAX TO WS-TAXL-WORK-AMT
                   PERFORM ADD-TAX-LIABILITY-BUCKET
               END-IF
           ELSE
               PERFORM VARYING WS-EMPST-IDX FROM 1 BY 1
                   UNTIL WS-EMPST-IDX > WS-EMPST-COUNT
                   IF WS-EMPST-TAX(WS-EMPST-IDX) > ZERO
                       MOVE SPACES TO WS-TAXL-WORK-JUR
                       STRING "S" WS-EMPST-WH-STATE(WS-EMPST-IDX)
                           DELIMITED BY SIZE INTO WS-TAXL-WORK-JUR
                       END-STRING
                       MOVE WS-EMPST-TAX(WS-EMPST-IDX)
                           TO WS-TAXL-WORK-AMT
                       PERFORM ADD-TAX-LIABILITY-BUCKET
                   END-IF
               END-PERFORM
           END-IF
           IF LOCAL-TAX > ZERO
               MOVE SPACES TO WS-TAXL-WORK-JUR
               MOVE LOCAL-TAX TO WS-TAXL-WORK-AMT
               PERFORM ADD-TAX-LIABILITY-BUCKET
           END-IF
           IF SS-TAX > ZERO
               MOVE "OAS" TO WS-TAXL-WORK-JUR
               MOVE SS-TAX TO WS-TAXL-WORK-AMT
               PERFORM ADD-TAX-LIABILITY-BUCKET
           END-IF
           IF MEDICARE-TAX > ZERO
               MOVE "MED" TO WS-TAXL-WORK-JUR
               MOVE MEDICARE-TAX TO WS-TAXL-WORK-AMT
               PERFORM ADD-TAX-LIABILITY-BUCKET
           END-IF
           IF WS-EMPLOYER-TAX > ZERO
               MOVE "EMP" TO WS-TAXL-WORK-JUR
               MOVE WS-EMPLOYER-TAX TO WS-TAXL-WORK-AMT
               COMPUTE WS-ALLOC-DED =
                   WS-EMP-DED-TOTAL - WS-ALLOCATED-DED
               COMPUTE WS-ALLOC-NET =
                   WS-GL-BASE-NET - WS-ALLOCATED-NET
           ELSE
               COMPUTE WS-ALLOC-GROSS ROUNDED = WS-GL-BASE-GROSS
                   * WS-SPL-PCT(WS-SPLIT-WORK-IDX) / 100
                   * WS-SPL-PCT(WS-SPLIT-WORK-IDX) / 100
               COMPUTE WS-ALLOC-DED ROUNDED = WS-EMP-DED-TOTAL
                   * WS-SPL-PCT(WS-SPLIT-WORK-IDX) / 100
               COMPUTE WS-ALLOC-NET ROUNDED = WS-GL-BASE-NET
                   * WS-SPL-PCT(WS-SPLIT-WORK-IDX) / 100
               ADD WS-ALLOC-GROSS TO WS-ALLOCATED-GROSS
               ADD WS-ALLOC-TAX   TO WS-ALLOCATED-TAX

           MOVE WS-SPL-DEPT(WS-SPLIT-WORK-IDX) TO WS-ALLOC-DEPT
           MOVE WS-SPL-GL(WS-SPLIT-WORK-IDX)   TO WS-ALLOC-GL
           PERFORM CHECK-INTERCOMPANY-SPLIT
           IF WS-IC-SPLIT-ROW
               PERFORM ADD-TO-RECHARGE-ENTRY
           END-IF
           PERFORM ADD-TO-GL-ENTRY

           IF WS-SPLITDTL-COUNT < 200
               ADD 1 TO WS-SPLITDTL-COUNT
               SET WS-SPLITDTL-IDX TO WS-SPLITDTL-COUNT
               MOVE EMP-ID TO WS-SPD-EMP-ID(WS-SPLITDTL-IDX)
               MOVE WS-SPL-DEPT(WS-SPLIT-WORK-IDX)
                   TO WS-SPD-DEPT(WS-SPLITDTL-IDX)
               MOVE WS-SPL-GL(WS-SPLIT-WORK-IDX)
                   TO WS-SPD-GL(WS-SPLITDTL-IDX)
               MOVE WS-SPL-PCT(WS-SPLIT-WORK-IDX)
                   TO WS-SPD-PCT(WS-SPLITDTL-IDX)
               MOVE WS-ALLOC-GROSS
           END-IF.


      * a split account the chart assigns to a company other than
      * the one being paid makes the row a recharge
       CHECK-INTERCOMPANY-SPLIT.
           MOVE "N" TO WS-IC-SPLIT-FLAG
           SET WS-COA-IDX TO 1
           PERFORM UNTIL WS-COA-IDX > WS-COA-COUNT
                   OR WS-COA-ACCOUNT(WS-COA-IDX) = WS-ALLOC-GL
               SET WS-COA-IDX UP BY 1
           END-PERFORM
           IF WS-COA-IDX > WS-COA-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-COA-COMPANY(WS-COA-IDX) NOT = SPACES
               AND WS-COA-COMPANY(WS-COA-IDX) NOT = WS-RUN-COMPANY
               MOVE WS-COA-COMPANY(WS-COA-IDX) TO WS-IC-WORK-COMPANY
               SET WS-IC-SPLIT-ROW TO TRUE
           END-IF.


      * the receiving company's expense is held for its own batch,
      * and the paying company's share of the row is redirected to
      * its due-from account for that company; with either table
      * full the row stays on the paying company's books as before
       ADD-TO-RECHARGE-ENTRY.
           SET WS-ICC-IDX TO 1
           PERFORM UNTIL WS-ICC-IDX > WS-ICC-COUNT
                   OR WS-ICC-COMPANY(WS-ICC-IDX) = WS-IC-WORK-COMPANY
               SET WS-ICC-IDX UP BY 1
           END-PERFORM
           SET WS-ICR-IDX TO 1
           PERFORM UNTIL WS-ICR-IDX > WS-ICR-COUNT
                   OR (WS-ICR-COMPANY(WS-ICR-IDX) = WS-IC-WORK-COMPANY
                   AND WS-ICR-DEPT(WS-ICR-IDX) = WS-ALLOC-DEPT
                   AND WS-ICR-GL(WS-ICR-IDX) = WS-ALLOC-GL)
               SET WS-ICR-IDX UP BY 1
           END-PERFORM
           IF (WS-ICC-IDX > WS-ICC-COUNT AND WS-ICC-COUNT = 10)
               OR (WS-ICR-IDX > WS-ICR-COUNT AND WS-ICR-COUNT = 100)
               DISPLAY "Recharge table full -- " WS-ALLOC-DEPT "/"
                   WS-ALLOC-GL " stays on company " WS-RUN-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF WS-ICC-IDX > WS-ICC-COUNT
               ADD 1 TO WS-ICC-COUNT
               SET WS-ICC-IDX TO WS-ICC-COUNT
               MOVE WS-IC-WORK-COMPANY TO WS-ICC-COMPANY(WS-ICC-IDX)
               MOVE ZERO TO WS-ICC-TOTAL(WS-ICC-IDX)
               MOVE ZERO TO WS-ICC-LINES(WS-ICC-IDX)
               MOVE SPACES TO WS-ICC-BATCH-ID(WS-ICC-IDX)
           END-IF
           IF WS-ICR-IDX > WS-ICR-COUNT
               ADD 1 TO WS-ICR-COUNT
               SET WS-ICR-IDX TO WS-ICR-COUNT
               MOVE WS-IC-WORK-COMPANY TO WS-ICR-COMPANY(WS-ICR-IDX)
               MOVE WS-ALLOC-DEPT TO WS-ICR-DEPT(WS-ICR-IDX)
               MOVE WS-ALLOC-GL   TO WS-ICR-GL(WS-ICR-IDX)
               MOVE ZERO TO WS-ICR-AMOUNT(WS-ICR-IDX)
               ADD 1 TO WS-ICC-LINES(WS-ICC-IDX)
           END-IF
           ADD WS-ALLOC-GROSS TO WS-ICR-AMOUNT(WS-ICR-IDX)
           ADD WS-ALLOC-GROSS TO WS-ICC-TOTAL(WS-ICC-IDX)

           MOVE WS-PAYABLE-DEPT TO WS-ALLOC-DEPT
           MOVE SPACES TO WS-ALLOC-GL
           STRING WS-IC-DUE-FROM-BASE WS-IC-WORK-COMPANY
               DELIMITED BY SIZE INTO WS-ALLOC-GL
           END-STRING.


      ******************************************************************
      * A GL row is one dept plus one account, kept on the keyed
      * GLWORK file instead of a fixed table, so there is no ceiling
           MOVE WS-REG-PAGE-SIZE TO RWR-LINES-PER-PAGE
           MOVE GL-HEADING-LINE TO RWR-HEADING-1
           MOVE SPACES TO RWR-HEADING-2
           IF WS-TRIAL-RUN
               MOVE SPACES TO RWR-REPORT-NAME
           ELSE
               MOVE "GLDIST" TO RWR-REPORT-NAME
           END-IF
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
               MOVE GLW-DEDUCTIONS    TO GL-RPT-DEDUCT
               MOVE GLW-NET-PAY       TO GL-RPT-NET
               MOVE GL-REPORT-LINE TO GL-DISTRIBUTION-REC
               MOVE GLW-DEPT-CODE TO RWR-BURST-KEY
               PERFORM ROUTE-GL-REPORT-LINE
               PERFORM WRITE-GL-EXTRACT-ROW
               ADD 1 TO WS-GL-LINE-COUNT
           IF WS-GL-BREAK-DEPT NOT = SPACES
               PERFORM WRITE-GL-DEPT-BREAK
           END-IF
           MOVE "C" TO RWR-ACTION
           MOVE 2 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE WS-GL-LINE-COUNT TO GCT-COUNT
           MOVE WS-GL-GROSS-SUM  TO GCT-GROSS
           MOVE GL-CONTROL-TRAILER TO GL-DISTRIBUTION-REC
           MOVE 2 TO RWR-REPORT-ID
           MOVE 1 TO RWR-BREAK-LEVEL
           MOVE GL-DEPT-BREAK-LINE TO RWR-DETAIL-LINE
           MOVE WS-GL-BREAK-DEPT TO RWR-BURST-KEY
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
      * led by a batch header carrying the totals. The batch is only
      * written when debits equal credits -- an unbalanced batch
      * ends the job with RETURN-CODE 8 and no journal file, so
      * accounting can never post half a payroll. Every batch is
      * logged BUILT on the journal control log (JRNLCTL.TXT) under
      * its batch id, for the ledger's posting results to settle.
      ******************************************************************
       WRITE-GL-JOURNAL.
           IF WS-TRIAL-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRNL-RUN-STAMP
           MOVE ZERO TO WS-JRNL-BATCH-SEQ
           MOVE WS-RUN-MODE TO WS-JRNL-BATCH-TYPE
           PERFORM NEXT-JOURNAL-BATCH-ID
           MOVE JRH-BATCH-ID TO WS-IC-MAIN-BATCH-ID
           MOVE WS-RUN-COMPANY       TO JRH-COMPANY
           MOVE WS-PP-PERIOD-NUMBER  TO JRH-PERIOD
           MOVE WS-TODAY-DATE        TO JRH-DATE
           MOVE WS-JRNL-DEBIT-TOTAL  TO JRH-DEBIT-TOTAL
           MOVE WS-JRNL-LINE-COUNT   TO JRH-LINE-COUNT
           MOVE GL-JOURNAL-HEADER TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           PERFORM LOG-JOURNAL-BATCH

           PERFORM START-GL-WORK-SCAN
           PERFORM READ-NEXT-GL-WORK
               MOVE GLW-ACCOUNT-CODE TO JRN-ACCOUNT
               MOVE GLW-GROSS-PAY    TO JRN-AMOUNT
               MOVE "GROSS WAGES" TO JRN-DESC
               IF GLW-ACCOUNT-CODE(1:6) = WS-IC-DUE-FROM-BASE
                   MOVE "INTERCO LABOR RECHRG" TO JRN-DESC
               END-IF
               WRITE GL-JOURNAL-RECORD
               PERFORM READ-NEXT-GL-WORK
           END-PERFORM
           MOVE "NET PAY PAYABLE" TO JRN-DESC
           WRITE GL-JOURNAL-RECORD

           PERFORM WRITE-INTERCOMPANY-BATCHES
           MOVE WS-RUN-COMPANY TO JRH-COMPANY

           PERFORM WRITE-MONTH-END-ACCRUAL-BATCHES

           CLOSE GL-JOURNAL-FILE
           PERFORM WRITE-INTERCOMPANY-SUMMARY.


      ******************************************************************
      * One header-led batch per receiving company, its header
      * carrying that company's code: the recharged labor debited
      * to the receiving department's own expense account, credited
      * to the company's due-to account for the payer. The payer's
      * side -- the due-from debit -- is already in the main batch
      * above, so the two books carry the same figure both ways.
      ******************************************************************
       WRITE-INTERCOMPANY-BATCHES.
           PERFORM VARYING WS-ICC-IDX FROM 1 BY 1
               UNTIL WS-ICC-IDX > WS-ICC-COUNT
               MOVE "INTERCO" TO WS-JRNL-BATCH-TYPE
               PERFORM NEXT-JOURNAL-BATCH-ID
               MOVE JRH-BATCH-ID TO WS-ICC-BATCH-ID(WS-ICC-IDX)
               MOVE WS-ICC-COMPANY(WS-ICC-IDX) TO JRH-COMPANY
               MOVE WS-PP-PERIOD-NUMBER  TO JRH-PERIOD
               MOVE WS-TODAY-DATE        TO JRH-DATE
               MOVE WS-ICC-TOTAL(WS-ICC-IDX) TO JRH-DEBIT-TOTAL
               MOVE WS-ICC-TOTAL(WS-ICC-IDX) TO JRH-CREDIT-TOTAL
               COMPUTE JRH-LINE-COUNT = WS-ICC-LINES(WS-ICC-IDX) + 1
               MOVE GL-JOURNAL-HEADER TO GL-JOURNAL-RECORD
               WRITE GL-JOURNAL-RECORD
               PERFORM LOG-JOURNAL-BATCH
               PERFORM VARYING WS-ICR-IDX FROM 1 BY 1
                   UNTIL WS-ICR-IDX > WS-ICR-COUNT
                   IF WS-ICR-COMPANY(WS-ICR-IDX)
                       = WS-ICC-COMPANY(WS-ICC-IDX)
                       MOVE "D" TO JRN-RECORD-TYPE
                       MOVE WS-ICR-DEPT(WS-ICR-IDX)   TO JRN-DEPT
                       MOVE WS-ICR-GL(WS-ICR-IDX)     TO JRN-ACCOUNT
                       MOVE WS-ICR-AMOUNT(WS-ICR-IDX) TO JRN-AMOUNT
                       MOVE "INTERCO LABOR RECHRG" TO JRN-DESC
                       WRITE GL-JOURNAL-RECORD
                   END-IF
               END-PERFORM
               MOVE "C" TO JRN-RECORD-TYPE
               MOVE WS-PAYABLE-DEPT TO JRN-DEPT
               MOVE SPACES TO JRN-ACCOUNT
               STRING WS-IC-DUE-TO-BASE WS-RUN-COMPANY
                   DELIMITED BY SIZE INTO JRN-ACCOUNT
               END-STRING
               MOVE WS-ICC-TOTAL(WS-ICC-IDX) TO JRN-AMOUNT
               MOVE SPACES TO JRN-DESC
               STRING "DUE TO COMPANY " WS-RUN-COMPANY
                   DELIMITED BY SIZE INTO JRN-DESC
               END-STRING
               WRITE GL-JOURNAL-RECORD
           END-PERFORM.


      ******************************************************************
      * ICRECHG.RPT: per receiving company, the recharged rows and
      * the two books side by side -- the payer's due-from as it
      * stands in the GL accumulation, the receiver's due-to as
      * batched -- with any difference and a sign-off line for each
      * company's accountant. Replaced every run that has recharges.
      ******************************************************************
       WRITE-INTERCOMPANY-SUMMARY.
           IF WS-ICC-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INTERCO-REPORT-FILE
           IF NOT WS-ICRPT-FILE-OK
               DISPLAY "Cannot write ICRECHG.RPT, status "
                   WS-ICRPT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-COMPANY      TO ICH-COMPANY
           MOVE WS-PP-PERIOD-NUMBER TO ICH-PERIOD
           MOVE WS-TODAY-DATE       TO ICH-DATE
           MOVE IC-HEADING-LINE TO INTERCO-REPORT-REC
           WRITE INTERCO-REPORT-REC
           PERFORM VARYING WS-ICC-IDX FROM 1 BY 1
               UNTIL WS-ICC-IDX > WS-ICC-COUNT
               PERFORM WRITE-ONE-RECHARGE-COMPANY
           END-PERFORM
           CLOSE INTERCO-REPORT-FILE.


       WRITE-ONE-RECHARGE-COMPANY.
           MOVE SPACES TO INTERCO-REPORT-REC
           WRITE INTERCO-REPORT-REC
           MOVE WS-ICC-COMPANY(WS-ICC-IDX)  TO ICM-COMPANY
           MOVE WS-ICC-BATCH-ID(WS-ICC-IDX) TO ICM-BATCH-ID
           MOVE IC-COMPANY-LINE TO INTERCO-REPORT-REC
           WRITE INTERCO-REPORT-REC
           PERFORM VARYING WS-ICR-IDX FROM 1 BY 1
               UNTIL WS-ICR-IDX > WS-ICR-COUNT
               IF WS-ICR-COMPANY(WS-ICR-IDX)
                   = WS-ICC-COMPANY(WS-ICC-IDX)
                   MOVE WS-ICR-DEPT(WS-ICR-IDX)   TO ICD-DEPT
                   MOVE WS-ICR-GL(WS-ICR-IDX)     TO ICD-ACCOUNT
                   MOVE WS-ICR-AMOUNT(WS-ICR-IDX) TO ICD-AMOUNT
                   MOVE IC-DETAIL-LINE TO INTERCO-REPORT-REC
                   WRITE INTERCO-REPORT-REC
               END-IF
           END-PERFORM

      *    the payer's side read back from its own accumulation
           MOVE WS-PAYABLE-DEPT TO GLW-DEPT-CODE
           MOVE SPACES TO WS-IC-WORK-ACCT
           STRING WS-IC-DUE-FROM-BASE WS-ICC-COMPANY(WS-ICC-IDX)
               DELIMITED BY SIZE INTO WS-IC-WORK-ACCT
           END-STRING
           MOVE WS-IC-WORK-ACCT TO GLW-ACCOUNT-CODE
           MOVE ZERO TO WS-IC-DUE-FROM-AMT
           READ GL-WORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE GLW-GROSS-PAY TO WS-IC-DUE-FROM-AMT
           END-READ
           MOVE WS-RUN-COMPANY             TO ICB-COMPANY
           MOVE "DUE FROM"                 TO ICB-SIDE
           MOVE WS-ICC-COMPANY(WS-ICC-IDX) TO ICB-OTHER
           MOVE WS-IC-WORK-ACCT            TO ICB-ACCOUNT
           MOVE WS-IC-DUE-FROM-AMT         TO ICB-AMOUNT
           MOVE WS-IC-MAIN-BATCH-ID        TO ICB-BATCH-ID
           MOVE IC-BOOK-LINE TO INTERCO-REPORT-REC
           WRITE INTERCO-REPORT-REC

           MOVE WS-ICC-COMPANY(WS-ICC-IDX) TO ICB-COMPANY
           MOVE "DUE TO"                   TO ICB-SIDE
           MOVE WS-RUN-COMPANY             TO ICB-OTHER
           MOVE SPACES TO ICB-ACCOUNT
           STRING WS-IC-DUE-TO-BASE WS-RUN-COMPANY
               DELIMITED BY SIZE INTO ICB-ACCOUNT
           END-STRING
           MOVE WS-ICC-TOTAL(WS-ICC-IDX)    TO ICB-AMOUNT
           MOVE WS-ICC-BATCH-ID(WS-ICC-IDX) TO ICB-BATCH-ID
           MOVE IC-BOOK-LINE TO INTERCO-REPORT-REC
           WRITE INTERCO-REPORT-REC

           COMPUTE WS-IC-DIFFERENCE =
               WS-IC-DUE-FROM-AMT - WS-ICC-TOTAL(WS-ICC-IDX)
           IF WS-IC-DIFFERENCE NOT = ZERO
               MOVE SPACES TO INTERCO-REPORT-REC
               MOVE WS-IC-DIFFERENCE TO ICD-AMOUNT
               STRING "    *** DUE-FROM AND DUE-TO DIFFER BY "
                   ICD-AMOUNT " ***"
                   DELIMITED BY SIZE INTO INTERCO-REPORT-REC
               END-STRING
               WRITE INTERCO-REPORT-REC
               MOVE "PAYROL00" TO WS-ERR-PROGRAM-ID
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Intercompany recharge to company "
                   WS-ICC-COMPANY(WS-ICC-IDX) " out of balance"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF

           MOVE WS-RUN-COMPANY TO ICS-COMPANY
           MOVE IC-SIGNOFF-LINE TO INTERCO-REPORT-REC
           WRITE INTERCO-REPORT-REC
           MOVE WS-ICC-COMPANY(WS-ICC-IDX) TO ICS-COMPANY
           MOVE IC-SIGNOFF-LINE TO INTERCO-REPORT-REC
           WRITE INTERCO-REPORT-REC.


      ******************************************************************
           END-IF

      *    accrual batch: one debit row per department, one credit
           MOVE "ACCRUAL" TO WS-JRNL-BATCH-TYPE
           PERFORM NEXT-JOURNAL-BATCH-ID
           MOVE WS-PP-PERIOD-NUMBER  TO JRH-PERIOD
           MOVE WS-OLDMONTH-END      TO JRH-DATE
           MOVE WS-ACCR-TOTAL        TO JRH-DEBIT-TOTAL
           COMPUTE JRH-LINE-COUNT = WS-ACCR-COUNT + 1
           MOVE GL-JOURNAL-HEADER TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           PERFORM LOG-JOURNAL-BATCH
           PERFORM VARYING WS-ACCR-IDX FROM 1 BY 1
               UNTIL WS-ACCR-IDX > WS-ACCR-COUNT
               MOVE "D" TO JRN-RECORD-TYPE

      *    reversing batch: the same rows negated, dated the first
      *    of the new month
           MOVE "ACCR-REV" TO WS-JRNL-BATCH-TYPE
           PERFORM NEXT-JOURNAL-BATCH-ID
           MOVE WS-NEWMONTH-FIRST TO JRH-DATE
           COMPUTE WS-ACCR-NEG-AMOUNT = 0 - WS-ACCR-TOTAL
           MOVE WS-ACCR-NEG-AMOUNT TO JRH-DEBIT-TOTAL
           MOVE WS-ACCR-NEG-AMOUNT TO JRH-CREDIT-TOTAL
           MOVE GL-JOURNAL-HEADER TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           PERFORM LOG-JOURNAL-BATCH
           PERFORM VARYING WS-ACCR-IDX FROM 1 BY 1
               UNTIL WS-ACCR-IDX > WS-ACCR-COUNT
               MOVE "D" TO JRN-RECORD-TYPE
           WRITE GL-JOURNAL-RECORD.


       NEXT-JOURNAL-BATCH-ID.
           ADD 1 TO WS-JRNL-BATCH-SEQ
           MOVE SPACES TO JRH-BATCH-ID
           STRING WS-JRNL-RUN-STAMP WS-JRNL-BATCH-SEQ
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
           MOVE "GLJRNL.TXT"       TO JCT-FILE-NAME
           MOVE WS-JRNL-BATCH-TYPE TO JCT-BATCH-TYPE
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


      * a trial pays nobody, so it leaves no payment events on the
      * permanent audit trail
       WRITE-SYSTEM-AUDIT-RECORD.
           MOVE EMP-ID  TO SYSAUD-KEY-INPUT
           MOVE NET-PAY TO WS-AUDIT-NET-PAY-EDIT
           MOVE WS-AUDIT-NET-PAY-EDIT TO SYSAUD-KEY-RESULT
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD.



       LOAD-DEPOSIT-ALLOCATIONS.
           MOVE ZERO TO WS-ALLOC-COUNT
           MOVE ZERO TO WS-ALLOC-REJECT-COUNT
           OPEN INPUT DEPOSIT-ALLOCATION-FILE
           IF NOT WS-ALLOC-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BANK-DIRECTORY
           PERFORM UNTIL WS-ALLOC-FILE-EOF
                   OR WS-ALLOC-COUNT = 100
               READ DEPOSIT-ALLOCATION-FILE
                   AT END SET WS-ALLOC-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ALLOCATION-ROUTING
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-ALLOCATION-FILE
           IF WS-ALLOC-REJECT-COUNT > ZERO
               DISPLAY "Deposit allocations dropped for bank "
                   "directory: " WS-ALLOC-REJECT-COUNT
           END-IF.


      * an allocation row whose bank is unknown to the directory or
      * no longer receives ACH entries is not loaded
       CHECK-ALLOCATION-ROUTING.
           IF WS-BKD-COUNT > ZERO
               SET WS-BKD-IDX TO 1
               PERFORM UNTIL WS-BKD-IDX > WS-BKD-COUNT
                       OR WS-BKD-ROUTING(WS-BKD-IDX) = DA-ROUTING
                   SET WS-BKD-IDX UP BY 1
               END-PERFORM
               IF WS-BKD-IDX > WS-BKD-COUNT
                   ADD 1 TO WS-ALLOC-REJECT-COUNT
                   DISPLAY "Allocation " DA-EMP-ID "/" DA-PRIORITY
                       " dropped: bank routing number not in"
                       " directory"
                   EXIT PARAGRAPH
               END-IF
               IF NOT WS-BKD-ACH-ELIGIBLE(WS-BKD-IDX)
                   ADD 1 TO WS-ALLOC-REJECT-COUNT
                   DISPLAY "Allocation " DA-EMP-ID "/" DA-PRIORITY
                       " dropped: bank is not ACH eligible"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-ALLOC-COUNT
           SET WS-ALLOC-IDX TO WS-ALLOC-COUNT
           MOVE DA-EMP-ID    TO WS-ALC-EMP-ID(WS-ALLOC-IDX)
           MOVE DA-PRIORITY  TO WS-ALC-PRIORITY(WS-ALLOC-IDX)
           MOVE DA-ROUTING   TO WS-ALC-ROUTING(WS-ALLOC-IDX)
           MOVE DA-ACCOUNT   TO WS-ALC-ACCOUNT(WS-ALLOC-IDX)
           MOVE DA-TYPE      TO WS-ALC-TYPE(WS-ALLOC-IDX)
           MOVE DA-AMOUNT    TO WS-ALC-AMOUNT(WS-ALLOC-IDX).


      * a directory too big for the table is not checked against at
      * all -- a partial one would drop good banks -- and the run
      * ends RETURN-CODE 8 so the table is seen to
       LOAD-BANK-DIRECTORY.
           MOVE ZERO TO WS-BKD-COUNT
           OPEN INPUT BANK-DIRECTORY-FILE
           IF NOT WS-BKD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BKD-FILE-EOF
               READ BANK-DIRECTORY-FILE
                   AT END SET WS-BKD-FILE-EOF TO TRUE
                   NOT AT END PERFORM FILE-ONE-BANK-DIRECTORY-ENTRY
               END-READ
           END-PERFORM
           CLOSE BANK-DIRECTORY-FILE.


       FILE-ONE-BANK-DIRECTORY-ENTRY.
           IF WS-BKD-COUNT = 30000
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Bank directory table is full -- not used"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               SET WS-BKD-TABLE-FULL TO TRUE
               MOVE ZERO TO WS-BKD-COUNT
               SET WS-BKD-FILE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BKD-COUNT
           SET WS-BKD-IDX TO WS-BKD-COUNT
           MOVE BKD-ROUTING  TO WS-BKD-ROUTING(WS-BKD-IDX)
           MOVE BKD-ACH-FLAG TO WS-BKD-ACH-FLAG(WS-BKD-IDX).


       SEND-PRENOTE-RECORD.
           MOVE WS-PP-PAY-DATE TO CRL-ISSUE-DATE
           MOVE CHECK-REGISTER-LINE TO CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC
           MOVE CHECK-REGISTER-LINE TO OUTSTANDING-CHECK-REC
           WRITE OUTSTANDING-CHECK-REC

           MOVE "I" TO POS-RECORD-TYPE
           MOVE WS-NEXT-CHECK-NUMBER TO POS-CHECK-NUMBER
           ADD 1 TO WS-NEXT-CHECK-NUMBER.


      ******************************************************************
      * Replacement checks for live deposits the bank returned.
      * ACHRTRN has already reversed the deposit in the GL and
      * marked the account returned; the regular run cuts each
      * queued line off the same stock and number sequence as its
      * own checks, onto the check print, the check register
      * (noted REPLACE, under their own trailer) and the positive-
      * pay issue file, then moves the line, marked issued, to the
      * replacement history (REPLCHKH.TXT). The queue is streamed
      * through a holding file so it can be any length; lines still
      * waiting are copied back. A trial run cuts nothing.
      ******************************************************************
       ISSUE-REPLACEMENT-CHECKS.
           IF WS-TRIAL-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REPLACEMENT-CHECK-FILE
           IF NOT WS-RPQ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND REPLACEMENT-HISTORY-FILE
           IF NOT WS-RPH-FILE-OK
               OPEN OUTPUT REPLACEMENT-HISTORY-FILE
           END-IF
           IF NOT WS-RPH-FILE-OK
               MOVE WS-RPH-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open REPLACEMENT-HISTORY-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE REPLACEMENT-CHECK-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPLACEMENT-HOLDING-FILE
           MOVE ZERO TO WS-RPQ-MOVED-COUNT
           PERFORM UNTIL WS-RPQ-FILE-EOF
               READ REPLACEMENT-CHECK-FILE
                   AT END SET WS-RPQ-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM ROUTE-ONE-REPLACEMENT-LINE
               END-READ
           END-PERFORM
           CLOSE REPLACEMENT-CHECK-FILE
           CLOSE REPLACEMENT-HISTORY-FILE
           CLOSE REPLACEMENT-HOLDING-FILE
           IF WS-RPQ-MOVED-COUNT > ZERO
               PERFORM COPY-REPLACEMENT-HOLDING-BACK
           END-IF
           IF WS-RPQ-ISSUED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RPQ-ISSUED-COUNT TO RQT-COUNT
           MOVE WS-RPQ-ISSUED-TOTAL TO RQT-TOTAL
           MOVE REPLACEMENT-CHECK-TRAILER TO CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC
           DISPLAY "Replacement checks issued: " WS-RPQ-ISSUED-COUNT
               "  total $" WS-RPQ-ISSUED-TOTAL.


      * A queued line is cut here; it and any line already marked
      * issued go to the history file, anything else stays queued.
       ROUTE-ONE-REPLACEMENT-LINE.
           IF RPQ-QUEUED
               PERFORM ISSUE-ONE-REPLACEMENT-CHECK
           END-IF
           IF RPQ-ISSUED
               MOVE REPLACEMENT-CHECK-RECORD
                   TO REPLACEMENT-HISTORY-REC
               WRITE REPLACEMENT-HISTORY-REC
               ADD 1 TO WS-RPQ-MOVED-COUNT
           ELSE
               MOVE REPLACEMENT-CHECK-RECORD
                   TO REPLACEMENT-HOLDING-REC
               WRITE REPLACEMENT-HOLDING-REC
           END-IF.


       COPY-REPLACEMENT-HOLDING-BACK.
           OPEN OUTPUT REPLACEMENT-CHECK-FILE
           IF NOT WS-RPQ-FILE-OK
               MOVE WS-RPQ-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite REPLACEMENT-CHECK-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REPLACEMENT-HOLDING-FILE
           PERFORM UNTIL NOT WS-RPW-FILE-OK
               READ REPLACEMENT-HOLDING-FILE
                   NOT AT END
                       MOVE REPLACEMENT-HOLDING-REC
                           TO REPLACEMENT-CHECK-RECORD
                       WRITE REPLACEMENT-CHECK-RECORD
               END-READ
           END-PERFORM
           CLOSE REPLACEMENT-HOLDING-FILE
           CLOSE REPLACEMENT-CHECK-FILE.


       ISSUE-ONE-REPLACEMENT-CHECK.
           PERFORM ASSIGN-CHECK-NUMBER
           ADD 1 TO WS-RPQ-ISSUED-COUNT
           ADD RPQ-AMOUNT TO WS-RPQ-ISSUED-TOTAL
           ADD 1 TO WS-POS-REC-COUNT
           ADD RPQ-AMOUNT TO WS-POS-AMOUNT

           MOVE WS-NEXT-CHECK-NUMBER TO CHF-NUMBER
           MOVE WS-PP-PAY-DATE       TO CHF-DATE
           MOVE CHECK-FACE-LINE-1 TO CHECK-PRINT-REC
           WRITE CHECK-PRINT-REC
           MOVE RPQ-EMP-NAME TO CHF-PAYEE
           MOVE RPQ-AMOUNT   TO CHF-AMOUNT
           MOVE CHECK-FACE-LINE-2 TO CHECK-PRINT-REC
           WRITE CHECK-PRINT-REC
           MOVE RPQ-ORIG-PERIOD TO CHF-PERIOD
           MOVE RPQ-EMP-ID      TO CHF-EMP-ID
           MOVE CHECK-FACE-LINE-3 TO CHECK-PRINT-REC
           WRITE CHECK-PRINT-REC
           MOVE ALL "-" TO CHECK-PRINT-REC
           WRITE CHECK-PRINT-REC

           MOVE SPACES TO CHECK-REGISTER-LINE
           MOVE WS-NEXT-CHECK-NUMBER TO CRL-NUMBER
           MOVE RPQ-EMP-ID   TO CRL-EMP-ID
           MOVE RPQ-EMP-NAME TO CRL-NAME
           MOVE RPQ-AMOUNT   TO CRL-AMOUNT
           MOVE "REPLACE"    TO CRL-NOTE
           MOVE WS-PP-PAY-DATE TO CRL-ISSUE-DATE
           MOVE CHECK-REGISTER-LINE TO CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC
           MOVE CHECK-REGISTER-LINE TO OUTSTANDING-CHECK-REC
           WRITE OUTSTANDING-CHECK-REC

           MOVE "I" TO POS-RECORD-TYPE
           MOVE WS-NEXT-CHECK-NUMBER TO POS-CHECK-NUMBER
           MOVE WS-PP-PAY-DATE TO POS-ISSUE-DATE
           MOVE RPQ-EMP-NAME TO POS-PAYEE-NAME
           MOVE RPQ-AMOUNT   TO POS-AMOUNT
           WRITE POSITIVE-PAY-RECORD

           SET RPQ-ISSUED TO TRUE
           MOVE WS-NEXT-CHECK-NUMBER TO RPQ-CHECK-NUMBER
           MOVE WS-PP-PAY-DATE TO RPQ-ISSUE-DATE
           ADD 1 TO WS-NEXT-CHECK-NUMBER.


      * the outstanding-check file runs across pay periods; a
      * check cut in any mode goes on it behind the ones before
       OPEN-OUTSTANDING-CHECK-FILE.
           OPEN EXTEND OUTSTANDING-CHECK-FILE
           IF NOT WS-OCK-FILE-OK
               OPEN OUTPUT OUTSTANDING-CHECK-FILE
           END-IF.


      * walks the check number forward past any voided stock,
      * logging each skipped number on the check register.
       ASSIGN-CHECK-NUMBER.
           PERFORM CHECK-VOID-LIST
           PERFORM UNTIL NOT WS-NUMBER-IS-VOIDED
               ADD 1 TO WS-VOIDED-THIS-RUN
               IF NOT WS-MEDIA-REPLAY
               READ BANK-RETURN-FILE
                   AT END SET WS-RTRN-FILE-EOF TO TRUE
                   NOT AT END
                       IF RTRN-RETURN-CODE = SPACES
                           OR (RTRN-IS-RETURN
                               AND (RTRN-AMOUNT NOT NUMERIC
                                   OR RTRN-AMOUNT = ZERO))
                           ADD 1 TO WS-RTRN-COUNT
                           SET WS-RTRN-IDX TO WS-RTRN-COUNT
                           MOVE RTRN-EMP-ID
                               TO WS-RTRN-TBL-EMP-ID(WS-RTRN-IDX)
                           MOVE RTRN-REASON
                               TO WS-RTRN-TBL-REASON(WS-RTRN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-RETURN-FILE.
           MOVE WS-PAY-CLASS-LETTER TO REG-CLASS
           MOVE NET-PAY   TO REG-NET-PAY
           MOVE WS-EMPLOYER-COST TO REG-EMPR-COST
           MOVE WS-REIMB-TOTAL TO REG-REIMB
           MOVE REG-DETAIL-LINE TO PAY-REGISTER-REC
           MOVE EMP-DEPT-CODE TO RWR-BURST-KEY
           PERFORM ROUTE-REGISTER-LINE
           PERFORM WRITE-REGISTER-EXTRACT-ROW

           IF SS-TAX > ZERO OR MEDICARE-TAX > ZERO
               MOVE SS-TAX       TO REG-FICA-SS
               MOVE MEDICARE-TAX TO REG-FICA-MED
               MOVE REG-FICA-LINE TO PAY-REGISTER-REC
               PERFORM ROUTE-REGISTER-LINE
           END-IF

           IF WS-RETRO-AMOUNT > ZERO
               MOVE WS-RETRO-AMOUNT TO REG-RETRO-AMOUNT
               MOVE REG-RETRO-LINE TO PAY-REGISTER-REC

           ADD GROSS-PAY TO WS-TOTAL-GROSS-PAY
           ADD NET-PAY   TO WS-TOTAL-NET-PAY
           ADD WS-REIMB-TOTAL TO WS-TOTAL-REIMB
           ADD 1 TO WS-EMPLOYEE-COUNT.


       WRITE-REGISTER-TOTAL.
           MOVE WS-TOTAL-GROSS-PAY TO REG-TOTAL-GROSS
           MOVE WS-TOTAL-NET-PAY   TO REG-TOTAL-NET
           MOVE WS-TOTAL-REIMB     TO REG-TOTAL-REIMB
           MOVE REG-TOTAL-LINE TO PAY-REGISTER-REC
           MOVE SPACES TO RWR-BURST-KEY
           PERFORM ROUTE-REGISTER-LINE
           MOVE WS-DEPOSIT-COUNT TO REG-MEDIA-DEP-COUNT
           MOVE WS-DEPOSIT-NET   TO REG-MEDIA-DEP-NET
           MOVE WS-TOTAL-GROSS-PAY TO RCT-GROSS
           MOVE REG-CONTROL-TRAILER TO PAY-REGISTER-REC
           PERFORM ROUTE-REGISTER-LINE
           IF NOT WS-MODE-CORRECT
               MOVE "C" TO RWR-ACTION
               MOVE 1 TO RWR-REPORT-ID
               CALL "REPORTWR" USING REPORT-WRITER-REQUEST
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF
           PERFORM WRITE-TRANSMITTAL-CONTROL-TRAILER
           DISPLAY "Employees processed: " WS-EMPLOYEE-COUNT
           DISPLAY "Total Gross Pay: " WS-TOTAL-GROSS-PAY
      *    Zero hours means no timecards were submitted this period;
      *    that case is already on the timecard exception report, so
      *    it only needs to be marked unpayable here. A week of
      *    nothing but vacation, sick, or holiday time is still
      *    payable.
           IF HOURS = ZERO
               AND WS-TC-VAC-HOURS = ZERO
               AND WS-TC-SICK-HOURS = ZERO
               AND WS-TC-HOL-HOURS = ZERO
               SET WS-EMPLOYEE-INVALID TO TRUE
               IF WS-SUSPENSE-REASON = SPACES
                   MOVE "NO TIME SUBMITTED" TO WS-SUSPENSE-REASON
           MOVE WHO    TO EXC-NAME
           MOVE WS-SUSPENSE-REASON TO EXC-REASON
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-REGISTER-REC
           MOVE EMP-DEPT-CODE TO RWR-BURST-KEY
           PERFORM ROUTE-EXCEPTION-LINE.


       WRITE-EXCEPTION-REGISTER-TOTAL.
           IF NOT WS-TRIAL-RUN
               MOVE WS-SUSPENSE-COUNT TO EXC-TOT-COUNT
               MOVE EXCEPTION-TOTAL-LINE TO EXCEPTION-REGISTER-REC
               MOVE SPACES TO RWR-BURST-KEY
               PERFORM ROUTE-EXCEPTION-LINE
               MOVE "C" TO RWR-ACTION
               MOVE 3 TO RWR-REPORT-ID
               CALL "REPORTWR" USING REPORT-WRITER-REQUEST
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF
           IF WS-SUSPENSE-COUNT > ZERO
               DISPLAY "Employees suspended this run: "
           END-IF.


       OPEN-EXCEPTION-REGISTER-REPORT.
           MOVE "O" TO RWR-ACTION
           MOVE 3 TO RWR-REPORT-ID
           MOVE WS-REG-PAGE-SIZE TO RWR-LINES-PER-PAGE
           MOVE EXCEPTION-HEADING-LINE TO RWR-HEADING-1
           MOVE EXCEPTION-COLUMN-LINE TO RWR-HEADING-2
           IF WS-RESTART-IN-PROGRESS
               MOVE SPACES TO RWR-REPORT-NAME
           ELSE
               MOVE "EXCPREG" TO RWR-REPORT-NAME
           END-IF
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL.


      * one paginated line (or a heading ahead of it) to EXCPREG.TXT
       ROUTE-EXCEPTION-LINE.
           MOVE "D" TO RWR-ACTION
           MOVE 3 TO RWR-REPORT-ID
           MOVE EXCEPTION-REGISTER-REC TO RWR-DETAIL-LINE
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM VARYING WS-RWR-OUT-IDX FROM 1 BY 1
               UNTIL WS-RWR-OUT-IDX > RWR-LINE-COUNT
               MOVE RWR-OUT-LINE(WS-RWR-OUT-IDX)
                   TO EXCEPTION-REGISTER-REC
               WRITE EXCEPTION-REGISTER-REC
           END-PERFORM.


       UPDATE-YTD-EARNINGS.
           IF WS-TRIAL-RUN
               EXIT PARAGRAPH
                                QTD-TAXABLE-WAGES
                                YTD-LOCAL-TAX
                                QTD-LOCAL-TAX
                                YTD-SS-TAX
                                QTD-SS-TAX
                                YTD-MEDICARE-TAX
                                QTD-MEDICARE-TAX
           END-READ

           ADD GROSS-PAY TO YTD-GROSS-PAY
           ADD TAXABLE-WAGES TO QTD-TAXABLE-WAGES
           ADD LOCAL-TAX TO YTD-LOCAL-TAX
           ADD LOCAL-TAX TO QTD-LOCAL-TAX
           ADD SS-TAX    TO YTD-SS-TAX
           ADD SS-TAX    TO QTD-SS-TAX
           ADD MEDICARE-TAX TO YTD-MEDICARE-TAX
           ADD MEDICARE-TAX TO QTD-MEDICARE-TAX
           PERFORM POST-STATE-WAGE-BUCKETS

           IF WS-YTD-NOT-FOUND
               MOVE WS-RUN-COMPANY TO YTD-COMPANY-CODE
           ADD WS-SUTA-THIS-RUN TO YTD-SUTA-WAGES.


      * YTDSTATE is created on its first open, like PAYHIST. EMPPERS
      * is only needed for the home state when reciprocity pairs are
      * loaded; without it every share withholds in its work state.
       OPEN-STATE-WAGE-FILES.
           OPEN I-O STATE-YTD-FILE
           IF WS-STY-FILE-NOT-FOUND
               OPEN OUTPUT STATE-YTD-FILE
               CLOSE STATE-YTD-FILE
               OPEN I-O STATE-YTD-FILE
           END-IF
           IF NOT WS-STY-FILE-OK
               MOVE WS-STY-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open STATE-YTD-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           ELSE
               SET WS-STY-FILE-OPEN TO TRUE
           END-IF
           IF WS-RCP-COUNT > ZERO
               OPEN INPUT PERSONAL-DATA-FILE
               IF WS-PER-FILE-OK
                   SET WS-PER-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "EMPPERS not available ("
                       WS-PER-FILE-STATUS
                       ") -- reciprocity not applied this run."
               END-IF
           END-IF.


       CLOSE-STATE-WAGE-FILES.
           IF WS-STY-FILE-OPEN
               CLOSE STATE-YTD-FILE
               MOVE "N" TO WS-STY-OPEN-FLAG
           END-IF
           IF WS-PER-FILE-OPEN
               CLOSE PERSONAL-DATA-FILE
               MOVE "N" TO WS-PER-OPEN-FLAG
           END-IF.


      ******************************************************************
      * Per-state YTD buckets for the pay just posted. Each share adds
      * its gross and SUTA wages to the work state's bucket and its
      * taxable wages and tax to the withholding state's bucket; the
      * SUTA cap is taken per state, against that state's bucket, so
      * an employee who moves states starts a fresh base in the new
      * one. The master's YTD-SUTA-WAGES stays the all-states total.
      * Adjustments carry no split and post to the master work state.
      ******************************************************************
       POST-STATE-WAGE-BUCKETS.
           IF NOT WS-STY-FILE-OPEN
               PERFORM ACCUMULATE-SUTA-WAGES
               EXIT PARAGRAPH
           END-IF
           IF WS-EMPST-COUNT = ZERO
               MOVE 1 TO WS-EMPST-COUNT
               MOVE EMP-WORK-STATE TO WS-EMPST-WORK-STATE(1)
               MOVE EMP-WORK-STATE TO WS-EMPST-WH-STATE(1)
               MOVE GROSS-PAY TO WS-EMPST-GROSS(1)
               MOVE TAXABLE-WAGES TO WS-EMPST-TAXABLE(1)
               MOVE STATE-TAX TO WS-EMPST-TAX(1)
           END-IF
           MOVE ZERO TO WS-SUTA-THIS-RUN
           PERFORM VARYING WS-EMPST-IDX FROM 1 BY 1
               UNTIL WS-EMPST-IDX > WS-EMPST-COUNT
               MOVE WS-EMPST-WORK-STATE(WS-EMPST-IDX) TO WS-BKT-STATE
               MOVE WS-EMPST-GROSS(WS-EMPST-IDX) TO WS-BKT-GROSS
               MOVE ZERO TO WS-BKT-WAGES
               MOVE ZERO TO WS-BKT-TAX
               SET WS-BKT-TAKES-SUTA TO TRUE
               PERFORM POST-ONE-STATE-BUCKET
               MOVE WS-EMPST-WH-STATE(WS-EMPST-IDX) TO WS-BKT-STATE
               MOVE ZERO TO WS-BKT-GROSS
               MOVE WS-EMPST-TAXABLE(WS-EMPST-IDX) TO WS-BKT-WAGES
               MOVE WS-EMPST-TAX(WS-EMPST-IDX) TO WS-BKT-TAX
               MOVE "N" TO WS-BKT-SUTA-FLAG
               PERFORM POST-ONE-STATE-BUCKET
           END-PERFORM
           ADD WS-SUTA-THIS-RUN TO YTD-SUTA-WAGES.


      * a reversal takes its split back out of the buckets; SUTA
      * wages are left alone, as on the YTD master
       BACK-OUT-STATE-BUCKETS.
           IF NOT WS-STY-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EMPST-IDX FROM 1 BY 1
               UNTIL WS-EMPST-IDX > WS-EMPST-COUNT
               MOVE WS-EMPST-WORK-STATE(WS-EMPST-IDX) TO WS-BKT-STATE
               COMPUTE WS-BKT-GROSS = 0 - WS-EMPST-GROSS(WS-EMPST-IDX)
               MOVE ZERO TO WS-BKT-WAGES
               MOVE ZERO TO WS-BKT-TAX
               MOVE "N" TO WS-BKT-SUTA-FLAG
               PERFORM POST-ONE-STATE-BUCKET
               MOVE WS-EMPST-WH-STATE(WS-EMPST-IDX) TO WS-BKT-STATE
               MOVE ZERO TO WS-BKT-GROSS
               COMPUTE WS-BKT-WAGES =
                   0 - WS-EMPST-TAXABLE(WS-EMPST-IDX)
               COMPUTE WS-BKT-TAX = 0 - WS-EMPST-TAX(WS-EMPST-IDX)
               PERFORM POST-ONE-STATE-BUCKET
           END-PERFORM.


      * one signed posting to the WS-BKT-STATE bucket; the year and
      * quarter come from the pay date, or the business date for the
      * off-cycle modes that carry none. Amounts floor at zero, the
      * same rule as the YTD master.
       POST-ONE-STATE-BUCKET.
           IF WS-BKT-GROSS = ZERO AND WS-BKT-WAGES = ZERO
               AND WS-BKT-TAX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-BKT-STATE = SPACES
               MOVE EMP-WORK-STATE TO WS-BKT-STATE
           END-IF
           IF WS-PP-PAY-DATE IS NUMERIC
               AND WS-PP-PAY-DATE NOT = ZERO
               MOVE WS-PP-PAY-DATE TO WS-BKT-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-BKT-DATE
           END-IF
           MOVE WS-BKT-DATE(5:2) TO WS-BKT-MONTH
           COMPUTE WS-BKT-QUARTER = (WS-BKT-MONTH + 2) / 3

           MOVE EMP-ID TO STY-EMP-ID
           MOVE WS-BKT-DATE(1:4) TO STY-TAX-YEAR
           MOVE WS-BKT-STATE TO STY-STATE
           MOVE "N" TO WS-BKT-NEW-FLAG
           READ STATE-YTD-FILE
               INVALID KEY
                   SET WS-BKT-NEW-RECORD TO TRUE
                   MOVE ZERO TO STY-YTD-GROSS
                                STY-QTD-GROSS
                                STY-YTD-SUTA-WAGES
                                STY-YTD-STATE-WAGES
                                STY-QTD-STATE-WAGES
                                STY-YTD-STATE-TAX
                                STY-QTD-STATE-TAX
                   MOVE WS-BKT-QUARTER TO STY-QUARTER
           END-READ
           MOVE WS-RUN-COMPANY TO STY-COMPANY-CODE
           IF WS-BKT-QUARTER > STY-QUARTER
               MOVE ZERO TO STY-QTD-GROSS
                            STY-QTD-STATE-WAGES
                            STY-QTD-STATE-TAX
               MOVE WS-BKT-QUARTER TO STY-QUARTER
           END-IF

           IF WS-BKT-TAKES-SUTA AND WS-BKT-GROSS > ZERO
               PERFORM CAP-STATE-SUTA-WAGES
           END-IF

           COMPUTE WS-BKT-WORK = STY-YTD-GROSS + WS-BKT-GROSS
           IF WS-BKT-WORK < ZERO
               MOVE ZERO TO WS-BKT-WORK
           END-IF
           MOVE WS-BKT-WORK TO STY-YTD-GROSS
           COMPUTE WS-BKT-WORK = STY-QTD-GROSS + WS-BKT-GROSS
           IF WS-BKT-WORK < ZERO
               MOVE ZERO TO WS-BKT-WORK
           END-IF
           MOVE WS-BKT-WORK TO STY-QTD-GROSS
           COMPUTE WS-BKT-WORK = STY-YTD-STATE-WAGES + WS-BKT-WAGES
           IF WS-BKT-WORK < ZERO
               MOVE ZERO TO WS-BKT-WORK
           END-IF
           MOVE WS-BKT-WORK TO STY-YTD-STATE-WAGES
           COMPUTE WS-BKT-WORK = STY-QTD-STATE-WAGES + WS-BKT-WAGES
           IF WS-BKT-WORK < ZERO
               MOVE ZERO TO WS-BKT-WORK
           END-IF
           MOVE WS-BKT-WORK TO STY-QTD-STATE-WAGES
           COMPUTE WS-BKT-WORK = STY-YTD-STATE-TAX + WS-BKT-TAX
           IF WS-BKT-WORK < ZERO
               MOVE ZERO TO WS-BKT-WORK
           END-IF
           MOVE WS-BKT-WORK TO STY-YTD-STATE-TAX
           COMPUTE WS-BKT-WORK = STY-QTD-STATE-TAX + WS-BKT-TAX
           IF WS-BKT-WORK < ZERO
               MOVE ZERO TO WS-BKT-WORK
           END-IF
           MOVE WS-BKT-WORK TO STY-QTD-STATE-TAX

           IF WS-BKT-NEW-RECORD
               WRITE STATE-YTD-RECORD
           ELSE
               REWRITE STATE-YTD-RECORD
           END-IF
           IF NOT WS-STY-FILE-OK
               DISPLAY "State YTD bucket " STY-KEY " not posted ("
                   WS-STY-FILE-STATUS ")."
           END-IF.


      * the state's SUTA base less what this bucket already holds;
      * a state with no SUTA rate record accumulates uncapped
       CAP-STATE-SUTA-WAGES.
           SET WS-SUTA-IDX TO 1
           PERFORM UNTIL WS-SUTA-IDX > WS-SUTA-COUNT
                   OR WS-SUT-TBL-STATE(WS-SUTA-IDX) = WS-BKT-STATE
               SET WS-SUTA-IDX UP BY 1
           END-PERFORM
           IF WS-SUTA-IDX > WS-SUTA-COUNT
               MOVE WS-BKT-GROSS TO WS-SUTA-ROOM
           ELSE
               COMPUTE WS-SUTA-ROOM =
                   WS-SUT-TBL-BASE(WS-SUTA-IDX) - STY-YTD-SUTA-WAGES
               IF WS-SUTA-ROOM > WS-BKT-GROSS
                   MOVE WS-BKT-GROSS TO WS-SUTA-ROOM
               END-IF
           END-IF
           IF WS-SUTA-ROOM > ZERO
               ADD WS-SUTA-ROOM TO STY-YTD-SUTA-WAGES
               ADD WS-SUTA-ROOM TO WS-SUTA-THIS-RUN
           END-IF.


      * first open of PAYHIST on a new system creates the file; the
      * history is permanent, so it is never opened OUTPUT again.
       OPEN-PAY-HISTORY-FILE.
           MOVE WS-PREMIUM-AMOUNT   TO PH-PREMIUM
           MOVE TAXABLE-WAGES       TO PH-TAXABLE
           MOVE LOCAL-TAX           TO PH-LOCAL-TAX
           MOVE WS-OT-PAY-AMOUNT    TO PH-OT-PAY
           MOVE SS-TAX              TO PH-SS-TAX
           MOVE MEDICARE-TAX        TO PH-MEDICARE-TAX
           MOVE WS-REIMB-TOTAL      TO PH-REIMB
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           MOVE PAY-STUB-AMOUNTS TO PAY-STUB-REC
           WRITE PAY-STUB-REC

           IF SS-TAX > ZERO OR MEDICARE-TAX > ZERO
               MOVE SS-TAX       TO PSF-SS-AMOUNT
               MOVE MEDICARE-TAX TO PSF-MED-AMOUNT
               MOVE PAY-STUB-FICA TO PAY-STUB-REC
               WRITE PAY-STUB-REC
           END-IF

           IF WS-RETRO-AMOUNT > ZERO
               MOVE WS-RETRO-AMOUNT   TO PSR-AMOUNT
               MOVE WS-RETRO-OLD-RATE TO PSR-OLD-RATE
               WRITE PAY-STUB-REC
           END-IF

      *    reimbursements print as their own section: paid in the
      *    net figure above but never part of gross or taxed
           IF WS-REIMB-TOTAL > ZERO
               MOVE WS-REIMB-TOTAL TO PSRH-TOTAL
               MOVE PAY-STUB-REIMB-HEAD TO PAY-STUB-REC
               WRITE PAY-STUB-REC
               PERFORM VARYING WS-EMPRB-IDX FROM 1 BY 1
                   UNTIL WS-EMPRB-IDX > WS-EMPRB-COUNT
                   IF WS-EMPRB-REASON(WS-EMPRB-IDX) = SPACES
                       MOVE WS-EMPRB-TYPE(WS-EMPRB-IDX)   TO PSRB-CODE
                       MOVE WS-EMPRB-DESC(WS-EMPRB-IDX)   TO PSRB-DESC
                       MOVE WS-EMPRB-AMOUNT(WS-EMPRB-IDX)
                           TO PSRB-AMOUNT
                       MOVE PAY-STUB-REIMB TO PAY-STUB-REC
                       WRITE PAY-STUB-REC
                   END-IF
               END-PERFORM
           END-IF

      *    arrears still owed after this run's recovery
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARREARS-COUNT
               END-IF
           END-PERFORM

      *    loans still open after this run's recovery
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-EMP-ID(WS-LOAN-IDX) = EMP-ID
                   AND WS-LOAN-STATUS(WS-LOAN-IDX) = "A"
                   MOVE WS-LOAN-NUMBER(WS-LOAN-IDX)  TO PSN-NUMBER
                   MOVE WS-LOAN-BALANCE(WS-LOAN-IDX) TO PSN-BALANCE
                   MOVE PAY-STUB-LOAN TO PAY-STUB-REC
                   WRITE PAY-STUB-REC
               END-IF
           END-PERFORM

      *    leave balances as of this run; the key guard keeps the
      *    line off stubs from paths that never read the leave
      *    master (corrections, reversals)
       COMPUTE-GROSS-PAY.
           MOVE ZERO TO WS-PREMIUM-AMOUNT
           MOVE ZERO TO WS-OT-PREMIUM-AMOUNT
           MOVE ZERO TO WS-OT-PAY-AMOUNT
           EVALUATE TRUE
               WHEN EMP-CLASS-SALARIED
                   MOVE ZERO TO OT-HOURS
      *    the final pay settles the accrued leave in cash
           IF WS-FINAL-PAY-DUE AND WS-LEAVE-PAYOUT > ZERO
               ADD WS-LEAVE-PAYOUT TO GROSS-PAY
           END-IF

           PERFORM CHECK-MINIMUM-WAGE.


      ******************************************************************
      * Minimum-wage floor. The period's pay for the hours on the
      * timecard match -- gross less the retro and the final-pay
      * leave cash, which pay for other periods -- over those hours
      * is the effective hourly rate. Below the higher of the
      * work state's minimum and the federal one, the shortfall is
      * paid as its own MIN earnings line and listed for HR.
      ******************************************************************
       CHECK-MINIMUM-WAGE.
           MOVE ZERO TO WS-MIN-TOPUP
           COMPUTE WS-MIN-HOURS = HOURS + WS-TC-VAC-HOURS
               + WS-TC-SICK-HOURS + WS-TC-HOL-HOURS
           IF WS-MIN-HOURS = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FED-MIN-WAGE TO WS-MIN-RATE
           SET WS-MINW-IDX TO 1
           PERFORM UNTIL WS-MINW-IDX > WS-MINW-COUNT
                   OR WS-MINW-STATE(WS-MINW-IDX) = EMP-WORK-STATE
               SET WS-MINW-IDX UP BY 1
           END-PERFORM
           IF WS-MINW-IDX NOT > WS-MINW-COUNT
               AND WS-MINW-RATE(WS-MINW-IDX) > WS-MIN-RATE
               MOVE WS-MINW-RATE(WS-MINW-IDX) TO WS-MIN-RATE
           END-IF

           COMPUTE WS-MIN-CHECK-GROSS = GROSS-PAY - WS-RETRO-AMOUNT
           IF WS-FINAL-PAY-DUE
               SUBTRACT WS-LEAVE-PAYOUT FROM WS-MIN-CHECK-GROSS
           END-IF
           COMPUTE WS-MIN-TOPUP ROUNDED =
               WS-MIN-HOURS * WS-MIN-RATE - WS-MIN-CHECK-GROSS
           IF WS-MIN-TOPUP NOT > ZERO
               MOVE ZERO TO WS-MIN-TOPUP
               EXIT PARAGRAPH
           END-IF
           IF WS-MIN-CHECK-GROSS > ZERO
               COMPUTE WS-MIN-EFF-RATE ROUNDED =
                   WS-MIN-CHECK-GROSS / WS-MIN-HOURS
           ELSE
               MOVE ZERO TO WS-MIN-EFF-RATE
           END-IF

           ADD WS-MIN-TOPUP TO GROSS-PAY
      *    its own earnings bucket, so the register, the history
      *    premium, and the GL carry it apart from ordinary pay
           MOVE WS-MIN-PAY-CODE TO WS-TALLY-CODE
           MOVE ZERO TO WS-TALLY-HOURS
           PERFORM TALLY-PREMIUM-HOURS
           IF WS-EMPPC-IDX NOT > WS-EMPPC-COUNT
               AND WS-EMPPC-CODE(WS-EMPPC-IDX) = WS-MIN-PAY-CODE
               MOVE WS-MIN-TOPUP TO WS-EMPPC-AMOUNT(WS-EMPPC-IDX)
               ADD WS-MIN-TOPUP TO WS-PREMIUM-AMOUNT
           END-IF
           PERFORM WRITE-MIN-WAGE-EXCEPTION.


      * same replay rule as the overtime exceptions
       WRITE-MIN-WAGE-EXCEPTION.
           IF WS-TRIAL-RUN OR WS-MODE-CORRECT OR WS-MODE-REVERSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-RESTART-IN-PROGRESS
               AND EMP-ID NOT > CKPT-LAST-EMP-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MIN-TOPUP-COUNT
           MOVE EMP-DEPT-CODE   TO MWX-DEPT
           MOVE EMP-ID          TO MWX-EMP-ID
           MOVE EMP-NAME        TO MWX-NAME
           MOVE EMP-WORK-STATE  TO MWX-STATE
           MOVE WS-MIN-HOURS    TO MWX-HOURS
           MOVE WS-MIN-EFF-RATE TO MWX-EFF-RATE
           MOVE WS-MIN-RATE     TO MWX-MIN-RATE
           MOVE WS-MIN-TOPUP    TO MWX-TOPUP
           MOVE MIN-WAGE-EXCEPTION-LINE TO MIN-WAGE-EXCEPTION-REC
           WRITE MIN-WAGE-EXCEPTION-REC.


      * a blank class on an old master record reads as hourly, and
                   + (WS-OT-STRAIGHT-HRS * RATE)
               COMPUTE WS-OT-PREMIUM-AMOUNT =
                   WS-OT-PREM-HOURS * RATE * (WS-OT-FACTOR - 1)
               COMPUTE WS-OT-PAY-AMOUNT =
                   (WS-OT-PREM-HOURS * OT-RATE)
                   + (WS-OT-STRAIGHT-HRS * RATE)
           ELSE
               MOVE HOURS TO WS-REG-HOURS
               MOVE ZERO TO OT-HOURS
           END-STRING
           MOVE SPACES TO SYSAUD-KEY-RESULT
           MOVE OT-HOURS TO SYSAUD-KEY-RESULT(1:3)
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD.


       PRICE-PREMIUM-CODES.
           PERFORM VARYING WS-EMPPC-IDX FROM 1 BY 1
               UNTIL WS-EMPPC-IDX > WS-EMPPC-COUNT
               IF WS-EMPPC-FULL-PRICE(WS-EMPPC-IDX) = "Y"
                   COMPUTE WS-EMPPC-AMOUNT(WS-EMPPC-IDX) ROUNDED =
                       WS-EMPPC-HOURS(WS-EMPPC-IDX) * RATE
                       * WS-EMPPC-FACTOR(WS-EMPPC-IDX)
               ELSE
                   COMPUTE WS-EMPPC-AMOUNT(WS-EMPPC-IDX) ROUNDED =
                       WS-EMPPC-HOURS(WS-EMPPC-IDX) * RATE
                       * (WS-EMPPC-FACTOR(WS-EMPPC-IDX) - 1.00)
               END-IF
               ADD WS-EMPPC-AMOUNT(WS-EMPPC-IDX)
                   TO WS-PREMIUM-AMOUNT
           END-PERFORM
      * withholds the way it always did), then every record of the
      * external tax-rate file effective on or before the period end
      * overrides them, latest effective date winning. "F" records
      * carry a W-4 filing status and annual bracket number in the
      * key; "S" records carry a work-state code.
      ******************************************************************
       INITIALIZE-TAX-TABLE.
           MOVE SPACES TO WS-FED-TAX-TABLE
      *    single
           MOVE   8600 TO WS-FED-ALLOWANCE(1)
           MOVE      0 TO WS-FED-BRACKET-FLOOR(1, 1)
           MOVE  .0000 TO WS-FED-BRACKET-RATE(1, 1)
           MOVE   6400 TO WS-FED-BRACKET-FLOOR(1, 2)
           MOVE  .1000 TO WS-FED-BRACKET-RATE(1, 2)
           MOVE  18325 TO WS-FED-BRACKET-FLOOR(1, 3)
           MOVE  .1200 TO WS-FED-BRACKET-RATE(1, 3)
           MOVE  54875 TO WS-FED-BRACKET-FLOOR(1, 4)
           MOVE  .2200 TO WS-FED-BRACKET-RATE(1, 4)
           MOVE 109750 TO WS-FED-BRACKET-FLOOR(1, 5)
           MOVE  .2400 TO WS-FED-BRACKET-RATE(1, 5)
           MOVE 203700 TO WS-FED-BRACKET-FLOOR(1, 6)
           MOVE  .3200 TO WS-FED-BRACKET-RATE(1, 6)
           MOVE 256925 TO WS-FED-BRACKET-FLOOR(1, 7)
           MOVE  .3500 TO WS-FED-BRACKET-RATE(1, 7)
           MOVE 632750 TO WS-FED-BRACKET-FLOOR(1, 8)
           MOVE  .3700 TO WS-FED-BRACKET-RATE(1, 8)
      *    married filing jointly
           MOVE  12900 TO WS-FED-ALLOWANCE(2)
           MOVE      0 TO WS-FED-BRACKET-FLOOR(2, 1)
           MOVE  .0000 TO WS-FED-BRACKET-RATE(2, 1)
           MOVE  17100 TO WS-FED-BRACKET-FLOOR(2, 2)
           MOVE  .1000 TO WS-FED-BRACKET-RATE(2, 2)
           MOVE  40950 TO WS-FED-BRACKET-FLOOR(2, 3)
           MOVE  .1200 TO WS-FED-BRACKET-RATE(2, 3)
           MOVE 114050 TO WS-FED-BRACKET-FLOOR(2, 4)
           MOVE  .2200 TO WS-FED-BRACKET-RATE(2, 4)
           MOVE 223800 TO WS-FED-BRACKET-FLOOR(2, 5)
           MOVE  .2400 TO WS-FED-BRACKET-RATE(2, 5)
           MOVE 411700 TO WS-FED-BRACKET-FLOOR(2, 6)
           MOVE  .3200 TO WS-FED-BRACKET-RATE(2, 6)
           MOVE 518150 TO WS-FED-BRACKET-FLOOR(2, 7)
           MOVE  .3500 TO WS-FED-BRACKET-RATE(2, 7)
           MOVE 768700 TO WS-FED-BRACKET-FLOOR(2, 8)
           MOVE  .3700 TO WS-FED-BRACKET-RATE(2, 8)
      *    head of household
           MOVE   8600 TO WS-FED-ALLOWANCE(3)
           MOVE      0 TO WS-FED-BRACKET-FLOOR(3, 1)
           MOVE  .0000 TO WS-FED-BRACKET-RATE(3, 1)
           MOVE  13900 TO WS-FED-BRACKET-FLOOR(3, 2)
           MOVE  .1000 TO WS-FED-BRACKET-RATE(3, 2)
           MOVE  30900 TO WS-FED-BRACKET-FLOOR(3, 3)
           MOVE  .1200 TO WS-FED-BRACKET-RATE(3, 3)
           MOVE  78750 TO WS-FED-BRACKET-FLOOR(3, 4)
           MOVE  .2200 TO WS-FED-BRACKET-RATE(3, 4)
           MOVE 117250 TO WS-FED-BRACKET-FLOOR(3, 5)
           MOVE  .2400 TO WS-FED-BRACKET-RATE(3, 5)
           MOVE 211200 TO WS-FED-BRACKET-FLOOR(3, 6)
           MOVE  .3200 TO WS-FED-BRACKET-RATE(3, 6)
           MOVE 264400 TO WS-FED-BRACKET-FLOOR(3, 7)
           MOVE  .3500 TO WS-FED-BRACKET-RATE(3, 7)
           MOVE 640250 TO WS-FED-BRACKET-FLOOR(3, 8)
           MOVE  .3700 TO WS-FED-BRACKET-RATE(3, 8)
           MOVE ZERO TO WS-STATE-RATE-COUNT
           PERFORM LOAD-TAX-RATE-FILE
           PERFORM LOAD-RECIPROCITY-TABLE.


       LOAD-TAX-RATE-FILE.
           CLOSE TAX-RATE-FILE.


      * RECIPRO.TXT: work state, resident state, description -- one
      * line per agreement direction. A resident of the second state
      * working in the first has only the home state withheld.
       LOAD-RECIPROCITY-TABLE.
           MOVE ZERO TO WS-RCP-COUNT
           OPEN INPUT RECIPROCITY-FILE
           IF NOT WS-RCP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RCP-FILE-EOF
               READ RECIPROCITY-FILE
                   AT END SET WS-RCP-FILE-EOF TO TRUE
                   NOT AT END
                       IF RCP-WORK-STATE NOT = SPACES
                           AND RCP-RESIDENT-STATE NOT = SPACES
                           IF WS-RCP-COUNT < 40
                               ADD 1 TO WS-RCP-COUNT
                               MOVE RCP-WORK-STATE
                                   TO WS-RCP-WORK(WS-RCP-COUNT)
                               MOVE RCP-RESIDENT-STATE
                                   TO WS-RCP-RESIDENT(WS-RCP-COUNT)
                           ELSE
                               DISPLAY "RECIPRO.TXT over 40 entries"
                                   " -- " RCP-WORK-STATE "/"
                                   RCP-RESIDENT-STATE " ignored."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECIPROCITY-FILE
           DISPLAY "Reciprocity pairs loaded: " WS-RCP-COUNT.


       APPLY-TAX-RATE-RECORD.
           IF TXR-EFF-DATE > WS-PP-END-DATE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN TXR-TYPE-FEDERAL
                   PERFORM APPLY-FEDERAL-RATE-RECORD
               WHEN TXR-TYPE-STATE
                   PERFORM APPLY-STATE-RATE-RECORD
               WHEN TXR-TYPE-EMPLOYER
                       MOVE TXR-RATE TO WS-SUPPLEMENTAL-RATE
                       MOVE TXR-EFF-DATE TO WS-SUPPL-RATE-EFF
                   END-IF
               WHEN TXR-TYPE-SOC-SEC
                   IF TXF-EFF-DATE >= WS-SS-RATE-EFF
                       MOVE TXF-RATE TO WS-SS-RATE
                       MOVE TXF-WAGE-BASE TO WS-SS-WAGE-BASE
                       MOVE TXF-EFF-DATE TO WS-SS-RATE-EFF
                   END-IF
               WHEN TXR-TYPE-MEDICARE
                   IF TXF-EFF-DATE >= WS-MED-RATE-EFF
                       MOVE TXF-RATE TO WS-MEDICARE-RATE
                       MOVE TXF-WAGE-BASE TO WS-ADDL-MED-THRESHOLD
                       MOVE TXF-ADDL-RATE TO WS-ADDL-MED-RATE
                       MOVE TXF-EFF-DATE TO WS-MED-RATE-EFF
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown record type '" TXR-TYPE
                       "' in TAXRATES.TXT -- ignored."
           END-EVALUATE.


       APPLY-FEDERAL-RATE-RECORD.
           EVALUATE TXF-KEY(1:1)
               WHEN "S" MOVE 1 TO WS-TAXR-STATUS-NO
               WHEN "M" MOVE 2 TO WS-TAXR-STATUS-NO
               WHEN "H" MOVE 3 TO WS-TAXR-STATUS-NO
               WHEN OTHER MOVE 0 TO WS-TAXR-STATUS-NO
           END-EVALUATE
           MOVE ZERO TO WS-TAXR-BRACKET-NO
           IF TXF-KEY(2:1) IS NUMERIC
               MOVE TXF-KEY(2:1) TO WS-TAXR-BRACKET-NO
           END-IF
           IF WS-TAXR-STATUS-NO = ZERO
               OR TXF-KEY(2:1) NOT NUMERIC
               OR NOT WS-TAXR-BRACKET-VALID
               OR TXF-WAGE-BASE NOT NUMERIC
               OR TXF-RATE NOT NUMERIC
               DISPLAY "Bad federal bracket key '"
                   TXF-KEY "' in TAXRATES.TXT -- ignored."
               EXIT PARAGRAPH
           END-IF
           IF WS-TAXR-BRACKET-NO = ZERO
               IF TXF-EFF-DATE >= WS-FED-ALLOW-EFF(WS-TAXR-STATUS-NO)
                   MOVE TXF-WAGE-BASE
                       TO WS-FED-ALLOWANCE(WS-TAXR-STATUS-NO)
                   MOVE TXF-EFF-DATE
                       TO WS-FED-ALLOW-EFF(WS-TAXR-STATUS-NO)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TXF-EFF-DATE >= WS-FED-BRACKET-EFF(WS-TAXR-STATUS-NO,
                                                 WS-TAXR-BRACKET-NO)
               MOVE TXF-WAGE-BASE TO
                   WS-FED-BRACKET-FLOOR(WS-TAXR-STATUS-NO,
                                        WS-TAXR-BRACKET-NO)
               MOVE TXF-RATE TO
                   WS-FED-BRACKET-RATE(WS-TAXR-STATUS-NO,
                                       WS-TAXR-BRACKET-NO)
               MOVE TXF-EFF-DATE TO
                   WS-FED-BRACKET-EFF(WS-TAXR-STATUS-NO,
                                      WS-TAXR-BRACKET-NO)
           END-IF.


       APPLY-LOCAL-RATE-RECORD.
           SET WS-LOCAL-IDX TO 1
           PERFORM UNTIL WS-LOCAL-IDX > WS-LOCAL-RATE-COUNT
           END-IF.


      * the withholding state (WS-TAX-STATE) picks the rate; no
      * entry (or a blank state on an old master record) falls back
      * to the shipped default so nobody goes untaxed.
       LOOKUP-STATE-TAX-RATE.
           MOVE WS-DEFAULT-STATE-RATE TO WS-STATE-TAX-RATE
           IF WS-TAX-STATE = SPACES
               EXIT PARAGRAPH
           END-IF
           SET WS-STATE-IDX TO 1
           PERFORM UNTIL WS-STATE-IDX > WS-STATE-RATE-COUNT
                   OR WS-SRT-STATE(WS-STATE-IDX) = WS-TAX-STATE
               SET WS-STATE-IDX UP BY 1
           END-PERFORM
           IF WS-STATE-IDX NOT > WS-STATE-RATE-COUNT
               MOVE WS-SRT-RATE(WS-STATE-IDX) TO WS-STATE-TAX-RATE
           ELSE
               DISPLAY "No state tax entry for '" WS-TAX-STATE
                   "' (employee " EMP-ID ") -- default rate used."
           END-IF.


      ******************************************************************
      * State withholding by work state. Gross and taxable wages are
      * shared out over the states on the period's timecard lines in
      * proportion to hours (the last state takes the rounding), so
      * the shares always add back to the whole. Each share is taxed
      * by the work state unless the reciprocity table lets the
      * employee's home state withhold instead. No timecard hours
      * (salaried, bonus, reversal) means one share in the master's
      * work state, which is the single-state result as before.
      ******************************************************************
       COMPUTE-STATE-WITHHOLDING.
           MOVE ZERO TO WS-TCST-HOURS-TOTAL
           PERFORM VARYING WS-TCST-IDX FROM 1 BY 1
               UNTIL WS-TCST-IDX > WS-TCST-COUNT
               ADD WS-TCST-HOURS(WS-TCST-IDX) TO WS-TCST-HOURS-TOTAL
           END-PERFORM
           IF WS-TCST-HOURS-TOTAL = ZERO
               MOVE 1 TO WS-TCST-COUNT
               MOVE EMP-WORK-STATE TO WS-TCST-STATE(1)
               MOVE 1 TO WS-TCST-HOURS(1)
               MOVE 1 TO WS-TCST-HOURS-TOTAL
           END-IF

           PERFORM LOOKUP-RESIDENT-STATE

           MOVE ZERO TO STATE-TAX
           MOVE ZERO TO WS-EMPST-COUNT
           MOVE GROSS-PAY TO WS-ST-GROSS-LEFT
           MOVE TAXABLE-WAGES TO WS-ST-TAXABLE-LEFT
           MOVE WS-TCST-HOURS-TOTAL TO WS-ST-HOURS-LEFT
           PERFORM VARYING WS-TCST-IDX FROM 1 BY 1
               UNTIL WS-TCST-IDX > WS-TCST-COUNT
               IF WS-TCST-HOURS(WS-TCST-IDX) > ZERO
                   PERFORM SPLIT-ONE-WORK-STATE
               END-IF
           END-PERFORM.


       SPLIT-ONE-WORK-STATE.
           ADD 1 TO WS-EMPST-COUNT
           SET WS-EMPST-IDX TO WS-EMPST-COUNT
           MOVE WS-TCST-STATE(WS-TCST-IDX)
               TO WS-EMPST-WORK-STATE(WS-EMPST-IDX)
           SUBTRACT WS-TCST-HOURS(WS-TCST-IDX) FROM WS-ST-HOURS-LEFT
           IF WS-ST-HOURS-LEFT = ZERO
               MOVE WS-ST-GROSS-LEFT TO WS-EMPST-GROSS(WS-EMPST-IDX)
               MOVE WS-ST-TAXABLE-LEFT
                   TO WS-EMPST-TAXABLE(WS-EMPST-IDX)
           ELSE
               COMPUTE WS-EMPST-GROSS(WS-EMPST-IDX) ROUNDED =
                   GROSS-PAY * WS-TCST-HOURS(WS-TCST-IDX)
                   / WS-TCST-HOURS-TOTAL
               COMPUTE WS-EMPST-TAXABLE(WS-EMPST-IDX) ROUNDED =
                   TAXABLE-WAGES * WS-TCST-HOURS(WS-TCST-IDX)
                   / WS-TCST-HOURS-TOTAL
           END-IF
           SUBTRACT WS-EMPST-GROSS(WS-EMPST-IDX) FROM WS-ST-GROSS-LEFT
           SUBTRACT WS-EMPST-TAXABLE(WS-EMPST-IDX)
               FROM WS-ST-TAXABLE-LEFT

           MOVE WS-EMPST-WORK-STATE(WS-EMPST-IDX) TO WS-TAX-STATE
           IF WS-RESIDENT-STATE NOT = SPACES
               AND WS-RESIDENT-STATE NOT = WS-TAX-STATE
               SET WS-RCP-IDX TO 1
               PERFORM UNTIL WS-RCP-IDX > WS-RCP-COUNT
                       OR (WS-RCP-WORK(WS-RCP-IDX) = WS-TAX-STATE
                       AND WS-RCP-RESIDENT(WS-RCP-IDX)
                           = WS-RESIDENT-STATE)
                   SET WS-RCP-IDX UP BY 1
               END-PERFORM
               IF WS-RCP-IDX NOT > WS-RCP-COUNT
                   MOVE WS-RESIDENT-STATE TO WS-TAX-STATE
               END-IF
           END-IF
           MOVE WS-TAX-STATE TO WS-EMPST-WH-STATE(WS-EMPST-IDX)

           PERFORM LOOKUP-STATE-TAX-RATE
           COMPUTE WS-EMPST-TAX(WS-EMPST-IDX) =
               WS-EMPST-TAXABLE(WS-EMPST-IDX) * WS-STATE-TAX-RATE
           ADD WS-EMPST-TAX(WS-EMPST-IDX) TO STATE-TAX.


      * home state from the personal-data master; only needed when
      * there are reciprocity pairs to test it against
       LOOKUP-RESIDENT-STATE.
           MOVE SPACES TO WS-RESIDENT-STATE
           IF WS-RCP-COUNT = ZERO OR NOT WS-PER-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID TO PER-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE PER-STATE TO WS-RESIDENT-STATE.


      ******************************************************************
      * Rate-table listing at the top of the register so the clerk
      * can verify which rates were in force for the run.
      ******************************************************************
       WRITE-TAX-RATE-LISTING.
           MOVE "TAX RATES IN FORCE THIS RUN:" TO PAY-REGISTER-REC
           WRITE PAY-REGISTER-REC
           PERFORM VARYING WS-FED-STS-IDX FROM 1 BY 1
               UNTIL WS-FED-STS-IDX > 3
               PERFORM WRITE-FED-STATUS-LISTING
           END-PERFORM
           IF WS-STATE-RATE-COUNT = ZERO
               MOVE WS-DEFAULT-STATE-RATE TO WS-RATE-EDIT
               MOVE SPACES TO PAY-REGISTER-REC
               STRING "  STATE (DEFAULT) RATE " WS-RATE-EDIT
                   DELIMITED BY SIZE INTO PAY-REGISTER-REC
               END-STRING
               WRITE PAY-REGISTER-REC
           END-PERFORM
           MOVE SPACES TO PAY-REGISTER-REC
           MOVE WS-SS-RATE TO WS-FICA-RATE-EDIT
           MOVE WS-SS-WAGE-BASE TO WS-FICA-BASE-EDIT
           STRING "  SOC SEC RATE " WS-FICA-RATE-EDIT
               " WAGE BASE " WS-FICA-BASE-EDIT
               DELIMITED BY SIZE INTO PAY-REGISTER-REC
           END-STRING
           WRITE PAY-REGISTER-REC
           MOVE SPACES TO PAY-REGISTER-REC
           MOVE WS-MEDICARE-RATE TO WS-FICA-RATE-EDIT
           MOVE WS-ADDL-MED-RATE TO WS-FICA-ADDL-EDIT
           MOVE WS-ADDL-MED-THRESHOLD TO WS-FICA-BASE-EDIT
           STRING "  MEDICARE RATE " WS-FICA-RATE-EDIT
               " ADDITIONAL " WS-FICA-ADDL-EDIT
               " OVER " WS-FICA-BASE-EDIT
               DELIMITED BY SIZE INTO PAY-REGISTER-REC
           END-STRING
           WRITE PAY-REGISTER-REC
           MOVE SPACES TO PAY-REGISTER-REC
           WRITE PAY-REGISTER-REC.


      * one allowance line and one line per bracket in use for the
      * filing status in hand
       WRITE-FED-STATUS-LISTING.
           EVALUATE WS-FED-STS-IDX
               WHEN 1 MOVE "S" TO WS-FED-STATUS-CODE
               WHEN 2 MOVE "M" TO WS-FED-STATUS-CODE
               WHEN OTHER MOVE "H" TO WS-FED-STATUS-CODE
           END-EVALUATE
           MOVE SPACES TO PAY-REGISTER-REC
           MOVE WS-FED-ALLOWANCE(WS-FED-STS-IDX) TO WS-FED-FLOOR-EDIT
           STRING "  FED W-4 STATUS " WS-FED-STATUS-CODE
               " ANNUAL ALLOWANCE " WS-FED-FLOOR-EDIT
               DELIMITED BY SIZE INTO PAY-REGISTER-REC
           END-STRING
           WRITE PAY-REGISTER-REC
           PERFORM VARYING WS-FED-IDX FROM 1 BY 1
               UNTIL WS-FED-IDX > 8
               IF WS-FED-IDX = 1
                   OR WS-FED-BRACKET-FLOOR(WS-FED-STS-IDX, WS-FED-IDX)
                       > ZERO
                   MOVE SPACES TO PAY-REGISTER-REC
                   MOVE WS-FED-BRACKET-FLOOR(WS-FED-STS-IDX, WS-FED-IDX)
                       TO WS-FED-FLOOR-EDIT
                   MOVE WS-FED-BRACKET-RATE(WS-FED-STS-IDX, WS-FED-IDX)
                       TO WS-FICA-RATE-EDIT
                   STRING "    ANNUAL OVER " WS-FED-FLOOR-EDIT
                       " RATE " WS-FICA-RATE-EDIT
                       DELIMITED BY SIZE INTO PAY-REGISTER-REC
                   END-STRING
                   WRITE PAY-REGISTER-REC
               END-IF
           END-PERFORM.


      * no pay-code master simply means no premium codes this shop
      * uses yet; every timecard then pays as regular time.
      ******************************************************************
               MOVE WS-PP-PAY-DATE          TO TXL-PAY-DATE
               MOVE WS-TXL-AMT(WS-TAXL-IDX) TO TXL-AMOUNT
               MOVE SPACE TO TXL-DEPOSITED
               MOVE WS-RUN-COMPANY          TO TXL-COMPANY
               WRITE TAX-LIABILITY-RECORD
           END-PERFORM
           CLOSE TAX-LIABILITY-FILE.
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
      *    a loan recovery is owed back to the company, not to a
      *    third party, so it never goes out for remittance
      *    case takes are carved out of their code's total here
      *    and follow as one total per case below
           PERFORM VARYING WS-DEDM-IDX FROM 1 BY 1
               UNTIL WS-DEDM-IDX > WS-DEDM-COUNT
               MOVE WS-DEDM-WITHHELD(WS-DEDM-IDX) TO WS-LIAB-CODE-TOTAL
               PERFORM VARYING WS-LIABD-IDX FROM 1 BY 1
                   UNTIL WS-LIABD-IDX > WS-LIABD-COUNT
                   IF WS-LIABD-CODE(WS-LIABD-IDX) =
                       WS-DEDM-CODE(WS-DEDM-IDX)
                       AND WS-LIABD-CASE(WS-LIABD-IDX) NOT = SPACES
                       SUBTRACT WS-LIABD-AMOUNT(WS-LIABD-IDX)
                           FROM WS-LIAB-CODE-TOTAL
                   END-IF
               END-PERFORM
               IF WS-LIAB-CODE-TOTAL NOT = ZERO
                   AND WS-DEDM-TYPE(WS-DEDM-IDX) NOT = "L"
                   MOVE SPACES TO DEDUCTION-LIABILITY-RECORD
                   MOVE "T" TO DLB-RECORD-TYPE
                   MOVE WS-DEDM-CODE(WS-DEDM-IDX) TO DLB-DED-CODE
                   MOVE SPACES TO DLB-EMP-ID
                   MOVE WS-LIAB-CODE-TOTAL TO DLB-AMOUNT
                   MOVE WS-PP-PERIOD-NUMBER TO DLB-PERIOD
                   WRITE DEDUCTION-LIABILITY-RECORD
                   PERFORM WRITE-LIABILITY-DETAIL-RECS
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LIABD-IDX FROM 1 BY 1
               UNTIL WS-LIABD-IDX > WS-LIABD-COUNT
               IF WS-LIABD-CASE(WS-LIABD-IDX) NOT = SPACES
                   MOVE SPACES TO DEDUCTION-LIABILITY-RECORD
                   MOVE "T" TO DLB-RECORD-TYPE
                   MOVE WS-LIABD-CODE(WS-LIABD-IDX) TO DLB-DED-CODE
                   MOVE SPACES TO DLB-EMP-ID
                   MOVE WS-LIABD-AMOUNT(WS-LIABD-IDX) TO DLB-AMOUNT
                   MOVE WS-PP-PERIOD-NUMBER TO DLB-PERIOD
                   MOVE WS-LIABD-CASE(WS-LIABD-IDX) TO DLB-CASE-NUMBER
                   WRITE DEDUCTION-LIABILITY-RECORD
                   MOVE "D" TO DLB-RECORD-TYPE
                   MOVE WS-LIABD-EMP-ID(WS-LIABD-IDX) TO DLB-EMP-ID
                   WRITE DEDUCTION-LIABILITY-RECORD
               END-IF
           END-PERFORM
           CLOSE DEDUCTION-LIABILITY-FILE.


               UNTIL WS-LIABD-IDX > WS-LIABD-COUNT
               IF WS-LIABD-CODE(WS-LIABD-IDX) =
                   WS-DEDM-CODE(WS-DEDM-IDX)
                   AND WS-LIABD-CASE(WS-LIABD-IDX) = SPACES
                   MOVE SPACES TO DEDUCTION-LIABILITY-RECORD
                   MOVE "D" TO DLB-RECORD-TYPE
                   MOVE WS-LIABD-CODE(WS-LIABD-IDX) TO DLB-DED-CODE
           CLOSE UNION-STEP-REPORT-FILE.


      * latest rate effective by period end wins per state; the
      * "US" row also resets the federal floor the garnishment
      * limits use
       LOAD-MINIMUM-WAGES.
           MOVE ZERO TO WS-MINW-COUNT
           OPEN INPUT MINIMUM-WAGE-FILE
           IF NOT WS-MWG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MWG-FILE-EOF
               READ MINIMUM-WAGE-FILE
                   AT END SET WS-MWG-FILE-EOF TO TRUE
                   NOT AT END
                       IF MWG-EFF-DATE <= WS-PP-END-DATE
                           AND MWG-RATE NUMERIC
                           PERFORM POST-ONE-MINIMUM-WAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MINIMUM-WAGE-FILE
           SET WS-MINW-IDX TO 1
           PERFORM UNTIL WS-MINW-IDX > WS-MINW-COUNT
                   OR WS-MINW-STATE(WS-MINW-IDX) = "US"
               SET WS-MINW-IDX UP BY 1
           END-PERFORM
           IF WS-MINW-IDX NOT > WS-MINW-COUNT
               MOVE WS-MINW-RATE(WS-MINW-IDX) TO WS-FED-MIN-WAGE
           END-IF.


       POST-ONE-MINIMUM-WAGE.
           SET WS-MINW-IDX TO 1
           PERFORM UNTIL WS-MINW-IDX > WS-MINW-COUNT
                   OR WS-MINW-STATE(WS-MINW-IDX) = MWG-STATE
               SET WS-MINW-IDX UP BY 1
           END-PERFORM
           IF WS-MINW-IDX > WS-MINW-COUNT
               IF WS-MINW-COUNT = 60
                   DISPLAY "Minimum-wage table full -- " MWG-STATE
                       " not loaded."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MINW-COUNT
               SET WS-MINW-IDX TO WS-MINW-COUNT
               MOVE MWG-STATE TO WS-MINW-STATE(WS-MINW-IDX)
               MOVE LOW-VALUES TO WS-MINW-EFF-DATE(WS-MINW-IDX)
           END-IF
           IF MWG-EFF-DATE >= WS-MINW-EFF-DATE(WS-MINW-IDX)
               MOVE MWG-EFF-DATE TO WS-MINW-EFF-DATE(WS-MINW-IDX)
               MOVE MWG-RATE     TO WS-MINW-RATE(WS-MINW-IDX)
           END-IF.


       LOAD-OT-AUTHORIZATIONS.
           MOVE ZERO TO WS-OTA-COUNT
           OPEN INPUT OT-AUTHORIZATION-FILE
                       ADD 1 TO WS-COA-COUNT
                       SET WS-COA-IDX TO WS-COA-COUNT
                       MOVE GLA-ACCOUNT
                           TO WS-COA-ACCOUNT(WS-COA-IDX)
                       MOVE GLA-COMPANY
                           TO WS-COA-COMPANY(WS-COA-IDX)
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE.
           MOVE "N" TO WS-COA-CHECK-FLAG
           SET WS-COA-IDX TO 1
           PERFORM UNTIL WS-COA-IDX > WS-COA-COUNT
                   OR WS-COA-ACCOUNT(WS-COA-IDX) = WS-COA-WORK-ACCT
               SET WS-COA-IDX UP BY 1
           END-PERFORM
           IF WS-COA-IDX NOT > WS-COA-COUNT
           END-IF.


      ******************************************************************
      * The calendar's holidays inside this period, and the
      * eligibility rules. Holiday time needs the HOL code on the
      * pay-code master for its earnings account; without it no
      * holiday hours are generated.
      ******************************************************************
       LOAD-HOLIDAY-CALENDAR.
           MOVE ZERO TO WS-HOLP-COUNT
           MOVE ZERO TO WS-HOLR-COUNT
           MOVE "N" TO WS-HOL-CODE-SW
           SET WS-PAYC-IDX TO 1
           PERFORM UNTIL WS-PAYC-IDX > WS-PAYC-COUNT
                   OR WS-PAYC-CODE(WS-PAYC-IDX) = WS-HOL-PAY-CODE
               SET WS-PAYC-IDX UP BY 1
           END-PERFORM
           IF WS-PAYC-IDX NOT > WS-PAYC-COUNT
               SET WS-HOL-CODE-ON-FILE TO TRUE
           END-IF

           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF NOT WS-HOLC-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLC-FILE-EOF
               READ HOLIDAY-CALENDAR-FILE
                   AT END SET WS-HOLC-FILE-EOF TO TRUE
                   NOT AT END
                       IF HOLC-DATE >= WS-PP-START-DATE
                           AND HOLC-DATE <= WS-PP-END-DATE
                           AND WS-HOLP-COUNT < 10
                           ADD 1 TO WS-HOLP-COUNT
                           SET WS-HOLP-IDX TO WS-HOLP-COUNT
                           MOVE HOLC-DATE
                               TO WS-HOLP-DATE(WS-HOLP-IDX)
                           MOVE HOLC-DESC
                               TO WS-HOLP-DESC(WS-HOLP-IDX)
                           MOVE "N" TO WS-HOLP-SEEN(WS-HOLP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-CALENDAR-FILE
           IF WS-HOLP-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-HOL-CODE-ON-FILE
               DISPLAY "Holiday in period but no " WS-HOL-PAY-CODE
                   " pay code on PAYCODES.TXT -- no holiday hours"
                   " generated."
               MOVE ZERO TO WS-HOLP-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HOLP-IDX FROM 1 BY 1
               UNTIL WS-HOLP-IDX > WS-HOLP-COUNT
               DISPLAY "Paid holiday this period: "
                   WS-HOLP-DATE(WS-HOLP-IDX) " "
                   WS-HOLP-DESC(WS-HOLP-IDX)
           END-PERFORM

           OPEN INPUT HOLIDAY-RULE-FILE
           IF NOT WS-HOLR-FILE-OK
               DISPLAY "No HOLELIG.TXT -- no one is holiday eligible."
               MOVE ZERO TO WS-HOLP-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLR-FILE-EOF
                   OR WS-HOLR-COUNT = 20
               READ HOLIDAY-RULE-FILE
                   AT END SET WS-HOLR-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOLR-COUNT
                       SET WS-HOLR-IDX TO WS-HOLR-COUNT
      *                blanks read the way the master reads them:
      *                hourly class, weekly group
                       IF HOLR-PAY-CLASS = SPACE
                           MOVE "H" TO WS-HOLR-CLASS(WS-HOLR-IDX)
                       ELSE
                           MOVE HOLR-PAY-CLASS
                               TO WS-HOLR-CLASS(WS-HOLR-IDX)
                       END-IF
                       IF HOLR-PAY-GROUP = SPACE
                           MOVE "W" TO WS-HOLR-GROUP(WS-HOLR-IDX)
                       ELSE
                           MOVE HOLR-PAY-GROUP
                               TO WS-HOLR-GROUP(WS-HOLR-IDX)
                       END-IF
                       MOVE HOLR-ELIGIBLE
                           TO WS-HOLR-ELIGIBLE(WS-HOLR-IDX)
                       IF HOLR-HOURS NUMERIC AND HOLR-HOURS > ZERO
                           MOVE HOLR-HOURS
                               TO WS-HOLR-HOURS(WS-HOLR-IDX)
                       ELSE
                           MOVE 8 TO WS-HOLR-HOURS(WS-HOLR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-RULE-FILE.


       LOAD-PROJECT-MASTER.
           MOVE ZERO TO WS-PROJ-COUNT
           OPEN INPUT PROJECT-MASTER-FILE
           IF NOT WS-PRJ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRJ-FILE-EOF
                   OR WS-PROJ-COUNT = 200
               READ PROJECT-MASTER-FILE
                   AT END SET WS-PRJ-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PROJ-COUNT
                       SET WS-PROJ-IDX TO WS-PROJ-COUNT
                       MOVE PRJ-CODE TO WS-PROJ-CODE(WS-PROJ-IDX)
                       MOVE PRJ-CUSTOMER-ID
                           TO WS-PROJ-CUSTOMER(WS-PROJ-IDX)
                       IF PRJ-STATUS-CLOSED
                           MOVE "C" TO WS-PROJ-STATUS(WS-PROJ-IDX)
                       ELSE
                           MOVE "O" TO WS-PROJ-STATUS(WS-PROJ-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROJECT-MASTER-FILE.


       LOAD-PAY-CODES.
           MOVE ZERO TO WS-PAYC-COUNT
           OPEN INPUT PAY-CODE-FILE
           CLOSE PAY-CODE-FILE.


      * no EXPTYPES.TXT means no type is known, so every claim is
      * refused to suspense rather than paid unchecked
       LOAD-EXPENSE-TYPES.
           MOVE ZERO TO WS-XTY-COUNT
           OPEN INPUT EXPENSE-TYPE-FILE
           IF NOT WS-XTY-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XTY-FILE-EOF
                   OR WS-XTY-COUNT = 20
               READ EXPENSE-TYPE-FILE
                   AT END SET WS-XTY-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-XTY-COUNT
                       SET WS-XTY-IDX TO WS-XTY-COUNT
                       MOVE XTY-CODE TO WS-XTY-CODE(WS-XTY-IDX)
                       MOVE XTY-DESC TO WS-XTY-DESC(WS-XTY-IDX)
                       MOVE XTY-LIMIT TO WS-XTY-LIMIT(WS-XTY-IDX)
                       MOVE XTY-GL-ACCOUNT
                           TO WS-XTY-GL-ACCOUNT(WS-XTY-IDX)
               END-READ
           END-PERFORM
           CLOSE EXPENSE-TYPE-FILE.


       LOAD-DEDUCTION-MASTER.
           MOVE ZERO TO WS-DEDM-COUNT
           OPEN INPUT DEDUCTION-MASTER-FILE
           CLOSE DEDUCTION-MASTER-FILE.


      * the taken-to-date counters are posted to the keyed file as
      * each take is made (POST-ENROLLMENT-TAKE), stamped with the
      * run so that a restart re-derives them instead of counting
      * them twice; end of job closes the file and raises any
      * posting that did not take.
       SAVE-DEDUCTION-ENROLLMENTS.
           IF WS-ENROLL-POST-FAILS > ZERO
               MOVE "PAYROL00" TO WS-ERR-PROGRAM-ID
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING WS-ENROLL-POST-FAILS
                   " enrollment taken-to-date posting(s) failed"
                   " -- goal counters behind"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF
           PERFORM CLOSE-DEDUCTION-ENROLLMENTS.


       CLOSE-DEDUCTION-ENROLLMENTS.
           IF WS-ENROLL-FILE-OPEN
               CLOSE DEDUCTION-ENROLLMENT-FILE
               MOVE "N" TO WS-ENROLL-OPEN-FLAG
           END-IF.


       POST-ENROLLMENT-TAKE.
           MOVE WS-ENROLL-EMP-ID(WS-ENROLL-IDX) TO ENR-EMP-ID
           MOVE WS-ENROLL-DED-CODE(WS-ENROLL-IDX) TO ENR-DED-CODE
           READ DEDUCTION-ENROLLMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-ENROLL-POST-FAILS
               NOT INVALID KEY
                   MOVE WS-ENROLL-TAKEN(WS-ENROLL-IDX)
                       TO ENR-TAKEN-TO-DATE
                   MOVE WS-PP-PERIOD-NUMBER TO ENR-RUN-PERIOD
                   MOVE WS-ENROLL-RUN-STARTED TO ENR-RUN-STARTED
                   MOVE WS-ENROLL-RUN-TAKEN(WS-ENROLL-IDX)
                       TO ENR-RUN-TAKEN
                   REWRITE DEDUCTION-ENROLLMENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ENROLL-POST-FAILS
                   END-REWRITE
           END-READ.


       LOAD-LOAN-LEDGER.
           MOVE ZERO TO WS-LOAN-COUNT
           OPEN INPUT LOAN-LEDGER-FILE
           IF NOT WS-LOAN-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOAN-FILE-EOF
                   OR WS-LOAN-COUNT = 200
               READ LOAN-LEDGER-FILE
                   AT END SET WS-LOAN-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOAN-COUNT
                       SET WS-LOAN-IDX TO WS-LOAN-COUNT
                       MOVE LN-EMP-ID TO WS-LOAN-EMP-ID(WS-LOAN-IDX)
                       MOVE LN-LOAN-NUMBER
                           TO WS-LOAN-NUMBER(WS-LOAN-IDX)
                       MOVE LN-TYPE TO WS-LOAN-TYPE(WS-LOAN-IDX)
                       MOVE LN-GRANT-DATE
                           TO WS-LOAN-GRANT-DATE(WS-LOAN-IDX)
                       MOVE LN-ORIGINAL-AMOUNT
                           TO WS-LOAN-ORIGINAL(WS-LOAN-IDX)
                       MOVE LN-INSTALLMENT
                           TO WS-LOAN-INSTALLMENT(WS-LOAN-IDX)
                       IF LN-BALANCE NUMERIC
                           MOVE LN-BALANCE
                               TO WS-LOAN-BALANCE(WS-LOAN-IDX)
                       ELSE
                           MOVE ZERO
                               TO WS-LOAN-BALANCE(WS-LOAN-IDX)
                       END-IF
                       MOVE LN-STATUS TO WS-LOAN-STATUS(WS-LOAN-IDX)
                       MOVE LN-CHECK-NUMBER
                           TO WS-LOAN-CHECK(WS-LOAN-IDX)
                       MOVE LN-DISBURSE-DATE
                           TO WS-LOAN-DISB-DATE(WS-LOAN-IDX)
                       MOVE LN-LAST-RECOVERY
                           TO WS-LOAN-LAST-RECOV(WS-LOAN-IDX)
               END-READ
           END-PERFORM
           IF WS-LOAN-COUNT = 200 AND NOT WS-LOAN-FILE-EOF
               DISPLAY "Loan ledger over 200 loans -- the rest are"
                   " not recovered this run."
           END-IF
           CLOSE LOAN-LEDGER-FILE.


       SAVE-LOAN-LEDGER.
           IF WS-LOAN-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOAN-LEDGER-FILE
           IF NOT WS-LOAN-FILE-OK
               MOVE WS-LOAN-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite LOAN-LEDGER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               MOVE SPACES TO LOAN-LEDGER-RECORD
               MOVE WS-LOAN-EMP-ID(WS-LOAN-IDX)      TO LN-EMP-ID
               MOVE WS-LOAN-NUMBER(WS-LOAN-IDX)      TO LN-LOAN-NUMBER
               MOVE WS-LOAN-TYPE(WS-LOAN-IDX)        TO LN-TYPE
               MOVE WS-LOAN-GRANT-DATE(WS-LOAN-IDX)  TO LN-GRANT-DATE
               MOVE WS-LOAN-ORIGINAL(WS-LOAN-IDX)
                   TO LN-ORIGINAL-AMOUNT
               MOVE WS-LOAN-INSTALLMENT(WS-LOAN-IDX) TO LN-INSTALLMENT
               MOVE WS-LOAN-BALANCE(WS-LOAN-IDX)     TO LN-BALANCE
               MOVE WS-LOAN-STATUS(WS-LOAN-IDX)      TO LN-STATUS
               MOVE WS-LOAN-CHECK(WS-LOAN-IDX)       TO LN-CHECK-NUMBER
               MOVE WS-LOAN-DISB-DATE(WS-LOAN-IDX)
                   TO LN-DISBURSE-DATE
               MOVE WS-LOAN-LAST-RECOV(WS-LOAN-IDX)
                   TO LN-LAST-RECOVERY
               WRITE LOAN-LEDGER-RECORD
           END-PERFORM
           CLOSE LOAN-LEDGER-FILE.


       LOAD-GARNISHMENT-CASES.
           MOVE ZERO TO WS-GCASE-COUNT
           OPEN INPUT GARNISHMENT-CASE-FILE
           IF NOT WS-GCS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GCS-FILE-EOF
                   OR WS-GCASE-COUNT = 100
               READ GARNISHMENT-CASE-FILE
                   AT END SET WS-GCS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GCASE-COUNT
                       SET WS-GCASE-IDX TO WS-GCASE-COUNT
                       MOVE GARNISHMENT-CASE-RECORD
                           TO WS-GCASE-IMAGE(WS-GCASE-IDX)
                       MOVE GC-EMP-ID TO WS-GCASE-EMP-ID(WS-GCASE-IDX)
                       MOVE GC-CASE-NUMBER
                           TO WS-GCASE-NUMBER(WS-GCASE-IDX)
                       MOVE GC-ORDER-TYPE
                           TO WS-GCASE-TYPE(WS-GCASE-IDX)
                       MOVE GC-ORDER-DATE
                           TO WS-GCASE-ORDER-DATE(WS-GCASE-IDX)
                       MOVE GC-DED-CODE
                           TO WS-GCASE-DED-CODE(WS-GCASE-IDX)
                       MOVE GC-METHOD TO WS-GCASE-METHOD(WS-GCASE-IDX)
                       MOVE ZERO TO WS-GCASE-PERCENT(WS-GCASE-IDX)
                       MOVE ZERO TO WS-GCASE-AMOUNT(WS-GCASE-IDX)
                       MOVE ZERO TO WS-GCASE-LIMIT-PCT(WS-GCASE-IDX)
                       MOVE ZERO TO WS-GCASE-BALANCE(WS-GCASE-IDX)
                       IF GC-PERCENT NUMERIC
                           MOVE GC-PERCENT
                               TO WS-GCASE-PERCENT(WS-GCASE-IDX)
                       END-IF
                       IF GC-AMOUNT NUMERIC
                           MOVE GC-AMOUNT
                               TO WS-GCASE-AMOUNT(WS-GCASE-IDX)
                       END-IF
                       IF GC-LIMIT-PCT NUMERIC
                           MOVE GC-LIMIT-PCT
                               TO WS-GCASE-LIMIT-PCT(WS-GCASE-IDX)
                       END-IF
                       IF GC-BALANCE NUMERIC
                           MOVE GC-BALANCE
                               TO WS-GCASE-BALANCE(WS-GCASE-IDX)
                       END-IF
                       MOVE GC-OPEN-ENDED
                           TO WS-GCASE-OPEN-ENDED(WS-GCASE-IDX)
                       MOVE GC-STATUS TO WS-GCASE-STATUS(WS-GCASE-IDX)
               END-READ
           END-PERFORM
           IF WS-GCASE-COUNT = 100 AND NOT WS-GCS-FILE-EOF
               DISPLAY "Garnishment case file over 100 cases -- the"
                   " rest are not withheld this run."
           END-IF
           CLOSE GARNISHMENT-CASE-FILE.


      * only the balance and status move; everything else on the
      * case goes back exactly as it was keyed
       SAVE-GARNISHMENT-CASES.
           IF WS-GCASE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GARNISHMENT-CASE-FILE
           IF NOT WS-GCS-FILE-OK
               MOVE WS-GCS-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite GARNISHMENT-CASE-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GCASE-IDX FROM 1 BY 1
               UNTIL WS-GCASE-IDX > WS-GCASE-COUNT
               MOVE WS-GCASE-IMAGE(WS-GCASE-IDX)
                   TO GARNISHMENT-CASE-RECORD
               MOVE WS-GCASE-BALANCE(WS-GCASE-IDX) TO GC-BALANCE
               MOVE WS-GCASE-STATUS(WS-GCASE-IDX)  TO GC-STATUS
               WRITE GARNISHMENT-CASE-RECORD
           END-PERFORM
           CLOSE GARNISHMENT-CASE-FILE.


       LOAD-DEDUCTION-ENROLLMENTS.
           MOVE ZERO TO WS-ENROLL-COUNT WS-ENROLL-POST-FAILS
           MOVE SPACES TO WS-ENROLL-LOADED-ID
           MOVE "N" TO WS-ENROLL-OPEN-FLAG
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ENROLL-RUN-STARTED
           IF WS-ENROLL-POSTING
               OPEN I-O DEDUCTION-ENROLLMENT-FILE
           ELSE
               OPEN INPUT DEDUCTION-ENROLLMENT-FILE
           END-IF
           IF NOT WS-DEDE-FILE-OK
               DISPLAY "No deduction enrollment file found, "
                   "no deductions will be taken."
               EXIT PARAGRAPH
           END-IF
           SET WS-ENROLL-FILE-OPEN TO TRUE.


      * the employee's enrollments, straight off the keyed file; a
      * second pass over the same employee keeps what the first
      * one took
       READ-EMPLOYEE-ENROLLMENTS.
           IF WS-ENROLL-LOADED-ID = EMP-ID
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ENROLL-COUNT
           MOVE EMP-ID TO WS-ENROLL-LOADED-ID
           IF NOT WS-ENROLL-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-DEDE-FILE-STATUS
           MOVE EMP-ID TO ENR-EMP-ID
           MOVE LOW-VALUES TO ENR-DED-CODE
           START DEDUCTION-ENROLLMENT-FILE KEY NOT < ENR-KEY
               INVALID KEY SET WS-DEDE-FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-DEDE-FILE-EOF
               READ DEDUCTION-ENROLLMENT-FILE NEXT RECORD
                   AT END SET WS-DEDE-FILE-EOF TO TRUE
                   NOT AT END
                       IF ENR-EMP-ID NOT = EMP-ID
                           SET WS-DEDE-FILE-EOF TO TRUE
                       ELSE
                           PERFORM TAKE-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.


       TAKE-ONE-ENROLLMENT.
           IF WS-ENROLL-COUNT = 50
               MOVE "PAYROL00" TO WS-ERR-PROGRAM-ID
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Employee " EMP-ID " has over 50 enrollments"
                   " -- code " ENR-DED-CODE " not deducted"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENROLL-COUNT
           SET WS-ENROLL-IDX TO WS-ENROLL-COUNT
           MOVE ENR-EMP-ID     TO WS-ENROLL-EMP-ID(WS-ENROLL-IDX)
           MOVE ENR-DED-CODE   TO WS-ENROLL-DED-CODE(WS-ENROLL-IDX)
           MOVE ENR-AMOUNT     TO WS-ENROLL-AMOUNT(WS-ENROLL-IDX)
           MOVE ENR-START-DATE TO WS-ENROLL-START(WS-ENROLL-IDX)
           MOVE ENR-STOP-DATE  TO WS-ENROLL-STOP(WS-ENROLL-IDX)
           MOVE ENR-BASIS      TO WS-ENROLL-BASIS(WS-ENROLL-IDX)
           IF ENR-GOAL-AMOUNT NUMERIC
               MOVE ENR-GOAL-AMOUNT TO WS-ENROLL-GOAL(WS-ENROLL-IDX)
           ELSE
               MOVE ZERO TO WS-ENROLL-GOAL(WS-ENROLL-IDX)
           END-IF
           IF ENR-TAKEN-TO-DATE NUMERIC
               MOVE ENR-TAKEN-TO-DATE
                   TO WS-ENROLL-TAKEN(WS-ENROLL-IDX)
           ELSE
               MOVE ZERO TO WS-ENROLL-TAKEN(WS-ENROLL-IDX)
           END-IF

      *    what this period has already posted: carried on by this
      *    run, or -- when a restart finds the stopped run's stamp
      *    -- backed out to be taken again
           MOVE ZERO TO WS-ENROLL-RUN-TAKEN(WS-ENROLL-IDX)
           IF ENR-RUN-PERIOD NOT NUMERIC
               OR ENR-RUN-TAKEN NOT NUMERIC
               OR ENR-RUN-PERIOD NOT = WS-PP-PERIOD-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF ENR-RUN-STARTED = WS-ENROLL-RUN-STARTED
               MOVE ENR-RUN-TAKEN
                   TO WS-ENROLL-RUN-TAKEN(WS-ENROLL-IDX)
           ELSE
               IF WS-ENROLL-RESTART-RUN
                   IF WS-ENROLL-TAKEN(WS-ENROLL-IDX) > ENR-RUN-TAKEN
                       SUBTRACT ENR-RUN-TAKEN
                           FROM WS-ENROLL-TAKEN(WS-ENROLL-IDX)
                   ELSE
                       MOVE ZERO TO WS-ENROLL-TAKEN(WS-ENROLL-IDX)
                   END-IF
               END-IF
           END-IF.


      ******************************************************************
       APPLY-DEDUCTIONS.
           MOVE ZERO TO WS-EMPDED-COUNT
           MOVE ZERO TO WS-EMP-DED-TOTAL
           PERFORM READ-EMPLOYEE-ENROLLMENTS

           PERFORM VARYING WS-ENROLL-IDX FROM 1 BY 1
               UNTIL WS-ENROLL-IDX > WS-ENROLL-COUNT
               END-IF
           END-PERFORM

      *    garnishment cases rank and limit themselves against
      *    disposable earnings before anything else is taken
           PERFORM COLLECT-GARNISHMENT-CASES

      *    the ledger is only loaded for the regular pass, so bonus,
      *    correction, and reversal runs recover no installments
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-EMP-ID(WS-LOAN-IDX) = EMP-ID
                   AND WS-LOAN-STATUS(WS-LOAN-IDX) = "A"
                   AND WS-LOAN-BALANCE(WS-LOAN-IDX) > ZERO
                   PERFORM COLLECT-LOAN-RECOVERY
               END-IF
           END-PERFORM

           IF WS-EMPDED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
                   TO WS-EMPDED-BASIS(WS-EMPDED-IDX)
               MOVE WS-ENROLL-AMOUNT(WS-ENROLL-IDX)
                   TO WS-EMPDED-RAW-AMT(WS-EMPDED-IDX)
               MOVE ZERO
                   TO WS-EMPDED-LOAN-IDX(WS-EMPDED-IDX)
               MOVE ZERO
                   TO WS-EMPDED-CASE-IDX(WS-EMPDED-IDX)
           END-IF.


                   TO WS-EMPDED-REQUESTED(WS-EMPDED-IDX)
           END-IF

      *    a case take already carries its legal limit, so only a
      *    flat enrolled garnishment still stops at the floor
           IF WS-EMPDED-TYPE(WS-EMPDED-IDX) = "G"
               AND WS-EMPDED-CASE-IDX(WS-EMPDED-IDX) = ZERO
               COMPUTE WS-DED-AVAILABLE =
                   NET-PAY - WS-PROTECTED-NET-FLOOR
           ELSE
           MOVE WS-DED-TAKEN TO WS-EMPDED-TAKEN(WS-EMPDED-IDX)
           SUBTRACT WS-DED-TAKEN FROM NET-PAY
           ADD WS-DED-TAKEN TO WS-EMP-DED-TOTAL
      *    a short loan take never goes to arrears: whatever was not
      *    recovered simply stays on the ledger balance
           IF WS-EMPDED-LOAN-IDX(WS-EMPDED-IDX) > ZERO
               PERFORM POST-LOAN-RECOVERY
               EXIT PARAGRAPH
           END-IF
           IF WS-EMPDED-CASE-IDX(WS-EMPDED-IDX) > ZERO
               PERFORM POST-CASE-TAKE
               EXIT PARAGRAPH
           END-IF
           PERFORM SETTLE-ARREARS-POSITION
           IF WS-EMPDED-ENR-IDX(WS-EMPDED-IDX) > ZERO
               SET WS-ENROLL-IDX
                   TO WS-EMPDED-ENR-IDX(WS-EMPDED-IDX)
               ADD WS-DED-TAKEN
                   TO WS-ENROLL-TAKEN(WS-ENROLL-IDX)
               ADD WS-DED-TAKEN
                   TO WS-ENROLL-RUN-TAKEN(WS-ENROLL-IDX)
               IF WS-ENROLL-POSTING AND WS-DED-TAKEN > ZERO
                   PERFORM POST-ENROLLMENT-TAKE
               END-IF
           END-IF.


      ******************************************************************
      * One active loan of the current employee joins the deduction
      * pass under the LON code, at the LON priority: the scheduled
      * installment, never more than the balance -- or, on a
      * termination final pay, the whole balance, which the take
      * then cuts to whatever net allows.
      ******************************************************************
       COLLECT-LOAN-RECOVERY.
           SET WS-DEDM-IDX TO 1
           PERFORM UNTIL WS-DEDM-IDX > WS-DEDM-COUNT
                   OR WS-DEDM-CODE(WS-DEDM-IDX) = WS-LOAN-DED-CODE
               SET WS-DEDM-IDX UP BY 1
           END-PERFORM
           IF WS-DEDM-IDX > WS-DEDM-COUNT
               DISPLAY "Loan code " WS-LOAN-DED-CODE
                   " not on deduction master -- loan "
                   WS-LOAN-NUMBER(WS-LOAN-IDX) " for " EMP-ID
                   " not recovered."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMPDED-COUNT = 12
               DISPLAY "Too many deductions for " EMP-ID
                   " -- loan " WS-LOAN-NUMBER(WS-LOAN-IDX)
                   " not recovered this period."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EMPDED-COUNT
           SET WS-EMPDED-IDX TO WS-EMPDED-COUNT
           MOVE WS-DEDM-CODE(WS-DEDM-IDX)
               TO WS-EMPDED-CODE(WS-EMPDED-IDX)
           MOVE WS-DEDM-DESC(WS-DEDM-IDX)
               TO WS-EMPDED-DESC(WS-EMPDED-IDX)
           MOVE WS-DEDM-PRIORITY(WS-DEDM-IDX)
               TO WS-EMPDED-PRIORITY(WS-EMPDED-IDX)
           MOVE WS-DEDM-TYPE(WS-DEDM-IDX)
               TO WS-EMPDED-TYPE(WS-EMPDED-IDX)
           IF WS-FINAL-PAY-DUE
               OR WS-LOAN-INSTALLMENT(WS-LOAN-IDX)
                   > WS-LOAN-BALANCE(WS-LOAN-IDX)
               MOVE WS-LOAN-BALANCE(WS-LOAN-IDX)
                   TO WS-EMPDED-REQUESTED(WS-EMPDED-IDX)
           ELSE
               MOVE WS-LOAN-INSTALLMENT(WS-LOAN-IDX)
                   TO WS-EMPDED-REQUESTED(WS-EMPDED-IDX)
           END-IF
           MOVE ZERO TO WS-EMPDED-TAKEN(WS-EMPDED-IDX)
           MOVE ZERO TO WS-EMPDED-ENR-IDX(WS-EMPDED-IDX)
           MOVE "N" TO WS-EMPDED-FINAL(WS-EMPDED-IDX)
           MOVE "F" TO WS-EMPDED-BASIS(WS-EMPDED-IDX)
           MOVE WS-EMPDED-REQUESTED(WS-EMPDED-IDX)
               TO WS-EMPDED-RAW-AMT(WS-EMPDED-IDX)
           SET WS-EMPDED-LOAN-IDX(WS-EMPDED-IDX) TO WS-LOAN-IDX
           MOVE ZERO TO WS-EMPDED-CASE-IDX(WS-EMPDED-IDX).


      ******************************************************************
      * The employee's active garnishment cases, ranked and limited.
      * Disposable earnings are gross less the taxes withheld -- the
      * net in hand before any deduction is taken. Support orders
      * share one cap, the order's limit percentage of disposable
      * earnings; a levy takes what is left above its exempt amount;
      * creditor orders share the lesser of 25 percent and what
      * exceeds thirty times the minimum wage per week of the
      * period, less everything the higher-ranked orders took. No
      * case takes more than its remaining balance. The amounts
      * join the deduction pass in rank order under each case's
      * DEDMAST code.
      ******************************************************************
       COLLECT-GARNISHMENT-CASES.
           MOVE ZERO TO WS-EMPGC-COUNT
           PERFORM VARYING WS-GCASE-IDX FROM 1 BY 1
               UNTIL WS-GCASE-IDX > WS-GCASE-COUNT
               IF WS-GCASE-EMP-ID(WS-GCASE-IDX) = EMP-ID
                   AND WS-GCASE-STATUS(WS-GCASE-IDX) = "A"
                   AND WS-EMPGC-COUNT < 10
                   ADD 1 TO WS-EMPGC-COUNT
                   SET WS-EMPGC-IDX TO WS-EMPGC-COUNT
                   EVALUATE WS-GCASE-TYPE(WS-GCASE-IDX)
                       WHEN "S" MOVE 1 TO WS-EMPGC-RANK(WS-EMPGC-IDX)
                       WHEN "L" MOVE 2 TO WS-EMPGC-RANK(WS-EMPGC-IDX)
                       WHEN OTHER
                           MOVE 3 TO WS-EMPGC-RANK(WS-EMPGC-IDX)
                   END-EVALUATE
                   MOVE WS-GCASE-ORDER-DATE(WS-GCASE-IDX)
                       TO WS-EMPGC-ORDER-DATE(WS-EMPGC-IDX)
                   SET WS-EMPGC-CASE-IDX(WS-EMPGC-IDX)
                       TO WS-GCASE-IDX
               END-IF
           END-PERFORM
           IF WS-EMPGC-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           SET WS-EMPGC-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-EMPGC-SWAPPED
               MOVE "N" TO WS-EMPGC-SWAP-FLAG
               PERFORM VARYING WS-EMPGC-SORT-IDX FROM 1 BY 1
                   UNTIL WS-EMPGC-SORT-IDX >= WS-EMPGC-COUNT
                   IF WS-EMPGC-KEY(WS-EMPGC-SORT-IDX) >
                       WS-EMPGC-KEY(WS-EMPGC-SORT-IDX + 1)
                       MOVE WS-EMPGC-ENTRY(WS-EMPGC-SORT-IDX)
                           TO WS-EMPGC-HOLD-ENTRY
                       MOVE WS-EMPGC-ENTRY(WS-EMPGC-SORT-IDX + 1)
                           TO WS-EMPGC-ENTRY(WS-EMPGC-SORT-IDX)
                       MOVE WS-EMPGC-HOLD-ENTRY
                           TO WS-EMPGC-ENTRY(WS-EMPGC-SORT-IDX + 1)
                       SET WS-EMPGC-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM

           COMPUTE WS-DISPOSABLE = GROSS-PAY - TOTAL-TAX
           IF WS-DISPOSABLE < ZERO
               MOVE ZERO TO WS-DISPOSABLE
           END-IF
           MOVE ZERO TO WS-GARN-TAKEN-SO-FAR
           MOVE ZERO TO WS-SUPPORT-TAKEN
           MOVE ZERO TO WS-SUPPORT-LIMIT-PCT
           COMPUTE WS-CREDITOR-CAP ROUNDED =
               WS-DISPOSABLE * WS-CREDITOR-PCT / 100
           COMPUTE WS-CREDITOR-FLOOR-CAP ROUNDED = WS-DISPOSABLE
               - WS-FED-MIN-WAGE * 30 * 52 / WS-PAY-PERIODS-PER-YEAR
           IF WS-CREDITOR-FLOOR-CAP < WS-CREDITOR-CAP
               MOVE WS-CREDITOR-FLOOR-CAP TO WS-CREDITOR-CAP
           END-IF

           PERFORM VARYING WS-EMPGC-IDX FROM 1 BY 1
               UNTIL WS-EMPGC-IDX > WS-EMPGC-COUNT
               SET WS-GCASE-IDX TO WS-EMPGC-CASE-IDX(WS-EMPGC-IDX)
               PERFORM LIMIT-ONE-CASE
               IF WS-CASE-REQUEST > ZERO
                   PERFORM ADD-CASE-TO-DEDUCTIONS
               END-IF
           END-PERFORM.


       LIMIT-ONE-CASE.
           EVALUATE TRUE
               WHEN WS-GCASE-TYPE(WS-GCASE-IDX) = "L"
                   COMPUTE WS-CASE-REQUEST = WS-DISPOSABLE
                       - WS-GCASE-AMOUNT(WS-GCASE-IDX)
               WHEN WS-GCASE-METHOD(WS-GCASE-IDX) = "P"
                   COMPUTE WS-CASE-REQUEST ROUNDED = WS-DISPOSABLE
                       * WS-GCASE-PERCENT(WS-GCASE-IDX) / 100
               WHEN OTHER
                   MOVE WS-GCASE-AMOUNT(WS-GCASE-IDX)
                       TO WS-CASE-REQUEST
           END-EVALUATE

           EVALUATE WS-EMPGC-RANK(WS-EMPGC-IDX)
               WHEN 1
      *            the first support order's cited limit holds for
      *            all the support orders behind it
                   IF WS-SUPPORT-LIMIT-PCT = ZERO
                       MOVE WS-GCASE-LIMIT-PCT(WS-GCASE-IDX)
                           TO WS-SUPPORT-LIMIT-PCT
                       IF WS-SUPPORT-LIMIT-PCT < 50
                           OR WS-SUPPORT-LIMIT-PCT > 65
                           MOVE 50 TO WS-SUPPORT-LIMIT-PCT
                       END-IF
                   END-IF
                   COMPUTE WS-SUPPORT-CAP ROUNDED = WS-DISPOSABLE
                       * WS-SUPPORT-LIMIT-PCT / 100
                   COMPUTE WS-CASE-ROOM =
                       WS-SUPPORT-CAP - WS-SUPPORT-TAKEN
               WHEN 2
                   COMPUTE WS-CASE-ROOM =
                       WS-DISPOSABLE - WS-GARN-TAKEN-SO-FAR
               WHEN OTHER
                   COMPUTE WS-CASE-ROOM =
                       WS-CREDITOR-CAP - WS-GARN-TAKEN-SO-FAR
           END-EVALUATE
           IF WS-CASE-ROOM < ZERO
               MOVE ZERO TO WS-CASE-ROOM
           END-IF
           IF WS-CASE-REQUEST > WS-CASE-ROOM
               MOVE WS-CASE-ROOM TO WS-CASE-REQUEST
           END-IF
           IF WS-GCASE-OPEN-ENDED(WS-GCASE-IDX) NOT = "Y"
               AND WS-CASE-REQUEST > WS-GCASE-BALANCE(WS-GCASE-IDX)
               MOVE WS-GCASE-BALANCE(WS-GCASE-IDX) TO WS-CASE-REQUEST
           END-IF
           IF WS-CASE-REQUEST < ZERO
               MOVE ZERO TO WS-CASE-REQUEST
           END-IF

           ADD WS-CASE-REQUEST TO WS-GARN-TAKEN-SO-FAR
           IF WS-EMPGC-RANK(WS-EMPGC-IDX) = 1
               ADD WS-CASE-REQUEST TO WS-SUPPORT-TAKEN
           END-IF.


       ADD-CASE-TO-DEDUCTIONS.
           SET WS-DEDM-IDX TO 1
           PERFORM UNTIL WS-DEDM-IDX > WS-DEDM-COUNT
                   OR WS-DEDM-CODE(WS-DEDM-IDX) =
                       WS-GCASE-DED-CODE(WS-GCASE-IDX)
               SET WS-DEDM-IDX UP BY 1
           END-PERFORM
           IF WS-DEDM-IDX > WS-DEDM-COUNT
               DISPLAY "Case " WS-GCASE-NUMBER(WS-GCASE-IDX)
                   " code " WS-GCASE-DED-CODE(WS-GCASE-IDX)
                   " not on deduction master -- not withheld."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMPDED-COUNT = 12
               DISPLAY "Too many deductions for " EMP-ID
                   " -- case " WS-GCASE-NUMBER(WS-GCASE-IDX)
                   " not withheld this period."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EMPDED-COUNT
           SET WS-EMPDED-IDX TO WS-EMPDED-COUNT
           MOVE WS-DEDM-CODE(WS-DEDM-IDX)
               TO WS-EMPDED-CODE(WS-EMPDED-IDX)
      *    the stub line names the case rather than the code
           MOVE SPACES TO WS-EMPDED-DESC(WS-EMPDED-IDX)
           STRING "Case " WS-GCASE-NUMBER(WS-GCASE-IDX)
               DELIMITED BY SIZE INTO WS-EMPDED-DESC(WS-EMPDED-IDX)
           END-STRING
           MOVE WS-DEDM-PRIORITY(WS-DEDM-IDX)
               TO WS-EMPDED-PRIORITY(WS-EMPDED-IDX)
           MOVE WS-DEDM-TYPE(WS-DEDM-IDX)
               TO WS-EMPDED-TYPE(WS-EMPDED-IDX)
           MOVE WS-CASE-REQUEST TO WS-EMPDED-REQUESTED(WS-EMPDED-IDX)
           MOVE ZERO TO WS-EMPDED-TAKEN(WS-EMPDED-IDX)
           MOVE ZERO TO WS-EMPDED-ENR-IDX(WS-EMPDED-IDX)
           MOVE "N" TO WS-EMPDED-FINAL(WS-EMPDED-IDX)
           MOVE "F" TO WS-EMPDED-BASIS(WS-EMPDED-IDX)
           MOVE WS-CASE-REQUEST TO WS-EMPDED-RAW-AMT(WS-EMPDED-IDX)
           MOVE ZERO TO WS-EMPDED-LOAN-IDX(WS-EMPDED-IDX)
           SET WS-EMPDED-CASE-IDX(WS-EMPDED-IDX) TO WS-GCASE-IDX.


      * the take comes off the case balance; a paid case closes
       POST-CASE-TAKE.
           SET WS-GCASE-IDX TO WS-EMPDED-CASE-IDX(WS-EMPDED-IDX)
           IF WS-GCASE-OPEN-ENDED(WS-GCASE-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-DED-TAKEN FROM WS-GCASE-BALANCE(WS-GCASE-IDX)
           IF WS-GCASE-BALANCE(WS-GCASE-IDX) = ZERO
               MOVE "P" TO WS-GCASE-STATUS(WS-GCASE-IDX)
               DISPLAY "Garnishment case "
                   WS-GCASE-NUMBER(WS-GCASE-IDX) " for " EMP-ID
                   " paid in full."
           END-IF.


      * the take comes off the ledger balance; a loan recovered to
      * zero closes itself, and a final pay that could not cover
      * the balance says so for the collections follow-up
       POST-LOAN-RECOVERY.
           SET WS-LOAN-IDX TO WS-EMPDED-LOAN-IDX(WS-EMPDED-IDX)
           SUBTRACT WS-DED-TAKEN FROM WS-LOAN-BALANCE(WS-LOAN-IDX)
           IF WS-DED-TAKEN > ZERO
               MOVE WS-PP-END-DATE TO WS-LOAN-LAST-RECOV(WS-LOAN-IDX)
           END-IF
           IF WS-LOAN-BALANCE(WS-LOAN-IDX) = ZERO
               MOVE "P" TO WS-LOAN-STATUS(WS-LOAN-IDX)
           ELSE
               IF WS-FINAL-PAY-DUE
                   DISPLAY "Loan " WS-LOAN-NUMBER(WS-LOAN-IDX)
                       " for " EMP-ID " still owes "
                       WS-LOAN-BALANCE(WS-LOAN-IDX)
                       " after final pay."
               END-IF
           END-IF.


           PERFORM COMPUTE-PRETAX-TOTAL
           COMPUTE TAXABLE-WAGES = GROSS-PAY - WS-PRETAX-TOTAL

           PERFORM COMPUTE-FEDERAL-WITHHOLDING
           PERFORM COMPUTE-STATE-WITHHOLDING
           PERFORM LOOKUP-LOCAL-TAX-RATE
           COMPUTE LOCAL-TAX = TAXABLE-WAGES * WS-LOCAL-TAX-RATE
           PERFORM COMPUTE-FICA-WITHHOLDING
           COMPUTE TOTAL-TAX = FED-TAX + STATE-TAX + LOCAL-TAX
               + SS-TAX + MEDICARE-TAX
           COMPUTE NET-PAY = GROSS-PAY - TOTAL-TAX.


      ******************************************************************
      * Annualized percentage method off the employee's W-4: the
      * period's taxable wage times the pay group's periods per
      * year, plus the other income and less the extra deductions
      * the form claims, less the filing status's allowance, runs
      * through the graduated annual brackets for that status. The
      * annual tax comes back to the period, the dependent credit
      * comes off the same way, and the flat extra withholding goes
      * on top. An exempt W-4 withholds no federal tax at all.
      ******************************************************************
       COMPUTE-FEDERAL-WITHHOLDING.
           MOVE ZERO TO FED-TAX
           IF EMP-W4-IS-EXEMPT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-W4-PROFILE

           COMPUTE WS-FED-ANNUAL-WAGES =
               TAXABLE-WAGES * WS-PAY-PERIODS-PER-YEAR
               + WS-W4-OTHER-INCOME - WS-W4-DEDUCTIONS
               - WS-FED-ALLOWANCE(WS-W4-STATUS-NO)
           IF WS-FED-ANNUAL-WAGES < ZERO
               MOVE ZERO TO WS-FED-ANNUAL-WAGES
           END-IF

           MOVE ZERO TO WS-FED-ANNUAL-TAX
           PERFORM VARYING WS-FED-IDX FROM 1 BY 1
               UNTIL WS-FED-IDX > 8
               IF (WS-FED-IDX = 1
                   OR WS-FED-BRACKET-FLOOR(WS-W4-STATUS-NO, WS-FED-IDX)
                       > ZERO)
                   AND WS-FED-ANNUAL-WAGES >
                       WS-FED-BRACKET-FLOOR(WS-W4-STATUS-NO, WS-FED-IDX)
                   PERFORM ADD-FEDERAL-BRACKET-TAX
               END-IF
           END-PERFORM

           COMPUTE WS-FED-PERIOD-TAX ROUNDED =
               (WS-FED-ANNUAL-TAX - WS-W4-DEP-CREDIT)
                   / WS-PAY-PERIODS-PER-YEAR
           IF WS-FED-PERIOD-TAX < ZERO
               MOVE ZERO TO WS-FED-PERIOD-TAX
           END-IF
           ADD WS-W4-EXTRA-WH TO WS-FED-PERIOD-TAX
           MOVE WS-FED-PERIOD-TAX TO FED-TAX.


      * the band this bracket taxes runs from its floor up to the
      * next bracket's floor, or without limit for the top bracket
       ADD-FEDERAL-BRACKET-TAX.
           MOVE WS-FED-ANNUAL-WAGES TO WS-FED-BAND-TOP
           IF WS-FED-IDX < 8
               IF WS-FED-BRACKET-FLOOR(WS-W4-STATUS-NO, WS-FED-IDX + 1)
                       > ZERO
                   AND WS-FED-BRACKET-FLOOR(WS-W4-STATUS-NO,
                                            WS-FED-IDX + 1)
                       < WS-FED-ANNUAL-WAGES
                   MOVE WS-FED-BRACKET-FLOOR(WS-W4-STATUS-NO,
                                             WS-FED-IDX + 1)
                       TO WS-FED-BAND-TOP
               END-IF
           END-IF
           COMPUTE WS-FED-ANNUAL-TAX ROUNDED = WS-FED-ANNUAL-TAX
               + (WS-FED-BAND-TOP
                   - WS-FED-BRACKET-FLOOR(WS-W4-STATUS-NO, WS-FED-IDX))
                 * WS-FED-BRACKET-RATE(WS-W4-STATUS-NO, WS-FED-IDX).


       LOAD-W4-PROFILE.
           EVALUATE TRUE
               WHEN EMP-W4-MARRIED MOVE 2 TO WS-W4-STATUS-NO
               WHEN EMP-W4-HEAD    MOVE 3 TO WS-W4-STATUS-NO
               WHEN OTHER          MOVE 1 TO WS-W4-STATUS-NO
           END-EVALUATE
           MOVE ZERO TO WS-W4-DEP-CREDIT
           MOVE ZERO TO WS-W4-OTHER-INCOME
           MOVE ZERO TO WS-W4-DEDUCTIONS
           MOVE ZERO TO WS-W4-EXTRA-WH
           IF EMP-W4-DEP-CREDIT NUMERIC
               MOVE EMP-W4-DEP-CREDIT TO WS-W4-DEP-CREDIT
           END-IF
           IF EMP-W4-OTHER-INCOME NUMERIC
               MOVE EMP-W4-OTHER-INCOME TO WS-W4-OTHER-INCOME
           END-IF
           IF EMP-W4-DEDUCTIONS NUMERIC
               MOVE EMP-W4-DEDUCTIONS TO WS-W4-DEDUCTIONS
           END-IF
           IF EMP-W4-EXTRA-WH NUMERIC
               MOVE EMP-W4-EXTRA-WH TO WS-W4-EXTRA-WH
           END-IF.


      * employee Social Security and Medicare on the same taxable
      * base the brackets see. Social Security stops once the YTD
      * taxable wages already on file reach the wage base; the
      * additional Medicare rate applies only to the part of this
      * period's wages above the threshold. An employee a restart
      * replays already has this period's wages in YTD, so they
      * come back out of the prior wages first -- the replay must
      * withhold exactly what the first pass did.
       COMPUTE-FICA-WITHHOLDING.
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-FICA-PRIOR-WAGES
               NOT INVALID KEY
                   MOVE YTD-TAXABLE-WAGES TO WS-FICA-PRIOR-WAGES
           END-READ
           IF WS-RESTART-IN-PROGRESS
               AND EMP-ID NOT > CKPT-LAST-EMP-ID
               IF TAXABLE-WAGES > WS-FICA-PRIOR-WAGES
                   MOVE ZERO TO WS-FICA-PRIOR-WAGES
               ELSE
                   SUBTRACT TAXABLE-WAGES FROM WS-FICA-PRIOR-WAGES
               END-IF
           END-IF

           COMPUTE WS-FICA-ROOM =
               WS-SS-WAGE-BASE - WS-FICA-PRIOR-WAGES
           IF WS-FICA-ROOM < ZERO
               MOVE ZERO TO WS-FICA-ROOM
           END-IF
           IF TAXABLE-WAGES < WS-FICA-ROOM
               MOVE TAXABLE-WAGES TO WS-FICA-WAGES
           ELSE
               MOVE WS-FICA-ROOM TO WS-FICA-WAGES
           END-IF
           COMPUTE SS-TAX ROUNDED = WS-FICA-WAGES * WS-SS-RATE

           COMPUTE WS-FICA-ROOM = WS-FICA-PRIOR-WAGES
               + TAXABLE-WAGES - WS-ADDL-MED-THRESHOLD
           IF WS-FICA-ROOM < ZERO
               MOVE ZERO TO WS-FICA-ROOM
           END-IF
           IF TAXABLE-WAGES < WS-FICA-ROOM
               MOVE TAXABLE-WAGES TO WS-FICA-WAGES
           ELSE
               MOVE WS-FICA-ROOM TO WS-FICA-WAGES
           END-IF
           COMPUTE MEDICARE-TAX ROUNDED =
               TAXABLE-WAGES * WS-MEDICARE-RATE
               + WS-FICA-WAGES * WS-ADDL-MED-RATE.


      * the base reduction uses the enrolled amounts; when net later
      * cannot cover a pre-tax code in full the difference stays a
      * small over-reduction for the period, which the quarter-end
      * reconciliation has always been able to absorb.
       COMPUTE-PRETAX-TOTAL.
           MOVE ZERO TO WS-PRETAX-TOTAL
           PERFORM READ-EMPLOYEE-ENROLLMENTS
           PERFORM VARYING WS-ENROLL-IDX FROM 1 BY 1
               UNTIL WS-ENROLL-IDX > WS-ENROLL-COUNT
               IF WS-ENROLL-EMP-ID(WS-ENROLL-IDX) = EMP-ID
