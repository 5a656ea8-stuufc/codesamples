      ******************************************************************
      * Payroll liability account reconciliation. Every payroll
      * books withheld taxes, employer tax and deductions to the
      * payable accounts, and TAXDEP and DEDREMIT pay them away;
      * this job keeps a running ledger of each payable account
      * for the month so a liability that was never paid, or one
      * paid twice, shows up before the month is closed:
      *   - accruals are the GL journal's credits (less debits)
      *     to each payable account -- tax withheld 21100000,
      *     employer tax 21300000, and each deduction code's own
      *     account from DEDMAST (21200000 when it has none)
      *   - the open items behind each balance are the tax lines
      *     on TAXLIAB.TXT and the deduction totals on DEDLIAB.TXT
      *   - remittances are the deposits on TAXREMIT.TXT, the
      *     transmittals on DEDXMIT.TXT, and the manual checks the
      *     check desk keys to LIABPAID.TXT for check payees; each
      *     pays off the oldest open items for its jurisdiction or
      *     deduction code (and garnishment case), and anything
      *     paid beyond what was owed stands as an over-remitted
      *     item until a later accrual absorbs it
      * Per account the report shows the opening balance, the
      * month's accruals and remittances, the ending balance and
      * the open items that make it up, aged against the deposit
      * rules (DEPRULES.TXT) for taxes and the remittance window
      * for deductions; an item past due, an over-remitted item,
      * or an ending balance the open items do not explain is an
      * exception (return code 4).
      *
      * Run after the remittance jobs each payroll. The input
      * files are captured once: the ledger (LIABCTL.TXT) keeps
      * the first record and record count of each file it has
      * taken in, so a rerun picks up only what was added since
      * and a rewritten file is taken in whole. The balances and
      * open items carry on LIABACCT.TXT and LIABITEM.TXT. The
      * first run of a new month reports the month just ended
      * and rolls its ending balances forward as the new month's
      * opening; run parameter CLOSE closes the ledger month
      * without waiting for the calendar. The very first run takes
      * its opening balances from the open items it finds.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIABRECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-FILE-STATUS.

           SELECT DEPOSIT-RULE-FILE ASSIGN TO "DEPRULES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLIAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXL-FILE-STATUS.

           SELECT DEDUCTION-LIABILITY-FILE ASSIGN TO "DEDLIAB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLB-FILE-STATUS.

           SELECT TAX-REMITTANCE-FILE ASSIGN TO "TAXREMIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXR-FILE-STATUS.

           SELECT REMIT-TRANSMITTAL-FILE ASSIGN TO "DEDXMIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-FILE-STATUS.

           SELECT MANUAL-REMITTANCE-FILE ASSIGN TO "LIABPAID.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LPD-FILE-STATUS.

           SELECT LEDGER-CONTROL-FILE ASSIGN TO "LIABCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCT-FILE-STATUS.

           SELECT LEDGER-ACCOUNT-FILE ASSIGN TO "LIABACCT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAC-FILE-STATUS.

           SELECT LEDGER-ITEM-FILE ASSIGN TO "LIABITEM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIT-FILE-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "LIABRECN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-MASTER-FILE.
           COPY DEDMAST.

       FD  GL-ACCOUNT-FILE.
       01  GL-ACCOUNT-RECORD.
           05  GLA-ACCOUNT     PIC X(8).
           05  GLA-NAME        PIC X(20).
           05  GLA-COMPANY     PIC X(2).

       FD  DEPOSIT-RULE-FILE.
       01  DEPOSIT-RULE-RECORD.
           05  RUL-JURISDICTION PIC X(3).
           05  RUL-DUE-DAYS     PIC 9(3).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  JRN-RECORD-TYPE PIC X.
               88  JRN-TYPE-DEBIT      VALUE "D".
               88  JRN-TYPE-CREDIT     VALUE "C".
           05  JRN-DEPT        PIC X(4).
           05  JRN-ACCOUNT     PIC X(8).
           05  JRN-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  JRN-DESC        PIC X(20).
           05  JRN-BATCH-ID    PIC X(16).

       FD  TAX-LIABILITY-FILE.
       01  TAX-LIABILITY-RECORD.
           05  TXL-JURISDICTION PIC X(3).
           05  TXL-PERIOD      PIC 9(4).
           05  TXL-PAY-DATE    PIC X(8).
           05  TXL-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  TXL-DEPOSITED   PIC X.
           05  TXL-COMPANY     PIC X(2).

       FD  DEDUCTION-LIABILITY-FILE.
       01  DEDUCTION-LIABILITY-RECORD.
           05  DLB-RECORD-TYPE PIC X.
               88  DLB-TYPE-TOTAL      VALUE "T".
           05  DLB-DED-CODE    PIC X(3).
           05  DLB-EMP-ID      PIC X(6).
           05  DLB-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  DLB-PERIOD      PIC 9(4).
           05  DLB-CASE-NUMBER PIC X(15).

       FD  TAX-REMITTANCE-FILE.
       01  TAX-REMITTANCE-RECORD.
           05  TXR-JURISDICTION PIC X(3).
           05  TXR-DEPOSIT-DATE PIC X(8).
           05  TXR-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  TXR-REFERENCE   PIC X(10).
           05  TXR-COMPANY     PIC X(2).

      * DEDREMIT's remittances in the transmittal layout: the code
      * rides in the id field, the case number or payee in the name
       FD  REMIT-TRANSMITTAL-FILE.
       01  REMIT-TRANSMITTAL-RECORD.
           05  RMT-EMP-ID          PIC X(6).
           05  RMT-EMP-NAME        PIC X(15).
           05  RMT-BANK-ROUTING    PIC X(9).
           05  RMT-BANK-ACCOUNT    PIC X(17).
           05  RMT-NET-PAY         PIC 9(7)V99.
           05  RMT-PERIOD-NUMBER   PIC 9(4).
           05  RMT-RECORD-TYPE     PIC X.

      * checks cut by hand for the check-method payees
       FD  MANUAL-REMITTANCE-FILE.
       01  MANUAL-REMITTANCE-RECORD.
           05  LPD-DED-CODE    PIC X(3).
           05  LPD-CASE-NUMBER PIC X(15).
           05  LPD-PERIOD      PIC 9(4).
           05  LPD-AMOUNT      PIC 9(7)V99.
           05  LPD-CHECK-DATE  PIC X(8).
           05  LPD-CHECK-NUMBER PIC X(8).

      * the ledger month, and the first record and record count of
      * each input already taken in (GLJRNL, TAXLIAB, DEDLIAB,
      * TAXREMIT, DEDXMIT, LIABPAID in that order)
       FD  LEDGER-CONTROL-FILE.
       01  LEDGER-CONTROL-RECORD.
           05  LCT-MONTH       PIC 9(6).
           05  LCT-SOURCE OCCURS 6 TIMES.
               10  LCT-SIGNATURE   PIC X(40).
               10  LCT-CONSUMED    PIC 9(6).

       FD  LEDGER-ACCOUNT-FILE.
       01  LEDGER-ACCOUNT-RECORD.
           05  LAC-ACCOUNT     PIC X(8).
           05  LAC-OPENING     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  LAC-ACCRUED     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  LAC-REMITTED    PIC S9(9)V99 SIGN LEADING SEPARATE.

      * source "T" items are keyed by jurisdiction, "D" items by
      * deduction code and garnishment case
       FD  LEDGER-ITEM-FILE.
       01  LEDGER-ITEM-RECORD.
           05  LIT-ACCOUNT     PIC X(8).
           05  LIT-SOURCE      PIC X.
           05  LIT-KEY         PIC X(18).
           05  LIT-PERIOD      PIC 9(4).
           05  LIT-DATE        PIC 9(8).
           05  LIT-ORIGINAL    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  LIT-OPEN        PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-REC    PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-DED-FILE-STATUS PIC XX.
           88  WS-DED-FILE-OK        VALUE "00".
           88  WS-DED-FILE-EOF       VALUE "10".

       77  WS-GLA-FILE-STATUS PIC XX.
           88  WS-GLA-FILE-OK        VALUE "00".
           88  WS-GLA-FILE-EOF       VALUE "10".

       77  WS-RUL-FILE-STATUS PIC XX.
           88  WS-RUL-FILE-OK        VALUE "00".
           88  WS-RUL-FILE-EOF       VALUE "10".

       77  WS-JRN-FILE-STATUS PIC XX.
           88  WS-JRN-FILE-OK        VALUE "00".
           88  WS-JRN-FILE-EOF       VALUE "10".

       77  WS-TXL-FILE-STATUS PIC XX.
           88  WS-TXL-FILE-OK        VALUE "00".
           88  WS-TXL-FILE-EOF       VALUE "10".

       77  WS-DLB-FILE-STATUS PIC XX.
           88  WS-DLB-FILE-OK        VALUE "00".
           88  WS-DLB-FILE-EOF       VALUE "10".

       77  WS-TXR-FILE-STATUS PIC XX.
           88  WS-TXR-FILE-OK        VALUE "00".
           88  WS-TXR-FILE-EOF       VALUE "10".

       77  WS-RMT-FILE-STATUS PIC XX.
           88  WS-RMT-FILE-OK        VALUE "00".
           88  WS-RMT-FILE-EOF       VALUE "10".

       77  WS-LPD-FILE-STATUS PIC XX.
           88  WS-LPD-FILE-OK        VALUE "00".
           88  WS-LPD-FILE-EOF       VALUE "10".

       77  WS-LCT-FILE-STATUS PIC XX.
           88  WS-LCT-FILE-OK        VALUE "00".
           88  WS-LCT-FILE-EOF       VALUE "10".

       77  WS-LAC-FILE-STATUS PIC XX.
           88  WS-LAC-FILE-OK        VALUE "00".
           88  WS-LAC-FILE-EOF       VALUE "10".

       77  WS-LIT-FILE-STATUS PIC XX.
           88  WS-LIT-FILE-OK        VALUE "00".
           88  WS-LIT-FILE-EOF       VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-CLOSE-FLAG PIC X VALUE "N".
           88  WS-CLOSE-REQUESTED    VALUE "Y".
       77  WS-LEDGER-FLAG PIC X VALUE "N".
           88  WS-LEDGER-IS-NEW      VALUE "Y".

       77  WS-TODAY-DATE       PIC 9(8) VALUE ZERO.
       77  WS-TODAY-INT        PIC 9(8) VALUE ZERO.
       77  WS-TODAY-MONTH      PIC 9(6) VALUE ZERO.
       77  WS-LEDGER-MONTH     PIC 9(6) VALUE ZERO.
       77  WS-NEXT-YEAR        PIC 9(4) VALUE ZERO.
       77  WS-NEXT-MM          PIC 9(2) VALUE ZERO.
       77  WS-DATE-WORK        PIC 9(8) VALUE ZERO.

       77  WS-TAX-PAYABLE-ACCT  PIC X(8) VALUE "21100000".
       77  WS-EMPR-TAX-PAY-ACCT PIC X(8) VALUE "21300000".
       77  WS-DED-PAYABLE-ACCT  PIC X(8) VALUE "21200000".

      * days a deduction total may stay open before it is past due;
      * taxes go by the deposit rules
       77  WS-DED-DUE-DAYS     PIC 9(3) VALUE 7.
       77  WS-DEFAULT-DUE-DAYS PIC 9(3) VALUE 3.
       77  WS-DUE-DAYS         PIC 9(3) VALUE ZERO.

       77  WS-RULE-COUNT PIC 99 VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 25 TIMES
                               INDEXED BY WS-RULE-IDX.
               10  WS-RUL-JUR      PIC X(3).
               10  WS-RUL-DAYS     PIC 9(3).

       77  WS-DEDCODE-COUNT PIC 99 VALUE ZERO.
       01  WS-DEDCODE-TABLE.
           05  WS-DEDCODE-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-DC-IDX.
               10  WS-DC-CODE      PIC X(3).
               10  WS-DC-ACCOUNT   PIC X(8).

      * the payable accounts under reconciliation
       77  WS-ACCT-COUNT PIC 99 VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 40 TIMES
                               INDEXED BY WS-ACCT-IDX.
               10  WS-ACC-ACCOUNT  PIC X(8).
               10  WS-ACC-NAME     PIC X(20).
               10  WS-ACC-OPENING  PIC S9(9)V99.
               10  WS-ACC-ACCRUED  PIC S9(9)V99.
               10  WS-ACC-REMITTED PIC S9(9)V99.
               10  WS-ACC-ENDING   PIC S9(9)V99.
               10  WS-ACC-OPEN-SUM PIC S9(9)V99.

      * the open items, oldest first
       77  WS-ITEM-COUNT PIC 9(3) VALUE ZERO.
       77  WS-ITEM-MAX   PIC 9(3) VALUE 500.
       77  WS-KEEP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-ITEM-IDX.
               10  WS-ITM-ACCOUNT  PIC X(8).
               10  WS-ITM-SOURCE   PIC X.
               10  WS-ITM-KEY      PIC X(18).
               10  WS-ITM-PERIOD   PIC 9(4).
               10  WS-ITM-DATE     PIC 9(8).
               10  WS-ITM-ORIGINAL PIC S9(9)V99.
               10  WS-ITM-OPEN     PIC S9(9)V99.

      * per-input capture control, loaded from and saved to the
      * ledger control record
       77  WS-SRC            PIC 9 VALUE ZERO.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 6 TIMES.
               10  WS-SRC-SIGNATURE PIC X(40).
               10  WS-SRC-CONSUMED  PIC 9(6).
       77  WS-REC-IMAGE        PIC X(40) VALUE SPACES.
       77  WS-REC-NUMBER       PIC 9(6) VALUE ZERO.
       77  WS-SKIP-COUNT       PIC 9(6) VALUE ZERO.
       77  WS-NEW-SIGNATURE    PIC X(40) VALUE SPACES.
       77  WS-CAPTURE-FLAG PIC X VALUE "N".
           88  WS-CAPTURE-RECORD     VALUE "Y".
       77  WS-CAPTURED-COUNT   PIC 9(6) VALUE ZERO.

      * the accrual or remittance being posted
       77  WS-POST-ACCOUNT     PIC X(8) VALUE SPACES.
       77  WS-POST-SOURCE      PIC X VALUE SPACE.
       77  WS-POST-KEY         PIC X(18) VALUE SPACES.
       77  WS-POST-PERIOD      PIC 9(4) VALUE ZERO.
       77  WS-POST-DATE        PIC 9(8) VALUE ZERO.
       77  WS-POST-AMOUNT      PIC S9(9)V99 VALUE ZERO.
       77  WS-POST-LEFT        PIC S9(9)V99 VALUE ZERO.
       77  WS-POST-APPLY       PIC S9(9)V99 VALUE ZERO.
       77  WS-LOOKUP-CODE      PIC X(3) VALUE SPACES.
       77  WS-LOOKUP-JUR       PIC X(3) VALUE SPACES.
       77  WS-FOUND-FLAG PIC X VALUE "N".
           88  WS-FOUND              VALUE "Y".

       77  WS-ITEM-AGE         PIC S9(5) VALUE ZERO.
       77  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-ACCT-EXCEPTIONS  PIC 9(5) VALUE ZERO.
       77  WS-DIFFERENCE       PIC S9(9)V99 VALUE ZERO.
       77  WS-REPORT-TITLE     PIC X(20) VALUE SPACES.
       77  WS-REPORT-MONTH     PIC 9(6) VALUE ZERO.

       01  RECON-TITLE-LINE.
           05  FILLER          PIC X(36)
                   VALUE "PAYROLL LIABILITY RECONCILIATION -- ".
           05  RTL-TITLE       PIC X(20).
           05  FILLER          PIC X(7)  VALUE " MONTH ".
           05  RTL-MONTH       PIC 9(6).
           05  FILLER          PIC X(7)  VALUE "  RUN: ".
           05  RTL-RUN-DATE    PIC 9(8).

       01  RECON-ACCOUNT-LINE.
           05  FILLER          PIC X(8)  VALUE "ACCOUNT ".
           05  RAL-ACCOUNT     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RAL-NAME        PIC X(20).

       01  RECON-AMOUNT-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RML-LABEL       PIC X(24).
           05  RML-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RML-FLAG        PIC X(20).

       01  RECON-ITEM-HEADING.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "OPEN ITEM".
           05  FILLER          PIC X(6)  VALUE "PERD".
           05  FILLER          PIC X(10) VALUE "DATE".
           05  FILLER          PIC X(16) VALUE "      ORIGINAL".
           05  FILLER          PIC X(16) VALUE "          OPEN".
           05  FILLER          PIC X(16) VALUE "  AGE".

       01  RECON-ITEM-LINE.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  RIL-SOURCE      PIC X.
           05  FILLER          PIC X     VALUE SPACE.
           05  RIL-KEY         PIC X(18).
           05  RIL-PERIOD      PIC 9(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RIL-DATE        PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RIL-ORIGINAL    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RIL-OPEN        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RIL-AGE         PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RIL-FLAG        PIC X(13).

       01  RECON-TOTAL-LINE.
           05  FILLER          PIC X(25)
                   VALUE "ACCOUNTS RECONCILED:    ".
           05  RTT-ACCOUNTS    PIC ZZ9.
           05  FILLER          PIC X(15) VALUE "   OPEN ITEMS: ".
           05  RTT-ITEMS       PIC ZZ9.
           05  FILLER          PIC X(15) VALUE "   EXCEPTIONS: ".
           05  RTT-EXCEPTIONS  PIC ZZZZ9.

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
           MOVE "LIABRECN" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           IF LNK-PARM-LENGTH > 0 AND LNK-PARM-LENGTH <= 20
               IF LNK-PARM-DATA(1:5) = "CLOSE"
                   SET WS-CLOSE-REQUESTED TO TRUE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-TODAY-MONTH
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           PERFORM LOAD-DEPOSIT-RULES
           PERFORM LOAD-DEDUCTION-CODES
           PERFORM LOAD-LEDGER
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM LOAD-ACCOUNT-NAMES

           OPEN OUTPUT RECON-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open RECON-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

      *    a month behind the calendar is reported and closed
      *    before anything of the new month is taken in
           IF NOT WS-LEDGER-IS-NEW
               IF WS-LEDGER-MONTH < WS-TODAY-MONTH
                   PERFORM CLOSE-LEDGER-MONTH
                   MOVE WS-TODAY-MONTH TO WS-LEDGER-MONTH
               END-IF
           END-IF

           PERFORM CAPTURE-GL-JOURNAL
           PERFORM CAPTURE-TAX-LIABILITY
           PERFORM CAPTURE-DEDUCTION-LIABILITY
           PERFORM CAPTURE-TAX-REMITTANCE
           PERFORM CAPTURE-REMIT-TRANSMITTAL
           PERFORM CAPTURE-MANUAL-REMITTANCE

           IF WS-LEDGER-IS-NEW
               PERFORM TAKE-OPENING-BALANCES
           END-IF

           IF WS-CLOSE-REQUESTED
               IF WS-LEDGER-MONTH > WS-TODAY-MONTH
                   DISPLAY "Ledger month " WS-LEDGER-MONTH
                       " is already open -- nothing to close."
               ELSE
                   PERFORM CLOSE-LEDGER-MONTH
                   PERFORM ADVANCE-LEDGER-MONTH
               END-IF
           END-IF

           MOVE "MONTH TO DATE" TO WS-REPORT-TITLE
           MOVE WS-LEDGER-MONTH TO WS-REPORT-MONTH
           PERFORM WRITE-RECONCILIATION
           CLOSE RECON-REPORT-FILE

           PERFORM SAVE-LEDGER

           IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "LIABRECN accounts: " WS-ACCT-COUNT
               "  open items: " WS-ITEM-COUNT
               "  exceptions: " WS-EXCEPTION-COUNT
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "LIABRECN" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


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


      * the fixed tax accounts, then each deduction code's own
      * account; loan recoveries book to a receivable and are
      * never remitted, so they stay out
       LOAD-DEDUCTION-CODES.
           MOVE ZERO TO WS-ACCT-COUNT
           MOVE WS-TAX-PAYABLE-ACCT TO WS-POST-ACCOUNT
           PERFORM ADD-LEDGER-ACCOUNT
           MOVE WS-EMPR-TAX-PAY-ACCT TO WS-POST-ACCOUNT
           PERFORM ADD-LEDGER-ACCOUNT
           MOVE WS-DED-PAYABLE-ACCT TO WS-POST-ACCOUNT
           PERFORM ADD-LEDGER-ACCOUNT

           MOVE ZERO TO WS-DEDCODE-COUNT
           OPEN INPUT DEDUCTION-MASTER-FILE
           IF NOT WS-DED-FILE-OK
               DISPLAY "No DEDMAST.TXT -- deductions reconcile to "
                   WS-DED-PAYABLE-ACCT "."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DED-FILE-EOF
                   OR WS-DEDCODE-COUNT = 50
               READ DEDUCTION-MASTER-FILE
                   AT END SET WS-DED-FILE-EOF TO TRUE
                   NOT AT END
                       IF NOT DED-TYPE-LOAN
                           ADD 1 TO WS-DEDCODE-COUNT
                           SET WS-DC-IDX TO WS-DEDCODE-COUNT
                           MOVE DED-CODE TO WS-DC-CODE(WS-DC-IDX)
                           IF DED-GL-ACCOUNT = SPACES
                               MOVE WS-DED-PAYABLE-ACCT
                                   TO WS-DC-ACCOUNT(WS-DC-IDX)
                           ELSE
                               MOVE DED-GL-ACCOUNT
                                   TO WS-DC-ACCOUNT(WS-DC-IDX)
                           END-IF
                           MOVE WS-DC-ACCOUNT(WS-DC-IDX)
                               TO WS-POST-ACCOUNT
                           PERFORM ADD-LEDGER-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-MASTER-FILE.


      * adds WS-POST-ACCOUNT to the ledger unless already there;
      * leaves WS-ACCT-IDX on it
       ADD-LEDGER-ACCOUNT.
           SET WS-ACCT-IDX TO 1
           PERFORM UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   OR WS-ACC-ACCOUNT(WS-ACCT-IDX) = WS-POST-ACCOUNT
               SET WS-ACCT-IDX UP BY 1
           END-PERFORM
           IF WS-ACCT-IDX <= WS-ACCT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-COUNT = 40
               DISPLAY "Ledger account table full -- "
                   WS-POST-ACCOUNT " not reconciled."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           SET WS-ACCT-IDX TO WS-ACCT-COUNT
           MOVE WS-POST-ACCOUNT TO WS-ACC-ACCOUNT(WS-ACCT-IDX)
           MOVE SPACES TO WS-ACC-NAME(WS-ACCT-IDX)
           MOVE ZERO TO WS-ACC-OPENING(WS-ACCT-IDX)
           MOVE ZERO TO WS-ACC-ACCRUED(WS-ACCT-IDX)
           MOVE ZERO TO WS-ACC-REMITTED(WS-ACCT-IDX)
           MOVE ZERO TO WS-ACC-ENDING(WS-ACCT-IDX)
           MOVE ZERO TO WS-ACC-OPEN-SUM(WS-ACCT-IDX).


       LOAD-ACCOUNT-NAMES.
           OPEN INPUT GL-ACCOUNT-FILE
           IF NOT WS-GLA-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GLA-FILE-EOF
               READ GL-ACCOUNT-FILE
                   AT END SET WS-GLA-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                           IF WS-ACC-ACCOUNT(WS-ACCT-IDX)
                               = GLA-ACCOUNT
                               MOVE GLA-NAME
                                   TO WS-ACC-NAME(WS-ACCT-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE GL-ACCOUNT-FILE.


      *****************************************************************
      * the ledger: control record, account balances, open items.
      * No control record means the ledger starts today.
      *****************************************************************
       LOAD-LEDGER.
           INITIALIZE WS-SOURCE-TABLE
           OPEN INPUT LEDGER-CONTROL-FILE
           IF NOT WS-LCT-FILE-OK
               SET WS-LEDGER-IS-NEW TO TRUE
               MOVE WS-TODAY-MONTH TO WS-LEDGER-MONTH
               DISPLAY "No LIABCTL.TXT -- liability ledger starts "
                   "with month " WS-LEDGER-MONTH "."
               EXIT PARAGRAPH
           END-IF
           READ LEDGER-CONTROL-FILE
               AT END
                   SET WS-LEDGER-IS-NEW TO TRUE
                   MOVE WS-TODAY-MONTH TO WS-LEDGER-MONTH
               NOT AT END
                   MOVE LCT-MONTH TO WS-LEDGER-MONTH
                   PERFORM VARYING WS-SRC FROM 1 BY 1
                       UNTIL WS-SRC > 6
                       MOVE LCT-SIGNATURE(WS-SRC)
                           TO WS-SRC-SIGNATURE(WS-SRC)
                       MOVE LCT-CONSUMED(WS-SRC)
                           TO WS-SRC-CONSUMED(WS-SRC)
                   END-PERFORM
           END-READ
           CLOSE LEDGER-CONTROL-FILE
           IF WS-LEDGER-IS-NEW
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT LEDGER-ACCOUNT-FILE
           IF WS-LAC-FILE-OK
               PERFORM UNTIL WS-LAC-FILE-EOF
                   READ LEDGER-ACCOUNT-FILE
                       AT END SET WS-LAC-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE LAC-ACCOUNT TO WS-POST-ACCOUNT
                           PERFORM ADD-LEDGER-ACCOUNT
                           IF WS-ACCT-IDX <= WS-ACCT-COUNT
                               MOVE LAC-OPENING
                                   TO WS-ACC-OPENING(WS-ACCT-IDX)
                               MOVE LAC-ACCRUED
                                   TO WS-ACC-ACCRUED(WS-ACCT-IDX)
                               MOVE LAC-REMITTED
                                   TO WS-ACC-REMITTED(WS-ACCT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-ACCOUNT-FILE
           END-IF

           MOVE ZERO TO WS-ITEM-COUNT
           OPEN INPUT LEDGER-ITEM-FILE
           IF WS-LIT-FILE-OK
               PERFORM UNTIL WS-LIT-FILE-EOF
                   READ LEDGER-ITEM-FILE
                       AT END SET WS-LIT-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-ITEM-COUNT < WS-ITEM-MAX
                               ADD 1 TO WS-ITEM-COUNT
                               SET WS-ITEM-IDX TO WS-ITEM-COUNT
                               MOVE LIT-ACCOUNT
                                   TO WS-ITM-ACCOUNT(WS-ITEM-IDX)
                               MOVE LIT-SOURCE
                                   TO WS-ITM-SOURCE(WS-ITEM-IDX)
                               MOVE LIT-KEY
                                   TO WS-ITM-KEY(WS-ITEM-IDX)
                               MOVE LIT-PERIOD
                                   TO WS-ITM-PERIOD(WS-ITEM-IDX)
                               MOVE LIT-DATE
                                   TO WS-ITM-DATE(WS-ITEM-IDX)
                               MOVE LIT-ORIGINAL
                                   TO WS-ITM-ORIGINAL(WS-ITEM-IDX)
                               MOVE LIT-OPEN
                                   TO WS-ITM-OPEN(WS-ITEM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-ITEM-FILE
           END-IF.


      *****************************************************************
      * capture: each input is read from its first record; when
      * that record is the one the ledger saw last time, the
      * records already taken in are passed over
      *****************************************************************
       START-SOURCE-RECORD.
           ADD 1 TO WS-REC-NUMBER
           IF WS-REC-NUMBER = 1
               MOVE WS-REC-IMAGE TO WS-NEW-SIGNATURE
               IF WS-REC-IMAGE = WS-SRC-SIGNATURE(WS-SRC)
                   MOVE WS-SRC-CONSUMED(WS-SRC) TO WS-SKIP-COUNT
               ELSE
                   MOVE ZERO TO WS-SKIP-COUNT
               END-IF
           END-IF
           IF WS-REC-NUMBER > WS-SKIP-COUNT
               SET WS-CAPTURE-RECORD TO TRUE
               ADD 1 TO WS-CAPTURED-COUNT
           ELSE
               MOVE "N" TO WS-CAPTURE-FLAG
           END-IF.


       BEGIN-SOURCE.
           MOVE ZERO TO WS-REC-NUMBER
           MOVE ZERO TO WS-SKIP-COUNT
           MOVE ZERO TO WS-CAPTURED-COUNT
           MOVE SPACES TO WS-NEW-SIGNATURE.


       END-SOURCE.
           MOVE WS-NEW-SIGNATURE TO WS-SRC-SIGNATURE(WS-SRC)
           MOVE WS-REC-NUMBER TO WS-SRC-CONSUMED(WS-SRC).


      * the payroll's journal: credits to a payable account are
      * its accruals, debits (a reversal or a correction) take
      * them back; the batch headers carry no account
       CAPTURE-GL-JOURNAL.
           MOVE 1 TO WS-SRC
           PERFORM BEGIN-SOURCE
           OPEN INPUT GL-JOURNAL-FILE
           IF NOT WS-JRN-FILE-OK
               DISPLAY "No GLJRNL.TXT -- no accruals taken in."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JRN-FILE-EOF
               READ GL-JOURNAL-FILE
                   AT END SET WS-JRN-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE GL-JOURNAL-RECORD TO WS-REC-IMAGE
                       PERFORM START-SOURCE-RECORD
                       IF WS-CAPTURE-RECORD
                           PERFORM POST-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE
           PERFORM END-SOURCE
           DISPLAY "GLJRNL.TXT lines taken in: " WS-CAPTURED-COUNT.


       POST-JOURNAL-LINE.
           IF NOT JRN-TYPE-DEBIT AND NOT JRN-TYPE-CREDIT
               EXIT PARAGRAPH
           END-IF
           SET WS-ACCT-IDX TO 1
           PERFORM UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   OR WS-ACC-ACCOUNT(WS-ACCT-IDX) = JRN-ACCOUNT
               SET WS-ACCT-IDX UP BY 1
           END-PERFORM
           IF WS-ACCT-IDX > WS-ACCT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF JRN-TYPE-CREDIT
               ADD JRN-AMOUNT TO WS-ACC-ACCRUED(WS-ACCT-IDX)
           ELSE
               SUBTRACT JRN-AMOUNT FROM WS-ACC-ACCRUED(WS-ACCT-IDX)
           END-IF.


      * each tax line is an open item owed to its jurisdiction;
      * the deposited flag is left out of the match since TAXDEP
      * sets it on lines already taken in
       CAPTURE-TAX-LIABILITY.
           MOVE 2 TO WS-SRC
           PERFORM BEGIN-SOURCE
           OPEN INPUT TAX-LIABILITY-FILE
           IF NOT WS-TXL-FILE-OK
               DISPLAY "No TAXLIAB.TXT -- no tax items taken in."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXL-FILE-EOF
               READ TAX-LIABILITY-FILE
                   AT END SET WS-TXL-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-REC-IMAGE
                       MOVE TAX-LIABILITY-RECORD(1:27)
                           TO WS-REC-IMAGE
                       PERFORM START-SOURCE-RECORD
                       IF WS-CAPTURE-RECORD
                           MOVE TXL-JURISDICTION TO WS-LOOKUP-JUR
                           PERFORM SET-TAX-ACCOUNT
                           MOVE "T" TO WS-POST-SOURCE
                           MOVE SPACES TO WS-POST-KEY
                           MOVE TXL-JURISDICTION TO WS-POST-KEY
                           MOVE TXL-PERIOD TO WS-POST-PERIOD
                           IF TXL-PAY-DATE IS NUMERIC
                               MOVE TXL-PAY-DATE TO WS-POST-DATE
                           ELSE
                               MOVE WS-TODAY-DATE TO WS-POST-DATE
                           END-IF
                           MOVE TXL-AMOUNT TO WS-POST-AMOUNT
                           PERFORM ADD-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-LIABILITY-FILE
           PERFORM END-SOURCE
           DISPLAY "TAXLIAB.TXT lines taken in: " WS-CAPTURED-COUNT.


      * the code totals are the open items; the employee details
      * under them are not
       CAPTURE-DEDUCTION-LIABILITY.
           MOVE 3 TO WS-SRC
           PERFORM BEGIN-SOURCE
           OPEN INPUT DEDUCTION-LIABILITY-FILE
           IF NOT WS-DLB-FILE-OK
               DISPLAY "No DEDLIAB.TXT -- no deduction items taken "
                   "in."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DLB-FILE-EOF
               READ DEDUCTION-LIABILITY-FILE
                   AT END SET WS-DLB-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE DEDUCTION-LIABILITY-RECORD
                           TO WS-REC-IMAGE
                       PERFORM START-SOURCE-RECORD
                       IF WS-CAPTURE-RECORD AND DLB-TYPE-TOTAL
                           MOVE DLB-DED-CODE TO WS-LOOKUP-CODE
                           PERFORM SET-DEDUCTION-ACCOUNT
                           MOVE "D" TO WS-POST-SOURCE
                           MOVE SPACES TO WS-POST-KEY
                           STRING DLB-DED-CODE DLB-CASE-NUMBER
                               DELIMITED BY SIZE INTO WS-POST-KEY
                           END-STRING
                           MOVE DLB-PERIOD TO WS-POST-PERIOD
                           MOVE WS-TODAY-DATE TO WS-POST-DATE
                           MOVE DLB-AMOUNT TO WS-POST-AMOUNT
                           PERFORM ADD-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-LIABILITY-FILE
           PERFORM END-SOURCE
           DISPLAY "DEDLIAB.TXT lines taken in: " WS-CAPTURED-COUNT.


       CAPTURE-TAX-REMITTANCE.
           MOVE 4 TO WS-SRC
           PERFORM BEGIN-SOURCE
           OPEN INPUT TAX-REMITTANCE-FILE
           IF NOT WS-TXR-FILE-OK
               DISPLAY "No TAXREMIT.TXT -- no tax deposits taken in."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXR-FILE-EOF
               READ TAX-REMITTANCE-FILE
                   AT END SET WS-TXR-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE TAX-REMITTANCE-RECORD TO WS-REC-IMAGE
                       PERFORM START-SOURCE-RECORD
                       IF WS-CAPTURE-RECORD
                           MOVE TXR-JURISDICTION TO WS-LOOKUP-JUR
                           PERFORM SET-TAX-ACCOUNT
                           MOVE "T" TO WS-POST-SOURCE
                           MOVE SPACES TO WS-POST-KEY
                           MOVE TXR-JURISDICTION TO WS-POST-KEY
                           MOVE ZERO TO WS-POST-PERIOD
                           IF TXR-DEPOSIT-DATE IS NUMERIC
                               MOVE TXR-DEPOSIT-DATE TO WS-POST-DATE
                           ELSE
                               MOVE WS-TODAY-DATE TO WS-POST-DATE
                           END-IF
                           MOVE TXR-AMOUNT TO WS-POST-AMOUNT
                           PERFORM APPLY-REMITTANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-REMITTANCE-FILE
           PERFORM END-SOURCE
           DISPLAY "TAXREMIT.TXT lines taken in: " WS-CAPTURED-COUNT.


      * the whole transmittal record is the match: its first
      * payee looks the same every period but for the amount and
      * the period number
       CAPTURE-REMIT-TRANSMITTAL.
           MOVE 5 TO WS-SRC
           PERFORM BEGIN-SOURCE
           OPEN INPUT REMIT-TRANSMITTAL-FILE
           IF NOT WS-RMT-FILE-OK
               DISPLAY "No DEDXMIT.TXT -- no deduction remittances "
                   "taken in."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RMT-FILE-EOF
               READ REMIT-TRANSMITTAL-FILE
                   AT END SET WS-RMT-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-REC-IMAGE
                       STRING REMIT-TRANSMITTAL-RECORD(1:21)
                           REMIT-TRANSMITTAL-RECORD(48:14)
                           DELIMITED BY SIZE INTO WS-REC-IMAGE
                       END-STRING
                       PERFORM START-SOURCE-RECORD
                       IF WS-CAPTURE-RECORD
                           AND RMT-EMP-ID NOT = "*CTRL*"
                           AND RMT-RECORD-TYPE NOT = "T"
                           MOVE RMT-EMP-ID(1:3) TO WS-LOOKUP-CODE
                           MOVE RMT-EMP-NAME TO WS-POST-KEY(4:15)
                           MOVE RMT-PERIOD-NUMBER TO WS-POST-PERIOD
                           MOVE RMT-NET-PAY TO WS-POST-AMOUNT
                           PERFORM POST-DEDUCTION-REMITTANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMIT-TRANSMITTAL-FILE
           PERFORM END-SOURCE
           DISPLAY "DEDXMIT.TXT lines taken in: " WS-CAPTURED-COUNT.


       CAPTURE-MANUAL-REMITTANCE.
           MOVE 6 TO WS-SRC
           PERFORM BEGIN-SOURCE
           OPEN INPUT MANUAL-REMITTANCE-FILE
           IF NOT WS-LPD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LPD-FILE-EOF
               READ MANUAL-REMITTANCE-FILE
                   AT END SET WS-LPD-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE MANUAL-REMITTANCE-RECORD TO WS-REC-IMAGE
                       PERFORM START-SOURCE-RECORD
                       IF WS-CAPTURE-RECORD
                           MOVE LPD-DED-CODE TO WS-LOOKUP-CODE
                           MOVE LPD-CASE-NUMBER TO WS-POST-KEY(4:15)
                           MOVE LPD-PERIOD TO WS-POST-PERIOD
                           MOVE LPD-AMOUNT TO WS-POST-AMOUNT
                           PERFORM POST-DEDUCTION-REMITTANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANUAL-REMITTANCE-FILE
           PERFORM END-SOURCE
           DISPLAY "LIABPAID.TXT lines taken in: " WS-CAPTURED-COUNT.


      * a remittance names the code and, for a garnishment, the
      * case; a payee name in that place matches no case, so the
      * payment goes against the code's items with no case
       POST-DEDUCTION-REMITTANCE.
           PERFORM SET-DEDUCTION-ACCOUNT
           MOVE "D" TO WS-POST-SOURCE
           MOVE WS-LOOKUP-CODE TO WS-POST-KEY(1:3)
           MOVE WS-TODAY-DATE TO WS-POST-DATE
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT OR WS-FOUND
               IF WS-ITM-SOURCE(WS-ITEM-IDX) = "D"
                   AND WS-ITM-KEY(WS-ITEM-IDX) = WS-POST-KEY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               MOVE SPACES TO WS-POST-KEY(4:15)
           END-IF
           PERFORM APPLY-REMITTANCE.


       SET-TAX-ACCOUNT.
           IF WS-LOOKUP-JUR = "EMP"
               MOVE WS-EMPR-TAX-PAY-ACCT TO WS-POST-ACCOUNT
           ELSE
               MOVE WS-TAX-PAYABLE-ACCT TO WS-POST-ACCOUNT
           END-IF.


       SET-DEDUCTION-ACCOUNT.
           MOVE WS-DED-PAYABLE-ACCT TO WS-POST-ACCOUNT
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DEDCODE-COUNT
               IF WS-DC-CODE(WS-DC-IDX) = WS-LOOKUP-CODE
                   MOVE WS-DC-ACCOUNT(WS-DC-IDX) TO WS-POST-ACCOUNT
               END-IF
           END-PERFORM.


      * a new liability first soaks up any over-remittance standing
      * for the same key; what is left opens a new item
       ADD-OPEN-ITEM.
           MOVE WS-POST-AMOUNT TO WS-POST-LEFT
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   OR WS-POST-LEFT <= ZERO
               IF WS-ITM-SOURCE(WS-ITEM-IDX) = WS-POST-SOURCE
                   AND WS-ITM-KEY(WS-ITEM-IDX) = WS-POST-KEY
                   AND WS-ITM-OPEN(WS-ITEM-IDX) < ZERO
                   IF WS-POST-LEFT > 0 - WS-ITM-OPEN(WS-ITEM-IDX)
                       COMPUTE WS-POST-APPLY =
                           0 - WS-ITM-OPEN(WS-ITEM-IDX)
                   ELSE
                       MOVE WS-POST-LEFT TO WS-POST-APPLY
                   END-IF
                   ADD WS-POST-APPLY TO WS-ITM-OPEN(WS-ITEM-IDX)
                   SUBTRACT WS-POST-APPLY FROM WS-POST-LEFT
               END-IF
           END-PERFORM
           IF WS-POST-LEFT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ITEM-COUNT = WS-ITEM-MAX
               DISPLAY "Open item table full -- " WS-POST-KEY
                   " " WS-POST-LEFT " not listed."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           SET WS-ITEM-IDX TO WS-ITEM-COUNT
           MOVE WS-POST-ACCOUNT TO WS-ITM-ACCOUNT(WS-ITEM-IDX)
           MOVE WS-POST-SOURCE TO WS-ITM-SOURCE(WS-ITEM-IDX)
           MOVE WS-POST-KEY TO WS-ITM-KEY(WS-ITEM-IDX)
           MOVE WS-POST-PERIOD TO WS-ITM-PERIOD(WS-ITEM-IDX)
           MOVE WS-POST-DATE TO WS-ITM-DATE(WS-ITEM-IDX)
           MOVE WS-POST-LEFT TO WS-ITM-ORIGINAL(WS-ITEM-IDX)
           MOVE WS-POST-LEFT TO WS-ITM-OPEN(WS-ITEM-IDX).


      * a payment goes on the account's remitted total and pays the
      * oldest open items for its key; an overpayment stands as a
      * negative item
       APPLY-REMITTANCE.
           PERFORM ADD-LEDGER-ACCOUNT
           IF WS-ACCT-IDX <= WS-ACCT-COUNT
               ADD WS-POST-AMOUNT TO WS-ACC-REMITTED(WS-ACCT-IDX)
           END-IF
           MOVE WS-POST-AMOUNT TO WS-POST-LEFT
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   OR WS-POST-LEFT <= ZERO
               IF WS-ITM-SOURCE(WS-ITEM-IDX) = WS-POST-SOURCE
                   AND WS-ITM-KEY(WS-ITEM-IDX) = WS-POST-KEY
                   AND WS-ITM-OPEN(WS-ITEM-IDX) > ZERO
                   IF WS-POST-LEFT > WS-ITM-OPEN(WS-ITEM-IDX)
                       MOVE WS-ITM-OPEN(WS-ITEM-IDX) TO WS-POST-APPLY
                   ELSE
                       MOVE WS-POST-LEFT TO WS-POST-APPLY
                   END-IF
                   SUBTRACT WS-POST-APPLY FROM WS-ITM-OPEN(WS-ITEM-IDX)
                   SUBTRACT WS-POST-APPLY FROM WS-POST-LEFT
               END-IF
           END-PERFORM
           IF WS-POST-LEFT <= ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ITEM-COUNT = WS-ITEM-MAX
               DISPLAY "Open item table full -- " WS-POST-KEY
                   " over-remitted " WS-POST-LEFT " not listed."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           SET WS-ITEM-IDX TO WS-ITEM-COUNT
           MOVE WS-POST-ACCOUNT TO WS-ITM-ACCOUNT(WS-ITEM-IDX)
           MOVE WS-POST-SOURCE TO WS-ITM-SOURCE(WS-ITEM-IDX)
           MOVE WS-POST-KEY TO WS-ITM-KEY(WS-ITEM-IDX)
           MOVE WS-POST-PERIOD TO WS-ITM-PERIOD(WS-ITEM-IDX)
           MOVE WS-POST-DATE TO WS-ITM-DATE(WS-ITEM-IDX)
           COMPUTE WS-ITM-ORIGINAL(WS-ITEM-IDX) = 0 - WS-POST-LEFT
           COMPUTE WS-ITM-OPEN(WS-ITEM-IDX) = 0 - WS-POST-LEFT.


      * a ledger started today opens each account at whatever its
      * open items left over from before come to
       TAKE-OPENING-BALANCES.
           PERFORM SUM-OPEN-ITEMS
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               COMPUTE WS-ACC-OPENING(WS-ACCT-IDX) =
                   WS-ACC-OPEN-SUM(WS-ACCT-IDX)
                   - WS-ACC-ACCRUED(WS-ACCT-IDX)
                   + WS-ACC-REMITTED(WS-ACCT-IDX)
           END-PERFORM.


       SUM-OPEN-ITEMS.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               MOVE ZERO TO WS-ACC-OPEN-SUM(WS-ACCT-IDX)
               COMPUTE WS-ACC-ENDING(WS-ACCT-IDX) =
                   WS-ACC-OPENING(WS-ACCT-IDX)
                   + WS-ACC-ACCRUED(WS-ACCT-IDX)
                   - WS-ACC-REMITTED(WS-ACCT-IDX)
           END-PERFORM
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE WS-ITM-ACCOUNT(WS-ITEM-IDX) TO WS-POST-ACCOUNT
               PERFORM ADD-LEDGER-ACCOUNT
               IF WS-ACCT-IDX <= WS-ACCT-COUNT
                   ADD WS-ITM-OPEN(WS-ITEM-IDX)
                       TO WS-ACC-OPEN-SUM(WS-ACCT-IDX)
               END-IF
           END-PERFORM.


      *****************************************************************
      * month close: the ledger month is reported as it stands,
      * then each ending balance becomes the next opening and the
      * paid-off items drop out
      *****************************************************************
       CLOSE-LEDGER-MONTH.
           MOVE "MONTH-END CLOSE" TO WS-REPORT-TITLE
           MOVE WS-LEDGER-MONTH TO WS-REPORT-MONTH
           PERFORM WRITE-RECONCILIATION
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               MOVE WS-ACC-ENDING(WS-ACCT-IDX)
                   TO WS-ACC-OPENING(WS-ACCT-IDX)
               MOVE ZERO TO WS-ACC-ACCRUED(WS-ACCT-IDX)
               MOVE ZERO TO WS-ACC-REMITTED(WS-ACCT-IDX)
           END-PERFORM
           PERFORM DROP-CLEARED-ITEMS
           DISPLAY "Liability ledger month " WS-LEDGER-MONTH
               " closed."
           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC.


       ADVANCE-LEDGER-MONTH.
           MOVE WS-LEDGER-MONTH(1:4) TO WS-NEXT-YEAR
           MOVE WS-LEDGER-MONTH(5:2) TO WS-NEXT-MM
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           MOVE WS-NEXT-YEAR TO WS-LEDGER-MONTH(1:4)
           MOVE WS-NEXT-MM TO WS-LEDGER-MONTH(5:2).


       DROP-CLEARED-ITEMS.
           MOVE ZERO TO WS-KEEP-COUNT
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITM-OPEN(WS-ITEM-IDX) NOT = ZERO
                   ADD 1 TO WS-KEEP-COUNT
                   IF WS-KEEP-COUNT < WS-ITEM-IDX
                       MOVE WS-ITEM-ENTRY(WS-ITEM-IDX)
                           TO WS-ITEM-ENTRY(WS-KEEP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-KEEP-COUNT TO WS-ITEM-COUNT.


      *****************************************************************
      * the reconciliation, account by account
      *****************************************************************
       WRITE-RECONCILIATION.
           PERFORM SUM-OPEN-ITEMS
           MOVE ZERO TO WS-ACCT-EXCEPTIONS
           MOVE WS-REPORT-TITLE TO RTL-TITLE
           MOVE WS-REPORT-MONTH TO RTL-MONTH
           MOVE WS-TODAY-DATE TO RTL-RUN-DATE
           WRITE RECON-REPORT-REC FROM RECON-TITLE-LINE
           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM REPORT-ONE-ACCOUNT
           END-PERFORM
           MOVE WS-ACCT-COUNT TO RTT-ACCOUNTS
           MOVE WS-ITEM-COUNT TO RTT-ITEMS
           MOVE WS-ACCT-EXCEPTIONS TO RTT-EXCEPTIONS
           WRITE RECON-REPORT-REC FROM RECON-TOTAL-LINE
           ADD WS-ACCT-EXCEPTIONS TO WS-EXCEPTION-COUNT.


       REPORT-ONE-ACCOUNT.
      *    an account with nothing on it this month is left off
           IF WS-ACC-OPENING(WS-ACCT-IDX) = ZERO
               AND WS-ACC-ACCRUED(WS-ACCT-IDX) = ZERO
               AND WS-ACC-REMITTED(WS-ACCT-IDX) = ZERO
               AND WS-ACC-OPEN-SUM(WS-ACCT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-ACCOUNT(WS-ACCT-IDX) TO RAL-ACCOUNT
           MOVE WS-ACC-NAME(WS-ACCT-IDX) TO RAL-NAME
           WRITE RECON-REPORT-REC FROM RECON-ACCOUNT-LINE
           MOVE SPACES TO RML-FLAG
           MOVE "OPENING BALANCE" TO RML-LABEL
           MOVE WS-ACC-OPENING(WS-ACCT-IDX) TO RML-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-AMOUNT-LINE
           MOVE "ACCRUED (GL JOURNAL)" TO RML-LABEL
           MOVE WS-ACC-ACCRUED(WS-ACCT-IDX) TO RML-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-AMOUNT-LINE
           MOVE "REMITTED" TO RML-LABEL
           MOVE WS-ACC-REMITTED(WS-ACCT-IDX) TO RML-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-AMOUNT-LINE
           MOVE "ENDING BALANCE" TO RML-LABEL
           MOVE WS-ACC-ENDING(WS-ACCT-IDX) TO RML-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-AMOUNT-LINE

           WRITE RECON-REPORT-REC FROM RECON-ITEM-HEADING
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITM-ACCOUNT(WS-ITEM-IDX)
                   = WS-ACC-ACCOUNT(WS-ACCT-IDX)
                   AND WS-ITM-OPEN(WS-ITEM-IDX) NOT = ZERO
                   PERFORM REPORT-ONE-ITEM
               END-IF
           END-PERFORM

           MOVE "OPEN ITEMS TOTAL" TO RML-LABEL
           MOVE WS-ACC-OPEN-SUM(WS-ACCT-IDX) TO RML-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-AMOUNT-LINE
           COMPUTE WS-DIFFERENCE = WS-ACC-ENDING(WS-ACCT-IDX)
               - WS-ACC-OPEN-SUM(WS-ACCT-IDX)
           MOVE "DIFFERENCE" TO RML-LABEL
           MOVE WS-DIFFERENCE TO RML-AMOUNT
           IF WS-DIFFERENCE NOT = ZERO
               MOVE "*** OUT OF BALANCE" TO RML-FLAG
               ADD 1 TO WS-ACCT-EXCEPTIONS
               MOVE "LIABRECN" TO WS-ERR-PROGRAM-ID
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Payable account "
                   WS-ACC-ACCOUNT(WS-ACCT-IDX)
                   " does not agree to its open items"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-PROGRAM-ID ": "
                   WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF
           WRITE RECON-REPORT-REC FROM RECON-AMOUNT-LINE
           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC.


       REPORT-ONE-ITEM.
           MOVE WS-ITM-SOURCE(WS-ITEM-IDX) TO RIL-SOURCE
           MOVE WS-ITM-KEY(WS-ITEM-IDX) TO RIL-KEY
           MOVE WS-ITM-PERIOD(WS-ITEM-IDX) TO RIL-PERIOD
           MOVE WS-ITM-DATE(WS-ITEM-IDX) TO RIL-DATE
           MOVE WS-ITM-ORIGINAL(WS-ITEM-IDX) TO RIL-ORIGINAL
           MOVE WS-ITM-OPEN(WS-ITEM-IDX) TO RIL-OPEN
           MOVE ZERO TO WS-ITEM-AGE
           MOVE WS-ITM-DATE(WS-ITEM-IDX) TO WS-DATE-WORK
           IF WS-DATE-WORK > ZERO
               COMPUTE WS-ITEM-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           END-IF
           IF WS-ITEM-AGE < ZERO
               MOVE ZERO TO WS-ITEM-AGE
           END-IF
           MOVE WS-ITEM-AGE TO RIL-AGE

           IF WS-ITM-SOURCE(WS-ITEM-IDX) = "T"
               MOVE WS-DEFAULT-DUE-DAYS TO WS-DUE-DAYS
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RUL-JUR(WS-RULE-IDX)
                       = WS-ITM-KEY(WS-ITEM-IDX)(1:3)
                       MOVE WS-RUL-DAYS(WS-RULE-IDX) TO WS-DUE-DAYS
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-DED-DUE-DAYS TO WS-DUE-DAYS
           END-IF

           MOVE SPACES TO RIL-FLAG
           EVALUATE TRUE
               WHEN WS-ITM-OPEN(WS-ITEM-IDX) < ZERO
                   MOVE "OVER-REMITTED" TO RIL-FLAG
                   ADD 1 TO WS-ACCT-EXCEPTIONS
               WHEN WS-ITEM-AGE > WS-DUE-DAYS
                   MOVE "PAST DUE" TO RIL-FLAG
                   ADD 1 TO WS-ACCT-EXCEPTIONS
           END-EVALUATE
           WRITE RECON-REPORT-REC FROM RECON-ITEM-LINE.


      *****************************************************************
      * the ledger goes back out: open items, balances, and last
      * the control record, so a failure part way leaves the old
      * control to take the inputs in again
      *****************************************************************
       SAVE-LEDGER.
           OPEN OUTPUT LEDGER-ITEM-FILE
           IF NOT WS-LIT-FILE-OK
               MOVE WS-LIT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open LEDGER-ITEM-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITM-OPEN(WS-ITEM-IDX) NOT = ZERO
                   MOVE WS-ITM-ACCOUNT(WS-ITEM-IDX) TO LIT-ACCOUNT
                   MOVE WS-ITM-SOURCE(WS-ITEM-IDX) TO LIT-SOURCE
                   MOVE WS-ITM-KEY(WS-ITEM-IDX) TO LIT-KEY
                   MOVE WS-ITM-PERIOD(WS-ITEM-IDX) TO LIT-PERIOD
                   MOVE WS-ITM-DATE(WS-ITEM-IDX) TO LIT-DATE
                   MOVE WS-ITM-ORIGINAL(WS-ITEM-IDX) TO LIT-ORIGINAL
                   MOVE WS-ITM-OPEN(WS-ITEM-IDX) TO LIT-OPEN
                   WRITE LEDGER-ITEM-RECORD
               END-IF
           END-PERFORM
           CLOSE LEDGER-ITEM-FILE

           OPEN OUTPUT LEDGER-ACCOUNT-FILE
           IF NOT WS-LAC-FILE-OK
               MOVE WS-LAC-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open LEDGER-ACCOUNT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               MOVE WS-ACC-ACCOUNT(WS-ACCT-IDX) TO LAC-ACCOUNT
               MOVE WS-ACC-OPENING(WS-ACCT-IDX) TO LAC-OPENING
               MOVE WS-ACC-ACCRUED(WS-ACCT-IDX) TO LAC-ACCRUED
               MOVE WS-ACC-REMITTED(WS-ACCT-IDX) TO LAC-REMITTED
               WRITE LEDGER-ACCOUNT-RECORD
           END-PERFORM
           CLOSE LEDGER-ACCOUNT-FILE

           OPEN OUTPUT LEDGER-CONTROL-FILE
           IF NOT WS-LCT-FILE-OK
               MOVE WS-LCT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open LEDGER-CONTROL-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEDGER-MONTH TO LCT-MONTH
           PERFORM VARYING WS-SRC FROM 1 BY 1
               UNTIL WS-SRC > 6
               MOVE WS-SRC-SIGNATURE(WS-SRC) TO LCT-SIGNATURE(WS-SRC)
               MOVE WS-SRC-CONSUMED(WS-SRC) TO LCT-CONSUMED(WS-SRC)
           END-PERFORM
           WRITE LEDGER-CONTROL-RECORD
           CLOSE LEDGER-CONTROL-FILE.

       END PROGRAM LIABRECN.
