      ******************************************************************
      * Unclaimed-property (escheat) processing for stale payroll
      * checks. CHKRECON flags a check STALE once it passes the
      * cutoff; state unclaimed-property law then wants the owner
      * written to, an annual holder report, and the money turned
      * over. This job carries each stale check through those steps
      * on the case file ESCHCASE.TXT (stages in ESCHCASE.cpy):
      *   - an outstanding check (OUTCHK.TXT, the checks every run
      *     has cut and nothing has yet cleared) older than the
      *     stale cutoff, not paid (BANKPAID.TXT) and not stopped
      *     (STOPHIST.TXT), opens a case
      *   - a new case gets a due-diligence letter on ESCHLTR.TXT
      *     at the last known address on the personal-data master
      *   - a response keyed on ESCHRESP.TXT takes the check out of
      *     the cycle (stop and reissue it through STOPCHK); no
      *     response inside the waiting period makes it reportable
      *   - a check the bank pays, that is stopped, or that is no
      *     longer on the outstanding checks, clears
      * On the state's reporting date (or when the run parameter
      * says REPORT) every reportable check goes on the holder
      * report ESCHHOLD.TXT by state of the owner's last known
      * address, is voided on the check register and on the
      * positive-pay issue file so the bank refuses it, comes off
      * the outstanding checks, and is
      * moved from payroll cash to the unclaimed-property liability
      * on ESCHJRNL.TXT, a header-led batch in the GLJRNL.TXT
      * layout for each company (EMPMAST) the checks were cut by.
      *
      * ESCHEATC.TXT: stale days 9(3) (default 90), response wait
      * days 9(3) (default 60), reporting date MMDD (default 1101),
      * and the holder's own state for owners with no address on
      * file (default NJ). ESCHRESP.TXT: check number 9(8) and the
      * date the employee responded. Results go to ESCHEAT.RPT; a
      * response for a check with no open case ends the job with
      * RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHEAT-CONFIG-FILE ASSIGN TO "ESCHEATC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT ESCHEAT-CASE-FILE ASSIGN TO "ESCHCASE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-FILE-STATUS.

           SELECT OUTSTANDING-CHECK-FILE ASSIGN TO "OUTCHK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCK-FILE-STATUS.

           SELECT OUTSTANDING-HOLDING-FILE ASSIGN TO "OUTCHK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCH-FILE-STATUS.

           SELECT BANK-PAID-FILE ASSIGN TO "BANKPAID.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-FILE-STATUS.

           SELECT STOP-HISTORY-FILE ASSIGN TO "STOPHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT ESCHEAT-RESPONSE-FILE ASSIGN TO "ESCHRESP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "EMPPERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "ESCHLTR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.

           SELECT HOLDER-REPORT-FILE ASSIGN TO "ESCHHOLD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT ESCHEAT-JOURNAL-FILE ASSIGN TO "ESCHJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "JRNLCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCT-FILE-STATUS.

           SELECT TRANSMISSION-LOG-FILE ASSIGN TO "XMITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLG-FILE-STATUS.

           SELECT ESCHEAT-REPORT-FILE ASSIGN TO "ESCHEAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCHEAT-CONFIG-FILE.
       01  ESCHEAT-CONFIG-RECORD.
           05  ECF-STALE-DAYS      PIC 9(3).
           05  ECF-WAIT-DAYS       PIC 9(3).
           05  ECF-REPORT-MMDD     PIC X(4).
           05  ECF-HOLDER-STATE    PIC X(2).

       FD  ESCHEAT-CASE-FILE.
           COPY ESCHCASE.

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-REC  PIC X(80).

      * register-line layout, one line per check still outstanding
       FD  OUTSTANDING-CHECK-FILE.
       01  OUTSTANDING-CHECK-REC PIC X(80).

       FD  OUTSTANDING-HOLDING-FILE.
       01  OUTSTANDING-HOLDING-REC PIC X(80).

       FD  BANK-PAID-FILE.
       01  BANK-PAID-RECORD.
           05  BPD-CHECK-NUMBER PIC 9(8).
           05  BPD-PAID-DATE    PIC X(8).
           05  BPD-AMOUNT       PIC 9(7)V99.

       FD  STOP-HISTORY-FILE.
           COPY STOPHIST.

       FD  ESCHEAT-RESPONSE-FILE.
       01  ESCHEAT-RESPONSE-RECORD.
           05  ERS-CHECK-NUMBER    PIC 9(8).
           05  ERS-RESPONSE-DATE   PIC X(8).

       FD  PERSONAL-DATA-FILE.
           COPY PERSREC.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  LETTER-FILE.
       01  LETTER-REC          PIC X(80).

       FD  HOLDER-REPORT-FILE.
           COPY ESCHHOLD.

      * the positive-pay issue file; the voids go on as a batch of
      * their own behind whatever the payroll already wrote
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           05  POS-RECORD-TYPE  PIC X.
           05  POS-CHECK-NUMBER PIC 9(8).
           05  POS-ISSUE-DATE   PIC X(8).
           05  POS-PAYEE-NAME   PIC X(15).
           05  POS-AMOUNT       PIC 9(7)V99.

       FD  ESCHEAT-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  JRN-RECORD-TYPE PIC X.
           05  JRN-DEPT        PIC X(4).
           05  JRN-ACCOUNT     PIC X(8).
           05  JRN-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  JRN-DESC        PIC X(20).
           05  JRN-BATCH-ID    PIC X(16).

       FD  JOURNAL-CONTROL-FILE.
           COPY JRNLCTL.

       FD  TRANSMISSION-LOG-FILE.
       01  TRANSMISSION-LOG-RECORD.
           05  XLG-FILE-ID     PIC X(14).
           05  XLG-FILE-NAME   PIC X(12).
           05  XLG-BUILT-TS    PIC X(14).
           05  XLG-STATUS      PIC X(6).
           05  XLG-OPERATOR    PIC X(20).
           05  XLG-CONFIRM-REF PIC X(10).
           05  XLG-SENT-TS     PIC X(14).

       FD  ESCHEAT-REPORT-FILE.
       01  ESCHEAT-REPORT-REC  PIC X(90).

       WORKING-STORAGE SECTION.

       77  WS-CFG-FILE-STATUS PIC XX.
           88  WS-CFG-FILE-OK        VALUE "00".

       77  WS-CASE-FILE-STATUS PIC XX.
           88  WS-CASE-FILE-OK       VALUE "00".
           88  WS-CASE-FILE-EOF      VALUE "10".

       77  WS-CHKREG-FILE-STATUS PIC XX.
           88  WS-CHKREG-FILE-OK     VALUE "00".

       77  WS-OCK-FILE-STATUS PIC XX.
           88  WS-OCK-FILE-OK        VALUE "00".
           88  WS-OCK-FILE-EOF       VALUE "10".

       77  WS-OCH-FILE-STATUS PIC XX.
           88  WS-OCH-FILE-OK        VALUE "00".

       77  WS-PAID-FILE-STATUS PIC XX.
           88  WS-PAID-FILE-OK       VALUE "00".
           88  WS-PAID-FILE-EOF      VALUE "10".

       77  WS-STOP-FILE-STATUS PIC XX.
           88  WS-STOP-FILE-OK       VALUE "00".
           88  WS-STOP-FILE-EOF      VALUE "10".

       77  WS-RESP-FILE-STATUS PIC XX.
           88  WS-RESP-FILE-OK       VALUE "00".
           88  WS-RESP-FILE-EOF      VALUE "10".

       77  WS-PER-FILE-STATUS PIC XX.
           88  WS-PER-FILE-OK        VALUE "00".

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".

       77  WS-LTR-FILE-STATUS PIC XX.
           88  WS-LTR-FILE-OK        VALUE "00".

       77  WS-HLD-FILE-STATUS PIC XX.
           88  WS-HLD-FILE-OK        VALUE "00".

       77  WS-POS-FILE-STATUS PIC XX.
           88  WS-POS-FILE-OK        VALUE "00".

       77  WS-JRNL-FILE-STATUS PIC XX.
           88  WS-JRNL-FILE-OK       VALUE "00".

       77  WS-JCT-FILE-STATUS PIC XX.
           88  WS-JCT-FILE-OK        VALUE "00".

       77  WS-XLG-FILE-STATUS PIC XX.
           88  WS-XLG-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-STALE-DAYS       PIC 9(3) VALUE 90.
       77  WS-WAIT-DAYS        PIC 9(3) VALUE 60.
       77  WS-REPORT-MMDD      PIC X(4) VALUE "1101".
       77  WS-HOLDER-STATE     PIC X(2) VALUE "NJ".

       77  WS-TODAY-DATE       PIC X(8).
       77  WS-TODAY-NUM        PIC 9(8) VALUE ZERO.
       77  WS-TODAY-INT        PIC 9(8) VALUE ZERO.
       77  WS-DATE-NUM         PIC 9(8) VALUE ZERO.
       77  WS-AGE-DAYS         PIC S9(5) VALUE ZERO.
       77  WS-AGE-EDIT         PIC ZZZZ9.
       77  WS-DEADLINE-DATE    PIC 9(8) VALUE ZERO.
       77  WS-POSPAY-FILE-ID   PIC X(14) VALUE SPACES.

       77  WS-REPORT-RUN-FLAG PIC X VALUE "N".
           88  WS-REPORT-RUN        VALUE "Y".
       77  WS-PERS-OPEN-FLAG PIC X VALUE "N".
           88  WS-PERS-OPEN         VALUE "Y".
       77  WS-PERS-FOUND-FLAG PIC X VALUE "N".
           88  WS-PERS-FOUND        VALUE "Y".

      * the accounts the escheat entry posts to: the voided check's
      * money is back in the payroll bank account and now owed to
      * the state
       77  WS-BANK-CASH-ACCT   PIC X(8) VALUE "10100000".
       77  WS-UNCLAIMED-ACCT   PIC X(8) VALUE "22000000".
       77  WS-PAYABLE-DEPT     PIC X(4) VALUE "CORP".

      * every case on file, worked in place and written back whole
       77  WS-CASE-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-CASE-IDX.
               10  WS-CASE-NUMBER  PIC 9(8).
               10  WS-CASE-IMAGE   PIC X(89).

      * check numbers the bank has paid, and those stopped
       77  WS-PAID-COUNT PIC 9(4) VALUE ZERO.
       01  WS-PAID-TABLE.
           05  WS-PAID-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-PAID-IDX
                               PIC 9(8).
       77  WS-STOPPED-COUNT PIC 9(4) VALUE ZERO.
       01  WS-STOPPED-TABLE.
           05  WS-STOPPED-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-STOPPED-IDX
                               PIC 9(8).
      * every check number still outstanding; a case whose check
      * has left the file (paid on an earlier statement) clears.
      * Known only when the whole file was read.
       77  WS-OUT-COUNT PIC 9(4) VALUE ZERO.
       01  WS-OUT-TABLE.
           05  WS-OUT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-OUT-IDX
                               PIC 9(8).
       77  WS-OUT-KNOWN-FLAG PIC X VALUE "N".
           88  WS-OUTSTANDING-KNOWN VALUE "Y".
       77  WS-LOOKUP-NUMBER    PIC 9(8).
       77  WS-LOOKUP-FLAG PIC X VALUE "N".
           88  WS-LOOKUP-FOUND      VALUE "Y".

      * the reportable cases in holder-report order: state of the
      * owner's last known address, then check number
       77  WS-HOLD-COUNT PIC 9(4) VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-HOLD-IDX.
               10  WS-HOLD-STATE   PIC X(2).
               10  WS-HOLD-CHECK   PIC 9(8).
               10  WS-HOLD-CASE    PIC 9(4).
               10  WS-HOLD-COMPANY PIC X(2).
       01  WS-HOLD-SWAP.
           05  FILLER          PIC X(2).
           05  FILLER          PIC 9(8).
           05  FILLER          PIC 9(4).
           05  FILLER          PIC X(2).

      * the companies the escheated checks were cut by; each gets a
      * journal batch of its own with its code on the header
       77  WS-ECO-COUNT PIC 9(4) VALUE ZERO.
       01  WS-ECO-TABLE.
           05  WS-ECO-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-ECO-IDX.
               10  WS-ECO-COMPANY  PIC X(2).
               10  WS-ECO-TOTAL    PIC 9(9)V99.
               10  WS-ECO-CHECKS   PIC 9(5).
       77  WS-JRNL-RUN-STAMP   PIC X(14) VALUE SPACES.
       77  WS-JRNL-BATCH-SEQ   PIC 9(2) VALUE ZERO.
       77  WS-EMP-OPEN-FLAG PIC X VALUE "N".
           88  WS-EMP-OPEN          VALUE "Y".
       77  WS-SORT-PASS        PIC 9(4) VALUE ZERO.
       77  WS-SORT-SUB         PIC 9(4) VALUE ZERO.
       77  WS-SORT-LIMIT       PIC 9(4) VALUE ZERO.
       77  WS-BREAK-STATE      PIC X(2) VALUE SPACES.
       77  WS-STATE-COUNT      PIC 9(5) VALUE ZERO.
       77  WS-STATE-TOTAL      PIC 9(9)V99 VALUE ZERO.

       77  WS-NEW-COUNT        PIC 9(5) VALUE ZERO.
       77  WS-LETTER-COUNT     PIC 9(5) VALUE ZERO.
       77  WS-RESPONDED-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-REPORTABLE-COUNT PIC 9(5) VALUE ZERO.
       77  WS-ESCHEATED-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-ESCHEATED-TOTAL  PIC 9(9)V99 VALUE ZERO.
       77  WS-CLEARED-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-NOTE             PIC X(30).

       01  CHECK-REGISTER-LINE.
           05  CRL-NUMBER      PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CRL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CRL-NAME        PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CRL-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CRL-NOTE        PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CRL-ISSUE-DATE  PIC X(8).

      * batch header leads the journal, as on GLJRNL.TXT, its
      * batch id landing on every line after it; the entry falls
      * outside any pay period and carries period zero
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

       01  LETTER-AMOUNT-EDIT  PIC ZZ,ZZZ,ZZ9.99.

       01  ESCHEAT-DETAIL-LINE.
           05  EDL-CHECK-NUMBER PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  EDL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  EDL-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  EDL-ISSUE-DATE  PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  EDL-NOTE        PIC X(30).

       01  ESCHEAT-TOTAL-LINE-1.
           05  FILLER          PIC X(5)  VALUE "NEW: ".
           05  ETL-NEW         PIC ZZZZ9.
           05  FILLER          PIC X(10) VALUE "  LETTERS ".
           05  ETL-LETTERS     PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE "  RESPONDED ".
           05  ETL-RESPONDED   PIC ZZZZ9.
           05  FILLER          PIC X(13) VALUE "  REPORTABLE ".
           05  ETL-REPORTABLE  PIC ZZZZ9.
           05  FILLER          PIC X(10) VALUE "  CLEARED ".
           05  ETL-CLEARED     PIC ZZZZ9.

       01  ESCHEAT-TOTAL-LINE-2.
           05  FILLER          PIC X(11) VALUE "ESCHEATED: ".
           05  ETL-ESCHEATED   PIC ZZZZ9.
           05  FILLER          PIC X(4)  VALUE " $ ".
           05  ETL-ESCH-TOTAL  PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(13) VALUE "  EXCEPTIONS ".
           05  ETL-EXCEPTIONS  PIC ZZZZ9.

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
           MOVE "ESCHEAT " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           PERFORM READ-ESCHEAT-CONFIG
      *    the holder report runs on the state's reporting date, or
      *    out of turn when the operator passes REPORT
           IF WS-TODAY-DATE(5:4) = WS-REPORT-MMDD
               SET WS-REPORT-RUN TO TRUE
           END-IF
           IF LNK-PARM-LENGTH > 0 AND LNK-PARM-LENGTH <= 20
               IF LNK-PARM-DATA(1:6) = "REPORT"
                   SET WS-REPORT-RUN TO TRUE
               END-IF
           END-IF

           PERFORM LOAD-CASES
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM LOAD-BANK-PAID-ITEMS
           PERFORM LOAD-STOPPED-CHECKS

           OPEN OUTPUT ESCHEAT-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open ESCHEAT-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           MOVE "UNCLAIMED PROPERTY -- STALE PAYROLL CHECKS"
               TO ESCHEAT-REPORT-REC
           WRITE ESCHEAT-REPORT-REC

           PERFORM PICK-UP-STALE-CHECKS
           PERFORM APPLY-RESPONSES

      *    the personal-data master supplies the last known address;
      *    without it letters go out marked for address research
      *    and owners report under the holder's own state
           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PER-FILE-OK
               SET WS-PERS-OPEN TO TRUE
           ELSE
               DISPLAY "ESCHEAT: personal-data master not available"
                   " -- no addresses this run."
           END-IF

           OPEN OUTPUT LETTER-FILE
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
               MOVE WS-CASE-IMAGE(WS-CASE-IDX)
                   TO ESCHEAT-CASE-RECORD
               PERFORM ADVANCE-ONE-CASE
               MOVE ESCHEAT-CASE-RECORD
                   TO WS-CASE-IMAGE(WS-CASE-IDX)
           END-PERFORM
           CLOSE LETTER-FILE

           IF WS-REPORT-RUN
               PERFORM PRODUCE-HOLDER-REPORT
           END-IF
           IF WS-PERS-OPEN
               CLOSE PERSONAL-DATA-FILE
           END-IF

           PERFORM REWRITE-CASES

           MOVE WS-NEW-COUNT        TO ETL-NEW
           MOVE WS-LETTER-COUNT     TO ETL-LETTERS
           MOVE WS-RESPONDED-COUNT  TO ETL-RESPONDED
           MOVE WS-REPORTABLE-COUNT TO ETL-REPORTABLE
           MOVE WS-CLEARED-COUNT    TO ETL-CLEARED
           MOVE ESCHEAT-TOTAL-LINE-1 TO ESCHEAT-REPORT-REC
           WRITE ESCHEAT-REPORT-REC
           MOVE WS-ESCHEATED-COUNT  TO ETL-ESCHEATED
           MOVE WS-ESCHEATED-TOTAL  TO ETL-ESCH-TOTAL
           MOVE WS-EXCEPTION-COUNT  TO ETL-EXCEPTIONS
           MOVE ESCHEAT-TOTAL-LINE-2 TO ESCHEAT-REPORT-REC
           WRITE ESCHEAT-REPORT-REC
           CLOSE ESCHEAT-REPORT-FILE

           DISPLAY "ESCHEAT new: " WS-NEW-COUNT
               "  letters: " WS-LETTER-COUNT
               "  reportable: " WS-REPORTABLE-COUNT
               "  escheated: " WS-ESCHEATED-COUNT
           IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "ESCHEAT" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       READ-ESCHEAT-CONFIG.
           OPEN INPUT ESCHEAT-CONFIG-FILE
           IF NOT WS-CFG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           READ ESCHEAT-CONFIG-FILE
               NOT AT END
                   IF ECF-STALE-DAYS NUMERIC
                       AND ECF-STALE-DAYS > ZERO
                       MOVE ECF-STALE-DAYS TO WS-STALE-DAYS
                   END-IF
                   IF ECF-WAIT-DAYS NUMERIC
                       AND ECF-WAIT-DAYS > ZERO
                       MOVE ECF-WAIT-DAYS TO WS-WAIT-DAYS
                   END-IF
                   IF ECF-REPORT-MMDD NUMERIC
                       MOVE ECF-REPORT-MMDD TO WS-REPORT-MMDD
                   END-IF
                   IF ECF-HOLDER-STATE NOT = SPACES
                       MOVE ECF-HOLDER-STATE TO WS-HOLDER-STATE
                   END-IF
           END-READ
           CLOSE ESCHEAT-CONFIG-FILE.


       LOAD-CASES.
           MOVE ZERO TO WS-CASE-COUNT
           OPEN INPUT ESCHEAT-CASE-FILE
           IF NOT WS-CASE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CASE-FILE-EOF
               READ ESCHEAT-CASE-FILE
                   AT END SET WS-CASE-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-CASE-COUNT = 1000
                           MOVE "00" TO WS-ERR-CODE
                           MOVE "Escheat case table is full"
                               TO WS-ERR-MESSAGE
                           PERFORM REPORT-COMMON-ERROR
                           SET WS-CASE-FILE-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-CASE-COUNT
                           MOVE ESC-CHECK-NUMBER
                               TO WS-CASE-NUMBER(WS-CASE-COUNT)
                           MOVE ESCHEAT-CASE-RECORD
                               TO WS-CASE-IMAGE(WS-CASE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESCHEAT-CASE-FILE.


       LOAD-BANK-PAID-ITEMS.
           MOVE ZERO TO WS-PAID-COUNT
           OPEN INPUT BANK-PAID-FILE
           IF NOT WS-PAID-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAID-FILE-EOF
                   OR WS-PAID-COUNT = 1000
               READ BANK-PAID-FILE
                   AT END SET WS-PAID-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PAID-COUNT
                       MOVE BPD-CHECK-NUMBER
                           TO WS-PAID-ENTRY(WS-PAID-COUNT)
               END-READ
           END-PERFORM
           CLOSE BANK-PAID-FILE.


       LOAD-STOPPED-CHECKS.
           MOVE ZERO TO WS-STOPPED-COUNT
           OPEN INPUT STOP-HISTORY-FILE
           IF NOT WS-STOP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STOP-FILE-EOF
                   OR WS-STOPPED-COUNT = 1000
               READ STOP-HISTORY-FILE
                   AT END SET WS-STOP-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STOPPED-COUNT
                       MOVE SPH-ORIG-CHECK
                           TO WS-STOPPED-ENTRY(WS-STOPPED-COUNT)
               END-READ
           END-PERFORM
           CLOSE STOP-HISTORY-FILE.


      ******************************************************************
      * An outstanding check older than the stale cutoff opens a
      * case, unless the bank has paid it, it was stopped, or a
      * case already has it.
      ******************************************************************
       PICK-UP-STALE-CHECKS.
           MOVE ZERO TO WS-OUT-COUNT
           OPEN INPUT OUTSTANDING-CHECK-FILE
           IF NOT WS-OCK-FILE-OK
               DISPLAY "ESCHEAT: no outstanding-check file -- no new"
                   " stale checks picked up."
               EXIT PARAGRAPH
           END-IF
           SET WS-OUTSTANDING-KNOWN TO TRUE
           PERFORM UNTIL WS-OCK-FILE-EOF
               READ OUTSTANDING-CHECK-FILE
                   AT END SET WS-OCK-FILE-EOF TO TRUE
                   NOT AT END PERFORM CHECK-ONE-OUTSTANDING-LINE
               END-READ
           END-PERFORM
           CLOSE OUTSTANDING-CHECK-FILE.


       CHECK-ONE-OUTSTANDING-LINE.
           IF OUTSTANDING-CHECK-REC(1:8) NOT NUMERIC
               OR OUTSTANDING-CHECK-REC(48:4) = "VOID"
               EXIT PARAGRAPH
           END-IF
           IF WS-OUT-COUNT = 5000
               IF WS-OUTSTANDING-KNOWN
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE "Outstanding-check table is full"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
                   MOVE "N" TO WS-OUT-KNOWN-FLAG
               END-IF
           ELSE
               ADD 1 TO WS-OUT-COUNT
               MOVE OUTSTANDING-CHECK-REC(1:8)
                   TO WS-OUT-ENTRY(WS-OUT-COUNT)
           END-IF
           IF OUTSTANDING-CHECK-REC(60:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE OUTSTANDING-CHECK-REC(60:8) TO WS-DATE-NUM
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-AGE-DAYS NOT > WS-STALE-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE OUTSTANDING-CHECK-REC(1:8) TO WS-LOOKUP-NUMBER
           PERFORM FIND-CASE
           IF WS-LOOKUP-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PAID-OR-STOPPED
           IF WS-LOOKUP-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-COUNT = 1000
               DISPLAY "Escheat case table full -- check "
                   WS-LOOKUP-NUMBER " not picked up."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ESCHEAT-CASE-RECORD
           MOVE WS-LOOKUP-NUMBER TO ESC-CHECK-NUMBER
           MOVE OUTSTANDING-CHECK-REC(11:6) TO ESC-EMP-ID
           MOVE OUTSTANDING-CHECK-REC(19:15) TO ESC-EMP-NAME
           COMPUTE ESC-AMOUNT =
               FUNCTION NUMVAL-C(OUTSTANDING-CHECK-REC(36:10))
           MOVE OUTSTANDING-CHECK-REC(60:8) TO ESC-ISSUE-DATE
           SET ESC-STAGE-STALE TO TRUE
           MOVE WS-TODAY-DATE TO ESC-STALE-DATE
           ADD 1 TO WS-CASE-COUNT
           MOVE WS-LOOKUP-NUMBER TO WS-CASE-NUMBER(WS-CASE-COUNT)
           MOVE ESCHEAT-CASE-RECORD TO WS-CASE-IMAGE(WS-CASE-COUNT)
           ADD 1 TO WS-NEW-COUNT
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           MOVE SPACES TO WS-NOTE
           STRING "STALE " WS-AGE-EDIT " DAYS -- CASE OPENED"
               DELIMITED BY SIZE INTO WS-NOTE
           END-STRING
           PERFORM WRITE-ESCHEAT-DETAIL.


       FIND-CASE.
           MOVE "N" TO WS-LOOKUP-FLAG
           SET WS-CASE-IDX TO 1
           PERFORM UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   OR WS-CASE-NUMBER(WS-CASE-IDX) = WS-LOOKUP-NUMBER
               SET WS-CASE-IDX UP BY 1
           END-PERFORM
           IF WS-CASE-IDX NOT > WS-CASE-COUNT
               SET WS-LOOKUP-FOUND TO TRUE
           END-IF.


       FIND-PAID-OR-STOPPED.
           MOVE "N" TO WS-LOOKUP-FLAG
           SET WS-PAID-IDX TO 1
           PERFORM UNTIL WS-PAID-IDX > WS-PAID-COUNT
                   OR WS-PAID-ENTRY(WS-PAID-IDX) = WS-LOOKUP-NUMBER
               SET WS-PAID-IDX UP BY 1
           END-PERFORM
           IF WS-PAID-IDX NOT > WS-PAID-COUNT
               SET WS-LOOKUP-FOUND TO TRUE
               MOVE "PAID BY BANK -- CLEARED" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           SET WS-STOPPED-IDX TO 1
           PERFORM UNTIL WS-STOPPED-IDX > WS-STOPPED-COUNT
                   OR WS-STOPPED-ENTRY(WS-STOPPED-IDX)
                       = WS-LOOKUP-NUMBER
               SET WS-STOPPED-IDX UP BY 1
           END-PERFORM
           IF WS-STOPPED-IDX NOT > WS-STOPPED-COUNT
               SET WS-LOOKUP-FOUND TO TRUE
               MOVE "STOPPED AND REISSUED -- CLEARED" TO WS-NOTE
           END-IF.


       FIND-OUTSTANDING.
           MOVE "N" TO WS-LOOKUP-FLAG
           SET WS-OUT-IDX TO 1
           PERFORM UNTIL WS-OUT-IDX > WS-OUT-COUNT
                   OR WS-OUT-ENTRY(WS-OUT-IDX) = WS-LOOKUP-NUMBER
               SET WS-OUT-IDX UP BY 1
           END-PERFORM
           IF WS-OUT-IDX NOT > WS-OUT-COUNT
               SET WS-LOOKUP-FOUND TO TRUE
           END-IF.


      * the employee answered the letter: the check comes out of the
      * cycle at any open stage short of being reported
       APPLY-RESPONSES.
           OPEN INPUT ESCHEAT-RESPONSE-FILE
           IF NOT WS-RESP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RESP-FILE-EOF
               READ ESCHEAT-RESPONSE-FILE
                   AT END SET WS-RESP-FILE-EOF TO TRUE
                   NOT AT END PERFORM APPLY-ONE-RESPONSE
               END-READ
           END-PERFORM
           CLOSE ESCHEAT-RESPONSE-FILE.


       APPLY-ONE-RESPONSE.
           MOVE "N" TO WS-LOOKUP-FLAG
           IF ERS-CHECK-NUMBER NUMERIC
               MOVE ERS-CHECK-NUMBER TO WS-LOOKUP-NUMBER
               PERFORM FIND-CASE
           END-IF
           IF WS-LOOKUP-FOUND
               MOVE WS-CASE-IMAGE(WS-CASE-IDX) TO ESCHEAT-CASE-RECORD
               IF ESC-STAGE-RESPONDED
      *            the same response keyed again
                   EXIT PARAGRAPH
               END-IF
               IF NOT ESC-STAGE-OPEN
                   MOVE "N" TO WS-LOOKUP-FLAG
               END-IF
           END-IF
           IF NOT WS-LOOKUP-FOUND
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO ESCHEAT-DETAIL-LINE
               MOVE ERS-CHECK-NUMBER TO EDL-CHECK-NUMBER
               MOVE "RESPONSE -- NO OPEN CASE" TO EDL-NOTE
               MOVE ESCHEAT-DETAIL-LINE TO ESCHEAT-REPORT-REC
               WRITE ESCHEAT-REPORT-REC
               EXIT PARAGRAPH
           END-IF
           SET ESC-STAGE-RESPONDED TO TRUE
           MOVE ERS-RESPONSE-DATE TO ESC-RESPONSE-DATE
           MOVE ESCHEAT-CASE-RECORD TO WS-CASE-IMAGE(WS-CASE-IDX)
           ADD 1 TO WS-RESPONDED-COUNT
           MOVE "RESPONDED -- STOP AND REISSUE" TO WS-NOTE
           PERFORM WRITE-ESCHEAT-DETAIL.


      ******************************************************************
      * One case moves at most one stage a run: a paid or stopped
      * check clears, a new case gets its letter, and a letter
      * unanswered past the waiting period makes the check
      * reportable.
      ******************************************************************
       ADVANCE-ONE-CASE.
           IF NOT ESC-STAGE-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE ESC-CHECK-NUMBER TO WS-LOOKUP-NUMBER
           PERFORM FIND-PAID-OR-STOPPED
           IF NOT WS-LOOKUP-FOUND AND WS-OUTSTANDING-KNOWN
               PERFORM FIND-OUTSTANDING
               IF WS-LOOKUP-FOUND
                   MOVE "N" TO WS-LOOKUP-FLAG
               ELSE
                   SET WS-LOOKUP-FOUND TO TRUE
                   MOVE "NO LONGER OUTSTANDING -- CLEARED"
                       TO WS-NOTE
               END-IF
           END-IF
           IF WS-LOOKUP-FOUND
               SET ESC-STAGE-CLEARED TO TRUE
               ADD 1 TO WS-CLEARED-COUNT
               PERFORM WRITE-ESCHEAT-DETAIL
               EXIT PARAGRAPH
           END-IF

           IF ESC-STAGE-STALE
               PERFORM PRINT-DUE-DILIGENCE-LETTER
               SET ESC-STAGE-LETTER TO TRUE
               MOVE WS-TODAY-DATE TO ESC-LETTER-DATE
               ADD 1 TO WS-LETTER-COUNT
               IF WS-PERS-FOUND
                   MOVE "DUE-DILIGENCE LETTER PRINTED" TO WS-NOTE
               ELSE
                   MOVE "LETTER PRINTED -- NO ADDRESS" TO WS-NOTE
               END-IF
               PERFORM WRITE-ESCHEAT-DETAIL
               EXIT PARAGRAPH
           END-IF

           IF ESC-STAGE-LETTER AND ESC-LETTER-DATE NUMERIC
               MOVE ESC-LETTER-DATE TO WS-DATE-NUM
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-AGE-DAYS > WS-WAIT-DAYS
                   SET ESC-STAGE-REPORTABLE TO TRUE
                   MOVE WS-TODAY-DATE TO ESC-REPORTABLE-DATE
                   ADD 1 TO WS-REPORTABLE-COUNT
                   MOVE "NO RESPONSE -- REPORTABLE" TO WS-NOTE
                   PERFORM WRITE-ESCHEAT-DETAIL
               END-IF
           END-IF.


       READ-PERSONAL-DATA.
           MOVE "N" TO WS-PERS-FOUND-FLAG
           IF NOT WS-PERS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE ESC-EMP-ID TO PER-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-PERS-FOUND TO TRUE
           END-READ.


       PRINT-DUE-DILIGENCE-LETTER.
           PERFORM READ-PERSONAL-DATA
           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-WAIT-DAYS)

           MOVE SPACES TO LETTER-REC
           STRING "NOTICE OF UNCLAIMED PAYROLL CHECK          DATE "
               WS-TODAY-DATE DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC

           MOVE SPACES TO LETTER-REC
           IF WS-PERS-FOUND
               STRING PER-FIRST-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   PER-LAST-NAME DELIMITED BY SIZE
                   INTO LETTER-REC
               END-STRING
               WRITE LETTER-REC
               MOVE PER-ADDRESS-1 TO LETTER-REC
               WRITE LETTER-REC
               IF PER-ADDRESS-2 NOT = SPACES
                   MOVE PER-ADDRESS-2 TO LETTER-REC
                   WRITE LETTER-REC
               END-IF
               MOVE SPACES TO LETTER-REC
               STRING PER-CITY DELIMITED BY "  "
                   " " PER-STATE " " PER-ZIP
                   DELIMITED BY SIZE INTO LETTER-REC
               END-STRING
               WRITE LETTER-REC
           ELSE
               MOVE ESC-EMP-NAME TO LETTER-REC
               WRITE LETTER-REC
               MOVE "** NO ADDRESS ON FILE -- RESEARCH BEFORE MAILING"
                   TO LETTER-REC
               WRITE LETTER-REC
           END-IF
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC

           MOVE ESC-AMOUNT TO LETTER-AMOUNT-EDIT
           MOVE SPACES TO LETTER-REC
           STRING "OUR RECORDS SHOW THAT PAYROLL CHECK "
               ESC-CHECK-NUMBER " ISSUED " ESC-ISSUE-DATE
               DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           STRING "IN THE AMOUNT OF $" LETTER-AMOUNT-EDIT
               " HAS NOT BEEN CASHED. UNLESS YOU"
               DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           STRING "CONTACT THE PAYROLL OFFICE BY " WS-DEADLINE-DATE
               " THE FUNDS WILL BE REPORTED"
               DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE "TO THE STATE AS UNCLAIMED PROPERTY." TO LETTER-REC
           WRITE LETTER-REC
           MOVE ALL "-" TO LETTER-REC
           WRITE LETTER-REC.


      ******************************************************************
      * Reporting date: the reportable checks are ordered by state
      * of the owner's last known address and written to the holder
      * report a state at a time, then voided on the check
      * register and the positive-pay file, taken off the
      * outstanding checks, and moved to the unclaimed-property
      * liability in a journal batch for each company.
      ******************************************************************
       PRODUCE-HOLDER-REPORT.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE "N" TO WS-EMP-OPEN-FLAG
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-OK
               SET WS-EMP-OPEN TO TRUE
           END-IF
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
               MOVE WS-CASE-IMAGE(WS-CASE-IDX) TO ESCHEAT-CASE-RECORD
               IF ESC-STAGE-REPORTABLE
                   PERFORM READ-PERSONAL-DATA
                   IF WS-PERS-FOUND AND PER-STATE NOT = SPACES
                       MOVE PER-STATE TO ESC-STATE
                   ELSE
                       MOVE WS-HOLDER-STATE TO ESC-STATE
                   END-IF
                   MOVE ESCHEAT-CASE-RECORD
                       TO WS-CASE-IMAGE(WS-CASE-IDX)
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE ESC-STATE TO WS-HOLD-STATE(WS-HOLD-COUNT)
                   MOVE ESC-CHECK-NUMBER
                       TO WS-HOLD-CHECK(WS-HOLD-COUNT)
                   SET WS-HOLD-CASE(WS-HOLD-COUNT) TO WS-CASE-IDX
                   PERFORM FIND-CHECK-COMPANY
               END-IF
           END-PERFORM
           IF WS-EMP-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF

           IF WS-HOLD-COUNT = ZERO
               MOVE "REPORTING DATE -- NO REPORTABLE PROPERTY"
                   TO ESCHEAT-REPORT-REC
               WRITE ESCHEAT-REPORT-REC
               EXIT PARAGRAPH
           END-IF

           PERFORM SORT-HOLDER-TABLE

           OPEN OUTPUT HOLDER-REPORT-FILE
           IF NOT WS-HLD-FILE-OK
               MOVE WS-HLD-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open HOLDER-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CHECK-REGISTER-FILE
           IF NOT WS-CHKREG-FILE-OK
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           OPEN EXTEND POSITIVE-PAY-FILE
           IF NOT WS-POS-FILE-OK
               OPEN OUTPUT POSITIVE-PAY-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-POSPAY-FILE-ID
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE "H" TO POS-RECORD-TYPE
           MOVE ZERO TO POS-CHECK-NUMBER
           MOVE WS-TODAY-DATE TO POS-ISSUE-DATE
           MOVE WS-POSPAY-FILE-ID TO POS-PAYEE-NAME(1:14)
           MOVE ZERO TO POS-AMOUNT
           WRITE POSITIVE-PAY-RECORD

           MOVE SPACES TO WS-BREAK-STATE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-STATE(WS-HOLD-IDX) NOT = WS-BREAK-STATE
                   IF WS-BREAK-STATE NOT = SPACES
                       PERFORM WRITE-HOLDER-STATE-TRAILER
                   END-IF
                   MOVE WS-HOLD-STATE(WS-HOLD-IDX) TO WS-BREAK-STATE
                   MOVE ZERO TO WS-STATE-COUNT
                   MOVE ZERO TO WS-STATE-TOTAL
                   MOVE SPACES TO HOLDER-REPORT-RECORD
                   SET HLD-STATE-HEADER TO TRUE
                   MOVE WS-BREAK-STATE TO HLD-STATE
                   MOVE ZERO TO HLD-CHECK-NUMBER
                   MOVE WS-TODAY-DATE TO HLD-ISSUE-DATE
                   MOVE ZERO TO HLD-AMOUNT
                   WRITE HOLDER-REPORT-RECORD
               END-IF
               SET WS-CASE-IDX TO WS-HOLD-CASE(WS-HOLD-IDX)
               MOVE WS-CASE-IMAGE(WS-CASE-IDX) TO ESCHEAT-CASE-RECORD
               PERFORM ESCHEAT-ONE-CHECK
               MOVE ESCHEAT-CASE-RECORD TO WS-CASE-IMAGE(WS-CASE-IDX)
           END-PERFORM
           PERFORM WRITE-HOLDER-STATE-TRAILER

      *    the batch's control trailer: no issues, the voids ride
      *    outside the figures
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE "T" TO POS-RECORD-TYPE
           MOVE ZERO TO POS-CHECK-NUMBER
           MOVE ZERO TO POS-AMOUNT
           WRITE POSITIVE-PAY-RECORD

           CLOSE HOLDER-REPORT-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE POSITIVE-PAY-FILE
           PERFORM LOG-POSPAY-BUILT
           PERFORM CLEAR-ESCHEATED-CHECKS
           PERFORM WRITE-ESCHEAT-JOURNAL.


       SORT-HOLDER-TABLE.
           COMPUTE WS-SORT-LIMIT = WS-HOLD-COUNT - 1
           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
               UNTIL WS-SORT-PASS > WS-SORT-LIMIT
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                   UNTIL WS-SORT-SUB > WS-HOLD-COUNT - WS-SORT-PASS
                   IF WS-HOLD-STATE(WS-SORT-SUB)
                           > WS-HOLD-STATE(WS-SORT-SUB + 1)
                       OR (WS-HOLD-STATE(WS-SORT-SUB)
                           = WS-HOLD-STATE(WS-SORT-SUB + 1)
                       AND WS-HOLD-CHECK(WS-SORT-SUB)
                           > WS-HOLD-CHECK(WS-SORT-SUB + 1))
                       MOVE WS-HOLD-ENTRY(WS-SORT-SUB)
                           TO WS-HOLD-SWAP
                       MOVE WS-HOLD-ENTRY(WS-SORT-SUB + 1)
                           TO WS-HOLD-ENTRY(WS-SORT-SUB)
                       MOVE WS-HOLD-SWAP
                           TO WS-HOLD-ENTRY(WS-SORT-SUB + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.


       ESCHEAT-ONE-CHECK.
           PERFORM READ-PERSONAL-DATA
           MOVE SPACES TO HOLDER-REPORT-RECORD
           SET HLD-PROPERTY TO TRUE
           MOVE ESC-STATE TO HLD-STATE
           MOVE "PR01" TO HLD-PROPERTY-TYPE
           MOVE ESC-CHECK-NUMBER TO HLD-CHECK-NUMBER
           MOVE ESC-ISSUE-DATE TO HLD-ISSUE-DATE
           MOVE ESC-AMOUNT TO HLD-AMOUNT
           IF WS-PERS-FOUND
               MOVE PER-SSN        TO HLD-OWNER-SSN
               MOVE PER-LAST-NAME  TO HLD-OWNER-LAST
               MOVE PER-FIRST-NAME TO HLD-OWNER-FIRST
               MOVE PER-ADDRESS-1  TO HLD-ADDRESS-1
               MOVE PER-ADDRESS-2  TO HLD-ADDRESS-2
               MOVE PER-CITY       TO HLD-CITY
               MOVE PER-ZIP        TO HLD-ZIP
           ELSE
               MOVE ESC-EMP-NAME   TO HLD-OWNER-LAST
           END-IF
           WRITE HOLDER-REPORT-RECORD
           ADD 1 TO WS-STATE-COUNT
           ADD ESC-AMOUNT TO WS-STATE-TOTAL

           MOVE SPACES TO CHECK-REGISTER-LINE
           MOVE ESC-CHECK-NUMBER TO CRL-NUMBER
           MOVE ESC-EMP-ID       TO CRL-EMP-ID
           MOVE ESC-EMP-NAME     TO CRL-NAME
           MOVE ESC-AMOUNT       TO CRL-AMOUNT
           MOVE "VOID ESCH"      TO CRL-NOTE
           MOVE WS-TODAY-DATE    TO CRL-ISSUE-DATE
           MOVE CHECK-REGISTER-LINE TO CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC

           MOVE "V" TO POS-RECORD-TYPE
           MOVE ESC-CHECK-NUMBER TO POS-CHECK-NUMBER
           MOVE ESC-ISSUE-DATE   TO POS-ISSUE-DATE
           MOVE ESC-EMP-NAME     TO POS-PAYEE-NAME
           MOVE ESC-AMOUNT       TO POS-AMOUNT
           WRITE POSITIVE-PAY-RECORD

           SET ESC-STAGE-ESCHEATED TO TRUE
           MOVE WS-TODAY-DATE TO ESC-REPORTED-DATE
           ADD 1 TO WS-ESCHEATED-COUNT
           ADD ESC-AMOUNT TO WS-ESCHEATED-TOTAL
           MOVE SPACES TO WS-NOTE
           STRING "ESCHEATED TO " ESC-STATE " -- VOIDED"
               DELIMITED BY SIZE INTO WS-NOTE
           END-STRING
           PERFORM WRITE-ESCHEAT-DETAIL.


      * the escheated checks come off the outstanding-check file:
      * it is streamed through a holding file, every line but the
      * escheated ones kept, and the holding file copied back
       CLEAR-ESCHEATED-CHECKS.
           OPEN INPUT OUTSTANDING-CHECK-FILE
           IF NOT WS-OCK-FILE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUTSTANDING-HOLDING-FILE
           IF NOT WS-OCH-FILE-OK
               MOVE WS-OCH-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open OUTSTANDING-HOLDING-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE OUTSTANDING-CHECK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OCK-FILE-EOF
               READ OUTSTANDING-CHECK-FILE
                   AT END SET WS-OCK-FILE-EOF TO TRUE
                   NOT AT END PERFORM HOLD-ONE-OUTSTANDING-LINE
               END-READ
           END-PERFORM
           CLOSE OUTSTANDING-CHECK-FILE
           CLOSE OUTSTANDING-HOLDING-FILE
           PERFORM COPY-OUTSTANDING-HOLDING-BACK.


       HOLD-ONE-OUTSTANDING-LINE.
           SET WS-HOLD-IDX TO 1
           PERFORM UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   OR WS-HOLD-CHECK(WS-HOLD-IDX)
                       = OUTSTANDING-CHECK-REC(1:8)
               SET WS-HOLD-IDX UP BY 1
           END-PERFORM
           IF WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE OUTSTANDING-CHECK-REC TO OUTSTANDING-HOLDING-REC
               WRITE OUTSTANDING-HOLDING-REC
           END-IF.


       COPY-OUTSTANDING-HOLDING-BACK.
           OPEN OUTPUT OUTSTANDING-CHECK-FILE
           IF NOT WS-OCK-FILE-OK
               MOVE WS-OCK-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite OUTSTANDING-CHECK-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OUTSTANDING-HOLDING-FILE
           PERFORM UNTIL NOT WS-OCH-FILE-OK
               READ OUTSTANDING-HOLDING-FILE
                   NOT AT END
                       MOVE OUTSTANDING-HOLDING-REC
                           TO OUTSTANDING-CHECK-REC
                       WRITE OUTSTANDING-CHECK-REC
               END-READ
           END-PERFORM
           CLOSE OUTSTANDING-HOLDING-FILE
           CLOSE OUTSTANDING-CHECK-FILE.


      * the company whose run cut the check; a blank code, or an
      * employee the master no longer holds, is company 01
       FIND-CHECK-COMPANY.
           MOVE "01" TO WS-HOLD-COMPANY(WS-HOLD-COUNT)
           IF NOT WS-EMP-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE ESC-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EMP-COMPANY-CODE NOT = SPACES
                       MOVE EMP-COMPANY-CODE
                           TO WS-HOLD-COMPANY(WS-HOLD-COUNT)
                   END-IF
           END-READ.


       WRITE-HOLDER-STATE-TRAILER.
           MOVE SPACES TO HOLDER-REPORT-RECORD
           SET HLD-STATE-TRAILER TO TRUE
           MOVE WS-BREAK-STATE TO HLD-STATE
           MOVE WS-STATE-COUNT TO HLD-CHECK-NUMBER
           MOVE WS-STATE-TOTAL TO HLD-AMOUNT
           WRITE HOLDER-REPORT-RECORD.


       WRITE-ESCHEAT-JOURNAL.
           OPEN EXTEND ESCHEAT-JOURNAL-FILE
           IF NOT WS-JRNL-FILE-OK
               OPEN OUTPUT ESCHEAT-JOURNAL-FILE
           END-IF
           IF NOT WS-JRNL-FILE-OK
               MOVE WS-JRNL-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open ESCHEAT-JOURNAL-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-ECO-COUNT
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               PERFORM TALLY-ESCHEAT-COMPANY
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRNL-RUN-STAMP
           MOVE ZERO TO WS-JRNL-BATCH-SEQ
           PERFORM VARYING WS-ECO-IDX FROM 1 BY 1
               UNTIL WS-ECO-IDX > WS-ECO-COUNT
               PERFORM WRITE-COMPANY-ESCHEAT-BATCH
           END-PERFORM
           CLOSE ESCHEAT-JOURNAL-FILE.


       TALLY-ESCHEAT-COMPANY.
           SET WS-CASE-IDX TO WS-HOLD-CASE(WS-HOLD-IDX)
           MOVE WS-CASE-IMAGE(WS-CASE-IDX) TO ESCHEAT-CASE-RECORD
           SET WS-ECO-IDX TO 1
           SEARCH WS-ECO-ENTRY
               AT END CONTINUE
               WHEN WS-ECO-IDX > WS-ECO-COUNT
                   ADD 1 TO WS-ECO-COUNT
                   MOVE WS-HOLD-COMPANY(WS-HOLD-IDX)
                       TO WS-ECO-COMPANY(WS-ECO-IDX)
                   MOVE ZERO TO WS-ECO-TOTAL(WS-ECO-IDX)
                   MOVE ZERO TO WS-ECO-CHECKS(WS-ECO-IDX)
               WHEN WS-ECO-COMPANY(WS-ECO-IDX)
                   = WS-HOLD-COMPANY(WS-HOLD-IDX)
                   CONTINUE
           END-SEARCH
           ADD ESC-AMOUNT TO WS-ECO-TOTAL(WS-ECO-IDX)
           ADD 1 TO WS-ECO-CHECKS(WS-ECO-IDX).


      * the run's timestamp and a sequence make each batch id
       WRITE-COMPANY-ESCHEAT-BATCH.
           ADD 1 TO WS-JRNL-BATCH-SEQ
           MOVE WS-ECO-COMPANY(WS-ECO-IDX) TO JRH-COMPANY
           MOVE ZERO               TO JRH-PERIOD
           MOVE WS-TODAY-DATE      TO JRH-DATE
           MOVE WS-ECO-TOTAL(WS-ECO-IDX) TO JRH-DEBIT-TOTAL
           MOVE WS-ECO-TOTAL(WS-ECO-IDX) TO JRH-CREDIT-TOTAL
           COMPUTE JRH-LINE-COUNT = WS-ECO-CHECKS(WS-ECO-IDX) * 2
           MOVE SPACES TO JRH-BATCH-ID
           STRING WS-JRNL-RUN-STAMP WS-JRNL-BATCH-SEQ
               DELIMITED BY SIZE INTO JRH-BATCH-ID
           END-STRING
           MOVE GL-JOURNAL-HEADER TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           PERFORM LOG-JOURNAL-BATCH

           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-COMPANY(WS-HOLD-IDX)
                   = WS-ECO-COMPANY(WS-ECO-IDX)
                   SET WS-CASE-IDX TO WS-HOLD-CASE(WS-HOLD-IDX)
                   MOVE WS-CASE-IMAGE(WS-CASE-IDX)
                       TO ESCHEAT-CASE-RECORD
                   MOVE "D" TO JRN-RECORD-TYPE
                   MOVE WS-PAYABLE-DEPT   TO JRN-DEPT
                   MOVE WS-BANK-CASH-ACCT TO JRN-ACCOUNT
                   MOVE ESC-AMOUNT TO JRN-AMOUNT
                   MOVE SPACES TO JRN-DESC
                   STRING "ESCHEAT " ESC-CHECK-NUMBER " " ESC-STATE
                       DELIMITED BY SIZE INTO JRN-DESC
                   END-STRING
                   WRITE GL-JOURNAL-RECORD
                   MOVE "C" TO JRN-RECORD-TYPE
                   MOVE WS-UNCLAIMED-ACCT TO JRN-ACCOUNT
                   WRITE GL-JOURNAL-RECORD
               END-IF
           END-PERFORM.


      * the batch goes on the journal control log as BUILT; the
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
           MOVE "ESCHJRNL.TXT"     TO JCT-FILE-NAME
           MOVE "ESCHEAT"          TO JCT-BATCH-TYPE
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


       LOG-POSPAY-BUILT.
           OPEN EXTEND TRANSMISSION-LOG-FILE
           IF NOT WS-XLG-FILE-OK
               OPEN OUTPUT TRANSMISSION-LOG-FILE
           END-IF
           IF NOT WS-XLG-FILE-OK
               DISPLAY "Cannot write transmission log, status "
                   WS-XLG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TRANSMISSION-LOG-RECORD
           MOVE WS-POSPAY-FILE-ID TO XLG-FILE-ID
           MOVE "POSPAY.TXT" TO XLG-FILE-NAME
           MOVE WS-POSPAY-FILE-ID TO XLG-BUILT-TS
           MOVE "BUILT" TO XLG-STATUS
           WRITE TRANSMISSION-LOG-RECORD
           CLOSE TRANSMISSION-LOG-FILE.


       REWRITE-CASES.
           OPEN OUTPUT ESCHEAT-CASE-FILE
           IF NOT WS-CASE-FILE-OK
               MOVE WS-CASE-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite ESCHEAT-CASE-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
               MOVE WS-CASE-IMAGE(WS-CASE-IDX) TO ESCHEAT-CASE-RECORD
               WRITE ESCHEAT-CASE-RECORD
           END-PERFORM
           CLOSE ESCHEAT-CASE-FILE.


       WRITE-ESCHEAT-DETAIL.
           MOVE SPACES TO ESCHEAT-DETAIL-LINE
           MOVE ESC-CHECK-NUMBER TO EDL-CHECK-NUMBER
           MOVE ESC-EMP-ID       TO EDL-EMP-ID
           MOVE ESC-AMOUNT       TO EDL-AMOUNT
           MOVE ESC-ISSUE-DATE   TO EDL-ISSUE-DATE
           MOVE WS-NOTE          TO EDL-NOTE
           MOVE ESCHEAT-DETAIL-LINE TO ESCHEAT-REPORT-REC
           WRITE ESCHEAT-REPORT-REC.

       END PROGRAM ESCHEAT.
