      ******************************************************************
      * Live-deposit return and notification-of-change processing,
      * run each business day ahead of the payroll step while
      * BANKXMIT still holds the transmittal the bank is answering.
      * PAYROL00 reads BANKRTRN.TXT only to fail prenotes; this job
      * handles the rest of the bank's return file.
      *
      * A live net-pay deposit the bank returned (closed account,
      * invalid account ...) is matched to its BANKXMIT deposit by
      * employee and amount, then:
      *   - reversed in the GL on RTRNJRNL.TXT, a header-led batch
      *     in the GLJRNL.TXT layout (debit payroll cash, credit
      *     net-pay clearing) for each company the day's returns
      *     belong to, so the money stops sitting unseen in the
      *     clearing account
      *   - queued on REPLCHK.TXT for a replacement paper check,
      *     which the next regular payroll run cuts
      *   - the account marked returned on the master (prenote
      *     status "R"), exactly as a failed prenote is, so the
      *     employee is paid by check until the banking fields are
      *     corrected
      * A notification of change becomes a pending banking change
      * on BANKPEND.TXT, submitted under this job's name, that a
      * second operator releases through EMPMAINT's dual control
      * like any keyed bank change -- nobody rekeys the bank's
      * letter.
      *
      * Every item handled is logged on RTRNHIST.TXT and skipped if
      * the same file is run again. Results go to ACHRTRN.RPT; an
      * unmatched return or an employee not on the master ends the
      * job with RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRTRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO "BANKRTRN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTRN-FILE-STATUS.

           SELECT BANK-TRANSMITTAL-FILE ASSIGN TO "BANKXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT RETURN-HISTORY-FILE ASSIGN TO "RTRNHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT RETURN-JOURNAL-FILE ASSIGN TO "RTRNJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "JRNLCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCT-FILE-STATUS.

           SELECT REPLACEMENT-CHECK-FILE ASSIGN TO "REPLCHK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPQ-FILE-STATUS.

           SELECT BANK-PENDING-FILE ASSIGN TO "BANKPEND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO "ACHRTRN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN-FILE.
           COPY BANKRTRN.

       FD  BANK-TRANSMITTAL-FILE.
           COPY TRANSMIT.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

      * one line per return or change already acted on: the bank's
      * record as delivered, when, and what was done with it
       FD  RETURN-HISTORY-FILE.
       01  RETURN-HISTORY-RECORD.
           05  RTH-RETURN-IMAGE    PIC X(68).
           05  RTH-PROCESSED-DATE  PIC X(8).
           05  RTH-OUTCOME         PIC X(10).

       FD  RETURN-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  JRN-RECORD-TYPE PIC X.
           05  JRN-DEPT        PIC X(4).
           05  JRN-ACCOUNT     PIC X(8).
           05  JRN-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  JRN-DESC        PIC X(20).
           05  JRN-BATCH-ID    PIC X(16).

       FD  JOURNAL-CONTROL-FILE.
           COPY JRNLCTL.

       FD  REPLACEMENT-CHECK-FILE.
           COPY REPLCHK.

      * EMPMAINT's dual-control holding pen, laid out as EMPMAINT
      * declares it
       FD  BANK-PENDING-FILE.
       01  BANK-PENDING-RECORD.
           05  BPN-TRAN-IMAGE      PIC X(211).
           05  BPN-SUBMITTED-BY    PIC X(20).
           05  BPN-SUBMIT-TS       PIC X(15).

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-REC   PIC X(90).

       WORKING-STORAGE SECTION.

       77  WS-RTRN-FILE-STATUS PIC XX.
           88  WS-RTRN-FILE-OK       VALUE "00".
           88  WS-RTRN-FILE-EOF      VALUE "10".

       77  WS-XMIT-FILE-STATUS PIC XX.
           88  WS-XMIT-FILE-OK       VALUE "00".
           88  WS-XMIT-FILE-EOF      VALUE "10".

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".

       77  WS-HIST-FILE-STATUS PIC XX.
           88  WS-HIST-FILE-OK       VALUE "00".
           88  WS-HIST-FILE-EOF      VALUE "10".

       77  WS-JRNL-FILE-STATUS PIC XX.
           88  WS-JRNL-FILE-OK       VALUE "00".

       77  WS-JCT-FILE-STATUS PIC XX.
           88  WS-JCT-FILE-OK        VALUE "00".

       77  WS-RPQ-FILE-STATUS PIC XX.
           88  WS-RPQ-FILE-OK        VALUE "00".

       77  WS-PEND-FILE-STATUS PIC XX.
           88  WS-PEND-FILE-OK       VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

      * the accounts the reversal posts to: the returned money is
      * back in the payroll bank account, and the employee is owed
      * it again through net-pay clearing until the replacement
      * check clears
       77  WS-BANK-CASH-ACCT   PIC X(8) VALUE "10100000".
       77  WS-NET-PAYABLE-ACCT PIC X(8) VALUE "20100000".
       77  WS-PAYABLE-DEPT     PIC X(4) VALUE "CORP".

       77  WS-TODAY-DATE      PIC X(8) VALUE SPACES.

      * returns and changes already acted on by an earlier run
       77  WS-HIST-COUNT PIC 9(4) VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-HIST-IDX.
               10  WS-HIST-IMAGE   PIC X(68).

      * the live deposits on the transmittal being answered
       77  WS-XMT-COUNT PIC 9(4) VALUE ZERO.
       01  WS-XMT-TABLE.
           05  WS-XMT-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-XMT-IDX.
               10  WS-XMT-EMP-ID   PIC X(6).
               10  WS-XMT-NAME     PIC X(15).
               10  WS-XMT-AMOUNT   PIC 9(7)V99.
               10  WS-XMT-PERIOD   PIC 9(4).
               10  WS-XMT-MATCHED  PIC X.
                   88  WS-XMT-IS-MATCHED VALUE "Y".

      * reversals for the journal batch written at end of job
       77  WS-REV-COUNT PIC 9(3) VALUE ZERO.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-REV-IDX.
               10  WS-REV-EMP-ID   PIC X(6).
               10  WS-REV-AMOUNT   PIC 9(7)V99.
               10  WS-REV-COMPANY  PIC X(2).
       77  WS-REV-TOTAL       PIC S9(9)V99 VALUE ZERO.
       77  WS-REV-PERIOD      PIC 9(4) VALUE ZERO.

      * the companies the reversals belong to; each gets a batch of
      * its own with its code on the header, as PAYROL00's books do
       77  WS-RCO-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RCO-TABLE.
           05  WS-RCO-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-RCO-IDX.
               10  WS-RCO-COMPANY  PIC X(2).
               10  WS-RCO-TOTAL    PIC S9(9)V99.
               10  WS-RCO-COUNT-OF PIC 9(3).
       77  WS-JRNL-RUN-STAMP  PIC X(14) VALUE SPACES.
       77  WS-JRNL-BATCH-SEQ  PIC 9(2) VALUE ZERO.

      * a change transaction in EMPMAINT's EMPTRAN.TXT layout, as
      * far as the banking fields; the release applies only the
      * routing and account, the rest is carried for the reports
       01  NOC-CHANGE-IMAGE.
           05  NCI-ACTION          PIC X.
           05  NCI-EMP-ID          PIC X(6).
           05  NCI-NAME            PIC X(15).
           05  NCI-LOCATION        PIC X(20).
           05  NCI-REASON          PIC X(30).
           05  NCI-RATE            PIC 9(3).
           05  FILLER              PIC X(3).
           05  NCI-BANK-ROUTING    PIC X(9).
           05  NCI-BANK-ACCOUNT    PIC X(17).

       77  WS-READ-COUNT      PIC 9(5) VALUE ZERO.
       77  WS-RETURNED-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-NOC-COUNT       PIC 9(5) VALUE ZERO.
       77  WS-REPEAT-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       77  WS-OUTCOME         PIC X(30) VALUE SPACES.
       77  WS-HIST-OUTCOME    PIC X(10) VALUE SPACES.

       01  RETURN-DETAIL-LINE.
           05  RDL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RDL-CODE        PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RDL-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RDL-PERIOD      PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RDL-OUTCOME     PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RDL-REASON      PIC X(20).

       01  RETURN-TOTAL-LINE.
           05  FILLER          PIC X(6)  VALUE "READ: ".
           05  RTL-READ        PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE "  RETURNED ".
           05  RTL-RETURNED    PIC ZZZZ9.
           05  FILLER          PIC X(8)  VALUE "  TOTAL ".
           05  RTL-TOTAL       PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(7)  VALUE "  NOCS ".
           05  RTL-NOC         PIC ZZZZ9.
           05  FILLER          PIC X(13) VALUE "  EXCEPTIONS ".
           05  RTL-EXCEPTIONS  PIC ZZZZ9.

      * batch header leads the journal, as on GLJRNL.TXT, its
      * batch id landing on every line after it
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

       COPY ERRSTAT.
       COPY SIGNONRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "ACHRTRN " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT BANK-RETURN-FILE
           IF NOT WS-RTRN-FILE-OK
               DISPLAY "ACHRTRN: no bank return file delivered"
                   " -- nothing to process."
               GOBACK
           END-IF

           PERFORM LOAD-RETURN-HISTORY
           PERFORM LOAD-TRANSMITTAL

           OPEN I-O EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE BANK-RETURN-FILE
               GOBACK
           END-IF

           OPEN OUTPUT RETURN-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open RETURN-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE BANK-RETURN-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF

      *    the history, the check queue and the pending bank changes
      *    are all running files this job adds to
           OPEN EXTEND RETURN-HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               OPEN OUTPUT RETURN-HISTORY-FILE
           END-IF
           OPEN EXTEND REPLACEMENT-CHECK-FILE
           IF NOT WS-RPQ-FILE-OK
               OPEN OUTPUT REPLACEMENT-CHECK-FILE
           END-IF
           OPEN EXTEND BANK-PENDING-FILE
           IF NOT WS-PEND-FILE-OK
               OPEN OUTPUT BANK-PENDING-FILE
           END-IF

           MOVE "ACH RETURNS AND NOTIFICATIONS OF CHANGE"
               TO RETURN-REPORT-REC
           WRITE RETURN-REPORT-REC

           PERFORM UNTIL WS-RTRN-FILE-EOF
               READ BANK-RETURN-FILE
                   AT END SET WS-RTRN-FILE-EOF TO TRUE
                   NOT AT END PERFORM PROCESS-ONE-RETURN
               END-READ
           END-PERFORM

           CLOSE BANK-RETURN-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE RETURN-HISTORY-FILE
           CLOSE REPLACEMENT-CHECK-FILE
           CLOSE BANK-PENDING-FILE

           PERFORM WRITE-RETURN-JOURNAL

           MOVE WS-READ-COUNT      TO RTL-READ
           MOVE WS-RETURNED-COUNT  TO RTL-RETURNED
           MOVE WS-REV-TOTAL       TO RTL-TOTAL
           MOVE WS-NOC-COUNT       TO RTL-NOC
           MOVE WS-EXCEPTION-COUNT TO RTL-EXCEPTIONS
           MOVE RETURN-TOTAL-LINE TO RETURN-REPORT-REC
           WRITE RETURN-REPORT-REC
           CLOSE RETURN-REPORT-FILE

           DISPLAY "ACHRTRN returns: " WS-RETURNED-COUNT
               "  changes pending: " WS-NOC-COUNT
               "  already done: " WS-REPEAT-COUNT
               "  exceptions: " WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "ACHRTRN" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       LOAD-RETURN-HISTORY.
           MOVE ZERO TO WS-HIST-COUNT
           OPEN INPUT RETURN-HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-FILE-EOF
                   OR WS-HIST-COUNT = 1000
               READ RETURN-HISTORY-FILE
                   AT END SET WS-HIST-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-COUNT
                       MOVE RTH-RETURN-IMAGE
                           TO WS-HIST-IMAGE(WS-HIST-COUNT)
               END-READ
           END-PERFORM
           CLOSE RETURN-HISTORY-FILE.


      * live deposits only: prenotes, reversals and the control
      * trailer are not money the bank can hand back
       LOAD-TRANSMITTAL.
           MOVE ZERO TO WS-XMT-COUNT
           OPEN INPUT BANK-TRANSMITTAL-FILE
           IF NOT WS-XMIT-FILE-OK
               DISPLAY "ACHRTRN: no transmittal on file -- live"
                   " returns cannot be matched."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XMIT-FILE-EOF
                   OR WS-XMT-COUNT = 1000
               READ BANK-TRANSMITTAL-FILE
                   AT END SET WS-XMIT-FILE-EOF TO TRUE
                   NOT AT END
                       IF TRN-TYPE-DEPOSIT AND TRN-NET-PAY > ZERO
                           ADD 1 TO WS-XMT-COUNT
                           SET WS-XMT-IDX TO WS-XMT-COUNT
                           MOVE TRN-EMP-ID
                               TO WS-XMT-EMP-ID(WS-XMT-IDX)
                           MOVE TRN-EMP-NAME
                               TO WS-XMT-NAME(WS-XMT-IDX)
                           MOVE TRN-NET-PAY
                               TO WS-XMT-AMOUNT(WS-XMT-IDX)
                           MOVE TRN-PERIOD-NUMBER
                               TO WS-XMT-PERIOD(WS-XMT-IDX)
                           MOVE "N" TO WS-XMT-MATCHED(WS-XMT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-TRANSMITTAL-FILE.


       PROCESS-ONE-RETURN.
           ADD 1 TO WS-READ-COUNT
           SET WS-HIST-IDX TO 1
           PERFORM UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   OR WS-HIST-IMAGE(WS-HIST-IDX) = BANK-RETURN-RECORD
               SET WS-HIST-IDX UP BY 1
           END-PERFORM
           IF WS-HIST-IDX NOT > WS-HIST-COUNT
               ADD 1 TO WS-REPEAT-COUNT
               EXIT PARAGRAPH
           END-IF

      *    a prenote return (no code, or a return with no money) is
      *    the payroll run's to act on
           EVALUATE TRUE
               WHEN RTRN-IS-NOC
                   PERFORM PROCESS-NOTIFICATION-OF-CHANGE
               WHEN RTRN-IS-RETURN AND RTRN-AMOUNT NUMERIC
                   AND RTRN-AMOUNT > ZERO
                   PERFORM PROCESS-LIVE-RETURN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       PROCESS-LIVE-RETURN.
           SET WS-XMT-IDX TO 1
           PERFORM UNTIL WS-XMT-IDX > WS-XMT-COUNT
                   OR (WS-XMT-EMP-ID(WS-XMT-IDX) = RTRN-EMP-ID
                       AND WS-XMT-AMOUNT(WS-XMT-IDX) = RTRN-AMOUNT
                       AND NOT WS-XMT-IS-MATCHED(WS-XMT-IDX)
                       AND (RTRN-PERIOD-NUMBER NOT NUMERIC
                           OR RTRN-PERIOD-NUMBER = ZERO
                           OR RTRN-PERIOD-NUMBER
                               = WS-XMT-PERIOD(WS-XMT-IDX)))
               SET WS-XMT-IDX UP BY 1
           END-PERFORM
      *    left off the history, so a later delivery can still match
           IF WS-XMT-IDX > WS-XMT-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "NO MATCHING DEPOSIT ON BANKXMIT" TO WS-OUTCOME
               PERFORM WRITE-RETURN-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE RTRN-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-OUTCOME
                   PERFORM WRITE-RETURN-DETAIL
                   EXIT PARAGRAPH
           END-READ
           SET WS-XMT-IS-MATCHED(WS-XMT-IDX) TO TRUE

      *    the account is dead, as a failed prenote's is: the run
      *    pays by check until the banking fields are changed
           MOVE "R" TO EMP-PRENOTE-STATUS
           MOVE WS-TODAY-DATE TO EMP-PRENOTE-DATE
           REWRITE EMP-MASTER-RECORD

           MOVE SPACES TO REPLACEMENT-CHECK-RECORD
           MOVE RTRN-EMP-ID TO RPQ-EMP-ID
           MOVE WS-XMT-NAME(WS-XMT-IDX) TO RPQ-EMP-NAME
           MOVE RTRN-AMOUNT TO RPQ-AMOUNT
           MOVE WS-XMT-PERIOD(WS-XMT-IDX) TO RPQ-ORIG-PERIOD
           MOVE RTRN-RETURN-CODE TO RPQ-RETURN-CODE
           MOVE WS-TODAY-DATE TO RPQ-QUEUED-DATE
           SET RPQ-QUEUED TO TRUE
           MOVE ZERO TO RPQ-CHECK-NUMBER
           WRITE REPLACEMENT-CHECK-RECORD

           IF WS-REV-COUNT < 200
               ADD 1 TO WS-REV-COUNT
               MOVE RTRN-EMP-ID TO WS-REV-EMP-ID(WS-REV-COUNT)
               MOVE RTRN-AMOUNT TO WS-REV-AMOUNT(WS-REV-COUNT)
               MOVE EMP-COMPANY-CODE TO WS-REV-COMPANY(WS-REV-COUNT)
               IF EMP-COMPANY-CODE = SPACES
                   MOVE "01" TO WS-REV-COMPANY(WS-REV-COUNT)
               END-IF
               ADD RTRN-AMOUNT TO WS-REV-TOTAL
               IF WS-XMT-PERIOD(WS-XMT-IDX) > WS-REV-PERIOD
                   MOVE WS-XMT-PERIOD(WS-XMT-IDX) TO WS-REV-PERIOD
               END-IF
           ELSE
               DISPLAY "ACHRTRN: journal table full -- return for "
                   RTRN-EMP-ID " needs a manual GL entry."
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF

           ADD 1 TO WS-RETURNED-COUNT
           MOVE "RETURNED" TO WS-HIST-OUTCOME
           PERFORM WRITE-RETURN-HISTORY
           MOVE "REVERSED - CHECK QUEUED" TO WS-OUTCOME
           PERFORM WRITE-RETURN-DETAIL.


      * the bank's corrected routing and/or account, with whatever
      * it did not correct carried from the master, held for a
      * second operator's release
       PROCESS-NOTIFICATION-OF-CHANGE.
           MOVE RTRN-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-OUTCOME
                   PERFORM WRITE-RETURN-DETAIL
                   EXIT PARAGRAPH
           END-READ
           IF RTRN-CORR-ROUTING = SPACES
               AND RTRN-CORR-ACCOUNT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "CHANGE CARRIES NO CORRECTION" TO WS-OUTCOME
               PERFORM WRITE-RETURN-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO NOC-CHANGE-IMAGE
           MOVE "C" TO NCI-ACTION
           MOVE EMP-ID       TO NCI-EMP-ID
           MOVE EMP-NAME     TO NCI-NAME
           MOVE EMP-LOCATION TO NCI-LOCATION
           MOVE EMP-RATE     TO NCI-RATE
           STRING "BANK NOC " RTRN-RETURN-CODE " " RTRN-REASON
               DELIMITED BY SIZE INTO NCI-REASON
           END-STRING
           IF RTRN-CORR-ROUTING = SPACES
               MOVE EMP-BANK-ROUTING TO NCI-BANK-ROUTING
           ELSE
               MOVE RTRN-CORR-ROUTING TO NCI-BANK-ROUTING
           END-IF
           IF RTRN-CORR-ACCOUNT = SPACES
               MOVE EMP-BANK-ACCOUNT TO NCI-BANK-ACCOUNT
           ELSE
               MOVE RTRN-CORR-ACCOUNT TO NCI-BANK-ACCOUNT
           END-IF

           MOVE SPACES TO BANK-PENDING-RECORD
           MOVE NOC-CHANGE-IMAGE TO BPN-TRAN-IMAGE
           MOVE "ACHRTRN" TO BPN-SUBMITTED-BY
           MOVE FUNCTION CURRENT-DATE(1:15) TO BPN-SUBMIT-TS
           WRITE BANK-PENDING-RECORD

           ADD 1 TO WS-NOC-COUNT
           MOVE "NOC" TO WS-HIST-OUTCOME
           PERFORM WRITE-RETURN-HISTORY
           MOVE "CHANGE PENDING APPROVAL" TO WS-OUTCOME
           PERFORM WRITE-RETURN-DETAIL.


       WRITE-RETURN-HISTORY.
           MOVE SPACES TO RETURN-HISTORY-RECORD
           MOVE BANK-RETURN-RECORD TO RTH-RETURN-IMAGE
           MOVE WS-TODAY-DATE TO RTH-PROCESSED-DATE
           MOVE WS-HIST-OUTCOME TO RTH-OUTCOME
           WRITE RETURN-HISTORY-RECORD.


       WRITE-RETURN-DETAIL.
           MOVE SPACES TO RETURN-DETAIL-LINE
           MOVE RTRN-EMP-ID      TO RDL-EMP-ID
           MOVE RTRN-RETURN-CODE TO RDL-CODE
           IF RTRN-AMOUNT NUMERIC
               MOVE RTRN-AMOUNT TO RDL-AMOUNT
           ELSE
               MOVE ZERO TO RDL-AMOUNT
           END-IF
           MOVE RTRN-PERIOD-NUMBER TO RDL-PERIOD
           MOVE WS-OUTCOME  TO RDL-OUTCOME
           MOVE RTRN-REASON TO RDL-REASON
           MOVE RETURN-DETAIL-LINE TO RETURN-REPORT-REC
           WRITE RETURN-REPORT-REC.


      ******************************************************************
      * One header-led batch per company per run, balanced by
      * construction: a debit to payroll cash and a credit to
      * net-pay clearing for each returned deposit, the company's
      * code on the header. The batches append, so the GL
      * interface picks up every day's returns from the one file.
      ******************************************************************
       WRITE-RETURN-JOURNAL.
           IF WS-REV-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RETURN-JOURNAL-FILE
           IF NOT WS-JRNL-FILE-OK
               OPEN OUTPUT RETURN-JOURNAL-FILE
           END-IF
           IF NOT WS-JRNL-FILE-OK
               MOVE WS-JRNL-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open RETURN-JOURNAL-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-RCO-COUNT
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
               PERFORM TALLY-RETURN-COMPANY
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRNL-RUN-STAMP
           MOVE ZERO TO WS-JRNL-BATCH-SEQ
           PERFORM VARYING WS-RCO-IDX FROM 1 BY 1
               UNTIL WS-RCO-IDX > WS-RCO-COUNT
               PERFORM WRITE-COMPANY-RETURN-BATCH
           END-PERFORM
           CLOSE RETURN-JOURNAL-FILE.


       TALLY-RETURN-COMPANY.
           SET WS-RCO-IDX TO 1
           SEARCH WS-RCO-ENTRY
               AT END CONTINUE
               WHEN WS-RCO-IDX > WS-RCO-COUNT
                   ADD 1 TO WS-RCO-COUNT
                   MOVE WS-REV-COMPANY(WS-REV-IDX)
                       TO WS-RCO-COMPANY(WS-RCO-IDX)
                   MOVE ZERO TO WS-RCO-TOTAL(WS-RCO-IDX)
                   MOVE ZERO TO WS-RCO-COUNT-OF(WS-RCO-IDX)
               WHEN WS-RCO-COMPANY(WS-RCO-IDX)
                   = WS-REV-COMPANY(WS-REV-IDX)
                   CONTINUE
           END-SEARCH
           ADD WS-REV-AMOUNT(WS-REV-IDX) TO WS-RCO-TOTAL(WS-RCO-IDX)
           ADD 1 TO WS-RCO-COUNT-OF(WS-RCO-IDX).


      * the run's timestamp and a sequence make each batch id
       WRITE-COMPANY-RETURN-BATCH.
           ADD 1 TO WS-JRNL-BATCH-SEQ
           MOVE WS-RCO-COMPANY(WS-RCO-IDX) TO JRH-COMPANY
           MOVE WS-REV-PERIOD  TO JRH-PERIOD
           MOVE WS-TODAY-DATE  TO JRH-DATE
           MOVE WS-RCO-TOTAL(WS-RCO-IDX) TO JRH-DEBIT-TOTAL
           MOVE WS-RCO-TOTAL(WS-RCO-IDX) TO JRH-CREDIT-TOTAL
           COMPUTE JRH-LINE-COUNT = WS-RCO-COUNT-OF(WS-RCO-IDX) * 2
           MOVE SPACES TO JRH-BATCH-ID
           STRING WS-JRNL-RUN-STAMP WS-JRNL-BATCH-SEQ
               DELIMITED BY SIZE INTO JRH-BATCH-ID
           END-STRING
           MOVE GL-JOURNAL-HEADER TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           PERFORM LOG-JOURNAL-BATCH

           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-COMPANY(WS-REV-IDX)
                   = WS-RCO-COMPANY(WS-RCO-IDX)
                   MOVE "D" TO JRN-RECORD-TYPE
                   MOVE WS-PAYABLE-DEPT   TO JRN-DEPT
                   MOVE WS-BANK-CASH-ACCT TO JRN-ACCOUNT
                   MOVE WS-REV-AMOUNT(WS-REV-IDX) TO JRN-AMOUNT
                   MOVE SPACES TO JRN-DESC
                   STRING "ACH RETURN " WS-REV-EMP-ID(WS-REV-IDX)
                       DELIMITED BY SIZE INTO JRN-DESC
                   END-STRING
                   WRITE GL-JOURNAL-RECORD
                   MOVE "C" TO JRN-RECORD-TYPE
                   MOVE WS-NET-PAYABLE-ACCT TO JRN-ACCOUNT
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
           MOVE "RTRNJRNL.TXT"     TO JCT-FILE-NAME
           MOVE "RETURNS"          TO JCT-BATCH-TYPE
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

       END PROGRAM ACHRTRN.
