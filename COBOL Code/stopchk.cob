      ******************************************************************
      * Stop-payment and reissue run for lost or stolen paychecks.
      * The operator who takes the employee's call keys the check
      * number, the reason and their own id on STOPREQ.TXT; this
      * job holds each line to that operator's STOPPAY authority
      * through AUTHCHK and turns it away if the check is not
      * outstanding (OUTCHK.TXT, the checks every run has cut and
      * nothing has yet cleared), was already stopped, or the bank
      * has already paid it (BANKPAID.TXT). For each good request
      * it:
      *   - writes the stop to STOPPAY.TXT for the bank
      *   - adds a void of the original and the issue of the
      *     replacement to POSPAY.TXT as a batch of its own, with
      *     its own header and control trailer, so the bank
      *     refuses the original if it is presented
      *   - cuts the replacement on REISSCHK.TXT off the same
      *     CHECKCTL.TXT number sequence (skipping the spoiled stock
      *     on VOIDCHKS.TXT) with the original's number on the
      *     memo, and adds it to CHECKREG.TXT noted REISSUE under a
      *     REISSUES trailer of its own
      *   - takes the original off OUTCHK.TXT and puts the
      *     replacement on it in its place
      *   - records both checks on STOPHIST.TXT, which CHKRECON
      *     reads to report the original STOPPED and to flag it if
      *     the bank pays it anyway
      * Both bank files are logged BUILT on the transmission log.
      * Results go to STOPCHK.RPT; any rejected request ends the
      * job with RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-REQUEST-FILE ASSIGN TO "STOPREQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRQ-FILE-STATUS.

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
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHECKCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKCTL-FILE-STATUS.

           SELECT VOID-CHECK-FILE ASSIGN TO "VOIDCHKS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-FILE-STATUS.

           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STP-FILE-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT CHECK-PRINT-FILE ASSIGN TO "REISSCHK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT TRANSMISSION-LOG-FILE ASSIGN TO "XMITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLG-FILE-STATUS.

           SELECT STOP-REPORT-FILE ASSIGN TO "STOPCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOP-REQUEST-FILE.
           COPY STOPREQ.

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

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
           05  CHK-NEXT-NUMBER PIC 9(8).

       FD  VOID-CHECK-FILE.
       01  VOID-CHECK-RECORD.
           05  VOID-CHECK-NUMBER PIC 9(8).

       FD  STOP-PAYMENT-FILE.
           COPY STOPPAY.

      * the positive-pay issue file PAYROL00 builds; this job adds
      * its own "H" ... "T" batch behind the payroll's
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           05  POS-RECORD-TYPE  PIC X.
           05  POS-CHECK-NUMBER PIC 9(8).
           05  POS-ISSUE-DATE   PIC X(8).
           05  POS-PAYEE-NAME   PIC X(15).
           05  POS-AMOUNT       PIC 9(7)V99.

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-REC     PIC X(80).

       FD  TRANSMISSION-LOG-FILE.
       01  TRANSMISSION-LOG-RECORD.
           05  XLG-FILE-ID     PIC X(14).
           05  XLG-FILE-NAME   PIC X(12).
           05  XLG-BUILT-TS    PIC X(14).
           05  XLG-STATUS      PIC X(6).
           05  XLG-OPERATOR    PIC X(20).
           05  XLG-CONFIRM-REF PIC X(10).
           05  XLG-SENT-TS     PIC X(14).

       FD  STOP-REPORT-FILE.
       01  STOP-REPORT-REC     PIC X(90).

       WORKING-STORAGE SECTION.

       77  WS-SRQ-FILE-STATUS PIC XX.
           88  WS-SRQ-FILE-OK        VALUE "00".
           88  WS-SRQ-FILE-EOF       VALUE "10".

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

       77  WS-HIST-FILE-STATUS PIC XX.
           88  WS-HIST-FILE-OK       VALUE "00".
           88  WS-HIST-FILE-EOF      VALUE "10".

       77  WS-CHKCTL-FILE-STATUS PIC XX.
           88  WS-CHKCTL-FILE-OK     VALUE "00".

       77  WS-VOID-FILE-STATUS PIC XX.
           88  WS-VOID-FILE-OK       VALUE "00".
           88  WS-VOID-FILE-EOF      VALUE "10".

       77  WS-STP-FILE-STATUS PIC XX.
           88  WS-STP-FILE-OK        VALUE "00".

       77  WS-POS-FILE-STATUS PIC XX.
           88  WS-POS-FILE-OK        VALUE "00".

       77  WS-PRINT-FILE-STATUS PIC XX.
           88  WS-PRINT-FILE-OK      VALUE "00".

       77  WS-XLG-FILE-STATUS PIC XX.
           88  WS-XLG-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-TODAY-DATE       PIC X(8).
       77  WS-STOPPAY-FILE-ID  PIC X(14) VALUE SPACES.
       77  WS-POSPAY-FILE-ID   PIC X(14) VALUE SPACES.
       77  WS-LOG-FILE-ID      PIC X(14).
       77  WS-LOG-FILE-NAME    PIC X(12).

      * checks still outstanding, the checks a stop may be placed
      * against
       77  WS-ISSUED-COUNT PIC 9(4) VALUE ZERO.
       77  WS-ISSUED-FULL-FLAG PIC X VALUE "N".
           88  WS-ISSUED-TABLE-FULL VALUE "Y".
       01  WS-ISSUED-TABLE.
           05  WS-ISSUED-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ISS-IDX.
               10  WS-ISS-NUMBER   PIC 9(8).
               10  WS-ISS-EMP-ID   PIC X(6).
               10  WS-ISS-NAME     PIC X(15).
               10  WS-ISS-AMOUNT   PIC 9(7)V99.
               10  WS-ISS-DATE     PIC X(8).

      * checks already stopped, by an earlier run or earlier in
      * this one
       77  WS-STOPPED-COUNT PIC 9(4) VALUE ZERO.
       01  WS-STOPPED-TABLE.
           05  WS-STOPPED-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-STOPPED-IDX
                               PIC 9(8).

      * check numbers the bank has already paid
       77  WS-PAID-COUNT PIC 9(4) VALUE ZERO.
       01  WS-PAID-TABLE.
           05  WS-PAID-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-PAID-IDX
                               PIC 9(8).

      * requests that passed every edit, stopped and reissued
      * together once the whole request file has been read
       77  WS-ACCEPT-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ACCEPT-TABLE.
           05  WS-ACCEPT-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-ACC-IDX.
               10  WS-ACC-ISS-IDX  PIC 9(4).
               10  WS-ACC-REASON   PIC X(20).
               10  WS-ACC-OPERATOR PIC X(20).

       77  WS-NEXT-CHECK-NUMBER PIC 9(8) VALUE 1.
       77  WS-VOID-COUNT PIC 99 VALUE ZERO.
       01  WS-VOID-TABLE.
           05  WS-VOID-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-VOID-IDX
                               PIC 9(8).
       77  WS-VOID-MATCH-FLAG PIC X VALUE "N".
           88  WS-NUMBER-IS-VOIDED  VALUE "Y".

       77  WS-REQUEST-VALID-FLAG PIC X VALUE "Y".
           88  WS-REQUEST-VALID     VALUE "Y".
           88  WS-REQUEST-INVALID   VALUE "N".
           88  WS-REQUEST-REPEAT    VALUE "R".
       77  WS-REJECT-REASON    PIC X(30).

       77  WS-READ-COUNT       PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT   PIC 9(5) VALUE ZERO.
       77  WS-REPEAT-COUNT     PIC 9(5) VALUE ZERO.
       77  WS-REISSUE-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-REISSUE-TOTAL    PIC 9(9)V99 VALUE ZERO.
       77  WS-VOIDED-THIS-RUN  PIC 9(3) VALUE ZERO.
       77  WS-OUTCOME          PIC X(30).

       01  CHECK-FACE-LINE-1.
           05  FILLER          PIC X(9)  VALUE "CHECK NO ".
           05  CHF-NUMBER      PIC 9(8).
           05  FILLER          PIC X(7)  VALUE "  DATE ".
           05  CHF-DATE        PIC X(8).

       01  CHECK-FACE-LINE-2.
           05  FILLER          PIC X(20) VALUE "PAY TO THE ORDER OF ".
           05  CHF-PAYEE       PIC X(15).
           05  FILLER          PIC X(2)  VALUE " $".
           05  CHF-AMOUNT      PIC ZZ,ZZ9.99.

      * the replacement's memo names the check it replaces
       01  CHECK-FACE-LINE-3.
           05  FILLER          PIC X(22)
                               VALUE "MEMO REISSUE OF CHECK ".
           05  CHF-ORIG-NUMBER PIC 9(8).
           05  FILLER          PIC X(6)  VALUE "  EMP ".
           05  CHF-EMP-ID      PIC X(6).

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

      * reissues foot under their own trailer, apart from the
      * CHECKS ISSUED total PAYBAL ties to the payroll register
       01  REISSUE-TRAILER.
           05  FILLER          PIC X(15) VALUE "REISSUES:      ".
           05  RIT-COUNT       PIC ZZZZ9.
           05  FILLER          PIC X(9)  VALUE "  TOTAL $".
           05  RIT-TOTAL       PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(9)  VALUE "  VOIDED ".
           05  RIT-VOIDED      PIC ZZ9.

       01  STOP-DETAIL-LINE.
           05  SDL-CHECK-NUMBER PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SDL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SDL-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SDL-OUTCOME     PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SDL-REASON      PIC X(20).

       01  STOP-TOTAL-LINE.
           05  FILLER          PIC X(6)  VALUE "READ: ".
           05  STL-READ        PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE "  REISSUED ".
           05  STL-REISSUED    PIC ZZZZ9.
           05  FILLER          PIC X(8)  VALUE "  TOTAL ".
           05  STL-TOTAL       PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(11) VALUE "  REJECTED ".
           05  STL-REJECTED    PIC ZZZZ9.

       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUTHREQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "STOPCHK " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT STOP-REQUEST-FILE
           IF NOT WS-SRQ-FILE-OK
               DISPLAY "STOPCHK: no stop-payment requests"
                   " -- nothing to process."
               GOBACK
           END-IF

           PERFORM LOAD-ISSUED-CHECKS
           IF RETURN-CODE NOT = 0 OR WS-ISSUED-TABLE-FULL
               CLOSE STOP-REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-STOP-HISTORY
           PERFORM LOAD-BANK-PAID-ITEMS

           OPEN OUTPUT STOP-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open STOP-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE STOP-REQUEST-FILE
               GOBACK
           END-IF
           MOVE "STOP PAYMENT AND REISSUE" TO STOP-REPORT-REC
           WRITE STOP-REPORT-REC

           PERFORM UNTIL WS-SRQ-FILE-EOF
               READ STOP-REQUEST-FILE
                   AT END SET WS-SRQ-FILE-EOF TO TRUE
                   NOT AT END PERFORM EDIT-ONE-STOP-REQUEST
               END-READ
           END-PERFORM
           CLOSE STOP-REQUEST-FILE

           IF WS-ACCEPT-COUNT > ZERO
               PERFORM STOP-AND-REISSUE-CHECKS
           END-IF

           MOVE WS-READ-COUNT     TO STL-READ
           MOVE WS-REISSUE-COUNT  TO STL-REISSUED
           MOVE WS-REISSUE-TOTAL  TO STL-TOTAL
           MOVE WS-REJECTED-COUNT TO STL-REJECTED
           MOVE STOP-TOTAL-LINE TO STOP-REPORT-REC
           WRITE STOP-REPORT-REC
           CLOSE STOP-REPORT-FILE

           DISPLAY "STOPCHK stopped and reissued: " WS-REISSUE-COUNT
               "  already done: " WS-REPEAT-COUNT
               "  rejected: " WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "STOPCHK" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * an outstanding line leads with the eight-digit check
      * number, laid out as on the check register. A table too
      * small for the file ends the run: a stop turned away as
      * "not on the register" for want of room would be wrong.
       LOAD-ISSUED-CHECKS.
           MOVE ZERO TO WS-ISSUED-COUNT
           OPEN INPUT OUTSTANDING-CHECK-FILE
           IF NOT WS-OCK-FILE-OK
               MOVE WS-OCK-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open OUTSTANDING-CHECK-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OCK-FILE-EOF
               READ OUTSTANDING-CHECK-FILE
                   AT END SET WS-OCK-FILE-EOF TO TRUE
                   NOT AT END PERFORM FILE-ONE-OUTSTANDING-LINE
               END-READ
           END-PERFORM
           CLOSE OUTSTANDING-CHECK-FILE.


       FILE-ONE-OUTSTANDING-LINE.
           IF OUTSTANDING-CHECK-REC(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF OUTSTANDING-CHECK-REC(48:4) = "VOID"
               EXIT PARAGRAPH
           END-IF
           IF WS-ISSUED-COUNT = 5000
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Outstanding-check table is full -- no stops"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               SET WS-ISSUED-TABLE-FULL TO TRUE
               SET WS-OCK-FILE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ISSUED-COUNT
           SET WS-ISS-IDX TO WS-ISSUED-COUNT
           MOVE OUTSTANDING-CHECK-REC(1:8)
               TO WS-ISS-NUMBER(WS-ISS-IDX)
           MOVE OUTSTANDING-CHECK-REC(11:6)
               TO WS-ISS-EMP-ID(WS-ISS-IDX)
           MOVE OUTSTANDING-CHECK-REC(19:15)
               TO WS-ISS-NAME(WS-ISS-IDX)
           COMPUTE WS-ISS-AMOUNT(WS-ISS-IDX) =
               FUNCTION NUMVAL-C(OUTSTANDING-CHECK-REC(36:10))
           MOVE OUTSTANDING-CHECK-REC(60:8)
               TO WS-ISS-DATE(WS-ISS-IDX).


       LOAD-STOP-HISTORY.
           MOVE ZERO TO WS-STOPPED-COUNT
           OPEN INPUT STOP-HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-FILE-EOF
                   OR WS-STOPPED-COUNT = 1000
               READ STOP-HISTORY-FILE
                   AT END SET WS-HIST-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STOPPED-COUNT
                       MOVE SPH-ORIG-CHECK
                           TO WS-STOPPED-ENTRY(WS-STOPPED-COUNT)
               END-READ
           END-PERFORM
           CLOSE STOP-HISTORY-FILE.


      * a check the bank has already paid is past stopping; with
      * no paid-items file on hand nothing is known paid
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


      ******************************************************************
      * Each request is edited in turn: the operator's authority
      * first, then the check itself. A rejected request prints
      * with its reason; one already on the stop history (the same
      * request file run again) prints but is not an error; a good
      * one is held for the stop-and-reissue pass and counts as
      * stopped for the requests behind it.
      ******************************************************************
       EDIT-ONE-STOP-REQUEST.
           ADD 1 TO WS-READ-COUNT
           SET WS-REQUEST-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF SRQ-CHECK-NUMBER NOT NUMERIC
               SET WS-REQUEST-INVALID TO TRUE
               MOVE "Check number is not numeric" TO WS-REJECT-REASON
           END-IF

           IF WS-REQUEST-VALID
               MOVE SRQ-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE "STOPPAY" TO AUT-ACTION
               CALL "AUTHCHK" USING AUTH-REQUEST
                   ON EXCEPTION MOVE "00" TO AUT-STATUS
               END-CALL
               IF AUT-REFUSED
                   SET WS-REQUEST-INVALID TO TRUE
                   MOVE "Operator may not stop checks"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REQUEST-VALID
               SET WS-ISS-IDX TO 1
               PERFORM UNTIL WS-ISS-IDX > WS-ISSUED-COUNT
                       OR WS-ISS-NUMBER(WS-ISS-IDX) = SRQ-CHECK-NUMBER
                   SET WS-ISS-IDX UP BY 1
               END-PERFORM
               IF WS-ISS-IDX > WS-ISSUED-COUNT
                   SET WS-REQUEST-INVALID TO TRUE
                   MOVE "Check is not outstanding"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REQUEST-VALID
               SET WS-STOPPED-IDX TO 1
               PERFORM UNTIL WS-STOPPED-IDX > WS-STOPPED-COUNT
                       OR WS-STOPPED-ENTRY(WS-STOPPED-IDX)
                           = SRQ-CHECK-NUMBER
                   SET WS-STOPPED-IDX UP BY 1
               END-PERFORM
               IF WS-STOPPED-IDX NOT > WS-STOPPED-COUNT
                   SET WS-REQUEST-REPEAT TO TRUE
                   MOVE "Already stopped -- no action"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REQUEST-VALID
               SET WS-PAID-IDX TO 1
               PERFORM UNTIL WS-PAID-IDX > WS-PAID-COUNT
                       OR WS-PAID-ENTRY(WS-PAID-IDX) = SRQ-CHECK-NUMBER
                   SET WS-PAID-IDX UP BY 1
               END-PERFORM
               IF WS-PAID-IDX NOT > WS-PAID-COUNT
                   SET WS-REQUEST-INVALID TO TRUE
                   MOVE "Check already paid by the bank"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REQUEST-VALID
               AND (WS-ACCEPT-COUNT = 200 OR WS-STOPPED-COUNT = 1000)
               SET WS-REQUEST-INVALID TO TRUE
               MOVE "Too many stops for one run" TO WS-REJECT-REASON
           END-IF

           IF NOT WS-REQUEST-VALID
               IF WS-REQUEST-REPEAT
                   ADD 1 TO WS-REPEAT-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               MOVE SPACES TO STOP-DETAIL-LINE
               MOVE SRQ-CHECK-NUMBER TO SDL-CHECK-NUMBER
               MOVE WS-REJECT-REASON TO SDL-OUTCOME
               MOVE SRQ-REASON TO SDL-REASON
               MOVE STOP-DETAIL-LINE TO STOP-REPORT-REC
               WRITE STOP-REPORT-REC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACCEPT-COUNT
           SET WS-ACC-IDX TO WS-ACCEPT-COUNT
           SET WS-ACC-ISS-IDX(WS-ACC-IDX) TO WS-ISS-IDX
           MOVE SRQ-REASON      TO WS-ACC-REASON(WS-ACC-IDX)
           MOVE SRQ-OPERATOR-ID TO WS-ACC-OPERATOR(WS-ACC-IDX)
           ADD 1 TO WS-STOPPED-COUNT
           MOVE SRQ-CHECK-NUMBER TO WS-STOPPED-ENTRY(WS-STOPPED-COUNT).


      ******************************************************************
      * The accepted stops go out together: one stop file for the
      * bank, one positive-pay batch, the replacement checks and
      * their register lines, and the history; the originals come
      * off the outstanding-check file and the replacements go on.
      * The check-number control is saved as soon as the checks
      * are cut so the next payroll run carries on from the
      * replacements.
      ******************************************************************
       STOP-AND-REISSUE-CHECKS.
           PERFORM LOAD-CHECK-CONTROLS

           OPEN OUTPUT STOP-PAYMENT-FILE
           IF NOT WS-STP-FILE-OK
               MOVE WS-STP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open STOP-PAYMENT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHECK-PRINT-FILE
           IF NOT WS-PRINT-FILE-OK
               MOVE WS-PRINT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open CHECK-PRINT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE STOP-PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-STOPPED-CHECKS
      *    the issue file, the register, the outstanding checks and
      *    the history are all running files this job adds to
           OPEN EXTEND POSITIVE-PAY-FILE
           IF NOT WS-POS-FILE-OK
               OPEN OUTPUT POSITIVE-PAY-FILE
           END-IF
           OPEN EXTEND CHECK-REGISTER-FILE
           IF NOT WS-CHKREG-FILE-OK
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           OPEN EXTEND OUTSTANDING-CHECK-FILE
           IF NOT WS-OCK-FILE-OK
               OPEN OUTPUT OUTSTANDING-CHECK-FILE
           END-IF
           OPEN EXTEND STOP-HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               OPEN OUTPUT STOP-HISTORY-FILE
           END-IF

      *    two files built in the same second still need two ids
      *    on the transmission log
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-POSPAY-FILE-ID
           MOVE "S" TO WS-STOPPAY-FILE-ID(1:1)
           MOVE WS-POSPAY-FILE-ID(2:13) TO WS-STOPPAY-FILE-ID(2:13)

           MOVE SPACES TO STOP-PAYMENT-RECORD
           SET STP-HEADER TO TRUE
           MOVE ZERO TO STP-CHECK-NUMBER
           MOVE WS-TODAY-DATE TO STP-ISSUE-DATE
           MOVE WS-STOPPAY-FILE-ID TO STP-PAYEE-NAME(1:14)
           MOVE ZERO TO STP-AMOUNT
           WRITE STOP-PAYMENT-RECORD

           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE "H" TO POS-RECORD-TYPE
           MOVE ZERO TO POS-CHECK-NUMBER
           MOVE WS-TODAY-DATE TO POS-ISSUE-DATE
           MOVE WS-POSPAY-FILE-ID TO POS-PAYEE-NAME(1:14)
           MOVE ZERO TO POS-AMOUNT
           WRITE POSITIVE-PAY-RECORD

           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACCEPT-COUNT
               SET WS-ISS-IDX TO WS-ACC-ISS-IDX(WS-ACC-IDX)
               PERFORM STOP-AND-REISSUE-ONE-CHECK
           END-PERFORM

           MOVE SPACES TO STOP-PAYMENT-RECORD
           SET STP-TRAILER TO TRUE
           MOVE WS-REISSUE-COUNT TO STP-CHECK-NUMBER
           MOVE WS-REISSUE-TOTAL TO STP-AMOUNT
           WRITE STOP-PAYMENT-RECORD

      *    the batch's control trailer counts the replacement issues
      *    only; the voids ride along outside the figures
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE "T" TO POS-RECORD-TYPE
           MOVE WS-REISSUE-COUNT TO POS-CHECK-NUMBER
           MOVE WS-REISSUE-TOTAL TO POS-AMOUNT
           WRITE POSITIVE-PAY-RECORD

           MOVE WS-REISSUE-COUNT   TO RIT-COUNT
           MOVE WS-REISSUE-TOTAL   TO RIT-TOTAL
           MOVE WS-VOIDED-THIS-RUN TO RIT-VOIDED
           MOVE REISSUE-TRAILER TO CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC

           CLOSE STOP-PAYMENT-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE OUTSTANDING-CHECK-FILE
           CLOSE STOP-HISTORY-FILE
           PERFORM SAVE-CHECK-CONTROL

           MOVE WS-STOPPAY-FILE-ID TO WS-LOG-FILE-ID
           MOVE "STOPPAY.TXT" TO WS-LOG-FILE-NAME
           PERFORM LOG-FILE-BUILT
           MOVE WS-POSPAY-FILE-ID TO WS-LOG-FILE-ID
           MOVE "POSPAY.TXT" TO WS-LOG-FILE-NAME
           PERFORM LOG-FILE-BUILT.


       STOP-AND-REISSUE-ONE-CHECK.
           PERFORM ASSIGN-CHECK-NUMBER
           ADD 1 TO WS-REISSUE-COUNT
           ADD WS-ISS-AMOUNT(WS-ISS-IDX) TO WS-REISSUE-TOTAL

           MOVE SPACES TO STOP-PAYMENT-RECORD
           SET STP-STOP TO TRUE
           MOVE WS-ISS-NUMBER(WS-ISS-IDX) TO STP-CHECK-NUMBER
           MOVE WS-ISS-DATE(WS-ISS-IDX)   TO STP-ISSUE-DATE
           MOVE WS-ISS-NAME(WS-ISS-IDX)   TO STP-PAYEE-NAME
           MOVE WS-ISS-AMOUNT(WS-ISS-IDX) TO STP-AMOUNT
           MOVE WS-TODAY-DATE             TO STP-STOP-DATE
           MOVE WS-ACC-REASON(WS-ACC-IDX) TO STP-REASON
           WRITE STOP-PAYMENT-RECORD

           MOVE "V" TO POS-RECORD-TYPE
           MOVE WS-ISS-NUMBER(WS-ISS-IDX) TO POS-CHECK-NUMBER
           MOVE WS-ISS-DATE(WS-ISS-IDX)   TO POS-ISSUE-DATE
           MOVE WS-ISS-NAME(WS-ISS-IDX)   TO POS-PAYEE-NAME
           MOVE WS-ISS-AMOUNT(WS-ISS-IDX) TO POS-AMOUNT
           WRITE POSITIVE-PAY-RECORD

           MOVE WS-NEXT-CHECK-NUMBER TO CHF-NUMBER
           MOVE WS-TODAY-DATE        TO CHF-DATE
           MOVE CHECK-FACE-LINE-1 TO CHECK-PRINT-REC
           WRITE CHECK-PRINT-REC
           MOVE WS-ISS-NAME(WS-ISS-IDX)   TO CHF-PAYEE
           MOVE WS-ISS-AMOUNT(WS-ISS-IDX) TO CHF-AMOUNT
           MOVE CHECK-FACE-LINE-2 TO CHECK-PRINT-REC
           WRITE CHECK-PRINT-REC
           MOVE WS-ISS-NUMBER(WS-ISS-IDX) TO CHF-ORIG-NUMBER
           MOVE WS-ISS-EMP-ID(WS-ISS-IDX) TO CHF-EMP-ID
           MOVE CHECK-FACE-LINE-3 TO CHECK-PRINT-REC
           WRITE CHECK-PRINT-REC
           MOVE ALL "-" TO CHECK-PRINT-REC
           WRITE CHECK-PRINT-REC

           MOVE SPACES TO CHECK-REGISTER-LINE
           MOVE WS-NEXT-CHECK-NUMBER      TO CRL-NUMBER
           MOVE WS-ISS-EMP-ID(WS-ISS-IDX) TO CRL-EMP-ID
           MOVE WS-ISS-NAME(WS-ISS-IDX)   TO CRL-NAME
           MOVE WS-ISS-AMOUNT(WS-ISS-IDX) TO CRL-AMOUNT
           MOVE "REISSUE"                 TO CRL-NOTE
           MOVE WS-TODAY-DATE             TO CRL-ISSUE-DATE
           MOVE CHECK-REGISTER-LINE TO CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC
           MOVE CHECK-REGISTER-LINE TO OUTSTANDING-CHECK-REC
           WRITE OUTSTANDING-CHECK-REC

           MOVE "I" TO POS-RECORD-TYPE
           MOVE WS-NEXT-CHECK-NUMBER      TO POS-CHECK-NUMBER
           MOVE WS-TODAY-DATE             TO POS-ISSUE-DATE
           MOVE WS-ISS-NAME(WS-ISS-IDX)   TO POS-PAYEE-NAME
           MOVE WS-ISS-AMOUNT(WS-ISS-IDX) TO POS-AMOUNT
           WRITE POSITIVE-PAY-RECORD

           MOVE SPACES TO STOP-HISTORY-RECORD
           MOVE WS-ISS-NUMBER(WS-ISS-IDX) TO SPH-ORIG-CHECK
           MOVE WS-ISS-EMP-ID(WS-ISS-IDX) TO SPH-EMP-ID
           MOVE WS-ISS-NAME(WS-ISS-IDX)   TO SPH-EMP-NAME
           MOVE WS-ISS-AMOUNT(WS-ISS-IDX) TO SPH-AMOUNT
           MOVE WS-ISS-DATE(WS-ISS-IDX)   TO SPH-ORIG-ISSUE-DATE
           MOVE WS-NEXT-CHECK-NUMBER      TO SPH-REPL-CHECK
           MOVE WS-TODAY-DATE             TO SPH-STOP-DATE
           MOVE WS-ACC-REASON(WS-ACC-IDX)   TO SPH-REASON
           MOVE WS-ACC-OPERATOR(WS-ACC-IDX) TO SPH-OPERATOR-ID
           WRITE STOP-HISTORY-RECORD

           MOVE SPACES TO WS-OUTCOME
           STRING "STOPPED, REISSUED AS " WS-NEXT-CHECK-NUMBER
               DELIMITED BY SIZE INTO WS-OUTCOME
           END-STRING
           MOVE SPACES TO STOP-DETAIL-LINE
           MOVE WS-ISS-NUMBER(WS-ISS-IDX) TO SDL-CHECK-NUMBER
           MOVE WS-ISS-EMP-ID(WS-ISS-IDX) TO SDL-EMP-ID
           MOVE WS-ISS-AMOUNT(WS-ISS-IDX) TO SDL-AMOUNT
           MOVE WS-OUTCOME                TO SDL-OUTCOME
           MOVE WS-ACC-REASON(WS-ACC-IDX) TO SDL-REASON
           MOVE STOP-DETAIL-LINE TO STOP-REPORT-REC
           WRITE STOP-REPORT-REC

           ADD 1 TO WS-NEXT-CHECK-NUMBER.


      ******************************************************************
      * The stopped originals come off the outstanding-check file:
      * it is streamed through a holding file, every line but the
      * stopped ones kept, and the holding file copied back.
      ******************************************************************
       CLEAR-STOPPED-CHECKS.
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
           SET WS-ACC-IDX TO 1
           PERFORM UNTIL WS-ACC-IDX > WS-ACCEPT-COUNT
                   OR WS-ISS-NUMBER(WS-ACC-ISS-IDX(WS-ACC-IDX))
                       = OUTSTANDING-CHECK-REC(1:8)
               SET WS-ACC-IDX UP BY 1
           END-PERFORM
           IF WS-ACC-IDX > WS-ACCEPT-COUNT
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


      * walks the check number forward past any voided stock,
      * logging each skipped number on the check register and the
      * issue file, the same way the payroll's check writer does
       ASSIGN-CHECK-NUMBER.
           PERFORM CHECK-VOID-LIST
           PERFORM UNTIL NOT WS-NUMBER-IS-VOIDED
               ADD 1 TO WS-VOIDED-THIS-RUN
               MOVE SPACES TO CHECK-REGISTER-LINE
               MOVE WS-NEXT-CHECK-NUMBER TO CRL-NUMBER
               MOVE "VOID" TO CRL-NOTE
               MOVE CHECK-REGISTER-LINE TO CHECK-REGISTER-REC
               WRITE CHECK-REGISTER-REC
               MOVE "V" TO POS-RECORD-TYPE
               MOVE WS-NEXT-CHECK-NUMBER TO POS-CHECK-NUMBER
               MOVE WS-TODAY-DATE TO POS-ISSUE-DATE
               MOVE SPACES TO POS-PAYEE-NAME
               MOVE ZERO TO POS-AMOUNT
               WRITE POSITIVE-PAY-RECORD
               ADD 1 TO WS-NEXT-CHECK-NUMBER
               PERFORM CHECK-VOID-LIST
           END-PERFORM.


       CHECK-VOID-LIST.
           MOVE "N" TO WS-VOID-MATCH-FLAG
           SET WS-VOID-IDX TO 1
           PERFORM UNTIL WS-VOID-IDX > WS-VOID-COUNT
               IF WS-VOID-ENTRY(WS-VOID-IDX) = WS-NEXT-CHECK-NUMBER
                   SET WS-NUMBER-IS-VOIDED TO TRUE
               END-IF
               SET WS-VOID-IDX UP BY 1
           END-PERFORM.


       LOAD-CHECK-CONTROLS.
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHKCTL-FILE-OK
               READ CHECK-CONTROL-FILE
                   NOT AT END
                       MOVE CHK-NEXT-NUMBER TO WS-NEXT-CHECK-NUMBER
               END-READ
               CLOSE CHECK-CONTROL-FILE
           ELSE
               DISPLAY "No check-number control file; numbering"
                   " starts at " WS-NEXT-CHECK-NUMBER
           END-IF

           MOVE ZERO TO WS-VOID-COUNT
           OPEN INPUT VOID-CHECK-FILE
           IF WS-VOID-FILE-OK
               PERFORM UNTIL WS-VOID-FILE-EOF
                       OR WS-VOID-COUNT = 50
                   READ VOID-CHECK-FILE
                       AT END SET WS-VOID-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-VOID-COUNT
                           SET WS-VOID-IDX TO WS-VOID-COUNT
                           MOVE VOID-CHECK-NUMBER
                               TO WS-VOID-ENTRY(WS-VOID-IDX)
                   END-READ
               END-PERFORM
               CLOSE VOID-CHECK-FILE
           END-IF.


       SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE
           IF WS-CHKCTL-FILE-OK
               MOVE WS-NEXT-CHECK-NUMBER TO CHK-NEXT-NUMBER
               WRITE CHECK-CONTROL-RECORD
               CLOSE CHECK-CONTROL-FILE
           ELSE
               MOVE WS-CHKCTL-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to save check-number control"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           END-IF.


       LOG-FILE-BUILT.
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
           MOVE WS-LOG-FILE-ID   TO XLG-FILE-ID
           MOVE WS-LOG-FILE-NAME TO XLG-FILE-NAME
           MOVE WS-POSPAY-FILE-ID TO XLG-BUILT-TS
           MOVE "BUILT" TO XLG-STATUS
           WRITE TRANSMISSION-LOG-RECORD
           CLOSE TRANSMISSION-LOG-FILE.

       END PROGRAM STOPCHK.
