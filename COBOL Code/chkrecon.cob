      ******************************************************************
      * Payroll check reconciliation against the bank's monthly
      * paid-items file. The outstanding-check file OUTCHK.TXT says
      * what we issued that has not yet cleared, whatever pay run
      * cut it (PAYROL00 and STOPCHK add to it, STOPCHK and ESCHEAT
      * take stopped and escheated checks off); BANKPAID.TXT says
      * what the bank actually paid. This job matches the two by
      * check number and amount and prints CHKRECON.RPT:
      *   - outstanding checks with days-outstanding aging, items
      *     past the stale cutoff (90 days) flagged STALE
      *   - paid-not-issued exceptions (a number the bank paid that
      *     the register never issued)
      *   - amount mismatches (paid for a different amount)
      *   - checks stopped through STOPCHK (STOPHIST.TXT) listed
      *     STOPPED with their replacement rather than outstanding,
      *     and a stopped check the bank paid anyway flagged PAID
      *     AFTER STOP
      *   - checks turned over as unclaimed property through ESCHEAT
      *     (ESCHCASE.TXT) listed ESCHEATED rather than outstanding,
      *     and an escheated check the bank paid anyway flagged PAID
      *     AFTER ESCHEAT
      *   - the days each paid check took to clear, kept as the
      *     clearing profile CHKCLEAR.TXT the funding forecast
      *     spreads a run's checks by
      * so the payroll account reconciliation stops being a
      * green-bar-and-highlighter job. The checks the bank paid on
      * the statement are then cleared from OUTCHK.TXT, so each
      * statement is reconciled once.
      *
      * BANKPAID.TXT: check number (8), date paid YYYYMMDD, amount
      * 9(7)v99. CHKRECONC.TXT carries the statement date the aging
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ESCHEAT-CASE-FILE ASSIGN TO "ESCHCASE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCH-FILE-STATUS.

           SELECT CLEARING-PROFILE-FILE ASSIGN TO "CHKCLEAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-FILE-STATUS.

           SELECT RECON-CONFIG-FILE ASSIGN TO "CHKRECONC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * register-line layout, one line per check still outstanding
       FD  OUTSTANDING-CHECK-FILE.
       01  OUTSTANDING-CHECK-REC  PIC X(80).

       FD  OUTSTANDING-HOLDING-FILE.
       01  OUTSTANDING-HOLDING-REC PIC X(80).

       FD  BANK-PAID-FILE.
       01  BANK-PAID-RECORD.
           05  BPD-PAID-DATE    PIC X(8).
           05  BPD-AMOUNT       PIC 9(7)V99.

       FD  STOP-HISTORY-FILE.
           COPY STOPHIST.

       FD  ESCHEAT-CASE-FILE.
           COPY ESCHCASE.

       FD  CLEARING-PROFILE-FILE.
           COPY CHKCLEAR.

       FD  RECON-CONFIG-FILE.
       01  RECON-CONFIG-RECORD.
           05  RCC-STATEMENT-DATE PIC X(8).

       WORKING-STORAGE SECTION.

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

       77  WS-ESCH-FILE-STATUS PIC XX.
           88  WS-ESCH-FILE-OK       VALUE "00".
           88  WS-ESCH-FILE-EOF      VALUE "10".

       77  WS-CLR-FILE-STATUS PIC XX.
           88  WS-CLR-FILE-OK        VALUE "00".

       77  WS-CFG-FILE-STATUS PIC XX.
           88  WS-CFG-FILE-OK        VALUE "00".

       77  WS-ISSUE-DATE-NUM   PIC 9(8) VALUE ZERO.
       77  WS-AGE-DAYS         PIC S9(5) VALUE ZERO.

      * checks still outstanding (VOID lines excluded)
       77  WS-ISSUED-COUNT PIC 9(4) VALUE ZERO.
       01  WS-ISSUED-TABLE.
           05  WS-ISSUED-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ISS-IDX.
               10  WS-ISS-NUMBER   PIC 9(8).
               10  WS-ISS-EMP-ID   PIC X(6).
                   88  WS-ISS-OUTSTANDING  VALUE "O".
                   88  WS-ISS-PAID         VALUE "P".
                   88  WS-ISS-MISMATCHED   VALUE "M".
                   88  WS-ISS-STOPPED      VALUE "S".
                   88  WS-ISS-STOP-PAID    VALUE "X".
                   88  WS-ISS-ESCHEATED    VALUE "E".
                   88  WS-ISS-ESCH-PAID    VALUE "Y".
      * the replacement cut for a stopped check
               10  WS-ISS-REPLACED-BY PIC 9(8).

       77  WS-OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.
       77  WS-OUTSTANDING-TOTAL PIC 9(9)V99 VALUE ZERO.
       77  WS-PAID-COUNT        PIC 9(5) VALUE ZERO.
       77  WS-MISMATCH-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-NOT-ISSUED-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-STOPPED-COUNT     PIC 9(5) VALUE ZERO.
       77  WS-STOPPED-TOTAL     PIC 9(9)V99 VALUE ZERO.
       77  WS-STOP-PAID-COUNT   PIC 9(5) VALUE ZERO.
       77  WS-ESCHEATED-COUNT   PIC 9(5) VALUE ZERO.
       77  WS-ESCHEATED-TOTAL   PIC 9(9)V99 VALUE ZERO.
       77  WS-ESCH-PAID-COUNT   PIC 9(5) VALUE ZERO.

      * paid checks by days from issue to payment; entry 1 is same
      * day, entry 61 everything 60 days or slower
       01  WS-CLEAR-TABLE.
           05  WS-CLEAR-ENTRY OCCURS 61 TIMES
                               INDEXED BY WS-CLEAR-IDX.
               10  WS-CLEAR-COUNT  PIC 9(5).
               10  WS-CLEAR-AMOUNT PIC 9(9)V99.
       77  WS-CLEAR-LAG         PIC S9(5) VALUE ZERO.
       77  WS-PAID-DATE-NUM     PIC 9(8) VALUE ZERO.

       01  RECON-DETAIL-LINE.
           05  RDL-TAG         PIC X(18).
           05  FILLER          PIC X(13) VALUE "  NOT-ISSUED ".
           05  RTL-NOT-ISSUED  PIC ZZZZ9.

       01  RECON-STOP-TOTAL-LINE.
           05  FILLER          PIC X(13) VALUE "STOPPED:     ".
           05  RSL-STOP-COUNT  PIC ZZZZ9.
           05  FILLER          PIC X(4)  VALUE " $ ".
           05  RSL-STOP-TOTAL  PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(18) VALUE "  PAID AFTER STOP ".
           05  RSL-STOP-PAID   PIC ZZZZ9.

       01  RECON-ESCH-TOTAL-LINE.
           05  FILLER          PIC X(13) VALUE "ESCHEATED:   ".
           05  REL-ESCH-COUNT  PIC ZZZZ9.
           05  FILLER          PIC X(4)  VALUE " $ ".
           05  REL-ESCH-TOTAL  PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(18) VALUE "  PAID AFTER ESCH ".
           05  REL-ESCH-PAID   PIC ZZZZ9.

       COPY ERRSTAT.
       COPY SIGNONRQ.

           END-CALL

           MOVE 0 TO RETURN-CODE
           INITIALIZE WS-CLEAR-TABLE

           PERFORM READ-RECON-CONFIG
           PERFORM LOAD-ISSUED-CHECKS
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM LOAD-STOPPED-CHECKS
           PERFORM LOAD-ESCHEATED-CHECKS

           OPEN OUTPUT RECON-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
           MOVE WS-NOT-ISSUED-COUNT  TO RTL-NOT-ISSUED
           MOVE RECON-TOTAL-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           IF WS-STOPPED-COUNT > ZERO OR WS-STOP-PAID-COUNT > ZERO
               MOVE WS-STOPPED-COUNT   TO RSL-STOP-COUNT
               MOVE WS-STOPPED-TOTAL   TO RSL-STOP-TOTAL
               MOVE WS-STOP-PAID-COUNT TO RSL-STOP-PAID
               MOVE RECON-STOP-TOTAL-LINE TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
           END-IF
           IF WS-ESCHEATED-COUNT > ZERO OR WS-ESCH-PAID-COUNT > ZERO
               MOVE WS-ESCHEATED-COUNT TO REL-ESCH-COUNT
               MOVE WS-ESCHEATED-TOTAL TO REL-ESCH-TOTAL
               MOVE WS-ESCH-PAID-COUNT TO REL-ESCH-PAID
               MOVE RECON-ESCH-TOTAL-LINE TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
           END-IF
           CLOSE RECON-REPORT-FILE
           IF WS-PAID-COUNT > ZERO
               PERFORM WRITE-CLEARING-PROFILE
           END-IF
           IF WS-PAID-COUNT > ZERO OR WS-MISMATCH-COUNT > ZERO
               PERFORM CLEAR-PAID-CHECKS
           END-IF

           DISPLAY "CHKRECON outstanding: " WS-OUTSTANDING-COUNT
               "  paid: " WS-PAID-COUNT
               "  exceptions: " WS-MISMATCH-COUNT
               " / " WS-NOT-ISSUED-COUNT
               " / " WS-STOP-PAID-COUNT
               " / " WS-ESCH-PAID-COUNT
           IF WS-MISMATCH-COUNT > ZERO
               OR WS-NOT-ISSUED-COUNT > ZERO
               OR WS-STOP-PAID-COUNT > ZERO
               OR WS-ESCH-PAID-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
               FUNCTION INTEGER-OF-DATE(WS-STATEMENT-DATE).


      * an outstanding line leads with the eight-digit check
      * number, laid out as on the check register; anything else
      * is not a live check and stays out of the table.
       LOAD-ISSUED-CHECKS.
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
               DISPLAY "Issued-check table full -- outstanding check "
                   OUTSTANDING-CHECK-REC(1:8) " not reconciled."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ISSUED-COUNT
           SET WS-ISS-IDX TO WS-ISSUED-COUNT
           MOVE OUTSTANDING-CHECK-REC(1:8)
               TO WS-ISS-NUMBER(WS-ISS-IDX)
           MOVE OUTSTANDING-CHECK-REC(11:6)
               TO WS-ISS-EMP-ID(WS-ISS-IDX)
           COMPUTE WS-ISS-AMOUNT(WS-ISS-IDX) =
               FUNCTION NUMVAL-C(OUTSTANDING-CHECK-REC(36:10))
           MOVE OUTSTANDING-CHECK-REC(60:8)
               TO WS-ISS-DATE(WS-ISS-IDX)
           MOVE ZERO TO WS-ISS-REPLACED-BY(WS-ISS-IDX)
           SET WS-ISS-OUTSTANDING(WS-ISS-IDX) TO TRUE.


      * a stopped check is no longer outstanding. The history
      * carries the original's figures, so a stop whose register
      * has since been replaced by a later week's is still known
      * and still caught if the bank pays it.
       LOAD-STOPPED-CHECKS.
           OPEN INPUT STOP-HISTORY-FILE
           IF NOT WS-STOP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STOP-FILE-EOF
               READ STOP-HISTORY-FILE
                   AT END SET WS-STOP-FILE-EOF TO TRUE
                   NOT AT END PERFORM FILE-ONE-STOPPED-CHECK
               END-READ
           END-PERFORM
           CLOSE STOP-HISTORY-FILE.


       FILE-ONE-STOPPED-CHECK.
           SET WS-ISS-IDX TO 1
           PERFORM UNTIL WS-ISS-IDX > WS-ISSUED-COUNT
                   OR WS-ISS-NUMBER(WS-ISS-IDX) = SPH-ORIG-CHECK
               SET WS-ISS-IDX UP BY 1
           END-PERFORM
           IF WS-ISS-IDX > WS-ISSUED-COUNT
               IF WS-ISSUED-COUNT = 5000
                   DISPLAY "Issued-check table full -- stopped check "
                       SPH-ORIG-CHECK " not reconciled."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ISSUED-COUNT
               SET WS-ISS-IDX TO WS-ISSUED-COUNT
               MOVE SPH-ORIG-CHECK TO WS-ISS-NUMBER(WS-ISS-IDX)
               MOVE SPH-EMP-ID     TO WS-ISS-EMP-ID(WS-ISS-IDX)
               MOVE SPH-AMOUNT     TO WS-ISS-AMOUNT(WS-ISS-IDX)
               MOVE SPH-ORIG-ISSUE-DATE TO WS-ISS-DATE(WS-ISS-IDX)
           END-IF
           MOVE SPH-REPL-CHECK TO WS-ISS-REPLACED-BY(WS-ISS-IDX)
           SET WS-ISS-STOPPED(WS-ISS-IDX) TO TRUE.


      * a check turned over to the state is no longer outstanding;
      * like the stops, the case file carries its figures after the
      * register has moved on
       LOAD-ESCHEATED-CHECKS.
           OPEN INPUT ESCHEAT-CASE-FILE
           IF NOT WS-ESCH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ESCH-FILE-EOF
               READ ESCHEAT-CASE-FILE
                   AT END SET WS-ESCH-FILE-EOF TO TRUE
                   NOT AT END
                       IF ESC-STAGE-ESCHEATED
                           PERFORM FILE-ONE-ESCHEATED-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESCHEAT-CASE-FILE.


       FILE-ONE-ESCHEATED-CHECK.
           SET WS-ISS-IDX TO 1
           PERFORM UNTIL WS-ISS-IDX > WS-ISSUED-COUNT
                   OR WS-ISS-NUMBER(WS-ISS-IDX) = ESC-CHECK-NUMBER
               SET WS-ISS-IDX UP BY 1
           END-PERFORM
           IF WS-ISS-IDX > WS-ISSUED-COUNT
               IF WS-ISSUED-COUNT = 5000
                   DISPLAY "Issued-check table full -- escheated "
                       "check " ESC-CHECK-NUMBER " not reconciled."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ISSUED-COUNT
               SET WS-ISS-IDX TO WS-ISSUED-COUNT
               MOVE ESC-CHECK-NUMBER TO WS-ISS-NUMBER(WS-ISS-IDX)
               MOVE ESC-EMP-ID      TO WS-ISS-EMP-ID(WS-ISS-IDX)
               MOVE ESC-AMOUNT      TO WS-ISS-AMOUNT(WS-ISS-IDX)
               MOVE ESC-ISSUE-DATE  TO WS-ISS-DATE(WS-ISS-IDX)
               MOVE ZERO TO WS-ISS-REPLACED-BY(WS-ISS-IDX)
           END-IF
           SET WS-ISS-ESCHEATED(WS-ISS-IDX) TO TRUE.


       MATCH-BANK-PAID-ITEMS.
           OPEN INPUT BANK-PAID-FILE
           IF NOT WS-PAID-FILE-OK
               EXIT PARAGRAPH
           END-IF

      *    the stop should have made the bank refuse it; money has
      *    now gone out twice for the same pay
           IF WS-ISS-STOPPED(WS-ISS-IDX)
               ADD 1 TO WS-STOP-PAID-COUNT
               SET WS-ISS-STOP-PAID(WS-ISS-IDX) TO TRUE
               MOVE SPACES TO RECON-DETAIL-LINE
               MOVE "PAID AFTER STOP:  " TO RDL-TAG
               MOVE BPD-CHECK-NUMBER TO RDL-NUMBER
               MOVE WS-ISS-EMP-ID(WS-ISS-IDX) TO RDL-EMP-ID
               MOVE BPD-AMOUNT TO RDL-AMOUNT
               MOVE SPACES TO RDL-NOTE
               STRING "REISSUED AS " WS-ISS-REPLACED-BY(WS-ISS-IDX)
                   DELIMITED BY SIZE INTO RDL-NOTE
               END-STRING
               MOVE RECON-DETAIL-LINE TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               MOVE "CHKRECON" TO WS-ERR-PROGRAM-ID
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Stopped check " BPD-CHECK-NUMBER
                   " paid by the bank on " BPD-PAID-DATE
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-PROGRAM-ID ": "
                   WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
               EXIT PARAGRAPH
           END-IF

      *    the funds went to the state and the void should have made
      *    the bank refuse it; the state has to be asked for it back
           IF WS-ISS-ESCHEATED(WS-ISS-IDX)
               ADD 1 TO WS-ESCH-PAID-COUNT
               SET WS-ISS-ESCH-PAID(WS-ISS-IDX) TO TRUE
               MOVE SPACES TO RECON-DETAIL-LINE
               MOVE "PAID AFTER ESCH:  " TO RDL-TAG
               MOVE BPD-CHECK-NUMBER TO RDL-NUMBER
               MOVE WS-ISS-EMP-ID(WS-ISS-IDX) TO RDL-EMP-ID
               MOVE BPD-AMOUNT TO RDL-AMOUNT
               MOVE SPACES TO RDL-NOTE
               STRING "PAID " BPD-PAID-DATE " AFTER ESCHEAT"
                   DELIMITED BY SIZE INTO RDL-NOTE
               END-STRING
               MOVE RECON-DETAIL-LINE TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               MOVE "CHKRECON" TO WS-ERR-PROGRAM-ID
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Escheated check " BPD-CHECK-NUMBER
                   " paid by the bank on " BPD-PAID-DATE
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-PROGRAM-ID ": "
                   WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
               EXIT PARAGRAPH
           END-IF

           IF BPD-AMOUNT NOT = WS-ISS-AMOUNT(WS-ISS-IDX)
               ADD 1 TO WS-MISMATCH-COUNT
               SET WS-ISS-MISMATCHED(WS-ISS-IDX) TO TRUE
           END-IF

           ADD 1 TO WS-PAID-COUNT
           SET WS-ISS-PAID(WS-ISS-IDX) TO TRUE
           PERFORM TALLY-CLEARING-LAG.


       TALLY-CLEARING-LAG.
           IF BPD-PAID-DATE NOT NUMERIC
               OR WS-ISS-DATE(WS-ISS-IDX) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE BPD-PAID-DATE TO WS-PAID-DATE-NUM
           MOVE WS-ISS-DATE(WS-ISS-IDX) TO WS-ISSUE-DATE-NUM
           COMPUTE WS-CLEAR-LAG =
               FUNCTION INTEGER-OF-DATE(WS-PAID-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-ISSUE-DATE-NUM)
           IF WS-CLEAR-LAG < ZERO
               MOVE ZERO TO WS-CLEAR-LAG
           END-IF
           IF WS-CLEAR-LAG > 60
               MOVE 60 TO WS-CLEAR-LAG
           END-IF
           SET WS-CLEAR-IDX TO WS-CLEAR-LAG
           SET WS-CLEAR-IDX UP BY 1
           ADD 1 TO WS-CLEAR-COUNT(WS-CLEAR-IDX)
           ADD BPD-AMOUNT TO WS-CLEAR-AMOUNT(WS-CLEAR-IDX).


      * the profile is this statement's; a month with no paid items
      * leaves the last one standing
       WRITE-CLEARING-PROFILE.
           OPEN OUTPUT CLEARING-PROFILE-FILE
           IF NOT WS-CLR-FILE-OK
               DISPLAY "Cannot write CHKCLEAR.TXT, status "
                   WS-CLR-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CLEAR-IDX FROM 1 BY 1
               UNTIL WS-CLEAR-IDX > 61
               IF WS-CLEAR-COUNT(WS-CLEAR-IDX) > ZERO
                   SET CLR-LAG-DAYS TO WS-CLEAR-IDX
                   SUBTRACT 1 FROM CLR-LAG-DAYS
                   MOVE WS-CLEAR-COUNT(WS-CLEAR-IDX) TO CLR-COUNT
                   MOVE WS-CLEAR-AMOUNT(WS-CLEAR-IDX) TO CLR-AMOUNT
                   WRITE CHECK-CLEARING-RECORD
               END-IF
           END-PERFORM
           CLOSE CLEARING-PROFILE-FILE.


      ******************************************************************
      * The checks the bank paid on this statement, at the issued
      * amount or not, are no longer outstanding: the file is
      * streamed through a holding file without them and copied
      * back. A line the table had no room for is kept.
      ******************************************************************
       CLEAR-PAID-CHECKS.
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
           SET WS-ISS-IDX TO 1
           PERFORM UNTIL WS-ISS-IDX > WS-ISSUED-COUNT
                   OR WS-ISS-NUMBER(WS-ISS-IDX)
                       = OUTSTANDING-CHECK-REC(1:8)
               SET WS-ISS-IDX UP BY 1
           END-PERFORM
           IF WS-ISS-IDX NOT > WS-ISSUED-COUNT
               IF WS-ISS-PAID(WS-ISS-IDX)
                   OR WS-ISS-MISMATCHED(WS-ISS-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE OUTSTANDING-CHECK-REC TO OUTSTANDING-HOLDING-REC
           WRITE OUTSTANDING-HOLDING-REC.


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


       REPORT-OUTSTANDING-CHECKS.
               IF WS-ISS-OUTSTANDING(WS-ISS-IDX)
                   PERFORM REPORT-ONE-OUTSTANDING
               END-IF
               IF WS-ISS-STOPPED(WS-ISS-IDX)
                   PERFORM REPORT-ONE-STOPPED
               END-IF
               IF WS-ISS-ESCHEATED(WS-ISS-IDX)
                   PERFORM REPORT-ONE-ESCHEATED
               END-IF
           END-PERFORM.


           MOVE RECON-DETAIL-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC.

       REPORT-ONE-STOPPED.
           ADD 1 TO WS-STOPPED-COUNT
           ADD WS-ISS-AMOUNT(WS-ISS-IDX) TO WS-STOPPED-TOTAL
           MOVE SPACES TO RECON-DETAIL-LINE
           MOVE "STOPPED:          " TO RDL-TAG
           MOVE WS-ISS-NUMBER(WS-ISS-IDX) TO RDL-NUMBER
           MOVE WS-ISS-EMP-ID(WS-ISS-IDX) TO RDL-EMP-ID
           MOVE WS-ISS-AMOUNT(WS-ISS-IDX) TO RDL-AMOUNT
           MOVE SPACES TO RDL-NOTE
           STRING "REISSUED AS " WS-ISS-REPLACED-BY(WS-ISS-IDX)
               DELIMITED BY SIZE INTO RDL-NOTE
           END-STRING
           MOVE RECON-DETAIL-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC.

       REPORT-ONE-ESCHEATED.
           ADD 1 TO WS-ESCHEATED-COUNT
           ADD WS-ISS-AMOUNT(WS-ISS-IDX) TO WS-ESCHEATED-TOTAL
           MOVE SPACES TO RECON-DETAIL-LINE
           MOVE "ESCHEATED:        " TO RDL-TAG
           MOVE WS-ISS-NUMBER(WS-ISS-IDX) TO RDL-NUMBER
           MOVE WS-ISS-EMP-ID(WS-ISS-IDX) TO RDL-EMP-ID
           MOVE WS-ISS-AMOUNT(WS-ISS-IDX) TO RDL-AMOUNT
           MOVE "UNCLAIMED PROPERTY" TO RDL-NOTE
           MOVE RECON-DETAIL-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC.

       END PROGRAM CHKRECON.
