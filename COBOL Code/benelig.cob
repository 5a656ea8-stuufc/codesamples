      ******************************************************************
      * Weekly benefit eligibility and automatic enrollment. New
      * hires become eligible for a deduction code once its waiting
      * period has run from EMP-HIRE-DATE; this job finds them
      * instead of the clerk watching a calendar.
      *
      * The rules are one line per deduction code on BENELIG.TXT:
      * waiting days, the pay classes eligible (spaces = all), and
      * whether the code enrolls automatically -- with the default
      * amount and basis (flat dollars or percent of gross, as on
      * DEDENROL) and the opt-out window in days.
      *
      * Each run sweeps EMPMAST for active employees whose
      * eligibility date has come inside the look-back window.
      * Every one goes on the eligibility register (BENELREG.TXT)
      * once and on the notice listing (BENNOTC.RPT):
      *   - an auto-enroll code writes the default enrollment to
      *     DEDENROL, starting the day after the opt-out window
      *     closes, so nothing is deducted while the employee can
      *     still decline;
      *   - any other code is listed as an election required;
      *   - an employee already enrolled is listed and left alone.
      * Opt-outs received are keyed to BENOPTIN.TXT; one inside the
      * window removes the default enrollment before it ever
      * deducts. One received after the window closed is not
      * honored here -- it is listed so the clerk stops the
      * deduction through an ordinary election.
      *
      * Once a window has closed the enrollment is looked at again
      * and BENWINDW.RPT lists the opt-outs received and the
      * enrollments that took effect. A default stopped or removed
      * by an election from the benefits vendor in the meantime
      * reads as an opt-out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENELIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT DEDUCTION-ENROLLMENT-FILE ASSIGN TO "DEDENROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-DEDE-FILE-STATUS.

           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDM-FILE-STATUS.

           SELECT ELIGIBILITY-RULE-FILE ASSIGN TO "BENELIG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT ELIGIBILITY-REGISTER ASSIGN TO "BENELREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT OPT-OUT-FILE ASSIGN TO "BENOPTIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-FILE-STATUS.

           SELECT SYSTEM-AUDIT-FILE ASSIGN TO "SYSAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSAUD-FILE-STATUS.

           SELECT NOTICE-REPORT-FILE ASSIGN TO "BENNOTC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-FILE-STATUS.

           SELECT WINDOW-REPORT-FILE ASSIGN TO "BENWINDW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  DEDUCTION-ENROLLMENT-FILE.
           COPY DEDENROL.

       FD  DEDUCTION-MASTER-FILE.
           COPY DEDMAST.

      * one eligibility rule per deduction code. Basis and amount
      * are read the way DEDENROL reads them: F flat dollars, G
      * percent of gross. Codes not listed never become eligible
      * through this job.
       FD  ELIGIBILITY-RULE-FILE.
       01  ELIGIBILITY-RULE-RECORD.
           05  ELR-DED-CODE        PIC X(3).
           05  FILLER              PIC X.
           05  ELR-WAIT-DAYS       PIC 9(3).
           05  FILLER              PIC X.
           05  ELR-PAY-CLASSES     PIC X(3).
           05  FILLER              PIC X.
           05  ELR-AUTO-ENROLL     PIC X.
           05  FILLER              PIC X.
           05  ELR-DEFAULT-BASIS   PIC X.
           05  FILLER              PIC X.
           05  ELR-DEFAULT-AMOUNT  PIC 9(5)V99.
           05  FILLER              PIC X.
           05  ELR-OPT-OUT-DAYS    PIC 9(3).

      * one line per employee and code made eligible: what was done
      * (A auto-enrolled, E election required, X already enrolled),
      * where the opt-out window stands (P pending, O opted out,
      * T took effect, C closed with nothing to wait for), and the
      * dates behind it
       FD  ELIGIBILITY-REGISTER.
       01  ELIGIBILITY-REGISTER-RECORD.
           05  ELG-EMP-ID          PIC X(6).
           05  FILLER              PIC X.
           05  ELG-DED-CODE        PIC X(3).
           05  FILLER              PIC X.
           05  ELG-ELIGIBLE-DATE   PIC X(8).
           05  FILLER              PIC X.
           05  ELG-NOTICE-DATE     PIC X(8).
           05  FILLER              PIC X.
           05  ELG-WINDOW-CLOSE    PIC X(8).
           05  FILLER              PIC X.
           05  ELG-ACTION          PIC X.
           05  FILLER              PIC X.
           05  ELG-STATUS          PIC X.
           05  FILLER              PIC X.
           05  ELG-OPT-OUT-DATE    PIC X(8).
           05  FILLER              PIC X.
           05  ELG-CLOSED-DATE     PIC X(8).

      * an opt-out form as the clerk keys it
       FD  OPT-OUT-FILE.
       01  OPT-OUT-RECORD.
           05  OPT-EMP-ID          PIC X(6).
           05  FILLER              PIC X.
           05  OPT-DED-CODE        PIC X(3).
           05  FILLER              PIC X.
           05  OPT-RECEIVED-DATE   PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-DATE         PIC 9(8).

       FD  SYSTEM-AUDIT-FILE.
           COPY SYSAUDIT.

       FD  NOTICE-REPORT-FILE.
       01  NOTICE-REPORT-REC       PIC X(100).

       FD  WINDOW-REPORT-FILE.
       01  WINDOW-REPORT-REC       PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".
           88  WS-EMP-FILE-EOF       VALUE "10".

       77  WS-DEDE-FILE-STATUS PIC XX.
           88  WS-DEDE-FILE-OK       VALUE "00".
           88  WS-DEDE-NOT-FOUND     VALUE "35".

       77  WS-DEDM-FILE-STATUS PIC XX.
           88  WS-DEDM-FILE-OK       VALUE "00".
           88  WS-DEDM-FILE-EOF      VALUE "10".

       77  WS-RUL-FILE-STATUS PIC XX.
           88  WS-RUL-FILE-OK        VALUE "00".
           88  WS-RUL-FILE-EOF       VALUE "10".

       77  WS-REG-FILE-STATUS PIC XX.
           88  WS-REG-FILE-OK        VALUE "00".
           88  WS-REG-FILE-EOF       VALUE "10".

       77  WS-OPT-FILE-STATUS PIC XX.
           88  WS-OPT-FILE-OK        VALUE "00".
           88  WS-OPT-FILE-EOF       VALUE "10".

       77  WS-BUS-FILE-STATUS PIC XX.
           88  WS-BUS-FILE-OK        VALUE "00".

       77  WS-SYSAUD-FILE-STATUS PIC XX.
           88  WS-SYSAUD-FILE-OK     VALUE "00".

       77  WS-NTC-FILE-STATUS PIC XX.
           88  WS-NTC-FILE-OK        VALUE "00".

       77  WS-WIN-FILE-STATUS PIC XX.
           88  WS-WIN-FILE-OK        VALUE "00".

      * eligibility dates older than the look-back predate the job
      * (or a long outage) and are left to the clerk rather than
      * enrolling people who may have declined years ago; a closed
      * register line is kept a year past closing so the employee
      * is never picked up twice
       77  WS-LOOKBACK-DAYS       PIC 9(3) VALUE 60.
       77  WS-REGISTER-KEEP-DAYS  PIC 9(3) VALUE 400.

       77  WS-TODAY-DATE      PIC 9(8) VALUE ZERO.
       77  WS-TODAY-INT       PIC 9(7) VALUE ZERO.
       77  WS-LOOKBACK-DATE   PIC 9(8) VALUE ZERO.
       77  WS-KEEP-DATE       PIC 9(8) VALUE ZERO.
       77  WS-WORK-DATE       PIC 9(8) VALUE ZERO.
       77  WS-ELIGIBLE-DATE   PIC 9(8) VALUE ZERO.
       77  WS-WINDOW-DATE     PIC 9(8) VALUE ZERO.
       77  WS-START-DATE      PIC 9(8) VALUE ZERO.

      * the rules, loaded whole
       77  WS-RULE-COUNT PIC 99 VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-RUL-IDX.
               10  WS-RUL-DED-CODE     PIC X(3).
               10  WS-RUL-WAIT-DAYS    PIC 9(3).
               10  WS-RUL-PAY-CLASSES  PIC X(3).
               10  WS-RUL-AUTO-ENROLL  PIC X.
                   88  WS-RUL-IS-AUTO       VALUE "Y".
               10  WS-RUL-BASIS        PIC X.
               10  WS-RUL-AMOUNT       PIC 9(5)V99.
               10  WS-RUL-OPT-OUT-DAYS PIC 9(3).
               10  WS-RUL-DESC         PIC X(20).

      * the register, held whole for the run
       77  WS-ELG-COUNT PIC 9(4) VALUE ZERO.
       01  WS-ELG-TABLE.
           05  WS-ELG-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-ELG-IDX.
               10  WS-ELG-EMP-ID       PIC X(6).
               10  WS-ELG-DED-CODE     PIC X(3).
               10  WS-ELG-ELIGIBLE     PIC X(8).
               10  WS-ELG-NOTICE       PIC X(8).
               10  WS-ELG-WINDOW       PIC X(8).
               10  WS-ELG-ACTION       PIC X.
                   88  WS-ELG-AUTO-ENROLLED VALUE "A".
                   88  WS-ELG-ELECT-NEEDED  VALUE "E".
                   88  WS-ELG-WAS-ENROLLED  VALUE "X".
               10  WS-ELG-STATUS       PIC X.
                   88  WS-ELG-PENDING       VALUE "P".
                   88  WS-ELG-OPTED-OUT     VALUE "O".
                   88  WS-ELG-TOOK-EFFECT   VALUE "T".
                   88  WS-ELG-CLOSED        VALUE "C".
               10  WS-ELG-OPT-OUT      PIC X(8).
               10  WS-ELG-CLOSED-ON    PIC X(8).

       77  WS-CLASS-CODE      PIC X     VALUE SPACE.
       77  WS-CLASS-FLAG      PIC X     VALUE "N".
           88  WS-CLASS-ELIGIBLE     VALUE "Y".
       77  WS-ON-REGISTER-FLAG PIC X VALUE "N".
           88  WS-ON-REGISTER        VALUE "Y".
       77  WS-ENROLLED-FLAG   PIC X     VALUE "N".
           88  WS-ALREADY-ENROLLED   VALUE "Y".
       77  WS-AUDIT-ACTION    PIC X     VALUE SPACE.
       77  WS-AUDIT-RESULT    PIC X(20) VALUE SPACES.
       77  WS-AUDIT-DATE      PIC X(8)  VALUE SPACES.
       77  WS-LOOKUP-CODE     PIC X(3)  VALUE SPACES.

       77  WS-ELIGIBLE-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-ENROLLED-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-ELECTION-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-ON-FILE-COUNT   PIC 9(5) VALUE ZERO.
       77  WS-OPT-OUT-COUNT   PIC 9(5) VALUE ZERO.
       77  WS-LATE-OPT-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.
       77  WS-CLOSED-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-EFFECT-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-DECLINED-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-FAILED-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-AGED-OFF-COUNT  PIC 9(5) VALUE ZERO.

       01  NOTICE-HEADING-LINE.
           05  FILLER  PIC X(34)
               VALUE "BENEFIT ELIGIBILITY NOTICES".
           05  FILLER  PIC X(6)  VALUE SPACES.
           05  NTH-DATE PIC 9(8).

       01  NOTICE-DETAIL-LINE.
           05  NTD-EMP-ID      PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  NTD-NAME        PIC X(15).
           05  FILLER          PIC X     VALUE SPACE.
           05  NTD-DEPT        PIC X(4).
           05  FILLER          PIC X     VALUE SPACE.
           05  NTD-DED-CODE    PIC X(3).
           05  FILLER          PIC X     VALUE SPACE.
           05  NTD-HIRE-DATE   PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  NTD-ELIG-DATE   PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  NTD-ACTION      PIC X(17).
           05  FILLER          PIC X     VALUE SPACE.
           05  NTD-AMOUNT      PIC ZZ,ZZ9.99.
           05  NTD-BASIS       PIC X(2).
           05  FILLER          PIC X     VALUE SPACE.
           05  NTD-WINDOW      PIC X(8).

       01  NOTICE-OPT-OUT-LINE.
           05  FILLER          PIC X(8)  VALUE "OPT-OUT ".
           05  NTO-EMP-ID      PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  NTO-DED-CODE    PIC X(3).
           05  FILLER          PIC X(10) VALUE " RECEIVED ".
           05  NTO-RECEIVED    PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  NTO-RESULT      PIC X(50).

       01  NOTICE-TOTAL-LINE.
           05  FILLER          PIC X(10) VALUE "ELIGIBLE: ".
           05  NTT-ELIGIBLE    PIC ZZZZ9.
           05  FILLER          PIC X(15) VALUE "  AUTO-ENROLLED".
           05  FILLER          PIC X(2)  VALUE ": ".
           05  NTT-ENROLLED    PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE "  ELECTION: ".
           05  NTT-ELECTION    PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE "  ON FILE: ".
           05  NTT-ON-FILE     PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE "  OPT-OUTS: ".
           05  NTT-OPT-OUTS    PIC ZZZZ9.

       01  WINDOW-HEADING-LINE.
           05  FILLER  PIC X(34)
               VALUE "AUTO-ENROLLMENT WINDOWS CLOSED".
           05  FILLER  PIC X(6)  VALUE SPACES.
           05  WNH-DATE PIC 9(8).

       01  WINDOW-DETAIL-LINE.
           05  WND-RESULT      PIC X(12).
           05  FILLER          PIC X     VALUE SPACE.
           05  WND-EMP-ID      PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  WND-NAME        PIC X(15).
           05  FILLER          PIC X     VALUE SPACE.
           05  WND-DED-CODE    PIC X(3).
           05  FILLER          PIC X     VALUE SPACE.
           05  WND-NOTICE      PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  WND-WINDOW      PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  WND-DATE        PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  WND-AMOUNT      PIC ZZ,ZZ9.99.
           05  WND-BASIS       PIC X(2).

       01  WINDOW-TOTAL-LINE.
           05  FILLER          PIC X(16) VALUE "WINDOWS CLOSED: ".
           05  WNT-CLOSED      PIC ZZZZ9.
           05  FILLER          PIC X(16) VALUE "  TOOK EFFECT: ".
           05  WNT-EFFECT      PIC ZZZZ9.
           05  FILLER          PIC X(13) VALUE "  OPTED OUT: ".
           05  WNT-DECLINED    PIC ZZZZ9.

       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY ENQREQ.
       COPY AUDCHREQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "BENELIG " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE

      *    no payroll may be reading enrollments while they change
           MOVE "BENELIG " TO ENQ-HOLDER
           MOVE "E" TO ENQ-ACTION
           MOVE "EMPMAST" TO ENQ-RESOURCE
           CALL "ENQMGR" USING ENQ-REQUEST
               ON EXCEPTION MOVE "00" TO ENQ-STATUS
           END-CALL
           IF NOT ENQ-GRANTED
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "EMPMAST held by " ENQ-HELD-BY
                   " -- eligibility run refused"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           PERFORM ESTABLISH-RUN-DATE
           PERFORM LOAD-ELIGIBILITY-RULES
           IF WS-RULE-COUNT = ZERO
               MOVE WS-RUL-FILE-STATUS TO WS-ERR-CODE
               MOVE "No eligibility rules on BENELIG.TXT"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           PERFORM LOAD-RULE-DESCRIPTIONS
           PERFORM LOAD-ELIGIBILITY-REGISTER

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF

      *    the enrollment file is created on first open if this is
      *    the first thing ever to enroll anyone
           OPEN I-O DEDUCTION-ENROLLMENT-FILE
           IF WS-DEDE-NOT-FOUND
               OPEN OUTPUT DEDUCTION-ENROLLMENT-FILE
               CLOSE DEDUCTION-ENROLLMENT-FILE
               OPEN I-O DEDUCTION-ENROLLMENT-FILE
           END-IF
           IF NOT WS-DEDE-FILE-OK
               MOVE WS-DEDE-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open DEDUCTION-ENROLLMENT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF

           OPEN OUTPUT NOTICE-REPORT-FILE
           OPEN OUTPUT WINDOW-REPORT-FILE
           IF NOT WS-NTC-FILE-OK OR NOT WS-WIN-FILE-OK
               MOVE "Unable to open the eligibility reports"
                   TO WS-ERR-MESSAGE
               MOVE WS-NTC-FILE-STATUS TO WS-ERR-CODE
               IF WS-NTC-FILE-OK
                   MOVE WS-WIN-FILE-STATUS TO WS-ERR-CODE
               END-IF
               PERFORM REPORT-COMMON-ERROR
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE DEDUCTION-ENROLLMENT-FILE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF

           OPEN EXTEND SYSTEM-AUDIT-FILE
           IF NOT WS-SYSAUD-FILE-OK
               OPEN OUTPUT SYSTEM-AUDIT-FILE
           END-IF

           MOVE WS-TODAY-DATE TO NTH-DATE
           MOVE NOTICE-HEADING-LINE TO NOTICE-REPORT-REC
           WRITE NOTICE-REPORT-REC
           MOVE SPACES TO NOTICE-REPORT-REC
           WRITE NOTICE-REPORT-REC
           MOVE WS-TODAY-DATE TO WNH-DATE
           MOVE WINDOW-HEADING-LINE TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           MOVE SPACES TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC

      *    opt-outs first, so a form received inside the window
      *    counts even on the run that closes it
           PERFORM APPLY-OPT-OUTS
           PERFORM SWEEP-MASTER-FOR-ELIGIBLE
           PERFORM CLOSE-EXPIRED-WINDOWS

           PERFORM WRITE-REPORT-TOTALS
           PERFORM SAVE-ELIGIBILITY-REGISTER

           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE DEDUCTION-ENROLLMENT-FILE
           CLOSE NOTICE-REPORT-FILE
           CLOSE WINDOW-REPORT-FILE
           CLOSE SYSTEM-AUDIT-FILE
           PERFORM RELEASE-MASTER-LOCK

           IF WS-LATE-OPT-COUNT > ZERO OR WS-UNMATCHED-COUNT > ZERO
               MOVE "BENELIG" TO WS-ERR-PROGRAM-ID
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Opt-outs not applied -- late: "
                   WS-LATE-OPT-COUNT "  unmatched: "
                   WS-UNMATCHED-COUNT
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-PROGRAM-ID ": "
                   WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "BENELIG eligible " WS-ELIGIBLE-COUNT
               " auto-enrolled " WS-ENROLLED-COUNT
               " windows closed " WS-CLOSED-COUNT
               " opted out " WS-DECLINED-COUNT
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "BENELIG" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
      *    set after the call -- ALERTLOG leaves its own return code
           MOVE 8 TO RETURN-CODE.


       RELEASE-MASTER-LOCK.
           MOVE "BENELIG " TO ENQ-HOLDER
           MOVE "D" TO ENQ-ACTION
           MOVE "EMPMAST" TO ENQ-RESOURCE
           CALL "ENQMGR" USING ENQ-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL.


      * the chain's business date when one is established, so a
      * rerun judges the windows the way the failed run would have
       ESTABLISH-RUN-DATE.
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-LOOKBACK-DAYS)
           COMPUTE WS-KEEP-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-REGISTER-KEEP-DAYS).


      * a rule with a bad waiting period or an auto-enroll default
      * the run could not apply is passed over and alerted once
       LOAD-ELIGIBILITY-RULES.
           MOVE ZERO TO WS-RULE-COUNT
           OPEN INPUT ELIGIBILITY-RULE-FILE
           IF NOT WS-RUL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RUL-FILE-EOF
               READ ELIGIBILITY-RULE-FILE
                   AT END SET WS-RUL-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM HOLD-ELIGIBILITY-RULE
               END-READ
           END-PERFORM
           CLOSE ELIGIBILITY-RULE-FILE.


       HOLD-ELIGIBILITY-RULE.
           IF ELR-DED-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ELR-WAIT-DAYS NOT NUMERIC
               OR (ELR-AUTO-ENROLL = "Y"
                   AND (ELR-DEFAULT-AMOUNT NOT NUMERIC
                       OR ELR-OPT-OUT-DAYS NOT NUMERIC
                       OR (ELR-DEFAULT-BASIS NOT = "F"
                           AND ELR-DEFAULT-BASIS NOT = "G")))
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Eligibility rule for " ELR-DED-CODE
                   " is not usable -- skipped"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT >= 20
               DISPLAY "More than 20 eligibility rules -- "
                   ELR-DED-CODE " ignored."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           SET WS-RUL-IDX TO WS-RULE-COUNT
           MOVE ELR-DED-CODE    TO WS-RUL-DED-CODE(WS-RUL-IDX)
           MOVE ELR-WAIT-DAYS   TO WS-RUL-WAIT-DAYS(WS-RUL-IDX)
           MOVE ELR-PAY-CLASSES TO WS-RUL-PAY-CLASSES(WS-RUL-IDX)
           MOVE ELR-AUTO-ENROLL TO WS-RUL-AUTO-ENROLL(WS-RUL-IDX)
           MOVE ZERO TO WS-RUL-AMOUNT(WS-RUL-IDX)
           MOVE ZERO TO WS-RUL-OPT-OUT-DAYS(WS-RUL-IDX)
           MOVE SPACE TO WS-RUL-BASIS(WS-RUL-IDX)
           IF WS-RUL-IS-AUTO(WS-RUL-IDX)
               MOVE ELR-DEFAULT-BASIS TO WS-RUL-BASIS(WS-RUL-IDX)
               MOVE ELR-DEFAULT-AMOUNT TO WS-RUL-AMOUNT(WS-RUL-IDX)
               MOVE ELR-OPT-OUT-DAYS
                   TO WS-RUL-OPT-OUT-DAYS(WS-RUL-IDX)
           END-IF
           MOVE "NOT ON DEDMAST" TO WS-RUL-DESC(WS-RUL-IDX).


      * deduction descriptions for the console; a rule whose code
      * is not on the master still runs but says so
       LOAD-RULE-DESCRIPTIONS.
           OPEN INPUT DEDUCTION-MASTER-FILE
           IF NOT WS-DEDM-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEDM-FILE-EOF
               READ DEDUCTION-MASTER-FILE
                   AT END SET WS-DEDM-FILE-EOF TO TRUE
                   NOT AT END
                       SET WS-RUL-IDX TO 1
                       SEARCH WS-RULE-ENTRY
                           WHEN WS-RUL-IDX > WS-RULE-COUNT
                               CONTINUE
                           WHEN WS-RUL-DED-CODE(WS-RUL-IDX)
                               = DED-CODE
                               MOVE DED-DESC
                                   TO WS-RUL-DESC(WS-RUL-IDX)
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-MASTER-FILE
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULE-COUNT
               DISPLAY "Eligibility rule " WS-RUL-DED-CODE(WS-RUL-IDX)
                   " " WS-RUL-DESC(WS-RUL-IDX)
                   " wait " WS-RUL-WAIT-DAYS(WS-RUL-IDX)
                   " auto " WS-RUL-AUTO-ENROLL(WS-RUL-IDX)
           END-PERFORM.


       LOAD-ELIGIBILITY-REGISTER.
           MOVE ZERO TO WS-ELG-COUNT
           OPEN INPUT ELIGIBILITY-REGISTER
           IF NOT WS-REG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-FILE-EOF
               READ ELIGIBILITY-REGISTER
                   AT END SET WS-REG-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-ELG-COUNT < 2000
                           ADD 1 TO WS-ELG-COUNT
                           SET WS-ELG-IDX TO WS-ELG-COUNT
                           MOVE ELG-EMP-ID
                               TO WS-ELG-EMP-ID(WS-ELG-IDX)
                           MOVE ELG-DED-CODE
                               TO WS-ELG-DED-CODE(WS-ELG-IDX)
                           MOVE ELG-ELIGIBLE-DATE
                               TO WS-ELG-ELIGIBLE(WS-ELG-IDX)
                           MOVE ELG-NOTICE-DATE
                               TO WS-ELG-NOTICE(WS-ELG-IDX)
                           MOVE ELG-WINDOW-CLOSE
                               TO WS-ELG-WINDOW(WS-ELG-IDX)
                           MOVE ELG-ACTION
                               TO WS-ELG-ACTION(WS-ELG-IDX)
                           MOVE ELG-STATUS
                               TO WS-ELG-STATUS(WS-ELG-IDX)
                           MOVE ELG-OPT-OUT-DATE
                               TO WS-ELG-OPT-OUT(WS-ELG-IDX)
                           MOVE ELG-CLOSED-DATE
                               TO WS-ELG-CLOSED-ON(WS-ELG-IDX)
                       ELSE
                           MOVE ZERO TO WS-ERR-CODE
                           MOVE "Eligibility register over 2000"
                               & " lines -- rest not loaded"
                               TO WS-ERR-MESSAGE
                           PERFORM REPORT-COMMON-ERROR
                           SET WS-REG-FILE-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELIGIBILITY-REGISTER.


      ******************************************************************
      * Opt-out forms. One inside the window removes the default
      * enrollment outright -- it never took effect, so there is no
      * deduction history to keep -- and the register remembers
      * the opt-out for the window report. A form already applied
      * on an earlier run is passed over quietly.
      ******************************************************************
       APPLY-OPT-OUTS.
           OPEN INPUT OPT-OUT-FILE
           IF NOT WS-OPT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPT-FILE-EOF
               READ OPT-OUT-FILE
                   AT END SET WS-OPT-FILE-EOF TO TRUE
                   NOT AT END
                       IF OPT-EMP-ID NOT = SPACES
                           PERFORM APPLY-ONE-OPT-OUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPT-OUT-FILE.


       APPLY-ONE-OPT-OUT.
           MOVE OPT-EMP-ID TO NTO-EMP-ID
           MOVE OPT-DED-CODE TO NTO-DED-CODE
           MOVE OPT-RECEIVED-DATE TO NTO-RECEIVED

           MOVE "N" TO WS-ON-REGISTER-FLAG
           PERFORM VARYING WS-ELG-IDX FROM 1 BY 1
               UNTIL WS-ELG-IDX > WS-ELG-COUNT OR WS-ON-REGISTER
               IF WS-ELG-EMP-ID(WS-ELG-IDX) = OPT-EMP-ID
                   AND WS-ELG-DED-CODE(WS-ELG-IDX) = OPT-DED-CODE
                   AND WS-ELG-AUTO-ENROLLED(WS-ELG-IDX)
                   SET WS-ON-REGISTER TO TRUE
               END-IF
           END-PERFORM
           IF WS-ON-REGISTER
               SET WS-ELG-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "NOT APPLIED -- NO AUTOMATIC ENROLLMENT ON FILE"
                   TO NTO-RESULT
               PERFORM WRITE-OPT-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-ELG-PENDING(WS-ELG-IDX)
               EXIT PARAGRAPH
           END-IF

           IF OPT-RECEIVED-DATE NOT NUMERIC
               OR OPT-RECEIVED-DATE > WS-ELG-WINDOW(WS-ELG-IDX)
               ADD 1 TO WS-LATE-OPT-COUNT
               MOVE "NOT APPLIED -- AFTER WINDOW, STOP BY ELECTION"
                   TO NTO-RESULT
               PERFORM WRITE-OPT-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE OPT-EMP-ID TO ENR-EMP-ID
           MOVE OPT-DED-CODE TO ENR-DED-CODE
           READ DEDUCTION-ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE DEDUCTION-ENROLLMENT-FILE RECORD
                       INVALID KEY
                           ADD 1 TO WS-FAILED-COUNT
                           MOVE "NOT APPLIED -- ENROLLMENT DELETE"
                               & " FAILED" TO NTO-RESULT
                           PERFORM WRITE-OPT-OUT-LINE
                           EXIT PARAGRAPH
                   END-DELETE
           END-READ

           SET WS-ELG-OPTED-OUT(WS-ELG-IDX) TO TRUE
           MOVE OPT-RECEIVED-DATE TO WS-ELG-OPT-OUT(WS-ELG-IDX)
           ADD 1 TO WS-OPT-OUT-COUNT
           MOVE "APPLIED -- DEFAULT ENROLLMENT REMOVED" TO NTO-RESULT
           PERFORM WRITE-OPT-OUT-LINE

           MOVE "O" TO WS-AUDIT-ACTION
           MOVE OPT-RECEIVED-DATE TO WS-AUDIT-DATE
           MOVE "OPTED OUT" TO WS-AUDIT-RESULT
           PERFORM WRITE-ENROLLMENT-AUDIT-RECORD.


       WRITE-OPT-OUT-LINE.
           MOVE NOTICE-OPT-OUT-LINE TO NOTICE-REPORT-REC
           WRITE NOTICE-REPORT-REC.


      ******************************************************************
      * The master sweep: every active employee against every rule.
      ******************************************************************
       SWEEP-MASTER-FOR-ELIGIBLE.
           PERFORM UNTIL WS-EMP-FILE-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET WS-EMP-FILE-EOF TO TRUE
                   NOT AT END
                       IF EMP-STATUS-ACTIVE
                           AND EMP-HIRE-DATE NUMERIC
                           PERFORM CHECK-EMPLOYEE-RULES
                       END-IF
               END-READ
           END-PERFORM.


       CHECK-EMPLOYEE-RULES.
           MOVE EMP-HIRE-DATE TO WS-WORK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULE-COUNT
               PERFORM CHECK-ONE-RULE
           END-PERFORM.


      * a space pay class reads as hourly, the way the master does
       CHECK-ONE-RULE.
           MOVE EMP-PAY-CLASS TO WS-CLASS-CODE
           IF WS-CLASS-CODE = SPACE
               MOVE "H" TO WS-CLASS-CODE
           END-IF
           MOVE "N" TO WS-CLASS-FLAG
           IF WS-RUL-PAY-CLASSES(WS-RUL-IDX) = SPACES
               OR WS-RUL-PAY-CLASSES(WS-RUL-IDX)(1:1) = WS-CLASS-CODE
               OR WS-RUL-PAY-CLASSES(WS-RUL-IDX)(2:1) = WS-CLASS-CODE
               OR WS-RUL-PAY-CLASSES(WS-RUL-IDX)(3:1) = WS-CLASS-CODE
               SET WS-CLASS-ELIGIBLE TO TRUE
           END-IF
           IF NOT WS-CLASS-ELIGIBLE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ELIGIBLE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               + WS-RUL-WAIT-DAYS(WS-RUL-IDX))
           IF WS-ELIGIBLE-DATE > WS-TODAY-DATE
               OR WS-ELIGIBLE-DATE < WS-LOOKBACK-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ON-REGISTER-FLAG
           PERFORM VARYING WS-ELG-IDX FROM 1 BY 1
               UNTIL WS-ELG-IDX > WS-ELG-COUNT OR WS-ON-REGISTER
               IF WS-ELG-EMP-ID(WS-ELG-IDX) = EMP-ID
                   AND WS-ELG-DED-CODE(WS-ELG-IDX)
                       = WS-RUL-DED-CODE(WS-RUL-IDX)
                   SET WS-ON-REGISTER TO TRUE
               END-IF
           END-PERFORM
           IF WS-ON-REGISTER
               EXIT PARAGRAPH
           END-IF
           IF WS-ELG-COUNT >= 2000
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Eligibility register full -- " EMP-ID " "
                   WS-RUL-DED-CODE(WS-RUL-IDX) " waits a run"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID TO ENR-EMP-ID
           MOVE WS-RUL-DED-CODE(WS-RUL-IDX) TO ENR-DED-CODE
           MOVE "N" TO WS-ENROLLED-FLAG
           READ DEDUCTION-ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENR-STOP-DATE = SPACES
                       OR ENR-STOP-DATE NOT < WS-TODAY-DATE
                       SET WS-ALREADY-ENROLLED TO TRUE
                   END-IF
           END-READ

           ADD 1 TO WS-ELG-COUNT
           SET WS-ELG-IDX TO WS-ELG-COUNT
           MOVE EMP-ID TO WS-ELG-EMP-ID(WS-ELG-IDX)
           MOVE WS-RUL-DED-CODE(WS-RUL-IDX)
               TO WS-ELG-DED-CODE(WS-ELG-IDX)
           MOVE WS-ELIGIBLE-DATE TO WS-ELG-ELIGIBLE(WS-ELG-IDX)
           MOVE WS-TODAY-DATE TO WS-ELG-NOTICE(WS-ELG-IDX)
           MOVE SPACES TO WS-ELG-WINDOW(WS-ELG-IDX)
           MOVE SPACES TO WS-ELG-OPT-OUT(WS-ELG-IDX)
           MOVE SPACES TO WS-ELG-CLOSED-ON(WS-ELG-IDX)
           ADD 1 TO WS-ELIGIBLE-COUNT

           MOVE SPACES TO NOTICE-DETAIL-LINE
           MOVE EMP-ID TO NTD-EMP-ID
           MOVE EMP-NAME TO NTD-NAME
           MOVE EMP-DEPT-CODE TO NTD-DEPT
           MOVE WS-RUL-DED-CODE(WS-RUL-IDX) TO NTD-DED-CODE
           MOVE EMP-HIRE-DATE TO NTD-HIRE-DATE
           MOVE WS-ELIGIBLE-DATE TO NTD-ELIG-DATE

           EVALUATE TRUE
               WHEN WS-ALREADY-ENROLLED
                   SET WS-ELG-WAS-ENROLLED(WS-ELG-IDX) TO TRUE
                   SET WS-ELG-CLOSED(WS-ELG-IDX) TO TRUE
                   MOVE WS-TODAY-DATE TO WS-ELG-CLOSED-ON(WS-ELG-IDX)
                   ADD 1 TO WS-ON-FILE-COUNT
                   MOVE "ALREADY ENROLLED" TO NTD-ACTION
                   MOVE ENR-AMOUNT TO NTD-AMOUNT
                   PERFORM SHOW-ENROLLED-BASIS
               WHEN WS-RUL-IS-AUTO(WS-RUL-IDX)
                   PERFORM WRITE-DEFAULT-ENROLLMENT
               WHEN OTHER
                   SET WS-ELG-ELECT-NEEDED(WS-ELG-IDX) TO TRUE
                   SET WS-ELG-CLOSED(WS-ELG-IDX) TO TRUE
                   MOVE WS-TODAY-DATE TO WS-ELG-CLOSED-ON(WS-ELG-IDX)
                   ADD 1 TO WS-ELECTION-COUNT
                   MOVE "ELECTION REQUIRED" TO NTD-ACTION
           END-EVALUATE

           MOVE NOTICE-DETAIL-LINE TO NOTICE-REPORT-REC
           WRITE NOTICE-REPORT-REC.


      * the window runs from the notice; the default starts the day
      * after it closes
       WRITE-DEFAULT-ENROLLMENT.
           COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-RUL-OPT-OUT-DAYS(WS-RUL-IDX))
           COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-RUL-OPT-OUT-DAYS(WS-RUL-IDX) + 1)

           MOVE EMP-ID TO ENR-EMP-ID
           MOVE WS-RUL-DED-CODE(WS-RUL-IDX) TO ENR-DED-CODE

      *    a stopped enrollment from an earlier spell of employment
      *    is restarted on the default rather than added beside it
           READ DEDUCTION-ENROLLMENT-FILE
               INVALID KEY
                   PERFORM BUILD-DEFAULT-ENROLLMENT
                   WRITE DEDUCTION-ENROLLMENT-RECORD
                       INVALID KEY
                           PERFORM DEFAULT-ENROLLMENT-FAILED
                           EXIT PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   PERFORM BUILD-DEFAULT-ENROLLMENT
                   REWRITE DEDUCTION-ENROLLMENT-RECORD
                       INVALID KEY
                           PERFORM DEFAULT-ENROLLMENT-FAILED
                           EXIT PARAGRAPH
                   END-REWRITE
           END-READ

           SET WS-ELG-AUTO-ENROLLED(WS-ELG-IDX) TO TRUE
           SET WS-ELG-PENDING(WS-ELG-IDX) TO TRUE
           MOVE WS-WINDOW-DATE TO WS-ELG-WINDOW(WS-ELG-IDX)
           ADD 1 TO WS-ENROLLED-COUNT
           MOVE "AUTO-ENROLLED" TO NTD-ACTION
           MOVE WS-RUL-AMOUNT(WS-RUL-IDX) TO NTD-AMOUNT
           PERFORM SHOW-ENROLLED-BASIS
           MOVE WS-WINDOW-DATE TO NTD-WINDOW

           MOVE "A" TO WS-AUDIT-ACTION
           MOVE WS-START-DATE TO WS-AUDIT-DATE
           MOVE "AUTO-ENROLLED" TO WS-AUDIT-RESULT
           PERFORM WRITE-ENROLLMENT-AUDIT-RECORD.


       BUILD-DEFAULT-ENROLLMENT.
           MOVE SPACES TO DEDUCTION-ENROLLMENT-RECORD
           MOVE EMP-ID TO ENR-EMP-ID
           MOVE WS-RUL-DED-CODE(WS-RUL-IDX) TO ENR-DED-CODE
           MOVE WS-RUL-AMOUNT(WS-RUL-IDX) TO ENR-AMOUNT
           MOVE WS-RUL-BASIS(WS-RUL-IDX) TO ENR-BASIS
           MOVE WS-START-DATE TO ENR-START-DATE
           MOVE SPACES TO ENR-STOP-DATE
           MOVE ZERO TO ENR-GOAL-AMOUNT ENR-TAKEN-TO-DATE
           MOVE ZERO TO ENR-RUN-PERIOD ENR-RUN-TAKEN
           MOVE SPACES TO ENR-RUN-STARTED.


      * the employee stays off the register so the next run tries
      * again
       DEFAULT-ENROLLMENT-FAILED.
           SUBTRACT 1 FROM WS-ELG-COUNT
           SUBTRACT 1 FROM WS-ELIGIBLE-COUNT
           ADD 1 TO WS-FAILED-COUNT
           MOVE "ENROLL FAILED" TO NTD-ACTION
           MOVE WS-DEDE-FILE-STATUS TO WS-ERR-CODE
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING "Default enrollment not written for " EMP-ID " "
               WS-RUL-DED-CODE(WS-RUL-IDX)
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE
           END-STRING
           PERFORM REPORT-COMMON-ERROR.


       SHOW-ENROLLED-BASIS.
           IF ENR-BASIS = "G" OR ENR-BASIS = "N"
               MOVE " %" TO NTD-BASIS
           ELSE
               MOVE " $" TO NTD-BASIS
           END-IF.


      ******************************************************************
      * Windows closed before today: the enrollment as it now
      * stands decides the outcome. Opted out here, or stopped or
      * removed by an election since, reads as declined; anything
      * else took effect on its start date.
      ******************************************************************
       CLOSE-EXPIRED-WINDOWS.
           PERFORM VARYING WS-ELG-IDX FROM 1 BY 1
               UNTIL WS-ELG-IDX > WS-ELG-COUNT
               IF WS-ELG-AUTO-ENROLLED(WS-ELG-IDX)
                   AND WS-ELG-CLOSED-ON(WS-ELG-IDX) = SPACES
                   AND WS-ELG-WINDOW(WS-ELG-IDX) < WS-TODAY-DATE
                   PERFORM CLOSE-ONE-WINDOW
               END-IF
           END-PERFORM.


       CLOSE-ONE-WINDOW.
           MOVE SPACES TO WINDOW-DETAIL-LINE
           MOVE WS-ELG-EMP-ID(WS-ELG-IDX) TO WND-EMP-ID
           MOVE WS-ELG-DED-CODE(WS-ELG-IDX) TO WND-DED-CODE
           MOVE WS-ELG-NOTICE(WS-ELG-IDX) TO WND-NOTICE
           MOVE WS-ELG-WINDOW(WS-ELG-IDX) TO WND-WINDOW

           MOVE WS-ELG-EMP-ID(WS-ELG-IDX) TO EMP-ID
           PERFORM FIND-EMPLOYEE-NAME

           IF WS-ELG-PENDING(WS-ELG-IDX)
               MOVE WS-ELG-EMP-ID(WS-ELG-IDX) TO ENR-EMP-ID
               MOVE WS-ELG-DED-CODE(WS-ELG-IDX) TO ENR-DED-CODE
               READ DEDUCTION-ENROLLMENT-FILE
                   INVALID KEY
                       SET WS-ELG-OPTED-OUT(WS-ELG-IDX) TO TRUE
                   NOT INVALID KEY
                       IF ENR-STOP-DATE NOT = SPACES
                           AND ENR-STOP-DATE < ENR-START-DATE
                           SET WS-ELG-OPTED-OUT(WS-ELG-IDX) TO TRUE
                       ELSE
                           SET WS-ELG-TOOK-EFFECT(WS-ELG-IDX)
                               TO TRUE
                       END-IF
               END-READ
           END-IF

           IF WS-ELG-OPTED-OUT(WS-ELG-IDX)
               MOVE "OPTED OUT" TO WND-RESULT
               MOVE WS-ELG-OPT-OUT(WS-ELG-IDX) TO WND-DATE
               IF WS-ELG-OPT-OUT(WS-ELG-IDX) = SPACES
                   MOVE "ELECTION" TO WND-DATE
               END-IF
               ADD 1 TO WS-DECLINED-COUNT
           ELSE
               MOVE "TOOK EFFECT" TO WND-RESULT
               MOVE ENR-START-DATE TO WND-DATE
               MOVE ENR-AMOUNT TO WND-AMOUNT
               IF ENR-BASIS = "G" OR ENR-BASIS = "N"
                   MOVE " %" TO WND-BASIS
               ELSE
                   MOVE " $" TO WND-BASIS
               END-IF
               ADD 1 TO WS-EFFECT-COUNT
           END-IF
           MOVE WS-TODAY-DATE TO WS-ELG-CLOSED-ON(WS-ELG-IDX)
           ADD 1 TO WS-CLOSED-COUNT
           MOVE WINDOW-DETAIL-LINE TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC.


      * the master is read in key order for the sweep, so a name
      * for the window report comes from a START and a read
       FIND-EMPLOYEE-NAME.
           MOVE SPACES TO WND-NAME
           START EMPLOYEE-MASTER-FILE KEY IS = EMP-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           MOVE EMP-NAME TO WND-NAME.


       WRITE-REPORT-TOTALS.
           MOVE SPACES TO NOTICE-REPORT-REC
           WRITE NOTICE-REPORT-REC
           MOVE WS-ELIGIBLE-COUNT TO NTT-ELIGIBLE
           MOVE WS-ENROLLED-COUNT TO NTT-ENROLLED
           MOVE WS-ELECTION-COUNT TO NTT-ELECTION
           MOVE WS-ON-FILE-COUNT  TO NTT-ON-FILE
           MOVE WS-OPT-OUT-COUNT  TO NTT-OPT-OUTS
           MOVE NOTICE-TOTAL-LINE TO NOTICE-REPORT-REC
           WRITE NOTICE-REPORT-REC

           MOVE SPACES TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC
           MOVE WS-CLOSED-COUNT   TO WNT-CLOSED
           MOVE WS-EFFECT-COUNT   TO WNT-EFFECT
           MOVE WS-DECLINED-COUNT TO WNT-DECLINED
           MOVE WINDOW-TOTAL-LINE TO WINDOW-REPORT-REC
           WRITE WINDOW-REPORT-REC.


      * closed lines age off a year after closing; open windows
      * always stay
       SAVE-ELIGIBILITY-REGISTER.
           OPEN OUTPUT ELIGIBILITY-REGISTER
           IF NOT WS-REG-FILE-OK
               MOVE WS-REG-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite ELIGIBILITY-REGISTER"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ELG-IDX FROM 1 BY 1
               UNTIL WS-ELG-IDX > WS-ELG-COUNT
               IF WS-ELG-CLOSED-ON(WS-ELG-IDX) NOT = SPACES
                   AND WS-ELG-CLOSED-ON(WS-ELG-IDX) < WS-KEEP-DATE
                   ADD 1 TO WS-AGED-OFF-COUNT
               ELSE
                   MOVE SPACES TO ELIGIBILITY-REGISTER-RECORD
                   MOVE WS-ELG-EMP-ID(WS-ELG-IDX) TO ELG-EMP-ID
                   MOVE WS-ELG-DED-CODE(WS-ELG-IDX) TO ELG-DED-CODE
                   MOVE WS-ELG-ELIGIBLE(WS-ELG-IDX)
                       TO ELG-ELIGIBLE-DATE
                   MOVE WS-ELG-NOTICE(WS-ELG-IDX) TO ELG-NOTICE-DATE
                   MOVE WS-ELG-WINDOW(WS-ELG-IDX) TO ELG-WINDOW-CLOSE
                   MOVE WS-ELG-ACTION(WS-ELG-IDX) TO ELG-ACTION
                   MOVE WS-ELG-STATUS(WS-ELG-IDX) TO ELG-STATUS
                   MOVE WS-ELG-OPT-OUT(WS-ELG-IDX) TO ELG-OPT-OUT-DATE
                   MOVE WS-ELG-CLOSED-ON(WS-ELG-IDX)
                       TO ELG-CLOSED-DATE
                   WRITE ELIGIBILITY-REGISTER-RECORD
               END-IF
           END-PERFORM
           CLOSE ELIGIBILITY-REGISTER.


       WRITE-ENROLLMENT-AUDIT-RECORD.
           MOVE SPACES TO SYS-AUDIT-RECORD
           MOVE "BENELIG" TO SYSAUD-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:15) TO SYSAUD-TIMESTAMP
           MOVE SPACES TO SYSAUD-KEY-INPUT
           STRING WS-AUDIT-ACTION " " ENR-EMP-ID " "
               ENR-DED-CODE " " WS-AUDIT-DATE
               DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
           END-STRING
           MOVE WS-AUDIT-RESULT TO SYSAUD-KEY-RESULT
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD.
