      ******************************************************************
      * Weekly state new-hire reporting. Every new hire and rehire
      * must reach the state directory within 20 days of the hire
      * date; this job replaces the clerk retyping them off the
      * maintenance report. Hires are found three ways, so a week
      * of maintenance runs cannot slip one past it:
      *   - "A" transactions EMPMAINT applied (EMPMRSLT.TXT), which
      *     includes everything the HR intake fed it;
      *   - reactivations, a term date cleared on the change
      *     history (EMPCHG);
      *   - a sweep of EMPMAST for active employees hired inside
      *     the look-back window with no hire on the register.
      * Each hire goes on the new-hire register (NHREG.TXT) and is
      * reported once, joined to the personal-data master for the
      * SSN, legal name, address, and birth date, to one state file
      * per work state -- NEWHRxx.TXT through a data-name ASSIGN,
      * the SUTAQTR way -- with the employer identity from
      * COMPANY.TXT. A hire that cannot be reported (no personal
      * data yet, no employer record) stays on the register and is
      * retried every run; NEWHIRE.RPT lists every hire reported or
      * held, and any hire past the 20-day limit still unreported
      * is flagged OVERDUE and alerted so the fine is headed off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWHIRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "EMPPERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT EMP-CHANGE-FILE ASSIGN TO "EMPCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT MAINT-RESULT-FILE ASSIGN TO "EMPMRSLT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSL-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.

           SELECT NEW-HIRE-REGISTER ASSIGN TO "NHREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-FILE-STATUS.

           SELECT STATE-NEW-HIRE-FILE ASSIGN TO WS-STATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNH-FILE-STATUS.

           SELECT NEW-HIRE-REPORT-FILE ASSIGN TO "NEWHIRE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  PERSONAL-DATA-FILE.
           COPY PERSREC.

       FD  EMP-CHANGE-FILE.
           COPY EMPCHG.

       FD  MAINT-RESULT-FILE.
       01  MAINT-RESULT-RECORD.
           05  RSL-EMP-ID      PIC X(6).
           05  RSL-ACTION      PIC X.
           05  RSL-STATUS      PIC X(8).
           05  RSL-REASON      PIC X(40).

       FD  COMPANY-FILE.
           COPY COMPANY.

      * one line per hire event found: the employee, new hire or
      * rehire, the hire date being reported, the work state and
      * company at detection, where it was found, and the date it
      * went to the state (spaces = not yet reported)
       FD  NEW-HIRE-REGISTER.
       01  NEW-HIRE-REGISTER-RECORD.
           05  NHG-EMP-ID          PIC X(6).
           05  FILLER              PIC X.
           05  NHG-HIRE-TYPE       PIC X.
           05  FILLER              PIC X.
           05  NHG-HIRE-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  NHG-WORK-STATE      PIC X(2).
           05  FILLER              PIC X.
           05  NHG-COMPANY         PIC X(2).
           05  FILLER              PIC X.
           05  NHG-SOURCE          PIC X.
           05  FILLER              PIC X.
           05  NHG-FOUND-DATE      PIC X(8).
           05  FILLER              PIC X.
           05  NHG-REPORTED-DATE   PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-DATE         PIC 9(8).

      * the state directory's fixed new-hire layout: a "W4" record
      * per hire and a "T4" trailer carrying the count
       FD  STATE-NEW-HIRE-FILE.
       01  STATE-NEW-HIRE-RECORD.
           05  SNH-RECORD-TYPE     PIC X(2).
           05  SNH-SSN             PIC X(9).
           05  SNH-FIRST-NAME      PIC X(16).
           05  SNH-MIDDLE-NAME     PIC X(16).
           05  SNH-LAST-NAME       PIC X(30).
           05  SNH-ADDRESS-1       PIC X(40).
           05  SNH-ADDRESS-2       PIC X(40).
           05  SNH-CITY            PIC X(25).
           05  SNH-STATE           PIC X(2).
           05  SNH-ZIP             PIC X(5).
           05  SNH-ZIP-EXT         PIC X(4).
           05  SNH-BIRTH-DATE      PIC X(8).
           05  SNH-HIRE-DATE       PIC X(8).
           05  SNH-HIRE-TYPE       PIC X.
           05  SNH-WORK-STATE      PIC X(2).
           05  SNH-EMPLOYER-FEIN   PIC X(9).
           05  SNH-EMPLOYER-NAME   PIC X(45).
           05  SNH-EMPLOYER-ADDR   PIC X(40).
           05  SNH-EMPLOYER-CITY   PIC X(25).
           05  SNH-EMPLOYER-STATE  PIC X(2).
           05  SNH-EMPLOYER-ZIP    PIC X(9).
       01  STATE-NEW-HIRE-TRAILER.
           05  SNT-RECORD-TYPE     PIC X(2).
           05  SNT-WORK-STATE      PIC X(2).
           05  SNT-RECORD-COUNT    PIC 9(7).
           05  SNT-CREATED-DATE    PIC X(8).

       FD  NEW-HIRE-REPORT-FILE.
       01  NEW-HIRE-REPORT-REC     PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".
           88  WS-EMP-FILE-EOF       VALUE "10".

       77  WS-PER-FILE-STATUS PIC XX.
           88  WS-PER-FILE-OK        VALUE "00".

       77  WS-CHG-FILE-STATUS PIC XX.
           88  WS-CHG-FILE-OK        VALUE "00".
           88  WS-CHG-FILE-EOF       VALUE "10".

       77  WS-RSL-FILE-STATUS PIC XX.
           88  WS-RSL-FILE-OK        VALUE "00".
           88  WS-RSL-FILE-EOF       VALUE "10".

       77  WS-CMP-FILE-STATUS PIC XX.
           88  WS-CMP-FILE-OK        VALUE "00".
           88  WS-CMP-FILE-EOF       VALUE "10".

       77  WS-REG-FILE-STATUS PIC XX.
           88  WS-REG-FILE-OK        VALUE "00".
           88  WS-REG-FILE-EOF       VALUE "10".

       77  WS-BUS-FILE-STATUS PIC XX.
           88  WS-BUS-FILE-OK        VALUE "00".

       77  WS-SNH-FILE-STATUS PIC XX.
           88  WS-SNH-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

      * the state's deadline, the window the change-history and
      * master sweeps look back over, and how long a reported
      * hire stays on the register before it ages off
       77  WS-REPORT-DEADLINE-DAYS PIC 9(3) VALUE 20.
       77  WS-LOOKBACK-DAYS       PIC 9(3) VALUE 60.
       77  WS-REGISTER-KEEP-DAYS  PIC 9(3) VALUE 400.

       77  WS-TODAY-DATE      PIC 9(8) VALUE ZERO.
       77  WS-TODAY-INT       PIC 9(7) VALUE ZERO.
       77  WS-LOOKBACK-DATE   PIC 9(8) VALUE ZERO.
       77  WS-HIRE-INT        PIC 9(7) VALUE ZERO.
       77  WS-DAYS-SINCE-HIRE PIC S9(5) VALUE ZERO.
       77  WS-WORK-DATE       PIC 9(8) VALUE ZERO.

      * the register, held whole for the run
       77  WS-NHR-COUNT PIC 9(4) VALUE ZERO.
       01  WS-NHR-TABLE.
           05  WS-NHR-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-NHR-IDX.
               10  WS-NHR-EMP-ID       PIC X(6).
               10  WS-NHR-HIRE-TYPE    PIC X.
                   88  WS-NHR-NEW-HIRE     VALUE "N".
                   88  WS-NHR-REHIRE       VALUE "R".
               10  WS-NHR-HIRE-DATE    PIC X(8).
               10  WS-NHR-WORK-STATE   PIC X(2).
               10  WS-NHR-COMPANY      PIC X(2).
               10  WS-NHR-SOURCE       PIC X.
               10  WS-NHR-FOUND-DATE   PIC X(8).
               10  WS-NHR-REPORTED     PIC X(8).

      * the event being considered for the register
       77  WS-NEW-EMP-ID      PIC X(6)  VALUE SPACES.
       77  WS-NEW-HIRE-TYPE   PIC X     VALUE SPACE.
       77  WS-NEW-HIRE-DATE   PIC X(8)  VALUE SPACES.
       77  WS-NEW-SOURCE      PIC X     VALUE SPACE.
       77  WS-ON-REGISTER-FLAG PIC X VALUE "N".
           88  WS-ON-REGISTER        VALUE "Y".

      * employer identity by company code
       77  WS-CMP-COUNT PIC 99 VALUE ZERO.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-CMP-IDX.
               10  WS-CMP-CODE         PIC X(2).
               10  WS-CMP-FEIN         PIC X(9).
               10  WS-CMP-NAME         PIC X(40).
               10  WS-CMP-ADDRESS      PIC X(40).
               10  WS-CMP-CITY         PIC X(25).
               10  WS-CMP-STATE        PIC X(2).
               10  WS-CMP-ZIP          PIC X(9).
       77  WS-LOOKUP-COMPANY  PIC X(2)  VALUE SPACES.

      * the work states with something to report this run
       77  WS-STATE-COUNT PIC 99 VALUE ZERO.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 60 TIMES
                               INDEXED BY WS-STATE-IDX.
               10  WS-STA-STATE        PIC X(2).
               10  WS-STA-REPORTED     PIC 9(5).
               10  WS-STA-HELD         PIC 9(5).

       77  WS-STATE-FILE-NAME PIC X(12) VALUE SPACES.
       77  WS-CURRENT-STATE   PIC X(2)  VALUE SPACES.
       77  WS-STATE-FILE-OPEN PIC X VALUE "N".
           88  WS-STATE-FILE-IS-OPEN VALUE "Y".
       77  WS-HOLD-REASON     PIC X(20) VALUE SPACES.

       77  WS-FOUND-COUNT     PIC 9(5) VALUE ZERO.
       77  WS-REPORTED-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-HELD-COUNT      PIC 9(5) VALUE ZERO.
       77  WS-LATE-COUNT      PIC 9(5) VALUE ZERO.
       77  WS-OVERDUE-COUNT   PIC 9(5) VALUE ZERO.
       77  WS-AGED-OFF-COUNT  PIC 9(5) VALUE ZERO.

       01  NEW-HIRE-HEADING-LINE.
           05  FILLER  PIC X(34)
               VALUE "STATE NEW-HIRE REPORTING CONTROL".
           05  FILLER  PIC X(6)  VALUE SPACES.
           05  NHH-DATE PIC 9(8).

       01  NEW-HIRE-DETAIL-LINE.
           05  NHD-STATUS      PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  NHD-EMP-ID      PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  NHD-SSN         PIC X(9).
           05  FILLER          PIC X     VALUE SPACE.
           05  NHD-HIRE-TYPE   PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  NHD-HIRE-DATE   PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  NHD-STATE       PIC X(2).
           05  FILLER          PIC X(6)  VALUE "  DAY ".
           05  NHD-DAYS        PIC ZZZZ9.
           05  FILLER          PIC X     VALUE SPACE.
           05  NHD-FLAG        PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  NHD-REASON      PIC X(20).

       01  NEW-HIRE-STATE-LINE.
           05  FILLER          PIC X(6)  VALUE "STATE ".
           05  NHS-STATE       PIC X(2).
           05  FILLER          PIC X(11) VALUE "  REPORTED ".
           05  NHS-REPORTED    PIC ZZZZ9.
           05  FILLER          PIC X(7)  VALUE "  HELD ".
           05  NHS-HELD        PIC ZZZZ9.
           05  FILLER          PIC X(7)  VALUE "  FILE ".
           05  NHS-FILE        PIC X(12).

       01  NEW-HIRE-TOTAL-LINE.
           05  FILLER          PIC X(7)  VALUE "FOUND: ".
           05  NHT-FOUND       PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE "  REPORTED: ".
           05  NHT-REPORTED    PIC ZZZZ9.
           05  FILLER          PIC X(8)  VALUE "  HELD: ".
           05  NHT-HELD        PIC ZZZZ9.
           05  FILLER          PIC X(8)  VALUE "  LATE: ".
           05  NHT-LATE        PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE "  OVERDUE: ".
           05  NHT-OVERDUE     PIC ZZZZ9.

       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY MASKREQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "NEWHIRE " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           PERFORM ESTABLISH-RUN-DATE

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           OPEN INPUT PERSONAL-DATA-FILE
           IF NOT WS-PER-FILE-OK
               DISPLAY "No EMPPERS on file -- every hire holds for"
                   " personal data."
           END-IF

           OPEN OUTPUT NEW-HIRE-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open NEW-HIRE-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE EMPLOYEE-MASTER-FILE
               IF WS-PER-FILE-OK
                   CLOSE PERSONAL-DATA-FILE
               END-IF
               GOBACK
           END-IF
           MOVE WS-TODAY-DATE TO NHH-DATE
           MOVE NEW-HIRE-HEADING-LINE TO NEW-HIRE-REPORT-REC
           WRITE NEW-HIRE-REPORT-REC
           MOVE SPACES TO NEW-HIRE-REPORT-REC
           WRITE NEW-HIRE-REPORT-REC

           PERFORM LOAD-COMPANY-TABLE
           PERFORM LOAD-NEW-HIRE-REGISTER

      *    find this week's hires, three ways
           PERFORM PICK-UP-APPLIED-ADDS
           PERFORM PICK-UP-REACTIVATIONS
           PERFORM SWEEP-MASTER-FOR-HIRES

      *    then report everything still owed, one file per state
           PERFORM COLLECT-REPORT-STATES
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT
               PERFORM WRITE-ONE-STATE-FILE
           END-PERFORM

           PERFORM WRITE-NEW-HIRE-TOTALS
           PERFORM SAVE-NEW-HIRE-REGISTER

           CLOSE EMPLOYEE-MASTER-FILE
           IF WS-PER-FILE-OK
               CLOSE PERSONAL-DATA-FILE
           END-IF
           CLOSE NEW-HIRE-REPORT-FILE

           IF WS-OVERDUE-COUNT > ZERO
               MOVE "NEWHIRE" TO WS-ERR-PROGRAM-ID
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "New hires past 20-day limit unreported: "
                   WS-OVERDUE-COUNT
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
           DISPLAY "NEWHIRE found " WS-FOUND-COUNT
               " reported " WS-REPORTED-COUNT
               " held " WS-HELD-COUNT
               " overdue " WS-OVERDUE-COUNT
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "NEWHIRE" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * the chain's business date when one is established, so a
      * rerun judges the 20 days the way the failed run would have
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
               WS-TODAY-INT - WS-LOOKBACK-DAYS).


       LOAD-COMPANY-TABLE.
           OPEN INPUT COMPANY-FILE
           IF NOT WS-CMP-FILE-OK
               DISPLAY "No COMPANY.TXT -- every hire holds for an"
                   " employer record."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CMP-FILE-EOF
               READ COMPANY-FILE
                   AT END SET WS-CMP-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-CMP-COUNT < 20 AND CMP-CODE NOT = SPACES
                           ADD 1 TO WS-CMP-COUNT
                           SET WS-CMP-IDX TO WS-CMP-COUNT
                           MOVE CMP-CODE TO WS-CMP-CODE(WS-CMP-IDX)
                           MOVE CMP-FEIN TO WS-CMP-FEIN(WS-CMP-IDX)
                           MOVE CMP-NAME TO WS-CMP-NAME(WS-CMP-IDX)
                           MOVE CMP-ADDRESS
                               TO WS-CMP-ADDRESS(WS-CMP-IDX)
                           MOVE CMP-CITY TO WS-CMP-CITY(WS-CMP-IDX)
                           MOVE CMP-STATE
                               TO WS-CMP-STATE(WS-CMP-IDX)
                           MOVE CMP-ZIP TO WS-CMP-ZIP(WS-CMP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.


       LOAD-NEW-HIRE-REGISTER.
           OPEN INPUT NEW-HIRE-REGISTER
           IF NOT WS-REG-FILE-OK
               DISPLAY "No NHREG.TXT -- starting a new register."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-FILE-EOF
               READ NEW-HIRE-REGISTER
                   AT END SET WS-REG-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-NHR-COUNT < 1000
                           ADD 1 TO WS-NHR-COUNT
                           SET WS-NHR-IDX TO WS-NHR-COUNT
                           MOVE NHG-EMP-ID
                               TO WS-NHR-EMP-ID(WS-NHR-IDX)
                           MOVE NHG-HIRE-TYPE
                               TO WS-NHR-HIRE-TYPE(WS-NHR-IDX)
                           MOVE NHG-HIRE-DATE
                               TO WS-NHR-HIRE-DATE(WS-NHR-IDX)
                           MOVE NHG-WORK-STATE
                               TO WS-NHR-WORK-STATE(WS-NHR-IDX)
                           MOVE NHG-COMPANY
                               TO WS-NHR-COMPANY(WS-NHR-IDX)
                           MOVE NHG-SOURCE
                               TO WS-NHR-SOURCE(WS-NHR-IDX)
                           MOVE NHG-FOUND-DATE
                               TO WS-NHR-FOUND-DATE(WS-NHR-IDX)
                           MOVE NHG-REPORTED-DATE
                               TO WS-NHR-REPORTED(WS-NHR-IDX)
                       ELSE
                           DISPLAY "New-hire register full -- "
                               NHG-EMP-ID " not carried."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEW-HIRE-REGISTER.


      ******************************************************************
      * Adds EMPMAINT applied on its last run. The HR intake feeds
      * EMPMAINT, so its adds arrive here the same way.
      ******************************************************************
       PICK-UP-APPLIED-ADDS.
           OPEN INPUT MAINT-RESULT-FILE
           IF NOT WS-RSL-FILE-OK
               DISPLAY "No EMPMRSLT.TXT -- the master sweep alone"
                   " finds this week's adds."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RSL-FILE-EOF
               READ MAINT-RESULT-FILE
                   AT END SET WS-RSL-FILE-EOF TO TRUE
                   NOT AT END
                       IF RSL-ACTION = "A" AND RSL-STATUS = "APPLIED"
                           MOVE RSL-EMP-ID TO EMP-ID
                           READ EMPLOYEE-MASTER-FILE
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE EMP-ID TO WS-NEW-EMP-ID
                                   MOVE "N" TO WS-NEW-HIRE-TYPE
                                   MOVE EMP-HIRE-DATE
                                       TO WS-NEW-HIRE-DATE
                                   MOVE "M" TO WS-NEW-SOURCE
                                   PERFORM ADD-HIRE-TO-REGISTER
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-RESULT-FILE.


      ******************************************************************
      * A reactivation is a term date cleared on the change history;
      * the rehire is reported as of the day the change was made.
      ******************************************************************
       PICK-UP-REACTIVATIONS.
           OPEN INPUT EMP-CHANGE-FILE
           IF NOT WS-CHG-FILE-OK
               DISPLAY "No EMPCHG on file -- no reactivations to"
                   " look for."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CHG-KEY
           START EMP-CHANGE-FILE KEY NOT < CHG-KEY
               INVALID KEY SET WS-CHG-FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CHG-FILE-EOF
               READ EMP-CHANGE-FILE NEXT
                   AT END SET WS-CHG-FILE-EOF TO TRUE
                   NOT AT END
                       IF CHG-FIELD-NAME = "TERM DATE"
                           AND CHG-OLD-VALUE NOT = SPACES
                           AND CHG-OLD-VALUE(1:8) NOT = ZERO
                           AND (CHG-NEW-VALUE = SPACES
                               OR CHG-NEW-VALUE(1:8) = ZERO)
                           AND CHG-TIMESTAMP(1:8) NUMERIC
                           AND CHG-TIMESTAMP(1:8) NOT <
                               WS-LOOKBACK-DATE
                           PERFORM NOTE-ONE-REACTIVATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-CHANGE-FILE.


       NOTE-ONE-REACTIVATION.
           MOVE CHG-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE EMP-ID TO WS-NEW-EMP-ID
           MOVE "R" TO WS-NEW-HIRE-TYPE
      *    a rehire keyed with a fresh hire date reports that date
           IF EMP-HIRE-DATE NUMERIC
               AND EMP-HIRE-DATE >= CHG-OLD-VALUE(1:8)
               MOVE EMP-HIRE-DATE TO WS-NEW-HIRE-DATE
           ELSE
               MOVE CHG-TIMESTAMP(1:8) TO WS-NEW-HIRE-DATE
           END-IF
           MOVE "C" TO WS-NEW-SOURCE
           PERFORM ADD-HIRE-TO-REGISTER.


      ******************************************************************
      * Safety net: an active employee hired inside the look-back
      * window with no hire on the register on or after that date
      * was added by a maintenance run this job never saw (the
      * result file is rewritten every run, and future-dated adds
      * apply later) -- catch it here, not in a fine notice.
      ******************************************************************
       SWEEP-MASTER-FOR-HIRES.
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-MASTER-FILE KEY NOT < EMP-ID
               INVALID KEY SET WS-EMP-FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EMP-FILE-EOF
               READ EMPLOYEE-MASTER-FILE NEXT
                   AT END SET WS-EMP-FILE-EOF TO TRUE
                   NOT AT END
                       IF (EMP-TERM-DATE = SPACES
                           OR EMP-TERM-DATE = ZERO)
                           AND EMP-HIRE-DATE NUMERIC
                           AND EMP-HIRE-DATE NOT < WS-LOOKBACK-DATE
                           MOVE EMP-ID TO WS-NEW-EMP-ID
                           MOVE "N" TO WS-NEW-HIRE-TYPE
                           MOVE EMP-HIRE-DATE TO WS-NEW-HIRE-DATE
                           MOVE "S" TO WS-NEW-SOURCE
                           PERFORM ADD-HIRE-TO-REGISTER
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-EMP-FILE-STATUS.


      * one hire event per employee per hire date: an employee
      * already on the register on or after this date is the same
      * hire found another way. EMPREC must hold the employee.
       ADD-HIRE-TO-REGISTER.
           MOVE "N" TO WS-ON-REGISTER-FLAG
           PERFORM VARYING WS-NHR-IDX FROM 1 BY 1
               UNTIL WS-NHR-IDX > WS-NHR-COUNT
               IF WS-NHR-EMP-ID(WS-NHR-IDX) = WS-NEW-EMP-ID
                   AND WS-NHR-HIRE-DATE(WS-NHR-IDX)
                       NOT < WS-NEW-HIRE-DATE
                   SET WS-ON-REGISTER TO TRUE
               END-IF
           END-PERFORM
           IF WS-ON-REGISTER
               EXIT PARAGRAPH
           END-IF
           IF WS-NHR-COUNT = 1000
               DISPLAY "New-hire register full -- " WS-NEW-EMP-ID
                   " not registered."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NHR-COUNT
           ADD 1 TO WS-FOUND-COUNT
           SET WS-NHR-IDX TO WS-NHR-COUNT
           MOVE WS-NEW-EMP-ID    TO WS-NHR-EMP-ID(WS-NHR-IDX)
           MOVE WS-NEW-HIRE-TYPE TO WS-NHR-HIRE-TYPE(WS-NHR-IDX)
           MOVE WS-NEW-HIRE-DATE TO WS-NHR-HIRE-DATE(WS-NHR-IDX)
           MOVE EMP-WORK-STATE   TO WS-NHR-WORK-STATE(WS-NHR-IDX)
           MOVE EMP-COMPANY-CODE TO WS-NHR-COMPANY(WS-NHR-IDX)
           IF WS-NHR-COMPANY(WS-NHR-IDX) = SPACES
               MOVE "01" TO WS-NHR-COMPANY(WS-NHR-IDX)
           END-IF
           MOVE WS-NEW-SOURCE    TO WS-NHR-SOURCE(WS-NHR-IDX)
           MOVE WS-TODAY-DATE    TO WS-NHR-FOUND-DATE(WS-NHR-IDX)
           MOVE SPACES           TO WS-NHR-REPORTED(WS-NHR-IDX).


       COLLECT-REPORT-STATES.
           PERFORM VARYING WS-NHR-IDX FROM 1 BY 1
               UNTIL WS-NHR-IDX > WS-NHR-COUNT
               IF WS-NHR-REPORTED(WS-NHR-IDX) = SPACES
                   PERFORM NOTE-REPORT-STATE
               END-IF
           END-PERFORM.


       NOTE-REPORT-STATE.
           SET WS-STATE-IDX TO 1
           PERFORM UNTIL WS-STATE-IDX > WS-STATE-COUNT
                   OR WS-STA-STATE(WS-STATE-IDX)
                       = WS-NHR-WORK-STATE(WS-NHR-IDX)
               SET WS-STATE-IDX UP BY 1
           END-PERFORM
           IF WS-STATE-IDX > WS-STATE-COUNT
               IF WS-STATE-COUNT = 60
                   DISPLAY "State table full -- "
                       WS-NHR-WORK-STATE(WS-NHR-IDX) " not filed."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STATE-COUNT
               SET WS-STATE-IDX TO WS-STATE-COUNT
               MOVE WS-NHR-WORK-STATE(WS-NHR-IDX)
                   TO WS-STA-STATE(WS-STATE-IDX)
               MOVE ZERO TO WS-STA-REPORTED(WS-STATE-IDX)
               MOVE ZERO TO WS-STA-HELD(WS-STATE-IDX)
           END-IF.


      ******************************************************************
      * One state file per work state, NEWHRxx.TXT, holding every
      * hire owed to that state; opened only once there is a hire
      * ready to go, so a state whose hires are all held gets no
      * empty file to upload by mistake.
      ******************************************************************
       WRITE-ONE-STATE-FILE.
           MOVE WS-STA-STATE(WS-STATE-IDX) TO WS-CURRENT-STATE
           MOVE SPACES TO WS-STATE-FILE-NAME
           STRING "NEWHR" WS-CURRENT-STATE ".TXT"
               DELIMITED BY SIZE INTO WS-STATE-FILE-NAME
           END-STRING
           MOVE "N" TO WS-STATE-FILE-OPEN

           PERFORM VARYING WS-NHR-IDX FROM 1 BY 1
               UNTIL WS-NHR-IDX > WS-NHR-COUNT
               IF WS-NHR-REPORTED(WS-NHR-IDX) = SPACES
                   AND WS-NHR-WORK-STATE(WS-NHR-IDX)
                       = WS-CURRENT-STATE
                   PERFORM REPORT-ONE-HIRE
               END-IF
           END-PERFORM

           IF WS-STATE-FILE-IS-OPEN
               MOVE SPACES TO STATE-NEW-HIRE-TRAILER
               MOVE "T4" TO SNT-RECORD-TYPE
               MOVE WS-CURRENT-STATE TO SNT-WORK-STATE
               MOVE WS-STA-REPORTED(WS-STATE-IDX)
                   TO SNT-RECORD-COUNT
               MOVE WS-TODAY-DATE TO SNT-CREATED-DATE
               WRITE STATE-NEW-HIRE-TRAILER
               CLOSE STATE-NEW-HIRE-FILE
           ELSE
               MOVE "(NONE)" TO WS-STATE-FILE-NAME
           END-IF

           MOVE WS-CURRENT-STATE TO NHS-STATE
           MOVE WS-STA-REPORTED(WS-STATE-IDX) TO NHS-REPORTED
           MOVE WS-STA-HELD(WS-STATE-IDX) TO NHS-HELD
           MOVE WS-STATE-FILE-NAME TO NHS-FILE
           MOVE NEW-HIRE-STATE-LINE TO NEW-HIRE-REPORT-REC
           WRITE NEW-HIRE-REPORT-REC
           MOVE SPACES TO NEW-HIRE-REPORT-REC
           WRITE NEW-HIRE-REPORT-REC.


       REPORT-ONE-HIRE.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE SPACES TO PERSONAL-DATA-RECORD
           IF NOT WS-PER-FILE-OK
               MOVE "NO PERSONAL DATA" TO WS-HOLD-REASON
           ELSE
               MOVE WS-NHR-EMP-ID(WS-NHR-IDX) TO PER-EMP-ID
               READ PERSONAL-DATA-FILE
                   INVALID KEY
                       MOVE SPACES TO PERSONAL-DATA-RECORD
                       MOVE "NO PERSONAL DATA" TO WS-HOLD-REASON
               END-READ
               MOVE "00" TO WS-PER-FILE-STATUS
           END-IF

           MOVE WS-NHR-COMPANY(WS-NHR-IDX) TO WS-LOOKUP-COMPANY
           SET WS-CMP-IDX TO 1
           PERFORM UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   OR WS-CMP-CODE(WS-CMP-IDX) = WS-LOOKUP-COMPANY
               SET WS-CMP-IDX UP BY 1
           END-PERFORM
           IF WS-HOLD-REASON = SPACES
               AND WS-CMP-IDX > WS-CMP-COUNT
               MOVE "NO EMPLOYER RECORD" TO WS-HOLD-REASON
           END-IF

           IF WS-HOLD-REASON = SPACES AND NOT WS-STATE-FILE-IS-OPEN
               OPEN OUTPUT STATE-NEW-HIRE-FILE
               IF WS-SNH-FILE-OK
                   SET WS-STATE-FILE-IS-OPEN TO TRUE
               ELSE
                   MOVE WS-SNH-FILE-STATUS TO WS-ERR-CODE
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "Unable to open " WS-STATE-FILE-NAME
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   END-STRING
                   PERFORM REPORT-COMMON-ERROR
                   MOVE "STATE FILE NOT OPEN" TO WS-HOLD-REASON
               END-IF
           END-IF

           COMPUTE WS-WORK-DATE = ZERO
           IF WS-NHR-HIRE-DATE(WS-NHR-IDX) NUMERIC
               MOVE WS-NHR-HIRE-DATE(WS-NHR-IDX) TO WS-WORK-DATE
           END-IF
           IF WS-WORK-DATE > ZERO
               COMPUTE WS-HIRE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-DAYS-SINCE-HIRE =
                   WS-TODAY-INT - WS-HIRE-INT
           ELSE
               MOVE ZERO TO WS-DAYS-SINCE-HIRE
           END-IF

           MOVE SPACES TO NEW-HIRE-DETAIL-LINE
           MOVE WS-NHR-EMP-ID(WS-NHR-IDX) TO NHD-EMP-ID
           MOVE PER-SSN TO MSK-ACCOUNT
           CALL "MASKACCT" USING MASK-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE MSK-ACCOUNT TO NHD-SSN
           IF WS-NHR-REHIRE(WS-NHR-IDX)
               MOVE "REHIRE" TO NHD-HIRE-TYPE
           ELSE
               MOVE "NEW" TO NHD-HIRE-TYPE
           END-IF
           MOVE WS-NHR-HIRE-DATE(WS-NHR-IDX) TO NHD-HIRE-DATE
           MOVE WS-CURRENT-STATE TO NHD-STATE
           IF WS-DAYS-SINCE-HIRE > ZERO
               MOVE WS-DAYS-SINCE-HIRE TO NHD-DAYS
           ELSE
               MOVE ZERO TO NHD-DAYS
           END-IF

           IF WS-HOLD-REASON NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               ADD 1 TO WS-STA-HELD(WS-STATE-IDX)
               MOVE "HELD" TO NHD-STATUS
               MOVE WS-HOLD-REASON TO NHD-REASON
               IF WS-DAYS-SINCE-HIRE > WS-REPORT-DEADLINE-DAYS
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "OVERDUE" TO NHD-FLAG
               END-IF
           ELSE
               PERFORM WRITE-STATE-NEW-HIRE-RECORD
               MOVE WS-TODAY-DATE TO WS-NHR-REPORTED(WS-NHR-IDX)
               ADD 1 TO WS-REPORTED-COUNT
               ADD 1 TO WS-STA-REPORTED(WS-STATE-IDX)
               MOVE "REPORTED" TO NHD-STATUS
               IF WS-DAYS-SINCE-HIRE > WS-REPORT-DEADLINE-DAYS
                   ADD 1 TO WS-LATE-COUNT
                   MOVE "LATE" TO NHD-FLAG
               END-IF
           END-IF
           MOVE NEW-HIRE-DETAIL-LINE TO NEW-HIRE-REPORT-REC
           WRITE NEW-HIRE-REPORT-REC.


       WRITE-STATE-NEW-HIRE-RECORD.
           MOVE SPACES TO STATE-NEW-HIRE-RECORD
           MOVE "W4"              TO SNH-RECORD-TYPE
           MOVE PER-SSN           TO SNH-SSN
           MOVE PER-FIRST-NAME    TO SNH-FIRST-NAME
           MOVE PER-MIDDLE-NAME   TO SNH-MIDDLE-NAME
           MOVE PER-LAST-NAME     TO SNH-LAST-NAME
           MOVE PER-ADDRESS-1     TO SNH-ADDRESS-1
           MOVE PER-ADDRESS-2     TO SNH-ADDRESS-2
           MOVE PER-CITY          TO SNH-CITY
           MOVE PER-STATE         TO SNH-STATE
           MOVE PER-ZIP(1:5)      TO SNH-ZIP
           MOVE PER-ZIP(6:4)      TO SNH-ZIP-EXT
           MOVE PER-BIRTH-DATE    TO SNH-BIRTH-DATE
           MOVE WS-NHR-HIRE-DATE(WS-NHR-IDX) TO SNH-HIRE-DATE
           MOVE WS-NHR-HIRE-TYPE(WS-NHR-IDX) TO SNH-HIRE-TYPE
           MOVE WS-CURRENT-STATE  TO SNH-WORK-STATE
           MOVE WS-CMP-FEIN(WS-CMP-IDX)    TO SNH-EMPLOYER-FEIN
           MOVE WS-CMP-NAME(WS-CMP-IDX)    TO SNH-EMPLOYER-NAME
           MOVE WS-CMP-ADDRESS(WS-CMP-IDX) TO SNH-EMPLOYER-ADDR
           MOVE WS-CMP-CITY(WS-CMP-IDX)    TO SNH-EMPLOYER-CITY
           MOVE WS-CMP-STATE(WS-CMP-IDX)   TO SNH-EMPLOYER-STATE
           MOVE WS-CMP-ZIP(WS-CMP-IDX)     TO SNH-EMPLOYER-ZIP
           WRITE STATE-NEW-HIRE-RECORD.


       WRITE-NEW-HIRE-TOTALS.
           MOVE WS-FOUND-COUNT    TO NHT-FOUND
           MOVE WS-REPORTED-COUNT TO NHT-REPORTED
           MOVE WS-HELD-COUNT     TO NHT-HELD
           MOVE WS-LATE-COUNT     TO NHT-LATE
           MOVE WS-OVERDUE-COUNT  TO NHT-OVERDUE
           MOVE NEW-HIRE-TOTAL-LINE TO NEW-HIRE-REPORT-REC
           WRITE NEW-HIRE-REPORT-REC
           IF WS-OVERDUE-COUNT > ZERO
               MOVE "*** HIRES PAST THE 20-DAY LIMIT NOT REPORTED --"
                   TO NEW-HIRE-REPORT-REC
               WRITE NEW-HIRE-REPORT-REC
               MOVE "*** COMPLETE THEIR PERSONAL DATA AND RERUN"
                   TO NEW-HIRE-REPORT-REC
               WRITE NEW-HIRE-REPORT-REC
           END-IF.


      * the register goes back out whole; hires reported longer ago
      * than the keep period age off
       SAVE-NEW-HIRE-REGISTER.
           OPEN OUTPUT NEW-HIRE-REGISTER
           IF NOT WS-REG-FILE-OK
               MOVE WS-REG-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite NEW-HIRE-REGISTER"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NHR-IDX FROM 1 BY 1
               UNTIL WS-NHR-IDX > WS-NHR-COUNT
               MOVE ZERO TO WS-WORK-DATE
               IF WS-NHR-REPORTED(WS-NHR-IDX) NUMERIC
                   MOVE WS-NHR-REPORTED(WS-NHR-IDX) TO WS-WORK-DATE
               END-IF
               IF WS-WORK-DATE > ZERO
                   AND WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                       > WS-REGISTER-KEEP-DAYS
                   ADD 1 TO WS-AGED-OFF-COUNT
               ELSE
                   MOVE SPACES TO NEW-HIRE-REGISTER-RECORD
                   MOVE WS-NHR-EMP-ID(WS-NHR-IDX)     TO NHG-EMP-ID
                   MOVE WS-NHR-HIRE-TYPE(WS-NHR-IDX)  TO NHG-HIRE-TYPE
                   MOVE WS-NHR-HIRE-DATE(WS-NHR-IDX)  TO NHG-HIRE-DATE
                   MOVE WS-NHR-WORK-STATE(WS-NHR-IDX)
                       TO NHG-WORK-STATE
                   MOVE WS-NHR-COMPANY(WS-NHR-IDX)    TO NHG-COMPANY
                   MOVE WS-NHR-SOURCE(WS-NHR-IDX)     TO NHG-SOURCE
                   MOVE WS-NHR-FOUND-DATE(WS-NHR-IDX)
                       TO NHG-FOUND-DATE
                   MOVE WS-NHR-REPORTED(WS-NHR-IDX)
                       TO NHG-REPORTED-DATE
                   WRITE NEW-HIRE-REGISTER-RECORD
               END-IF
           END-PERFORM
           CLOSE NEW-HIRE-REGISTER.

       END PROGRAM NEWHIRE.
