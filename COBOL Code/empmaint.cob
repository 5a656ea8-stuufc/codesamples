      * also written to SYSAUDIT.TXT, the same shared audit trail
      * PAYROL00 and OPERATORS already append to, so master changes
      * stop happening invisibly outside the system.
      * "P" transactions maintain the personal-data master (EMPPERS:
      * SSN, legal name, home address, birth date) for an operator
      * holding the PERSDATA action; the report and the change
      * history carry the SSN masked to its last four digits.
      * Position control: when POSMAST.TXT is on file every add must
      * name an open position in its department and pay class, and
      * an add or transfer that would fill a position past its
      * authorized FTE, or pay outside its budgeted range, is held
      * back unless OVRHREL.TXT carries a release for it from an
      * operator holding the OVERHIRE action.
      * "R" pay-change transactions (the increase run writes them)
      * carry only the new rate, salary or commission base and a
      * reason; the rest of the change is filled from the master as
      * it stands on the day the change applies, so a pay change
      * queued weeks ahead never rolls back anything keyed since.
      * Checkpoint/restart: the master is updated in place, so a
      * checkpoint (EMPMCKPT, the shared CKPTREC layout) is taken as
      * each transaction commits, carrying the input record number,
      * the running counts and the batch control totals; the pending,
      * future and over-hire queues are rewritten with it whenever a
      * transaction changed them. A rerun of the same batch resumes
      * after the last committed record, cuts EMPMRSLT.TXT back to
      * the records the checkpoint vouches for, and ties the batch
      * trailer over both segments at end of job.
      * Pay grades: when PAYGRADE.TXT is on file a grade keyed on an
      * add or change must be on it, and an add or change that
      * leaves the employee's pay outside the grade range, or in a
      * pay class the grade is not built for, still applies but is
      * printed as a WARNING line for compensation to look at.
      * The scheduler's IDFEED step follows this one and sends the
      * run's hires, transfers, name changes and terminations to the
      * identity system; it is skipped when this job fails.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.

           SELECT BANK-DIRECTORY-FILE ASSIGN TO "BANKDIR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKD-FILE-STATUS.

           SELECT BATCH-REGISTRY-FILE ASSIGN TO "EMPBATCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREG-FILE-STATUS.
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "EMPPERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT DEDUCTION-ENROLLMENT-FILE ASSIGN TO "DEDENROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMAST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT PAY-GRADE-FILE ASSIGN TO "PAYGRADE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRD-FILE-STATUS.

           SELECT OVERHIRE-RELEASE-FILE ASSIGN TO "OVRHREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-FILE-STATUS.

           SELECT MAINT-CHECKPOINT-FILE ASSIGN TO "EMPMCKPT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CKPT-KEY
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT MAINT-RESULT-WORK-FILE ASSIGN TO "EMPMRSLT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSLW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
               88  TRX-ACTION-ADD      VALUE "A".
               88  TRX-ACTION-CHANGE   VALUE "C".
               88  TRX-ACTION-DELETE   VALUE "D".
               88  TRX-ACTION-PERSONAL VALUE "P".
               88  TRX-ACTION-PAY-CHANGE VALUE "R".
           05  TRX-EMP-ID          PIC X(6).
           05  TRX-NAME            PIC X(15).
           05  TRX-LOCATION        PIC X(20).
           05  TRX-UNION-CODE      PIC X(3).
           05  TRX-UNION-CLASS     PIC X(4).
           05  TRX-UNION-STEP      PIC 9(2).
      * W-4 withholding profile, laid out as on EMPREC. An add or
      * change whose W-4 section is all spaces leaves the profile
      * the master already holds, so feeds that never carried it
      * cannot wipe an employee's W-4.
           05  TRX-W4-SECTION.
               10  TRX-W4-FILING-STATUS PIC X.
                   88  TRX-W4-STATUS-VALID  VALUES "S" "M" "H".
               10  TRX-W4-EXEMPT       PIC X.
                   88  TRX-W4-EXEMPT-VALID  VALUES "Y" "N" SPACE.
               10  TRX-W4-DEP-CREDIT   PIC 9(5).
               10  TRX-W4-OTHER-INCOME PIC 9(5).
               10  TRX-W4-DEDUCTIONS   PIC 9(5).
               10  TRX-W4-EXTRA-WH     PIC 9(3)V99.
      * position control, laid out as on EMPREC. An add must carry
      * the position; a change with the position blank keeps the
      * one the master already holds. A blank FTE is one full FTE.
           05  TRX-POSITION        PIC X(6).
           05  TRX-FTE             PIC 9V99.
      * pay grade, as on EMPREC; blank keeps the master's grade
           05  TRX-PAY-GRADE       PIC X(3).
      * "P" personal-data transaction, laid out as on PERSREC. It
      * shares only the action and EMP-ID with the layout above;
      * it applies at once and never rides the future queue.
       01  PERSONAL-DATA-TRANSACTION.
           05  PTX-ACTION          PIC X.
           05  PTX-EMP-ID          PIC X(6).
           05  PTX-SSN             PIC X(9).
           05  PTX-BIRTH-DATE      PIC X(8).
           05  PTX-FIRST-NAME      PIC X(15).
           05  PTX-MIDDLE-NAME     PIC X(15).
           05  PTX-LAST-NAME       PIC X(20).
           05  PTX-NAME-SUFFIX     PIC X(4).
           05  PTX-ADDRESS-1       PIC X(30).
           05  PTX-ADDRESS-2       PIC X(30).
           05  PTX-CITY            PIC X(20).
           05  PTX-STATE           PIC X(2).
           05  PTX-ZIP             PIC X(9).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC        PIC X(100).
      * approval file before it ever reaches the master.
       FD  BANK-PENDING-FILE.
       01  BANK-PENDING-RECORD.
           05  BPN-TRAN-IMAGE      PIC X(211).
           05  BPN-SUBMITTED-BY    PIC X(20).
           05  BPN-SUBMIT-TS       PIC X(15).

      * the effective date it carries.
       FD  FUTURE-TRAN-FILE.
       01  FUTURE-TRAN-RECORD.
           05  FTR-TRAN-IMAGE      PIC X(211).

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           05  GLA-ACCOUNT     PIC X(8).
           05  GLA-DESC        PIC X(20).
           05  GLA-COMPANY     PIC X(2).

       FD  BANK-DIRECTORY-FILE.
           COPY BANKDIR.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
       FD  EMP-CHANGE-FILE.
           COPY EMPCHG.

       FD  PERSONAL-DATA-FILE.
           COPY PERSREC.

       FD  DEDUCTION-ENROLLMENT-FILE.
           COPY DEDENROL.

      * batch ids already applied; a re-submitted file cannot
      * double-apply its changes
       FD  BATCH-REGISTRY-FILE.
           05  FILLER              PIC X.
           05  BAP-APPROVED-BY     PIC X(20).

       FD  POSITION-MASTER-FILE.
           COPY POSREC.

       FD  PAY-GRADE-FILE.
           COPY PAYGRADE.

      * one release per line: the employee and the position an add
      * or transfer may fill past its authorized FTE or outside its
      * rate range, and the operator releasing it, who must hold the
      * OVERHIRE action. A release is used up by the transaction it
      * lets through.
       FD  OVERHIRE-RELEASE-FILE.
       01  OVERHIRE-RELEASE-RECORD.
           05  OVR-EMP-ID          PIC X(6).
           05  FILLER              PIC X.
           05  OVR-POSITION        PIC X(6).
           05  FILLER              PIC X.
           05  OVR-RELEASED-BY     PIC X(20).

       FD  MAINT-CHECKPOINT-FILE.
           COPY CKPTREC.

      * the result records a restart keeps, held while EMPMRSLT.TXT
      * is cut back to them
       FD  MAINT-RESULT-WORK-FILE.
       01  MAINT-RESULT-WORK-REC   PIC X(55).

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-PEND-IDX.
               10  WS-PND-IMAGE        PIC X(211).
               10  WS-PND-SUBMITTER    PIC X(20).
               10  WS-PND-TS           PIC X(15).
               10  WS-PND-STATE        PIC X.
      * the future-dated queue, held whole for the run; entries
      * whose date has arrived are applied and dropped, the rest
      * go back out
       77  WS-FUTR-COUNT PIC 9(4) VALUE ZERO.
       01  WS-FUTR-TABLE.
           05  WS-FUTR-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-FUTR-IDX.
               10  WS-FTR-IMAGE        PIC X(211).
               10  WS-FTR-STATE        PIC X.
                   88  WS-FTR-QUEUED       VALUE "Q".
                   88  WS-FTR-CONSUMED     VALUE "C".
       77  WS-COA-CHECK-FLAG PIC X VALUE "N".
           88  WS-COA-ACCOUNT-GOOD   VALUE "Y".

       77  WS-BKD-FILE-STATUS PIC XX.
           88  WS-BKD-FILE-OK        VALUE "00".
           88  WS-BKD-FILE-EOF       VALUE "10".

      * bank routing directory; like the chart, no directory file
      * means routing numbers get only the check-digit edit
       77  WS-BKD-COUNT PIC 9(5) VALUE ZERO.
       77  WS-BKD-FULL-FLAG PIC X VALUE "N".
           88  WS-BKD-TABLE-FULL     VALUE "Y".
       01  WS-BKD-TABLE.
           05  WS-BKD-ENTRY OCCURS 30000 TIMES
                               INDEXED BY WS-BKD-IDX.
               10  WS-BKD-ROUTING  PIC X(9).
               10  WS-BKD-NAME     PIC X(20).
               10  WS-BKD-ACH-FLAG PIC X.
                   88  WS-BKD-ACH-ELIGIBLE VALUE "Y".
       77  WS-BKD-SEARCH-ROUTING PIC X(9).
       77  WS-BKD-FOUND-FLAG PIC X VALUE "N".
           88  WS-BKD-FOUND          VALUE "Y".

       77  WS-BREG-FILE-STATUS PIC XX.
           88  WS-BREG-FILE-OK       VALUE "00".
           88  WS-BREG-FILE-EOF      VALUE "10".

       77  WS-RSL-FILE-STATUS PIC XX.
           88  WS-RSL-FILE-OK        VALUE "00".
           88  WS-RSL-FILE-EOF       VALUE "10".
       77  WS-RSLW-FILE-STATUS PIC XX.
           88  WS-RSLW-FILE-OK       VALUE "00".
           88  WS-RSLW-FILE-EOF      VALUE "10".
       77  WS-RSL-WRITTEN     PIC 9(7) VALUE ZERO.

      * checkpoint/restart. WS-TRAN-RECORD-NUMBER counts every
      * EMPTRAN.TXT record read by the apply pass, controls
      * included, so a restart skips exactly the records already
      * committed; the batch counts and hash are the trailer's,
      * kept over both segments of a restarted run.
       77  WS-CKPT-KEY         PIC 9(4) VALUE 1.
       77  WS-CKPT-FILE-STATUS PIC XX.
           88  WS-CKPT-FILE-OK        VALUE "00".
           88  WS-CKPT-FILE-NOT-FOUND VALUE "35".
           88  WS-CKPT-NO-RECORD      VALUE "23".
       77  WS-RESTART-STATUS PIC X VALUE "N".
           88  WS-RESTART-IN-PROGRESS VALUE "Y".
           88  WS-NO-RESTART-PENDING  VALUE "N".
       77  WS-TRAN-RECORD-NUMBER PIC 9(7) VALUE ZERO.
       77  WS-SKIP-COUNT      PIC 9(7) VALUE ZERO.
       77  WS-FILE-BATCH-ID   PIC X(8) VALUE SPACES.
       77  WS-BATCH-DONE      PIC 9(7) VALUE ZERO.
       77  WS-BATCH-DONE-HASH PIC 9(12) VALUE ZERO.
       77  WS-BATCH-DONE-BEFORE PIC 9(7) VALUE ZERO.
       77  WS-QUEUES-CHANGED-FLAG PIC X VALUE "N".
           88  WS-QUEUES-CHANGED     VALUE "Y".
       77  WS-CONTROL-TIE-FLAG PIC X VALUE "Y".
           88  WS-CONTROLS-TIE       VALUE "Y".

       77  WS-CHG-FILE-STATUS PIC XX.
           88  WS-CHG-FILE-OK        VALUE "00".
      * before/after images of the record being changed; each is
      * laid over the FD record area in turn so the copybook names
      * themselves read the fields out, no offsets to drift
       77  WS-OLD-EMP-IMAGE   PIC X(212) VALUE SPACES.
       77  WS-NEW-EMP-IMAGE   PIC X(212) VALUE SPACES.
       77  WS-CHG-FIELD-NO    PIC 99 VALUE ZERO.
       77  WS-CHG-FIELD-NAME  PIC X(12) VALUE SPACES.
       77  WS-CHG-FIELD-VALUE PIC X(20) VALUE SPACES.
       77  WS-CHG-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
       77  WS-CHG-WRITTEN     PIC 9(5) VALUE ZERO.

      * personal-data maintenance: the PERSDATA check is made once,
      * on the first "P" transaction, and holds for the run
       77  WS-PER-FILE-STATUS PIC XX.
           88  WS-PER-FILE-OK        VALUE "00".
           88  WS-PER-FILE-NOT-FOUND VALUE "35".
       77  WS-PERS-AUTH-FLAG  PIC X VALUE SPACE.
           88  WS-PERS-AUTH-UNKNOWN  VALUE SPACE.
           88  WS-PERS-AUTH-ALLOWED  VALUE "Y".
           88  WS-PERS-AUTH-REFUSED  VALUE "N".
       77  WS-PERS-FOUND-FLAG PIC X VALUE "N".
           88  WS-PERS-FOUND         VALUE "Y".
       77  WS-OLD-PERS-IMAGE  PIC X(176) VALUE SPACES.

      * an employee still enrolled in a deduction cannot be deleted;
      * the enrollments go first. No DEDENROL means none to hold.
       77  WS-ENR-FILE-STATUS PIC XX.
           88  WS-ENR-FILE-OK        VALUE "00".
       77  WS-ENR-OPEN-FLAG   PIC X VALUE "N".
           88  WS-ENR-OPEN           VALUE "Y".
       77  WS-ENR-HELD-FLAG   PIC X VALUE "N".
           88  WS-EMP-HAS-ENROLLMENTS VALUE "Y".
       77  WS-ENR-SCAN-FLAG   PIC X VALUE "N".
           88  WS-ENR-SCAN-DONE      VALUE "Y".
       77  WS-NEW-PERS-IMAGE  PIC X(176) VALUE SPACES.
       01  WS-SSN-PARTS.
           05  WS-SSN-AREA     PIC 9(3).
           05  WS-SSN-GROUP    PIC 9(2).
           05  WS-SSN-SERIAL   PIC 9(4).

      * position control. No POSMAST.TXT means no control, the way
      * the chart and bank directory behave. The filled FTE per
      * position is counted off the master at start of run and kept
      * current as adds, transfers and deletes apply; an incumbent
      * counts while active and not past a termination date.
       77  WS-POS-FILE-STATUS PIC XX.
           88  WS-POS-FILE-OK        VALUE "00".
           88  WS-POS-FILE-EOF       VALUE "10".
       77  WS-POS-COUNT PIC 9(3) VALUE ZERO.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-POS-IDX.
               10  WS-PSN-NUMBER       PIC X(6).
               10  WS-PSN-DEPT-CODE    PIC X(4).
               10  WS-PSN-PAY-CLASS    PIC X.
               10  WS-PSN-AUTH-FTE     PIC 9(3)V99.
               10  WS-PSN-RATE-MIN     PIC 9(7)V99.
               10  WS-PSN-RATE-MAX     PIC 9(7)V99.
               10  WS-PSN-STATUS       PIC X.
                   88  WS-PSN-CLOSED       VALUE "C".
               10  WS-PSN-FILLED-FTE   PIC 9(3)V99.
       77  WS-POS-SEARCH      PIC X(6) VALUE SPACES.
       77  WS-POS-FOUND-FLAG  PIC X VALUE "N".
           88  WS-POS-FOUND          VALUE "Y".
       77  WS-POS-SWEEP-FLAG  PIC X VALUE "N".
           88  WS-POS-SWEEP-DONE     VALUE "Y".
      * the share the employee held before the transaction, and the
      * share the transaction gives them
       77  WS-POS-OLD-NUMBER  PIC X(6) VALUE SPACES.
       77  WS-POS-OLD-FTE     PIC 9V99 VALUE ZERO.
       77  WS-POS-OLD-FLAG    PIC X VALUE "N".
           88  WS-POS-OLD-COUNTED    VALUE "Y".
       77  WS-POS-NEW-NUMBER  PIC X(6) VALUE SPACES.
       77  WS-POS-NEW-FTE     PIC 9V99 VALUE ZERO.
       77  WS-POS-NEW-FLAG    PIC X VALUE "N".
           88  WS-POS-NEW-COUNTED    VALUE "Y".
       77  WS-POS-AFTER-FTE   PIC 9(4)V99 VALUE ZERO.
       77  WS-POS-PAY-AMOUNT  PIC 9(7)V99 VALUE ZERO.
       77  WS-POS-OVER-REASON PIC X(40) VALUE SPACES.
       77  WS-POS-HELD-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-POS-OVERHIRE-COUNT PIC 9(5) VALUE ZERO.

      * pay grade ranges in force today, one entry per grade (the
      * latest effective row on or before the run date). No
      * PAYGRADE.TXT means grades are carried but not checked.
       77  WS-GRD-FILE-STATUS PIC XX.
           88  WS-GRD-FILE-OK        VALUE "00".
           88  WS-GRD-FILE-EOF       VALUE "10".
       77  WS-GRD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-GRD-TABLE.
           05  WS-GRD-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-GRD-IDX.
               10  WS-GRD-CODE         PIC X(3).
               10  WS-GRD-EFF-DATE     PIC X(8).
               10  WS-GRD-PAY-CLASS    PIC X.
               10  WS-GRD-MINIMUM      PIC 9(7)V99.
               10  WS-GRD-MAXIMUM      PIC 9(7)V99.
       77  WS-GRD-SEARCH      PIC X(3) VALUE SPACES.
       77  WS-GRD-FOUND-FLAG  PIC X VALUE "N".
           88  WS-GRD-FOUND          VALUE "Y".
      * the grade, class and pay the master held before a change,
      * so a change that leaves all three alone is not warned again
       77  WS-GRD-OLD-GRADE   PIC X(3) VALUE SPACES.
       77  WS-GRD-OLD-CLASS   PIC X VALUE SPACE.
       77  WS-GRD-OLD-PAY     PIC 9(7)V99 VALUE ZERO.
       77  WS-GRD-PAY-AMOUNT  PIC 9(7)V99 VALUE ZERO.
       77  WS-GRD-EMP-CLASS   PIC X VALUE SPACE.
       77  WS-GRD-WARN-REASON PIC X(40) VALUE SPACES.
       77  WS-GRD-WARNING-COUNT PIC 9(5) VALUE ZERO.

       77  WS-OVR-FILE-STATUS PIC XX.
           88  WS-OVR-FILE-OK        VALUE "00".
           88  WS-OVR-FILE-EOF       VALUE "10".
       77  WS-OVR-COUNT PIC 99 VALUE ZERO.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-OVR-IDX.
               10  WS-OVR-EMP-ID       PIC X(6).
               10  WS-OVR-POSITION     PIC X(6).
               10  WS-OVR-RELEASER     PIC X(20).
               10  WS-OVR-STATE        PIC X.
                   88  WS-OVR-OPEN         VALUE "O".
                   88  WS-OVR-USED         VALUE "U".
       77  WS-OVR-USED-FLAG   PIC X VALUE "N".
           88  WS-OVR-RELEASE-USED   VALUE "Y".
       77  WS-OVR-USED-BY     PIC X(20) VALUE SPACES.

       77  WS-BATCH-REJECT-MESSAGE PIC X(52) VALUE
           "TRANSACTION BATCH REJECTED WHOLE -- NOTHING APPLIED".

           05  MAINT-IMG-ROUTING   PIC X(9).
           05  FILLER              PIC X     VALUE SPACE.
           05  MAINT-IMG-ACCOUNT   PIC X(17).
           05  FILLER              PIC X     VALUE SPACE.
           05  MAINT-IMG-BANK-NAME PIC X(20).

       01  MAINT-PERS-LINE.
           05  MAINT-PER-TAG       PIC X(8).
           05  FILLER              PIC X(4)  VALUE "SSN ".
           05  MAINT-PER-SSN       PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  MAINT-PER-LAST      PIC X(20).
           05  FILLER              PIC X     VALUE SPACE.
           05  MAINT-PER-FIRST     PIC X(15).
           05  FILLER              PIC X     VALUE SPACE.
           05  MAINT-PER-CITY      PIC X(20).
           05  FILLER              PIC X     VALUE SPACE.
           05  MAINT-PER-STATE     PIC X(2).

       01  MAINT-CONTROL-LINE.
           05  FILLER              PIC X(15) VALUE "BATCH CONTROL: ".
           05  MAINT-CTL-DONE      PIC ZZZZZZ9.
           05  FILLER              PIC X(4)  VALUE " OF ".
           05  MAINT-CTL-EXPECTED  PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE ", ".
           05  MAINT-CTL-BEFORE    PIC ZZZZZZ9.
           05  FILLER              PIC X(17) VALUE " BEFORE RESTART, ".
           05  MAINT-CTL-VERDICT   PIC X(12).

       01  MAINT-TOTAL-LINE.
           05  FILLER              PIC X(14) VALUE "TRANSACTIONS: ".
           05  MAINT-TOT-APPLIED   PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE "  REJECTED:".
           05  MAINT-TOT-REJECTED  PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE "  GRADE WARN:".
           05  MAINT-TOT-GRADE-WARN PIC ZZZZ9.

       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUDCHREQ.
       COPY MASKREQ.
       COPY ENQREQ.
       COPY AUTHREQ.
               GOBACK
           END-IF

           PERFORM OPEN-CHECKPOINT-FILE
           PERFORM READ-CHECKPOINT

           IF WS-RESTART-IN-PROGRESS
               OPEN EXTEND MAINT-REPORT-FILE
               IF NOT WS-RPT-FILE-OK
                   OPEN OUTPUT MAINT-REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT MAINT-REPORT-FILE
           END-IF
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open MAINT-REPORT-FILE"
               PERFORM REPORT-COMMON-ERROR
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE MAINT-TRANSACTION-FILE
               CLOSE MAINT-CHECKPOINT-FILE
               GOBACK
           END-IF

               OPEN OUTPUT SYSTEM-AUDIT-FILE
           END-IF

           IF WS-RESTART-IN-PROGRESS
               PERFORM REPOSITION-RESULT-FILE
           ELSE
               OPEN OUTPUT MAINT-RESULT-FILE
           END-IF

      *    the change-history file is permanent, created on first
      *    open the way PAYHIST is
               OPEN I-O EMP-CHANGE-FILE
           END-IF

      *    so is the personal-data master
           OPEN I-O PERSONAL-DATA-FILE
           IF WS-PER-FILE-NOT-FOUND
               OPEN OUTPUT PERSONAL-DATA-FILE
               CLOSE PERSONAL-DATA-FILE
               OPEN I-O PERSONAL-DATA-FILE
           END-IF

           OPEN INPUT DEDUCTION-ENROLLMENT-FILE
           IF WS-ENR-FILE-OK
               SET WS-ENR-OPEN TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO MAINT-HDG-DATE
      *    the chain's business date, when established, heads the
      *    report and judges the future-dated queue, so a rerun
           END-IF
           MOVE MAINT-HEADING-LINE TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           IF WS-RESTART-IN-PROGRESS
               MOVE SPACES TO MAINT-REPORT-REC
               STRING "RESUMED AFTER INPUT RECORD " CKPT-LAST-INDEX
                   DELIMITED BY SIZE INTO MAINT-REPORT-REC
               END-STRING
               WRITE MAINT-REPORT-REC
           END-IF
           MOVE SPACES TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC

               CLOSE MAINT-REPORT-FILE
               CLOSE SYSTEM-AUDIT-FILE
               CLOSE EMP-CHANGE-FILE
               CLOSE PERSONAL-DATA-FILE
               IF WS-ENR-OPEN
                   CLOSE DEDUCTION-ENROLLMENT-FILE
               END-IF
               CLOSE MAINT-RESULT-FILE
               CLOSE MAINT-CHECKPOINT-FILE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           IF WS-RESTART-IN-PROGRESS
               PERFORM RESTORE-CHECKPOINT-TOTALS
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-BANK-DIRECTORY
           PERFORM LOAD-POSITION-MASTER
           PERFORM LOAD-PAY-GRADE-TABLE
           PERFORM RELEASE-PENDING-BANK-CHANGES
           PERFORM APPLY-DUE-FUTURE-TRANSACTIONS

      *    the start-of-run releases and due entries are committed
      *    before the first transaction, queues and all, so a
      *    restart never applies them twice
           SET WS-QUEUES-CHANGED TO TRUE
           PERFORM WRITE-CHECKPOINT
           IF WS-RESTART-IN-PROGRESS
               PERFORM SKIP-COMMITTED-TRANSACTIONS
           END-IF

           PERFORM READ-TRANSACTION
           PERFORM UNTIL WS-TRAN-FILE-EOF
               PERFORM COUNT-BATCH-CONTROLS
               PERFORM PROCESS-TRANSACTION
               PERFORM WRITE-CHECKPOINT
               PERFORM READ-TRANSACTION
           END-PERFORM

           IF WS-BATCH-CONTROLLED AND WS-BATCH-GOOD
               PERFORM TIE-BATCH-CONTROLS
           END-IF

      *    the batch only registers as applied once the whole
      *    apply pass has run; an abend mid-apply leaves the id
      *    unregistered so the rerun is accepted, not refused
           PERFORM WRITE-MAINT-TOTALS
           PERFORM SAVE-PENDING-BANK-CHANGES
           PERFORM SAVE-FUTURE-TRANSACTIONS
           PERFORM SAVE-OVERHIRE-RELEASES
           PERFORM CLEAR-CHECKPOINT

           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE MAINT-TRANSACTION-FILE
           CLOSE MAINT-REPORT-FILE
           CLOSE SYSTEM-AUDIT-FILE
           CLOSE EMP-CHANGE-FILE
           CLOSE PERSONAL-DATA-FILE
           IF WS-ENR-OPEN
               CLOSE DEDUCTION-ENROLLMENT-FILE
           END-IF
           CLOSE MAINT-RESULT-FILE
           CLOSE MAINT-CHECKPOINT-FILE
           PERFORM RELEASE-MASTER-LOCK
           IF WS-CONTROLS-TIE AND NOT WS-BKD-TABLE-FULL
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.


           END-IF
           ADD 1 TO WS-TRAN-COUNT

      *    personal data carries no effective date of its own --
      *    those bytes are address -- so it is routed off first
           IF TRX-ACTION-PERSONAL
               PERFORM APPLY-PERSONAL-DATA
               EXIT PARAGRAPH
           END-IF

      *    a transaction dated ahead of today waits its turn on the
      *    future queue instead of applying early
           IF TRX-EFF-DATE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

      *    a pay change becomes an ordinary change once the master
      *    has filled in everything but the pay
           IF TRX-ACTION-PAY-CHANGE
               PERFORM COMPLETE-PAY-CHANGE
               IF WS-TRAN-INVALID
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM WRITE-REJECT-DETAIL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VALIDATE-TRANSACTION

           IF WS-TRAN-INVALID
           END-IF.


      ******************************************************************
      * A pay change names the employee and the new pay only: the
      * rate for hourly, the annual salary for salaried, the base
      * for commission (a blank or zero one keeps the master's),
      * with a reason. Every other field is taken from the master
      * as it stands now and the transaction goes on as a change,
      * so validation, position control, the before/after images
      * and the change history all treat it like any other.
      ******************************************************************
       COMPLETE-PAY-CHANGE.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE TRX-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "Pay change for employee not on master"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ

           IF TRX-RATE NOT NUMERIC OR TRX-RATE = ZERO
               MOVE EMP-RATE          TO TRX-RATE
           END-IF
           IF TRX-ANNUAL-SALARY NOT NUMERIC
               OR TRX-ANNUAL-SALARY = ZERO
               MOVE EMP-ANNUAL-SALARY TO TRX-ANNUAL-SALARY
           END-IF
           IF TRX-COMM-BASE NOT NUMERIC OR TRX-COMM-BASE = ZERO
               MOVE EMP-COMM-BASE     TO TRX-COMM-BASE
           END-IF
           IF TRX-REASON = SPACES
               MOVE EMP-REASON        TO TRX-REASON
           END-IF
           MOVE EMP-NAME              TO TRX-NAME
           MOVE EMP-LOCATION          TO TRX-LOCATION
           MOVE EMP-BANK-ROUTING      TO TRX-BANK-ROUTING
           MOVE EMP-BANK-ACCOUNT      TO TRX-BANK-ACCOUNT
           MOVE EMP-DEPT-CODE         TO TRX-DEPT-CODE
           MOVE EMP-GL-ACCOUNT        TO TRX-GL-ACCOUNT
           MOVE EMP-PAY-CLASS         TO TRX-PAY-CLASS
           MOVE EMP-WORK-STATE        TO TRX-WORK-STATE
           MOVE EMP-PAY-GROUP         TO TRX-PAY-GROUP
           MOVE EMP-HIRE-DATE         TO TRX-HIRE-DATE
           MOVE EMP-TERM-DATE         TO TRX-TERM-DATE
           MOVE EMP-COMP-CLASS        TO TRX-COMP-CLASS
           MOVE EMP-LOCALITY          TO TRX-LOCALITY
           MOVE EMP-COMPANY-CODE      TO TRX-COMPANY
           MOVE EMP-UNION-CODE        TO TRX-UNION-CODE
           MOVE EMP-UNION-CLASS       TO TRX-UNION-CLASS
           MOVE EMP-UNION-STEP        TO TRX-UNION-STEP
      *    blank W-4, position and grade keep the master's own
           MOVE SPACES                TO TRX-W4-SECTION
           MOVE SPACES                TO TRX-POSITION
           MOVE ZERO                  TO TRX-FTE
           MOVE SPACES                TO TRX-PAY-GRADE
           MOVE "C"                   TO TRX-ACTION.


       VALIDATE-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
               MOVE "Term date is not YYYYMMDD" TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID AND TRX-W4-SECTION NOT = SPACES
               PERFORM VALIDATE-W4-PROFILE
           END-IF

           IF WS-TRAN-VALID AND WS-COA-COUNT > ZERO
               PERFORM CHECK-CHART-ACCOUNT
               IF NOT WS-COA-ACCOUNT-GOOD
               END-IF
           END-IF

           IF WS-TRAN-VALID AND TRX-PAY-GRADE NOT = SPACES
               AND WS-GRD-COUNT > ZERO
               MOVE TRX-PAY-GRADE TO WS-GRD-SEARCH
               PERFORM FIND-PAY-GRADE
               IF NOT WS-GRD-FOUND
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "Pay grade is not on the grade table"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

      *    Blank banking fields are allowed (no direct deposit); a
      *    non-blank routing number must be nine digits with a good
      *    ABA check digit, must belong to a bank in the directory
      *    that still receives ACH entries, and must carry an account
      *    number with it.
           IF WS-TRAN-VALID AND TRX-BANK-ROUTING NOT = SPACES
               PERFORM VALIDATE-ROUTING-NUMBER
               IF WS-TRAN-VALID AND WS-BKD-COUNT > ZERO
                   MOVE TRX-BANK-ROUTING TO WS-BKD-SEARCH-ROUTING
                   PERFORM FIND-BANK-DIRECTORY-ENTRY
                   IF NOT WS-BKD-FOUND
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "Bank routing number not in directory"
                           TO WS-REJECT-REASON
                   ELSE
                       IF NOT WS-BKD-ACH-ELIGIBLE(WS-BKD-IDX)
                           SET WS-TRAN-INVALID TO TRUE
                           MOVE "Bank is not ACH eligible"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-TRAN-VALID AND TRX-BANK-ACCOUNT = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "Bank account blank but routing present"
           END-IF.


      * a W-4 section that is present must be whole: a known filing
      * status, a Y/N exempt claim, and every amount numeric (zero
      * where the form's line was left empty)
       VALIDATE-W4-PROFILE.
           IF NOT TRX-W4-STATUS-VALID
               SET WS-TRAN-INVALID TO TRUE
               MOVE "W-4 filing status is not S, M, or H"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID AND NOT TRX-W4-EXEMPT-VALID
               SET WS-TRAN-INVALID TO TRUE
               MOVE "W-4 exempt flag is not Y or N"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID
               AND (TRX-W4-DEP-CREDIT NOT NUMERIC
                   OR TRX-W4-OTHER-INCOME NOT NUMERIC
                   OR TRX-W4-DEDUCTIONS NOT NUMERIC
                   OR TRX-W4-EXTRA-WH NOT NUMERIC)
               SET WS-TRAN-INVALID TO TRUE
               MOVE "W-4 amount is not numeric" TO WS-REJECT-REASON
           END-IF.


       VALIDATE-ROUTING-NUMBER.
           IF TRX-BANK-ROUTING NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "Employee already on master" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-POSITION-CONTROL
           IF WS-TRAN-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECT-DETAIL
           ELSE
      *        clear the record area first: the FILLER bytes and
      *        any field the transaction does not carry must not
                       PERFORM WRITE-APPLIED-DETAIL
                       PERFORM WRITE-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT-RECORD
                       PERFORM WRITE-ADD-CHANGE-HISTORY
                       PERFORM POST-POSITION-FILL
                       PERFORM CHECK-GRADE-RANGE
               END-WRITE
           END-IF.

               ADD 1 TO WS-REJECTED-COUNT
               MOVE "Employee not on master" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-POSITION-CONTROL
           IF WS-TRAN-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECT-DETAIL
           ELSE
               PERFORM WRITE-BEFORE-IMAGE
               MOVE SPACES TO WS-OLD-EMP-IMAGE
               MOVE EMP-MASTER-RECORD TO WS-OLD-EMP-IMAGE
               MOVE EMP-BANK-ROUTING TO WS-OLD-BANK-ROUTING
               MOVE EMP-BANK-ACCOUNT TO WS-OLD-BANK-ACCOUNT
               MOVE EMP-PAY-GRADE TO WS-GRD-OLD-GRADE
               PERFORM PICK-MASTER-GRADE-PAY
               MOVE WS-GRD-EMP-CLASS TO WS-GRD-OLD-CLASS
               MOVE WS-GRD-PAY-AMOUNT TO WS-GRD-OLD-PAY
               PERFORM MOVE-TRX-FIELDS-TO-MASTER
               IF TRX-BANK-ROUTING NOT = WS-OLD-BANK-ROUTING
                   OR TRX-BANK-ACCOUNT NOT = WS-OLD-BANK-ACCOUNT
                       PERFORM WRITE-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT-RECORD
                       PERFORM WRITE-FIELD-CHANGE-HISTORY
                       PERFORM POST-POSITION-FILL
                       PERFORM CHECK-GRADE-RANGE
               END-REWRITE
           END-IF.

           MOVE SPACES TO WS-NEW-EMP-IMAGE
           MOVE EMP-MASTER-RECORD TO WS-NEW-EMP-IMAGE
           PERFORM VARYING WS-CHG-FIELD-NO FROM 1 BY 1
               UNTIL WS-CHG-FIELD-NO > 30
               MOVE WS-OLD-EMP-IMAGE TO EMP-MASTER-RECORD
               PERFORM CAPTURE-CHANGE-FIELD
               MOVE WS-CHG-FIELD-VALUE TO WS-CHG-OLD-VALUE
           MOVE WS-NEW-EMP-IMAGE TO EMP-MASTER-RECORD.


      * an add is history too: the EMPLOYEE ADD record first, then
      * every field the new record filled, against a blank old
      * value, so FILEBKUP can rebuild the employee from the file
       WRITE-ADD-CHANGE-HISTORY.
           MOVE "EMPLOYEE ADD" TO WS-CHG-FIELD-NAME
           MOVE SPACES TO WS-CHG-OLD-VALUE
           MOVE EMP-NAME TO WS-CHG-NEW-VALUE
           PERFORM WRITE-ONE-CHANGE-RECORD
           PERFORM VARYING WS-CHG-FIELD-NO FROM 1 BY 1
               UNTIL WS-CHG-FIELD-NO > 30
               PERFORM CAPTURE-CHANGE-FIELD
               IF WS-CHG-FIELD-VALUE NOT = SPACES
                   MOVE WS-CHG-FIELD-VALUE TO WS-CHG-NEW-VALUE
                   PERFORM WRITE-ONE-CHANGE-RECORD
               END-IF
           END-PERFORM.


       CAPTURE-CHANGE-FIELD.
           MOVE SPACES TO WS-CHG-FIELD-VALUE
           EVALUATE WS-CHG-FIELD-NO
               WHEN 21
                   MOVE "UNION STEP" TO WS-CHG-FIELD-NAME
                   MOVE EMP-UNION-STEP TO WS-CHG-FIELD-VALUE
               WHEN 22
                   MOVE "W4 STATUS" TO WS-CHG-FIELD-NAME
                   MOVE EMP-W4-FILING-STATUS TO WS-CHG-FIELD-VALUE
               WHEN 23
                   MOVE "W4 EXEMPT" TO WS-CHG-FIELD-NAME
                   MOVE EMP-W4-EXEMPT TO WS-CHG-FIELD-VALUE
               WHEN 24
                   MOVE "W4 DEP CRED" TO WS-CHG-FIELD-NAME
                   MOVE EMP-W4-DEP-CREDIT TO WS-CHG-FIELD-VALUE
               WHEN 25
                   MOVE "W4 OTHER INC" TO WS-CHG-FIELD-NAME
                   MOVE EMP-W4-OTHER-INCOME TO WS-CHG-FIELD-VALUE
               WHEN 26
                   MOVE "W4 DEDUCTNS" TO WS-CHG-FIELD-NAME
                   MOVE EMP-W4-DEDUCTIONS TO WS-CHG-FIELD-VALUE
               WHEN 27
                   MOVE "W4 EXTRA WH" TO WS-CHG-FIELD-NAME
                   MOVE EMP-W4-EXTRA-WH TO WS-CHG-AMOUNT-EDIT
                   MOVE WS-CHG-AMOUNT-EDIT TO WS-CHG-FIELD-VALUE
               WHEN 28
                   MOVE "POSITION" TO WS-CHG-FIELD-NAME
                   MOVE EMP-POSITION TO WS-CHG-FIELD-VALUE
               WHEN 29
                   MOVE "FTE" TO WS-CHG-FIELD-NAME
                   IF EMP-FTE NUMERIC
                       MOVE EMP-FTE TO WS-CHG-AMOUNT-EDIT
                       MOVE WS-CHG-AMOUNT-EDIT TO WS-CHG-FIELD-VALUE
                   END-IF
               WHEN 30
                   MOVE "PAY GRADE" TO WS-CHG-FIELD-NAME
                   MOVE EMP-PAY-GRADE TO WS-CHG-FIELD-VALUE
           END-EVALUATE.


           MOVE WS-CHG-NEW-VALUE  TO CHG-NEW-VALUE
           MOVE SGN-OPERATOR-ID   TO CHG-OPERATOR
           MOVE WS-BATCH-ID       TO CHG-BATCH-ID
      *    the record area holds the new image here
           EVALUATE WS-CHG-FIELD-NAME
               WHEN "BANK ACCOUNT"
                   MOVE EMP-BANK-ACCOUNT  TO CHG-RESTORE-VALUE
               WHEN "REASON"
                   MOVE EMP-REASON(21:10) TO CHG-RESTORE-VALUE
           END-EVALUATE
           WRITE EMP-CHANGE-RECORD
               INVALID KEY
      *            same employee, field, and timestamp twice in
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "Employee not on master" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-EMPLOYEE-ENROLLMENTS
           IF WS-EMP-HAS-ENROLLMENTS
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "Employee has live deduction enrollments"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-DETAIL
           ELSE
               PERFORM WRITE-BEFORE-IMAGE
               PERFORM CAPTURE-MASTER-POSITION
               DELETE EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-REJECTED-COUNT
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM WRITE-APPLIED-DETAIL
                       PERFORM WRITE-MAINT-AUDIT-RECORD
                       MOVE "EMPLOYEE DEL" TO WS-CHG-FIELD-NAME
                       MOVE EMP-NAME TO WS-CHG-OLD-VALUE
                       MOVE SPACES TO WS-CHG-NEW-VALUE
                       PERFORM WRITE-ONE-CHANGE-RECORD
                       PERFORM VACATE-OLD-POSITION
               END-DELETE
           END-IF.


      * only a live enrollment holds a delete -- one with no stop
      * date or stopping today or later, the test BENELIG uses. An
      * employee whose every enrollment has stopped (an opt-out,
      * a waiver) can be deleted.
       CHECK-EMPLOYEE-ENROLLMENTS.
           MOVE "N" TO WS-ENR-HELD-FLAG
           MOVE "N" TO WS-ENR-SCAN-FLAG
           IF NOT WS-ENR-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID TO ENR-EMP-ID
           MOVE LOW-VALUES TO ENR-DED-CODE
           START DEDUCTION-ENROLLMENT-FILE KEY NOT < ENR-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM CHECK-NEXT-ENROLLMENT
               UNTIL WS-ENR-SCAN-DONE OR WS-EMP-HAS-ENROLLMENTS.


       CHECK-NEXT-ENROLLMENT.
           READ DEDUCTION-ENROLLMENT-FILE NEXT RECORD
               AT END SET WS-ENR-SCAN-DONE TO TRUE
               NOT AT END
                   IF ENR-EMP-ID NOT = EMP-ID
                       SET WS-ENR-SCAN-DONE TO TRUE
                   ELSE
                       IF ENR-STOP-DATE = SPACES
                           OR ENR-STOP-DATE NOT < WS-TODAY-DATE
                           SET WS-EMP-HAS-ENROLLMENTS TO TRUE
                       END-IF
                   END-IF
           END-READ.


      * the amount fields are only validated for the pay class they
      * belong to, so a class that leaves one blank must land on the
      * master as zero, never as spaces -- the register and stub
               MOVE TRX-UNION-STEP TO EMP-UNION-STEP
           ELSE
               MOVE ZERO          TO EMP-UNION-STEP
           END-IF
           IF TRX-W4-SECTION NOT = SPACES
               MOVE TRX-W4-FILING-STATUS TO EMP-W4-FILING-STATUS
               IF TRX-W4-EXEMPT = "Y"
                   MOVE "Y"       TO EMP-W4-EXEMPT
               ELSE
                   MOVE "N"       TO EMP-W4-EXEMPT
               END-IF
               MOVE TRX-W4-DEP-CREDIT   TO EMP-W4-DEP-CREDIT
               MOVE TRX-W4-OTHER-INCOME TO EMP-W4-OTHER-INCOME
               MOVE TRX-W4-DEDUCTIONS   TO EMP-W4-DEDUCTIONS
               MOVE TRX-W4-EXTRA-WH     TO EMP-W4-EXTRA-WH
           END-IF
           IF TRX-POSITION NOT = SPACES
               MOVE TRX-POSITION  TO EMP-POSITION
               IF TRX-FTE NUMERIC AND TRX-FTE > ZERO
                   MOVE TRX-FTE   TO EMP-FTE
               ELSE
                   MOVE 1         TO EMP-FTE
               END-IF
           END-IF
           IF TRX-PAY-GRADE NOT = SPACES
               MOVE TRX-PAY-GRADE TO EMP-PAY-GRADE
           END-IF.


      ******************************************************************
      * Personal-data add or change. Only an operator holding the
      * PERSDATA action may touch EMPPERS; the employee must already
      * be on the master. The record is written whole from the
      * transaction, every altered field goes to the change history
      * under a "PERS" field name (SSN masked), and the report shows
      * the before and after lines with the SSN masked.
      ******************************************************************
       APPLY-PERSONAL-DATA.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-PERS-AUTH-UNKNOWN
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE "PERSDATA" TO AUT-ACTION
               CALL "AUTHCHK" USING AUTH-REQUEST
                   ON EXCEPTION MOVE "00" TO AUT-STATUS
               END-CALL
               IF AUT-REFUSED
                   SET WS-PERS-AUTH-REFUSED TO TRUE
               ELSE
                   SET WS-PERS-AUTH-ALLOWED TO TRUE
               END-IF
           END-IF
           IF WS-PERS-AUTH-REFUSED
               SET WS-TRAN-INVALID TO TRUE
               MOVE "Operator not authorized for personal data"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID
               PERFORM VALIDATE-PERSONAL-DATA
           END-IF

           IF WS-TRAN-VALID
               PERFORM LOOKUP-MASTER
               IF WS-MASTER-NOT-FOUND
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "Employee not on master" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRAN-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECT-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE PTX-EMP-ID TO PER-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY
                   MOVE "N" TO WS-PERS-FOUND-FLAG
                   MOVE SPACES TO PERSONAL-DATA-RECORD
               NOT INVALID KEY
                   SET WS-PERS-FOUND TO TRUE
           END-READ
           MOVE SPACES TO WS-OLD-PERS-IMAGE
           MOVE PERSONAL-DATA-RECORD TO WS-OLD-PERS-IMAGE
           IF WS-PERS-FOUND
               MOVE "  BEFORE" TO MAINT-PER-TAG
               PERFORM WRITE-PERSONAL-IMAGE
           END-IF

           MOVE SPACES TO PERSONAL-DATA-RECORD
           MOVE PTX-EMP-ID      TO PER-EMP-ID
           MOVE PTX-SSN         TO PER-SSN
           MOVE PTX-BIRTH-DATE  TO PER-BIRTH-DATE
           MOVE PTX-FIRST-NAME  TO PER-FIRST-NAME
           MOVE PTX-MIDDLE-NAME TO PER-MIDDLE-NAME
           MOVE PTX-LAST-NAME   TO PER-LAST-NAME
           MOVE PTX-NAME-SUFFIX TO PER-NAME-SUFFIX
           MOVE PTX-ADDRESS-1   TO PER-ADDRESS-1
           MOVE PTX-ADDRESS-2   TO PER-ADDRESS-2
           MOVE PTX-CITY        TO PER-CITY
           MOVE PTX-STATE       TO PER-STATE
           MOVE PTX-ZIP         TO PER-ZIP
           MOVE WS-TODAY-DATE   TO PER-LAST-CHANGED

           IF WS-PERS-FOUND
               REWRITE PERSONAL-DATA-RECORD
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
               END-REWRITE
           ELSE
               WRITE PERSONAL-DATA-RECORD
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
               END-WRITE
           END-IF
           IF WS-TRAN-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "Personal-data write was rejected"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-DETAIL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-APPLIED-DETAIL
           MOVE "  AFTER " TO MAINT-PER-TAG
           PERFORM WRITE-PERSONAL-IMAGE
           PERFORM WRITE-MAINT-AUDIT-RECORD
           PERFORM WRITE-PERSONAL-CHANGE-HISTORY.


       VALIDATE-PERSONAL-DATA.
      *    a usable SSN: nine digits, and none of the number ranges
      *    SSA never issues (area 000, 666, or 9xx, group 00,
      *    serial 0000)
           IF PTX-SSN NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE "SSN is not nine digits" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PTX-SSN TO WS-SSN-PARTS
           IF WS-SSN-AREA = ZERO OR WS-SSN-AREA = 666
               OR WS-SSN-AREA > 899
               OR WS-SSN-GROUP = ZERO OR WS-SSN-SERIAL = ZERO
               SET WS-TRAN-INVALID TO TRUE
               MOVE "SSN is not a valid issued number"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF PTX-BIRTH-DATE NOT NUMERIC
               OR PTX-BIRTH-DATE(5:2) < "01"
               OR PTX-BIRTH-DATE(5:2) > "12"
               OR PTX-BIRTH-DATE(7:2) < "01"
               OR PTX-BIRTH-DATE(7:2) > "31"
               OR PTX-BIRTH-DATE NOT < WS-TODAY-DATE
               SET WS-TRAN-INVALID TO TRUE
               MOVE "Birth date is not a valid past date"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF PTX-FIRST-NAME = SPACES OR PTX-LAST-NAME = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "Legal first or last name is blank"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF PTX-ADDRESS-1 = SPACES OR PTX-CITY = SPACES
               OR PTX-STATE = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "Home address is incomplete" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF PTX-ZIP(1:5) NOT NUMERIC
               OR (PTX-ZIP(6:4) NOT = SPACES
                   AND PTX-ZIP(6:4) NOT NUMERIC)
               SET WS-TRAN-INVALID TO TRUE
               MOVE "ZIP code is not 5 or 9 digits"
                   TO WS-REJECT-REASON
           END-IF.


       WRITE-PERSONAL-IMAGE.
           MOVE SPACES TO MAINT-PERS-LINE
           MOVE PER-SSN TO MSK-ACCOUNT
           CALL "MASKACCT" USING MASK-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE MSK-ACCOUNT     TO MAINT-PER-SSN
           MOVE PER-LAST-NAME   TO MAINT-PER-LAST
           MOVE PER-FIRST-NAME  TO MAINT-PER-FIRST
           MOVE PER-CITY        TO MAINT-PER-CITY
           MOVE PER-STATE       TO MAINT-PER-STATE
           MOVE MAINT-PERS-LINE TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC.


      * the same old/new image walk as the master's history, over
      * the personal-data record
       WRITE-PERSONAL-CHANGE-HISTORY.
           MOVE SPACES TO WS-NEW-PERS-IMAGE
           MOVE PERSONAL-DATA-RECORD TO WS-NEW-PERS-IMAGE
           PERFORM VARYING WS-CHG-FIELD-NO FROM 1 BY 1
               UNTIL WS-CHG-FIELD-NO > 11
               MOVE WS-OLD-PERS-IMAGE TO PERSONAL-DATA-RECORD
               PERFORM CAPTURE-PERSONAL-FIELD
               MOVE WS-CHG-FIELD-VALUE TO WS-CHG-OLD-VALUE
               MOVE WS-NEW-PERS-IMAGE TO PERSONAL-DATA-RECORD
               PERFORM CAPTURE-PERSONAL-FIELD
               MOVE WS-CHG-FIELD-VALUE TO WS-CHG-NEW-VALUE
               IF WS-CHG-OLD-VALUE NOT = WS-CHG-NEW-VALUE
                   PERFORM WRITE-ONE-CHANGE-RECORD
               END-IF
           END-PERFORM
           MOVE WS-NEW-PERS-IMAGE TO PERSONAL-DATA-RECORD.


       CAPTURE-PERSONAL-FIELD.
           MOVE SPACES TO WS-CHG-FIELD-VALUE
           EVALUATE WS-CHG-FIELD-NO
               WHEN 1
                   MOVE "PERS SSN" TO WS-CHG-FIELD-NAME
                   MOVE PER-SSN TO MSK-ACCOUNT
                   CALL "MASKACCT" USING MASK-REQUEST
                       ON EXCEPTION CONTINUE
                   END-CALL
                   MOVE MSK-ACCOUNT TO WS-CHG-FIELD-VALUE
               WHEN 2
                   MOVE "PERS BIRTH" TO WS-CHG-FIELD-NAME
                   MOVE PER-BIRTH-DATE TO WS-CHG-FIELD-VALUE
               WHEN 3
                   MOVE "PERS FIRST" TO WS-CHG-FIELD-NAME
                   MOVE PER-FIRST-NAME TO WS-CHG-FIELD-VALUE
               WHEN 4
                   MOVE "PERS MIDDLE" TO WS-CHG-FIELD-NAME
                   MOVE PER-MIDDLE-NAME TO WS-CHG-FIELD-VALUE
               WHEN 5
                   MOVE "PERS LAST" TO WS-CHG-FIELD-NAME
                   MOVE PER-LAST-NAME TO WS-CHG-FIELD-VALUE
               WHEN 6
                   MOVE "PERS SUFFIX" TO WS-CHG-FIELD-NAME
                   MOVE PER-NAME-SUFFIX TO WS-CHG-FIELD-VALUE
               WHEN 7
                   MOVE "PERS ADDR 1" TO WS-CHG-FIELD-NAME
                   MOVE PER-ADDRESS-1(1:20) TO WS-CHG-FIELD-VALUE
               WHEN 8
                   MOVE "PERS ADDR 2" TO WS-CHG-FIELD-NAME
                   MOVE PER-ADDRESS-2(1:20) TO WS-CHG-FIELD-VALUE
               WHEN 9
                   MOVE "PERS CITY" TO WS-CHG-FIELD-NAME
                   MOVE PER-CITY TO WS-CHG-FIELD-VALUE
               WHEN 10
                   MOVE "PERS STATE" TO WS-CHG-FIELD-NAME
                   MOVE PER-STATE TO WS-CHG-FIELD-VALUE
               WHEN 11
                   MOVE "PERS ZIP" TO WS-CHG-FIELD-NAME
                   MOVE PER-ZIP TO WS-CHG-FIELD-VALUE
           END-EVALUATE.


       WRITE-APPLIED-DETAIL.
           MOVE SPACES TO MAINT-DETAIL-LINE
           PERFORM MOVE-ACTION-LABEL
       WRITE-MAINT-RESULT-RECORD.
           MOVE TRX-EMP-ID TO RSL-EMP-ID
           MOVE TRX-ACTION TO RSL-ACTION
           WRITE MAINT-RESULT-RECORD
           ADD 1 TO WS-RSL-WRITTEN.


       MOVE-ACTION-LABEL.
               WHEN TRX-ACTION-ADD    MOVE "ADD"    TO MAINT-DTL-ACTION
               WHEN TRX-ACTION-CHANGE MOVE "CHANGE" TO MAINT-DTL-ACTION
               WHEN TRX-ACTION-DELETE MOVE "DELETE" TO MAINT-DTL-ACTION
               WHEN TRX-ACTION-PERSONAL
                                      MOVE "PERSNL" TO MAINT-DTL-ACTION
               WHEN TRX-ACTION-PAY-CHANGE
                                      MOVE "PAYCHG" TO MAINT-DTL-ACTION
               WHEN OTHER             MOVE TRX-ACTION
                                          TO MAINT-DTL-ACTION
           END-EVALUATE.
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE MSK-ACCOUNT      TO MAINT-IMG-ACCOUNT
           PERFORM MOVE-IMAGE-BANK-NAME
           MOVE MAINT-IMAGE-LINE TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC.

               ON EXCEPTION CONTINUE
           END-CALL
           MOVE MSK-ACCOUNT      TO MAINT-IMG-ACCOUNT
           PERFORM MOVE-IMAGE-BANK-NAME
           MOVE MAINT-IMAGE-LINE TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC.


      * the bank name beside the masked account comes from the
      * directory; a routing number it does not know prints blank
       MOVE-IMAGE-BANK-NAME.
           IF EMP-BANK-ROUTING = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-BANK-ROUTING TO WS-BKD-SEARCH-ROUTING
           PERFORM FIND-BANK-DIRECTORY-ENTRY
           IF WS-BKD-FOUND
               MOVE WS-BKD-NAME(WS-BKD-IDX) TO MAINT-IMG-BANK-NAME
           END-IF.


       WRITE-MAINT-AUDIT-RECORD.
           MOVE SPACES TO SYS-AUDIT-RECORD
           MOVE "EMPMAINT" TO SYSAUD-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:15) TO SYSAUD-TIMESTAMP
           MOVE SPACES TO SYSAUD-KEY-INPUT
           STRING TRX-ACTION " " TRX-EMP-ID DELIMITED BY SIZE
               INTO SYSAUD-KEY-INPUT
           END-STRING
           MOVE "APPLIED" TO SYSAUD-KEY-RESULT
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD.


           END-IF.


      * a directory too big for the table is not checked against at
      * all -- a partial one would turn good banks away -- and the
      * run ends RETURN-CODE 8 so the table is seen to
       LOAD-BANK-DIRECTORY.
           MOVE ZERO TO WS-BKD-COUNT
           OPEN INPUT BANK-DIRECTORY-FILE
           IF NOT WS-BKD-FILE-OK
               DISPLAY "No BANKDIR.TXT -- routing numbers will not be"
                   " checked against the bank directory this run."
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
           MOVE BKD-ROUTING   TO WS-BKD-ROUTING(WS-BKD-IDX)
           MOVE BKD-BANK-NAME TO WS-BKD-NAME(WS-BKD-IDX)
           MOVE BKD-ACH-FLAG  TO WS-BKD-ACH-FLAG(WS-BKD-IDX).


       FIND-BANK-DIRECTORY-ENTRY.
           MOVE "N" TO WS-BKD-FOUND-FLAG
           SET WS-BKD-IDX TO 1
           PERFORM UNTIL WS-BKD-IDX > WS-BKD-COUNT
                   OR WS-BKD-ROUTING(WS-BKD-IDX)
                       = WS-BKD-SEARCH-ROUTING
               SET WS-BKD-IDX UP BY 1
           END-PERFORM
           IF WS-BKD-IDX NOT > WS-BKD-COUNT
               SET WS-BKD-FOUND TO TRUE
           END-IF.


       QUEUE-FUTURE-TRANSACTION.
           IF WS-FUTR-COUNT = 1000
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "Future-dated queue is full" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-DETAIL
           MOVE MAINT-TRANSACTION-RECORD
               TO WS-FTR-IMAGE(WS-FUTR-IDX)
           SET WS-FTR-QUEUED(WS-FUTR-IDX) TO TRUE
           SET WS-QUEUES-CHANGED TO TRUE

           MOVE SPACES TO MAINT-DETAIL-LINE
           PERFORM MOVE-ACTION-LABEL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FUTR-FILE-EOF
                   OR WS-FUTR-COUNT = 1000
               READ FUTURE-TRAN-FILE
                   AT END SET WS-FUTR-FILE-EOF TO TRUE
                   NOT AT END


       SAVE-FUTURE-TRANSACTIONS.
           PERFORM WRITE-FUTURE-QUEUE-FILE
           IF WS-QUEUED-COUNT > ZERO
               OR WS-DATED-APPLY-COUNT > ZERO
               DISPLAY "Future-dated applied: " WS-DATED-APPLY-COUNT
                   "  still queued: " WS-QUEUED-COUNT
           END-IF.


       WRITE-FUTURE-QUEUE-FILE.
           OPEN OUTPUT FUTURE-TRAN-FILE
           IF NOT WS-FUTR-FILE-OK
               MOVE WS-FUTR-FILE-STATUS TO WS-ERR-CODE
                   WRITE FUTURE-TRAN-RECORD
               END-IF
           END-PERFORM
           CLOSE FUTURE-TRAN-FILE.


       HOLD-BANK-CHANGE-PENDING.
           MOVE FUNCTION CURRENT-DATE(1:15)
               TO WS-PND-TS(WS-PEND-IDX)
           SET WS-PND-HELD(WS-PEND-IDX) TO TRUE
           SET WS-QUEUES-CHANGED TO TRUE

           MOVE SPACES TO MAINT-DETAIL-LINE
           PERFORM MOVE-ACTION-LABEL
               DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
           END-STRING
           MOVE "PENDING APPROVAL" TO SYSAUD-KEY-RESULT
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD.


               WS-APR-APPROVER(WS-APPR-IDX)(1:15)
               DELIMITED BY SIZE INTO SYSAUD-KEY-RESULT
           END-STRING
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD.


      * whatever is still held goes back out for the next run (and
      * the next approver)
       SAVE-PENDING-BANK-CHANGES.
           PERFORM WRITE-PENDING-BANK-FILE
           IF WS-PENDED-COUNT > ZERO OR WS-RELEASED-COUNT > ZERO
               DISPLAY "Bank changes held: " WS-PENDED-COUNT
                   "  released: " WS-RELEASED-COUNT
           END-IF.


       WRITE-PENDING-BANK-FILE.
           OPEN OUTPUT BANK-PENDING-FILE
           IF NOT WS-PEND-FILE-OK
               MOVE WS-PEND-FILE-STATUS TO WS-ERR-CODE
                   WRITE BANK-PENDING-RECORD
               END-IF
           END-PERFORM
           CLOSE BANK-PENDING-FILE.


      ******************************************************************
      * Position master and the filled count behind it. Positions
      * load whole; the master is then swept once so every position
      * knows how much of its authorized FTE is already taken, and
      * the over-hire releases are read in for the transactions to
      * draw on.
      ******************************************************************
       LOAD-POSITION-MASTER.
           MOVE ZERO TO WS-POS-COUNT
           OPEN INPUT POSITION-MASTER-FILE
           IF NOT WS-POS-FILE-OK
               DISPLAY "No POSMAST.TXT -- position control is off"
                   " this run."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POS-FILE-EOF
                   OR WS-POS-COUNT = 300
               READ POSITION-MASTER-FILE
                   AT END SET WS-POS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POS-COUNT
                       SET WS-POS-IDX TO WS-POS-COUNT
                       MOVE POS-NUMBER
                           TO WS-PSN-NUMBER(WS-POS-IDX)
                       MOVE POS-DEPT-CODE
                           TO WS-PSN-DEPT-CODE(WS-POS-IDX)
                       MOVE POS-PAY-CLASS
                           TO WS-PSN-PAY-CLASS(WS-POS-IDX)
                       MOVE POS-STATUS
                           TO WS-PSN-STATUS(WS-POS-IDX)
                       MOVE ZERO TO WS-PSN-AUTH-FTE(WS-POS-IDX)
                       MOVE ZERO TO WS-PSN-RATE-MIN(WS-POS-IDX)
                       MOVE ZERO TO WS-PSN-RATE-MAX(WS-POS-IDX)
                       IF POS-AUTH-FTE NUMERIC
                           MOVE POS-AUTH-FTE
                               TO WS-PSN-AUTH-FTE(WS-POS-IDX)
                       END-IF
                       IF POS-RATE-MIN NUMERIC
                           MOVE POS-RATE-MIN
                               TO WS-PSN-RATE-MIN(WS-POS-IDX)
                       END-IF
                       IF POS-RATE-MAX NUMERIC
                           MOVE POS-RATE-MAX
                               TO WS-PSN-RATE-MAX(WS-POS-IDX)
                       END-IF
                       MOVE ZERO TO WS-PSN-FILLED-FTE(WS-POS-IDX)
               END-READ
           END-PERFORM
           CLOSE POSITION-MASTER-FILE
           IF WS-POS-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-POS-SWEEP-FLAG
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY SET WS-POS-SWEEP-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-POS-SWEEP-DONE
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET WS-POS-SWEEP-DONE TO TRUE
                   NOT AT END
                       PERFORM CAPTURE-MASTER-POSITION
                       PERFORM ADD-NEW-POSITION-FILL
               END-READ
           END-PERFORM

           MOVE ZERO TO WS-OVR-COUNT
           OPEN INPUT OVERHIRE-RELEASE-FILE
           IF WS-OVR-FILE-OK
               PERFORM UNTIL WS-OVR-FILE-EOF
                       OR WS-OVR-COUNT = 50
                   READ OVERHIRE-RELEASE-FILE
                       AT END SET WS-OVR-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OVR-COUNT
                           SET WS-OVR-IDX TO WS-OVR-COUNT
                           MOVE OVR-EMP-ID
                               TO WS-OVR-EMP-ID(WS-OVR-IDX)
                           MOVE OVR-POSITION
                               TO WS-OVR-POSITION(WS-OVR-IDX)
                           MOVE OVR-RELEASED-BY
                               TO WS-OVR-RELEASER(WS-OVR-IDX)
                           SET WS-OVR-OPEN(WS-OVR-IDX) TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OVERHIRE-RELEASE-FILE
           END-IF.


      * the share the record in the master area holds: its position,
      * its FTE (blank or zero reads as one), and whether it counts
      * against the position at all. Sets both the old and the new
      * view, since the master area holds the one the caller needs.
       CAPTURE-MASTER-POSITION.
           MOVE EMP-POSITION TO WS-POS-OLD-NUMBER
           IF EMP-FTE NUMERIC AND EMP-FTE > ZERO
               MOVE EMP-FTE TO WS-POS-OLD-FTE
           ELSE
               MOVE 1 TO WS-POS-OLD-FTE
           END-IF
           MOVE "N" TO WS-POS-OLD-FLAG
           IF EMP-POSITION NOT = SPACES
               AND EMP-STATUS-ACTIVE
               AND (EMP-TERM-DATE = SPACES
                   OR EMP-TERM-DATE > WS-TODAY-DATE)
               SET WS-POS-OLD-COUNTED TO TRUE
           END-IF
           MOVE WS-POS-OLD-NUMBER TO WS-POS-NEW-NUMBER
           MOVE WS-POS-OLD-FTE TO WS-POS-NEW-FTE
           MOVE WS-POS-OLD-FLAG TO WS-POS-NEW-FLAG.


       FIND-POSITION.
           MOVE "N" TO WS-POS-FOUND-FLAG
           SET WS-POS-IDX TO 1
           PERFORM UNTIL WS-POS-IDX > WS-POS-COUNT
                   OR WS-PSN-NUMBER(WS-POS-IDX) = WS-POS-SEARCH
               SET WS-POS-IDX UP BY 1
           END-PERFORM
           IF WS-POS-IDX NOT > WS-POS-COUNT
               SET WS-POS-FOUND TO TRUE
           END-IF.


       ADD-NEW-POSITION-FILL.
           IF NOT WS-POS-NEW-COUNTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POS-NEW-NUMBER TO WS-POS-SEARCH
           PERFORM FIND-POSITION
           IF WS-POS-FOUND
               ADD WS-POS-NEW-FTE TO WS-PSN-FILLED-FTE(WS-POS-IDX)
           END-IF.


       VACATE-OLD-POSITION.
           IF WS-POS-COUNT = ZERO OR NOT WS-POS-OLD-COUNTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POS-OLD-NUMBER TO WS-POS-SEARCH
           PERFORM FIND-POSITION
           IF WS-POS-FOUND
               IF WS-PSN-FILLED-FTE(WS-POS-IDX) > WS-POS-OLD-FTE
                   SUBTRACT WS-POS-OLD-FTE
                       FROM WS-PSN-FILLED-FTE(WS-POS-IDX)
               ELSE
                   MOVE ZERO TO WS-PSN-FILLED-FTE(WS-POS-IDX)
               END-IF
           END-IF.


      ******************************************************************
      * Position check for an add or a change, made before anything
      * touches the master. Hard faults reject outright: no position
      * on an add or a transfer, a position not on the master or
      * closed, or one belonging to another department or pay class.
      * A position already filled to its authorized FTE, or a rate
      * outside its budgeted range, holds the transaction back
      * unless an OVERHIRE release names this employee and position.
      * A change that keeps the employee in the same position and
      * department at no greater FTE, or one that terminates them,
      * passes without a check.
      ******************************************************************
       CHECK-POSITION-CONTROL.
           MOVE "N" TO WS-OVR-USED-FLAG
           MOVE SPACES TO WS-POS-OLD-NUMBER
           MOVE ZERO TO WS-POS-OLD-FTE
           MOVE "N" TO WS-POS-OLD-FLAG
           IF WS-POS-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF TRX-ACTION-CHANGE
               PERFORM CAPTURE-MASTER-POSITION
           END-IF

           IF TRX-POSITION NOT = SPACES
               MOVE TRX-POSITION TO WS-POS-NEW-NUMBER
               IF TRX-FTE NUMERIC AND TRX-FTE > ZERO
                   MOVE TRX-FTE TO WS-POS-NEW-FTE
               ELSE
                   MOVE 1 TO WS-POS-NEW-FTE
               END-IF
           ELSE
               MOVE WS-POS-OLD-NUMBER TO WS-POS-NEW-NUMBER
               MOVE WS-POS-OLD-FTE TO WS-POS-NEW-FTE
           END-IF

           IF TRX-TERM-DATE NOT = SPACES
               AND TRX-TERM-DATE NOT > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           IF TRX-ACTION-CHANGE AND NOT EMP-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF TRX-ACTION-CHANGE AND WS-POS-OLD-COUNTED
               AND WS-POS-NEW-NUMBER = WS-POS-OLD-NUMBER
               AND TRX-DEPT-CODE = EMP-DEPT-CODE
               AND WS-POS-NEW-FTE NOT > WS-POS-OLD-FTE
               EXIT PARAGRAPH
           END-IF
      *    a legacy employee with no position who stays where they
      *    are is left alone until they move
           IF TRX-ACTION-CHANGE AND WS-POS-NEW-NUMBER = SPACES
               AND TRX-DEPT-CODE = EMP-DEPT-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-POS-NEW-NUMBER = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "Position number is blank" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POS-NEW-NUMBER TO WS-POS-SEARCH
           PERFORM FIND-POSITION
           IF NOT WS-POS-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE "Position is not on the position master"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PSN-CLOSED(WS-POS-IDX)
               SET WS-TRAN-INVALID TO TRUE
               MOVE "Position is closed" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PSN-DEPT-CODE(WS-POS-IDX) NOT = TRX-DEPT-CODE
               SET WS-TRAN-INVALID TO TRUE
               MOVE "Position belongs to another department"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PSN-PAY-CLASS(WS-POS-IDX) NOT = SPACE
               AND WS-PSN-PAY-CLASS(WS-POS-IDX) NOT = TRX-PAY-CLASS
               AND NOT (WS-PSN-PAY-CLASS(WS-POS-IDX) = "H"
                   AND TRX-PAY-CLASS = SPACE)
               SET WS-TRAN-INVALID TO TRUE
               MOVE "Pay class does not match the position"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-POS-OVER-REASON
           COMPUTE WS-POS-AFTER-FTE =
               WS-PSN-FILLED-FTE(WS-POS-IDX) + WS-POS-NEW-FTE
           IF WS-POS-OLD-COUNTED
               AND WS-POS-OLD-NUMBER = WS-POS-NEW-NUMBER
               SUBTRACT WS-POS-OLD-FTE FROM WS-POS-AFTER-FTE
           END-IF
           IF WS-POS-AFTER-FTE > WS-PSN-AUTH-FTE(WS-POS-IDX)
               MOVE "Position filled to its authorized FTE"
                   TO WS-POS-OVER-REASON
           END-IF

           EVALUATE TRUE
               WHEN TRX-CLASS-SALARIED
                   MOVE TRX-ANNUAL-SALARY TO WS-POS-PAY-AMOUNT
               WHEN TRX-CLASS-COMMISSION
                   MOVE TRX-COMM-BASE TO WS-POS-PAY-AMOUNT
               WHEN OTHER
                   MOVE TRX-RATE TO WS-POS-PAY-AMOUNT
           END-EVALUATE
           IF WS-PSN-RATE-MAX(WS-POS-IDX) > ZERO
               AND (WS-POS-PAY-AMOUNT < WS-PSN-RATE-MIN(WS-POS-IDX)
                   OR WS-POS-PAY-AMOUNT > WS-PSN-RATE-MAX(WS-POS-IDX))
               IF WS-POS-OVER-REASON = SPACES
                   MOVE "Rate is outside the position's range"
                       TO WS-POS-OVER-REASON
               ELSE
                   MOVE "Position full and rate outside range"
                       TO WS-POS-OVER-REASON
               END-IF
           END-IF
           IF WS-POS-OVER-REASON = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OVERHIRE-RELEASE
           IF NOT WS-OVR-RELEASE-USED
               SET WS-TRAN-INVALID TO TRUE
               MOVE WS-POS-OVER-REASON TO WS-REJECT-REASON
               ADD 1 TO WS-POS-HELD-COUNT
           END-IF.


      * a release counts only from an operator holding OVERHIRE; one
      * that names the right employee and position but comes from
      * anyone else is left on file and the transaction refused
       FIND-OVERHIRE-RELEASE.
           MOVE "N" TO WS-OVR-USED-FLAG
           SET WS-OVR-IDX TO 1
           PERFORM UNTIL WS-OVR-IDX > WS-OVR-COUNT
                   OR (WS-OVR-EMP-ID(WS-OVR-IDX) = TRX-EMP-ID
                       AND WS-OVR-POSITION(WS-OVR-IDX)
                           = WS-POS-NEW-NUMBER
                       AND WS-OVR-OPEN(WS-OVR-IDX))
               SET WS-OVR-IDX UP BY 1
           END-PERFORM
           IF WS-OVR-IDX > WS-OVR-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OVR-RELEASER(WS-OVR-IDX) TO AUT-OPERATOR-ID
           MOVE "OVERHIRE" TO AUT-ACTION
           CALL "AUTHCHK" USING AUTH-REQUEST
               ON EXCEPTION MOVE "00" TO AUT-STATUS
           END-CALL
           IF AUT-REFUSED
               DISPLAY "Over-hire release for " TRX-EMP-ID
                   " NOT used -- releaser not authorized."
               EXIT PARAGRAPH
           END-IF
           SET WS-OVR-USED(WS-OVR-IDX) TO TRUE
           SET WS-QUEUES-CHANGED TO TRUE
           SET WS-OVR-RELEASE-USED TO TRUE
           MOVE WS-OVR-RELEASER(WS-OVR-IDX) TO WS-OVR-USED-BY.


      * after an add or change lands: the old share comes off its
      * position, the share now on the master goes on, and an
      * over-hire that went through on a release is reported and
      * put on the audit trail under the releasing operator
       POST-POSITION-FILL.
           IF WS-POS-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VACATE-OLD-POSITION
           PERFORM CAPTURE-MASTER-POSITION
           PERFORM ADD-NEW-POSITION-FILL
           IF NOT WS-OVR-RELEASE-USED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POS-OVERHIRE-COUNT

           MOVE SPACES TO MAINT-DETAIL-LINE
           PERFORM MOVE-ACTION-LABEL
           MOVE TRX-EMP-ID TO MAINT-DTL-EMP-ID
           MOVE "OVERHIRE" TO MAINT-DTL-STATUS
           MOVE SPACES TO MAINT-DTL-REASON
           STRING "Pos " WS-POS-NEW-NUMBER " released by "
               WS-OVR-USED-BY DELIMITED BY SIZE
               INTO MAINT-DTL-REASON
           END-STRING
           MOVE MAINT-DETAIL-LINE TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC

           MOVE SPACES TO SYS-AUDIT-RECORD
           MOVE "EMPMAINT" TO SYSAUD-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:15) TO SYSAUD-TIMESTAMP
           MOVE SPACES TO SYSAUD-KEY-INPUT
           STRING "OVERHIRE " TRX-EMP-ID " " WS-POS-NEW-NUMBER
               DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
           END-STRING
           MOVE SPACES TO SYSAUD-KEY-RESULT
           STRING "BY " WS-OVR-USED-BY(1:15)
               DELIMITED BY SIZE INTO SYSAUD-KEY-RESULT
           END-STRING
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD.


      * releases not drawn on this run stay on file for the next
       SAVE-OVERHIRE-RELEASES.
           IF WS-POS-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-OVERHIRE-RELEASE-FILE
           IF WS-POS-HELD-COUNT > ZERO OR WS-POS-OVERHIRE-COUNT > ZERO
               DISPLAY "Position control held: " WS-POS-HELD-COUNT
                   "  over-hires released: " WS-POS-OVERHIRE-COUNT
           END-IF.


       WRITE-OVERHIRE-RELEASE-FILE.
           IF WS-POS-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OVERHIRE-RELEASE-FILE
           IF NOT WS-OVR-FILE-OK
               MOVE WS-OVR-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite OVERHIRE-RELEASE-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
               UNTIL WS-OVR-IDX > WS-OVR-COUNT
               IF WS-OVR-OPEN(WS-OVR-IDX)
                   MOVE SPACES TO OVERHIRE-RELEASE-RECORD
                   MOVE WS-OVR-EMP-ID(WS-OVR-IDX) TO OVR-EMP-ID
                   MOVE WS-OVR-POSITION(WS-OVR-IDX) TO OVR-POSITION
                   MOVE WS-OVR-RELEASER(WS-OVR-IDX)
                       TO OVR-RELEASED-BY
                   WRITE OVERHIRE-RELEASE-RECORD
               END-IF
           END-PERFORM
           CLOSE OVERHIRE-RELEASE-FILE.


      ******************************************************************
      * Checkpoint/restart, after PAYROL00's: one relative record,
      * rewritten as each transaction commits and cleared at normal
      * end of job. A checkpoint taken on another batch than the
      * one now on EMPTRAN.TXT is stale and the run starts from
      * the top.
      ******************************************************************
       OPEN-CHECKPOINT-FILE.
           OPEN I-O MAINT-CHECKPOINT-FILE
           IF WS-CKPT-FILE-NOT-FOUND
               OPEN OUTPUT MAINT-CHECKPOINT-FILE
               CLOSE MAINT-CHECKPOINT-FILE
               OPEN I-O MAINT-CHECKPOINT-FILE
           END-IF.


       READ-CHECKPOINT.
           SET WS-NO-RESTART-PENDING TO TRUE
           MOVE 1 TO WS-CKPT-KEY
           READ MAINT-CHECKPOINT-FILE
               INVALID KEY MOVE SPACES TO CKPT-RUN-ID
           END-READ
           IF CKPT-RUN-ID NOT = "EMPMAINT"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FILE-BATCH-ID
           PERFORM READ-TRANSACTION
           IF NOT WS-TRAN-FILE-EOF
               AND MAINT-TRANSACTION-RECORD(1:2) = "BH"
               MOVE MAINT-TRANSACTION-RECORD(3:8) TO WS-FILE-BATCH-ID
           END-IF
           PERFORM REOPEN-TRANSACTION-FILE
           IF WS-FILE-BATCH-ID NOT = CKPT-BATCH-ID
               DISPLAY "Checkpoint for batch " CKPT-BATCH-ID
                   " does not match EMPTRAN.TXT -- not resumed."
               EXIT PARAGRAPH
           END-IF

           SET WS-RESTART-IN-PROGRESS TO TRUE
           DISPLAY "Resuming maintenance run after input record "
               CKPT-LAST-INDEX.


      * the running counts pick up where the stopped run left them
       RESTORE-CHECKPOINT-TOTALS.
           MOVE CKPT-LAST-INDEX     TO WS-TRAN-RECORD-NUMBER
           MOVE CKPT-TRAN-COUNT     TO WS-TRAN-COUNT
           MOVE CKPT-ACCEPTED-COUNT TO WS-APPLIED-COUNT
           MOVE CKPT-REJECTED-COUNT TO WS-REJECTED-COUNT
           MOVE CKPT-CONTROL-COUNT  TO WS-BATCH-DONE
           MOVE CKPT-CONTROL-COUNT  TO WS-BATCH-DONE-BEFORE
           MOVE CKPT-CONTROL-HASH   TO WS-BATCH-DONE-HASH.


       SKIP-COMMITTED-TRANSACTIONS.
           MOVE ZERO TO WS-SKIP-COUNT
           PERFORM UNTIL WS-SKIP-COUNT = WS-TRAN-RECORD-NUMBER
                   OR WS-TRAN-FILE-EOF
               PERFORM READ-TRANSACTION
               ADD 1 TO WS-SKIP-COUNT
           END-PERFORM.


      * a transaction whose result was written after the last
      * checkpoint is processed, and written, again -- so the file
      * is cut back to the records the checkpoint vouches for and
      * left open for the rest of the run
       REPOSITION-RESULT-FILE.
           MOVE ZERO TO WS-RSL-WRITTEN
           OPEN OUTPUT MAINT-RESULT-WORK-FILE
           OPEN INPUT MAINT-RESULT-FILE
           IF WS-RSL-FILE-OK
               PERFORM UNTIL WS-RSL-FILE-EOF
                       OR WS-RSL-WRITTEN = CKPT-OUTPUT-COUNT
                   READ MAINT-RESULT-FILE
                       AT END SET WS-RSL-FILE-EOF TO TRUE
                       NOT AT END
                           WRITE MAINT-RESULT-WORK-REC
                               FROM MAINT-RESULT-RECORD
                           ADD 1 TO WS-RSL-WRITTEN
                   END-READ
               END-PERFORM
               CLOSE MAINT-RESULT-FILE
           END-IF
           CLOSE MAINT-RESULT-WORK-FILE

           OPEN OUTPUT MAINT-RESULT-FILE
           OPEN INPUT MAINT-RESULT-WORK-FILE
           PERFORM UNTIL NOT WS-RSLW-FILE-OK
               READ MAINT-RESULT-WORK-FILE
                   AT END SET WS-RSLW-FILE-EOF TO TRUE
                   NOT AT END
                       WRITE MAINT-RESULT-RECORD
                           FROM MAINT-RESULT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE MAINT-RESULT-WORK-FILE.


      * the apply pass counts toward the trailer the way the batch
      * proof did: every record but the header and trailer, and the
      * EMP-ID hash
       COUNT-BATCH-CONTROLS.
           ADD 1 TO WS-TRAN-RECORD-NUMBER
           IF MAINT-TRANSACTION-RECORD(1:2) = "BH"
               OR MAINT-TRANSACTION-RECORD(1:2) = "BT"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BATCH-DONE
           IF TRX-EMP-ID NUMERIC
               MOVE TRX-EMP-ID TO WS-EMP-ID-VALUE
               COMPUTE WS-BATCH-DONE-HASH = FUNCTION MOD(
                   WS-BATCH-DONE-HASH + WS-EMP-ID-VALUE,
                   1000000000000)
           END-IF.


      * a transaction commits with its checkpoint; the queues it
      * changed go back out first so the two agree
       WRITE-CHECKPOINT.
           IF WS-QUEUES-CHANGED
               PERFORM WRITE-PENDING-BANK-FILE
               PERFORM WRITE-FUTURE-QUEUE-FILE
               PERFORM WRITE-OVERHIRE-RELEASE-FILE
               MOVE "N" TO WS-QUEUES-CHANGED-FLAG
           END-IF
           MOVE 1 TO WS-CKPT-KEY
           MOVE "EMPMAINT" TO CKPT-RUN-ID
           MOVE WS-TRAN-RECORD-NUMBER TO CKPT-LAST-INDEX
           MOVE FUNCTION CURRENT-DATE(1:15) TO CKPT-TIMESTAMP
           MOVE ZERO TO CKPT-PAGE-NUM
           MOVE ZERO TO CKPT-LINE-COUNT
           MOVE WS-BATCH-ID        TO CKPT-BATCH-ID
           MOVE WS-TRAN-COUNT      TO CKPT-TRAN-COUNT
           MOVE WS-APPLIED-COUNT   TO CKPT-ACCEPTED-COUNT
           MOVE WS-REJECTED-COUNT  TO CKPT-REJECTED-COUNT
           MOVE WS-BATCH-DONE      TO CKPT-CONTROL-COUNT
           MOVE WS-BATCH-DONE-HASH TO CKPT-CONTROL-HASH
           MOVE WS-RSL-WRITTEN     TO CKPT-OUTPUT-COUNT
           MOVE ZERO               TO CKPT-ERROR-COUNT
           IF WS-CKPT-NO-RECORD
               WRITE CKPT-RECORD
           ELSE
               REWRITE CKPT-RECORD
           END-IF.


       CLEAR-CHECKPOINT.
           MOVE 1 TO WS-CKPT-KEY
           MOVE SPACES TO CKPT-RUN-ID
           MOVE ZERO TO CKPT-LAST-INDEX
           MOVE SPACES TO CKPT-TIMESTAMP
           REWRITE CKPT-RECORD.


      * the transactions applied over every segment of the run
      * must tie to the batch header the proof accepted
       TIE-BATCH-CONTROLS.
           MOVE WS-BATCH-DONE        TO MAINT-CTL-DONE
           MOVE WS-BATCH-EXPECTED    TO MAINT-CTL-EXPECTED
           MOVE WS-BATCH-DONE-BEFORE TO MAINT-CTL-BEFORE
           IF WS-BATCH-DONE = WS-BATCH-EXPECTED
               AND WS-BATCH-DONE-HASH = WS-BATCH-EXP-HASH
               MOVE "TIED" TO MAINT-CTL-VERDICT
           ELSE
               MOVE "N" TO WS-CONTROL-TIE-FLAG
               MOVE "DOES NOT TIE" TO MAINT-CTL-VERDICT
           END-IF
           MOVE SPACES TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           MOVE MAINT-CONTROL-LINE TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           IF NOT WS-CONTROLS-TIE
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Maintenance batch " WS-BATCH-ID
                   " applied count or hash does not tie"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
           END-IF.


      ******************************************************************
      * The grade table in force on the run date: of the rows for a
      * grade, the one with the latest effective date not after
      * today wins. Rows not yet in effect are passed over.
      ******************************************************************
       LOAD-PAY-GRADE-TABLE.
           MOVE ZERO TO WS-GRD-COUNT
           OPEN INPUT PAY-GRADE-FILE
           IF NOT WS-GRD-FILE-OK
               DISPLAY "No PAYGRADE.TXT -- pay grades are not checked"
                   " this run."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GRD-FILE-EOF
               READ PAY-GRADE-FILE
                   AT END SET WS-GRD-FILE-EOF TO TRUE
                   NOT AT END
                       IF PGR-GRADE NOT = SPACES
                           AND PGR-EFF-DATE NUMERIC
                           AND PGR-EFF-DATE NOT > WS-TODAY-DATE
                           PERFORM TABLE-PAY-GRADE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-GRADE-FILE.


       TABLE-PAY-GRADE-ROW.
           MOVE PGR-GRADE TO WS-GRD-SEARCH
           PERFORM FIND-PAY-GRADE
           IF WS-GRD-FOUND
               IF PGR-EFF-DATE < WS-GRD-EFF-DATE(WS-GRD-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-GRD-COUNT = 100
                   DISPLAY "PAYGRADE.TXT over 100 grades -- grade "
                       PGR-GRADE " not loaded"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRD-COUNT
               SET WS-GRD-IDX TO WS-GRD-COUNT
               MOVE PGR-GRADE TO WS-GRD-CODE(WS-GRD-IDX)
           END-IF
           MOVE PGR-EFF-DATE TO WS-GRD-EFF-DATE(WS-GRD-IDX)
           MOVE PGR-PAY-CLASS TO WS-GRD-PAY-CLASS(WS-GRD-IDX)
           MOVE ZERO TO WS-GRD-MINIMUM(WS-GRD-IDX)
           MOVE ZERO TO WS-GRD-MAXIMUM(WS-GRD-IDX)
           IF PGR-MINIMUM NUMERIC
               MOVE PGR-MINIMUM TO WS-GRD-MINIMUM(WS-GRD-IDX)
           END-IF
           IF PGR-MAXIMUM NUMERIC
               MOVE PGR-MAXIMUM TO WS-GRD-MAXIMUM(WS-GRD-IDX)
           END-IF.


       FIND-PAY-GRADE.
           MOVE "N" TO WS-GRD-FOUND-FLAG
           SET WS-GRD-IDX TO 1
           PERFORM UNTIL WS-GRD-IDX > WS-GRD-COUNT
                   OR WS-GRD-CODE(WS-GRD-IDX) = WS-GRD-SEARCH
               SET WS-GRD-IDX UP BY 1
           END-PERFORM
           IF WS-GRD-IDX NOT > WS-GRD-COUNT
               SET WS-GRD-FOUND TO TRUE
           END-IF.


      * the pay the grade range is measured in: the hourly rate,
      * the annual salary or the commission base, by pay class
       PICK-MASTER-GRADE-PAY.
           MOVE ZERO TO WS-GRD-PAY-AMOUNT
           EVALUATE TRUE
               WHEN EMP-CLASS-SALARIED
                   MOVE "S" TO WS-GRD-EMP-CLASS
                   IF EMP-ANNUAL-SALARY NUMERIC
                       MOVE EMP-ANNUAL-SALARY TO WS-GRD-PAY-AMOUNT
                   END-IF
               WHEN EMP-CLASS-COMMISSION
                   MOVE "C" TO WS-GRD-EMP-CLASS
                   IF EMP-COMM-BASE NUMERIC
                       MOVE EMP-COMM-BASE TO WS-GRD-PAY-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE "H" TO WS-GRD-EMP-CLASS
                   IF EMP-RATE NUMERIC
                       MOVE EMP-RATE TO WS-GRD-PAY-AMOUNT
                   END-IF
           END-EVALUATE.


      ******************************************************************
      * Grade check on the record just written, which is still in
      * the master area. An add is always checked; a change only
      * when it moved the pay, the grade or the pay class. Pay
      * outside the range, or a class the grade is not built for,
      * is a WARNING line on the report -- the change stands.
      ******************************************************************
       CHECK-GRADE-RANGE.
           IF WS-GRD-COUNT = ZERO OR EMP-PAY-GRADE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM PICK-MASTER-GRADE-PAY
           IF TRX-ACTION-CHANGE
               AND EMP-PAY-GRADE = WS-GRD-OLD-GRADE
               AND WS-GRD-EMP-CLASS = WS-GRD-OLD-CLASS
               AND WS-GRD-PAY-AMOUNT = WS-GRD-OLD-PAY
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-PAY-GRADE TO WS-GRD-SEARCH
           PERFORM FIND-PAY-GRADE
           IF NOT WS-GRD-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-GRD-WARN-REASON
           EVALUATE TRUE
               WHEN WS-GRD-PAY-CLASS(WS-GRD-IDX) NOT = SPACE
                   AND WS-GRD-PAY-CLASS(WS-GRD-IDX)
                       NOT = WS-GRD-EMP-CLASS
                   STRING "Pay class " WS-GRD-EMP-CLASS
                       " but grade " EMP-PAY-GRADE " is class "
                       WS-GRD-PAY-CLASS(WS-GRD-IDX)
                       DELIMITED BY SIZE INTO WS-GRD-WARN-REASON
                   END-STRING
               WHEN WS-GRD-PAY-AMOUNT < WS-GRD-MINIMUM(WS-GRD-IDX)
                   STRING "Pay is below grade " EMP-PAY-GRADE
                       " minimum" DELIMITED BY SIZE
                       INTO WS-GRD-WARN-REASON
                   END-STRING
               WHEN WS-GRD-MAXIMUM(WS-GRD-IDX) > ZERO
                   AND WS-GRD-PAY-AMOUNT > WS-GRD-MAXIMUM(WS-GRD-IDX)
                   STRING "Pay is above grade " EMP-PAY-GRADE
                       " maximum" DELIMITED BY SIZE
                       INTO WS-GRD-WARN-REASON
                   END-STRING
           END-EVALUATE
           IF WS-GRD-WARN-REASON = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GRD-WARNING-COUNT
           MOVE SPACES TO MAINT-DETAIL-LINE
           PERFORM MOVE-ACTION-LABEL
           MOVE TRX-EMP-ID TO MAINT-DTL-EMP-ID
           MOVE "WARNING" TO MAINT-DTL-STATUS
           MOVE WS-GRD-WARN-REASON TO MAINT-DTL-REASON
           MOVE MAINT-DETAIL-LINE TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           DISPLAY "EMPMAINT " TRX-EMP-ID ": " WS-GRD-WARN-REASON.


       WRITE-MAINT-TOTALS.
           MOVE SPACES TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           MOVE WS-TRAN-COUNT     TO MAINT-TOT-TRAN
           MOVE WS-APPLIED-COUNT  TO MAINT-TOT-APPLIED
           MOVE WS-REJECTED-COUNT TO MAINT-TOT-REJECTED
           MOVE WS-GRD-WARNING-COUNT TO MAINT-TOT-GRADE-WARN
           MOVE MAINT-TOTAL-LINE TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           DISPLAY "EMPMAINT transactions: " WS-TRAN-COUNT
               " applied: " WS-APPLIED-COUNT
               " rejected: " WS-REJECTED-COUNT
           IF WS-GRD-WARNING-COUNT > ZERO
               DISPLAY "Pay grade range warnings: "
                   WS-GRD-WARNING-COUNT
           END-IF.

       END PROGRAM EMPMAINT.
