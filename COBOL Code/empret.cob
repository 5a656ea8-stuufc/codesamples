      ******************************************************************
      * Employee retention purge, in the PAYHRET style. An inactive
      * employee stays on EMPMAST, LEAVEMST, YTDMAST and the side
      * files forever, bank details and personal data attached; the
      * records policy keeps them the configured number of years
      * past the termination date and no longer. This job selects
      * every inactive employee whose EMP-TERM-DATE is older than
      * that and who owes or is owed nothing still open:
      *   - no open YTD year (a YTDMAST bucket not yet closed to
      *     zero, or a YTDSTATE record for the current tax year)
      *   - no deduction arrears balance (DEDARRS.TXT)
      *   - no loan or advance not yet paid off (LOANLEDG.TXT)
      *   - no active garnishment case (GARNCASE.TXT)
      * An employee held back by any of these is listed with the
      * reason and left alone.
      *
      * For each employee selected, every record is first written
      * whole to the archive EMPRETAR (a dated header, then each
      * record image behind the name of the file it came from), and
      * then:
      *   - the EMPMAST record is cut down to the id and name that
      *     history reprints need, the company, and status "P"
      *   - the EMPPERS, LEAVEMST, YTDMAST, YTDSTATE and DEDENROL
      *     records are deleted
      *   - the deposit-allocation, labor-split, arrears, loan and
      *     garnishment rows are dropped from their side files
      *   - the change history (EMPCHG) keeps who changed what and
      *     when, but the old and new values of the banking and
      *     personal fields, and the restore values, are blanked,
      *     and an EMPLOYEE RET record marks the purge, so a
      *     FILEBKUP forward recovery cuts the reloaded master
      *     record back down instead of restoring it
      * PAYHIST is left whole for the reprints.
      *
      * EMPRETC.TXT carries the retention in years (two digits,
      * default 07). The proof run (the default) lists every record
      * the purge would take and changes nothing; run parameter
      * "APPLY" purges, under the EMPMAST interlock. The scheduler
      * runs INTEGCHK after this step, and INTEGCHK ends the chain
      * in error if any live file still references a purged
      * employee.
      *
      * Print through the shared REPORTWR engine to EMPRET.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRET.
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

           SELECT LEAVE-MASTER-FILE ASSIGN TO "LEAVEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LVE-EMP-ID
               FILE STATUS IS WS-LVE-FILE-STATUS.

           SELECT YTD-MASTER-FILE ASSIGN TO "YTDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT STATE-YTD-FILE ASSIGN TO "YTDSTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STY-KEY
               FILE STATUS IS WS-STY-FILE-STATUS.

           SELECT DEDUCTION-ENROLLMENT-FILE ASSIGN TO "DEDENROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT EMP-CHANGE-FILE ASSIGN TO "EMPCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT SYSTEM-AUDIT-FILE ASSIGN TO "SYSAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSAUD-FILE-STATUS.

           SELECT RETENTION-CONFIG-FILE ASSIGN TO "EMPRETC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

      * the side files, one at a time, named from the table below
           SELECT SIDE-FILE ASSIGN TO WS-SIDE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-FILE-STATUS.

      * one archive generation per run -- on the mainframe EMPRETAR
      * is a GDG and the catalog dates each generation; here the
      * archive opens EXTEND and each run leads with a dated header.
           SELECT RETENTION-ARCHIVE-FILE ASSIGN TO "EMPRETAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT RETENTION-REPORT-FILE ASSIGN TO "EMPRET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  PERSONAL-DATA-FILE.
           COPY PERSREC.

       FD  LEAVE-MASTER-FILE.
           COPY LEAVEREC.

       FD  YTD-MASTER-FILE.
           COPY YTDREC.

       FD  STATE-YTD-FILE.
           COPY STATEYTD.

       FD  DEDUCTION-ENROLLMENT-FILE.
           COPY DEDENROL.

       FD  EMP-CHANGE-FILE.
           COPY EMPCHG.

       FD  SYSTEM-AUDIT-FILE.
           COPY SYSAUDIT.

       FD  RETENTION-CONFIG-FILE.
       01  RETENTION-CONFIG-RECORD.
           05  ERC-RETAIN-YEARS PIC 9(2).

       FD  SIDE-FILE.
       01  SIDE-FILE-RECORD    PIC X(150).

       FD  RETENTION-ARCHIVE-FILE.
       01  RETENTION-ARCHIVE-REC.
           05  RAR-FILE        PIC X(10).
           05  RAR-IMAGE       PIC X(240).

       FD  RETENTION-REPORT-FILE.
       01  RETENTION-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".
           88  WS-EMP-FILE-EOF       VALUE "10".

       77  WS-PER-FILE-STATUS PIC XX.
           88  WS-PER-FILE-OK        VALUE "00".

       77  WS-LVE-FILE-STATUS PIC XX.
           88  WS-LVE-FILE-OK        VALUE "00".

       77  WS-YTD-FILE-STATUS PIC XX.
           88  WS-YTD-FILE-OK        VALUE "00".

       77  WS-STY-FILE-STATUS PIC XX.
           88  WS-STY-FILE-OK        VALUE "00".
           88  WS-STY-FILE-EOF       VALUE "10".

       77  WS-ENR-FILE-STATUS PIC XX.
           88  WS-ENR-FILE-OK        VALUE "00".
           88  WS-ENR-FILE-EOF       VALUE "10".

       77  WS-CHG-FILE-STATUS PIC XX.
           88  WS-CHG-FILE-OK        VALUE "00".
           88  WS-CHG-FILE-EOF       VALUE "10".

       77  WS-SYSAUD-FILE-STATUS PIC XX.
           88  WS-SYSAUD-FILE-OK     VALUE "00".

       77  WS-CFG-FILE-STATUS PIC XX.
           88  WS-CFG-FILE-OK        VALUE "00".

       77  WS-SIDE-FILE-STATUS PIC XX.
           88  WS-SIDE-FILE-OK       VALUE "00".
           88  WS-SIDE-FILE-EOF      VALUE "10".

       77  WS-ARC-FILE-STATUS PIC XX.
           88  WS-ARC-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

      * which of the optional masters opened; one not on hand has
      * nothing in it to purge
       77  WS-PER-OPEN-FLAG   PIC X VALUE "N".
           88  WS-PER-OPEN           VALUE "Y".
       77  WS-LVE-OPEN-FLAG   PIC X VALUE "N".
           88  WS-LVE-OPEN           VALUE "Y".
       77  WS-YTD-OPEN-FLAG   PIC X VALUE "N".
           88  WS-YTD-OPEN           VALUE "Y".
       77  WS-STY-OPEN-FLAG   PIC X VALUE "N".
           88  WS-STY-OPEN           VALUE "Y".
       77  WS-ENR-OPEN-FLAG   PIC X VALUE "N".
           88  WS-ENR-OPEN           VALUE "Y".
       77  WS-CHG-OPEN-FLAG   PIC X VALUE "N".
           88  WS-CHG-OPEN           VALUE "Y".

       77  WS-RUN-MODE        PIC X VALUE "P".
           88  WS-MODE-APPLY         VALUE "A".
       77  WS-RETAIN-YEARS    PIC 9(2) VALUE 7.
       77  WS-TODAY-DATE      PIC X(8) VALUE SPACES.
       77  WS-CUTOFF-YEAR     PIC 9(4) VALUE ZERO.
       77  WS-CUTOFF-DATE     PIC X(8) VALUE SPACES.

      * the employees past retention, in employee-id order as the
      * master is read; a blank hold reason means purge
       77  WS-CAND-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON WS-CAND-COUNT
                               ASCENDING KEY IS WS-CND-ID
                               INDEXED BY WS-CND-IDX.
               10  WS-CND-ID           PIC X(6).
               10  WS-CND-NAME         PIC X(15).
               10  WS-CND-TERM-DATE    PIC X(8).
               10  WS-CND-HOLD         PIC X(20).
                   88  WS-CND-PURGEABLE     VALUE SPACES.
       77  WS-CAND-FULL-FLAG  PIC X VALUE "N".
           88  WS-CAND-TABLE-FULL    VALUE "Y".
       77  WS-FIND-EMP-ID     PIC X(6) VALUE SPACES.
       77  WS-FOUND-FLAG      PIC X VALUE "N".
           88  WS-CAND-FOUND         VALUE "Y".

      * the side files: name, report label, and which open balance
      * the file can hold an employee back for (A arrears, L loan,
      * G garnishment, space none)
       01  WS-SIDE-FILE-VALUES.
           05  FILLER PIC X(24)
               VALUE "DEPALLOC.TXT DEP ALLOC  ".
           05  FILLER PIC X(24)
               VALUE "LABRSPLT.TXT LABOR SPLT ".
           05  FILLER PIC X(24)
               VALUE "DEDARRS.TXT  ARREARS   A".
           05  FILLER PIC X(24)
               VALUE "LOANLEDG.TXT LOAN      L".
           05  FILLER PIC X(24)
               VALUE "GARNCASE.TXT GARNISH   G".
       01  WS-SIDE-FILE-TABLE REDEFINES WS-SIDE-FILE-VALUES.
           05  WS-SDF-ENTRY OCCURS 5 TIMES
                               INDEXED BY WS-SDF-IDX.
               10  WS-SDF-NAME         PIC X(13).
               10  WS-SDF-LABEL        PIC X(10).
               10  WS-SDF-BALANCE      PIC X.
                   88  WS-SDF-HOLDS-ARREARS VALUE "A".
                   88  WS-SDF-HOLDS-LOAN    VALUE "L".
                   88  WS-SDF-HOLDS-GARNISH VALUE "G".
                   88  WS-SDF-HOLDS-NONE    VALUE SPACE.
       01  WS-SIDE-PURGE-COUNTS.
           05  WS-SDF-PURGED OCCURS 5 TIMES PIC 9(5).
       77  WS-SIDE-FILE-NAME  PIC X(13) VALUE SPACES.

      * one side file held whole while it is purged
       77  WS-ROW-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-ROW-TABLE.
           05  WS-ROW-IMAGE OCCURS 2000 TIMES
                               INDEXED BY WS-ROW-IDX
                               PIC X(150).
       77  WS-ROW-OVERFLOW-FLAG PIC X VALUE "N".
           88  WS-ROW-OVERFLOW       VALUE "Y".
       77  WS-FILE-PURGE-COUNT PIC 9(5) VALUE ZERO.

      * the balance-holding rows, laid over a side-file row; the
      * arrears layout is the one PAYROL00 carries
       01  WS-ARREARS-ROW.
           05  WS-ARR-EMP-ID       PIC X(6).
           05  WS-ARR-DED-CODE     PIC X(3).
           05  WS-ARR-BALANCE      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  WS-ARR-FIRST-MISSED PIC X(8).
       COPY LOANREC.
       COPY GARNCASE.

       77  WS-ARC-PREFIX-FILE PIC X(10) VALUE SPACES.
       77  WS-KEEP-COMPANY    PIC X(2) VALUE SPACES.
       77  WS-CHG-SCRUB-FLAG  PIC X VALUE "N".
           88  WS-CHG-NEEDS-SCRUB    VALUE "Y".

       77  WS-HELD-COUNT      PIC 9(5) VALUE ZERO.
       77  WS-PURGE-EMP-COUNT PIC 9(5) VALUE ZERO.
       77  WS-PER-PURGED      PIC 9(5) VALUE ZERO.
       77  WS-LVE-PURGED      PIC 9(5) VALUE ZERO.
       77  WS-YTD-PURGED      PIC 9(5) VALUE ZERO.
       77  WS-STY-PURGED      PIC 9(5) VALUE ZERO.
       77  WS-ENR-PURGED      PIC 9(5) VALUE ZERO.
       77  WS-CHG-SCRUBBED    PIC 9(5) VALUE ZERO.
       77  WS-ARCHIVED-COUNT  PIC 9(7) VALUE ZERO.
       77  WS-FAILED-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.

       01  ARCHIVE-HEADER-LINE.
           05  FILLER          PIC X(24)
               VALUE "EMPRET ARCHIVE TAKEN ON ".
           05  RAH-DATE        PIC X(8).
           05  FILLER          PIC X(20)
               VALUE "  TERMINATED BEFORE ".
           05  RAH-CUTOFF      PIC X(8).

       01  RETENTION-HEADING-LINE.
           05  FILLER  PIC X(32)
               VALUE "EMPLOYEE RETENTION PURGE       ".
           05  RHL-MODE        PIC X(10).
           05  FILLER  PIC X(20) VALUE "TERMINATED BEFORE ".
           05  RHL-CUTOFF      PIC X(8).

       01  RETENTION-COLUMN-LINE.
           05  FILLER  PIC X(40)
               VALUE "FILE       EMP ID NAME            RECORD".
           05  FILLER  PIC X(40)
               VALUE "               NOTE".

       01  RETENTION-DETAIL-LINE.
           05  RDL-FILE        PIC X(10).
           05  FILLER          PIC X     VALUE SPACE.
           05  RDL-EMP-ID      PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  RDL-NAME        PIC X(15).
           05  FILLER          PIC X     VALUE SPACE.
           05  RDL-KEY         PIC X(20).
           05  FILLER          PIC X     VALUE SPACE.
           05  RDL-NOTE        PIC X(25).

       01  RETENTION-COUNT-LINE.
           05  RCL-LABEL       PIC X(40).
           05  RCL-COUNT       PIC ZZZZ9.

       COPY RPTWRREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUDCHREQ.
       COPY ENQREQ.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter: "APPLY" purges; anything
      * else is the proof run
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "EMPRET  " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           IF LNK-PARM-LENGTH > 0 AND LNK-PARM-LENGTH <= 20
               IF LNK-PARM-DATA(1:5) = "APPLY"
                   SET WS-MODE-APPLY TO TRUE
               END-IF
           END-IF

           OPEN INPUT RETENTION-CONFIG-FILE
           IF WS-CFG-FILE-OK
               READ RETENTION-CONFIG-FILE
                   NOT AT END
                       IF ERC-RETAIN-YEARS NUMERIC
                           AND ERC-RETAIN-YEARS > ZERO
                           MOVE ERC-RETAIN-YEARS TO WS-RETAIN-YEARS
                       END-IF
               END-READ
               CLOSE RETENTION-CONFIG-FILE
           END-IF

      *    the cutoff is today's month and day the retention's
      *    number of years back
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-CUTOFF-YEAR
           SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YEAR
           MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-DATE(1:4)

           OPEN OUTPUT RETENTION-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open RETENTION-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           PERFORM OPEN-RETENTION-REPORT

           IF WS-MODE-APPLY
               MOVE "EMPRET  " TO ENQ-HOLDER
               MOVE "E" TO ENQ-ACTION
               MOVE "EMPMAST" TO ENQ-RESOURCE
               CALL "ENQMGR" USING ENQ-REQUEST
                   ON EXCEPTION MOVE "00" TO ENQ-STATUS
               END-CALL
               IF NOT ENQ-GRANTED
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "EMPMAST held by " ENQ-HELD-BY
                       " -- retention purge refused"
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   END-STRING
                   PERFORM REPORT-COMMON-ERROR
                   PERFORM CLOSE-RETENTION-REPORT
                   GOBACK
               END-IF
           END-IF

           PERFORM SELECT-CANDIDATES
           IF RETURN-CODE = 0
               PERFORM CHECK-OPEN-BALANCES
               PERFORM LIST-CANDIDATES
           END-IF
           IF RETURN-CODE = 0 AND WS-PURGE-EMP-COUNT > ZERO
               PERFORM PURGE-EMPLOYEES
           END-IF
           IF WS-MODE-APPLY
               PERFORM RELEASE-MASTER-LOCK
           END-IF

           PERFORM PRINT-PURGE-COUNTS
           PERFORM CLOSE-RETENTION-REPORT

           IF RETURN-CODE = 0 AND WS-FAILED-COUNT > ZERO
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE "EMPRET" TO WS-ERR-PROGRAM-ID
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING WS-FAILED-COUNT
                   " record(s) archived but not purged -- see"
                   " EMPRET.RPT"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "EMPRET " RHL-MODE ": " WS-PURGE-EMP-COUNT
               " employee(s) past retention purged, "
               WS-HELD-COUNT " held for an open balance."
           GOBACK.


       RELEASE-MASTER-LOCK.
           MOVE "EMPRET  " TO ENQ-HOLDER
           MOVE "D" TO ENQ-ACTION
           MOVE "EMPMAST" TO ENQ-RESOURCE
           CALL "ENQMGR" USING ENQ-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL.


       REPORT-COMMON-ERROR.
           MOVE "EMPRET" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 8 TO RETURN-CODE.


      ******************************************************************
      * Selection: inactive, not already purged, and terminated
      * before the cutoff. A record with no readable termination
      * date cannot be judged and is left for the clerk.
      ******************************************************************
       SELECT-CANDIDATES.
           MOVE ZERO TO WS-CAND-COUNT
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EMP-FILE-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET WS-EMP-FILE-EOF TO TRUE
                   NOT AT END
                       IF EMP-STATUS-INACTIVE
                           AND NOT EMP-STATUS-PURGED
                           AND EMP-TERM-DATE NUMERIC
                           AND EMP-TERM-DATE < WS-CUTOFF-DATE
                           PERFORM TAKE-ONE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE

           IF WS-CAND-TABLE-FULL
               MOVE ZERO TO WS-ERR-CODE
               MOVE "More than 2000 employees past retention"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           END-IF.


       TAKE-ONE-CANDIDATE.
           IF WS-CAND-COUNT = 2000
               SET WS-CAND-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAND-COUNT
           SET WS-CND-IDX TO WS-CAND-COUNT
           MOVE EMP-ID        TO WS-CND-ID(WS-CND-IDX)
           MOVE EMP-NAME      TO WS-CND-NAME(WS-CND-IDX)
           MOVE EMP-TERM-DATE TO WS-CND-TERM-DATE(WS-CND-IDX)
           MOVE SPACES        TO WS-CND-HOLD(WS-CND-IDX).


      * the candidate entry for WS-FIND-EMP-ID
       FIND-CANDIDATE.
           MOVE "N" TO WS-FOUND-FLAG
           IF WS-CAND-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-CAND-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CND-ID(WS-CND-IDX) = WS-FIND-EMP-ID
                   SET WS-CAND-FOUND TO TRUE
           END-SEARCH.


      ******************************************************************
      * Open balances. Anything still open holds the employee back:
      * a YTD year not yet closed, arrears owed, a loan or advance
      * not paid off, a garnishment still active. The first reason
      * found is the one listed.
      ******************************************************************
       CHECK-OPEN-BALANCES.
           OPEN INPUT YTD-MASTER-FILE
           IF WS-YTD-FILE-OK
               PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CAND-COUNT
                   MOVE WS-CND-ID(WS-CND-IDX) TO YTD-EMP-ID
                   READ YTD-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF YTD-GROSS-PAY NOT = ZERO
                               OR YTD-NET-PAY NOT = ZERO
                               OR YTD-FED-TAX NOT = ZERO
                               OR YTD-STATE-TAX NOT = ZERO
                               OR YTD-LOCAL-TAX NOT = ZERO
                               OR YTD-SS-TAX NOT = ZERO
                               OR YTD-MEDICARE-TAX NOT = ZERO
                               OR QTD-GROSS-PAY NOT = ZERO
                               MOVE "OPEN YTD YEAR"
                                   TO WS-CND-HOLD(WS-CND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-MASTER-FILE
           END-IF

      *    the state buckets carry the tax year in the key and are
      *    never zeroed; one for this year is an open year
           OPEN INPUT STATE-YTD-FILE
           IF WS-STY-FILE-OK
               PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CAND-COUNT
                   IF WS-CND-PURGEABLE(WS-CND-IDX)
                       PERFORM CHECK-STATE-YTD-YEARS
                   END-IF
               END-PERFORM
               CLOSE STATE-YTD-FILE
           END-IF

           PERFORM VARYING WS-SDF-IDX FROM 1 BY 1
               UNTIL WS-SDF-IDX > 5
               IF NOT WS-SDF-HOLDS-NONE(WS-SDF-IDX)
                   MOVE WS-SDF-NAME(WS-SDF-IDX) TO WS-SIDE-FILE-NAME
                   PERFORM LOAD-SIDE-FILE
                   PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-ROW-COUNT
                       PERFORM CHECK-ONE-BALANCE-ROW
                   END-PERFORM
               END-IF
           END-PERFORM.


       CHECK-STATE-YTD-YEARS.
           MOVE "00" TO WS-STY-FILE-STATUS
           MOVE WS-CND-ID(WS-CND-IDX) TO STY-EMP-ID
           MOVE LOW-VALUES TO STY-TAX-YEAR STY-STATE
           START STATE-YTD-FILE KEY NOT < STY-KEY
               INVALID KEY SET WS-STY-FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-STY-FILE-EOF
               READ STATE-YTD-FILE NEXT RECORD
                   AT END SET WS-STY-FILE-EOF TO TRUE
                   NOT AT END
                       IF STY-EMP-ID NOT = WS-CND-ID(WS-CND-IDX)
                           SET WS-STY-FILE-EOF TO TRUE
                       ELSE
                           IF STY-TAX-YEAR NOT < WS-TODAY-DATE(1:4)
                               AND STY-YTD-GROSS NOT = ZERO
                               MOVE "OPEN STATE YTD YEAR"
                                   TO WS-CND-HOLD(WS-CND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.


       CHECK-ONE-BALANCE-ROW.
           MOVE WS-ROW-IMAGE(WS-ROW-IDX)(1:6) TO WS-FIND-EMP-ID
           PERFORM FIND-CANDIDATE
           IF NOT WS-CAND-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CND-PURGEABLE(WS-CND-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-SDF-HOLDS-ARREARS(WS-SDF-IDX)
                   MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO WS-ARREARS-ROW
                   IF WS-ARR-BALANCE NOT NUMERIC
                       OR WS-ARR-BALANCE NOT = ZERO
                       MOVE "OPEN ARREARS"
                           TO WS-CND-HOLD(WS-CND-IDX)
                   END-IF
               WHEN WS-SDF-HOLDS-LOAN(WS-SDF-IDX)
                   MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO LOAN-LEDGER-RECORD
                   IF LN-STATUS-NEW
                       OR (NOT LN-STATUS-PAID
                           AND (LN-BALANCE NOT NUMERIC
                                OR LN-BALANCE > ZERO))
                       MOVE "OPEN LOAN"
                           TO WS-CND-HOLD(WS-CND-IDX)
                   END-IF
               WHEN WS-SDF-HOLDS-GARNISH(WS-SDF-IDX)
                   MOVE WS-ROW-IMAGE(WS-ROW-IDX)
                       TO GARNISHMENT-CASE-RECORD
                   IF GC-STATUS-ACTIVE
                       MOVE "OPEN GARNISHMENT"
                           TO WS-CND-HOLD(WS-CND-IDX)
                   END-IF
           END-EVALUATE.


       LIST-CANDIDATES.
           MOVE "EMPLOYEES PAST RETENTION" TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           MOVE ZERO TO WS-PURGE-EMP-COUNT WS-HELD-COUNT
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
               UNTIL WS-CND-IDX > WS-CAND-COUNT
               MOVE SPACES TO RETENTION-DETAIL-LINE
               MOVE "EMPMAST" TO RDL-FILE
               MOVE WS-CND-ID(WS-CND-IDX)   TO RDL-EMP-ID
               MOVE WS-CND-NAME(WS-CND-IDX) TO RDL-NAME
               STRING "TERMINATED " WS-CND-TERM-DATE(WS-CND-IDX)
                   DELIMITED BY SIZE INTO RDL-KEY
               END-STRING
               IF WS-CND-PURGEABLE(WS-CND-IDX)
                   ADD 1 TO WS-PURGE-EMP-COUNT
                   MOVE "SELECTED" TO RDL-NOTE
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   STRING "HELD -- " WS-CND-HOLD(WS-CND-IDX)
                       DELIMITED BY SIZE INTO RDL-NOTE
                   END-STRING
               END-IF
               MOVE RETENTION-DETAIL-LINE TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-PERFORM.


      ******************************************************************
      * The purge. Each record is archived whole before it is cut
      * down or removed, so the archive alone can put any of it
      * back. The proof run goes through the same motions and
      * writes nothing.
      ******************************************************************
       PURGE-EMPLOYEES.
           PERFORM OPEN-PURGE-FILES
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "RECORDS PURGED" TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
               UNTIL WS-CND-IDX > WS-CAND-COUNT
               IF WS-CND-PURGEABLE(WS-CND-IDX)
                   PERFORM PURGE-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           PERFORM CLOSE-PURGE-FILES

           PERFORM VARYING WS-SDF-IDX FROM 1 BY 1
               UNTIL WS-SDF-IDX > 5
               PERFORM PURGE-ONE-SIDE-FILE
           END-PERFORM
           IF WS-MODE-APPLY
               CLOSE RETENTION-ARCHIVE-FILE
           END-IF.


       OPEN-PURGE-FILES.
           IF WS-MODE-APPLY
               OPEN EXTEND RETENTION-ARCHIVE-FILE
               IF NOT WS-ARC-FILE-OK
                   OPEN OUTPUT RETENTION-ARCHIVE-FILE
               END-IF
               IF NOT WS-ARC-FILE-OK
                   MOVE WS-ARC-FILE-STATUS TO WS-ERR-CODE
                   MOVE "Unable to open RETENTION-ARCHIVE-FILE"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TODAY-DATE  TO RAH-DATE
               MOVE WS-CUTOFF-DATE TO RAH-CUTOFF
               MOVE ARCHIVE-HEADER-LINE TO RETENTION-ARCHIVE-REC
               WRITE RETENTION-ARCHIVE-REC
               OPEN I-O EMPLOYEE-MASTER-FILE
           ELSE
               OPEN INPUT EMPLOYEE-MASTER-FILE
           END-IF
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to reopen EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               IF WS-MODE-APPLY
                   CLOSE RETENTION-ARCHIVE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-MODE-APPLY
               OPEN I-O PERSONAL-DATA-FILE
               OPEN I-O LEAVE-MASTER-FILE
               OPEN I-O YTD-MASTER-FILE
               OPEN I-O STATE-YTD-FILE
               OPEN I-O DEDUCTION-ENROLLMENT-FILE
               OPEN I-O EMP-CHANGE-FILE
               OPEN EXTEND SYSTEM-AUDIT-FILE
               IF NOT WS-SYSAUD-FILE-OK
                   OPEN OUTPUT SYSTEM-AUDIT-FILE
               END-IF
           ELSE
               OPEN INPUT PERSONAL-DATA-FILE
               OPEN INPUT LEAVE-MASTER-FILE
               OPEN INPUT YTD-MASTER-FILE
               OPEN INPUT STATE-YTD-FILE
               OPEN INPUT DEDUCTION-ENROLLMENT-FILE
               OPEN INPUT EMP-CHANGE-FILE
           END-IF
           IF WS-PER-FILE-OK
               SET WS-PER-OPEN TO TRUE
           END-IF
           IF WS-LVE-FILE-OK
               SET WS-LVE-OPEN TO TRUE
           END-IF
           IF WS-YTD-FILE-OK
               SET WS-YTD-OPEN TO TRUE
           END-IF
           IF WS-STY-FILE-OK
               SET WS-STY-OPEN TO TRUE
           END-IF
           IF WS-ENR-FILE-OK
               SET WS-ENR-OPEN TO TRUE
           END-IF
           IF WS-CHG-FILE-OK
               SET WS-CHG-OPEN TO TRUE
           END-IF.


       CLOSE-PURGE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
           IF WS-PER-OPEN
               CLOSE PERSONAL-DATA-FILE
           END-IF
           IF WS-LVE-OPEN
               CLOSE LEAVE-MASTER-FILE
           END-IF
           IF WS-YTD-OPEN
               CLOSE YTD-MASTER-FILE
           END-IF
           IF WS-STY-OPEN
               CLOSE STATE-YTD-FILE
           END-IF
           IF WS-ENR-OPEN
               CLOSE DEDUCTION-ENROLLMENT-FILE
           END-IF
           IF WS-CHG-OPEN
               CLOSE EMP-CHANGE-FILE
           END-IF
           IF WS-MODE-APPLY
               CLOSE SYSTEM-AUDIT-FILE
           END-IF.


       PURGE-ONE-EMPLOYEE.
           MOVE SPACES TO RETENTION-DETAIL-LINE
           MOVE WS-CND-ID(WS-CND-IDX)   TO RDL-EMP-ID
           MOVE WS-CND-NAME(WS-CND-IDX) TO RDL-NAME

           MOVE WS-CND-ID(WS-CND-IDX) TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "EMPMAST" TO RDL-FILE
                   MOVE "NOT ON MASTER -- SKIPPED" TO RDL-NOTE
                   MOVE RETENTION-DETAIL-LINE TO RWR-DETAIL-LINE
                   PERFORM WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-READ
           PERFORM ANONYMIZE-MASTER-RECORD

           IF WS-PER-OPEN
               MOVE WS-CND-ID(WS-CND-IDX) TO PER-EMP-ID
               READ PERSONAL-DATA-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM PURGE-PERSONAL-RECORD
               END-READ
           END-IF
           IF WS-LVE-OPEN
               MOVE WS-CND-ID(WS-CND-IDX) TO LVE-EMP-ID
               READ LEAVE-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM PURGE-LEAVE-RECORD
               END-READ
           END-IF
           IF WS-YTD-OPEN
               MOVE WS-CND-ID(WS-CND-IDX) TO YTD-EMP-ID
               READ YTD-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM PURGE-YTD-RECORD
               END-READ
           END-IF
           IF WS-STY-OPEN
               PERFORM PURGE-STATE-YTD-RECORDS
           END-IF
           IF WS-ENR-OPEN
               PERFORM PURGE-ENROLLMENT-RECORDS
           END-IF
           IF WS-CHG-OPEN
               PERFORM SCRUB-CHANGE-HISTORY
           END-IF
           IF WS-MODE-APPLY
               IF WS-CHG-OPEN
                   PERFORM WRITE-PURGE-CHANGE-RECORD
               END-IF
               PERFORM WRITE-PURGE-AUDIT-RECORD
           END-IF.


      * the id and name stay for history reprints, the company for
      * the company-scoped runs; every other field goes
       ANONYMIZE-MASTER-RECORD.
           MOVE "EMPMAST" TO RDL-FILE
           MOVE "ID AND NAME KEPT" TO RDL-KEY
           MOVE "EMPMAST" TO WS-ARC-PREFIX-FILE
           MOVE EMP-MASTER-RECORD TO RAR-IMAGE
           PERFORM ARCHIVE-ONE-RECORD
           IF WS-MODE-APPLY
               MOVE EMP-COMPANY-CODE TO WS-KEEP-COMPANY
               MOVE SPACES TO EMP-MASTER-RECORD
               INITIALIZE EMP-MASTER-RECORD
               MOVE WS-CND-ID(WS-CND-IDX)   TO EMP-ID
               MOVE WS-CND-NAME(WS-CND-IDX) TO EMP-NAME
               MOVE WS-KEEP-COMPANY TO EMP-COMPANY-CODE
               MOVE "P" TO EMP-EMPLOY-STATUS
               REWRITE EMP-MASTER-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO RDL-NOTE
                       ADD 1 TO WS-FAILED-COUNT
                   NOT INVALID KEY
                       MOVE "ANONYMIZED" TO RDL-NOTE
               END-REWRITE
           ELSE
               MOVE "TO BE ANONYMIZED" TO RDL-NOTE
           END-IF
           MOVE RETENTION-DETAIL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


       PURGE-PERSONAL-RECORD.
           MOVE "EMPPERS" TO RDL-FILE WS-ARC-PREFIX-FILE
           MOVE "PERSONAL DATA" TO RDL-KEY
           MOVE PERSONAL-DATA-RECORD TO RAR-IMAGE
           PERFORM ARCHIVE-ONE-RECORD
           IF WS-MODE-APPLY
               DELETE PERSONAL-DATA-FILE
                   INVALID KEY PERFORM NOTE-DELETE-FAILED
                   NOT INVALID KEY PERFORM NOTE-RECORD-PURGED
               END-DELETE
           ELSE
               PERFORM NOTE-RECORD-PURGED
           END-IF
           ADD 1 TO WS-PER-PURGED.


       PURGE-LEAVE-RECORD.
           MOVE "LEAVEMST" TO RDL-FILE WS-ARC-PREFIX-FILE
           MOVE "LEAVE BALANCES" TO RDL-KEY
           MOVE LEAVE-MASTER-RECORD TO RAR-IMAGE
           PERFORM ARCHIVE-ONE-RECORD
           IF WS-MODE-APPLY
               DELETE LEAVE-MASTER-FILE
                   INVALID KEY PERFORM NOTE-DELETE-FAILED
                   NOT INVALID KEY PERFORM NOTE-RECORD-PURGED
               END-DELETE
           ELSE
               PERFORM NOTE-RECORD-PURGED
           END-IF
           ADD 1 TO WS-LVE-PURGED.


       PURGE-YTD-RECORD.
           MOVE "YTDMAST" TO RDL-FILE WS-ARC-PREFIX-FILE
           MOVE "CLOSED YTD" TO RDL-KEY
           MOVE YTD-MASTER-RECORD TO RAR-IMAGE
           PERFORM ARCHIVE-ONE-RECORD
           IF WS-MODE-APPLY
               DELETE YTD-MASTER-FILE
                   INVALID KEY PERFORM NOTE-DELETE-FAILED
                   NOT INVALID KEY PERFORM NOTE-RECORD-PURGED
               END-DELETE
           ELSE
               PERFORM NOTE-RECORD-PURGED
           END-IF
           ADD 1 TO WS-YTD-PURGED.


       PURGE-STATE-YTD-RECORDS.
           MOVE "00" TO WS-STY-FILE-STATUS
           MOVE WS-CND-ID(WS-CND-IDX) TO STY-EMP-ID
           MOVE LOW-VALUES TO STY-TAX-YEAR STY-STATE
           START STATE-YTD-FILE KEY NOT < STY-KEY
               INVALID KEY SET WS-STY-FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-STY-FILE-EOF
               READ STATE-YTD-FILE NEXT RECORD
                   AT END SET WS-STY-FILE-EOF TO TRUE
                   NOT AT END
                       IF STY-EMP-ID NOT = WS-CND-ID(WS-CND-IDX)
                           SET WS-STY-FILE-EOF TO TRUE
                       ELSE
                           PERFORM PURGE-ONE-STATE-YTD
                       END-IF
               END-READ
           END-PERFORM.


       PURGE-ONE-STATE-YTD.
           MOVE "YTDSTATE" TO RDL-FILE WS-ARC-PREFIX-FILE
           MOVE SPACES TO RDL-KEY
           STRING "YEAR " STY-TAX-YEAR " STATE " STY-STATE
               DELIMITED BY SIZE INTO RDL-KEY
           END-STRING
           MOVE STATE-YTD-RECORD TO RAR-IMAGE
           PERFORM ARCHIVE-ONE-RECORD
           IF WS-MODE-APPLY
               DELETE STATE-YTD-FILE
                   INVALID KEY PERFORM NOTE-DELETE-FAILED
                   NOT INVALID KEY PERFORM NOTE-RECORD-PURGED
               END-DELETE
           ELSE
               PERFORM NOTE-RECORD-PURGED
           END-IF
           ADD 1 TO WS-STY-PURGED.


       PURGE-ENROLLMENT-RECORDS.
           MOVE "00" TO WS-ENR-FILE-STATUS
           MOVE WS-CND-ID(WS-CND-IDX) TO ENR-EMP-ID
           MOVE LOW-VALUES TO ENR-DED-CODE
           START DEDUCTION-ENROLLMENT-FILE KEY NOT < ENR-KEY
               INVALID KEY SET WS-ENR-FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ENR-FILE-EOF
               READ DEDUCTION-ENROLLMENT-FILE NEXT RECORD
                   AT END SET WS-ENR-FILE-EOF TO TRUE
                   NOT AT END
                       IF ENR-EMP-ID NOT = WS-CND-ID(WS-CND-IDX)
                           SET WS-ENR-FILE-EOF TO TRUE
                       ELSE
                           PERFORM PURGE-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.


       PURGE-ONE-ENROLLMENT.
           MOVE "DEDENROL" TO RDL-FILE WS-ARC-PREFIX-FILE
           MOVE SPACES TO RDL-KEY
           STRING "CODE " ENR-DED-CODE
               DELIMITED BY SIZE INTO RDL-KEY
           END-STRING
           MOVE DEDUCTION-ENROLLMENT-RECORD TO RAR-IMAGE
           PERFORM ARCHIVE-ONE-RECORD
           IF WS-MODE-APPLY
               DELETE DEDUCTION-ENROLLMENT-FILE
                   INVALID KEY PERFORM NOTE-DELETE-FAILED
                   NOT INVALID KEY PERFORM NOTE-RECORD-PURGED
               END-DELETE
           ELSE
               PERFORM NOTE-RECORD-PURGED
           END-IF
           ADD 1 TO WS-ENR-PURGED.


      * the history stays -- who changed what, and when -- but no
      * banking or personal value survives in it
       SCRUB-CHANGE-HISTORY.
           MOVE "00" TO WS-CHG-FILE-STATUS
           MOVE WS-CND-ID(WS-CND-IDX) TO CHG-EMP-ID
           MOVE LOW-VALUES TO CHG-TIMESTAMP CHG-FIELD-NAME
           START EMP-CHANGE-FILE KEY NOT < CHG-KEY
               INVALID KEY SET WS-CHG-FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CHG-FILE-EOF
               READ EMP-CHANGE-FILE NEXT RECORD
                   AT END SET WS-CHG-FILE-EOF TO TRUE
                   NOT AT END
                       IF CHG-EMP-ID NOT = WS-CND-ID(WS-CND-IDX)
                           SET WS-CHG-FILE-EOF TO TRUE
                       ELSE
                           PERFORM SCRUB-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.


       SCRUB-ONE-CHANGE.
           MOVE "N" TO WS-CHG-SCRUB-FLAG
           IF CHG-RESTORE-VALUE NOT = SPACES
               SET WS-CHG-NEEDS-SCRUB TO TRUE
           END-IF
           IF (CHG-FIELD-NAME(1:5) = "PERS " OR "BANK ")
               AND (CHG-OLD-VALUE NOT = SPACES
                    OR CHG-NEW-VALUE NOT = SPACES)
               SET WS-CHG-NEEDS-SCRUB TO TRUE
           END-IF
           IF NOT WS-CHG-NEEDS-SCRUB
               EXIT PARAGRAPH
           END-IF

           MOVE "EMPCHG" TO RDL-FILE WS-ARC-PREFIX-FILE
           MOVE SPACES TO RDL-KEY
           STRING CHG-FIELD-NAME " " CHG-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO RDL-KEY
           END-STRING
           MOVE EMP-CHANGE-RECORD TO RAR-IMAGE
           PERFORM ARCHIVE-ONE-RECORD
           ADD 1 TO WS-CHG-SCRUBBED
           IF NOT WS-MODE-APPLY
               MOVE "VALUES TO BE BLANKED" TO RDL-NOTE
               MOVE RETENTION-DETAIL-LINE TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF CHG-FIELD-NAME(1:5) = "PERS " OR "BANK "
               MOVE SPACES TO CHG-OLD-VALUE CHG-NEW-VALUE
           END-IF
           MOVE SPACES TO CHG-RESTORE-VALUE
           REWRITE EMP-CHANGE-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO RDL-NOTE
                   ADD 1 TO WS-FAILED-COUNT
               NOT INVALID KEY
                   MOVE "VALUES BLANKED" TO RDL-NOTE
           END-REWRITE
           MOVE RETENTION-DETAIL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


      * the purge is history too: a forward recovery replaying past
      * it must anonymize the reloaded record again
       WRITE-PURGE-CHANGE-RECORD.
           MOVE SPACES TO EMP-CHANGE-RECORD
           MOVE WS-CND-ID(WS-CND-IDX) TO CHG-EMP-ID
           MOVE FUNCTION CURRENT-DATE(1:15) TO CHG-TIMESTAMP
           MOVE "EMPLOYEE RET" TO CHG-FIELD-NAME
           MOVE WS-CND-TERM-DATE(WS-CND-IDX) TO CHG-OLD-VALUE
           MOVE "P" TO CHG-NEW-VALUE
           MOVE SGN-OPERATOR-ID TO CHG-OPERATOR
           MOVE "EMPRET" TO CHG-BATCH-ID
           WRITE EMP-CHANGE-RECORD
               INVALID KEY
                   REWRITE EMP-CHANGE-RECORD
           END-WRITE.


       NOTE-RECORD-PURGED.
           IF WS-MODE-APPLY
               MOVE "PURGED" TO RDL-NOTE
           ELSE
               MOVE "TO BE PURGED" TO RDL-NOTE
           END-IF
           MOVE RETENTION-DETAIL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


       NOTE-DELETE-FAILED.
           ADD 1 TO WS-FAILED-COUNT
           MOVE "ARCHIVED, DELETE FAILED" TO RDL-NOTE
           MOVE RETENTION-DETAIL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


      * RAR-IMAGE is loaded by the caller; the proof run only counts
       ARCHIVE-ONE-RECORD.
           ADD 1 TO WS-ARCHIVED-COUNT
           IF WS-MODE-APPLY
               MOVE WS-ARC-PREFIX-FILE TO RAR-FILE
               WRITE RETENTION-ARCHIVE-REC
           END-IF.


       WRITE-PURGE-AUDIT-RECORD.
           MOVE SPACES TO SYS-AUDIT-RECORD
           MOVE "EMPRET" TO SYSAUD-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:15) TO SYSAUD-TIMESTAMP
           STRING "P " WS-CND-ID(WS-CND-IDX) " TERM "
               WS-CND-TERM-DATE(WS-CND-IDX)
               DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
           END-STRING
           MOVE "RETENTION PURGED" TO SYSAUD-KEY-RESULT
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD.


      ******************************************************************
      * One side file, held whole: every row of a purged employee
      * archived and dropped, and in the apply run the rest written
      * back in their original order. A file not on hand has
      * nothing to purge; one too big to hold is left untouched.
      ******************************************************************
       PURGE-ONE-SIDE-FILE.
           MOVE WS-SDF-NAME(WS-SDF-IDX) TO WS-SIDE-FILE-NAME
           MOVE ZERO TO WS-SDF-PURGED(WS-SDF-IDX)
           PERFORM LOAD-SIDE-FILE
           IF NOT WS-SIDE-FILE-OK AND NOT WS-SIDE-FILE-EOF
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-OVERFLOW
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING WS-SIDE-FILE-NAME
                   " holds more than 2000 rows -- not purged"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-FILE-PURGE-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               PERFORM JUDGE-ONE-SIDE-ROW
           END-PERFORM
           MOVE WS-FILE-PURGE-COUNT TO WS-SDF-PURGED(WS-SDF-IDX)

           IF WS-MODE-APPLY AND WS-FILE-PURGE-COUNT > ZERO
               OPEN OUTPUT SIDE-FILE
               IF NOT WS-SIDE-FILE-OK
                   MOVE WS-SIDE-FILE-STATUS TO WS-ERR-CODE
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "Unable to rewrite " WS-SIDE-FILE-NAME
                       " -- rows archived, not dropped"
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   END-STRING
                   PERFORM REPORT-COMMON-ERROR
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   IF WS-ROW-IMAGE(WS-ROW-IDX) NOT = HIGH-VALUES
                       MOVE WS-ROW-IMAGE(WS-ROW-IDX)
                           TO SIDE-FILE-RECORD
                       WRITE SIDE-FILE-RECORD
                   END-IF
               END-PERFORM
               CLOSE SIDE-FILE
           END-IF.


      * a purged row is archived and marked HIGH-VALUES in the
      * table so the write-back passes over it
       JUDGE-ONE-SIDE-ROW.
           MOVE WS-ROW-IMAGE(WS-ROW-IDX)(1:6) TO WS-FIND-EMP-ID
           PERFORM FIND-CANDIDATE
           IF NOT WS-CAND-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CND-PURGEABLE(WS-CND-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-PURGE-COUNT
           MOVE SPACES TO RETENTION-DETAIL-LINE
           MOVE WS-SDF-LABEL(WS-SDF-IDX) TO RDL-FILE
           MOVE WS-CND-ID(WS-CND-IDX)   TO RDL-EMP-ID
           MOVE WS-CND-NAME(WS-CND-IDX) TO RDL-NAME
           MOVE WS-ROW-IMAGE(WS-ROW-IDX)(7:20) TO RDL-KEY
           MOVE WS-SDF-LABEL(WS-SDF-IDX) TO WS-ARC-PREFIX-FILE
           MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO RAR-IMAGE
           PERFORM ARCHIVE-ONE-RECORD
           PERFORM NOTE-RECORD-PURGED
           MOVE HIGH-VALUES TO WS-ROW-IMAGE(WS-ROW-IDX).


       LOAD-SIDE-FILE.
           MOVE ZERO TO WS-ROW-COUNT
           MOVE "N" TO WS-ROW-OVERFLOW-FLAG
           OPEN INPUT SIDE-FILE
           IF NOT WS-SIDE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SIDE-FILE-EOF
               MOVE SPACES TO SIDE-FILE-RECORD
               READ SIDE-FILE
                   AT END SET WS-SIDE-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-ROW-COUNT = 2000
                           SET WS-ROW-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-ROW-COUNT
                           SET WS-ROW-IDX TO WS-ROW-COUNT
                           MOVE SIDE-FILE-RECORD
                               TO WS-ROW-IMAGE(WS-ROW-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIDE-FILE.


       PRINT-PURGE-COUNTS.
           MOVE "TOTALS" TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           MOVE "EMPLOYEES PAST RETENTION" TO RCL-LABEL
           MOVE WS-CAND-COUNT TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "  HELD FOR AN OPEN BALANCE" TO RCL-LABEL
           MOVE WS-HELD-COUNT TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "  PURGED (EMPMAST CUT TO ID AND NAME)" TO RCL-LABEL
           MOVE WS-PURGE-EMP-COUNT TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "EMPPERS RECORDS" TO RCL-LABEL
           MOVE WS-PER-PURGED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "LEAVEMST RECORDS" TO RCL-LABEL
           MOVE WS-LVE-PURGED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "YTDMAST RECORDS" TO RCL-LABEL
           MOVE WS-YTD-PURGED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "YTDSTATE RECORDS" TO RCL-LABEL
           MOVE WS-STY-PURGED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DEDENROL RECORDS" TO RCL-LABEL
           MOVE WS-ENR-PURGED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           PERFORM VARYING WS-SDF-IDX FROM 1 BY 1
               UNTIL WS-SDF-IDX > 5
               MOVE SPACES TO RCL-LABEL
               STRING WS-SDF-NAME(WS-SDF-IDX) " ROWS"
                   DELIMITED BY SIZE INTO RCL-LABEL
               END-STRING
               MOVE WS-SDF-PURGED(WS-SDF-IDX) TO RCL-COUNT
               PERFORM WRITE-COUNT-LINE
           END-PERFORM
           MOVE "EMPCHG RECORDS WITH VALUES BLANKED" TO RCL-LABEL
           MOVE WS-CHG-SCRUBBED TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "RECORD IMAGES TO THE ARCHIVE" TO RCL-LABEL
           MOVE WS-ARCHIVED-COUNT TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ARCHIVED BUT NOT PURGED" TO RCL-LABEL
           MOVE WS-FAILED-COUNT TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE.


       WRITE-COUNT-LINE.
           MOVE RETENTION-COUNT-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


      ******************************************************************
      * The report, through the shared REPORTWR engine.
      ******************************************************************
       OPEN-RETENTION-REPORT.
           IF WS-MODE-APPLY
               MOVE "APPLY RUN" TO RHL-MODE
           ELSE
               MOVE "PROOF RUN" TO RHL-MODE
           END-IF
           MOVE WS-CUTOFF-DATE TO RHL-CUTOFF
           MOVE "O" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 56 TO RWR-LINES-PER-PAGE
           MOVE RETENTION-HEADING-LINE TO RWR-HEADING-1
           MOVE RETENTION-COLUMN-LINE  TO RWR-HEADING-2
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL.


       CLOSE-RETENTION-REPORT.
           MOVE "C" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           CLOSE RETENTION-REPORT-FILE.


       WRITE-DETAIL-LINE.
           MOVE "D" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES.


       WRITE-BREAK-LINE.
           MOVE "B" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 1 TO RWR-BREAK-LEVEL
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION
                   MOVE 1 TO RWR-LINE-COUNT
                   MOVE RWR-DETAIL-LINE TO RWR-OUT-LINE(1)
           END-CALL
           PERFORM WRITE-ENGINE-LINES.


       WRITE-ENGINE-LINES.
           PERFORM VARYING WS-RWR-OUT-IDX FROM 1 BY 1
               UNTIL WS-RWR-OUT-IDX > RWR-LINE-COUNT
               MOVE RWR-OUT-LINE(WS-RWR-OUT-IDX)
                   TO RETENTION-REPORT-REC
               WRITE RETENTION-REPORT-REC
           END-PERFORM.

       END PROGRAM EMPRET.
