      ******************************************************************
      * Department reorganization mass transfer. When operations
      * reorganizes, whole groups of people move to new department
      * codes and GL accounts; this batch carries an old-to-new
      * mapping everywhere the codes live instead of the clerk
      * hand-editing one record at a time:
      *   - the employee master (EMPMAST): department and GL
      *     account, each change written to the change history
      *     (EMPCHG) the way EMPMAINT writes it, and to SYSAUDIT
      *   - the labor-split rows (LABRSPLT.TXT): department and GL
      *   - the deduction master (DEDMAST.TXT) and the expense
      *     types (EXPTYPES.TXT): GL account
      *   - the allocation side files keyed by department: the
      *     labor budget (LABBUDG.TXT) and the position master
      *     (POSMAST.TXT), so a transferred employee still sits in
      *     a position of their own department
      *   - the timecard approver groups (TCAPPRV.TXT) and the open
      *     timecard batches (TCBATCH.TXT)
      *
      * REORGMAP.TXT, one mapping per line: old and new department,
      * old and new GL account (either pair may be left blank), and
      * the date the reorganization takes effect. A line whose date
      * is still ahead is listed and held; the batch is run again
      * on or after that date. A new GL account must be on the
      * chart (GLACCTS.TXT) when the chart is on file, and a new
      * code may not itself be mapped onward.
      *
      * The proof run (the default) lists every change the batch
      * would make and writes nothing. Run parameter "APPLY" makes
      * the changes, under the EMPMAST interlock. Either way the
      * report ends with the mapping coverage: every old code still
      * found on file, by file and record. After an apply run that
      * list should be empty; anything on it ends the job
      * RETURN-CODE 4.
      *
      * Print through the shared REPORTWR engine to REORGXFR.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGXFR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT EMP-CHANGE-FILE ASSIGN TO "EMPCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT SYSTEM-AUDIT-FILE ASSIGN TO "SYSAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSAUD-FILE-STATUS.

           SELECT REORG-MAP-FILE ASSIGN TO "REORGMAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "GLACCTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-FILE-STATUS.

      * the side files, one at a time, named from the table below
           SELECT SIDE-FILE ASSIGN TO WS-SIDE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-FILE-STATUS.

           SELECT REORG-REPORT-FILE ASSIGN TO "REORGXFR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  EMP-CHANGE-FILE.
           COPY EMPCHG.

       FD  SYSTEM-AUDIT-FILE.
           COPY SYSAUDIT.

       FD  REORG-MAP-FILE.
       01  REORG-MAP-RECORD.
           05  RMP-OLD-DEPT    PIC X(4).
           05  RMP-NEW-DEPT    PIC X(4).
           05  RMP-OLD-GL      PIC X(8).
           05  RMP-NEW-GL      PIC X(8).
           05  RMP-EFF-DATE    PIC X(8).

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           05  GLA-ACCOUNT     PIC X(8).
           05  GLA-DESC        PIC X(20).
           05  GLA-COMPANY     PIC X(2).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-DATE         PIC 9(8).

       FD  SIDE-FILE.
       01  SIDE-FILE-RECORD    PIC X(120).

       FD  REORG-REPORT-FILE.
       01  REORG-REPORT-REC    PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".
           88  WS-EMP-FILE-EOF       VALUE "10".

       77  WS-CHG-FILE-STATUS PIC XX.
           88  WS-CHG-FILE-OK        VALUE "00".
           88  WS-CHG-FILE-NOT-FOUND VALUE "35".

       77  WS-SYSAUD-FILE-STATUS PIC XX.
           88  WS-SYSAUD-FILE-OK     VALUE "00".

       77  WS-MAP-FILE-STATUS PIC XX.
           88  WS-MAP-FILE-OK        VALUE "00".
           88  WS-MAP-FILE-EOF       VALUE "10".

       77  WS-COA-FILE-STATUS PIC XX.
           88  WS-COA-FILE-OK        VALUE "00".
           88  WS-COA-FILE-EOF       VALUE "10".

       77  WS-BUS-FILE-STATUS PIC XX.
           88  WS-BUS-FILE-OK        VALUE "00".

       77  WS-SIDE-FILE-STATUS PIC XX.
           88  WS-SIDE-FILE-OK       VALUE "00".
           88  WS-SIDE-FILE-EOF      VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-RUN-MODE        PIC X VALUE "P".
           88  WS-MODE-APPLY         VALUE "A".
       77  WS-TODAY-DATE      PIC X(8) VALUE SPACES.
       77  WS-BATCH-ID        PIC X(8) VALUE SPACES.

      * the mappings in force today; held lines are only listed
       77  WS-MAP-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-MAP-IDX.
               10  WS-MAP-OLD-DEPT     PIC X(4).
               10  WS-MAP-NEW-DEPT     PIC X(4).
               10  WS-MAP-OLD-GL       PIC X(8).
               10  WS-MAP-NEW-GL       PIC X(8).
               10  WS-MAP-EFF-DATE     PIC X(8).
       77  WS-HELD-COUNT      PIC 9(3) VALUE ZERO.

       77  WS-COA-COUNT PIC 9(3) VALUE ZERO.
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-COA-IDX
                               PIC X(8).

      * where the codes live in each side file: the file name, a
      * label for the report, the byte offsets of the department
      * and GL account (zero where the file carries none) and the
      * length of the record key printed on the report
       01  WS-SIDE-FILE-VALUES.
           05  FILLER PIC X(32)
               VALUE "LABRSPLT.TXT LABOR SPLT00700110".
           05  FILLER PIC X(32)
               VALUE "LABBUDG.TXT  LABOR BUDG00100000".
           05  FILLER PIC X(32)
               VALUE "POSMAST.TXT  POSITION  00700000".
           05  FILLER PIC X(32)
               VALUE "TCAPPRV.TXT  TC APPRVR 00100000".
           05  FILLER PIC X(32)
               VALUE "TCBATCH.TXT  TC BATCH  00100000".
           05  FILLER PIC X(32)
               VALUE "DEDMAST.TXT  DEDUCTION 00000240".
           05  FILLER PIC X(32)
               VALUE "EXPTYPES.TXT EXP TYPE  00000310".
       01  WS-SIDE-FILE-TABLE REDEFINES WS-SIDE-FILE-VALUES.
           05  WS-SDF-ENTRY OCCURS 7 TIMES
                               INDEXED BY WS-SDF-IDX.
               10  WS-SDF-NAME         PIC X(13).
               10  WS-SDF-LABEL        PIC X(11).
               10  WS-SDF-DEPT-POS     PIC 9(3).
               10  WS-SDF-GL-POS       PIC 9(3).
               10  FILLER              PIC X(2).
       77  WS-SIDE-FILE-NAME  PIC X(13) VALUE SPACES.

      * one side file held whole while it is converted
       77  WS-ROW-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-ROW-TABLE.
           05  WS-ROW-IMAGE OCCURS 2000 TIMES
                               INDEXED BY WS-ROW-IDX
                               PIC X(120).
       77  WS-ROW-OVERFLOW-FLAG PIC X VALUE "N".
           88  WS-ROW-OVERFLOW       VALUE "Y".
       77  WS-ROW-CHANGED-FLAG PIC X VALUE "N".
           88  WS-ROW-CHANGED        VALUE "Y".
       77  WS-FILE-CHANGE-COUNT PIC 9(5) VALUE ZERO.

      * one code being looked up or checked
       77  WS-CODE-KIND       PIC X VALUE SPACE.
       77  WS-OLD-CODE        PIC X(8) VALUE SPACES.
       77  WS-NEW-CODE        PIC X(8) VALUE SPACES.
       77  WS-CODE-MAPPED-FLAG PIC X VALUE "N".
           88  WS-CODE-MAPPED        VALUE "Y".
       77  WS-DEPT-POS        PIC 9(3) VALUE ZERO.
       77  WS-GL-POS          PIC 9(3) VALUE ZERO.

      * before-image of the master record, for the change history
       77  WS-OLD-DEPT        PIC X(4) VALUE SPACES.
       77  WS-OLD-GL          PIC X(8) VALUE SPACES.
       77  WS-CHG-FIELD-NAME  PIC X(12) VALUE SPACES.

       77  WS-EMP-CHANGED-COUNT PIC 9(5) VALUE ZERO.
       77  WS-CHG-WRITTEN     PIC 9(5) VALUE ZERO.
       77  WS-SIDE-CHANGED-COUNT PIC 9(5) VALUE ZERO.
       77  WS-RESIDUAL-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.

       01  REORG-HEADING-LINE.
           05  FILLER  PIC X(35)
               VALUE "DEPARTMENT REORGANIZATION TRANSFER ".
           05  RHL-MODE        PIC X(12).
           05  FILLER  PIC X(3)  VALUE SPACES.
           05  RHL-DATE        PIC X(8).

       01  REORG-COLUMN-LINE.
           05  FILLER  PIC X(40)
               VALUE "FILE        KEY                  FIELD  ".
           05  FILLER  PIC X(40)
               VALUE "OLD       NEW".

       01  REORG-DETAIL-LINE.
           05  RDL-FILE        PIC X(11).
           05  FILLER          PIC X     VALUE SPACE.
           05  RDL-KEY         PIC X(20).
           05  FILLER          PIC X     VALUE SPACE.
           05  RDL-FIELD       PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  RDL-OLD         PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RDL-NEW         PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  RDL-NOTE        PIC X(21).

       01  REORG-MAP-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RML-OLD-DEPT    PIC X(4).
           05  FILLER          PIC X(4)  VALUE " -> ".
           05  RML-NEW-DEPT    PIC X(4).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RML-OLD-GL      PIC X(8).
           05  FILLER          PIC X(4)  VALUE " -> ".
           05  RML-NEW-GL      PIC X(8).
           05  FILLER          PIC X(5)  VALUE " EFF ".
           05  RML-EFF-DATE    PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  RML-NOTE        PIC X(20).

       01  REORG-COUNT-LINE.
           05  RCL-LABEL       PIC X(40).
           05  RCL-COUNT       PIC ZZZZ9.

       COPY RPTWRREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUDCHREQ.
       COPY ENQREQ.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter: "APPLY" makes the
      * changes; anything else is the proof run
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "REORGXFR" TO SGN-JOB-NAME
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

      *    the chain's business date, when established, judges the
      *    effective dates, as it does EMPMAINT's future queue
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
           STRING "RO" WS-TODAY-DATE(3:6)
               DELIMITED BY SIZE INTO WS-BATCH-ID
           END-STRING

           OPEN OUTPUT REORG-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open REORG-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           PERFORM OPEN-REORG-REPORT

           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-REORG-MAP
           IF RETURN-CODE NOT = 0 OR WS-MAP-COUNT = ZERO
               IF RETURN-CODE = 0
                   MOVE "NO MAPPING IN FORCE -- NOTHING TO TRANSFER"
                       TO RWR-DETAIL-LINE
                   PERFORM WRITE-BREAK-LINE
               END-IF
               PERFORM CLOSE-REORG-REPORT
               GOBACK
           END-IF

           IF WS-MODE-APPLY
               MOVE "REORGXFR" TO ENQ-HOLDER
               MOVE "E" TO ENQ-ACTION
               MOVE "EMPMAST" TO ENQ-RESOURCE
               CALL "ENQMGR" USING ENQ-REQUEST
                   ON EXCEPTION MOVE "00" TO ENQ-STATUS
               END-CALL
               IF NOT ENQ-GRANTED
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "EMPMAST held by " ENQ-HELD-BY
                       " -- reorganization refused"
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   END-STRING
                   PERFORM REPORT-COMMON-ERROR
                   PERFORM CLOSE-REORG-REPORT
                   GOBACK
               END-IF
           END-IF

           PERFORM TRANSFER-EMPLOYEE-MASTER
           IF RETURN-CODE = 0
               PERFORM VARYING WS-SDF-IDX FROM 1 BY 1
                   UNTIL WS-SDF-IDX > 7
                   PERFORM TRANSFER-ONE-SIDE-FILE
               END-PERFORM
           END-IF
           IF WS-MODE-APPLY
               PERFORM RELEASE-MASTER-LOCK
           END-IF

           PERFORM PRINT-TRANSFER-COUNTS
           PERFORM CHECK-MAPPING-COVERAGE
           PERFORM CLOSE-REORG-REPORT

           IF RETURN-CODE = 0 AND WS-MODE-APPLY
               AND WS-RESIDUAL-COUNT > ZERO
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE "REORGXFR" TO WS-ERR-PROGRAM-ID
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING WS-RESIDUAL-COUNT
                   " old code(s) still on file after transfer"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "REORGXFR " RHL-MODE ": " WS-EMP-CHANGED-COUNT
               " employees, " WS-SIDE-CHANGED-COUNT
               " side-file rows, " WS-RESIDUAL-COUNT
               " old codes still on file."
           GOBACK.


       RELEASE-MASTER-LOCK.
           MOVE "REORGXFR" TO ENQ-HOLDER
           MOVE "D" TO ENQ-ACTION
           MOVE "EMPMAST" TO ENQ-RESOURCE
           CALL "ENQMGR" USING ENQ-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL.


       REPORT-COMMON-ERROR.
           MOVE "REORGXFR" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * no chart file means no check, the way EMPMAINT runs
       LOAD-CHART-OF-ACCOUNTS.
           MOVE ZERO TO WS-COA-COUNT
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF NOT WS-COA-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COA-FILE-EOF OR WS-COA-COUNT = 200
               READ CHART-OF-ACCOUNTS-FILE
                   AT END SET WS-COA-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COA-COUNT
                       SET WS-COA-IDX TO WS-COA-COUNT
                       MOVE GLA-ACCOUNT TO WS-COA-ENTRY(WS-COA-IDX)
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE.


      ******************************************************************
      * The mapping. A bad line stops the whole batch -- half a
      * reorganization is worse than none. Lines dated ahead are
      * listed and held for a later run.
      ******************************************************************
       LOAD-REORG-MAP.
           MOVE ZERO TO WS-MAP-COUNT
           OPEN INPUT REORG-MAP-FILE
           IF NOT WS-MAP-FILE-OK
               MOVE WS-MAP-FILE-STATUS TO WS-ERR-CODE
               MOVE "No REORGMAP.TXT -- no reorganization to apply"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "MAPPING" TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           PERFORM UNTIL WS-MAP-FILE-EOF OR RETURN-CODE NOT = 0
               READ REORG-MAP-FILE
                   AT END SET WS-MAP-FILE-EOF TO TRUE
                   NOT AT END PERFORM TAKE-ONE-MAPPING
               END-READ
           END-PERFORM
           CLOSE REORG-MAP-FILE
           IF RETURN-CODE = 0
               PERFORM CHECK-MAPPING-CHAINS
           END-IF.


       TAKE-ONE-MAPPING.
           MOVE SPACES TO WS-ERR-MESSAGE
           EVALUATE TRUE
               WHEN RMP-EFF-DATE NOT NUMERIC
                   MOVE "effective date is not YYYYMMDD"
                       TO WS-ERR-MESSAGE
               WHEN RMP-OLD-DEPT = SPACES AND RMP-OLD-GL = SPACES
                   MOVE "maps neither a department nor an account"
                       TO WS-ERR-MESSAGE
               WHEN RMP-OLD-DEPT = SPACES AND RMP-NEW-DEPT NOT = SPACES
               WHEN RMP-OLD-DEPT NOT = SPACES AND RMP-NEW-DEPT = SPACES
                   MOVE "department needs both old and new"
                       TO WS-ERR-MESSAGE
               WHEN RMP-OLD-GL = SPACES AND RMP-NEW-GL NOT = SPACES
               WHEN RMP-OLD-GL NOT = SPACES AND RMP-NEW-GL = SPACES
                   MOVE "GL account needs both old and new"
                       TO WS-ERR-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ERR-MESSAGE = SPACES AND RMP-NEW-GL NOT = SPACES
               AND WS-COA-COUNT > ZERO
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   AT END
                       MOVE "new GL account is not on the chart"
                           TO WS-ERR-MESSAGE
                   WHEN WS-COA-ENTRY(WS-COA-IDX) = RMP-NEW-GL
                       CONTINUE
               END-SEARCH
           END-IF
           IF WS-ERR-MESSAGE = SPACES AND WS-MAP-COUNT > ZERO
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   IF (RMP-OLD-DEPT NOT = SPACES
                       AND RMP-OLD-DEPT = WS-MAP-OLD-DEPT(WS-MAP-IDX))
                       OR (RMP-OLD-GL NOT = SPACES
                       AND RMP-OLD-GL = WS-MAP-OLD-GL(WS-MAP-IDX))
                       MOVE "old code is mapped twice"
                           TO WS-ERR-MESSAGE
                   END-IF
               END-PERFORM
           END-IF

           MOVE RMP-OLD-DEPT TO RML-OLD-DEPT
           MOVE RMP-NEW-DEPT TO RML-NEW-DEPT
           MOVE RMP-OLD-GL   TO RML-OLD-GL
           MOVE RMP-NEW-GL   TO RML-NEW-GL
           MOVE RMP-EFF-DATE TO RML-EFF-DATE
           MOVE SPACES TO RML-NOTE
           IF WS-ERR-MESSAGE NOT = SPACES
               MOVE "REJECTED" TO RML-NOTE
               MOVE REORG-MAP-LINE TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "REORGMAP.TXT line " REORG-MAP-RECORD(1:24)
                   " rejected -- see REORGXFR.RPT"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           IF RMP-EFF-DATE > WS-TODAY-DATE
               ADD 1 TO WS-HELD-COUNT
               MOVE "NOT YET EFFECTIVE" TO RML-NOTE
               MOVE REORG-MAP-LINE TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-COUNT = 200
               MOVE ZERO TO WS-ERR-CODE
               MOVE "REORGMAP.TXT holds more than 200 mappings"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAP-COUNT
           SET WS-MAP-IDX TO WS-MAP-COUNT
           MOVE RMP-OLD-DEPT TO WS-MAP-OLD-DEPT(WS-MAP-IDX)
           MOVE RMP-NEW-DEPT TO WS-MAP-NEW-DEPT(WS-MAP-IDX)
           MOVE RMP-OLD-GL   TO WS-MAP-OLD-GL(WS-MAP-IDX)
           MOVE RMP-NEW-GL   TO WS-MAP-NEW-GL(WS-MAP-IDX)
           MOVE RMP-EFF-DATE TO WS-MAP-EFF-DATE(WS-MAP-IDX)
           MOVE REORG-MAP-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


      * a new code that is itself mapped onward would leave the
      * record half-moved, so the chain must be written out whole
       CHECK-MAPPING-CHAINS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT OR RETURN-CODE NOT = 0
               IF WS-MAP-NEW-DEPT(WS-MAP-IDX) NOT = SPACES
                   MOVE "D" TO WS-CODE-KIND
                   MOVE WS-MAP-NEW-DEPT(WS-MAP-IDX) TO WS-OLD-CODE
                   PERFORM CHECK-CHAINED-CODE
               END-IF
               IF WS-MAP-NEW-GL(WS-MAP-IDX) NOT = SPACES
                   AND RETURN-CODE = 0
                   MOVE "G" TO WS-CODE-KIND
                   MOVE WS-MAP-NEW-GL(WS-MAP-IDX) TO WS-OLD-CODE
                   PERFORM CHECK-CHAINED-CODE
               END-IF
           END-PERFORM.


       CHECK-CHAINED-CODE.
           PERFORM FIND-MAPPING
           IF WS-CODE-MAPPED
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "REORGMAP.TXT maps " WS-OLD-CODE
                   " onward as well as to it -- map straight through"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
           END-IF.


      * the new code for WS-OLD-CODE of kind WS-CODE-KIND (D or G)
       FIND-MAPPING.
           MOVE "N" TO WS-CODE-MAPPED-FLAG
           MOVE SPACES TO WS-NEW-CODE
           IF WS-OLD-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           SET WS-MAP-IDX TO 1
           IF WS-CODE-KIND = "D"
               PERFORM UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       OR WS-CODE-MAPPED
                   IF WS-MAP-OLD-DEPT(WS-MAP-IDX) = WS-OLD-CODE(1:4)
                       AND WS-OLD-CODE(5:4) = SPACES
                       SET WS-CODE-MAPPED TO TRUE
                       MOVE WS-MAP-NEW-DEPT(WS-MAP-IDX) TO WS-NEW-CODE
                   ELSE
                       SET WS-MAP-IDX UP BY 1
                   END-IF
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       OR WS-CODE-MAPPED
                   IF WS-MAP-OLD-GL(WS-MAP-IDX) = WS-OLD-CODE
                       SET WS-CODE-MAPPED TO TRUE
                       MOVE WS-MAP-NEW-GL(WS-MAP-IDX) TO WS-NEW-CODE
                   ELSE
                       SET WS-MAP-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.


      ******************************************************************
      * The employee master: every record on a mapped department or
      * GL account, whatever its company or status -- a terminated
      * employee's record should not keep a code that no longer
      * exists. Each altered field goes to the change history.
      ******************************************************************
       TRANSFER-EMPLOYEE-MASTER.
           IF WS-MODE-APPLY
               OPEN I-O EMPLOYEE-MASTER-FILE
           ELSE
               OPEN INPUT EMPLOYEE-MASTER-FILE
           END-IF
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE-APPLY
      *        the change-history file is permanent, created on
      *        first open the way EMPMAINT creates it
               OPEN I-O EMP-CHANGE-FILE
               IF WS-CHG-FILE-NOT-FOUND
                   OPEN OUTPUT EMP-CHANGE-FILE
                   CLOSE EMP-CHANGE-FILE
                   OPEN I-O EMP-CHANGE-FILE
               END-IF
               OPEN EXTEND SYSTEM-AUDIT-FILE
               IF NOT WS-SYSAUD-FILE-OK
                   OPEN OUTPUT SYSTEM-AUDIT-FILE
               END-IF
           END-IF

           MOVE "EMPLOYEE MASTER" TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           PERFORM UNTIL WS-EMP-FILE-EOF
               READ EMPLOYEE-MASTER-FILE
                   AT END SET WS-EMP-FILE-EOF TO TRUE
                   NOT AT END PERFORM TRANSFER-ONE-EMPLOYEE
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-MASTER-FILE
           IF WS-MODE-APPLY
               CLOSE EMP-CHANGE-FILE
               CLOSE SYSTEM-AUDIT-FILE
           END-IF.


       TRANSFER-ONE-EMPLOYEE.
           MOVE EMP-DEPT-CODE  TO WS-OLD-DEPT
           MOVE EMP-GL-ACCOUNT TO WS-OLD-GL
           MOVE "N" TO WS-ROW-CHANGED-FLAG

           MOVE "D" TO WS-CODE-KIND
           MOVE EMP-DEPT-CODE TO WS-OLD-CODE
           PERFORM FIND-MAPPING
           IF WS-CODE-MAPPED
               MOVE WS-NEW-CODE(1:4) TO EMP-DEPT-CODE
               SET WS-ROW-CHANGED TO TRUE
           END-IF
           MOVE "G" TO WS-CODE-KIND
           MOVE EMP-GL-ACCOUNT TO WS-OLD-CODE
           PERFORM FIND-MAPPING
           IF WS-CODE-MAPPED
               MOVE WS-NEW-CODE TO EMP-GL-ACCOUNT
               SET WS-ROW-CHANGED TO TRUE
           END-IF
           IF NOT WS-ROW-CHANGED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REORG-DETAIL-LINE
           MOVE "EMPMAST" TO RDL-FILE
           MOVE SPACES TO RDL-KEY
           STRING EMP-ID " " EMP-NAME(1:13)
               DELIMITED BY SIZE INTO RDL-KEY
           END-STRING
           IF WS-MODE-APPLY
               REWRITE EMP-MASTER-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO RDL-NOTE
                       MOVE "DEPT" TO RDL-FIELD
                       MOVE WS-OLD-DEPT TO RDL-OLD
                       MOVE EMP-DEPT-CODE TO RDL-NEW
                       MOVE REORG-DETAIL-LINE TO RWR-DETAIL-LINE
                       PERFORM WRITE-DETAIL-LINE
                       EXIT PARAGRAPH
               END-REWRITE
               PERFORM WRITE-REORG-AUDIT-RECORD
           END-IF
           ADD 1 TO WS-EMP-CHANGED-COUNT

           IF EMP-DEPT-CODE NOT = WS-OLD-DEPT
               MOVE "DEPT" TO RDL-FIELD
               MOVE WS-OLD-DEPT TO RDL-OLD
               MOVE EMP-DEPT-CODE TO RDL-NEW
               MOVE REORG-DETAIL-LINE TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               IF WS-MODE-APPLY
                   MOVE "DEPT" TO WS-CHG-FIELD-NAME
                   PERFORM WRITE-ONE-CHANGE-RECORD
               END-IF
           END-IF
           IF EMP-GL-ACCOUNT NOT = WS-OLD-GL
               MOVE "GL" TO RDL-FIELD
               MOVE WS-OLD-GL TO RDL-OLD
               MOVE EMP-GL-ACCOUNT TO RDL-NEW
               MOVE REORG-DETAIL-LINE TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               IF WS-MODE-APPLY
                   MOVE "GL ACCOUNT" TO WS-CHG-FIELD-NAME
                   PERFORM WRITE-ONE-CHANGE-RECORD
               END-IF
           END-IF.


      * laid out as EMPMAINT writes the field history, under this
      * run's batch id so CHGINQ shows the reorganization as one
       WRITE-ONE-CHANGE-RECORD.
           MOVE SPACES TO EMP-CHANGE-RECORD
           MOVE EMP-ID TO CHG-EMP-ID
           MOVE FUNCTION CURRENT-DATE(1:15) TO CHG-TIMESTAMP
           MOVE WS-CHG-FIELD-NAME TO CHG-FIELD-NAME
           MOVE RDL-OLD           TO CHG-OLD-VALUE
           MOVE RDL-NEW           TO CHG-NEW-VALUE
           MOVE SGN-OPERATOR-ID   TO CHG-OPERATOR
           MOVE WS-BATCH-ID       TO CHG-BATCH-ID
           WRITE EMP-CHANGE-RECORD
               INVALID KEY
                   REWRITE EMP-CHANGE-RECORD
           END-WRITE
           ADD 1 TO WS-CHG-WRITTEN.


       WRITE-REORG-AUDIT-RECORD.
           MOVE SPACES TO SYS-AUDIT-RECORD
           MOVE "REORGXFR" TO SYSAUD-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:15) TO SYSAUD-TIMESTAMP
           MOVE SPACES TO SYSAUD-KEY-INPUT
           STRING "C " EMP-ID " " WS-OLD-DEPT ">" EMP-DEPT-CODE
               DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
           END-STRING
           MOVE "TRANSFERRED" TO SYSAUD-KEY-RESULT
           MOVE "S" TO ACH-ACTION
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION CONTINUE
           END-CALL
           WRITE SYS-AUDIT-RECORD.


      ******************************************************************
      * One side file, held whole: every row's department and GL
      * account mapped, and in the apply run the file written back
      * in its original order. A file not on hand is noted and
      * passed over; one too big to hold is left untouched.
      ******************************************************************
       TRANSFER-ONE-SIDE-FILE.
           MOVE WS-SDF-NAME(WS-SDF-IDX) TO WS-SIDE-FILE-NAME
           MOVE WS-SDF-DEPT-POS(WS-SDF-IDX) TO WS-DEPT-POS
           MOVE WS-SDF-GL-POS(WS-SDF-IDX) TO WS-GL-POS
           MOVE WS-SDF-NAME(WS-SDF-IDX) TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           PERFORM LOAD-SIDE-FILE
           IF NOT WS-SIDE-FILE-OK AND NOT WS-SIDE-FILE-EOF
               MOVE "  not on file -- nothing to transfer"
                   TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-OVERFLOW
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING WS-SIDE-FILE-NAME
                   " holds more than 2000 rows -- not transferred"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-FILE-CHANGE-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               PERFORM TRANSFER-ONE-SIDE-ROW
           END-PERFORM

           IF WS-MODE-APPLY AND WS-FILE-CHANGE-COUNT > ZERO
               OPEN OUTPUT SIDE-FILE
               IF NOT WS-SIDE-FILE-OK
                   MOVE WS-SIDE-FILE-STATUS TO WS-ERR-CODE
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "Unable to rewrite " WS-SIDE-FILE-NAME
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   END-STRING
                   PERFORM REPORT-COMMON-ERROR
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO SIDE-FILE-RECORD
                   WRITE SIDE-FILE-RECORD
               END-PERFORM
               CLOSE SIDE-FILE
           END-IF
           ADD WS-FILE-CHANGE-COUNT TO WS-SIDE-CHANGED-COUNT.


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


       TRANSFER-ONE-SIDE-ROW.
           MOVE "N" TO WS-ROW-CHANGED-FLAG
           MOVE SPACES TO REORG-DETAIL-LINE
           MOVE WS-SDF-LABEL(WS-SDF-IDX) TO RDL-FILE
           MOVE WS-ROW-IMAGE(WS-ROW-IDX)(1:20) TO RDL-KEY
           IF WS-DEPT-POS > ZERO
               MOVE "D" TO WS-CODE-KIND
               MOVE SPACES TO WS-OLD-CODE
               MOVE WS-ROW-IMAGE(WS-ROW-IDX)(WS-DEPT-POS:4)
                   TO WS-OLD-CODE
               PERFORM FIND-MAPPING
               IF WS-CODE-MAPPED
                   MOVE WS-NEW-CODE(1:4)
                       TO WS-ROW-IMAGE(WS-ROW-IDX)(WS-DEPT-POS:4)
                   SET WS-ROW-CHANGED TO TRUE
                   MOVE "DEPT" TO RDL-FIELD
                   MOVE WS-OLD-CODE TO RDL-OLD
                   MOVE WS-NEW-CODE TO RDL-NEW
                   MOVE REORG-DETAIL-LINE TO RWR-DETAIL-LINE
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF
           IF WS-GL-POS > ZERO
               MOVE "G" TO WS-CODE-KIND
               MOVE WS-ROW-IMAGE(WS-ROW-IDX)(WS-GL-POS:8)
                   TO WS-OLD-CODE
               PERFORM FIND-MAPPING
               IF WS-CODE-MAPPED
                   MOVE WS-NEW-CODE
                       TO WS-ROW-IMAGE(WS-ROW-IDX)(WS-GL-POS:8)
                   SET WS-ROW-CHANGED TO TRUE
                   MOVE "GL" TO RDL-FIELD
                   MOVE WS-OLD-CODE TO RDL-OLD
                   MOVE WS-NEW-CODE TO RDL-NEW
                   MOVE REORG-DETAIL-LINE TO RWR-DETAIL-LINE
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF
           IF WS-ROW-CHANGED
               ADD 1 TO WS-FILE-CHANGE-COUNT
           END-IF.


       PRINT-TRANSFER-COUNTS.
           MOVE "TOTALS" TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           MOVE "MAPPINGS IN FORCE" TO RCL-LABEL
           MOVE WS-MAP-COUNT TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "MAPPINGS HELD FOR A LATER DATE" TO RCL-LABEL
           MOVE WS-HELD-COUNT TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "EMPLOYEES TRANSFERRED" TO RCL-LABEL
           MOVE WS-EMP-CHANGED-COUNT TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CHANGE-HISTORY RECORDS WRITTEN" TO RCL-LABEL
           MOVE WS-CHG-WRITTEN TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "SIDE-FILE ROWS TRANSFERRED" TO RCL-LABEL
           MOVE WS-SIDE-CHANGED-COUNT TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE.


       WRITE-COUNT-LINE.
           MOVE REORG-COUNT-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


      ******************************************************************
      * Mapping coverage: every file read again as it now stands and
      * every old code still found listed. After an apply run the
      * list should be empty; in a proof run it is what the apply
      * run will move.
      ******************************************************************
       CHECK-MAPPING-COVERAGE.
           MOVE ZERO TO WS-RESIDUAL-COUNT
           MOVE "MAPPING COVERAGE -- OLD CODES STILL ON FILE"
               TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-OK
               PERFORM UNTIL WS-EMP-FILE-EOF
                   READ EMPLOYEE-MASTER-FILE
                       AT END SET WS-EMP-FILE-EOF TO TRUE
                       NOT AT END PERFORM CHECK-ONE-EMPLOYEE-CODES
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF

           PERFORM VARYING WS-SDF-IDX FROM 1 BY 1
               UNTIL WS-SDF-IDX > 7
               MOVE WS-SDF-NAME(WS-SDF-IDX) TO WS-SIDE-FILE-NAME
               MOVE WS-SDF-DEPT-POS(WS-SDF-IDX) TO WS-DEPT-POS
               MOVE WS-SDF-GL-POS(WS-SDF-IDX) TO WS-GL-POS
               PERFORM LOAD-SIDE-FILE
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   PERFORM CHECK-ONE-SIDE-ROW-CODES
               END-PERFORM
           END-PERFORM

           MOVE "OLD CODES STILL ON FILE" TO RCL-LABEL
           MOVE WS-RESIDUAL-COUNT TO RCL-COUNT
           PERFORM WRITE-COUNT-LINE.


       CHECK-ONE-EMPLOYEE-CODES.
           MOVE SPACES TO REORG-DETAIL-LINE
           MOVE "EMPMAST" TO RDL-FILE
           STRING EMP-ID " " EMP-NAME(1:13)
               DELIMITED BY SIZE INTO RDL-KEY
           END-STRING
           MOVE "D" TO WS-CODE-KIND
           MOVE EMP-DEPT-CODE TO WS-OLD-CODE
           MOVE "DEPT" TO RDL-FIELD
           PERFORM REPORT-RESIDUAL-CODE
           MOVE "G" TO WS-CODE-KIND
           MOVE EMP-GL-ACCOUNT TO WS-OLD-CODE
           MOVE "GL" TO RDL-FIELD
           PERFORM REPORT-RESIDUAL-CODE.


       CHECK-ONE-SIDE-ROW-CODES.
           MOVE SPACES TO REORG-DETAIL-LINE
           MOVE WS-SDF-LABEL(WS-SDF-IDX) TO RDL-FILE
           MOVE WS-ROW-IMAGE(WS-ROW-IDX)(1:20) TO RDL-KEY
           IF WS-DEPT-POS > ZERO
               MOVE "D" TO WS-CODE-KIND
               MOVE SPACES TO WS-OLD-CODE
               MOVE WS-ROW-IMAGE(WS-ROW-IDX)(WS-DEPT-POS:4)
                   TO WS-OLD-CODE
               MOVE "DEPT" TO RDL-FIELD
               PERFORM REPORT-RESIDUAL-CODE
           END-IF
           IF WS-GL-POS > ZERO
               MOVE "G" TO WS-CODE-KIND
               MOVE WS-ROW-IMAGE(WS-ROW-IDX)(WS-GL-POS:8)
                   TO WS-OLD-CODE
               MOVE "GL" TO RDL-FIELD
               PERFORM REPORT-RESIDUAL-CODE
           END-IF.


       REPORT-RESIDUAL-CODE.
           PERFORM FIND-MAPPING
           IF WS-CODE-MAPPED
               ADD 1 TO WS-RESIDUAL-COUNT
               MOVE WS-OLD-CODE TO RDL-OLD
               MOVE WS-NEW-CODE TO RDL-NEW
               IF WS-MODE-APPLY
                   MOVE "NOT TRANSFERRED" TO RDL-NOTE
               ELSE
                   MOVE "TO BE TRANSFERRED" TO RDL-NOTE
               END-IF
               MOVE REORG-DETAIL-LINE TO RWR-DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF.


      ******************************************************************
      * The report, through the shared REPORTWR engine.
      ******************************************************************
       OPEN-REORG-REPORT.
           IF WS-MODE-APPLY
               MOVE "APPLY RUN" TO RHL-MODE
           ELSE
               MOVE "PROOF RUN" TO RHL-MODE
           END-IF
           MOVE WS-TODAY-DATE TO RHL-DATE
           MOVE "O" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 56 TO RWR-LINES-PER-PAGE
           MOVE REORG-HEADING-LINE TO RWR-HEADING-1
           MOVE REORG-COLUMN-LINE  TO RWR-HEADING-2
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL.


       CLOSE-REORG-REPORT.
           MOVE "C" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           CLOSE REORG-REPORT-FILE.


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
               MOVE RWR-OUT-LINE(WS-RWR-OUT-IDX) TO REORG-REPORT-REC
               WRITE REORG-REPORT-REC
           END-PERFORM.

       END PROGRAM REORGXFR.
