      ******************************************************************
      * Audit-trail chain verification. Walks the current archive
      * generation (SYSAUDAR) and then the live trail (SYSAUDIT.TXT)
      * as one chain, recomputing every record's check value through
      * AUDCHAIN from the record before it, and reports on
      * AUDVRFY.RPT:
      *   - the first broken link: a record whose content no longer
      *     matches its check value (edited, replaced or inserted),
      *     and a count of any after it
      *   - every gap: the sequence jumps past numbers never seen,
      *     with the count of records missing overall
      *   - every reordering: a sequence number at or below one
      *     already passed
      *   - the ends: the archive's header and trailer links against
      *     its records, the carried link on AUDCHAIN.TXT against
      *     the archive, and the last link on AUDCHAIN.TXT against
      *     the end of the live trail, so records cut from either
      *     end are caught
      * Records written before chaining began (no sequence number)
      * are counted, not checked, as long as they come first.
      *
      * Any finding ends the job RETURN-CODE 8 with an ALERTLOG
      * error, so a scheduled chain stops on an altered trail. The
      * run itself is stamped to SYSAUDIT.TXT after the walk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVRFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "SYSAUDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT SYSTEM-AUDIT-FILE ASSIGN TO "SYSAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSAUD-FILE-STATUS.

           SELECT AUDIT-CHAIN-CONTROL-FILE ASSIGN TO "AUDCHAIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-FILE-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVRFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-REC   PIC X(95).

       FD  SYSTEM-AUDIT-FILE.
           COPY SYSAUDIT.

       FD  AUDIT-CHAIN-CONTROL-FILE.
           COPY AUDCHCTL.

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-REC   PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-ARC-FILE-STATUS PIC XX.
           88  WS-ARC-FILE-OK        VALUE "00".
           88  WS-ARC-FILE-EOF       VALUE "10".

       77  WS-SYSAUD-FILE-STATUS PIC XX.
           88  WS-SYSAUD-FILE-OK     VALUE "00".
           88  WS-SYSAUD-FILE-EOF    VALUE "10".

       77  WS-CHN-FILE-STATUS PIC XX.
           88  WS-CHN-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       COPY AUDARCH.

      * the chain control as found at the start of the walk
       77  WS-CONTROL-FLAG    PIC X VALUE "N".
           88  WS-CONTROL-PRESENT    VALUE "Y".
       01  WS-CONTROL-WORK.
           05  WS-CTL-LAST-SEQ     PIC 9(9) VALUE ZERO.
           05  WS-CTL-LAST-VALUE   PIC 9(10) VALUE ZERO.
           05  WS-CTL-CARRY-SEQ    PIC 9(9) VALUE ZERO.
           05  WS-CTL-CARRY-VALUE  PIC 9(10) VALUE ZERO.

      * where the walk stands: the link of the record just passed,
      * the highest sequence seen, and where the chain started
       77  WS-PREV-SEQ        PIC 9(9) VALUE ZERO.
       77  WS-PREV-VALUE      PIC 9(10) VALUE ZERO.
       77  WS-HIGH-SEQ        PIC 9(9) VALUE ZERO.
       77  WS-START-SEQ       PIC 9(9) VALUE ZERO.
       77  WS-EXPECTED-COUNT  PIC 9(9) VALUE ZERO.
       77  WS-CHAIN-FLAG      PIC X VALUE "N".
           88  WS-CHAIN-STARTED      VALUE "Y".
       77  WS-ARC-CHAIN-FLAG  PIC X VALUE "N".
           88  WS-ARCHIVE-CHAINED    VALUE "Y".
       77  WS-TRAILER-FLAG    PIC X VALUE "N".
           88  WS-TRAILER-SEEN       VALUE "Y".

       77  WS-SOURCE          PIC X(7) VALUE SPACES.
       77  WS-REC-NUMBER      PIC 9(7) VALUE ZERO.
       77  WS-ARC-REC-COUNT   PIC 9(6) VALUE ZERO.

       77  WS-LEGACY-COUNT    PIC 9(7) VALUE ZERO.
       77  WS-CHAINED-COUNT   PIC 9(9) VALUE ZERO.
       77  WS-BROKEN-COUNT    PIC 9(7) VALUE ZERO.
       77  WS-JUMP-COUNT      PIC 9(7) VALUE ZERO.
       77  WS-REORDER-COUNT   PIC 9(7) VALUE ZERO.
       77  WS-MISSING-COUNT   PIC 9(9) VALUE ZERO.
       77  WS-ENDS-COUNT      PIC 9(3) VALUE ZERO.
       77  WS-FINDING-COUNT   PIC 9(9) VALUE ZERO.
       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.

       01  VERIFY-HEADING-LINE.
           05  FILLER  PIC X(40)
               VALUE "AUDIT TRAIL CHAIN VERIFICATION".

       01  VERIFY-COLUMN-LINE.
           05  FILLER  PIC X(40)
               VALUE "SOURCE     REC#   SEQUENCE  FINDING".

       01  VERIFY-DETAIL-LINE.
           05  VDL-SOURCE      PIC X(7).
           05  FILLER          PIC X     VALUE SPACE.
           05  VDL-REC-NUMBER  PIC ZZZZZZ9.
           05  FILLER          PIC X     VALUE SPACE.
           05  VDL-SEQUENCE    PIC Z(8)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VDL-FINDING     PIC X(52).

       01  VERIFY-COUNT-LINE.
           05  VCL-LABEL       PIC X(40).
           05  VCL-COUNT       PIC Z(8)9.

       77  WS-EDIT-SEQ-1      PIC Z(8)9.
       77  WS-EDIT-SEQ-2      PIC Z(8)9.

       COPY RPTWRREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUDCHREQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "AUDVRFY" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           PERFORM READ-CHAIN-CONTROL

           OPEN OUTPUT VERIFY-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open VERIFY-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           MOVE "O" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 56 TO RWR-LINES-PER-PAGE
           MOVE VERIFY-HEADING-LINE TO RWR-HEADING-1
           MOVE VERIFY-COLUMN-LINE  TO RWR-HEADING-2
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

      *    with no archive on hand the live trail chains from the
      *    link AUDITRET last carried
           MOVE WS-CTL-CARRY-SEQ   TO WS-PREV-SEQ
           MOVE WS-CTL-CARRY-VALUE TO WS-PREV-VALUE
           PERFORM WALK-ARCHIVE
           PERFORM WALK-LIVE-TRAIL
           PERFORM CHECK-TRAIL-END
           PERFORM PRINT-VERIFY-COUNTS

           MOVE "C" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           CLOSE VERIFY-REPORT-FILE
           PERFORM WRITE-RUN-AUDIT-RECORD

           IF WS-FINDING-COUNT > ZERO
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Audit trail altered -- " WS-FINDING-COUNT
                   " finding(s), see AUDVRFY.RPT"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
           ELSE
               DISPLAY "AUDVRFY chain intact: " WS-CHAINED-COUNT
                   " chained, " WS-LEGACY-COUNT " unchained record(s)."
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "AUDVRFY" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 8 TO RETURN-CODE.


       READ-CHAIN-CONTROL.
           OPEN INPUT AUDIT-CHAIN-CONTROL-FILE
           IF WS-CHN-FILE-OK
               READ AUDIT-CHAIN-CONTROL-FILE
                   NOT AT END
                       IF CHN-LAST-SEQ NUMERIC
                           AND CHN-LAST-VALUE NUMERIC
                           AND CHN-CARRY-SEQ NUMERIC
                           AND CHN-CARRY-VALUE NUMERIC
                           MOVE AUDIT-CHAIN-CONTROL-RECORD
                               TO WS-CONTROL-WORK
                           SET WS-CONTROL-PRESENT TO TRUE
                       END-IF
               END-READ
               CLOSE AUDIT-CHAIN-CONTROL-FILE
           END-IF.


      ******************************************************************
      * The archive generation: its header gives the link its first
      * record chains from, its trailer the link it must end on. An
      * archive taken before chaining began has neither and is
      * counted as unchained.
      ******************************************************************
       WALK-ARCHIVE.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF NOT WS-ARC-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "ARCHIVE" TO WS-SOURCE
           MOVE ZERO TO WS-REC-NUMBER WS-ARC-REC-COUNT
           PERFORM UNTIL WS-ARC-FILE-EOF
               READ AUDIT-ARCHIVE-FILE
                   AT END SET WS-ARC-FILE-EOF TO TRUE
                   NOT AT END PERFORM TAKE-ONE-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-ARCHIVE-FILE

           IF NOT WS-ARCHIVE-CHAINED
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-TRAILER-SEEN
               MOVE ZERO TO WS-REC-NUMBER
               MOVE WS-PREV-SEQ TO VDL-SEQUENCE
               MOVE "ARCHIVE HAS NO TRAILER -- CUT SHORT"
                   TO VDL-FINDING
               PERFORM WRITE-ENDS-FINDING
           END-IF
      *    AUDITRET carried the archive's last link forward
           IF WS-CONTROL-PRESENT
               AND (WS-CTL-CARRY-SEQ NOT = WS-PREV-SEQ
               OR WS-CTL-CARRY-VALUE NOT = WS-PREV-VALUE)
               MOVE ZERO TO WS-REC-NUMBER
               MOVE WS-CTL-CARRY-SEQ TO VDL-SEQUENCE
               MOVE "CARRIED LINK ON AUDCHAIN.TXT NOT ARCHIVE END"
                   TO VDL-FINDING
               PERFORM WRITE-ENDS-FINDING
           END-IF.


       TAKE-ONE-ARCHIVE-RECORD.
           ADD 1 TO WS-REC-NUMBER
           EVALUATE TRUE
               WHEN AUDIT-ARCHIVE-REC(1:22) = ARH-TAG
                   MOVE AUDIT-ARCHIVE-REC TO ARCHIVE-HEADER-LINE
                   IF ARH-FROM-SEQ NUMERIC
                       AND ARH-FROM-VALUE NUMERIC
                       SET WS-ARCHIVE-CHAINED TO TRUE
                       MOVE ARH-FROM-SEQ   TO WS-PREV-SEQ
                       MOVE ARH-FROM-VALUE TO WS-PREV-VALUE
                   END-IF
               WHEN AUDIT-ARCHIVE-REC(1:22) = ART-TAG
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE AUDIT-ARCHIVE-REC TO ARCHIVE-TRAILER-LINE
                   IF ART-TO-SEQ NOT = WS-PREV-SEQ
                       OR ART-TO-VALUE NOT = WS-PREV-VALUE
                       OR ART-COUNT NOT = WS-ARC-REC-COUNT
                       MOVE ART-TO-SEQ TO VDL-SEQUENCE
                       MOVE "ARCHIVE TRAILER DOES NOT MATCH ITS RECORDS"
                           TO VDL-FINDING
                       PERFORM WRITE-ENDS-FINDING
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ARC-REC-COUNT
                   MOVE AUDIT-ARCHIVE-REC TO SYS-AUDIT-RECORD
                   PERFORM VERIFY-ONE-RECORD
           END-EVALUATE.


       WALK-LIVE-TRAIL.
           OPEN INPUT SYSTEM-AUDIT-FILE
           IF NOT WS-SYSAUD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "LIVE" TO WS-SOURCE
           MOVE ZERO TO WS-REC-NUMBER
           PERFORM UNTIL WS-SYSAUD-FILE-EOF
               READ SYSTEM-AUDIT-FILE
                   AT END SET WS-SYSAUD-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NUMBER
                       PERFORM VERIFY-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE SYSTEM-AUDIT-FILE.


      ******************************************************************
      * One record against the chain. Its sequence must follow the
      * highest one passed; a jump is a gap, a step back is a
      * reordering, and only a record that follows its physical
      * predecessor exactly has its check value recomputed.
      ******************************************************************
       VERIFY-ONE-RECORD.
           IF SYSAUD-SEQUENCE NOT NUMERIC
               OR SYSAUD-CHAIN NOT NUMERIC
               IF NOT WS-CHAIN-STARTED AND WS-PREV-SEQ = ZERO
                   ADD 1 TO WS-LEGACY-COUNT
               ELSE
                   MOVE ZERO TO VDL-SEQUENCE
                   MOVE "UNCHAINED RECORD INSIDE THE CHAIN"
                       TO VDL-FINDING
                   PERFORM WRITE-BROKEN-LINK
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-CHAIN-STARTED
               SET WS-CHAIN-STARTED TO TRUE
               MOVE WS-PREV-SEQ TO WS-START-SEQ WS-HIGH-SEQ
           END-IF
           ADD 1 TO WS-CHAINED-COUNT
           EVALUATE TRUE
               WHEN SYSAUD-SEQUENCE NOT > WS-HIGH-SEQ
                   MOVE WS-PREV-SEQ TO WS-EDIT-SEQ-1
                   MOVE SYSAUD-SEQUENCE TO VDL-SEQUENCE
                   MOVE SPACES TO VDL-FINDING
                   STRING "OUT OF ORDER -- FOLLOWS SEQUENCE "
                       WS-EDIT-SEQ-1
                       DELIMITED BY SIZE INTO VDL-FINDING
                   END-STRING
                   ADD 1 TO WS-REORDER-COUNT
                   PERFORM WRITE-FINDING-LINE
               WHEN SYSAUD-SEQUENCE > WS-HIGH-SEQ + 1
                   MOVE WS-HIGH-SEQ TO WS-EDIT-SEQ-1
                   MOVE SYSAUD-SEQUENCE TO VDL-SEQUENCE
                   MOVE SPACES TO VDL-FINDING
                   STRING "GAP -- SEQUENCE JUMPS FROM " WS-EDIT-SEQ-1
                       DELIMITED BY SIZE INTO VDL-FINDING
                   END-STRING
                   ADD 1 TO WS-JUMP-COUNT
                   PERFORM WRITE-FINDING-LINE
                   MOVE SYSAUD-SEQUENCE TO WS-HIGH-SEQ
               WHEN OTHER
                   MOVE SYSAUD-SEQUENCE TO WS-HIGH-SEQ
                   IF WS-PREV-SEQ + 1 = SYSAUD-SEQUENCE
                       PERFORM CHECK-ONE-LINK
                   END-IF
           END-EVALUATE
           MOVE SYSAUD-SEQUENCE TO WS-PREV-SEQ
           MOVE SYSAUD-CHAIN    TO WS-PREV-VALUE.


       CHECK-ONE-LINK.
           MOVE "C" TO ACH-ACTION
           MOVE WS-PREV-VALUE TO ACH-PREV-VALUE
           MOVE RETURN-CODE TO ACH-RETURN-CODE
           CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
               SYS-AUDIT-RECORD
               ON EXCEPTION
                   MOVE SYSAUD-CHAIN TO ACH-VALUE
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE "AUDCHAIN not available -- links not checked"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
           END-CALL
           IF ACH-VALUE NOT = SYSAUD-CHAIN
               MOVE SYSAUD-SEQUENCE TO VDL-SEQUENCE
               MOVE SPACES TO VDL-FINDING
               STRING "BROKEN LINK -- " SYSAUD-PROGRAM-ID " "
                   SYSAUD-TIMESTAMP
                   DELIMITED BY SIZE INTO VDL-FINDING
               END-STRING
               PERFORM WRITE-BROKEN-LINK
           END-IF.


      * the first broken link is listed; every link after it is
      * computed from a record already in doubt, so the rest are
      * counted
       WRITE-BROKEN-LINK.
           ADD 1 TO WS-BROKEN-COUNT
           IF WS-BROKEN-COUNT = 1
               PERFORM WRITE-FINDING-LINE
           END-IF.


       WRITE-ENDS-FINDING.
           ADD 1 TO WS-ENDS-COUNT
           PERFORM WRITE-FINDING-LINE.


      ******************************************************************
      * The ends: the last link on AUDCHAIN.TXT is the last record
      * any program wrote, and the live trail must end on it. The
      * missing count is what the sequence span says should be there
      * against what was read.
      ******************************************************************
       CHECK-TRAIL-END.
           MOVE "CONTROL" TO WS-SOURCE
           MOVE ZERO TO WS-REC-NUMBER
           IF NOT WS-CONTROL-PRESENT
               IF WS-CHAIN-STARTED
                   MOVE ZERO TO VDL-SEQUENCE
                   MOVE "AUDCHAIN.TXT MISSING -- TRAIL END UNPROVEN"
                       TO VDL-FINDING
                   PERFORM WRITE-ENDS-FINDING
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-CTL-LAST-SEQ > WS-PREV-SEQ
                       MOVE WS-PREV-SEQ TO WS-EDIT-SEQ-1
                       MOVE WS-CTL-LAST-SEQ TO VDL-SEQUENCE
                       MOVE SPACES TO VDL-FINDING
                       STRING "GAP -- TRAIL ENDS EARLY AT "
                           WS-EDIT-SEQ-1
                           DELIMITED BY SIZE INTO VDL-FINDING
                       END-STRING
                       PERFORM WRITE-ENDS-FINDING
                   WHEN WS-CTL-LAST-SEQ < WS-PREV-SEQ
                       MOVE WS-PREV-SEQ TO WS-EDIT-SEQ-1
                       MOVE WS-CTL-LAST-SEQ TO VDL-SEQUENCE
                       MOVE SPACES TO VDL-FINDING
                       STRING "TRAIL RUNS PAST THE CONTROL TO "
                           WS-EDIT-SEQ-1
                           DELIMITED BY SIZE INTO VDL-FINDING
                       END-STRING
                       PERFORM WRITE-ENDS-FINDING
                   WHEN WS-CTL-LAST-VALUE NOT = WS-PREV-VALUE
                       MOVE WS-CTL-LAST-SEQ TO VDL-SEQUENCE
                       MOVE "LAST RECORD DOES NOT MATCH THE CONTROL"
                           TO VDL-FINDING
                       PERFORM WRITE-ENDS-FINDING
               END-EVALUATE
           END-IF

           IF WS-CHAIN-STARTED
               COMPUTE WS-EXPECTED-COUNT = WS-HIGH-SEQ - WS-START-SEQ
               IF WS-EXPECTED-COUNT > WS-CHAINED-COUNT
                   COMPUTE WS-MISSING-COUNT =
                       WS-EXPECTED-COUNT - WS-CHAINED-COUNT
               END-IF
           END-IF
           COMPUTE WS-FINDING-COUNT = WS-BROKEN-COUNT + WS-JUMP-COUNT
               + WS-REORDER-COUNT + WS-ENDS-COUNT.


       WRITE-FINDING-LINE.
           MOVE WS-SOURCE     TO VDL-SOURCE
           MOVE WS-REC-NUMBER TO VDL-REC-NUMBER
           MOVE VERIFY-DETAIL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


       PRINT-VERIFY-COUNTS.
           MOVE "TOTALS" TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           MOVE "UNCHAINED RECORDS BEFORE THE CHAIN" TO VCL-LABEL
           MOVE WS-LEGACY-COUNT TO VCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CHAINED RECORDS READ" TO VCL-LABEL
           MOVE WS-CHAINED-COUNT TO VCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "BROKEN LINKS" TO VCL-LABEL
           MOVE WS-BROKEN-COUNT TO VCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "GAPS" TO VCL-LABEL
           MOVE WS-JUMP-COUNT TO VCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "RECORDS MISSING FROM THE SEQUENCE" TO VCL-LABEL
           MOVE WS-MISSING-COUNT TO VCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "RECORDS OUT OF ORDER" TO VCL-LABEL
           MOVE WS-REORDER-COUNT TO VCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ARCHIVE AND CONTROL END FINDINGS" TO VCL-LABEL
           MOVE WS-ENDS-COUNT TO VCL-COUNT
           PERFORM WRITE-COUNT-LINE
           IF WS-FINDING-COUNT = ZERO
               MOVE "CHAIN INTACT" TO RWR-DETAIL-LINE
           ELSE
               MOVE "*** CHAIN BROKEN -- THE TRAIL HAS BEEN ALTERED ***"
                   TO RWR-DETAIL-LINE
           END-IF
           PERFORM WRITE-DETAIL-LINE.


       WRITE-COUNT-LINE.
           MOVE VERIFY-COUNT-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


      * the verification itself goes on the trail, chained like any
      * other record
       WRITE-RUN-AUDIT-RECORD.
           OPEN EXTEND SYSTEM-AUDIT-FILE
           IF NOT WS-SYSAUD-FILE-OK
               OPEN OUTPUT SYSTEM-AUDIT-FILE
           END-IF
           IF WS-SYSAUD-FILE-OK
               MOVE SPACES TO SYS-AUDIT-RECORD
               MOVE "AUDVRFY" TO SYSAUD-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE(1:15) TO SYSAUD-TIMESTAMP
               MOVE SPACES TO SYSAUD-KEY-INPUT
               STRING "CHAIN VERIFY " SGN-OPERATOR-ID(1:14)
                   DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
               END-STRING
               IF WS-FINDING-COUNT = ZERO
                   MOVE "INTACT" TO SYSAUD-KEY-RESULT
               ELSE
                   MOVE SPACES TO SYSAUD-KEY-RESULT
                   STRING WS-FINDING-COUNT " FINDINGS"
                       DELIMITED BY SIZE INTO SYSAUD-KEY-RESULT
                   END-STRING
               END-IF
               MOVE "S" TO ACH-ACTION
               MOVE RETURN-CODE TO ACH-RETURN-CODE
               CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
                   SYS-AUDIT-RECORD
                   ON EXCEPTION CONTINUE
               END-CALL
               WRITE SYS-AUDIT-RECORD
               CLOSE SYSTEM-AUDIT-FILE
           END-IF.


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
               MOVE RWR-OUT-LINE(WS-RWR-OUT-IDX) TO VERIFY-REPORT-REC
               WRITE VERIFY-REPORT-REC
           END-PERFORM.

       END PROGRAM AUDVRFY.
