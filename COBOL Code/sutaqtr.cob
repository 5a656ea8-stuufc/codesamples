      * then this filing -- so the tie-back compares like against
      * like -- and only then the real quarter close. One company
      * per run, matching the company the preview covered.
      *
      * An employee who worked in more than one state is filed in
      * each, from the per-state YTDSTATE buckets the payroll run
      * keeps (gross earned and SUTA wages by work state). Whatever
      * of the YTD master's figures the buckets do not account for
      * -- pay posted before the buckets existed -- is filed under
      * the master's work state, so the states still add to the
      * company total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUTAQTR.
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT STATE-YTD-FILE ASSIGN TO "YTDSTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STY-KEY
               FILE STATUS IS WS-STY-FILE-STATUS.

           SELECT SUTA-RATE-FILE ASSIGN TO "SUTARATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUT-FILE-STATUS.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  STATE-YTD-FILE.
           COPY STATEYTD.

       FD  SUTA-RATE-FILE.
       01  SUTA-RATE-RECORD.
           05  SUT-STATE       PIC X(2).
       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".

       77  WS-STY-FILE-STATUS PIC XX.
           88  WS-STY-FILE-OK        VALUE "00".
       77  WS-STY-OPEN-FLAG   PIC X VALUE "N".
           88  WS-STY-FILE-OPEN      VALUE "Y".
       77  WS-STY-SCAN-FLAG   PIC X VALUE "N".
           88  WS-STY-SCAN-DONE      VALUE "Y".

       77  WS-SUT-FILE-STATUS PIC XX.
           88  WS-SUT-FILE-OK        VALUE "00".
           88  WS-SUT-FILE-EOF       VALUE "10".
               10  WS-STA-SUTA     PIC 9(9)V99.
               10  WS-STA-RATE     PIC V999.

      * the quarter being filed, from the QTRSUM heading (today's
      * date when there is no summary to read it from)
       77  WS-FILE-YEAR       PIC X(4) VALUE SPACES.
       77  WS-FILE-QUARTER    PIC 9 VALUE ZERO.
       77  WS-FILE-MONTH      PIC 99 VALUE ZERO.

      * one employee's quarter gross and YTD SUTA wages by state
       77  WS-EMPG-COUNT PIC 99 VALUE ZERO.
       01  WS-EMPG-TABLE.
           05  WS-EMPG-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-EMPG-IDX.
               10  WS-EMPG-STATE   PIC X(2).
               10  WS-EMPG-GROSS   PIC S9(7)V99.
               10  WS-EMPG-SUTA    PIC S9(7)V99.
       77  WS-EMPG-GROSS-LEFT PIC S9(7)V99 VALUE ZERO.
       77  WS-EMPG-SUTA-LEFT  PIC S9(7)V99 VALUE ZERO.
       77  WS-EMPG-STATE-WORK PIC X(2) VALUE SPACES.

       77  WS-GRAND-GROSS     PIC 9(11)V99 VALUE ZERO.
       77  WS-QTRSUM-GROSS    PIC S9(11)V99 VALUE ZERO.
       77  WS-QTRSUM-SEEN     PIC X VALUE "N".
           END-IF

           PERFORM LOAD-QTRSUM-TOTALS
           IF WS-FILE-YEAR = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FILE-YEAR
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-FILE-MONTH
               COMPUTE WS-FILE-QUARTER = (WS-FILE-MONTH + 2) / 3
           END-IF
           DISPLAY "Filing year " WS-FILE-YEAR " quarter "
               WS-FILE-QUARTER

      *    no bucket file yet just means every employee is filed in
      *    the master's work state
           OPEN INPUT STATE-YTD-FILE
           IF WS-STY-FILE-OK
               SET WS-STY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "No YTDSTATE buckets -- employees filed in"
                   " the master work state."
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               IF WS-STY-FILE-OPEN
                   CLOSE STATE-YTD-FILE
               END-IF
               GOBACK
           END-IF

           PERFORM COLLECT-WORK-STATES
           IF RETURN-CODE NOT = 0
               CLOSE EMPLOYEE-MASTER-FILE
               IF WS-STY-FILE-OPEN
                   CLOSE STATE-YTD-FILE
               END-IF
               GOBACK
           END-IF

           END-PERFORM

           CLOSE EMPLOYEE-MASTER-FILE
           IF WS-STY-FILE-OPEN
               CLOSE STATE-YTD-FILE
           END-IF
           PERFORM WRITE-SUTA-SUMMARY
           GOBACK.

               READ QUARTER-SUMMARY-FILE
                   AT END SET WS-QTR-FILE-EOF TO TRUE
                   NOT AT END
                       IF QUARTER-SUMMARY-REC(31:6) = "YEAR: "
                           AND QUARTER-SUMMARY-REC(51:1) IS NUMERIC
                           MOVE QUARTER-SUMMARY-REC(37:4)
                               TO WS-FILE-YEAR
                           MOVE QUARTER-SUMMARY-REC(51:1)
                               TO WS-FILE-QUARTER
                       END-IF
                       IF QUARTER-SUMMARY-REC(1:16)
                           = "COMPANY TOTALS: "
                           SET WS-QTRSUM-FOUND TO TRUE
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY MOVE "??" TO EMP-WORK-STATE
           END-READ
           PERFORM GATHER-EMPLOYEE-STATES
           PERFORM VARYING WS-EMPG-IDX FROM 1 BY 1
               UNTIL WS-EMPG-IDX > WS-EMPG-COUNT
               PERFORM FILE-ONE-EMPLOYEE-STATE
           END-PERFORM
           ADD QTD-GROSS-PAY  TO WS-GRAND-GROSS.


       FILE-ONE-EMPLOYEE-STATE.
           SET WS-STATE-IDX TO 1
           PERFORM UNTIL WS-STATE-IDX > WS-STATE-COUNT
                   OR WS-STA-STATE(WS-STATE-IDX)
                       = WS-EMPG-STATE(WS-EMPG-IDX)
               SET WS-STATE-IDX UP BY 1
           END-PERFORM
           IF WS-STATE-IDX > WS-STATE-COUNT
               IF WS-STATE-COUNT = 10
                   DISPLAY "State table full -- "
                       WS-EMPG-STATE(WS-EMPG-IDX) " not filed."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STATE-COUNT
               SET WS-STATE-IDX TO WS-STATE-COUNT
               MOVE WS-EMPG-STATE(WS-EMPG-IDX)
                   TO WS-STA-STATE(WS-STATE-IDX)
               MOVE ZERO TO WS-STA-EMPS(WS-STATE-IDX)
               MOVE ZERO TO WS-STA-GROSS(WS-STATE-IDX)
               MOVE ZERO TO WS-STA-RATE(WS-STATE-IDX)
           END-IF
           ADD 1 TO WS-STA-EMPS(WS-STATE-IDX)
           ADD WS-EMPG-GROSS(WS-EMPG-IDX)
               TO WS-STA-GROSS(WS-STATE-IDX)
           ADD WS-EMPG-SUTA(WS-EMPG-IDX)
               TO WS-STA-SUTA(WS-STATE-IDX).


      ******************************************************************
      * The current YTD employee's quarter gross and YTD SUTA wages
      * by state: the filing year's YTDSTATE buckets (quarter gross
      * only when the bucket's QTD is for the quarter being filed),
      * then whatever of the master's QTD-GROSS-PAY/YTD-SUTA-WAGES
      * the buckets leave over, under the master's work state. An
      * employee with no buckets is therefore one entry, exactly as
      * the single-state filing had it.
      ******************************************************************
       GATHER-EMPLOYEE-STATES.
           MOVE ZERO TO WS-EMPG-COUNT
           MOVE QTD-GROSS-PAY TO WS-EMPG-GROSS-LEFT
           MOVE YTD-SUTA-WAGES TO WS-EMPG-SUTA-LEFT
           IF WS-STY-FILE-OPEN
               MOVE YTD-EMP-ID TO STY-EMP-ID
               MOVE WS-FILE-YEAR TO STY-TAX-YEAR
               MOVE LOW-VALUES TO STY-STATE
               MOVE "N" TO WS-STY-SCAN-FLAG
               START STATE-YTD-FILE KEY IS NOT LESS THAN STY-KEY
                   INVALID KEY SET WS-STY-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL WS-STY-SCAN-DONE
                   READ STATE-YTD-FILE NEXT RECORD
                       AT END SET WS-STY-SCAN-DONE TO TRUE
                   END-READ
                   IF NOT WS-STY-SCAN-DONE
                       IF STY-EMP-ID NOT = YTD-EMP-ID
                           OR STY-TAX-YEAR NOT = WS-FILE-YEAR
                           SET WS-STY-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM GATHER-ONE-STATE-BUCKET
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF WS-EMPG-GROSS-LEFT NOT = ZERO
               OR WS-EMPG-SUTA-LEFT NOT = ZERO
               OR WS-EMPG-COUNT = ZERO
               MOVE EMP-WORK-STATE TO WS-EMPG-STATE-WORK
               PERFORM FIND-EMPLOYEE-STATE-ENTRY
               IF WS-EMPG-IDX NOT > WS-EMPG-COUNT
                   ADD WS-EMPG-GROSS-LEFT
                       TO WS-EMPG-GROSS(WS-EMPG-IDX)
                   ADD WS-EMPG-SUTA-LEFT
                       TO WS-EMPG-SUTA(WS-EMPG-IDX)
                   IF WS-EMPG-GROSS(WS-EMPG-IDX) < ZERO
                       OR WS-EMPG-SUTA(WS-EMPG-IDX) < ZERO
                       DISPLAY "State buckets exceed YTD master for "
                           YTD-EMP-ID " -- check YTDSTATE."
                   END-IF
               END-IF
           END-IF.


       GATHER-ONE-STATE-BUCKET.
           MOVE STY-STATE TO WS-EMPG-STATE-WORK
           PERFORM FIND-EMPLOYEE-STATE-ENTRY
           IF WS-EMPG-IDX > WS-EMPG-COUNT
               EXIT PARAGRAPH
           END-IF
           IF STY-QUARTER = WS-FILE-QUARTER
               ADD STY-QTD-GROSS TO WS-EMPG-GROSS(WS-EMPG-IDX)
               SUBTRACT STY-QTD-GROSS FROM WS-EMPG-GROSS-LEFT
           END-IF
           ADD STY-YTD-SUTA-WAGES TO WS-EMPG-SUTA(WS-EMPG-IDX)
           SUBTRACT STY-YTD-SUTA-WAGES FROM WS-EMPG-SUTA-LEFT.


      * WS-EMPG-IDX to WS-EMPG-STATE-WORK's entry, added if new;
      * past COUNT when the table is full
       FIND-EMPLOYEE-STATE-ENTRY.
           SET WS-EMPG-IDX TO 1
           PERFORM UNTIL WS-EMPG-IDX > WS-EMPG-COUNT
                   OR WS-EMPG-STATE(WS-EMPG-IDX) = WS-EMPG-STATE-WORK
               SET WS-EMPG-IDX UP BY 1
           END-PERFORM
           IF WS-EMPG-IDX > WS-EMPG-COUNT
               IF WS-EMPG-COUNT = 10
                   DISPLAY "Employee " YTD-EMP-ID " in over 10"
                       " states -- " WS-EMPG-STATE-WORK " not filed."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMPG-COUNT
               SET WS-EMPG-IDX TO WS-EMPG-COUNT
               MOVE WS-EMPG-STATE-WORK TO WS-EMPG-STATE(WS-EMPG-IDX)
               MOVE ZERO TO WS-EMPG-GROSS(WS-EMPG-IDX)
               MOVE ZERO TO WS-EMPG-SUTA(WS-EMPG-IDX)
           END-IF.


       LOAD-STATE-RATES.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY MOVE "??" TO EMP-WORK-STATE
           END-READ
           PERFORM GATHER-EMPLOYEE-STATES
           SET WS-EMPG-IDX TO 1
           PERFORM UNTIL WS-EMPG-IDX > WS-EMPG-COUNT
                   OR WS-EMPG-STATE(WS-EMPG-IDX) = WS-CURRENT-STATE
               SET WS-EMPG-IDX UP BY 1
           END-PERFORM
           IF WS-EMPG-IDX > WS-EMPG-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUTA-WAGE-RECORD
           MOVE WS-CURRENT-STATE TO SWF-STATE
           MOVE YTD-EMP-ID       TO SWF-EMP-ID
           MOVE EMP-NAME         TO SWF-NAME
           MOVE WS-EMPG-GROSS(WS-EMPG-IDX) TO SWF-QTD-GROSS
           MOVE WS-EMPG-SUTA(WS-EMPG-IDX)  TO SWF-SUTA-WAGES
           WRITE SUTA-WAGE-RECORD.


