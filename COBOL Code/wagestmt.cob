      * employee's work state), and the deduction totals by code
      * (from the per-code annual file the payroll run keeps),
      * printed through the shared REPORTWR pagination engine.
      * An employee taxed in more than one state during the year
      * gets a line per state -- state wages and state withholding
      * from the YTDSTATE buckets the payroll run keeps -- with the
      * tax line's state code shown as "**".
      *
      * Each statement header carries the employee's SSN from the
      * personal-data master (EMPPERS), masked through MASKACCT to
      * its last four digits as every printed output shows it; with
      * no EMPPERS record the SSN prints blank.
      *
      * The YTD master carries the annual amounts; the year's
      * PAYHIST records back each statement with the periods-paid
      * statement and ties the totals back to the W2SUMM.TXT
      * figures the year-end close produced -- any disagreement
      * ends the job with RETURN-CODE 8 before a statement leaves
      * the shop. The proven totals -- or the failure -- are also
      * recorded for the company on W2CTL.TXT, the line the SSA
      * submission build ties its employer section back to.
      *
      * Run AFTER the year's last payroll: first the YEAREND
      * PREVIEW pass (YEC-REPORT-ONLY "R"), which refreshes
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "EMPPERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-FILE-STATUS.

           SELECT STATE-YTD-FILE ASSIGN TO "YTDSTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STY-KEY
               FILE STATUS IS WS-STY-FILE-STATUS.

           SELECT DEDUCTION-YTD-FILE ASSIGN TO "DEDYTD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DYT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDM-FILE-STATUS.

           SELECT W2-CONTROL-FILE ASSIGN TO "W2CTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2C-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-MASTER-FILE.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  PERSONAL-DATA-FILE.
           COPY PERSREC.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-PRINT-REC PIC X(90).

       FD  STATE-YTD-FILE.
           COPY STATEYTD.

      * the payroll run's per-code annual deduction totals
       FD  DEDUCTION-YTD-FILE.
       01  DEDUCTION-YTD-RECORD.
       FD  DEDUCTION-MASTER-FILE.
           COPY DEDMAST.

       FD  W2-CONTROL-FILE.
           COPY W2CTL.

       WORKING-STORAGE SECTION.

       77  WS-YTD-FILE-STATUS PIC XX.
       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".

       77  WS-PER-FILE-STATUS PIC XX.
           88  WS-PER-FILE-OK        VALUE "00".
       77  WS-PER-OPEN-FLAG   PIC X VALUE "N".
           88  WS-PER-FILE-OPEN      VALUE "Y".

       77  WS-HIST-FILE-STATUS PIC XX.
           88  WS-HIST-FILE-OK       VALUE "00".
           88  WS-HIST-FILE-EOF      VALUE "10".
           88  WS-DEDM-FILE-OK       VALUE "00".
           88  WS-DEDM-FILE-EOF      VALUE "10".

       77  WS-STY-FILE-STATUS PIC XX.
           88  WS-STY-FILE-OK        VALUE "00".
       77  WS-STY-OPEN-FLAG   PIC X VALUE "N".
           88  WS-STY-FILE-OPEN      VALUE "Y".
       77  WS-STY-SCAN-FLAG   PIC X VALUE "N".
           88  WS-STY-SCAN-DONE      VALUE "Y".

      * the statement employee's state wages and withholding by
      * the state that withheld; the part of the YTD master the
      * buckets do not cover belongs to the master's work state
       77  WS-STMT-YEAR       PIC X(4) VALUE SPACES.
       77  WS-EMSTA-COUNT PIC 99 VALUE ZERO.
       01  WS-EMSTA-TABLE.
           05  WS-EMSTA-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-EMSTA-IDX.
               10  WS-EMSTA-STATE   PIC X(2).
               10  WS-EMSTA-WAGES   PIC S9(7)V99.
               10  WS-EMSTA-TAX     PIC S9(7)V99.
       77  WS-EMSTA-WAGES-LEFT PIC S9(7)V99 VALUE ZERO.
       77  WS-EMSTA-TAX-LEFT  PIC S9(7)V99 VALUE ZERO.
       77  WS-EMSTA-STATE-WORK PIC X(2) VALUE SPACES.

      * the per-code annual totals, loaded whole for the walk
       77  WS-DEDYTD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-DEDYTD-TABLE.
       77  WS-STMT-TAXABLE    PIC 9(9)V99 VALUE ZERO.
       77  WS-STMT-FED        PIC 9(8)V99 VALUE ZERO.
       77  WS-STMT-STATE      PIC 9(8)V99 VALUE ZERO.
       77  WS-STMT-SS         PIC 9(8)V99 VALUE ZERO.
       77  WS-STMT-MEDICARE   PIC 9(8)V99 VALUE ZERO.

      * the W2SUMM company totals the control page ties back to
       77  WS-W2-GROSS        PIC S9(9)V99 VALUE ZERO.
       77  WS-W2-FED          PIC S9(9)V99 VALUE ZERO.
       77  WS-W2-STATE        PIC S9(9)V99 VALUE ZERO.
       77  WS-W2-TAXABLE      PIC S9(9)V99 VALUE ZERO.
       77  WS-W2-SS           PIC S9(9)V99 VALUE ZERO.
       77  WS-W2-MEDICARE     PIC S9(9)V99 VALUE ZERO.
       77  WS-W2-TAX-YEAR     PIC X(4) VALUE SPACES.
       77  WS-W2-SEEN         PIC X VALUE "N".
           88  WS-W2-TOTALS-FOUND    VALUE "Y".
       77  WS-MISMATCH-FLAG   PIC X VALUE "N".
           05  STH-NAME        PIC X(15).
           05  FILLER          PIC X(13) VALUE "  WORK STATE ".
           05  STH-STATE       PIC X(2).
           05  FILLER          PIC X(6)  VALUE "  SSN ".
           05  STH-SSN         PIC X(9).

       01  STMT-WAGES-LINE.
           05  FILLER          PIC X(9)  VALUE "  GROSS $".
           05  FILLER          PIC X(14) VALUE "  DEDUCTIONS $".
           05  STT-DED         PIC ZZZ,ZZ9.99.

       01  STMT-STATE-LINE.
           05  FILLER          PIC X(8)  VALUE "  STATE ".
           05  STS-STATE-CODE  PIC X(2).
           05  FILLER          PIC X(9)  VALUE "  WAGES $".
           05  STS-WAGES       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(7)  VALUE "  W/H $".
           05  STS-TAX         PIC ZZZ,ZZ9.99-.

       01  STMT-FICA-LINE.
           05  FILLER          PIC X(15) VALUE "  SOC SEC W/H $".
           05  STF-SS          PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(16) VALUE "  MEDICARE W/H $".
           05  STF-MEDICARE    PIC ZZZ,ZZ9.99.

       01  STMT-DED-LINE.
           05  FILLER          PIC X(6)  VALUE "  DED ".
           05  STD-CODE        PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CPL-VERDICT     PIC X(14).

       77  WS-W2C-FILE-STATUS PIC XX.
           88  WS-W2C-FILE-OK        VALUE "00".
           88  WS-W2C-FILE-EOF       VALUE "10".

      * the other companies' control lines, carried through while
      * this company's line is replaced
       77  WS-W2C-COUNT PIC 99 VALUE ZERO.
       01  WS-W2C-TABLE.
           05  WS-W2C-IMAGE OCCURS 20 TIMES
                               INDEXED BY WS-W2C-IDX
                               PIC X(101).

       77  WS-COMPARE-A       PIC S9(9)V99 VALUE ZERO.
       77  WS-COMPARE-B       PIC S9(9)V99 VALUE ZERO.
       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.

       COPY RPTWRREQ.
       COPY MASKREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.

           PERFORM LOAD-DEDUCTION-YTD
           PERFORM LOAD-DEDUCTION-DESCRIPTIONS

      *    the state buckets are keyed by tax year: the year the
      *    close summary covers, else the current year
           MOVE WS-W2-TAX-YEAR TO WS-STMT-YEAR
           IF WS-STMT-YEAR = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-STMT-YEAR
           END-IF
           OPEN INPUT STATE-YTD-FILE
           IF WS-STY-FILE-OK
               SET WS-STY-FILE-OPEN TO TRUE
           END-IF

           OPEN INPUT YTD-MASTER-FILE
           IF NOT WS-YTD-FILE-OK
               MOVE WS-YTD-FILE-STATUS TO WS-ERR-CODE
               GOBACK
           END-IF

           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PER-FILE-OK
               SET WS-PER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "No EMPPERS on file -- statements print"
                   " without an SSN."
           END-IF

           OPEN INPUT PAY-HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               MOVE WS-HIST-FILE-STATUS TO WS-ERR-CODE
           END-PERFORM

           PERFORM WRITE-CONTROL-PAGE
           PERFORM RECORD-CONTROL-TOTALS

           CLOSE YTD-MASTER-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE STATEMENT-PRINT-FILE
           IF WS-STY-FILE-OPEN
               CLOSE STATE-YTD-FILE
           END-IF
           IF WS-PER-FILE-OPEN
               CLOSE PERSONAL-DATA-FILE
           END-IF

           IF WS-TOTALS-MISMATCH
               MOVE ZERO TO WS-ERR-CODE
               READ ANNUAL-SUMMARY-FILE
                   AT END SET WS-W2-FILE-EOF TO TRUE
                   NOT AT END
                       IF ANNUAL-SUMMARY-REC(31:6) = "YEAR: "
                           MOVE ANNUAL-SUMMARY-REC(37:4)
                               TO WS-W2-TAX-YEAR
                       END-IF
                       IF ANNUAL-SUMMARY-REC(1:16)
                           = "COMPANY TOTALS: "
                           SET WS-W2-TOTALS-FOUND TO TRUE
                               NUMVAL-C(ANNUAL-SUMMARY-REC(32:13))
                           COMPUTE WS-W2-STATE = FUNCTION
                               NUMVAL-C(ANNUAL-SUMMARY-REC(46:13))
                           COMPUTE WS-W2-TAXABLE = FUNCTION
                               NUMVAL-C(ANNUAL-SUMMARY-REC(75:13))
                       END-IF
                       IF ANNUAL-SUMMARY-REC(1:16)
                           = "FICA TOTALS:    "
                           COMPUTE WS-W2-SS = FUNCTION
                               NUMVAL-C(ANNUAL-SUMMARY-REC(26:13))
                           COMPUTE WS-W2-MEDICARE = FUNCTION
                               NUMVAL-C(ANNUAL-SUMMARY-REC(50:13))
                       END-IF
               END-READ
           END-PERFORM
           END-READ

           PERFORM SUM-YEAR-HISTORY
           PERFORM GATHER-STATEMENT-STATES

           MOVE YTD-EMP-ID        TO STH-EMP-ID
           MOVE EMP-NAME          TO STH-NAME
           MOVE EMP-WORK-STATE    TO STH-STATE
           PERFORM MASK-STATEMENT-SSN
           MOVE STMT-HEADER-LINE TO RWR-DETAIL-LINE
           PERFORM ROUTE-STATEMENT-LINE

           PERFORM ROUTE-STATEMENT-LINE

           MOVE YTD-FED-TAX       TO STT-FED
           IF WS-EMSTA-COUNT > 1
               MOVE "**"          TO STT-STATE-CODE
           ELSE
               MOVE WS-EMSTA-STATE(1) TO STT-STATE-CODE
           END-IF
           MOVE YTD-STATE-TAX     TO STT-STATE
           MOVE WS-YEAR-DED       TO STT-DED
           MOVE STMT-TAX-LINE TO RWR-DETAIL-LINE
           PERFORM ROUTE-STATEMENT-LINE

           IF WS-EMSTA-COUNT > 1
               PERFORM VARYING WS-EMSTA-IDX FROM 1 BY 1
                   UNTIL WS-EMSTA-IDX > WS-EMSTA-COUNT
                   MOVE WS-EMSTA-STATE(WS-EMSTA-IDX) TO STS-STATE-CODE
                   MOVE WS-EMSTA-WAGES(WS-EMSTA-IDX) TO STS-WAGES
                   MOVE WS-EMSTA-TAX(WS-EMSTA-IDX)   TO STS-TAX
                   MOVE STMT-STATE-LINE TO RWR-DETAIL-LINE
                   PERFORM ROUTE-STATEMENT-LINE
               END-PERFORM
           END-IF

           MOVE YTD-SS-TAX        TO STF-SS
           MOVE YTD-MEDICARE-TAX  TO STF-MEDICARE
           MOVE STMT-FICA-LINE TO RWR-DETAIL-LINE
           PERFORM ROUTE-STATEMENT-LINE

      *    the deduction total broken out by code, one line each,
      *    from the per-code annual file the payroll run keeps
           PERFORM VARYING WS-DYT-IDX FROM 1 BY 1
           ADD YTD-GROSS-PAY     TO WS-STMT-GROSS
           ADD YTD-TAXABLE-WAGES TO WS-STMT-TAXABLE
           ADD YTD-FED-TAX       TO WS-STMT-FED
           ADD YTD-STATE-TAX     TO WS-STMT-STATE
           ADD YTD-SS-TAX        TO WS-STMT-SS
           ADD YTD-MEDICARE-TAX  TO WS-STMT-MEDICARE.


      * the year's history backs each statement: periods paid, the
      * hours behind them, and the deduction total taken over the
      * year, which the by-code lines above break out from the
      * per-code annual file.
      * the header's SSN, from EMPPERS and masked to its last four
      * digits; no personal-data record leaves it blank
       MASK-STATEMENT-SSN.
           MOVE SPACES TO STH-SSN
           IF WS-PER-FILE-OPEN
               MOVE YTD-EMP-ID TO PER-EMP-ID
               READ PERSONAL-DATA-FILE
                   INVALID KEY
                       DISPLAY "Employee " YTD-EMP-ID
                           " has no EMPPERS record -- statement"
                           " prints without an SSN."
                   NOT INVALID KEY
                       MOVE PER-SSN TO MSK-ACCOUNT
                       CALL "MASKACCT" USING MASK-REQUEST
                           ON EXCEPTION CONTINUE
                       END-CALL
                       MOVE MSK-ACCOUNT TO STH-SSN
               END-READ
           END-IF.

       SUM-YEAR-HISTORY.
           MOVE ZERO TO WS-PERIODS-PAID
           MOVE ZERO TO WS-YEAR-HOURS
           END-PERFORM.


      ******************************************************************
      * The year's state wages and withholding by state for the
      * statement employee, from the YTDSTATE buckets; whatever of
      * YTD-TAXABLE-WAGES and YTD-STATE-TAX they leave over (pay
      * posted before the buckets existed) goes to the master's
      * work state, so the state lines always add to the totals
      * printed above them.
      ******************************************************************
       GATHER-STATEMENT-STATES.
           MOVE ZERO TO WS-EMSTA-COUNT
           MOVE YTD-TAXABLE-WAGES TO WS-EMSTA-WAGES-LEFT
           MOVE YTD-STATE-TAX TO WS-EMSTA-TAX-LEFT
           IF WS-STY-FILE-OPEN
               MOVE YTD-EMP-ID TO STY-EMP-ID
               MOVE WS-STMT-YEAR TO STY-TAX-YEAR
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
                           OR STY-TAX-YEAR NOT = WS-STMT-YEAR
                           SET WS-STY-SCAN-DONE TO TRUE
                       ELSE
                           IF STY-YTD-STATE-WAGES NOT = ZERO
                               OR STY-YTD-STATE-TAX NOT = ZERO
                               MOVE STY-STATE TO WS-EMSTA-STATE-WORK
                               PERFORM FIND-STATEMENT-STATE
                               PERFORM ADD-STATEMENT-BUCKET
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF WS-EMSTA-WAGES-LEFT NOT = ZERO
               OR WS-EMSTA-TAX-LEFT NOT = ZERO
               OR WS-EMSTA-COUNT = ZERO
               MOVE EMP-WORK-STATE TO WS-EMSTA-STATE-WORK
               PERFORM FIND-STATEMENT-STATE
               IF WS-EMSTA-IDX NOT > WS-EMSTA-COUNT
                   ADD WS-EMSTA-WAGES-LEFT
                       TO WS-EMSTA-WAGES(WS-EMSTA-IDX)
                   ADD WS-EMSTA-TAX-LEFT
                       TO WS-EMSTA-TAX(WS-EMSTA-IDX)
               END-IF
           END-IF.


       ADD-STATEMENT-BUCKET.
           IF WS-EMSTA-IDX > WS-EMSTA-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD STY-YTD-STATE-WAGES TO WS-EMSTA-WAGES(WS-EMSTA-IDX)
           ADD STY-YTD-STATE-TAX TO WS-EMSTA-TAX(WS-EMSTA-IDX)
           SUBTRACT STY-YTD-STATE-WAGES FROM WS-EMSTA-WAGES-LEFT
           SUBTRACT STY-YTD-STATE-TAX FROM WS-EMSTA-TAX-LEFT.


      * WS-EMSTA-IDX to WS-EMSTA-STATE-WORK's entry, added if new;
      * past COUNT when the table is full
       FIND-STATEMENT-STATE.
           SET WS-EMSTA-IDX TO 1
           PERFORM UNTIL WS-EMSTA-IDX > WS-EMSTA-COUNT
                   OR WS-EMSTA-STATE(WS-EMSTA-IDX)
                       = WS-EMSTA-STATE-WORK
               SET WS-EMSTA-IDX UP BY 1
           END-PERFORM
           IF WS-EMSTA-IDX > WS-EMSTA-COUNT
               IF WS-EMSTA-COUNT = 10
                   DISPLAY "Employee " YTD-EMP-ID " in over 10"
                       " states -- " WS-EMSTA-STATE-WORK
                       " not itemized."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMSTA-COUNT
               SET WS-EMSTA-IDX TO WS-EMSTA-COUNT
               MOVE WS-EMSTA-STATE-WORK TO WS-EMSTA-STATE(WS-EMSTA-IDX)
               MOVE ZERO TO WS-EMSTA-WAGES(WS-EMSTA-IDX)
               MOVE ZERO TO WS-EMSTA-TAX(WS-EMSTA-IDX)
           END-IF.


       PRINT-ONE-DEDUCTION-LINE.
           MOVE WS-DYT-TBL-CODE(WS-DYT-IDX) TO STD-CODE
           MOVE SPACES TO STD-DESC
           MOVE "STATEMENT STATE W/H VS W2SUMM " TO CPL-DESC
           MOVE WS-STMT-STATE TO WS-COMPARE-A
           MOVE WS-W2-STATE   TO WS-COMPARE-B
           PERFORM COMPARE-AND-REPORT

           MOVE "STATEMENT TAXABLE VS W2SUMM   " TO CPL-DESC
           MOVE WS-STMT-TAXABLE TO WS-COMPARE-A
           MOVE WS-W2-TAXABLE   TO WS-COMPARE-B
           PERFORM COMPARE-AND-REPORT

           MOVE "STATEMENT SOC SEC VS W2SUMM   " TO CPL-DESC
           MOVE WS-STMT-SS TO WS-COMPARE-A
           MOVE WS-W2-SS   TO WS-COMPARE-B
           PERFORM COMPARE-AND-REPORT

           MOVE "STATEMENT MEDICARE VS W2SUMM  " TO CPL-DESC
           MOVE WS-STMT-MEDICARE TO WS-COMPARE-A
           MOVE WS-W2-MEDICARE   TO WS-COMPARE-B
           PERFORM COMPARE-AND-REPORT.


      ******************************************************************
      * This company's control-page totals replace its line on
      * W2CTL.TXT; the other companies' lines are carried through.
      ******************************************************************
       RECORD-CONTROL-TOTALS.
           MOVE ZERO TO WS-W2C-COUNT
           OPEN INPUT W2-CONTROL-FILE
           IF WS-W2C-FILE-OK
               PERFORM UNTIL WS-W2C-FILE-EOF
                   READ W2-CONTROL-FILE
                       AT END SET WS-W2C-FILE-EOF TO TRUE
                       NOT AT END
                           IF W2C-COMPANY NOT = WS-RUN-COMPANY
                               AND WS-W2C-COUNT < 20
                               ADD 1 TO WS-W2C-COUNT
                               MOVE W2-CONTROL-RECORD
                                   TO WS-W2C-IMAGE(WS-W2C-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE W2-CONTROL-FILE
           END-IF

           OPEN OUTPUT W2-CONTROL-FILE
           IF NOT WS-W2C-FILE-OK
               MOVE WS-W2C-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite W2-CONTROL-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-W2C-IDX FROM 1 BY 1
               UNTIL WS-W2C-IDX > WS-W2C-COUNT
               MOVE WS-W2C-IMAGE(WS-W2C-IDX) TO W2-CONTROL-RECORD
               WRITE W2-CONTROL-RECORD
           END-PERFORM
           MOVE SPACES TO W2-CONTROL-RECORD
           MOVE WS-RUN-COMPANY   TO W2C-COMPANY
           MOVE WS-W2-TAX-YEAR   TO W2C-TAX-YEAR
           MOVE WS-STMT-COUNT    TO W2C-STMT-COUNT
           MOVE WS-STMT-GROSS    TO W2C-GROSS
           MOVE WS-STMT-TAXABLE  TO W2C-TAXABLE
           MOVE WS-STMT-FED      TO W2C-FED-TAX
           MOVE WS-STMT-STATE    TO W2C-STATE-TAX
           MOVE WS-STMT-SS       TO W2C-SS-TAX
           MOVE WS-STMT-MEDICARE TO W2C-MEDICARE-TAX
           IF WS-TOTALS-MISMATCH
               MOVE "UNTIED" TO W2C-VERDICT
           ELSE
               MOVE "TIED" TO W2C-VERDICT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO W2C-RUN-DATE
           WRITE W2-CONTROL-RECORD
           CLOSE W2-CONTROL-FILE.


       COMPARE-AND-REPORT.
           MOVE WS-COMPARE-A TO CPL-STMT-VALUE
           MOVE WS-COMPARE-B TO CPL-W2-VALUE
