      ******************************************************************
      * Missing-timecard check against the work schedules, run the
      * day before payroll alongside the timecard pre-edit. TCEDIT
      * can only edit the timecards that arrived; an hourly employee
      * who sent none at all is simply not paid. This job walks
      * every day of the open period for each active hourly
      * employee on WORKSCHD.TXT (in the run's pay group and
      * company) and counts the scheduled days -- company holidays
      * on HOLCAL.TXT and days before hire or after termination
      * are not scheduled -- against the TIMECARD.TXT lines dated
      * inside the period. Worked, vacation and sick lines all
      * cover a day.
      *
      * An employee is listed on TCMISS.RPT, grouped by department
      * for the supervisors, when a scheduled day has no line at
      * all or the hours reported fall short of the scheduled hours
      * by more than the shortfall percentage (TCMISSC.TXT, default
      * 25). Anyone with no time at all for the period is also
      * raised through ALERTLOG. A listed employee ends the job
      * with RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCMISS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-SCHEDULE-FILE ASSIGN TO "WORKSCHD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-FILE-STATUS.

           SELECT TIMECARD-FILE ASSIGN TO "TIMECARD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-FILE-STATUS.

           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.

           SELECT MISS-CONFIG-FILE ASSIGN TO "TCMISSC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT MISS-REPORT-FILE ASSIGN TO "TCMISS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-SCHEDULE-FILE.
           COPY WORKSCHD.

       FD  TIMECARD-FILE.
           COPY TIMECARD.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  PAY-PERIOD-FILE.
           COPY PAYPERD.

       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-RECORD.
           05  HOLC-DATE           PIC X(8).
           05  HOLC-DESC           PIC X(20).

       FD  MISS-CONFIG-FILE.
       01  MISS-CONFIG-RECORD.
           05  TMC-SHORT-PCT   PIC 9(2).

       FD  MISS-REPORT-FILE.
       01  MISS-REPORT-REC     PIC X(90).

       WORKING-STORAGE SECTION.

       77  WS-SCH-FILE-STATUS PIC XX.
           88  WS-SCH-FILE-OK        VALUE "00".
           88  WS-SCH-FILE-EOF       VALUE "10".

       77  WS-TC-FILE-STATUS PIC XX.
           88  WS-TC-FILE-OK         VALUE "00".
           88  WS-TC-FILE-EOF        VALUE "10".

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".

       77  WS-PERD-FILE-STATUS PIC XX.
           88  WS-PERD-FILE-OK       VALUE "00".
           88  WS-PERD-FILE-EOF      VALUE "10".

       77  WS-HOL-FILE-STATUS PIC XX.
           88  WS-HOL-FILE-OK        VALUE "00".
           88  WS-HOL-FILE-EOF       VALUE "10".

       77  WS-CFG-FILE-STATUS PIC XX.
           88  WS-CFG-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

      * reported hours this far below schedule, in percent, list
      * the employee even when every scheduled day has a line
       77  WS-SHORT-PCT       PIC 9(2) VALUE 25.

      * the pay group and company this run is scoped to, taken
      * from the caller's parameter as TCEDIT takes it: byte 1 the
      * group (spaces = weekly), bytes 2-3 the company (spaces =
      * 01). The period is the group's first NON-PAID record.
       77  WS-RUN-PAY-GROUP   PIC X VALUE "W".
       77  WS-RUN-COMPANY     PIC X(2) VALUE "01".
       77  WS-OPEN-FOUND-FLAG PIC X VALUE "N".
           88  WS-OPEN-PERIOD-FOUND  VALUE "Y".
       77  WS-PERIOD-NUMBER   PIC 9(4) VALUE ZERO.
       77  WS-PERIOD-START    PIC X(8) VALUE SPACES.
       77  WS-PERIOD-END      PIC X(8) VALUE SPACES.

      * company holidays, never scheduled days
       77  WS-HOL-COUNT PIC 99 VALUE ZERO.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 40 TIMES
                               INDEXED BY WS-HOL-IDX.
               10  WS-HOL-DATE     PIC X(8).

      * the period's timecard lines, one entry per emp/date with
      * the hours of every line that day added together
       77  WS-TCD-COUNT PIC 9(4) VALUE ZERO.
       01  WS-TCD-TABLE.
           05  WS-TCD-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-TCD-IDX.
               10  WS-TCD-EMP-ID   PIC X(6).
               10  WS-TCD-DATE     PIC X(8).
               10  WS-TCD-HOURS    PIC 9(3).
       77  WS-TCD-DROPPED     PIC 9(5) VALUE ZERO.

      * employees to list, sorted on department then employee
       77  WS-MIS-COUNT PIC 9(3) VALUE ZERO.
       01  WS-MIS-TABLE.
           05  WS-MIS-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-MIS-IDX.
               10  WS-MIS-KEY.
                   15  WS-MIS-DEPT     PIC X(4).
                   15  WS-MIS-EMP-ID   PIC X(6).
               10  WS-MIS-NAME         PIC X(15).
               10  WS-MIS-SCHED-DAYS   PIC 9(2).
               10  WS-MIS-MISSED-DAYS  PIC 9(2).
               10  WS-MIS-SCHED-HOURS  PIC 9(3)V99.
               10  WS-MIS-REPORTED     PIC 9(4).
               10  WS-MIS-NOTE         PIC X(18).
       01  WS-MIS-HOLD-ENTRY           PIC X(56).
       77  WS-MIS-SORT-IDX     PIC 9(3).
       77  WS-MIS-SWAP-FLAG    PIC X VALUE "N".
           88  WS-MIS-SWAPPED        VALUE "Y".

      * one employee's walk through the period
       77  WS-DAYS-PER-WEEK   PIC 9.
       77  WS-DAILY-HOURS     PIC 9(3)V99.
       77  WS-SCHED-DAYS      PIC 9(2).
       77  WS-MISSED-DAYS     PIC 9(2).
       77  WS-SCHED-HOURS     PIC 9(3)V99.
       77  WS-REPORTED-HOURS  PIC 9(4).
       77  WS-SHORT-HOURS     PIC S9(4)V99.
       77  WS-START-INT       PIC 9(7).
       77  WS-END-INT         PIC 9(7).
       77  WS-DAY-INT         PIC 9(7).
       77  WS-DAY-NUM         PIC 9(8).
       77  WS-DAY-DATE        PIC X(8).
       77  WS-WEEKDAY-NUMBER  PIC 9.
       77  WS-DAY-SUB         PIC 9.
       77  WS-PREV-DEPT       PIC X(4) VALUE SPACES.
       77  WS-MISS-NOTE       PIC X(18) VALUE SPACES.

       77  WS-SCHED-COUNT     PIC 9(5) VALUE ZERO.
       77  WS-CHECKED-COUNT   PIC 9(5) VALUE ZERO.
       77  WS-NO-TIME-COUNT   PIC 9(5) VALUE ZERO.

       01  MISS-HEADING-LINE.
           05  FILLER          PIC X(35)
                   VALUE "MISSING TIME AGAINST SCHEDULE  PER ".
           05  MHL-PERIOD      PIC 9(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MHL-START       PIC X(8).
           05  FILLER          PIC X(3)  VALUE " - ".
           05  MHL-END         PIC X(8).

       01  MISS-COLUMN-LINE.
           05  FILLER          PIC X(24) VALUE "EMP ID  NAME".
           05  FILLER          PIC X(34)
                   VALUE "SCHED MISSED  SCHED HRS  REPORTED".
           05  FILLER          PIC X(4)  VALUE "NOTE".

       01  MISS-DEPT-LINE.
           05  FILLER          PIC X(11) VALUE "DEPARTMENT ".
           05  MDL-DEPT        PIC X(4).

       01  MISS-DETAIL-LINE.
           05  MSL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MSL-NAME        PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MSL-SCHED-DAYS  PIC Z9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  MSL-MISSED-DAYS PIC Z9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  MSL-SCHED-HOURS PIC ZZ9.99.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  MSL-REPORTED    PIC ZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  MSL-NOTE        PIC X(18).

       01  MISS-TOTAL-LINE.
           05  FILLER          PIC X(18) VALUE "SCHEDULES CHECKED ".
           05  MTL-CHECKED     PIC ZZZZ9.
           05  FILLER          PIC X(9)  VALUE "  LISTED ".
           05  MTL-LISTED      PIC ZZ9.
           05  FILLER          PIC X(11) VALUE "  NO TIME ".
           05  MTL-NO-TIME     PIC ZZZZ9.

       COPY ERRSTAT.
       COPY SIGNONRQ.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter, as the scheduler passes
      * it: group in byte 1, company in bytes 2-3
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "TCMISS  " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           IF LNK-PARM-LENGTH > 0 AND LNK-PARM-LENGTH <= 20
               IF LNK-PARM-DATA(1:1) NOT = SPACE
                   MOVE LNK-PARM-DATA(1:1) TO WS-RUN-PAY-GROUP
               END-IF
               IF LNK-PARM-LENGTH > 1
                   AND LNK-PARM-DATA(2:2) NOT = SPACES
                   MOVE LNK-PARM-DATA(2:2) TO WS-RUN-COMPANY
               END-IF
           END-IF

           PERFORM READ-MISS-CONFIG
           PERFORM READ-OPEN-PERIOD
           IF NOT WS-OPEN-PERIOD-FOUND
               DISPLAY "TCMISS: no open period for group "
                   WS-RUN-PAY-GROUP " -- nothing to check."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-PERIOD-TIMECARDS

           OPEN INPUT WORK-SCHEDULE-FILE
           IF NOT WS-SCH-FILE-OK
               MOVE WS-SCH-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open WORK-SCHEDULE-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE WORK-SCHEDULE-FILE
               GOBACK
           END-IF

           MOVE WS-PERIOD-START TO WS-DAY-NUM
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-NUM)
           MOVE WS-PERIOD-END TO WS-DAY-NUM
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-NUM)

           PERFORM UNTIL WS-SCH-FILE-EOF
               READ WORK-SCHEDULE-FILE
                   AT END SET WS-SCH-FILE-EOF TO TRUE
                   NOT AT END PERFORM CHECK-ONE-SCHEDULE
               END-READ
           END-PERFORM

           CLOSE WORK-SCHEDULE-FILE
           CLOSE EMPLOYEE-MASTER-FILE

           PERFORM SORT-MISSING-TABLE

           OPEN OUTPUT MISS-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open MISS-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           MOVE WS-PERIOD-NUMBER TO MHL-PERIOD
           MOVE WS-PERIOD-START  TO MHL-START
           MOVE WS-PERIOD-END    TO MHL-END
           MOVE MISS-HEADING-LINE TO MISS-REPORT-REC
           WRITE MISS-REPORT-REC
           MOVE MISS-COLUMN-LINE TO MISS-REPORT-REC
           WRITE MISS-REPORT-REC

           PERFORM VARYING WS-MIS-IDX FROM 1 BY 1
               UNTIL WS-MIS-IDX > WS-MIS-COUNT
               PERFORM REPORT-ONE-MISSING
           END-PERFORM

           MOVE SPACES TO MISS-REPORT-REC
           WRITE MISS-REPORT-REC
           MOVE WS-CHECKED-COUNT TO MTL-CHECKED
           MOVE WS-MIS-COUNT     TO MTL-LISTED
           MOVE WS-NO-TIME-COUNT TO MTL-NO-TIME
           MOVE MISS-TOTAL-LINE TO MISS-REPORT-REC
           WRITE MISS-REPORT-REC
           CLOSE MISS-REPORT-FILE

           DISPLAY "TCMISS schedules: " WS-SCHED-COUNT
               "  checked: " WS-CHECKED-COUNT
               "  listed: " WS-MIS-COUNT
               "  no time: " WS-NO-TIME-COUNT
           IF WS-TCD-DROPPED > ZERO
               DISPLAY "TCMISS timecard table full -- "
                   WS-TCD-DROPPED " lines not counted."
           END-IF
           IF WS-MIS-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-NO-TIME-COUNT > ZERO
               MOVE "TCMISS" TO WS-ERR-PROGRAM-ID
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Scheduled employees with no time for period "
                   WS-PERIOD-NUMBER ": " WS-NO-TIME-COUNT
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-PROGRAM-ID ": "
                   WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "TCMISS" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       READ-MISS-CONFIG.
           OPEN INPUT MISS-CONFIG-FILE
           IF WS-CFG-FILE-OK
               READ MISS-CONFIG-FILE
                   NOT AT END
                       IF TMC-SHORT-PCT NUMERIC
                           AND TMC-SHORT-PCT > ZERO
                           MOVE TMC-SHORT-PCT TO WS-SHORT-PCT
                       END-IF
               END-READ
               CLOSE MISS-CONFIG-FILE
           END-IF.


       READ-OPEN-PERIOD.
           OPEN INPUT PAY-PERIOD-FILE
           IF NOT WS-PERD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERD-FILE-EOF
                   OR WS-OPEN-PERIOD-FOUND
               READ PAY-PERIOD-FILE
                   AT END SET WS-PERD-FILE-EOF TO TRUE
                   NOT AT END
               IF ((PP-PAY-GROUP = WS-RUN-PAY-GROUP)
                   OR (PP-GROUP-WEEKLY
                       AND WS-RUN-PAY-GROUP = "W"))
                   AND ((PP-COMPANY-CODE = WS-RUN-COMPANY)
                   OR (PP-COMPANY-CODE = SPACES
                       AND WS-RUN-COMPANY = "01"))
                   AND NOT PP-STATUS-PAID
                       SET WS-OPEN-PERIOD-FOUND TO TRUE
                       MOVE PP-PERIOD-NUMBER TO WS-PERIOD-NUMBER
                       MOVE PP-START-DATE TO WS-PERIOD-START
                       MOVE PP-END-DATE   TO WS-PERIOD-END
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-PERIOD-FILE.


       LOAD-HOLIDAY-CALENDAR.
           MOVE ZERO TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF NOT WS-HOL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOL-FILE-EOF
                   OR WS-HOL-COUNT = 40
               READ HOLIDAY-CALENDAR-FILE
                   AT END SET WS-HOL-FILE-EOF TO TRUE
                   NOT AT END
                       IF HOLC-DATE NOT < WS-PERIOD-START
                           AND HOLC-DATE NOT > WS-PERIOD-END
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOLC-DATE
                               TO WS-HOL-DATE(WS-HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-CALENDAR-FILE.


      * any line dated inside the period covers its day, whatever
      * its type; lines outside the period are TCEDIT's concern
       LOAD-PERIOD-TIMECARDS.
           MOVE ZERO TO WS-TCD-COUNT
           OPEN INPUT TIMECARD-FILE
           IF NOT WS-TC-FILE-OK
               DISPLAY "TCMISS: no timecard file -- every scheduled"
                   " employee lists."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TC-FILE-EOF
               READ TIMECARD-FILE
                   AT END SET WS-TC-FILE-EOF TO TRUE
                   NOT AT END
                       IF TC-WORK-DATE NOT < WS-PERIOD-START
                           AND TC-WORK-DATE NOT > WS-PERIOD-END
                           PERFORM NOTE-PERIOD-TIMECARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMECARD-FILE.


       NOTE-PERIOD-TIMECARD.
           SET WS-TCD-IDX TO 1
           PERFORM UNTIL WS-TCD-IDX > WS-TCD-COUNT
                   OR (WS-TCD-EMP-ID(WS-TCD-IDX) = TC-EMP-ID
                       AND WS-TCD-DATE(WS-TCD-IDX) = TC-WORK-DATE)
               SET WS-TCD-IDX UP BY 1
           END-PERFORM
           IF WS-TCD-IDX > WS-TCD-COUNT
               IF WS-TCD-COUNT = 1000
                   ADD 1 TO WS-TCD-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TCD-COUNT
               SET WS-TCD-IDX TO WS-TCD-COUNT
               MOVE TC-EMP-ID    TO WS-TCD-EMP-ID(WS-TCD-IDX)
               MOVE TC-WORK-DATE TO WS-TCD-DATE(WS-TCD-IDX)
               MOVE ZERO         TO WS-TCD-HOURS(WS-TCD-IDX)
           END-IF
           ADD TC-HOURS TO WS-TCD-HOURS(WS-TCD-IDX).


      * one schedule line: only active hourly employees of the run's
      * group and company are held to a schedule
       CHECK-ONE-SCHEDULE.
           ADD 1 TO WS-SCHED-COUNT
           IF NOT ((SCH-PAY-GROUP = WS-RUN-PAY-GROUP)
                   OR (SCH-GROUP-WEEKLY AND WS-RUN-PAY-GROUP = "W"))
               EXIT PARAGRAPH
           END-IF

           MOVE SCH-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "TCMISS: schedule for " SCH-EMP-ID
                       " -- employee not on master."
                   EXIT PARAGRAPH
           END-READ
           IF NOT EMP-STATUS-ACTIVE OR NOT EMP-CLASS-HOURLY
               EXIT PARAGRAPH
           END-IF
           IF NOT ((EMP-COMPANY-CODE = WS-RUN-COMPANY)
                   OR (EMP-COMPANY-CODE = SPACES
                       AND WS-RUN-COMPANY = "01"))
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-DAYS-PER-WEEK
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7
               IF SCH-DAY-FLAG(WS-DAY-SUB) = "Y"
                   ADD 1 TO WS-DAYS-PER-WEEK
               END-IF
           END-PERFORM
           IF WS-DAYS-PER-WEEK = ZERO
               EXIT PARAGRAPH
           END-IF
           IF SCH-WEEKLY-HOURS NUMERIC
               COMPUTE WS-DAILY-HOURS ROUNDED =
                   SCH-WEEKLY-HOURS / WS-DAYS-PER-WEEK
           ELSE
               MOVE ZERO TO WS-DAILY-HOURS
           END-IF

           MOVE ZERO TO WS-SCHED-DAYS
           MOVE ZERO TO WS-MISSED-DAYS
           MOVE ZERO TO WS-SCHED-HOURS
           PERFORM CHECK-ONE-SCHEDULED-DAY
               VARYING WS-DAY-INT FROM WS-START-INT BY 1
               UNTIL WS-DAY-INT > WS-END-INT
      *    hired after the period, or every scheduled day a holiday
           IF WS-SCHED-DAYS = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHECKED-COUNT

           MOVE ZERO TO WS-REPORTED-HOURS
           PERFORM VARYING WS-TCD-IDX FROM 1 BY 1
               UNTIL WS-TCD-IDX > WS-TCD-COUNT
               IF WS-TCD-EMP-ID(WS-TCD-IDX) = SCH-EMP-ID
                   ADD WS-TCD-HOURS(WS-TCD-IDX) TO WS-REPORTED-HOURS
               END-IF
           END-PERFORM

           COMPUTE WS-SHORT-HOURS = WS-SCHED-HOURS - WS-REPORTED-HOURS
           IF WS-REPORTED-HOURS = ZERO
               ADD 1 TO WS-NO-TIME-COUNT
               MOVE "NO TIME REPORTED" TO WS-MISS-NOTE
               PERFORM ADD-MISSING-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-MISSED-DAYS > ZERO
               MOVE "MISSING DAYS" TO WS-MISS-NOTE
               PERFORM ADD-MISSING-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-SHORT-HOURS > ZERO
               AND WS-SHORT-HOURS * 100 >
                   WS-SCHED-HOURS * WS-SHORT-PCT
               MOVE "SHORT OF SCHEDULE" TO WS-MISS-NOTE
               PERFORM ADD-MISSING-ENTRY
           END-IF.


       CHECK-ONE-SCHEDULED-DAY.
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DAY-NUM TO WS-DAY-DATE
      *    integer date 1 was a Monday, so MOD 7 of the integer
      *    gives 1 = Monday through 0 = Sunday
           COMPUTE WS-WEEKDAY-NUMBER = FUNCTION MOD(WS-DAY-INT, 7)
           IF WS-WEEKDAY-NUMBER = ZERO
               MOVE 7 TO WS-WEEKDAY-NUMBER
           END-IF
           IF SCH-DAY-FLAG(WS-WEEKDAY-NUMBER) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF EMP-HIRE-DATE NOT = SPACES
               AND WS-DAY-DATE < EMP-HIRE-DATE
               EXIT PARAGRAPH
           END-IF
           IF EMP-TERM-DATE NOT = SPACES
               AND WS-DAY-DATE > EMP-TERM-DATE
               EXIT PARAGRAPH
           END-IF
           SET WS-HOL-IDX TO 1
           PERFORM UNTIL WS-HOL-IDX > WS-HOL-COUNT
                   OR WS-HOL-DATE(WS-HOL-IDX) = WS-DAY-DATE
               SET WS-HOL-IDX UP BY 1
           END-PERFORM
           IF WS-HOL-IDX NOT > WS-HOL-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SCHED-DAYS
           ADD WS-DAILY-HOURS TO WS-SCHED-HOURS
           SET WS-TCD-IDX TO 1
           PERFORM UNTIL WS-TCD-IDX > WS-TCD-COUNT
                   OR (WS-TCD-EMP-ID(WS-TCD-IDX) = SCH-EMP-ID
                       AND WS-TCD-DATE(WS-TCD-IDX) = WS-DAY-DATE)
               SET WS-TCD-IDX UP BY 1
           END-PERFORM
           IF WS-TCD-IDX > WS-TCD-COUNT
               ADD 1 TO WS-MISSED-DAYS
           END-IF.


       ADD-MISSING-ENTRY.
           IF WS-MIS-COUNT = 300
               DISPLAY "TCMISS list full -- " SCH-EMP-ID
                   " not listed."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MIS-COUNT
           SET WS-MIS-IDX TO WS-MIS-COUNT
           MOVE WS-MISS-NOTE     TO WS-MIS-NOTE(WS-MIS-IDX)
           MOVE EMP-DEPT-CODE    TO WS-MIS-DEPT(WS-MIS-IDX)
           MOVE SCH-EMP-ID       TO WS-MIS-EMP-ID(WS-MIS-IDX)
           MOVE EMP-NAME         TO WS-MIS-NAME(WS-MIS-IDX)
           MOVE WS-SCHED-DAYS    TO WS-MIS-SCHED-DAYS(WS-MIS-IDX)
           MOVE WS-MISSED-DAYS   TO WS-MIS-MISSED-DAYS(WS-MIS-IDX)
           MOVE WS-SCHED-HOURS   TO WS-MIS-SCHED-HOURS(WS-MIS-IDX)
           MOVE WS-REPORTED-HOURS TO WS-MIS-REPORTED(WS-MIS-IDX).


      * department then employee order; adjacent swaps keep it
      * stable
       SORT-MISSING-TABLE.
           SET WS-MIS-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-MIS-SWAPPED
               MOVE "N" TO WS-MIS-SWAP-FLAG
               PERFORM VARYING WS-MIS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-MIS-SORT-IDX >= WS-MIS-COUNT
                   IF WS-MIS-KEY(WS-MIS-SORT-IDX) >
                       WS-MIS-KEY(WS-MIS-SORT-IDX + 1)
                       MOVE WS-MIS-ENTRY(WS-MIS-SORT-IDX)
                           TO WS-MIS-HOLD-ENTRY
                       MOVE WS-MIS-ENTRY(WS-MIS-SORT-IDX + 1)
                           TO WS-MIS-ENTRY(WS-MIS-SORT-IDX)
                       MOVE WS-MIS-HOLD-ENTRY
                           TO WS-MIS-ENTRY(WS-MIS-SORT-IDX + 1)
                       SET WS-MIS-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.


       REPORT-ONE-MISSING.
           IF WS-MIS-DEPT(WS-MIS-IDX) NOT = WS-PREV-DEPT
               MOVE WS-MIS-DEPT(WS-MIS-IDX) TO WS-PREV-DEPT
               MOVE SPACES TO MISS-REPORT-REC
               WRITE MISS-REPORT-REC
               MOVE WS-PREV-DEPT TO MDL-DEPT
               MOVE MISS-DEPT-LINE TO MISS-REPORT-REC
               WRITE MISS-REPORT-REC
           END-IF
           MOVE SPACES TO MISS-DETAIL-LINE
           MOVE WS-MIS-EMP-ID(WS-MIS-IDX)      TO MSL-EMP-ID
           MOVE WS-MIS-NAME(WS-MIS-IDX)        TO MSL-NAME
           MOVE WS-MIS-SCHED-DAYS(WS-MIS-IDX)  TO MSL-SCHED-DAYS
           MOVE WS-MIS-MISSED-DAYS(WS-MIS-IDX) TO MSL-MISSED-DAYS
           MOVE WS-MIS-SCHED-HOURS(WS-MIS-IDX) TO MSL-SCHED-HOURS
           MOVE WS-MIS-REPORTED(WS-MIS-IDX)    TO MSL-REPORTED
           MOVE WS-MIS-NOTE(WS-MIS-IDX)        TO MSL-NOTE
           MOVE MISS-DETAIL-LINE TO MISS-REPORT-REC
           WRITE MISS-REPORT-REC.

       END PROGRAM TCMISS.
