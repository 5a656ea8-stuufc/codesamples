      *
      * The edit validates TIMECARD.TXT for:
      *   - employees not on the master
      *   - duplicate employee/work-date/type/work-state lines
      *   - a work state that is not a two-letter code
      *   - hours over the daily maximum (TCEDITC.TXT, default 16)
      *   - work dates outside the open period's start/end range
      *   - a project code not on the project master (PROJMAST.TXT)
      *     or on a project that has been closed
      * and writes the exceptions to TCEDIT.RPT. Clean lines group
      * into department batches on TCBATCH.TXT with an hours
      * control total and an approval flag; supervisors approve
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAT-FILE-STATUS.

           SELECT PROJECT-MASTER-FILE ASSIGN TO "PROJMAST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRJ-FILE-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN TO "TCEDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           05  BAT-APPROVED    PIC X.
           05  BAT-APPROVER    PIC X(20).

       FD  PROJECT-MASTER-FILE.
           COPY PROJREC.

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-REC     PIC X(90).

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-PRJ-FILE-STATUS PIC XX.
           88  WS-PRJ-FILE-OK        VALUE "00".
           88  WS-PRJ-FILE-EOF       VALUE "10".

      * project codes and their open/closed status
       77  WS-PROJ-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PROJ-TABLE.
           05  WS-PROJ-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-PROJ-IDX.
               10  WS-PROJ-CODE    PIC X(8).
               10  WS-PROJ-STATUS  PIC X.

       77  WS-DAILY-MAX       PIC 9(2) VALUE 16.

      * the pay group and company this run is scoped to, taken
       77  WS-PERIOD-START    PIC X(8) VALUE SPACES.
       77  WS-PERIOD-END      PIC X(8) VALUE SPACES.

      * emp/date/type/state keys already seen, for the duplicate
      * check -- a day split across two states is two lines
       77  WS-SEEN-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-SEEN-IDX.
               10  WS-SEEN-KEY     PIC X(17).

       77  WS-SEEN-WORK-KEY   PIC X(17) VALUE SPACES.

      * department batches being built
       77  WS-BATCH-COUNT PIC 99 VALUE ZERO.

           PERFORM READ-EDIT-CONFIG
           PERFORM READ-OPEN-PERIOD
           PERFORM LOAD-PROJECT-MASTER

           OPEN INPUT TIMECARD-FILE
           IF NOT WS-TC-FILE-OK
               PERFORM CHECK-DUPLICATE-LINE
           END-IF

           IF WS-LINE-GOOD AND TC-WORK-STATE NOT = SPACES
               AND TC-WORK-STATE NOT ALPHABETIC-UPPER
               MOVE "N" TO WS-LINE-GOOD-FLAG
               MOVE "WORK STATE CODE INVALID" TO WS-EXCEPT-REASON
           END-IF

           IF WS-LINE-GOOD AND TC-HOURS > WS-DAILY-MAX
               MOVE "N" TO WS-LINE-GOOD-FLAG
               MOVE "HOURS OVER DAILY MAXIMUM" TO WS-EXCEPT-REASON
               END-IF
           END-IF

           IF WS-LINE-GOOD AND TC-PROJECT-CODE NOT = SPACES
               PERFORM CHECK-PROJECT-CODE
           END-IF

           IF WS-LINE-GOOD
               ADD 1 TO WS-CLEAN-COUNT
               PERFORM BATCH-ONE-TIMECARD

       CHECK-DUPLICATE-LINE.
           MOVE SPACES TO WS-SEEN-WORK-KEY
           STRING TC-EMP-ID TC-WORK-DATE TC-TYPE TC-WORK-STATE
               DELIMITED BY SIZE INTO WS-SEEN-WORK-KEY
           END-STRING
           SET WS-SEEN-IDX TO 1
           END-IF.


       CHECK-PROJECT-CODE.
           SET WS-PROJ-IDX TO 1
           PERFORM UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
                   OR WS-PROJ-CODE(WS-PROJ-IDX) = TC-PROJECT-CODE
               SET WS-PROJ-IDX UP BY 1
           END-PERFORM
           IF WS-PROJ-IDX > WS-PROJ-COUNT
               MOVE "N" TO WS-LINE-GOOD-FLAG
               MOVE "PROJECT CODE NOT ON MASTER" TO WS-EXCEPT-REASON
           ELSE
               IF WS-PROJ-STATUS(WS-PROJ-IDX) = "C"
                   MOVE "N" TO WS-LINE-GOOD-FLAG
                   MOVE "PROJECT CLOSED" TO WS-EXCEPT-REASON
               END-IF
           END-IF.


       LOAD-PROJECT-MASTER.
           MOVE ZERO TO WS-PROJ-COUNT
           OPEN INPUT PROJECT-MASTER-FILE
           IF NOT WS-PRJ-FILE-OK
               DISPLAY "No project master -- every project-coded"
                   " line will be refused."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRJ-FILE-EOF
                   OR WS-PROJ-COUNT = 200
               READ PROJECT-MASTER-FILE
                   AT END SET WS-PRJ-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PROJ-COUNT
                       SET WS-PROJ-IDX TO WS-PROJ-COUNT
                       MOVE PRJ-CODE TO WS-PROJ-CODE(WS-PROJ-IDX)
                       IF PRJ-STATUS-CLOSED
                           MOVE "C" TO WS-PROJ-STATUS(WS-PROJ-IDX)
                       ELSE
                           MOVE "O" TO WS-PROJ-STATUS(WS-PROJ-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROJECT-MASTER-FILE.


       BATCH-ONE-TIMECARD.
           SET WS-BATCH-IDX TO 1
           PERFORM UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
