      ******************************************************************
      * One-time load of the keyed deduction-enrollment master
      * DEDENROL from the line-sequential DEDENROL.TXT it replaces.
      * PAYROL00 held DEDENROL.TXT in a 200-entry table and scanned
      * it for every employee; the keyed file is read directly per
      * employee and has no such ceiling.
      *
      * Every line goes across as it stands, keyed by employee and
      * deduction code; a goal or taken-to-date that is not numeric
      * loads as zero, as the run always treated it, and the run
      * stamp starts clear. A second line for the same employee and
      * code is not loaded -- it is listed for the benefits clerk,
      * and the job ends with RETURN-CODE 4. The load refuses to run
      * over a DEDENROL that already holds records, so a rerun can
      * never put the old counters back over posted ones.
      *
      * Listing and counts on ENRCONV.RPT. DEDENROL.TXT is left as
      * it was; nothing reads it once the load is done.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ENROLLMENT-FILE ASSIGN TO "DEDENROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT DEDUCTION-ENROLLMENT-FILE ASSIGN TO "DEDENROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-FILE-STATUS.

           SELECT CONVERSION-REPORT-FILE ASSIGN TO "ENRCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the sequential layout, which is the keyed record up to and
      * including ENR-BASIS
       FD  OLD-ENROLLMENT-FILE.
       01  OLD-ENROLLMENT-RECORD.
           05  OLD-ENR-IMAGE   PIC X(51).
           05  FILLER          PIC X(29).

       FD  DEDUCTION-ENROLLMENT-FILE.
           COPY DEDENROL.

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-OLD-FILE-STATUS PIC XX.
           88  WS-OLD-FILE-OK        VALUE "00".
           88  WS-OLD-FILE-EOF       VALUE "10".

       77  WS-ENR-FILE-STATUS PIC XX.
           88  WS-ENR-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-READ-COUNT      PIC 9(7) VALUE ZERO.
       77  WS-LOADED-COUNT    PIC 9(7) VALUE ZERO.
       77  WS-DUPLICATE-COUNT PIC 9(7) VALUE ZERO.
       77  WS-BLANK-COUNT     PIC 9(7) VALUE ZERO.

       01  CONVERSION-DETAIL-LINE.
           05  CDL-TAG         PIC X(30).
           05  CDL-EMP-ID      PIC X(6).
           05  FILLER          PIC X     VALUE "/".
           05  CDL-DED-CODE    PIC X(3).

       01  CONVERSION-COUNT-LINE.
           05  CCL-LABEL       PIC X(30).
           05  CCL-COUNT       PIC ZZZZZZ9.

       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY ENQREQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "ENRCONV " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE

      *    no payroll may be reading enrollments while they move
           MOVE "ENRCONV " TO ENQ-HOLDER
           MOVE "E" TO ENQ-ACTION
           MOVE "EMPMAST" TO ENQ-RESOURCE
           CALL "ENQMGR" USING ENQ-REQUEST
               ON EXCEPTION MOVE "00" TO ENQ-STATUS
           END-CALL
           IF NOT ENQ-GRANTED
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "EMPMAST held by " ENQ-HELD-BY
                   " -- enrollment load refused"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           PERFORM CHECK-NOT-LOADED
           IF RETURN-CODE NOT = 0
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF

           OPEN INPUT OLD-ENROLLMENT-FILE
           IF NOT WS-OLD-FILE-OK
               MOVE WS-OLD-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open DEDENROL.TXT" TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT DEDUCTION-ENROLLMENT-FILE
           IF NOT WS-ENR-FILE-OK
               MOVE WS-ENR-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to create DEDENROL" TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE OLD-ENROLLMENT-FILE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT CONVERSION-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open CONVERSION-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE OLD-ENROLLMENT-FILE
               CLOSE DEDUCTION-ENROLLMENT-FILE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF

           MOVE "DEDUCTION ENROLLMENT LOAD -- DEDENROL.TXT TO DEDENROL"
               TO CONVERSION-REPORT-REC
           WRITE CONVERSION-REPORT-REC

           PERFORM UNTIL WS-OLD-FILE-EOF
               MOVE SPACES TO OLD-ENROLLMENT-RECORD
               READ OLD-ENROLLMENT-FILE
                   AT END SET WS-OLD-FILE-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-ENROLLMENT
               END-READ
           END-PERFORM

           PERFORM WRITE-LOAD-COUNTS
           CLOSE OLD-ENROLLMENT-FILE
           CLOSE DEDUCTION-ENROLLMENT-FILE
           CLOSE CONVERSION-REPORT-FILE
           PERFORM RELEASE-MASTER-LOCK

           DISPLAY "ENRCONV enrollments loaded: " WS-LOADED-COUNT
               "  duplicates not loaded: " WS-DUPLICATE-COUNT
           IF WS-DUPLICATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.


       RELEASE-MASTER-LOCK.
           MOVE "ENRCONV " TO ENQ-HOLDER
           MOVE "D" TO ENQ-ACTION
           MOVE "EMPMAST" TO ENQ-RESOURCE
           CALL "ENQMGR" USING ENQ-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL.


       REPORT-COMMON-ERROR.
           MOVE "ENRCONV" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 8 TO RETURN-CODE.


      * a keyed file that opens and yields a record is already live
       CHECK-NOT-LOADED.
           OPEN INPUT DEDUCTION-ENROLLMENT-FILE
           IF NOT WS-ENR-FILE-OK
               EXIT PARAGRAPH
           END-IF
           READ DEDUCTION-ENROLLMENT-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE "DEDENROL already loaded -- load refused"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
           END-READ
           CLOSE DEDUCTION-ENROLLMENT-FILE.


       LOAD-ONE-ENROLLMENT.
           ADD 1 TO WS-READ-COUNT
           IF OLD-ENR-IMAGE(1:6) = SPACES
               ADD 1 TO WS-BLANK-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEDUCTION-ENROLLMENT-RECORD
           MOVE OLD-ENR-IMAGE TO DEDUCTION-ENROLLMENT-RECORD(1:51)
           IF ENR-AMOUNT NOT NUMERIC
               MOVE ZERO TO ENR-AMOUNT
           END-IF
           IF ENR-GOAL-AMOUNT NOT NUMERIC
               MOVE ZERO TO ENR-GOAL-AMOUNT
           END-IF
           IF ENR-TAKEN-TO-DATE NOT NUMERIC
               MOVE ZERO TO ENR-TAKEN-TO-DATE
           END-IF
           MOVE ZERO TO ENR-RUN-PERIOD ENR-RUN-TAKEN
           MOVE SPACES TO ENR-RUN-STARTED
           WRITE DEDUCTION-ENROLLMENT-RECORD
               INVALID KEY
                   PERFORM LIST-DUPLICATE-ENROLLMENT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.


       LIST-DUPLICATE-ENROLLMENT.
           ADD 1 TO WS-DUPLICATE-COUNT
           MOVE "DUPLICATE -- NOT LOADED:" TO CDL-TAG
           MOVE ENR-EMP-ID TO CDL-EMP-ID
           MOVE ENR-DED-CODE TO CDL-DED-CODE
           MOVE CONVERSION-DETAIL-LINE TO CONVERSION-REPORT-REC
           WRITE CONVERSION-REPORT-REC.


       WRITE-LOAD-COUNTS.
           MOVE SPACES TO CONVERSION-REPORT-REC
           WRITE CONVERSION-REPORT-REC
           MOVE "LINES READ" TO CCL-LABEL
           MOVE WS-READ-COUNT TO CCL-COUNT
           MOVE CONVERSION-COUNT-LINE TO CONVERSION-REPORT-REC
           WRITE CONVERSION-REPORT-REC
           MOVE "ENROLLMENTS LOADED" TO CCL-LABEL
           MOVE WS-LOADED-COUNT TO CCL-COUNT
           MOVE CONVERSION-COUNT-LINE TO CONVERSION-REPORT-REC
           WRITE CONVERSION-REPORT-REC
           MOVE "DUPLICATES NOT LOADED" TO CCL-LABEL
           MOVE WS-DUPLICATE-COUNT TO CCL-COUNT
           MOVE CONVERSION-COUNT-LINE TO CONVERSION-REPORT-REC
           WRITE CONVERSION-REPORT-REC
           MOVE "BLANK LINES SKIPPED" TO CCL-LABEL
           MOVE WS-BLANK-COUNT TO CCL-COUNT
           MOVE CONVERSION-COUNT-LINE TO CONVERSION-REPORT-REC
           WRITE CONVERSION-REPORT-REC.

       END PROGRAM ENRCONV.
