      ******************************************************************
      * Outbound identity-system feed. Run as the scheduler step
      * after every employee master maintenance (IDF-STEP, skipped
      * when EMPMAINT fails, and rerunnable on its own; the HR
      * intake's changes ride the same run), it tells IT about each
      * hire, department transfer, name change and termination the
      * same day instead of by e-mail weeks later.
      *
      * EMPMRSLT.TXT names the employees the maintenance run
      * applied; their change-history records on EMPCHG newer than
      * the last one fed (IDFEEDC.TXT keeps the mark) become event
      * documents:
      *     EMPLOYEE ADD               HIRE, effective the hire date
      *     DEPT changed               TRANSFER
      *     NAME changed               NAMECHANGE
      *     TERM DATE set, or          TERMINATION, effective the
      *     EMPLOYEE DEL               termination date
      * each with employee id, name, department, location, company
      * and effective date as the master holds them. A transfer or
      * name change is effective the day the change applied.
      * A department transfer made by a REORGXFR reorganization
      * (batch id "RO" and the date) is fed whether or not the
      * employee was maintained, by the first feed after it that
      * follows a maintenance run. Other changes made outside
      * maintenance (the retention purge) are not identity events
      * and are passed over.
      *
      * The events go to IDFEED.TXT as one batch document in the
      * envelope json-generate-example sends: a header object with
      * batch id, creation date and record count, the events as an
      * array inside it. A batch too big to hold is refused whole
      * and the mark is left where it was, so nothing is skipped.
      *
      * Every event sent stays on IDFEEDOUT.TXT until IT answers it
      * on IDFEEDRSP.TXT, matched by event id the way the JSON
      * interface batch matches its responses -- COMPLETE or
      * APPROVED acknowledges, anything else rejects. The state of
      * every open event is on IDFEEDST.TXT and the exceptions on
      * IDFEEDRCN.TXT. A termination rejected, or not acknowledged
      * a day after it was sent, raises an error alert: that is a
      * badge and a set of accounts still live.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDFEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-RESULT-FILE ASSIGN TO "EMPMRSLT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSL-FILE-STATUS.

           SELECT EMP-CHANGE-FILE ASSIGN TO "EMPCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT FEED-CONTROL-FILE ASSIGN TO "IDFEEDC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT IDENTITY-FEED-FILE ASSIGN TO "IDFEED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT IDENTITY-RESPONSE-FILE ASSIGN TO "IDFEEDRSP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-FILE-STATUS.

           SELECT OUTSTANDING-EVENT-FILE ASSIGN TO "IDFEEDOUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT IDENTITY-STATUS-FILE ASSIGN TO "IDFEEDST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STS-FILE-STATUS.

           SELECT IDENTITY-RECON-FILE ASSIGN TO "IDFEEDRCN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-RESULT-FILE.
       01  MAINT-RESULT-RECORD.
           05  RSL-EMP-ID          PIC X(6).
           05  RSL-ACTION          PIC X.
           05  RSL-STATUS          PIC X(8).
           05  RSL-REASON          PIC X(40).

       FD  EMP-CHANGE-FILE.
           COPY EMPCHG.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

      * the newest change-history timestamp already fed, and the
      * last event number handed out
       FD  FEED-CONTROL-FILE.
       01  FEED-CONTROL-RECORD.
           05  IFC-LAST-TIMESTAMP  PIC X(15).
           05  FILLER              PIC X.
           05  IFC-LAST-EVENT      PIC 9(8).

       FD  IDENTITY-FEED-FILE.
       01  IDENTITY-FEED-RECORD    PIC X(256).

       FD  IDENTITY-RESPONSE-FILE.
       01  IDENTITY-RESPONSE-RECORD PIC X(256).

      * one event sent and not yet acknowledged
       FD  OUTSTANDING-EVENT-FILE.
       01  OUTSTANDING-EVENT-RECORD.
           05  OUT-EVENT-ID        PIC X(10).
           05  FILLER              PIC X.
           05  OUT-EVENT-TYPE      PIC X(11).
           05  FILLER              PIC X.
           05  OUT-EMP-ID          PIC X(6).
           05  FILLER              PIC X.
           05  OUT-EFF-DATE        PIC X(8).
           05  FILLER              PIC X.
           05  OUT-SENT-AT         PIC X(14).

       FD  IDENTITY-STATUS-FILE.
       01  IDENTITY-STATUS-RECORD.
           05  STS-EVENT-ID        PIC X(10).
           05  FILLER              PIC X.
           05  STS-STATE           PIC X(12).
           05  FILLER              PIC X.
           05  STS-EVENT-TYPE      PIC X(11).
           05  FILLER              PIC X.
           05  STS-EMP-ID          PIC X(6).
           05  FILLER              PIC X.
           05  STS-SENT-AT         PIC X(14).
           05  FILLER              PIC X.
           05  STS-REASON          PIC X(20).

       FD  IDENTITY-RECON-FILE.
       01  IDENTITY-RECON-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-RSL-FILE-STATUS PIC XX.
           88  WS-RSL-FILE-OK        VALUE "00".
           88  WS-RSL-FILE-EOF       VALUE "10".

       77  WS-CHG-FILE-STATUS PIC XX.
           88  WS-CHG-FILE-OK        VALUE "00".
           88  WS-CHG-FILE-EOF       VALUE "10".

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".

       77  WS-CTL-FILE-STATUS PIC XX.
           88  WS-CTL-FILE-OK        VALUE "00".

       77  WS-FEED-FILE-STATUS PIC XX.
           88  WS-FEED-FILE-OK       VALUE "00".

       77  WS-RSP-FILE-STATUS PIC XX.
           88  WS-RSP-FILE-OK        VALUE "00".
           88  WS-RSP-FILE-EOF       VALUE "10".

       77  WS-OUT-FILE-STATUS PIC XX.
           88  WS-OUT-FILE-OK        VALUE "00".
           88  WS-OUT-FILE-EOF       VALUE "10".

       77  WS-STS-FILE-STATUS PIC XX.
           88  WS-STS-FILE-OK        VALUE "00".

       77  WS-RCN-FILE-STATUS PIC XX.
           88  WS-RCN-FILE-OK        VALUE "00".

       77  WS-LAST-TIMESTAMP  PIC X(15) VALUE SPACES.
       77  WS-NEW-TIMESTAMP   PIC X(15) VALUE SPACES.
       77  WS-LAST-EVENT      PIC 9(8) VALUE ZERO.
       77  WS-EVENT-NUMBER    PIC 9(8) VALUE ZERO.
       77  WS-MASTER-FOUND-FLAG PIC X VALUE "N".
           88  WS-MASTER-FOUND       VALUE "Y".
       77  WS-BATCH-OVERFLOW-FLAG PIC X VALUE "N".
           88  WS-BATCH-OVERFLOWED   VALUE "Y".
       77  WS-DUPLICATE-FLAG  PIC X VALUE "N".
           88  WS-DUPLICATE-EVENT    VALUE "Y".

      * employees the maintenance run applied a transaction to
       77  WS-APPLIED-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-APPLIED-TABLE.
           05  WS-APPLIED-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-APL-IDX.
               10  WS-APL-EMP-ID       PIC X(6).

      * the event in hand, generated field by field into the batch
       01  WS-EVENT.
           05  WS-EVT-ID           PIC X(10).
           05  WS-EVT-TYPE         PIC X(11).
           05  WS-EVT-EMP-ID       PIC X(6).
           05  WS-EVT-NAME         PIC X(15).
           05  WS-EVT-DEPT         PIC X(4).
           05  WS-EVT-LOCATION     PIC X(20).
           05  WS-EVT-COMPANY      PIC X(2).
           05  WS-EVT-EFF-DATE     PIC X(8).

      * the batch, held until the scan is through so the header
      * can lead the file with the true record count
       77  WS-DOC-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-DOC-TABLE.
           05  WS-DOC-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-DOC-IDX.
               10  WS-DOC-EVENT-ID     PIC X(10).
               10  WS-DOC-EVENT-TYPE   PIC X(11).
               10  WS-DOC-EMP-ID       PIC X(6).
               10  WS-DOC-EFF-DATE     PIC X(8).
               10  WS-DOC-JSON         PIC X(256).
       77  WS-WRITTEN-COUNT   PIC 9(3) VALUE ZERO.
       77  WS-DROPPED-COUNT   PIC 9(5) VALUE ZERO.

      * events out and unanswered, from earlier runs and this one.
      * State: S = sent/unanswered, A = acknowledged, R = rejected.
       77  WS-OPEN-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-OPN-IDX.
               10  WS-OPN-EVENT-ID     PIC X(10).
               10  WS-OPN-EVENT-TYPE   PIC X(11).
               10  WS-OPN-EMP-ID       PIC X(6).
               10  WS-OPN-EFF-DATE     PIC X(8).
               10  WS-OPN-SENT-AT      PIC X(14).
               10  WS-OPN-STATE        PIC X.
                   88  WS-OPN-SENT          VALUE "S".
                   88  WS-OPN-ACKED         VALUE "A".
                   88  WS-OPN-REJECTED      VALUE "R".
               10  WS-OPN-REASON       PIC X(20).

      * response parse target; IT's keys carry these names
       01  WS-RESPONSE.
           05  WS-RSP-EVENT-ID     PIC X(10).
           05  WS-RSP-STATUS       PIC X(10).
           05  WS-RSP-REASON       PIC X(20).

       01  WS-INBOUND-JSON    PIC X(256).
       01  WS-JSON-OUTPUT     PIC X(256).
       77  WS-JSON-CHAR-COUNT PIC 9(4).
       77  WS-JSON-CODE-EDIT  PIC Z(9)9.

       77  WS-BATCH-ID        PIC X(14).
       77  WS-CREATION-DATE   PIC X(8).
       77  WS-COUNT-EDIT      PIC ZZZ9.
       01  WS-ENVELOPE-LINE   PIC X(256).

      * an event's age, in seconds from the day count
       77  WS-NOW-STAMP       PIC X(14).
       77  WS-NOW-SECONDS     PIC 9(12) VALUE ZERO.
       77  WS-SENT-SECONDS    PIC 9(12) VALUE ZERO.
       77  WS-STAMP-WORK      PIC X(14).
       77  WS-STAMP-SECONDS   PIC 9(12) VALUE ZERO.
       77  WS-STAMP-DATE-NUM  PIC 9(8).
       77  WS-STAMP-HH        PIC 99.
       77  WS-STAMP-MM        PIC 99.
       77  WS-STAMP-SS        PIC 99.

       77  WS-SENT-THIS-RUN   PIC 9(3) VALUE ZERO.
       77  WS-ACKED-COUNT     PIC 9(4) VALUE ZERO.
       77  WS-REJECTED-COUNT  PIC 9(4) VALUE ZERO.
       77  WS-OVERDUE-COUNT   PIC 9(4) VALUE ZERO.
       77  WS-UNEXPECTED-COUNT PIC 9(4) VALUE ZERO.
       77  WS-UNACK-COUNT     PIC 9(4) VALUE ZERO.
       77  WS-REPEAT-COUNT    PIC 9(4) VALUE ZERO.
       77  WS-RSP-NUMBER      PIC 9(8) VALUE ZERO.

       COPY ERRSTAT.
       COPY SIGNONRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "IDFEED  " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP

           PERFORM LOAD-FEED-CONTROL
           PERFORM LOAD-APPLIED-EMPLOYEES
           PERFORM LOAD-OUTSTANDING-EVENTS

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           PERFORM COLLECT-IDENTITY-EVENTS
           CLOSE EMPLOYEE-MASTER-FILE

      *    a partial batch would move the mark past events never
      *    sent; the whole run is refused instead
           IF WS-BATCH-OVERFLOWED
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Over 300 identity events -- batch refused, "
                   WS-DROPPED-COUNT " not held"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           OPEN OUTPUT IDENTITY-FEED-FILE
           IF NOT WS-FEED-FILE-OK
               MOVE WS-FEED-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open IDENTITY-FEED-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           PERFORM WRITE-ENVELOPED-BATCH
           CLOSE IDENTITY-FEED-FILE
           IF WS-WRITTEN-COUNT NOT = WS-DOC-COUNT
               GOBACK
           END-IF
           PERFORM REMEMBER-SENT-EVENTS

           OPEN OUTPUT IDENTITY-RECON-FILE
           PERFORM MATCH-RESPONSE-DOCUMENTS
           PERFORM CHECK-OPEN-TERMINATIONS
           PERFORM WRITE-STATUS-FILE
           PERFORM WRITE-RECONCILIATION-SUMMARY
           CLOSE IDENTITY-RECON-FILE

           PERFORM SAVE-OUTSTANDING-EVENTS
           PERFORM SAVE-FEED-CONTROL

           DISPLAY "IDFEED events sent: " WS-SENT-THIS-RUN
               "  acknowledged: " WS-ACKED-COUNT
               "  rejected: " WS-REJECTED-COUNT
               "  still open: " WS-UNACK-COUNT
           IF RETURN-CODE = 0 AND WS-UNEXPECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "IDFEED" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
      *    set after the call -- ALERTLOG leaves its own return code
           MOVE 8 TO RETURN-CODE.


       LOAD-FEED-CONTROL.
           MOVE SPACES TO WS-LAST-TIMESTAMP
           MOVE ZERO TO WS-LAST-EVENT
           OPEN INPUT FEED-CONTROL-FILE
           IF NOT WS-CTL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           READ FEED-CONTROL-FILE
               NOT AT END
                   MOVE IFC-LAST-TIMESTAMP TO WS-LAST-TIMESTAMP
                   IF IFC-LAST-EVENT NUMERIC
                       MOVE IFC-LAST-EVENT TO WS-LAST-EVENT
                   END-IF
           END-READ
           CLOSE FEED-CONTROL-FILE
           MOVE WS-LAST-TIMESTAMP TO WS-NEW-TIMESTAMP
           MOVE WS-LAST-EVENT TO WS-EVENT-NUMBER.


       LOAD-APPLIED-EMPLOYEES.
           OPEN INPUT MAINT-RESULT-FILE
           IF NOT WS-RSL-FILE-OK
               DISPLAY "No EMPMRSLT.TXT -- no maintenance run to"
                   " feed; answers are still matched."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RSL-FILE-EOF
               READ MAINT-RESULT-FILE
                   AT END SET WS-RSL-FILE-EOF TO TRUE
                   NOT AT END
                       IF RSL-STATUS = "APPLIED"
                           PERFORM NOTE-APPLIED-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-RESULT-FILE.


       NOTE-APPLIED-EMPLOYEE.
           SET WS-APL-IDX TO 1
           SEARCH WS-APPLIED-ENTRY
               AT END
                   IF WS-APPLIED-COUNT < 300
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE RSL-EMP-ID
                           TO WS-APL-EMP-ID(WS-APPLIED-COUNT)
                   ELSE
                       MOVE ZERO TO WS-ERR-CODE
                       MOVE SPACES TO WS-ERR-MESSAGE
                       STRING "Over 300 employees maintained -- "
                           RSL-EMP-ID " not fed"
                           DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                       END-STRING
                       PERFORM REPORT-COMMON-ERROR
                   END-IF
               WHEN WS-APL-IDX > WS-APPLIED-COUNT
                   IF WS-APPLIED-COUNT < 300
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE RSL-EMP-ID
                           TO WS-APL-EMP-ID(WS-APPLIED-COUNT)
                   END-IF
               WHEN WS-APL-EMP-ID(WS-APL-IDX) = RSL-EMP-ID
                   CONTINUE
           END-SEARCH.


       LOAD-OUTSTANDING-EVENTS.
           OPEN INPUT OUTSTANDING-EVENT-FILE
           IF NOT WS-OUT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OUT-FILE-EOF
               READ OUTSTANDING-EVENT-FILE
                   AT END SET WS-OUT-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-OPEN-COUNT < 1000
                           ADD 1 TO WS-OPEN-COUNT
                           SET WS-OPN-IDX TO WS-OPEN-COUNT
                           MOVE OUT-EVENT-ID
                               TO WS-OPN-EVENT-ID(WS-OPN-IDX)
                           MOVE OUT-EVENT-TYPE
                               TO WS-OPN-EVENT-TYPE(WS-OPN-IDX)
                           MOVE OUT-EMP-ID
                               TO WS-OPN-EMP-ID(WS-OPN-IDX)
                           MOVE OUT-EFF-DATE
                               TO WS-OPN-EFF-DATE(WS-OPN-IDX)
                           MOVE OUT-SENT-AT
                               TO WS-OPN-SENT-AT(WS-OPN-IDX)
                           SET WS-OPN-SENT(WS-OPN-IDX) TO TRUE
                           MOVE SPACES TO WS-OPN-REASON(WS-OPN-IDX)
                       ELSE
                           MOVE ZERO TO WS-ERR-CODE
                           MOVE "IDFEEDOUT.TXT holds over 1000 events"
                               TO WS-ERR-MESSAGE
                           PERFORM REPORT-COMMON-ERROR
                           SET WS-OUT-FILE-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTSTANDING-EVENT-FILE.


      ******************************************************************
      * The change history is keyed by employee, then time, then
      * field, so one pass reads each employee's changes in the
      * order they were made. Every record past the mark moves the
      * mark; only those of employees the run maintained are fed.
      ******************************************************************
       COLLECT-IDENTITY-EVENTS.
           IF WS-APPLIED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMP-CHANGE-FILE
           IF NOT WS-CHG-FILE-OK
               DISPLAY "No EMPCHG change history -- no events fed."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CHG-FILE-EOF
               READ EMP-CHANGE-FILE NEXT RECORD
                   AT END SET WS-CHG-FILE-EOF TO TRUE
                   NOT AT END PERFORM JUDGE-CHANGE-RECORD
               END-READ
           END-PERFORM
           CLOSE EMP-CHANGE-FILE.


       JUDGE-CHANGE-RECORD.
           IF CHG-TIMESTAMP NOT > WS-LAST-TIMESTAMP
               EXIT PARAGRAPH
           END-IF
           IF CHG-TIMESTAMP > WS-NEW-TIMESTAMP
               MOVE CHG-TIMESTAMP TO WS-NEW-TIMESTAMP
           END-IF
      *    a reorganization's transfers never pass through EMPMAINT,
      *    so they are not on its applied list
           IF NOT (CHG-FIELD-NAME = "DEPT"
                   AND CHG-BATCH-ID(1:2) = "RO"
                   AND CHG-BATCH-ID(3:6) NUMERIC)
               SET WS-APL-IDX TO 1
               SEARCH WS-APPLIED-ENTRY
                   AT END EXIT PARAGRAPH
                   WHEN WS-APL-IDX > WS-APPLIED-COUNT
                       EXIT PARAGRAPH
                   WHEN WS-APL-EMP-ID(WS-APL-IDX) = CHG-EMP-ID
                       CONTINUE
               END-SEARCH
           END-IF

           MOVE SPACES TO WS-EVENT
           EVALUATE CHG-FIELD-NAME
               WHEN "EMPLOYEE ADD"
                   MOVE "HIRE" TO WS-EVT-TYPE
               WHEN "DEPT"
                   IF CHG-OLD-VALUE NOT = SPACES
                       MOVE "TRANSFER" TO WS-EVT-TYPE
                   END-IF
               WHEN "NAME"
                   IF CHG-OLD-VALUE NOT = SPACES
                       MOVE "NAMECHANGE" TO WS-EVT-TYPE
                   END-IF
               WHEN "TERM DATE"
                   IF CHG-NEW-VALUE NOT = SPACES
                       MOVE "TERMINATION" TO WS-EVT-TYPE
                   END-IF
               WHEN "EMPLOYEE DEL"
                   MOVE "TERMINATION" TO WS-EVT-TYPE
           END-EVALUATE
           IF WS-EVT-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-EVENT-FIELDS
           PERFORM CHECK-DUPLICATE-EVENT
           IF WS-DUPLICATE-EVENT
               EXIT PARAGRAPH
           END-IF
           PERFORM GENERATE-EVENT-DOCUMENT.


      * the master as it stands now; a deleted employee is gone
      * from it and answers from the change record alone
       BUILD-EVENT-FIELDS.
           MOVE CHG-EMP-ID TO WS-EVT-EMP-ID
           MOVE "N" TO WS-MASTER-FOUND-FLAG
           MOVE CHG-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-MASTER-FOUND TO TRUE
           END-READ
           IF WS-MASTER-FOUND
               MOVE EMP-NAME TO WS-EVT-NAME
               MOVE EMP-DEPT-CODE TO WS-EVT-DEPT
               MOVE EMP-LOCATION TO WS-EVT-LOCATION
               MOVE EMP-COMPANY-CODE TO WS-EVT-COMPANY
               IF WS-EVT-COMPANY = SPACES
                   MOVE "01" TO WS-EVT-COMPANY
               END-IF
           ELSE
               IF CHG-FIELD-NAME = "EMPLOYEE DEL"
                   MOVE CHG-OLD-VALUE TO WS-EVT-NAME
               END-IF
           END-IF

           EVALUATE WS-EVT-TYPE
               WHEN "HIRE"
                   IF WS-MASTER-FOUND AND EMP-HIRE-DATE NOT = SPACES
                       MOVE EMP-HIRE-DATE TO WS-EVT-EFF-DATE
                   ELSE
                       MOVE CHG-TIMESTAMP(1:8) TO WS-EVT-EFF-DATE
                   END-IF
               WHEN "TERMINATION"
                   IF CHG-FIELD-NAME = "TERM DATE"
                       MOVE CHG-NEW-VALUE TO WS-EVT-EFF-DATE
                   ELSE
                       IF WS-MASTER-FOUND
                           AND EMP-TERM-DATE NOT = SPACES
                           MOVE EMP-TERM-DATE TO WS-EVT-EFF-DATE
                       ELSE
                           MOVE CHG-TIMESTAMP(1:8) TO WS-EVT-EFF-DATE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE CHG-TIMESTAMP(1:8) TO WS-EVT-EFF-DATE
           END-EVALUATE.


      * a termination date set and the record then deleted in the
      * same run is one termination, not two
       CHECK-DUPLICATE-EVENT.
           MOVE "N" TO WS-DUPLICATE-FLAG
           IF WS-EVT-TYPE NOT = "TERMINATION"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX > WS-DOC-COUNT
               IF WS-DOC-EMP-ID(WS-DOC-IDX) = WS-EVT-EMP-ID
                   AND WS-DOC-EVENT-TYPE(WS-DOC-IDX) = "TERMINATION"
                   SET WS-DUPLICATE-EVENT TO TRUE
               END-IF
           END-PERFORM.


       GENERATE-EVENT-DOCUMENT.
           IF WS-DOC-COUNT = 300
               SET WS-BATCH-OVERFLOWED TO TRUE
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVENT-NUMBER
           MOVE SPACES TO WS-EVT-ID
           STRING "ID" WS-EVENT-NUMBER DELIMITED BY SIZE
               INTO WS-EVT-ID
           END-STRING
           JSON GENERATE WS-JSON-OUTPUT
               FROM WS-EVENT
               COUNT IN WS-JSON-CHAR-COUNT
               NAME OF
                   WS-EVT-ID IS "eventId",
                   WS-EVT-TYPE IS "eventType",
                   WS-EVT-EMP-ID IS "employeeId",
                   WS-EVT-NAME IS "name",
                   WS-EVT-DEPT IS "department",
                   WS-EVT-LOCATION IS "location",
                   WS-EVT-COMPANY IS "company",
                   WS-EVT-EFF-DATE IS "effectiveDate"
               ON EXCEPTION
      *            an event that cannot be generated must not be
      *            passed over silently; the batch is refused
                   SET WS-BATCH-OVERFLOWED TO TRUE
                   MOVE JSON-CODE TO WS-JSON-CODE-EDIT
                   MOVE JSON-CODE TO WS-ERR-CODE
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "JSON GENERATE failed for " WS-EVT-ID
                       " code " WS-JSON-CODE-EDIT
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   END-STRING
                   PERFORM REPORT-COMMON-ERROR
               NOT ON EXCEPTION
                   ADD 1 TO WS-DOC-COUNT
                   SET WS-DOC-IDX TO WS-DOC-COUNT
                   MOVE WS-EVT-ID TO WS-DOC-EVENT-ID(WS-DOC-IDX)
                   MOVE WS-EVT-TYPE TO WS-DOC-EVENT-TYPE(WS-DOC-IDX)
                   MOVE WS-EVT-EMP-ID TO WS-DOC-EMP-ID(WS-DOC-IDX)
                   MOVE WS-EVT-EFF-DATE
                       TO WS-DOC-EFF-DATE(WS-DOC-IDX)
                   MOVE WS-JSON-OUTPUT TO WS-DOC-JSON(WS-DOC-IDX)
           END-JSON.


      ******************************************************************
      * The enveloped batch document, as the JSON interface batch
      * writes it: the header object, then the events as an array.
      * The array entries actually written are checked against the
      * header's count, and a mismatch fails the run before any
      * event is taken as sent or the mark is moved.
      ******************************************************************
       WRITE-ENVELOPED-BATCH.
           MOVE WS-NOW-STAMP TO WS-BATCH-ID
           MOVE WS-NOW-STAMP(1:8) TO WS-CREATION-DATE
           MOVE WS-DOC-COUNT TO WS-COUNT-EDIT

           MOVE SPACES TO WS-ENVELOPE-LINE
           STRING '{"batchHeader":{"batchId":"' WS-BATCH-ID
               '","creationDate":"' WS-CREATION-DATE
               '","recordCount":' FUNCTION TRIM(WS-COUNT-EDIT)
               '},'
               DELIMITED BY SIZE INTO WS-ENVELOPE-LINE
           END-STRING
           MOVE WS-ENVELOPE-LINE TO IDENTITY-FEED-RECORD
           WRITE IDENTITY-FEED-RECORD

           MOVE '"records":[' TO IDENTITY-FEED-RECORD
           WRITE IDENTITY-FEED-RECORD

           MOVE ZERO TO WS-WRITTEN-COUNT
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX > WS-DOC-COUNT
               MOVE SPACES TO WS-ENVELOPE-LINE
               IF WS-DOC-IDX < WS-DOC-COUNT
                   STRING FUNCTION TRIM(WS-DOC-JSON(WS-DOC-IDX))
                       "," DELIMITED BY SIZE INTO WS-ENVELOPE-LINE
                   END-STRING
               ELSE
                   MOVE FUNCTION TRIM(WS-DOC-JSON(WS-DOC-IDX))
                       TO WS-ENVELOPE-LINE
               END-IF
               MOVE WS-ENVELOPE-LINE TO IDENTITY-FEED-RECORD
               WRITE IDENTITY-FEED-RECORD
               IF WS-FEED-FILE-OK
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-PERFORM

           MOVE "]}" TO IDENTITY-FEED-RECORD
           WRITE IDENTITY-FEED-RECORD

           IF WS-WRITTEN-COUNT NOT = WS-DOC-COUNT
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Envelope count does not match events written"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           END-IF.


       REMEMBER-SENT-EVENTS.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX > WS-DOC-COUNT
               IF WS-OPEN-COUNT < 1000
                   ADD 1 TO WS-OPEN-COUNT
                   SET WS-OPN-IDX TO WS-OPEN-COUNT
                   MOVE WS-DOC-EVENT-ID(WS-DOC-IDX)
                       TO WS-OPN-EVENT-ID(WS-OPN-IDX)
                   MOVE WS-DOC-EVENT-TYPE(WS-DOC-IDX)
                       TO WS-OPN-EVENT-TYPE(WS-OPN-IDX)
                   MOVE WS-DOC-EMP-ID(WS-DOC-IDX)
                       TO WS-OPN-EMP-ID(WS-OPN-IDX)
                   MOVE WS-DOC-EFF-DATE(WS-DOC-IDX)
                       TO WS-OPN-EFF-DATE(WS-OPN-IDX)
                   MOVE WS-NOW-STAMP TO WS-OPN-SENT-AT(WS-OPN-IDX)
                   SET WS-OPN-SENT(WS-OPN-IDX) TO TRUE
                   MOVE SPACES TO WS-OPN-REASON(WS-OPN-IDX)
               ELSE
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "Open-event table full -- "
                       WS-DOC-EVENT-ID(WS-DOC-IDX)
                       " will not be tracked"
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   END-STRING
                   PERFORM REPORT-COMMON-ERROR
               END-IF
           END-PERFORM
           MOVE WS-DOC-COUNT TO WS-SENT-THIS-RUN.


      ******************************************************************
      * Response pass: each IDFEEDRSP.TXT document is matched to an
      * open event by id. An id this feed handed out that is no
      * longer open was answered on an earlier run and is passed
      * over; one it never handed out is unexpected.
      ******************************************************************
       MATCH-RESPONSE-DOCUMENTS.
           OPEN INPUT IDENTITY-RESPONSE-FILE
           IF NOT WS-RSP-FILE-OK
               DISPLAY "No IDFEEDRSP.TXT found, skipping response"
                   " parse."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RSP-FILE-EOF
               READ IDENTITY-RESPONSE-FILE
                   AT END SET WS-RSP-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE IDENTITY-RESPONSE-RECORD
                           TO WS-INBOUND-JSON
                       PERFORM PARSE-RESPONSE-DOCUMENT
               END-READ
           END-PERFORM
           CLOSE IDENTITY-RESPONSE-FILE.


       PARSE-RESPONSE-DOCUMENT.
      *    IDFEEDRSP.TXT keys must match WS-RESPONSE's field names;
      *    NAME OF is applied on the generate side only
           MOVE SPACES TO WS-RESPONSE
           JSON PARSE WS-INBOUND-JSON
               INTO WS-RESPONSE
               ON EXCEPTION
                   ADD 1 TO WS-UNEXPECTED-COUNT
                   MOVE JSON-CODE TO WS-JSON-CODE-EDIT
                   MOVE SPACES TO IDENTITY-RECON-RECORD
                   STRING "UNPARSABLE RESPONSE, JSON CODE "
                       WS-JSON-CODE-EDIT
                       DELIMITED BY SIZE INTO IDENTITY-RECON-RECORD
                   END-STRING
                   WRITE IDENTITY-RECON-RECORD
               NOT ON EXCEPTION
                   PERFORM MATCH-ONE-RESPONSE
           END-JSON.


       MATCH-ONE-RESPONSE.
           SET WS-OPN-IDX TO 1
           PERFORM UNTIL WS-OPN-IDX > WS-OPEN-COUNT
                   OR WS-OPN-EVENT-ID(WS-OPN-IDX) = WS-RSP-EVENT-ID
               SET WS-OPN-IDX UP BY 1
           END-PERFORM

           IF WS-OPN-IDX > WS-OPEN-COUNT
               MOVE ZERO TO WS-RSP-NUMBER
               IF WS-RSP-EVENT-ID(1:2) = "ID"
                   AND WS-RSP-EVENT-ID(3:8) NUMERIC
                   MOVE WS-RSP-EVENT-ID(3:8) TO WS-RSP-NUMBER
               END-IF
               IF WS-RSP-NUMBER > ZERO
                   AND WS-RSP-NUMBER NOT > WS-EVENT-NUMBER
                   ADD 1 TO WS-REPEAT-COUNT
               ELSE
                   ADD 1 TO WS-UNEXPECTED-COUNT
                   MOVE SPACES TO IDENTITY-RECON-RECORD
                   STRING "UNEXPECTED RESPONSE: " WS-RSP-EVENT-ID
                       DELIMITED BY SIZE INTO IDENTITY-RECON-RECORD
                   END-STRING
                   WRITE IDENTITY-RECON-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-OPN-SENT(WS-OPN-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RSP-STATUS = "COMPLETE"
               OR WS-RSP-STATUS = "APPROVED"
               SET WS-OPN-ACKED(WS-OPN-IDX) TO TRUE
               ADD 1 TO WS-ACKED-COUNT
           ELSE
               SET WS-OPN-REJECTED(WS-OPN-IDX) TO TRUE
               ADD 1 TO WS-REJECTED-COUNT
               IF WS-RSP-REASON NOT = SPACES
                   MOVE WS-RSP-REASON TO WS-OPN-REASON(WS-OPN-IDX)
               ELSE
                   MOVE WS-RSP-STATUS TO WS-OPN-REASON(WS-OPN-IDX)
               END-IF
           END-IF.


      ******************************************************************
      * A termination IT has refused, or left unanswered for more
      * than a day since it was sent, leaves access open -- each one
      * raises an error alert on every run until it is settled.
      ******************************************************************
       CHECK-OPEN-TERMINATIONS.
           MOVE WS-NOW-STAMP TO WS-STAMP-WORK
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS
           PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPEN-COUNT
               IF WS-OPN-EVENT-TYPE(WS-OPN-IDX) = "TERMINATION"
                   PERFORM JUDGE-OPEN-TERMINATION
               END-IF
           END-PERFORM.


       JUDGE-OPEN-TERMINATION.
           IF WS-OPN-REJECTED(WS-OPN-IDX)
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Termination " WS-OPN-EVENT-ID(WS-OPN-IDX)
                   " for " WS-OPN-EMP-ID(WS-OPN-IDX)
                   " rejected by identity system"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-OPN-SENT(WS-OPN-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPN-SENT-AT(WS-OPN-IDX) TO WS-STAMP-WORK
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-SENT-SECONDS
           IF WS-SENT-SECONDS = ZERO
               OR WS-NOW-SECONDS - WS-SENT-SECONDS NOT > 86400
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE ZERO TO WS-ERR-CODE
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING "Termination " WS-OPN-EVENT-ID(WS-OPN-IDX)
               " for " WS-OPN-EMP-ID(WS-OPN-IDX)
               " unacknowledged over a day"
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE
           END-STRING
           PERFORM REPORT-COMMON-ERROR.


      * YYYYMMDDHHMMSS to seconds from the day count; zero when
      * the stamp is not a date and time
       STAMP-TO-SECONDS.
           MOVE ZERO TO WS-STAMP-SECONDS
           IF WS-STAMP-WORK NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP-WORK(1:8) TO WS-STAMP-DATE-NUM
           MOVE WS-STAMP-WORK(9:2) TO WS-STAMP-HH
           MOVE WS-STAMP-WORK(11:2) TO WS-STAMP-MM
           MOVE WS-STAMP-WORK(13:2) TO WS-STAMP-SS
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE-NUM)
                   NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-NUM) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.


       WRITE-STATUS-FILE.
           OPEN OUTPUT IDENTITY-STATUS-FILE
           IF NOT WS-STS-FILE-OK
               MOVE WS-STS-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open IDENTITY-STATUS-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPEN-COUNT
               MOVE SPACES TO IDENTITY-STATUS-RECORD
               MOVE WS-OPN-EVENT-ID(WS-OPN-IDX) TO STS-EVENT-ID
               EVALUATE TRUE
                   WHEN WS-OPN-ACKED(WS-OPN-IDX)
                       MOVE "ACKNOWLEDGED" TO STS-STATE
                   WHEN WS-OPN-REJECTED(WS-OPN-IDX)
                       MOVE "REJECTED" TO STS-STATE
                   WHEN OTHER
                       MOVE "SENT" TO STS-STATE
               END-EVALUATE
               MOVE WS-OPN-EVENT-TYPE(WS-OPN-IDX) TO STS-EVENT-TYPE
               MOVE WS-OPN-EMP-ID(WS-OPN-IDX) TO STS-EMP-ID
               MOVE WS-OPN-SENT-AT(WS-OPN-IDX) TO STS-SENT-AT
               MOVE WS-OPN-REASON(WS-OPN-IDX) TO STS-REASON
               WRITE IDENTITY-STATUS-RECORD
           END-PERFORM
           CLOSE IDENTITY-STATUS-FILE.


       WRITE-RECONCILIATION-SUMMARY.
           MOVE ZERO TO WS-UNACK-COUNT
           PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPEN-COUNT
               IF WS-OPN-SENT(WS-OPN-IDX)
                   ADD 1 TO WS-UNACK-COUNT
                   MOVE SPACES TO IDENTITY-RECON-RECORD
                   STRING "UNACKNOWLEDGED: " WS-OPN-EVENT-ID(WS-OPN-IDX)
                       " " WS-OPN-EVENT-TYPE(WS-OPN-IDX)
                       " " WS-OPN-EMP-ID(WS-OPN-IDX)
                       " SENT " WS-OPN-SENT-AT(WS-OPN-IDX)
                       DELIMITED BY SIZE INTO IDENTITY-RECON-RECORD
                   END-STRING
                   WRITE IDENTITY-RECON-RECORD
               END-IF
               IF WS-OPN-REJECTED(WS-OPN-IDX)
                   MOVE SPACES TO IDENTITY-RECON-RECORD
                   STRING "REJECTED:       " WS-OPN-EVENT-ID(WS-OPN-IDX)
                       " " WS-OPN-EVENT-TYPE(WS-OPN-IDX)
                       " " WS-OPN-EMP-ID(WS-OPN-IDX)
                       " " WS-OPN-REASON(WS-OPN-IDX)
                       DELIMITED BY SIZE INTO IDENTITY-RECON-RECORD
                   END-STRING
                   WRITE IDENTITY-RECON-RECORD
               END-IF
           END-PERFORM
           MOVE WS-UNACK-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO IDENTITY-RECON-RECORD
           STRING "UNACKNOWLEDGED EVENTS:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO IDENTITY-RECON-RECORD
           END-STRING
           WRITE IDENTITY-RECON-RECORD
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO IDENTITY-RECON-RECORD
           STRING "OVERDUE TERMINATIONS:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO IDENTITY-RECON-RECORD
           END-STRING
           WRITE IDENTITY-RECON-RECORD
           MOVE WS-UNEXPECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO IDENTITY-RECON-RECORD
           STRING "UNEXPECTED RESPONSES:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO IDENTITY-RECON-RECORD
           END-STRING
           WRITE IDENTITY-RECON-RECORD.


      * only the events still unanswered carry forward; an answer,
      * either way, settles the event
       SAVE-OUTSTANDING-EVENTS.
           OPEN OUTPUT OUTSTANDING-EVENT-FILE
           IF NOT WS-OUT-FILE-OK
               MOVE WS-OUT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite IDFEEDOUT.TXT" TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPEN-COUNT
               IF WS-OPN-SENT(WS-OPN-IDX)
                   MOVE SPACES TO OUTSTANDING-EVENT-RECORD
                   MOVE WS-OPN-EVENT-ID(WS-OPN-IDX) TO OUT-EVENT-ID
                   MOVE WS-OPN-EVENT-TYPE(WS-OPN-IDX)
                       TO OUT-EVENT-TYPE
                   MOVE WS-OPN-EMP-ID(WS-OPN-IDX) TO OUT-EMP-ID
                   MOVE WS-OPN-EFF-DATE(WS-OPN-IDX) TO OUT-EFF-DATE
                   MOVE WS-OPN-SENT-AT(WS-OPN-IDX) TO OUT-SENT-AT
                   WRITE OUTSTANDING-EVENT-RECORD
               END-IF
           END-PERFORM
           CLOSE OUTSTANDING-EVENT-FILE.


       SAVE-FEED-CONTROL.
           OPEN OUTPUT FEED-CONTROL-FILE
           IF NOT WS-CTL-FILE-OK
               MOVE WS-CTL-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite IDFEEDC.TXT" TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FEED-CONTROL-RECORD
           MOVE WS-NEW-TIMESTAMP TO IFC-LAST-TIMESTAMP
           MOVE WS-EVENT-NUMBER TO IFC-LAST-EVENT
           WRITE FEED-CONTROL-RECORD
           CLOSE FEED-CONTROL-FILE.

       END PROGRAM IDFEED.
