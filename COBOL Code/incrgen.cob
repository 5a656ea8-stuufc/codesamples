      ******************************************************************
      * General and merit increase run. Turns the year's raise
      * rules into EMPMAINT pay-change transactions instead of the
      * clerk keying hundreds of rate changes by hand.
      *
      * INCRRULE.TXT, one rule per line: a scope -- a department
      * (D), a pay class (C), a union code (U), one employee (E),
      * or everyone (A) -- a percent (P) or a flat amount (F), an
      * effective date, and the reason to carry onto the master. A
      * flat amount is per hour for hourly employees and per year
      * for salaried; for commission employees either kind applies
      * to the commission base. Every rule an employee falls under
      * applies, in file order, each from its own effective date;
      * an employee reached by rules on two dates gets one change
      * for each date, the later one carrying both. EMP-RATE holds
      * whole dollars, so a new hourly rate is rounded to the
      * dollar and the listing says so.
      *
      * Run in two steps. The proof run (the default) prints
      * INCRPRF.RPT -- old pay, new pay and the percent for every
      * employee reached -- ending with the control totals of the
      * batch it would write: the transaction count and the EMP-ID
      * hash total. The approver, who must hold the INCREASE action
      * and may not be the operator who runs the batch, signs them
      * off on INCRAPPR.TXT. The generate run (run parameter byte 3
      * "G") works the rules again and writes INCRTRAN.TXT only if
      * its totals still tie to the approved ones: a batch header
      * carrying the same controls, the "R" transactions dated for
      * their effective dates, and the trailer. EMPMAINT takes the
      * file as its EMPTRAN.TXT, proves the controls, queues each
      * change until its date and applies it with full change
      * history. Nothing here touches a master.
      *
      * One company per run: bytes 1-2 of the run parameter
      * (spaces = 01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCRGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT INCREASE-RULE-FILE ASSIGN TO "INCRRULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT INCREASE-APPROVAL-FILE ASSIGN TO "INCRAPPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-FILE-STATUS.

           SELECT INCREASE-TRAN-FILE ASSIGN TO "INCRTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO "INCRPRF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  INCREASE-RULE-FILE.
       01  INCREASE-RULE-RECORD.
           05  IRL-SCOPE       PIC X.
               88  IRL-SCOPE-DEPT       VALUE "D".
               88  IRL-SCOPE-CLASS      VALUE "C".
               88  IRL-SCOPE-UNION      VALUE "U".
               88  IRL-SCOPE-EMPLOYEE   VALUE "E".
               88  IRL-SCOPE-ALL        VALUE "A".
           05  IRL-KEY         PIC X(6).
           05  IRL-TYPE        PIC X.
               88  IRL-TYPE-PERCENT     VALUE "P".
               88  IRL-TYPE-FLAT        VALUE "F".
           05  IRL-AMOUNT      PIC 9(5)V99.
           05  IRL-EFF-DATE    PIC X(8).
           05  IRL-REASON      PIC X(30).

      * the approver's sign-off on the proof run's control totals
       FD  INCREASE-APPROVAL-FILE.
       01  INCREASE-APPROVAL-RECORD.
           05  IAP-APPROVED-BY PIC X(20).
           05  IAP-COUNT       PIC 9(5).
           05  IAP-HASH        PIC 9(12).

       FD  INCREASE-TRAN-FILE.
       01  INCREASE-TRAN-RECORD PIC X(211).

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-REC    PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".
           88  WS-EMP-FILE-EOF       VALUE "10".

       77  WS-RUL-FILE-STATUS PIC XX.
           88  WS-RUL-FILE-OK        VALUE "00".
           88  WS-RUL-FILE-EOF       VALUE "10".

       77  WS-APR-FILE-STATUS PIC XX.
           88  WS-APR-FILE-OK        VALUE "00".

       77  WS-TRN-FILE-STATUS PIC XX.
           88  WS-TRN-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-RUN-COMPANY     PIC X(2) VALUE "01".
       77  WS-EMP-COMPANY     PIC X(2) VALUE SPACES.
       77  WS-RUN-MODE        PIC X VALUE "P".
           88  WS-MODE-GENERATE      VALUE "G".

      * the rules, and the distinct effective dates among them in
      * ascending order
       77  WS-RULE-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-RULE-IDX.
               10  WS-RUL-SCOPE        PIC X.
               10  WS-RUL-KEY          PIC X(6).
               10  WS-RUL-TYPE         PIC X.
               10  WS-RUL-AMOUNT       PIC 9(5)V99.
               10  WS-RUL-EFF-DATE     PIC X(8).
               10  WS-RUL-REASON       PIC X(30).
               10  WS-RUL-MATCH-FLAG   PIC X.
                   88  WS-RUL-MATCHES      VALUE "Y".
       77  WS-DATE-COUNT      PIC 99 VALUE ZERO.
       01  WS-DATE-TABLE.
           05  WS-EFF-DATE-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-DATE-IDX
                               PIC X(8).
       77  WS-DATE-SLOT       PIC 99 VALUE ZERO.

      * the transactions the run would write, held until the
      * controls are proved
       77  WS-TRN-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-TRN-TABLE.
           05  WS-TRN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-TRN-IDX.
               10  WS-TRN-EMP-ID       PIC X(6).
               10  WS-TRN-NAME         PIC X(15).
               10  WS-TRN-CLASS        PIC X.
               10  WS-TRN-NEW-PAY      PIC 9(7)V99.
               10  WS-TRN-EFF-DATE     PIC X(8).
               10  WS-TRN-REASON       PIC X(30).

      * one employee's pay, before and after the rules in force
      * on one effective date
       77  WS-OLD-PAY         PIC 9(7)V99 VALUE ZERO.
       77  WS-NEW-PAY         PIC 9(9)V9999 VALUE ZERO.
       77  WS-ROUNDED-PAY     PIC 9(9)V99 VALUE ZERO.
       77  WS-WHOLE-DOLLARS   PIC 9(9) VALUE ZERO.
       77  WS-PAY-LIMIT       PIC 9(7)V99 VALUE ZERO.
       77  WS-LAST-PAY        PIC 9(7)V99 VALUE ZERO.
       77  WS-DATE-REASON     PIC X(30) VALUE SPACES.
       77  WS-PCT-CHANGE      PIC S9(3)V99 VALUE ZERO.
       77  WS-ANNUAL-CHANGE   PIC S9(9)V99 VALUE ZERO.
       77  WS-ROUNDED-FLAG    PIC X VALUE "N".
           88  WS-PAY-ROUNDED        VALUE "Y".
       77  WS-DATE-HIT-FLAG   PIC X VALUE "N".
           88  WS-DATE-HAS-RULE      VALUE "Y".
       77  WS-EMP-HIT-FLAG    PIC X VALUE "N".
           88  WS-EMP-REACHED        VALUE "Y".

      * control totals, as EMPMAINT proves them off the batch
      * header: the count and the sum of the EMP-IDs, modulo 10**12
       77  WS-EMP-ID-VALUE    PIC 9(6) VALUE ZERO.
       77  WS-BATCH-HASH      PIC 9(12) VALUE ZERO.
       77  WS-BATCH-ID        PIC X(8) VALUE SPACES.
       77  WS-ANNUAL-TOTAL    PIC S9(11)V99 VALUE ZERO.
       77  WS-EMP-REACHED-COUNT PIC 9(5) VALUE ZERO.
       77  WS-NO-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       77  WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       77  WS-RWR-OUT-IDX     PIC 9 VALUE ZERO.

       01  INCREASE-TRAN-IMAGE.
           05  ITX-ACTION          PIC X.
           05  ITX-EMP-ID          PIC X(6).
           05  ITX-NAME            PIC X(15).
           05  FILLER              PIC X(20).
           05  ITX-REASON          PIC X(30).
           05  ITX-RATE-X          PIC X(3).
           05  ITX-RATE REDEFINES ITX-RATE-X PIC 9(3).
           05  FILLER              PIC X(42).
           05  ITX-ANNUAL-SALARY-X PIC X(9).
           05  ITX-ANNUAL-SALARY REDEFINES ITX-ANNUAL-SALARY-X
                                   PIC 9(7)V99.
           05  ITX-COMM-BASE-X     PIC X(7).
           05  ITX-COMM-BASE REDEFINES ITX-COMM-BASE-X
                                   PIC 9(5)V99.
           05  FILLER              PIC X(25).
           05  ITX-EFF-DATE        PIC X(8).
           05  FILLER              PIC X(45).

       01  INCREASE-BATCH-HEADER.
           05  FILLER          PIC X(2)  VALUE "BH".
           05  IBH-BATCH-ID    PIC X(8).
           05  IBH-PREPARED-BY PIC X(20).
           05  IBH-COUNT       PIC 9(5).
           05  IBH-HASH        PIC 9(12).

       01  INCREASE-BATCH-TRAILER.
           05  FILLER          PIC X(2)  VALUE "BT".
           05  IBT-BATCH-ID    PIC X(8).

       01  PROOF-HEADING-LINE.
           05  FILLER  PIC X(32)
               VALUE "INCREASE RUN PROOF LISTING  CO ".
           05  PRH-COMPANY     PIC X(2).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  PRH-MODE        PIC X(10).
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  PRH-DATE        PIC X(8).

       01  PROOF-COLUMN-LINE.
           05  FILLER  PIC X(36)
               VALUE "EMP-ID NAME            DEPT C      ".
           05  FILLER  PIC X(44)
               VALUE "OLD PAY      NEW PAY    PCT EFF DATE".

       01  PROOF-DETAIL-LINE.
           05  PDL-EMP-ID      PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-NAME        PIC X(15).
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-DEPT        PIC X(4).
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-CLASS       PIC X.
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-OLD-PAY     PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-NEW-PAY     PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-PCT         PIC ZZ9.99-.
           05  PDL-EFF-DATE    PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  PDL-NOTE        PIC X(8).

       01  PROOF-TOTAL-LINE.
           05  PTL-LABEL       PIC X(30).
           05  PTL-VALUE       PIC Z(11)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PTL-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       COPY RPTWRREQ.
       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUTHREQ.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter: company in bytes 1-2,
      * "G" in byte 3 for the generate run
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "INCRGEN " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           IF LNK-PARM-LENGTH > 1 AND LNK-PARM-LENGTH <= 20
               AND LNK-PARM-DATA(1:2) NOT = SPACES
               MOVE LNK-PARM-DATA(1:2) TO WS-RUN-COMPANY
           END-IF
           IF LNK-PARM-LENGTH > 2 AND LNK-PARM-LENGTH <= 20
               AND LNK-PARM-DATA(3:1) = "G"
               MOVE "G" TO WS-RUN-MODE
           END-IF

           PERFORM LOAD-INCREASE-RULES
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMPLOYEE-MASTER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF
           OPEN OUTPUT PROOF-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open PROOF-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF
           PERFORM OPEN-PROOF-REPORT

           PERFORM UNTIL WS-EMP-FILE-EOF
               READ EMPLOYEE-MASTER-FILE
                   AT END SET WS-EMP-FILE-EOF TO TRUE
                   NOT AT END PERFORM PRICE-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE

           PERFORM PRINT-PROOF-TOTALS
           IF WS-MODE-GENERATE
               PERFORM CHECK-APPROVAL
               IF RETURN-CODE = 0
                   PERFORM WRITE-INCREASE-BATCH
               END-IF
           END-IF
           PERFORM CLOSE-PROOF-REPORT

           IF RETURN-CODE = 0 AND WS-EXCEPTION-COUNT > ZERO
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE "INCRGEN" TO WS-ERR-PROGRAM-ID
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING WS-EXCEPTION-COUNT
                   " employee(s) priced past the pay field -- "
                   "see INCRPRF.RPT"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "INCRGEN company " WS-RUN-COMPANY ": "
               WS-EMP-REACHED-COUNT " employees reached, "
               WS-TRN-COUNT " changes, hash " WS-BATCH-HASH
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "INCRGEN" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * a rule that cannot be read stops the run: a raise is not
      * something to guess at
       LOAD-INCREASE-RULES.
           MOVE ZERO TO WS-RULE-COUNT
           MOVE ZERO TO WS-DATE-COUNT
           OPEN INPUT INCREASE-RULE-FILE
           IF NOT WS-RUL-FILE-OK
               MOVE WS-RUL-FILE-STATUS TO WS-ERR-CODE
               MOVE "No INCRRULE.TXT -- no increase to run"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RUL-FILE-EOF
                   OR WS-RULE-COUNT = 100
                   OR RETURN-CODE NOT = 0
               READ INCREASE-RULE-FILE
                   AT END SET WS-RUL-FILE-EOF TO TRUE
                   NOT AT END PERFORM TAKE-ONE-RULE
               END-READ
           END-PERFORM
           CLOSE INCREASE-RULE-FILE
           IF RETURN-CODE = 0 AND WS-RULE-COUNT = ZERO
               MOVE ZERO TO WS-ERR-CODE
               MOVE "INCRRULE.TXT is empty -- no increase to run"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           END-IF.


       TAKE-ONE-RULE.
           IF NOT (IRL-SCOPE-DEPT OR IRL-SCOPE-CLASS
                   OR IRL-SCOPE-UNION OR IRL-SCOPE-EMPLOYEE
                   OR IRL-SCOPE-ALL)
               OR NOT (IRL-TYPE-PERCENT OR IRL-TYPE-FLAT)
               OR IRL-AMOUNT NOT NUMERIC
               OR IRL-AMOUNT = ZERO
               OR IRL-EFF-DATE NOT NUMERIC
               OR (IRL-KEY = SPACES AND NOT IRL-SCOPE-ALL)
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "INCRRULE.TXT line "
                   INCREASE-RULE-RECORD(1:23)
                   " is not scope/key/type/amount/date"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           SET WS-RULE-IDX TO WS-RULE-COUNT
           MOVE IRL-SCOPE     TO WS-RUL-SCOPE(WS-RULE-IDX)
           MOVE IRL-KEY       TO WS-RUL-KEY(WS-RULE-IDX)
           MOVE IRL-TYPE      TO WS-RUL-TYPE(WS-RULE-IDX)
           MOVE IRL-AMOUNT    TO WS-RUL-AMOUNT(WS-RULE-IDX)
           MOVE IRL-EFF-DATE  TO WS-RUL-EFF-DATE(WS-RULE-IDX)
           MOVE IRL-REASON    TO WS-RUL-REASON(WS-RULE-IDX)

      *    file the date into the ascending list of distinct dates
           SET WS-DATE-IDX TO 1
           PERFORM UNTIL WS-DATE-IDX > WS-DATE-COUNT
                   OR WS-EFF-DATE-ENTRY(WS-DATE-IDX) >= IRL-EFF-DATE
               SET WS-DATE-IDX UP BY 1
           END-PERFORM
           IF WS-DATE-IDX <= WS-DATE-COUNT
               IF WS-EFF-DATE-ENTRY(WS-DATE-IDX) = IRL-EFF-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DATE-COUNT = 20
               MOVE ZERO TO WS-ERR-CODE
               MOVE "INCRRULE.TXT carries more than 20 dates"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DATE-COUNT
           SET WS-DATE-SLOT TO WS-DATE-IDX
           PERFORM VARYING WS-DATE-IDX FROM WS-DATE-COUNT BY -1
               UNTIL WS-DATE-IDX <= WS-DATE-SLOT
               MOVE WS-EFF-DATE-ENTRY(WS-DATE-IDX - 1)
                   TO WS-EFF-DATE-ENTRY(WS-DATE-IDX)
           END-PERFORM
           MOVE IRL-EFF-DATE TO WS-EFF-DATE-ENTRY(WS-DATE-SLOT).


      ******************************************************************
      * One employee: which rules reach them, then for every date
      * on which one of those rules takes effect the pay with every
      * reaching rule in force by that date applied in file order.
      ******************************************************************
       PRICE-ONE-EMPLOYEE.
           MOVE EMP-COMPANY-CODE TO WS-EMP-COMPANY
           IF WS-EMP-COMPANY = SPACES
               MOVE "01" TO WS-EMP-COMPANY
           END-IF
           IF WS-EMP-COMPANY NOT = WS-RUN-COMPANY
               OR NOT EMP-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EMP-HIT-FLAG
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM CHECK-RULE-SCOPE
               IF WS-RUL-MATCHES(WS-RULE-IDX)
                   SET WS-EMP-REACHED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-EMP-REACHED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-REACHED-COUNT

           EVALUATE TRUE
               WHEN EMP-CLASS-SALARIED
                   MOVE EMP-ANNUAL-SALARY TO WS-OLD-PAY
                   MOVE 9999999.99 TO WS-PAY-LIMIT
               WHEN EMP-CLASS-COMMISSION
                   MOVE EMP-COMM-BASE TO WS-OLD-PAY
                   MOVE 99999.99 TO WS-PAY-LIMIT
               WHEN OTHER
                   MOVE EMP-RATE TO WS-OLD-PAY
                   MOVE 999 TO WS-PAY-LIMIT
           END-EVALUATE
           MOVE WS-OLD-PAY TO WS-LAST-PAY

           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
               UNTIL WS-DATE-IDX > WS-DATE-COUNT
               MOVE "N" TO WS-DATE-HIT-FLAG
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RUL-MATCHES(WS-RULE-IDX)
                       AND WS-RUL-EFF-DATE(WS-RULE-IDX)
                           = WS-EFF-DATE-ENTRY(WS-DATE-IDX)
                       SET WS-DATE-HAS-RULE TO TRUE
                       MOVE WS-RUL-REASON(WS-RULE-IDX)
                           TO WS-DATE-REASON
                   END-IF
               END-PERFORM
               IF WS-DATE-HAS-RULE
                   PERFORM PRICE-ONE-DATE
               END-IF
           END-PERFORM.


       CHECK-RULE-SCOPE.
           MOVE "N" TO WS-RUL-MATCH-FLAG(WS-RULE-IDX)
           EVALUATE WS-RUL-SCOPE(WS-RULE-IDX)
               WHEN "A"
                   SET WS-RUL-MATCHES(WS-RULE-IDX) TO TRUE
               WHEN "D"
                   IF WS-RUL-KEY(WS-RULE-IDX)(1:4) = EMP-DEPT-CODE
                       SET WS-RUL-MATCHES(WS-RULE-IDX) TO TRUE
                   END-IF
               WHEN "C"
                   IF WS-RUL-KEY(WS-RULE-IDX)(1:1) = EMP-PAY-CLASS
                       OR (WS-RUL-KEY(WS-RULE-IDX)(1:1) = "H"
                           AND EMP-CLASS-HOURLY)
                       SET WS-RUL-MATCHES(WS-RULE-IDX) TO TRUE
                   END-IF
               WHEN "U"
                   IF EMP-UNION-CODE NOT = SPACES
                       AND WS-RUL-KEY(WS-RULE-IDX)(1:3)
                           = EMP-UNION-CODE
                       SET WS-RUL-MATCHES(WS-RULE-IDX) TO TRUE
                   END-IF
               WHEN "E"
                   IF WS-RUL-KEY(WS-RULE-IDX) = EMP-ID
                       SET WS-RUL-MATCHES(WS-RULE-IDX) TO TRUE
                   END-IF
           END-EVALUATE.


      * the pay with every reaching rule in force by this date; a
      * result past what the master's pay field holds is listed as
      * an exception and written nowhere
       PRICE-ONE-DATE.
           MOVE WS-OLD-PAY TO WS-NEW-PAY
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RUL-MATCHES(WS-RULE-IDX)
                   AND WS-RUL-EFF-DATE(WS-RULE-IDX)
                       <= WS-EFF-DATE-ENTRY(WS-DATE-IDX)
                   IF WS-RUL-TYPE(WS-RULE-IDX) = "P"
                       COMPUTE WS-NEW-PAY ROUNDED = WS-NEW-PAY
                           * (100 + WS-RUL-AMOUNT(WS-RULE-IDX)) / 100
                   ELSE
                       ADD WS-RUL-AMOUNT(WS-RULE-IDX) TO WS-NEW-PAY
                   END-IF
               END-IF
           END-PERFORM

           MOVE "N" TO WS-ROUNDED-FLAG
           IF EMP-CLASS-SALARIED OR EMP-CLASS-COMMISSION
               COMPUTE WS-ROUNDED-PAY ROUNDED = WS-NEW-PAY
           ELSE
               COMPUTE WS-WHOLE-DOLLARS ROUNDED = WS-NEW-PAY
               MOVE WS-WHOLE-DOLLARS TO WS-ROUNDED-PAY
               IF WS-ROUNDED-PAY NOT = WS-NEW-PAY
                   SET WS-PAY-ROUNDED TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO PROOF-DETAIL-LINE
           MOVE EMP-ID        TO PDL-EMP-ID
           MOVE EMP-NAME      TO PDL-NAME
           MOVE EMP-DEPT-CODE TO PDL-DEPT
           MOVE EMP-PAY-CLASS TO PDL-CLASS
           MOVE WS-LAST-PAY   TO PDL-OLD-PAY
           MOVE WS-EFF-DATE-ENTRY(WS-DATE-IDX) TO PDL-EFF-DATE
           IF WS-ROUNDED-PAY > WS-PAY-LIMIT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE ZERO TO PDL-NEW-PAY
               MOVE "TOO BIG" TO PDL-NOTE
               PERFORM WRITE-PROOF-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROUNDED-PAY TO PDL-NEW-PAY
           MOVE ZERO TO WS-PCT-CHANGE
           IF WS-LAST-PAY > ZERO
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-ROUNDED-PAY - WS-LAST-PAY) * 100 / WS-LAST-PAY
                   ON SIZE ERROR MOVE 999.99 TO WS-PCT-CHANGE
               END-COMPUTE
           END-IF
           MOVE WS-PCT-CHANGE TO PDL-PCT
           IF WS-ROUNDED-PAY = WS-LAST-PAY
               ADD 1 TO WS-NO-CHANGE-COUNT
               MOVE "NO CHG" TO PDL-NOTE
               PERFORM WRITE-PROOF-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-PAY-ROUNDED
               MOVE "ROUNDED" TO PDL-NOTE
           END-IF
           PERFORM WRITE-PROOF-LINE

      *    the annualized cost of the step, for the listing's total
           EVALUATE TRUE
               WHEN EMP-CLASS-SALARIED OR EMP-CLASS-COMMISSION
                   COMPUTE WS-ANNUAL-CHANGE =
                       WS-ROUNDED-PAY - WS-LAST-PAY
               WHEN OTHER
                   COMPUTE WS-ANNUAL-CHANGE =
                       (WS-ROUNDED-PAY - WS-LAST-PAY) * 2080
           END-EVALUATE
           ADD WS-ANNUAL-CHANGE TO WS-ANNUAL-TOTAL
           MOVE WS-ROUNDED-PAY TO WS-LAST-PAY

           IF WS-TRN-COUNT = 2000
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO RWR-DETAIL-LINE
               STRING "  ** more than 2000 changes -- "
                   EMP-ID " and after not held"
                   DELIMITED BY SIZE INTO RWR-DETAIL-LINE
               END-STRING
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRN-COUNT
           SET WS-TRN-IDX TO WS-TRN-COUNT
           MOVE EMP-ID         TO WS-TRN-EMP-ID(WS-TRN-IDX)
           MOVE EMP-NAME       TO WS-TRN-NAME(WS-TRN-IDX)
           MOVE EMP-PAY-CLASS  TO WS-TRN-CLASS(WS-TRN-IDX)
           MOVE WS-ROUNDED-PAY TO WS-TRN-NEW-PAY(WS-TRN-IDX)
           MOVE WS-EFF-DATE-ENTRY(WS-DATE-IDX)
               TO WS-TRN-EFF-DATE(WS-TRN-IDX)
           MOVE WS-DATE-REASON TO WS-TRN-REASON(WS-TRN-IDX)
           IF EMP-ID NUMERIC
               MOVE EMP-ID TO WS-EMP-ID-VALUE
               COMPUTE WS-BATCH-HASH = FUNCTION MOD(
                   WS-BATCH-HASH + WS-EMP-ID-VALUE, 1000000000000)
           END-IF.


      ******************************************************************
      * The generate run writes only what was approved: the sign-off
      * must tie to the totals just worked out, and come from an
      * operator holding INCREASE who is not running the batch.
      ******************************************************************
       CHECK-APPROVAL.
           OPEN INPUT INCREASE-APPROVAL-FILE
           IF NOT WS-APR-FILE-OK
               MOVE WS-APR-FILE-STATUS TO WS-ERR-CODE
               MOVE "No INCRAPPR.TXT -- increase batch not approved"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INCREASE-APPROVAL-RECORD
           READ INCREASE-APPROVAL-FILE
               AT END MOVE SPACES TO INCREASE-APPROVAL-RECORD
           END-READ
           CLOSE INCREASE-APPROVAL-FILE

           MOVE ZERO TO WS-ERR-CODE
           EVALUATE TRUE
               WHEN IAP-APPROVED-BY = SPACES
                   MOVE "INCRAPPR.TXT names no approver"
                       TO WS-ERR-MESSAGE
               WHEN IAP-APPROVED-BY = SGN-OPERATOR-ID
                   MOVE "Increase approver is the operator running it"
                       TO WS-ERR-MESSAGE
               WHEN IAP-COUNT NOT NUMERIC OR IAP-HASH NOT NUMERIC
                   MOVE "INCRAPPR.TXT controls are not numeric"
                       TO WS-ERR-MESSAGE
               WHEN IAP-COUNT NOT = WS-TRN-COUNT
                   OR IAP-HASH NOT = WS-BATCH-HASH
                   MOVE "Approved controls do not tie to this run"
                       TO WS-ERR-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO WS-ERR-MESSAGE
           END-EVALUATE
           IF WS-ERR-MESSAGE NOT = SPACES
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE IAP-APPROVED-BY TO AUT-OPERATOR-ID
           MOVE "INCREASE" TO AUT-ACTION
           CALL "AUTHCHK" USING AUTH-REQUEST
               ON EXCEPTION MOVE "00" TO AUT-STATUS
           END-CALL
           IF AUT-REFUSED
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Increase approver does not hold INCREASE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           END-IF.


       WRITE-INCREASE-BATCH.
           OPEN OUTPUT INCREASE-TRAN-FILE
           IF NOT WS-TRN-FILE-OK
               MOVE WS-TRN-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open INCREASE-TRAN-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BATCH-ID
           STRING "IN" FUNCTION CURRENT-DATE(3:6)
               DELIMITED BY SIZE INTO WS-BATCH-ID
           END-STRING
           MOVE WS-BATCH-ID     TO IBH-BATCH-ID
           MOVE SGN-OPERATOR-ID TO IBH-PREPARED-BY
           MOVE WS-TRN-COUNT    TO IBH-COUNT
           MOVE WS-BATCH-HASH   TO IBH-HASH
           MOVE SPACES TO INCREASE-TRAN-RECORD
           MOVE INCREASE-BATCH-HEADER TO INCREASE-TRAN-RECORD
           WRITE INCREASE-TRAN-RECORD

           PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT
               MOVE SPACES TO INCREASE-TRAN-IMAGE
               MOVE "R" TO ITX-ACTION
               MOVE WS-TRN-EMP-ID(WS-TRN-IDX) TO ITX-EMP-ID
               MOVE WS-TRN-NAME(WS-TRN-IDX)   TO ITX-NAME
               MOVE WS-TRN-REASON(WS-TRN-IDX) TO ITX-REASON
               EVALUATE WS-TRN-CLASS(WS-TRN-IDX)
                   WHEN "S"
                       MOVE WS-TRN-NEW-PAY(WS-TRN-IDX)
                           TO ITX-ANNUAL-SALARY
                   WHEN "C"
                       MOVE WS-TRN-NEW-PAY(WS-TRN-IDX)
                           TO ITX-COMM-BASE
                   WHEN OTHER
                       MOVE WS-TRN-NEW-PAY(WS-TRN-IDX) TO ITX-RATE
               END-EVALUATE
               MOVE WS-TRN-EFF-DATE(WS-TRN-IDX) TO ITX-EFF-DATE
               MOVE INCREASE-TRAN-IMAGE TO INCREASE-TRAN-RECORD
               WRITE INCREASE-TRAN-RECORD
           END-PERFORM

           MOVE WS-BATCH-ID TO IBT-BATCH-ID
           MOVE SPACES TO INCREASE-TRAN-RECORD
           MOVE INCREASE-BATCH-TRAILER TO INCREASE-TRAN-RECORD
           WRITE INCREASE-TRAN-RECORD
           CLOSE INCREASE-TRAN-FILE

           MOVE SPACES TO RWR-DETAIL-LINE
           STRING "BATCH " WS-BATCH-ID
               " WRITTEN TO INCRTRAN.TXT -- APPROVED BY "
               IAP-APPROVED-BY
               DELIMITED BY SIZE INTO RWR-DETAIL-LINE
           END-STRING
           PERFORM WRITE-BREAK-LINE.


      ******************************************************************
      * The listing, through the shared REPORTWR engine.
      ******************************************************************
       OPEN-PROOF-REPORT.
           MOVE WS-RUN-COMPANY TO PRH-COMPANY
           IF WS-MODE-GENERATE
               MOVE "GENERATE" TO PRH-MODE
           ELSE
               MOVE "PROOF" TO PRH-MODE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRH-DATE
           MOVE "O" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           MOVE 56 TO RWR-LINES-PER-PAGE
           MOVE PROOF-HEADING-LINE TO RWR-HEADING-1
           MOVE PROOF-COLUMN-LINE  TO RWR-HEADING-2
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL.


       CLOSE-PROOF-REPORT.
           MOVE "C" TO RWR-ACTION
           MOVE 1 TO RWR-REPORT-ID
           CALL "REPORTWR" USING REPORT-WRITER-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           CLOSE PROOF-REPORT-FILE.


       PRINT-PROOF-TOTALS.
           MOVE "CONTROLS FOR APPROVAL" TO RWR-DETAIL-LINE
           PERFORM WRITE-BREAK-LINE
           MOVE SPACES TO PROOF-TOTAL-LINE
           MOVE "EMPLOYEES REACHED" TO PTL-LABEL
           MOVE WS-EMP-REACHED-COUNT TO PTL-VALUE
           MOVE PROOF-TOTAL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE
           MOVE SPACES TO PROOF-TOTAL-LINE
           MOVE "UNCHANGED AFTER ROUNDING" TO PTL-LABEL
           MOVE WS-NO-CHANGE-COUNT TO PTL-VALUE
           MOVE PROOF-TOTAL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE
           MOVE SPACES TO PROOF-TOTAL-LINE
           MOVE "EXCEPTIONS (NOT WRITTEN)" TO PTL-LABEL
           MOVE WS-EXCEPTION-COUNT TO PTL-VALUE
           MOVE PROOF-TOTAL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE
           MOVE SPACES TO PROOF-TOTAL-LINE
           MOVE "PAY CHANGES / ANNUAL COST" TO PTL-LABEL
           MOVE WS-TRN-COUNT TO PTL-VALUE
           MOVE WS-ANNUAL-TOTAL TO PTL-AMOUNT
           MOVE PROOF-TOTAL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE
           MOVE SPACES TO PROOF-TOTAL-LINE
           MOVE "EMP-ID HASH TOTAL" TO PTL-LABEL
           MOVE WS-BATCH-HASH TO PTL-VALUE
           MOVE PROOF-TOTAL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


       WRITE-PROOF-LINE.
           MOVE PROOF-DETAIL-LINE TO RWR-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE.


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
               MOVE RWR-OUT-LINE(WS-RWR-OUT-IDX) TO PROOF-REPORT-REC
               WRITE PROOF-REPORT-REC
           END-PERFORM.

       END PROGRAM INCRGEN.
