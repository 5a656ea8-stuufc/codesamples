      ******************************************************************
      * Monthly alert service-level metrics. ALERTMON looks after the
      * day; this job gives operations management the month, read
      * from the alert archive ALERTARC.TXT and then the live
      * ALERTS.TXT, into ALERTSLA.RPT:
      *   - time to acknowledge, in minutes from the alert to the
      *     answer stamped on it, by severity and by the shift the
      *     alert was raised in, with the alerts still open and the
      *     breaches of the acknowledgment target
      *   - escalations to the on-call roster, by the contact each
      *     escalation named, every ONCALL.TXT contact listed
      *   - the program and alert-code pairs raised most often in
      *     the month, each against its count the month before
      *   - every breach of the acknowledgment target, with who was
      *     on call for that weekday and severity at the time
      * Escalations are ALERTMON's own re-raises ("ESCALATED TO
      * ..."); they are counted against their contact only and
      * kept out of the timings and the recurring pairs, since each
      * stands for an alert already counted.
      * ALERTSLAC.TXT carries the acknowledgment targets and the
      * shifts:
      *   T s nnnn       target minutes for severity s (0 = none)
      *   S name     hhmm   shift starting at hhmm, until the next
      * Without it the error target is ALERTMON's escalation age
      * (ALERTESCC.TXT) and the shifts are DAY 0700, EVENING 1500
      * and NIGHT 2300. An alert still open counts as a breach once
      * it is older than its target.
      * Run parameter: the month as YYYYMM, defaulting to the
      * current month, so the month-end run reports the month it
      * closes.
      * Once reported, alerts older than the prior month move from
      * ALERTS.TXT to the end of ALERTARC.TXT, two passes through
      * the holding file ALERTS.TMP as ALERTMON applies its
      * acknowledgments, so the live file holds the two months the
      * next report needs and the archive keeps the rest.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTSLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT ALERT-ARCHIVE-FILE ASSIGN TO "ALERTARC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT ALERT-HOLDING-FILE ASSIGN TO "ALERTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT ONCALL-ROSTER-FILE ASSIGN TO "ONCALL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONC-FILE-STATUS.

           SELECT ESCALATION-CONFIG-FILE ASSIGN TO "ALERTESCC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-FILE-STATUS.

           SELECT SLA-CONFIG-FILE ASSIGN TO "ALERTSLAC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT SLA-REPORT-FILE ASSIGN TO "ALERTSLA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the live file, the archive and the holding file all carry
      * the ALERTREC layout; each is read into the one copy of it
      * in working storage
       FD  ALERT-FILE.
       01  ALERT-FILE-REC      PIC X(122).

       FD  ALERT-ARCHIVE-FILE.
       01  ALERT-ARCHIVE-REC   PIC X(122).

       FD  ALERT-HOLDING-FILE.
       01  ALERT-HOLDING-REC   PIC X(122).

      * who gets called, by weekday and severity
       FD  ONCALL-ROSTER-FILE.
       01  ONCALL-ROSTER-RECORD.
           05  ONC-WEEKDAY     PIC X(3).
           05  FILLER          PIC X.
           05  ONC-SEVERITY    PIC X.
           05  FILLER          PIC X.
           05  ONC-NAME        PIC X(20).

       FD  ESCALATION-CONFIG-FILE.
       01  ESCALATION-CONFIG-RECORD.
           05  ESC-AGE-MINUTES PIC 9(4).

      * T = acknowledgment target, S = shift start
       FD  SLA-CONFIG-FILE.
       01  SLA-CONFIG-RECORD.
           05  SLC-TYPE            PIC X.
               88  SLC-TARGET          VALUE "T".
               88  SLC-SHIFT           VALUE "S".
           05  FILLER              PIC X.
           05  SLC-DETAIL          PIC X(14).
           05  SLC-TARGET-DETAIL REDEFINES SLC-DETAIL.
               10  SLC-SEVERITY        PIC X.
               10  FILLER              PIC X.
               10  SLC-MINUTES         PIC X(4).
               10  FILLER              PIC X(8).
           05  SLC-SHIFT-DETAIL REDEFINES SLC-DETAIL.
               10  SLC-SHIFT-NAME      PIC X(8).
               10  FILLER              PIC X.
               10  SLC-SHIFT-START     PIC X(4).
               10  FILLER              PIC X.

       FD  SLA-REPORT-FILE.
       01  SLA-REPORT-REC      PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-ALERT-FILE-STATUS PIC XX.
           88  WS-ALERT-FILE-OK     VALUE "00".
           88  WS-ALERT-FILE-EOF    VALUE "10".

       77  WS-ARC-FILE-STATUS PIC XX.
           88  WS-ARC-FILE-OK       VALUE "00".
           88  WS-ARC-FILE-EOF      VALUE "10".

       77  WS-HOLD-FILE-STATUS PIC XX.
           88  WS-HOLD-FILE-OK      VALUE "00".
           88  WS-HOLD-FILE-EOF     VALUE "10".

       77  WS-ONC-FILE-STATUS PIC XX.
           88  WS-ONC-FILE-OK       VALUE "00".
           88  WS-ONC-FILE-EOF      VALUE "10".

       77  WS-ESC-FILE-STATUS PIC XX.
           88  WS-ESC-FILE-OK       VALUE "00".

       77  WS-CFG-FILE-STATUS PIC XX.
           88  WS-CFG-FILE-OK       VALUE "00".
           88  WS-CFG-FILE-EOF      VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK       VALUE "00".

      * the month reported, the month before it for the trend, and
      * the run's own time for the age of alerts still open
       77  WS-REPORT-MONTH    PIC 9(6) VALUE ZERO.
       77  WS-PRIOR-MONTH     PIC 9(6) VALUE ZERO.
       77  WS-NOW-TS          PIC X(15) VALUE SPACES.
       77  WS-NOW-MINUTES     PIC 9(9) VALUE ZERO.

      * which pass over the alerts is running, and which file
       77  WS-PASS-FLAG       PIC X VALUE "T".
           88  WS-TALLY-PASS        VALUE "T".
           88  WS-BREACH-PASS       VALUE "B".
       77  WS-SOURCE-FLAG     PIC X VALUE "A".
           88  WS-FROM-ARCHIVE      VALUE "A".
           88  WS-FROM-LIVE         VALUE "L".

      * a timestamp broken out for the minute arithmetic
       01  WS-TS-WORK.
           05  WS-TS-DATE      PIC 9(8).
           05  WS-TS-HOUR      PIC 99.
           05  WS-TS-MINUTE    PIC 99.
           05  FILLER          PIC X(3).
       77  WS-TS-MINUTES      PIC 9(9) VALUE ZERO.
       77  WS-TS-INTEGER      PIC 9(8) VALUE ZERO.

      * one alert judged against its target
       77  WS-RAISED-MINUTES  PIC 9(9) VALUE ZERO.
       77  WS-ACK-MINUTES     PIC S9(9) VALUE ZERO.
       77  WS-TARGET-NOW      PIC 9(4) VALUE ZERO.
       77  WS-ALERT-STATE     PIC X VALUE SPACE.
           88  WS-ACK-TIMED         VALUE "T".
           88  WS-ACK-UNTIMED       VALUE "U".
           88  WS-STILL-OPEN        VALUE "O".
       77  WS-BREACH-FLAG     PIC X VALUE "N".
           88  WS-IS-BREACH         VALUE "Y".
       77  WS-ESCALATION-FLAG PIC X VALUE "N".
           88  WS-IS-ESCALATION     VALUE "Y".
       77  WS-SEV-SUB         PIC 9 VALUE ZERO.
       77  WS-SHIFT-SUB       PIC 9 VALUE ZERO.
       77  WS-SHIFT-SCAN      PIC 9 VALUE ZERO.
       77  WS-BEST-START      PIC S9(5) VALUE ZERO.
       77  WS-ALERT-HHMM      PIC 9(4) VALUE ZERO.
       77  WS-WEEKDAY-NUMBER  PIC 9 VALUE ZERO.
       77  WS-ALERT-WEEKDAY   PIC X(3) VALUE SPACES.
       77  WS-ONCALL-NAME     PIC X(20) VALUE SPACES.

      * acknowledgment targets in minutes, by severity E, W, I
       77  WS-ESCALATE-MINUTES PIC 9(4) VALUE 60.
       01  WS-SEVERITY-TABLE.
           05  WS-SEVERITY-ENTRY OCCURS 3 TIMES.
               10  WS-SEV-CODE     PIC X.
               10  WS-SEV-TARGET   PIC 9(4).

      * the operations shifts, each running until the next start
       77  WS-SHIFT-COUNT     PIC 9 VALUE ZERO.
       01  WS-SHIFT-TABLE.
           05  WS-SHIFT-ENTRY OCCURS 6 TIMES.
               10  WS-SHIFT-NAME   PIC X(8).
               10  WS-SHIFT-START  PIC 9(4).

      * time-to-acknowledge figures, by severity and shift
       01  WS-TTA-TABLE.
           05  WS-TTA-SEVERITY OCCURS 3 TIMES.
               10  WS-TTA-CELL OCCURS 6 TIMES.
                   15  WS-TTA-RAISED   PIC 9(5).
                   15  WS-TTA-ACKED    PIC 9(5).
                   15  WS-TTA-TIMED    PIC 9(5).
                   15  WS-TTA-TOTAL    PIC 9(9).
                   15  WS-TTA-MAX      PIC 9(7).
                   15  WS-TTA-OPEN     PIC 9(5).
                   15  WS-TTA-BREACHES PIC 9(5).

      * one severity's row totals while the table is printed
       01  WS-TTA-SUM.
           05  WS-SUM-RAISED   PIC 9(5).
           05  WS-SUM-ACKED    PIC 9(5).
           05  WS-SUM-TIMED    PIC 9(5).
           05  WS-SUM-TOTAL    PIC 9(9).
           05  WS-SUM-MAX      PIC 9(7).
           05  WS-SUM-OPEN     PIC 9(5).
           05  WS-SUM-BREACHES PIC 9(5).

      * on-call roster by weekday and severity
       77  WS-ONCALL-COUNT PIC 99 VALUE ZERO.
       01  WS-ONCALL-TABLE.
           05  WS-ONCALL-ENTRY OCCURS 21 TIMES
                               INDEXED BY WS-ONC-IDX.
               10  WS-ONC-DAY      PIC X(3).
               10  WS-ONC-SEV      PIC X.
               10  WS-ONC-WHO      PIC X(20).

      * escalations by contact: every roster contact first, then
      * any name an escalation carried that the roster no longer
      * does (ALERTMON's re-raise keeps fifteen characters of it)
       77  WS-CONTACT-COUNT PIC 99 VALUE ZERO.
       01  WS-CONTACT-TABLE.
           05  WS-CONTACT-ENTRY OCCURS 40 TIMES
                               INDEXED BY WS-CON-IDX.
               10  WS-CON-NAME     PIC X(20).
               10  WS-CON-ROSTER   PIC X.
                   88  WS-CON-ON-ROSTER    VALUE "Y".
               10  WS-CON-COUNT    PIC 9(5).
       77  WS-ESCALATED-NAME  PIC X(15) VALUE SPACES.

      * program and alert-code pairs, this month and the month
      * before
       77  WS-PAIR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-PAIR-IDX.
               10  WS-PAIR-PROGRAM PIC X(9).
               10  WS-PAIR-CODE    PIC 9(4).
               10  WS-PAIR-CURRENT PIC 9(5).
               10  WS-PAIR-PRIOR   PIC 9(5).
               10  WS-PAIR-PRINTED PIC X.
                   88  WS-PAIR-IS-PRINTED  VALUE "Y".
       77  WS-PAIR-FULL-FLAG  PIC X VALUE "N".
           88  WS-PAIR-TABLE-FULL   VALUE "Y".
       77  WS-TOP-PAIRS       PIC 99 VALUE 10.
       77  WS-RANK            PIC 99 VALUE ZERO.
       77  WS-BEST-POS        PIC 9(3) VALUE ZERO.
       77  WS-BEST-COUNT      PIC 9(5) VALUE ZERO.
       77  WS-PAIR-POS        PIC 9(3) VALUE ZERO.
       77  WS-PAIR-CHANGE     PIC S9(5) VALUE ZERO.

       77  WS-MONTH-ALERTS    PIC 9(5) VALUE ZERO.
       77  WS-MONTH-ESCALATIONS PIC 9(5) VALUE ZERO.
       77  WS-MONTH-BREACHES  PIC 9(5) VALUE ZERO.
       77  WS-PRIOR-ALERTS    PIC 9(5) VALUE ZERO.
       77  WS-ARCHIVABLE-COUNT PIC 9(7) VALUE ZERO.
       77  WS-ARCHIVED-COUNT  PIC 9(7) VALUE ZERO.
       77  WS-KEPT-COUNT      PIC 9(7) VALUE ZERO.
       77  WS-AVERAGE-MINUTES PIC 9(7) VALUE ZERO.
       77  WS-ARCHIVE-FAILED-FLAG PIC X VALUE "N".
           88  WS-ARCHIVE-FAILED    VALUE "Y".

       01  TTA-HEADING-LINE.
           05  FILLER          PIC X(50) VALUE
               "SEV SHIFT    RAISED  ACKED  TIMED  AVG-MIN  MAX-MI".
           05  FILLER          PIC X(21) VALUE
               "N   OPEN  BREACH  TGT".

       01  TTA-DETAIL-LINE.
           05  TTA-SEVERITY    PIC X.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  TTA-SHIFT       PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  TTA-RAISED      PIC ZZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  TTA-ACKED       PIC ZZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  TTA-TIMED       PIC ZZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  TTA-AVERAGE     PIC ZZZZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  TTA-MAXIMUM     PIC ZZZZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  TTA-OPEN        PIC ZZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  TTA-BREACHES    PIC ZZZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  TTA-TARGET      PIC ZZZ9.

       01  CONTACT-LINE.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  CNL-NAME        PIC X(20).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  CNL-COUNT       PIC ZZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  CNL-NOTE        PIC X(20).

       01  PAIR-HEADING-LINE.
           05  FILLER          PIC X(50) VALUE
               "RANK PROGRAM   CODE  THIS MONTH  PRIOR MONTH CHANG".
           05  FILLER          PIC X(8) VALUE
               "E  TREND".

       01  PAIR-DETAIL-LINE.
           05  PRL-RANK        PIC Z9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  PRL-PROGRAM     PIC X(9).
           05  FILLER          PIC X VALUE SPACE.
           05  PRL-CODE        PIC 9(4).
           05  FILLER          PIC X VALUE SPACE.
           05  PRL-CURRENT     PIC Z(10)9.
           05  FILLER          PIC X VALUE SPACE.
           05  PRL-PRIOR       PIC Z(11)9.
           05  FILLER          PIC X VALUE SPACE.
           05  PRL-CHANGE      PIC -(5)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  PRL-TREND       PIC X(4).

       01  BREACH-HEADING-LINE.
           05  FILLER          PIC X(50) VALUE
               "RAISED          S PROGRAM   CODE SHIFT    ANSWERED".
           05  FILLER          PIC X(28) VALUE
               "     TGT ON CALL AT THE TIME".

       01  BREACH-DETAIL-LINE.
           05  BRL-TIMESTAMP   PIC X(15).
           05  FILLER          PIC X VALUE SPACE.
           05  BRL-SEVERITY    PIC X.
           05  FILLER          PIC X VALUE SPACE.
           05  BRL-PROGRAM     PIC X(9).
           05  FILLER          PIC X VALUE SPACE.
           05  BRL-CODE        PIC 9(4).
           05  FILLER          PIC X VALUE SPACE.
           05  BRL-SHIFT       PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  BRL-STATE       PIC X(4).
           05  BRL-MINUTES     PIC ZZZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  BRL-TARGET      PIC ZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  BRL-ONCALL      PIC X(20).

       COPY ALERTREC.
       COPY ERRSTAT.
       COPY SIGNONRQ.

       LINKAGE SECTION.
      * JCL-PARM-convention run parameter: the month as YYYYMM
       01  LNK-RUN-PARM.
           05  LNK-PARM-LENGTH PIC S9(4) COMP.
           05  LNK-PARM-DATA   PIC X(20).

       PROCEDURE DIVISION USING LNK-RUN-PARM.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "ALERTSLA" TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-NOW-TS
           MOVE WS-NOW-TS TO WS-TS-WORK
           PERFORM COMPUTE-TIMESTAMP-MINUTES
           MOVE WS-TS-MINUTES TO WS-NOW-MINUTES

           MOVE WS-NOW-TS(1:6) TO WS-REPORT-MONTH
           IF LNK-PARM-LENGTH > 0 AND LNK-PARM-LENGTH <= 20
               AND LNK-PARM-DATA(1:6) NOT = SPACES
               IF LNK-PARM-DATA(1:6) NOT NUMERIC
                   OR LNK-PARM-DATA(5:2) < "01"
                   OR LNK-PARM-DATA(5:2) > "12"
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE "Run parameter must be the month as YYYYMM"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
                   GOBACK
               END-IF
               MOVE LNK-PARM-DATA(1:6) TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH(5:2) = "01"
               COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 89
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 1
           END-IF

           PERFORM READ-ESCALATION-CONFIG
           PERFORM LOAD-SLA-CONFIG
           PERFORM LOAD-ONCALL-ROSTER
           INITIALIZE WS-TTA-TABLE

           OPEN OUTPUT SLA-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open SLA-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           SET WS-TALLY-PASS TO TRUE
           PERFORM READ-ALERT-SOURCES

           MOVE SPACES TO SLA-REPORT-REC
           STRING "ALERT SERVICE-LEVEL METRICS FOR "
               WS-REPORT-MONTH(1:4) "-" WS-REPORT-MONTH(5:2)
               "   (PRIOR MONTH " WS-PRIOR-MONTH(1:4) "-"
               WS-PRIOR-MONTH(5:2) ")"
               DELIMITED BY SIZE INTO SLA-REPORT-REC
           END-STRING
           WRITE SLA-REPORT-REC
           MOVE SPACES TO SLA-REPORT-REC
           STRING "RUN " WS-NOW-TS(1:8) " " WS-NOW-TS(9:4)
               "   ALERTS " WS-MONTH-ALERTS
               "   ESCALATIONS " WS-MONTH-ESCALATIONS
               "   PRIOR MONTH ALERTS " WS-PRIOR-ALERTS
               DELIMITED BY SIZE INTO SLA-REPORT-REC
           END-STRING
           WRITE SLA-REPORT-REC

           PERFORM WRITE-ACKNOWLEDGE-TIMES
           PERFORM WRITE-ESCALATION-COUNTS
           PERFORM WRITE-RECURRING-PAIRS

           MOVE SPACES TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC
           MOVE "ACKNOWLEDGMENT TARGET BREACHES:" TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC
           MOVE BREACH-HEADING-LINE TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC
           SET WS-BREACH-PASS TO TRUE
           PERFORM READ-ALERT-SOURCES
           IF WS-MONTH-BREACHES = ZERO
               MOVE "  (none)" TO SLA-REPORT-REC
               WRITE SLA-REPORT-REC
           END-IF
           CLOSE SLA-REPORT-FILE

           PERFORM ARCHIVE-OLD-ALERTS
           IF WS-ARCHIVE-FAILED
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Alert archive move failed -- see ALERTS.TMP"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           END-IF

           DISPLAY "ALERTSLA: " WS-MONTH-ALERTS " alerts, "
               WS-MONTH-ESCALATIONS " escalations, "
               WS-MONTH-BREACHES " target breaches for "
               WS-REPORT-MONTH "."
           IF WS-ARCHIVED-COUNT > ZERO
               DISPLAY "ALERTSLA: " WS-ARCHIVED-COUNT
                   " alerts moved to ALERTARC.TXT."
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "ALERTSLA" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
      *    set after the call -- ALERTLOG leaves its own return code
           MOVE 8 TO RETURN-CODE.


       READ-ESCALATION-CONFIG.
           OPEN INPUT ESCALATION-CONFIG-FILE
           IF WS-ESC-FILE-OK
               READ ESCALATION-CONFIG-FILE
                   NOT AT END
                       IF ESC-AGE-MINUTES NUMERIC
                           AND ESC-AGE-MINUTES > ZERO
                           MOVE ESC-AGE-MINUTES
                               TO WS-ESCALATE-MINUTES
                       END-IF
               END-READ
               CLOSE ESCALATION-CONFIG-FILE
           END-IF.


      ******************************************************************
      * Targets default to the escalation age for errors and none
      * for the rest; shifts default to the three operations shifts
      * when the file names none.
      ******************************************************************
       LOAD-SLA-CONFIG.
           MOVE "E" TO WS-SEV-CODE(1)
           MOVE WS-ESCALATE-MINUTES TO WS-SEV-TARGET(1)
           MOVE "W" TO WS-SEV-CODE(2)
           MOVE ZERO TO WS-SEV-TARGET(2)
           MOVE "I" TO WS-SEV-CODE(3)
           MOVE ZERO TO WS-SEV-TARGET(3)
           MOVE ZERO TO WS-SHIFT-COUNT

           OPEN INPUT SLA-CONFIG-FILE
           IF WS-CFG-FILE-OK
               PERFORM UNTIL WS-CFG-FILE-EOF
                   READ SLA-CONFIG-FILE
                       AT END SET WS-CFG-FILE-EOF TO TRUE
                       NOT AT END PERFORM STORE-ONE-CONFIG-LINE
                   END-READ
               END-PERFORM
               CLOSE SLA-CONFIG-FILE
           END-IF

           IF WS-SHIFT-COUNT = ZERO
               MOVE 3 TO WS-SHIFT-COUNT
               MOVE "DAY"     TO WS-SHIFT-NAME(1)
               MOVE 0700      TO WS-SHIFT-START(1)
               MOVE "EVENING" TO WS-SHIFT-NAME(2)
               MOVE 1500      TO WS-SHIFT-START(2)
               MOVE "NIGHT"   TO WS-SHIFT-NAME(3)
               MOVE 2300      TO WS-SHIFT-START(3)
           END-IF.


       STORE-ONE-CONFIG-LINE.
           EVALUATE TRUE
               WHEN SLC-TARGET
                   IF SLC-MINUTES NOT NUMERIC
                       DISPLAY "ALERTSLA: target for severity "
                           SLC-SEVERITY " not numeric -- ignored."
                       EXIT PARAGRAPH
                   END-IF
                   EVALUATE SLC-SEVERITY
                       WHEN "E" MOVE 1 TO WS-SEV-SUB
                       WHEN "W" MOVE 2 TO WS-SEV-SUB
                       WHEN OTHER MOVE 3 TO WS-SEV-SUB
                   END-EVALUATE
                   MOVE SLC-MINUTES TO WS-SEV-TARGET(WS-SEV-SUB)
               WHEN SLC-SHIFT
                   IF SLC-SHIFT-START NOT NUMERIC
                       OR SLC-SHIFT-START(1:2) > "23"
                       OR SLC-SHIFT-START(3:2) > "59"
                       DISPLAY "ALERTSLA: shift " SLC-SHIFT-NAME
                           " start not a time -- ignored."
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-SHIFT-COUNT = 6
                       DISPLAY "ALERTSLA: more than 6 shifts, "
                           SLC-SHIFT-NAME " ignored."
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-SHIFT-COUNT
                   MOVE SLC-SHIFT-NAME
                       TO WS-SHIFT-NAME(WS-SHIFT-COUNT)
                   MOVE SLC-SHIFT-START
                       TO WS-SHIFT-START(WS-SHIFT-COUNT)
           END-EVALUATE.


      * E and W by name, anything else reckoned informational the
      * way ALERTMON tallies it
       FIND-SEVERITY-ROW.
           EVALUATE ALR-SEVERITY
               WHEN "E" MOVE 1 TO WS-SEV-SUB
               WHEN "W" MOVE 2 TO WS-SEV-SUB
               WHEN OTHER MOVE 3 TO WS-SEV-SUB
           END-EVALUATE.


      * the roster's contacts are listed in the escalation counts
      * whether called on or not
       LOAD-ONCALL-ROSTER.
           MOVE ZERO TO WS-ONCALL-COUNT
           MOVE ZERO TO WS-CONTACT-COUNT
           OPEN INPUT ONCALL-ROSTER-FILE
           IF NOT WS-ONC-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ONC-FILE-EOF
                   OR WS-ONCALL-COUNT = 21
               READ ONCALL-ROSTER-FILE
                   AT END SET WS-ONC-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ONCALL-COUNT
                       SET WS-ONC-IDX TO WS-ONCALL-COUNT
                       MOVE ONC-WEEKDAY
                           TO WS-ONC-DAY(WS-ONC-IDX)
                       MOVE ONC-SEVERITY
                           TO WS-ONC-SEV(WS-ONC-IDX)
                       MOVE ONC-NAME
                           TO WS-ONC-WHO(WS-ONC-IDX)
                       PERFORM ADD-ROSTER-CONTACT
               END-READ
           END-PERFORM
           CLOSE ONCALL-ROSTER-FILE.


       ADD-ROSTER-CONTACT.
           SET WS-CON-IDX TO 1
           PERFORM UNTIL WS-CON-IDX > WS-CONTACT-COUNT
                   OR WS-CON-NAME(WS-CON-IDX) = ONC-NAME
               SET WS-CON-IDX UP BY 1
           END-PERFORM
           IF WS-CON-IDX > WS-CONTACT-COUNT
               ADD 1 TO WS-CONTACT-COUNT
               SET WS-CON-IDX TO WS-CONTACT-COUNT
               MOVE ONC-NAME TO WS-CON-NAME(WS-CON-IDX)
               MOVE "Y" TO WS-CON-ROSTER(WS-CON-IDX)
               MOVE ZERO TO WS-CON-COUNT(WS-CON-IDX)
           END-IF.


      ******************************************************************
      * One pass over the alerts: the archive first, then the live
      * file, so the alerts come in the order they were raised.
      * Either file may be missing -- no archive before the first
      * month end, no live file on a month without alerts.
      ******************************************************************
       READ-ALERT-SOURCES.
           SET WS-FROM-ARCHIVE TO TRUE
           OPEN INPUT ALERT-ARCHIVE-FILE
           IF WS-ARC-FILE-OK
               PERFORM UNTIL WS-ARC-FILE-EOF
                   READ ALERT-ARCHIVE-FILE INTO ALERT-RECORD
                       AT END SET WS-ARC-FILE-EOF TO TRUE
                       NOT AT END PERFORM PROCESS-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT-ARCHIVE-FILE
           END-IF

           SET WS-FROM-LIVE TO TRUE
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FILE-OK
               PERFORM UNTIL WS-ALERT-FILE-EOF
                   READ ALERT-FILE INTO ALERT-RECORD
                       AT END SET WS-ALERT-FILE-EOF TO TRUE
                       NOT AT END PERFORM PROCESS-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.


       PROCESS-ONE-ALERT.
           IF ALR-TIMESTAMP(1:12) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-TALLY-PASS AND WS-FROM-LIVE
               AND ALR-TIMESTAMP(1:6) < WS-PRIOR-MONTH
               ADD 1 TO WS-ARCHIVABLE-COUNT
           END-IF

           MOVE "N" TO WS-ESCALATION-FLAG
           IF ALR-PROGRAM-ID = "ALERTMON"
               AND ALR-MESSAGE(1:13) = "ESCALATED TO "
               MOVE "Y" TO WS-ESCALATION-FLAG
           END-IF

           IF ALR-TIMESTAMP(1:6) = WS-PRIOR-MONTH
               AND WS-TALLY-PASS AND NOT WS-IS-ESCALATION
               ADD 1 TO WS-PRIOR-ALERTS
               PERFORM TALLY-PRIOR-PAIR
           END-IF
           IF ALR-TIMESTAMP(1:6) NOT = WS-REPORT-MONTH
               EXIT PARAGRAPH
           END-IF

           IF WS-IS-ESCALATION
               IF WS-TALLY-PASS
                   ADD 1 TO WS-MONTH-ESCALATIONS
                   PERFORM TALLY-ONE-ESCALATION
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM JUDGE-ONE-ALERT
           IF WS-TALLY-PASS
               ADD 1 TO WS-MONTH-ALERTS
               PERFORM TALLY-ACKNOWLEDGE-TIME
               PERFORM TALLY-CURRENT-PAIR
           ELSE
               IF WS-IS-BREACH
                   PERFORM WRITE-ONE-BREACH
               END-IF
           END-IF.


      ******************************************************************
      * Severity row, shift, minutes to acknowledge and the breach
      * judgment for the alert in hand. An alert answered before
      * the answer time was kept counts as acknowledged but cannot
      * be timed or judged.
      ******************************************************************
       JUDGE-ONE-ALERT.
           PERFORM FIND-SEVERITY-ROW
           MOVE WS-SEV-TARGET(WS-SEV-SUB) TO WS-TARGET-NOW
           MOVE ALR-TIMESTAMP(9:4) TO WS-ALERT-HHMM
           PERFORM FIND-ALERT-SHIFT

           MOVE ALR-TIMESTAMP TO WS-TS-WORK
           PERFORM COMPUTE-TIMESTAMP-MINUTES
           MOVE WS-TS-MINUTES TO WS-RAISED-MINUTES

           MOVE "N" TO WS-BREACH-FLAG
           EVALUATE TRUE
               WHEN ALR-ACKNOWLEDGED
                   AND ALR-ACK-TIME(1:12) NUMERIC
                   SET WS-ACK-TIMED TO TRUE
                   MOVE ALR-ACK-TIME TO WS-TS-WORK
                   PERFORM COMPUTE-TIMESTAMP-MINUTES
                   COMPUTE WS-ACK-MINUTES =
                       WS-TS-MINUTES - WS-RAISED-MINUTES
               WHEN ALR-ACKNOWLEDGED
                   SET WS-ACK-UNTIMED TO TRUE
                   MOVE ZERO TO WS-ACK-MINUTES
               WHEN OTHER
                   SET WS-STILL-OPEN TO TRUE
                   COMPUTE WS-ACK-MINUTES =
                       WS-NOW-MINUTES - WS-RAISED-MINUTES
           END-EVALUATE
           IF WS-ACK-MINUTES < ZERO
               MOVE ZERO TO WS-ACK-MINUTES
           END-IF
           IF WS-TARGET-NOW > ZERO
               AND NOT WS-ACK-UNTIMED
               AND WS-ACK-MINUTES > WS-TARGET-NOW
               MOVE "Y" TO WS-BREACH-FLAG
           END-IF.


      * the shift with the latest start at or before the alert's
      * time of day; before every start it is the night shift
      * still running from the evening before
       FIND-ALERT-SHIFT.
           MOVE 1 TO WS-SHIFT-SUB
           MOVE -1 TO WS-BEST-START
           PERFORM VARYING WS-SHIFT-SCAN FROM 1 BY 1
               UNTIL WS-SHIFT-SCAN > WS-SHIFT-COUNT
               IF WS-SHIFT-START(WS-SHIFT-SCAN) <= WS-ALERT-HHMM
                   AND WS-SHIFT-START(WS-SHIFT-SCAN) > WS-BEST-START
                   MOVE WS-SHIFT-START(WS-SHIFT-SCAN)
                       TO WS-BEST-START
                   MOVE WS-SHIFT-SCAN TO WS-SHIFT-SUB
               END-IF
           END-PERFORM
           IF WS-BEST-START < ZERO
               PERFORM VARYING WS-SHIFT-SCAN FROM 1 BY 1
                   UNTIL WS-SHIFT-SCAN > WS-SHIFT-COUNT
                   IF WS-SHIFT-START(WS-SHIFT-SCAN) > WS-BEST-START
                       MOVE WS-SHIFT-START(WS-SHIFT-SCAN)
                           TO WS-BEST-START
                       MOVE WS-SHIFT-SCAN TO WS-SHIFT-SUB
                   END-IF
               END-PERFORM
           END-IF.


      * minutes since the integer-date epoch for the timestamp in
      * WS-TS-WORK
       COMPUTE-TIMESTAMP-MINUTES.
           COMPUTE WS-TS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
           COMPUTE WS-TS-MINUTES = (WS-TS-INTEGER * 1440)
               + (WS-TS-HOUR * 60) + WS-TS-MINUTE.


       TALLY-ACKNOWLEDGE-TIME.
           ADD 1 TO WS-TTA-RAISED(WS-SEV-SUB, WS-SHIFT-SUB)
           EVALUATE TRUE
               WHEN WS-ACK-TIMED
                   ADD 1 TO WS-TTA-ACKED(WS-SEV-SUB, WS-SHIFT-SUB)
                   ADD 1 TO WS-TTA-TIMED(WS-SEV-SUB, WS-SHIFT-SUB)
                   ADD WS-ACK-MINUTES
                       TO WS-TTA-TOTAL(WS-SEV-SUB, WS-SHIFT-SUB)
                   IF WS-ACK-MINUTES
                       > WS-TTA-MAX(WS-SEV-SUB, WS-SHIFT-SUB)
                       MOVE WS-ACK-MINUTES
                           TO WS-TTA-MAX(WS-SEV-SUB, WS-SHIFT-SUB)
                   END-IF
               WHEN WS-ACK-UNTIMED
                   ADD 1 TO WS-TTA-ACKED(WS-SEV-SUB, WS-SHIFT-SUB)
               WHEN OTHER
                   ADD 1 TO WS-TTA-OPEN(WS-SEV-SUB, WS-SHIFT-SUB)
           END-EVALUATE
           IF WS-IS-BREACH
               ADD 1 TO WS-TTA-BREACHES(WS-SEV-SUB, WS-SHIFT-SUB)
               ADD 1 TO WS-MONTH-BREACHES
           END-IF.


      * ALERTMON re-raises "ESCALATED TO <contact>: <message>" with
      * the contact cut to fifteen characters
       TALLY-ONE-ESCALATION.
           MOVE ALR-MESSAGE(14:15) TO WS-ESCALATED-NAME
           SET WS-CON-IDX TO 1
           PERFORM UNTIL WS-CON-IDX > WS-CONTACT-COUNT
                   OR WS-CON-NAME(WS-CON-IDX)(1:15) = WS-ESCALATED-NAME
               SET WS-CON-IDX UP BY 1
           END-PERFORM
           IF WS-CON-IDX > WS-CONTACT-COUNT
               IF WS-CONTACT-COUNT = 40
                   DISPLAY "ALERTSLA: contact table full, "
                       WS-ESCALATED-NAME " not counted."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CONTACT-COUNT
               SET WS-CON-IDX TO WS-CONTACT-COUNT
               MOVE WS-ESCALATED-NAME TO WS-CON-NAME(WS-CON-IDX)
               MOVE "N" TO WS-CON-ROSTER(WS-CON-IDX)
               MOVE ZERO TO WS-CON-COUNT(WS-CON-IDX)
           END-IF
           ADD 1 TO WS-CON-COUNT(WS-CON-IDX).


       TALLY-CURRENT-PAIR.
           PERFORM FIND-PAIR-ENTRY
           IF WS-PAIR-POS > ZERO
               ADD 1 TO WS-PAIR-CURRENT(WS-PAIR-POS)
           END-IF.


       TALLY-PRIOR-PAIR.
           PERFORM FIND-PAIR-ENTRY
           IF WS-PAIR-POS > ZERO
               ADD 1 TO WS-PAIR-PRIOR(WS-PAIR-POS)
           END-IF.


       FIND-PAIR-ENTRY.
           MOVE ZERO TO WS-PAIR-POS
           SET WS-PAIR-IDX TO 1
           PERFORM UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   OR WS-PAIR-POS > ZERO
               IF WS-PAIR-PROGRAM(WS-PAIR-IDX) = ALR-PROGRAM-ID
                   AND WS-PAIR-CODE(WS-PAIR-IDX) = ALR-CODE
                   SET WS-PAIR-POS TO WS-PAIR-IDX
               END-IF
               SET WS-PAIR-IDX UP BY 1
           END-PERFORM
           IF WS-PAIR-POS > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-PAIR-COUNT = 300
               IF NOT WS-PAIR-TABLE-FULL
                   MOVE "Y" TO WS-PAIR-FULL-FLAG
                   DISPLAY "ALERTSLA: more than 300 program/code "
                       "pairs -- the rest not ranked."
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-PAIR-COUNT TO WS-PAIR-POS
           MOVE ALR-PROGRAM-ID TO WS-PAIR-PROGRAM(WS-PAIR-POS)
           MOVE ALR-CODE TO WS-PAIR-CODE(WS-PAIR-POS)
           MOVE ZERO TO WS-PAIR-CURRENT(WS-PAIR-POS)
           MOVE ZERO TO WS-PAIR-PRIOR(WS-PAIR-POS)
           MOVE "N" TO WS-PAIR-PRINTED(WS-PAIR-POS).


      ******************************************************************
      * Time to acknowledge: a line for each shift a severity had
      * alerts in, then the severity's total over the shifts.
      ******************************************************************
       WRITE-ACKNOWLEDGE-TIMES.
           MOVE SPACES TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC
           MOVE "TIME TO ACKNOWLEDGE (MINUTES) BY SEVERITY AND SHIFT:"
               TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC
           MOVE TTA-HEADING-LINE TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC
           PERFORM VARYING WS-SEV-SUB FROM 1 BY 1
               UNTIL WS-SEV-SUB > 3
               INITIALIZE WS-TTA-SUM
               PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-SHIFT-COUNT
                   IF WS-TTA-RAISED(WS-SEV-SUB, WS-SHIFT-SUB) > ZERO
                       PERFORM WRITE-ONE-SHIFT-LINE
                   END-IF
               END-PERFORM
               IF WS-SUM-RAISED > ZERO
                   PERFORM WRITE-SEVERITY-TOTAL-LINE
               END-IF
           END-PERFORM
           IF WS-MONTH-ALERTS = ZERO
               MOVE "  (no alerts this month)" TO SLA-REPORT-REC
               WRITE SLA-REPORT-REC
           END-IF.


       WRITE-ONE-SHIFT-LINE.
           ADD WS-TTA-RAISED(WS-SEV-SUB, WS-SHIFT-SUB)
               TO WS-SUM-RAISED
           ADD WS-TTA-ACKED(WS-SEV-SUB, WS-SHIFT-SUB) TO WS-SUM-ACKED
           ADD WS-TTA-TIMED(WS-SEV-SUB, WS-SHIFT-SUB) TO WS-SUM-TIMED
           ADD WS-TTA-TOTAL(WS-SEV-SUB, WS-SHIFT-SUB) TO WS-SUM-TOTAL
           ADD WS-TTA-OPEN(WS-SEV-SUB, WS-SHIFT-SUB) TO WS-SUM-OPEN
           ADD WS-TTA-BREACHES(WS-SEV-SUB, WS-SHIFT-SUB)
               TO WS-SUM-BREACHES
           IF WS-TTA-MAX(WS-SEV-SUB, WS-SHIFT-SUB) > WS-SUM-MAX
               MOVE WS-TTA-MAX(WS-SEV-SUB, WS-SHIFT-SUB) TO WS-SUM-MAX
           END-IF

           MOVE WS-SEV-CODE(WS-SEV-SUB) TO TTA-SEVERITY
           MOVE WS-SHIFT-NAME(WS-SHIFT-SUB) TO TTA-SHIFT
           MOVE WS-TTA-RAISED(WS-SEV-SUB, WS-SHIFT-SUB) TO TTA-RAISED
           MOVE WS-TTA-ACKED(WS-SEV-SUB, WS-SHIFT-SUB) TO TTA-ACKED
           MOVE WS-TTA-TIMED(WS-SEV-SUB, WS-SHIFT-SUB) TO TTA-TIMED
           MOVE ZERO TO WS-AVERAGE-MINUTES
           IF WS-TTA-TIMED(WS-SEV-SUB, WS-SHIFT-SUB) > ZERO
               COMPUTE WS-AVERAGE-MINUTES ROUNDED =
                   WS-TTA-TOTAL(WS-SEV-SUB, WS-SHIFT-SUB)
                   / WS-TTA-TIMED(WS-SEV-SUB, WS-SHIFT-SUB)
           END-IF
           MOVE WS-AVERAGE-MINUTES TO TTA-AVERAGE
           MOVE WS-TTA-MAX(WS-SEV-SUB, WS-SHIFT-SUB) TO TTA-MAXIMUM
           MOVE WS-TTA-OPEN(WS-SEV-SUB, WS-SHIFT-SUB) TO TTA-OPEN
           MOVE WS-TTA-BREACHES(WS-SEV-SUB, WS-SHIFT-SUB)
               TO TTA-BREACHES
           MOVE WS-SEV-TARGET(WS-SEV-SUB) TO TTA-TARGET
           MOVE TTA-DETAIL-LINE TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC.


       WRITE-SEVERITY-TOTAL-LINE.
           MOVE WS-SEV-CODE(WS-SEV-SUB) TO TTA-SEVERITY
           MOVE "ALL" TO TTA-SHIFT
           MOVE WS-SUM-RAISED TO TTA-RAISED
           MOVE WS-SUM-ACKED TO TTA-ACKED
           MOVE WS-SUM-TIMED TO TTA-TIMED
           MOVE ZERO TO WS-AVERAGE-MINUTES
           IF WS-SUM-TIMED > ZERO
               COMPUTE WS-AVERAGE-MINUTES ROUNDED =
                   WS-SUM-TOTAL / WS-SUM-TIMED
           END-IF
           MOVE WS-AVERAGE-MINUTES TO TTA-AVERAGE
           MOVE WS-SUM-MAX TO TTA-MAXIMUM
           MOVE WS-SUM-OPEN TO TTA-OPEN
           MOVE WS-SUM-BREACHES TO TTA-BREACHES
           MOVE WS-SEV-TARGET(WS-SEV-SUB) TO TTA-TARGET
           MOVE TTA-DETAIL-LINE TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC.


       WRITE-ESCALATION-COUNTS.
           MOVE SPACES TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC
           MOVE "ESCALATIONS BY ON-CALL CONTACT:" TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CONTACT-COUNT
               MOVE WS-CON-NAME(WS-CON-IDX) TO CNL-NAME
               MOVE WS-CON-COUNT(WS-CON-IDX) TO CNL-COUNT
               IF WS-CON-ON-ROSTER(WS-CON-IDX)
                   MOVE SPACES TO CNL-NOTE
               ELSE
                   MOVE "NOT ON ROSTER" TO CNL-NOTE
               END-IF
               MOVE CONTACT-LINE TO SLA-REPORT-REC
               WRITE SLA-REPORT-REC
           END-PERFORM
           IF WS-CONTACT-COUNT = ZERO
               MOVE "  (no ONCALL.TXT roster and no escalations)"
                   TO SLA-REPORT-REC
               WRITE SLA-REPORT-REC
           END-IF
           MOVE "TOTAL" TO CNL-NAME
           MOVE WS-MONTH-ESCALATIONS TO CNL-COUNT
           MOVE SPACES TO CNL-NOTE
           MOVE CONTACT-LINE TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC.


      ******************************************************************
      * The most frequent program and alert-code pairs of the month,
      * highest count first, each with the month before beside it.
      ******************************************************************
       WRITE-RECURRING-PAIRS.
           MOVE SPACES TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC
           MOVE SPACES TO SLA-REPORT-REC
           STRING "TOP " WS-TOP-PAIRS
               " RECURRING PROGRAM/ALERT-CODE PAIRS:"
               DELIMITED BY SIZE INTO SLA-REPORT-REC
           END-STRING
           WRITE SLA-REPORT-REC
           MOVE PAIR-HEADING-LINE TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC
           MOVE ZERO TO WS-RANK
           MOVE 1 TO WS-BEST-COUNT
           PERFORM UNTIL WS-RANK >= WS-TOP-PAIRS
                   OR WS-BEST-COUNT = ZERO
               PERFORM FIND-NEXT-TOP-PAIR
               IF WS-BEST-COUNT > ZERO
                   ADD 1 TO WS-RANK
                   PERFORM WRITE-ONE-PAIR-LINE
               END-IF
           END-PERFORM
           IF WS-RANK = ZERO
               MOVE "  (no alerts this month)" TO SLA-REPORT-REC
               WRITE SLA-REPORT-REC
           END-IF.


       FIND-NEXT-TOP-PAIR.
           MOVE ZERO TO WS-BEST-COUNT
           MOVE ZERO TO WS-BEST-POS
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF NOT WS-PAIR-IS-PRINTED(WS-PAIR-IDX)
                   AND WS-PAIR-CURRENT(WS-PAIR-IDX) > WS-BEST-COUNT
                   MOVE WS-PAIR-CURRENT(WS-PAIR-IDX) TO WS-BEST-COUNT
                   SET WS-BEST-POS TO WS-PAIR-IDX
               END-IF
           END-PERFORM
           IF WS-BEST-POS > ZERO
               MOVE "Y" TO WS-PAIR-PRINTED(WS-BEST-POS)
           END-IF.


       WRITE-ONE-PAIR-LINE.
           MOVE WS-RANK TO PRL-RANK
           MOVE WS-PAIR-PROGRAM(WS-BEST-POS) TO PRL-PROGRAM
           MOVE WS-PAIR-CODE(WS-BEST-POS) TO PRL-CODE
           MOVE WS-PAIR-CURRENT(WS-BEST-POS) TO PRL-CURRENT
           MOVE WS-PAIR-PRIOR(WS-BEST-POS) TO PRL-PRIOR
           COMPUTE WS-PAIR-CHANGE = WS-PAIR-CURRENT(WS-BEST-POS)
               - WS-PAIR-PRIOR(WS-BEST-POS)
           MOVE WS-PAIR-CHANGE TO PRL-CHANGE
           EVALUATE TRUE
               WHEN WS-PAIR-PRIOR(WS-BEST-POS) = ZERO
                   MOVE "NEW" TO PRL-TREND
               WHEN WS-PAIR-CHANGE > ZERO
                   MOVE "UP" TO PRL-TREND
               WHEN WS-PAIR-CHANGE < ZERO
                   MOVE "DOWN" TO PRL-TREND
               WHEN OTHER
                   MOVE "SAME" TO PRL-TREND
           END-EVALUATE
           MOVE PAIR-DETAIL-LINE TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC.


      ******************************************************************
      * A breach names who was on call for the alert's weekday and
      * severity -- integer date 1 was a Monday, the reckoning
      * ALERTMON and the scheduler use.
      ******************************************************************
       WRITE-ONE-BREACH.
           MOVE ALR-TIMESTAMP TO WS-TS-WORK
           COMPUTE WS-WEEKDAY-NUMBER =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-TS-DATE), 7)
           EVALUATE WS-WEEKDAY-NUMBER
               WHEN 1 MOVE "MON" TO WS-ALERT-WEEKDAY
               WHEN 2 MOVE "TUE" TO WS-ALERT-WEEKDAY
               WHEN 3 MOVE "WED" TO WS-ALERT-WEEKDAY
               WHEN 4 MOVE "THU" TO WS-ALERT-WEEKDAY
               WHEN 5 MOVE "FRI" TO WS-ALERT-WEEKDAY
               WHEN 6 MOVE "SAT" TO WS-ALERT-WEEKDAY
               WHEN 0 MOVE "SUN" TO WS-ALERT-WEEKDAY
           END-EVALUATE
           MOVE "** NO ONE ON CALL **" TO WS-ONCALL-NAME
           SET WS-ONC-IDX TO 1
           PERFORM UNTIL WS-ONC-IDX > WS-ONCALL-COUNT
               IF WS-ONC-DAY(WS-ONC-IDX) = WS-ALERT-WEEKDAY
                   AND WS-ONC-SEV(WS-ONC-IDX) = ALR-SEVERITY
                   MOVE WS-ONC-WHO(WS-ONC-IDX) TO WS-ONCALL-NAME
               END-IF
               SET WS-ONC-IDX UP BY 1
           END-PERFORM

           MOVE ALR-TIMESTAMP TO BRL-TIMESTAMP
           MOVE ALR-SEVERITY TO BRL-SEVERITY
           MOVE ALR-PROGRAM-ID TO BRL-PROGRAM
           MOVE ALR-CODE TO BRL-CODE
           MOVE WS-SHIFT-NAME(WS-SHIFT-SUB) TO BRL-SHIFT
           IF WS-STILL-OPEN
               MOVE "OPEN" TO BRL-STATE
           ELSE
               MOVE "ACK" TO BRL-STATE
           END-IF
           MOVE WS-ACK-MINUTES TO BRL-MINUTES
           MOVE WS-TARGET-NOW TO BRL-TARGET
           MOVE WS-ONCALL-NAME TO BRL-ONCALL
           MOVE BREACH-DETAIL-LINE TO SLA-REPORT-REC
           WRITE SLA-REPORT-REC.


      ******************************************************************
      * Alerts older than the prior month go to the end of the
      * archive; the rest go to the holding file and back over the
      * live file. A failure part way leaves ALERTS.TMP holding the
      * alerts kept, for the operator to restore by hand.
      ******************************************************************
       ARCHIVE-OLD-ALERTS.
           IF WS-ARCHIVABLE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-ALERT-FILE-STATUS
           OPEN INPUT ALERT-FILE
           IF NOT WS-ALERT-FILE-OK
               MOVE "Y" TO WS-ARCHIVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ALERT-ARCHIVE-FILE
           IF NOT WS-ARC-FILE-OK
               OPEN OUTPUT ALERT-ARCHIVE-FILE
           END-IF
           OPEN OUTPUT ALERT-HOLDING-FILE
           IF NOT WS-ARC-FILE-OK OR NOT WS-HOLD-FILE-OK
               CLOSE ALERT-FILE
               MOVE "Y" TO WS-ARCHIVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-ALERT-FILE-EOF
               READ ALERT-FILE INTO ALERT-RECORD
                   AT END SET WS-ALERT-FILE-EOF TO TRUE
                   NOT AT END PERFORM SPLIT-ONE-ALERT
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           CLOSE ALERT-ARCHIVE-FILE
           CLOSE ALERT-HOLDING-FILE

           MOVE "00" TO WS-HOLD-FILE-STATUS
           MOVE "00" TO WS-ALERT-FILE-STATUS
           OPEN INPUT ALERT-HOLDING-FILE
           OPEN OUTPUT ALERT-FILE
           IF NOT WS-HOLD-FILE-OK OR NOT WS-ALERT-FILE-OK
               DISPLAY "ALERTSLA: alert copy-back failed;"
                   " ALERTS.TMP kept."
               MOVE "Y" TO WS-ARCHIVE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-FILE-EOF
               READ ALERT-HOLDING-FILE
                   AT END SET WS-HOLD-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE ALERT-HOLDING-REC TO ALERT-FILE-REC
                       WRITE ALERT-FILE-REC
               END-READ
           END-PERFORM
           CLOSE ALERT-HOLDING-FILE
           CLOSE ALERT-FILE.


       SPLIT-ONE-ALERT.
           IF ALR-TIMESTAMP(1:12) NUMERIC
               AND ALR-TIMESTAMP(1:6) < WS-PRIOR-MONTH
               MOVE ALERT-RECORD TO ALERT-ARCHIVE-REC
               WRITE ALERT-ARCHIVE-REC
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               MOVE ALERT-RECORD TO ALERT-HOLDING-REC
               WRITE ALERT-HOLDING-REC
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       END PROGRAM ALERTSLA.
