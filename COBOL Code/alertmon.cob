      * handover to OPSALERT.RPT, and ends with RETURN-CODE 8 when
      * any E-severity alert exists so the chain's outcome reflects
      * the day's errors.
      * An acknowledgment may carry the time the operator answered
      * the alert (columns 28-42, the alert timestamp's format);
      * without it the alert is stamped answered as of this run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTMON.
       01  ALERT-REPORT-REC    PIC X(100).

      * operator acknowledgments: the alert's timestamp names the
      * alert, the operator id stamps who answered it, and the
      * optional answered-at time says when
       FD  ALERT-ACK-FILE.
       01  ALERT-ACK-RECORD.
           05  ACK-TIMESTAMP   PIC X(15).
           05  FILLER          PIC X.
           05  ACK-OPERATOR    PIC X(10).
           05  FILLER          PIC X.
           05  ACK-ANSWERED-AT PIC X(15).

      * who gets called, by weekday and severity
       FD  ONCALL-ROSTER-FILE.
           05  ESC-AGE-MINUTES PIC 9(4).

       FD  ALERT-HOLDING-FILE.
       01  ALERT-HOLDING-REC   PIC X(122).

       WORKING-STORAGE SECTION.

                               INDEXED BY WS-ACK-IDX.
               10  WS-ACK-TS       PIC X(15).
               10  WS-ACK-WHO      PIC X(10).
               10  WS-ACK-AT       PIC X(15).

      * on-call roster by weekday and severity
       77  WS-ONCALL-COUNT PIC 99 VALUE ZERO.
                           TO WS-ACK-TS(WS-ACK-IDX)
                       MOVE ACK-OPERATOR
                           TO WS-ACK-WHO(WS-ACK-IDX)
                       MOVE ACK-ANSWERED-AT
                           TO WS-ACK-AT(WS-ACK-IDX)
                       IF WS-ACK-AT(WS-ACK-IDX)(1:12) NOT NUMERIC
                           MOVE WS-NOW-TS TO WS-ACK-AT(WS-ACK-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-ACK-FILE.
           IF WS-ACK-IDX NOT > WS-ACK-COUNT
               MOVE "A" TO ALR-ACK-FLAG
               MOVE WS-ACK-WHO(WS-ACK-IDX) TO ALR-ACK-BY
               MOVE WS-ACK-AT(WS-ACK-IDX) TO ALR-ACK-TIME
               ADD 1 TO WS-APPLIED-ACKS
           END-IF.

