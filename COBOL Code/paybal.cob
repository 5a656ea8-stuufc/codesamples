      *   check register total    vs register MEDIA other net
      *   GL gross column total   vs register grand total gross
      *   GL net column total     vs register grand total net
      *
      * It also reports how the previous payroll run's GL journal
      * fared at the ledger, from the journal control log
      * (JRNLCTL.TXT) GLACKMAT keeps: a batch not yet POSTED is
      * listed and alerted as a warning. That does not hold the
      * bank file -- this run's figures are what the balance is on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYBAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "JRNLCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-REC  PIC X(90).

       FD  JOURNAL-CONTROL-FILE.
           COPY JRNLCTL.

       WORKING-STORAGE SECTION.

       77  WS-REG-FILE-STATUS PIC XX.
       77  WS-BAL-FILE-STATUS PIC XX.
           88  WS-BAL-FILE-OK        VALUE "00".

       77  WS-JCT-FILE-STATUS PIC XX.
           88  WS-JCT-FILE-OK        VALUE "00".
           88  WS-JCT-FILE-EOF       VALUE "10".

      * run timestamps (the first 14 of a batch id) of this run's
      * payroll journal and the one before it
       77  WS-LAST-RUN-STAMP   PIC X(14) VALUE SPACES.
       77  WS-PRIOR-RUN-STAMP  PIC X(14) VALUE SPACES.
       77  WS-PRIOR-BATCHES    PIC 9(3) VALUE ZERO.

       01  JOURNAL-STATUS-LINE.
           05  FILLER          PIC X(27)
                   VALUE "PRIOR RUN GL JOURNAL BATCH ".
           05  JSL-BATCH-ID    PIC X(16).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  JSL-BATCH-TYPE  PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  JSL-STATUS      PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  JSL-ACK-DATE    PIC X(8).

      * figures re-derived from the register
       77  WS-DETAIL-GROSS     PIC S9(9)V99 VALUE ZERO.
       77  WS-DETAIL-NET       PIC S9(9)V99 VALUE ZERO.
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF

           PERFORM REPORT-PRIOR-JOURNAL

           IF WS-OUT-OF-BALANCE
               MOVE "RESULT: OUT OF BALANCE -- HOLD THE BANK FILE"
                   TO BALANCE-REPORT-REC
           END-CALL.


      ******************************************************************
      * The payroll logs each GLJRNL.TXT batch under an id that
      * starts with the run's timestamp, so the newest stamp on the
      * log is this run and the next newest the run before it.
      ******************************************************************
       REPORT-PRIOR-JOURNAL.
           OPEN INPUT JOURNAL-CONTROL-FILE
           IF NOT WS-JCT-FILE-OK
               MOVE "PRIOR RUN GL JOURNAL: NO JOURNAL CONTROL LOG"
                   TO BALANCE-REPORT-REC
               WRITE BALANCE-REPORT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JCT-FILE-EOF
               READ JOURNAL-CONTROL-FILE
                   AT END SET WS-JCT-FILE-EOF TO TRUE
                   NOT AT END
                       IF JCT-FILE-NAME = "GLJRNL.TXT"
                           EVALUATE TRUE
                               WHEN JCT-BATCH-ID(1:14)
                                   > WS-LAST-RUN-STAMP
                                   MOVE WS-LAST-RUN-STAMP
                                       TO WS-PRIOR-RUN-STAMP
                                   MOVE JCT-BATCH-ID(1:14)
                                       TO WS-LAST-RUN-STAMP
                               WHEN JCT-BATCH-ID(1:14)
                                   < WS-LAST-RUN-STAMP
                                   AND JCT-BATCH-ID(1:14)
                                   > WS-PRIOR-RUN-STAMP
                                   MOVE JCT-BATCH-ID(1:14)
                                       TO WS-PRIOR-RUN-STAMP
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-CONTROL-FILE
           IF WS-PRIOR-RUN-STAMP = SPACES
               MOVE "PRIOR RUN GL JOURNAL: NONE ON THE CONTROL LOG"
                   TO BALANCE-REPORT-REC
               WRITE BALANCE-REPORT-REC
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT JOURNAL-CONTROL-FILE
           IF NOT WS-JCT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JCT-FILE-EOF
               READ JOURNAL-CONTROL-FILE
                   AT END SET WS-JCT-FILE-EOF TO TRUE
                   NOT AT END
                       IF JCT-FILE-NAME = "GLJRNL.TXT"
                           AND JCT-BATCH-ID(1:14) = WS-PRIOR-RUN-STAMP
                           PERFORM REPORT-ONE-PRIOR-BATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-CONTROL-FILE.


       REPORT-ONE-PRIOR-BATCH.
           ADD 1 TO WS-PRIOR-BATCHES
           MOVE JCT-BATCH-ID TO JSL-BATCH-ID
           MOVE JCT-BATCH-TYPE TO JSL-BATCH-TYPE
           MOVE JCT-STATUS TO JSL-STATUS
           IF JCT-ACK-DATE = ZERO
               MOVE SPACES TO JSL-ACK-DATE
           ELSE
               MOVE JCT-ACK-DATE TO JSL-ACK-DATE
           END-IF
           MOVE JOURNAL-STATUS-LINE TO BALANCE-REPORT-REC
           WRITE BALANCE-REPORT-REC
           IF JCT-STATUS-POSTED
               EXIT PARAGRAPH
           END-IF
           MOVE "PAYBAL" TO WS-ERR-PROGRAM-ID
           MOVE ZERO TO WS-ERR-CODE
           SET WS-ERR-SEVERITY-WARNING TO TRUE
           MOVE SPACES TO WS-ERR-MESSAGE
           STRING "Prior payroll journal batch " JCT-BATCH-ID
               " is " JCT-STATUS " at the ledger"
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE
           END-STRING
           DISPLAY "WARNING " WS-ERR-PROGRAM-ID ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      ******************************************************************
      * Re-foots PAYREG.TXT. Detail lines carry gross in columns
      * 32-41 and net in 47-56; the rate listing, period stamp,
