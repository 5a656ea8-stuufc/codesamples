      * then the holding file is copied back over the live file. If
      * the job dies between the passes, SYSAUDIT.TMP still holds
      * the kept records for the operator to restore by hand.
      *
      * The chain is carried across: only the oldest run of records
      * is archived -- the first record kept keeps everything after
      * it -- so the archive and the live trail stay one unbroken
      * chain end to end. The archive header carries the link the
      * first archived record chains from, a trailer the link of
      * the last one, and that link goes to AUDCHAIN.TXT as the
      * carried link the live trail now starts from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRET.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT AUDIT-CHAIN-CONTROL-FILE ASSIGN TO "AUDCHAIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSTEM-AUDIT-FILE.
           05  ARC-CUTOFF-DAYS PIC 9(3).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-REC   PIC X(95).

       FD  AUDIT-HOLDING-FILE.
       01  AUDIT-HOLDING-REC   PIC X(95).

       FD  AUDIT-CHAIN-CONTROL-FILE.
           COPY AUDCHCTL.

       WORKING-STORAGE SECTION.

           88  WS-HOLD-FILE-OK       VALUE "00".
           88  WS-HOLD-FILE-EOF      VALUE "10".

       77  WS-CHN-FILE-STATUS PIC XX.
           88  WS-CHN-FILE-OK        VALUE "00".

       77  WS-CUTOFF-DAYS     PIC 9(3) VALUE 90.
       77  WS-TODAY-DATE      PIC 9(8) VALUE ZERO.
       77  WS-CUTOFF-DATE     PIC 9(8) VALUE ZERO.
       77  WS-CUTOFF-DATE-X   PIC X(8) VALUE SPACES.

       COPY AUDARCH.

       77  WS-ARCHIVED-COUNT  PIC 9(6) VALUE ZERO.
       77  WS-KEPT-COUNT      PIC 9(6) VALUE ZERO.

      * once one record is kept every later one is kept too
       77  WS-KEEP-FLAG       PIC X VALUE "N".
           88  WS-KEEPING-REST       VALUE "Y".

      * the chain control as found, and the link the archive ends on
       01  WS-CONTROL-WORK.
           05  WS-CTL-LAST-SEQ     PIC 9(9) VALUE ZERO.
           05  WS-CTL-LAST-VALUE   PIC 9(10) VALUE ZERO.
           05  WS-CTL-CARRY-SEQ    PIC 9(9) VALUE ZERO.
           05  WS-CTL-CARRY-VALUE  PIC 9(10) VALUE ZERO.
       77  WS-ARC-LAST-SEQ    PIC 9(9) VALUE ZERO.
       77  WS-ARC-LAST-VALUE  PIC 9(10) VALUE ZERO.

       COPY ERRSTAT.
       COPY SIGNONRQ.

               GOBACK
           END-IF

           PERFORM READ-CHAIN-CONTROL
           MOVE WS-CTL-CARRY-SEQ   TO WS-ARC-LAST-SEQ
           MOVE WS-CTL-CARRY-VALUE TO WS-ARC-LAST-VALUE

           MOVE WS-TODAY-DATE  TO ARH-DATE
           MOVE WS-CUTOFF-DATE TO ARH-CUTOFF
           MOVE WS-CTL-CARRY-SEQ   TO ARH-FROM-SEQ
           MOVE WS-CTL-CARRY-VALUE TO ARH-FROM-VALUE
           MOVE ARCHIVE-HEADER-LINE TO AUDIT-ARCHIVE-REC
           WRITE AUDIT-ARCHIVE-REC

               END-READ
           END-PERFORM

           MOVE WS-ARC-LAST-SEQ   TO ART-TO-SEQ
           MOVE WS-ARC-LAST-VALUE TO ART-TO-VALUE
           MOVE WS-ARCHIVED-COUNT TO ART-COUNT
           MOVE ARCHIVE-TRAILER-LINE TO AUDIT-ARCHIVE-REC
           WRITE AUDIT-ARCHIVE-REC

           CLOSE SYSTEM-AUDIT-FILE
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE AUDIT-HOLDING-FILE

      *    the archive is whole; the live trail now chains from its
      *    last record
           PERFORM SAVE-CARRIED-LINK
           PERFORM COPY-HOLDING-BACK-TO-LIVE

           DISPLAY "AUDITRET archived " WS-ARCHIVED-COUNT
      * records whose timestamp date is before the cutoff go to the
      * dated archive; everything newer is kept live. A record with
      * an unreadable timestamp is kept -- losing audit data is the
      * one thing a retention job must never do -- and so is every
      * record after the first one kept, so the chain is never
      * split between the two files out of order.
       SPLIT-ONE-AUDIT-RECORD.
           IF SYSAUD-TIMESTAMP(1:8) NUMERIC
               AND SYSAUD-TIMESTAMP(1:8) < WS-CUTOFF-DATE-X
               AND NOT WS-KEEPING-REST
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE SYS-AUDIT-RECORD TO AUDIT-ARCHIVE-REC
               WRITE AUDIT-ARCHIVE-REC
               IF SYSAUD-SEQUENCE NUMERIC
                   AND SYSAUD-CHAIN NUMERIC
                   MOVE SYSAUD-SEQUENCE TO WS-ARC-LAST-SEQ
                   MOVE SYSAUD-CHAIN    TO WS-ARC-LAST-VALUE
               END-IF
           ELSE
               SET WS-KEEPING-REST TO TRUE
               ADD 1 TO WS-KEPT-COUNT
               MOVE SYS-AUDIT-RECORD TO AUDIT-HOLDING-REC
               WRITE AUDIT-HOLDING-REC
           CLOSE AUDIT-HOLDING-FILE
           CLOSE SYSTEM-AUDIT-FILE.


       READ-CHAIN-CONTROL.
           OPEN INPUT AUDIT-CHAIN-CONTROL-FILE
           IF WS-CHN-FILE-OK
               READ AUDIT-CHAIN-CONTROL-FILE
                   NOT AT END
                       IF CHN-LAST-SEQ NUMERIC
                           AND CHN-LAST-VALUE NUMERIC
                           AND CHN-CARRY-SEQ NUMERIC
                           AND CHN-CARRY-VALUE NUMERIC
                           MOVE AUDIT-CHAIN-CONTROL-RECORD
                               TO WS-CONTROL-WORK
                       END-IF
               END-READ
               CLOSE AUDIT-CHAIN-CONTROL-FILE
           END-IF.


      * the last-written link is read again just before the rewrite
      * and kept as found; only the carried link changes
       SAVE-CARRIED-LINK.
           PERFORM READ-CHAIN-CONTROL
           MOVE WS-ARC-LAST-SEQ   TO WS-CTL-CARRY-SEQ
           MOVE WS-ARC-LAST-VALUE TO WS-CTL-CARRY-VALUE
           OPEN OUTPUT AUDIT-CHAIN-CONTROL-FILE
           IF NOT WS-CHN-FILE-OK
               MOVE WS-CHN-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to carry the chain link to AUDCHAIN.TXT"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTROL-WORK TO AUDIT-CHAIN-CONTROL-RECORD
           WRITE AUDIT-CHAIN-CONTROL-RECORD
           CLOSE AUDIT-CHAIN-CONTROL-FILE.

       END PROGRAM AUDITRET.
