      * and every field-level difference with old and new values
      * side by side. Changes to the banking and rate fields are
      * flagged *** so a diverted deposit stands out before payday.
      * Each run that reads EMPMAST also leaves its state behind in
      * BKUPSTAT.TXT (BKUPSTAT.cpy) -- count, key hash, and image
      * hash of the live file -- as the last known good picture a
      * FILEBKUP forward recovery is reconciled to.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKUPCMP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BACKUP-STATE-FILE ASSIGN TO "BKUPSTAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY YTDREC.

       FD  EMP-BACKUP-FILE.
       01  EMP-BACKUP-REC      PIC X(212).

       FD  YTD-BACKUP-FILE.
       01  YTD-BACKUP-REC      PIC X(200).
       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-REC  PIC X(90).

       FD  BACKUP-STATE-FILE.
           COPY BKUPSTAT.

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-BST-FILE-STATUS PIC XX.
           88  WS-BST-FILE-OK        VALUE "00".

      * the live and backup images of the pair being compared; the
      * FD record area doubles as the field extractor -- each image
      * is laid over it in turn and the copybook names read the
      * fields out, so no offset arithmetic can drift from EMPREC
       77  WS-LIVE-IMAGE      PIC X(212) VALUE SPACES.
       77  WS-BKUP-IMAGE      PIC X(212) VALUE SPACES.
       77  WS-LIVE-KEY        PIC X(6) VALUE HIGH-VALUES.
       77  WS-BKUP-KEY        PIC X(6) VALUE HIGH-VALUES.

       77  WS-CHANGE-COUNT    PIC 9(5) VALUE ZERO.
       77  WS-LOUD-COUNT      PIC 9(5) VALUE ZERO.

      * the live master's state for BKUPSTAT.TXT, hashed the way
      * FILEBKUP hashes a backup
       77  WS-LIVE-COUNT      PIC 9(7)  VALUE ZERO.
       77  WS-LIVE-KEY-HASH   PIC 9(12) VALUE ZERO.
       77  WS-LIVE-IMAGE-HASH PIC 9(12) VALUE ZERO.
       77  WS-HASH-POS        PIC 9(3)  VALUE ZERO.
       77  WS-BACKUP-TS       PIC X(15) VALUE SPACES.

       COPY BKUPTRL.

       01  COMPARE-DETAIL-LINE.
           05  CDL-LOUD        PIC X(4).
           05  CDL-TAG         PIC X(8).
           END-PERFORM

           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE EMP-BACKUP-FILE
           PERFORM WRITE-BACKUP-STATE.


       READ-LIVE-EMPLOYEE.
           END-READ
           MOVE EMP-ID TO WS-LIVE-KEY
           MOVE SPACES TO WS-LIVE-IMAGE
           MOVE EMP-MASTER-RECORD TO WS-LIVE-IMAGE
           PERFORM ADD-LIVE-TO-STATE.


      * key hash as FILEBKUP's trailer, image hash over every byte
       ADD-LIVE-TO-STATE.
           ADD 1 TO WS-LIVE-COUNT
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 6
               COMPUTE WS-LIVE-KEY-HASH = FUNCTION MOD(WS-LIVE-KEY-HASH
                   + (FUNCTION ORD(WS-LIVE-KEY(WS-HASH-POS:1))
                      * WS-HASH-POS), 1000000000000)
           END-PERFORM
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 212
               COMPUTE WS-LIVE-IMAGE-HASH = FUNCTION MOD(
                   WS-LIVE-IMAGE-HASH
                   + (FUNCTION ORD(WS-LIVE-IMAGE(WS-HASH-POS:1))
                      * WS-HASH-POS), 1000000000000)
           END-PERFORM.


       WRITE-BACKUP-STATE.
           OPEN OUTPUT BACKUP-STATE-FILE
           IF NOT WS-BST-FILE-OK
               MOVE WS-BST-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to write BACKUP-STATE-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BACKUP-STATE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:15) TO BST-RUN-TS
           MOVE WS-BACKUP-TS       TO BST-BACKUP-TS
           MOVE WS-LIVE-COUNT      TO BST-RECORD-COUNT
           MOVE WS-LIVE-KEY-HASH   TO BST-KEY-HASH
           MOVE WS-LIVE-IMAGE-HASH TO BST-IMAGE-HASH
           MOVE WS-ADD-COUNT       TO BST-ADD-COUNT
           MOVE WS-DELETE-COUNT    TO BST-DELETE-COUNT
           MOVE WS-CHANGE-COUNT    TO BST-CHANGE-COUNT
           WRITE BACKUP-STATE-RECORD
           CLOSE BACKUP-STATE-FILE.


       READ-BACKUP-EMPLOYEE.
                   MOVE HIGH-VALUES TO WS-BKUP-KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE EMP-BACKUP-REC TO BACKUP-TRAILER-LINE
           IF BTL-IS-TRAILER
               MOVE BTL-TIMESTAMP TO WS-BACKUP-TS
               MOVE HIGH-VALUES TO WS-BKUP-KEY
               EXIT PARAGRAPH
           END-IF
      * offsets always agree with EMPREC no matter how it grows.
       COMPARE-EMP-FIELDS.
           PERFORM VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > 24
               MOVE WS-BKUP-IMAGE TO EMP-MASTER-RECORD
               PERFORM CAPTURE-EMP-FIELD
               MOVE WS-FIELD-VALUE TO WS-OLD-VALUE
               WHEN 21
                   MOVE "UNION STEP" TO WS-FIELD-NAME
                   MOVE EMP-UNION-STEP TO WS-FIELD-VALUE
               WHEN 22
                   MOVE "POSITION" TO WS-FIELD-NAME
                   MOVE EMP-POSITION TO WS-FIELD-VALUE
               WHEN 23
                   MOVE "FTE" TO WS-FIELD-NAME
                   IF EMP-FTE NUMERIC
                       MOVE EMP-FTE TO WS-AMOUNT-EDIT
                       MOVE WS-AMOUNT-EDIT TO WS-FIELD-VALUE
                   END-IF
               WHEN 24
                   MOVE "PAY GRADE" TO WS-FIELD-NAME
                   MOVE EMP-PAY-GRADE TO WS-FIELD-VALUE
           END-EVALUATE.


