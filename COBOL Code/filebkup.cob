      * Backup, reload, and verify utility for the indexed master
      * files, so a corrupted index no longer costs a day of
      * rebuilding from printouts. Driven by BKUPCFG.TXT:
      *     BKC-MODE    "UNLOAD" | "RELOAD" | "VERIFY" | "FORWRD"
      *     BKC-TARGET  "EMP" (EMPMAST) | "YTD" (YTDMAST)
      *     BKC-RECOVERY-POINT  FORWRD only, optional:
      *                 YYYYMMDDHHMMSS, or YYYYMMDD for end of day
      *
      * UNLOAD copies the master to a sequential backup (EMPBKUP /
      * YTDBKUP) and ends it with a control trailer (BKUPTRL.cpy)
      * carrying the record count, an additive hash of the key
      * fields, and the moment the unload was taken.
      * RELOAD first proves the backup against its own trailer, then
      * rebuilds the indexed file from it.
      * VERIFY walks the live file and the backup record by record
      * and reports any disagreement, ending with RETURN-CODE 8.
      * FORWRD (EMP only) is a RELOAD followed by a replay of every
      * EMPCHG change-history record stamped after the backup, in
      * timestamp order, up to the recovery point when one is
      * given -- the day's maintenance comes back without rekeying.
      * An EMPLOYEE RET marker (an EMPRET retention purge) cuts the
      * reloaded record back down again, so a purged employee's
      * banking and pay data do not return from the backup.
      * BKUPRCV.RPT lists what was replayed and what could not be,
      * and reconciles the change count and the rebuilt master to
      * the last state BKUPCMP recorded (BKUPSTAT.TXT). Anything
      * left unreconciled ends the job RETURN-CODE 4.
      * The scheduler runs an UNLOAD step before every PAYROL00 run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YBK-FILE-STATUS.

           SELECT EMP-CHANGE-FILE ASSIGN TO "EMPCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT BACKUP-STATE-FILE ASSIGN TO "BKUPSTAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BST-FILE-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "BKUPRCV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
               88  BKC-MODE-UNLOAD     VALUE "UNLOAD".
               88  BKC-MODE-RELOAD     VALUE "RELOAD".
               88  BKC-MODE-VERIFY     VALUE "VERIFY".
               88  BKC-MODE-FORWARD    VALUE "FORWRD".
           05  FILLER          PIC X.
           05  BKC-TARGET      PIC X(3).
               88  BKC-TARGET-EMP      VALUE "EMP".
               88  BKC-TARGET-YTD      VALUE "YTD".
           05  FILLER          PIC X.
           05  BKC-RECOVERY-POINT PIC X(14).

       FD  EMP-BACKUP-FILE.
       01  EMP-BACKUP-REC      PIC X(212).

       FD  YTD-BACKUP-FILE.
       01  YTD-BACKUP-REC      PIC X(200).

       FD  EMP-CHANGE-FILE.
           COPY EMPCHG.

       FD  BACKUP-STATE-FILE.
           COPY BKUPSTAT.

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-REC PIC X(90).

       WORKING-STORAGE SECTION.

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-YBK-FILE-OK        VALUE "00".
           88  WS-YBK-FILE-EOF       VALUE "10".

       77  WS-CHG-FILE-STATUS PIC XX.
           88  WS-CHG-FILE-OK        VALUE "00".
           88  WS-CHG-FILE-EOF       VALUE "10".

       77  WS-BST-FILE-STATUS PIC XX.
           88  WS-BST-FILE-OK        VALUE "00".

       77  WS-RCV-FILE-STATUS PIC XX.
           88  WS-RCV-FILE-OK        VALUE "00".

       77  WS-RECORD-COUNT    PIC 9(7)  VALUE ZERO.
       77  WS-KEY-HASH        PIC 9(12) VALUE ZERO.
       77  WS-HASH-POS        PIC 9(3)  VALUE ZERO.
       77  WS-MISMATCH-COUNT  PIC 9(7)  VALUE ZERO.

       77  WS-TRAILER-COUNT   PIC 9(7)  VALUE ZERO.
           88  WS-TRAILER-FOUND      VALUE "Y".

       77  WS-WORK-KEY        PIC X(6) VALUE SPACES.
       77  WS-BACKUP-IMAGE    PIC X(212) VALUE SPACES.
       77  WS-FINAL-RC        PIC S9(4) VALUE ZERO.

      * forward recovery: the backup's moment, the point to stop at
      * (all nines when none is given), and the rebuilt master's
      * image hash to set beside BKUPCMP's
       77  WS-TRAILER-TS      PIC X(15) VALUE SPACES.
       77  WS-RECOVERY-POINT  PIC X(14) VALUE SPACES.
       77  WS-IMAGE-HASH      PIC 9(12) VALUE ZERO.

      * the change history inside the window, held in timestamp
      * order; EMPCHG itself is keyed by employee first
       77  WS-RCV-COUNT       PIC 9(4) VALUE ZERO.
       77  WS-RCV-MAX         PIC 9(4) VALUE 3000.
       77  WS-RCV-SUB         PIC 9(4) VALUE ZERO.
       77  WS-RCV-FULL-FLAG   PIC X VALUE "N".
           88  WS-RCV-TABLE-FULL     VALUE "Y".
       77  WS-RCV-PLACED-FLAG PIC X VALUE "N".
           88  WS-RCV-PLACED         VALUE "Y".
       01  WS-RECOVERY-TABLE.
           05  WS-RCV-ENTRY OCCURS 3000 TIMES.
               10  WS-RCV-ORDER-KEY.
                   15  WS-RCV-TS       PIC X(15).
                   15  WS-RCV-EMP-ID   PIC X(6).
                   15  WS-RCV-CLASS    PIC X.
               10  WS-RCV-FIELD        PIC X(12).
               10  WS-RCV-OLD          PIC X(20).
               10  WS-RCV-NEW          PIC X(20).
               10  WS-RCV-RESTORE      PIC X(20).

      * the change being replayed; the class orders an add ahead of
      * its fields and a delete or a purge behind anything stamped
      * with it
       01  WS-RCV-CURRENT.
           05  WS-CUR-ORDER-KEY.
               10  WS-CUR-TS           PIC X(15).
               10  WS-CUR-EMP-ID       PIC X(6).
               10  WS-CUR-CLASS        PIC X.
                   88  WS-CUR-IS-ADD        VALUE "1".
                   88  WS-CUR-IS-FIELD      VALUE "2".
                   88  WS-CUR-IS-DELETE     VALUE "3".
                   88  WS-CUR-IS-PURGE      VALUE "4".
           05  WS-CUR-FIELD            PIC X(12).
           05  WS-CUR-OLD              PIC X(20).
           05  WS-CUR-NEW              PIC X(20).
           05  WS-CUR-RESTORE          PIC X(20).

       77  WS-CUR-APPLY-FLAG  PIC X VALUE "Y".
           88  WS-CUR-APPLIES        VALUE "Y".
       77  WS-CUR-VALUE       PIC X(20) VALUE SPACES.
       77  WS-CUR-NOTE        PIC X(20) VALUE SPACES.
       77  WS-CUR-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       77  WS-CUR-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.

       77  WS-WINDOW-COUNT    PIC 9(7) VALUE ZERO.
       77  WS-BEYOND-COUNT    PIC 9(7) VALUE ZERO.
       77  WS-REPLAY-COUNT    PIC 9(7) VALUE ZERO.
       77  WS-PERS-COUNT      PIC 9(7) VALUE ZERO.
       77  WS-UNAPPLIED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-OUT-OF-STEP-COUNT PIC 9(7) VALUE ZERO.
       77  WS-RCV-ADD-COUNT   PIC 9(7) VALUE ZERO.
       77  WS-RCV-DEL-COUNT   PIC 9(7) VALUE ZERO.
       77  WS-RCV-RET-COUNT   PIC 9(7) VALUE ZERO.
       77  WS-KEEP-NAME       PIC X(15) VALUE SPACES.
       77  WS-KEEP-COMPANY    PIC X(2) VALUE SPACES.
       77  WS-RCV-ACCOUNTED   PIC 9(7) VALUE ZERO.

      * the last state BKUPCMP saw, and how many changes in the
      * history fall on the other side of it from the recovery
      * point -- with none, the rebuilt master must equal it
       77  WS-STATE-FLAG      PIC X VALUE "N".
           88  WS-STATE-FOUND        VALUE "Y".
           88  WS-STATE-OTHER-BACKUP VALUE "O".
       77  WS-STATE-RUN-TS    PIC X(15) VALUE SPACES.
       77  WS-STATE-COUNT     PIC 9(7)  VALUE ZERO.
       77  WS-STATE-KEY-HASH  PIC 9(12) VALUE ZERO.
       77  WS-STATE-IMAGE-HASH PIC 9(12) VALUE ZERO.
       77  WS-STATE-ADDS      PIC 9(5)  VALUE ZERO.
       77  WS-STATE-DELETES   PIC 9(5)  VALUE ZERO.
       77  WS-STATE-GAP       PIC 9(7) VALUE ZERO.
       77  WS-UNRECONCILED    PIC 9(3) VALUE ZERO.

       01  RECOVERY-DETAIL-LINE.
           05  RDL-ACTION      PIC X(10).
           05  RDL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RDL-TIMESTAMP   PIC X(15).
           05  FILLER          PIC X     VALUE SPACE.
           05  RDL-FIELD       PIC X(12).
           05  FILLER          PIC X     VALUE SPACE.
           05  RDL-VALUE       PIC X(20).
           05  FILLER          PIC X     VALUE SPACE.
           05  RDL-NOTE        PIC X(20).

       01  RECOVERY-COUNT-LINE.
           05  RCL-LABEL       PIC X(46).
           05  RCL-VALUE       PIC Z(11)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RCL-OTHER       PIC Z(11)9.

      * the control trailer at the end of every backup
           COPY BKUPTRL.

       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY ENQREQ.
       COPY MASKREQ.


       PROCEDURE DIVISION.
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 0 TO RETURN-CODE

           OPEN INPUT BACKUP-CONFIG-FILE
           IF NOT WS-CFG-FILE-OK
                   PERFORM VERIFY-EMPLOYEE-MASTER
               WHEN BKC-MODE-VERIFY AND BKC-TARGET-YTD
                   PERFORM VERIFY-YTD-MASTER
               WHEN BKC-MODE-FORWARD AND BKC-TARGET-EMP
                   PERFORM FORWARD-RECOVER-EMPLOYEE
               WHEN BKC-MODE-FORWARD
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE "FORWRD needs change history -- EMP only"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
               WHEN OTHER
                   MOVE ZERO TO WS-ERR-CODE
                   MOVE "Mode must be UNLOAD, RELOAD, VERIFY, or FORWRD"
                       TO WS-ERR-MESSAGE
                   PERFORM REPORT-COMMON-ERROR
           END-EVALUATE
           MOVE RETURN-CODE TO WS-FINAL-RC
           MOVE "D" TO ENQ-ACTION
           CALL "ENQMGR" USING ENQ-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.


           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 8 TO RETURN-CODE.


       ADD-KEY-TO-HASH.
           OPEN OUTPUT EMP-BACKUP-FILE

           PERFORM UNTIL WS-EMP-FILE-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET WS-EMP-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
           MOVE "*TRAILER" TO BTL-TAG
           MOVE WS-RECORD-COUNT TO BTL-COUNT
           MOVE WS-KEY-HASH TO BTL-HASH
           MOVE FUNCTION CURRENT-DATE(1:15) TO BTL-TIMESTAMP
           MOVE BACKUP-TRAILER-LINE TO EMP-BACKUP-REC
           WRITE EMP-BACKUP-REC.

           MOVE "*TRAILER" TO BTL-TAG
           MOVE WS-RECORD-COUNT TO BTL-COUNT
           MOVE WS-KEY-HASH TO BTL-HASH
           MOVE FUNCTION CURRENT-DATE(1:15) TO BTL-TIMESTAMP
           MOVE BACKUP-TRAILER-LINE TO YTD-BACKUP-REC
           WRITE YTD-BACKUP-REC
           CLOSE YTD-MASTER-FILE
                       MOVE EMP-BACKUP-REC TO BACKUP-TRAILER-LINE
                       IF NOT BTL-IS-TRAILER
                           ADD 1 TO WS-RECORD-COUNT
                           MOVE EMP-BACKUP-REC(1:212)
                               TO EMP-MASTER-RECORD
                           WRITE EMP-MASTER-RECORD
                               INVALID KEY
                           SET WS-TRAILER-FOUND TO TRUE
                           MOVE BTL-COUNT TO WS-TRAILER-COUNT
                           MOVE BTL-HASH  TO WS-TRAILER-HASH
                           MOVE BTL-TIMESTAMP TO WS-TRAILER-TS
                       ELSE
                           ADD 1 TO WS-RECORD-COUNT
                           MOVE EMP-BACKUP-REC(1:6) TO WS-WORK-KEY
                       MOVE YTD-BACKUP-REC TO BACKUP-TRAILER-LINE
                       IF NOT BTL-IS-TRAILER
                           ADD 1 TO WS-RECORD-COUNT
                           MOVE YTD-BACKUP-REC(1:151)
                               TO YTD-MASTER-RECORD
                           WRITE YTD-MASTER-RECORD
                               INVALID KEY
           END-IF

           PERFORM UNTIL WS-EMP-FILE-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET WS-EMP-FILE-EOF TO TRUE
                   NOT AT END PERFORM VERIFY-ONE-EMP-RECORD
               END-READ
                   " differences."
           END-IF.

      ******************************************************************
      * Forward recovery. Everything that can refuse the run -- the
      * backup's proof and moment, the recovery point, the change
      * history, the report -- is settled before EMPMAST is touched;
      * then the backup is reloaded and the history replayed on it.
      ******************************************************************
       FORWARD-RECOVER-EMPLOYEE.
           PERFORM PROVE-EMP-BACKUP
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-TS = SPACES
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Backup carries no unload time -- no replay start"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-RECOVERY-POINT
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LAST-KNOWN-STATE
           PERFORM LOAD-CHANGE-WINDOW
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF NOT WS-RCV-FILE-OK
               MOVE WS-RCV-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open RECOVERY-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-RECOVERY-HEADING

           PERFORM RELOAD-EMPLOYEE-MASTER
           IF RETURN-CODE NOT = 0
               CLOSE RECOVERY-REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to reopen EMPLOYEE-MASTER-FILE to replay"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE RECOVERY-REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB > WS-RCV-COUNT
               MOVE WS-RCV-ENTRY(WS-RCV-SUB) TO WS-RCV-CURRENT
               PERFORM REPLAY-ONE-CHANGE
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE

           PERFORM MEASURE-RECOVERED-MASTER
           IF RETURN-CODE NOT = 0
               CLOSE RECOVERY-REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-RECOVERY-RECONCILIATION
           CLOSE RECOVERY-REPORT-FILE
           DISPLAY "FILEBKUP replayed " WS-REPLAY-COUNT
               " change(s) onto the backup of " WS-TRAILER-TS(1:8)
               "; not applied: " WS-UNAPPLIED-COUNT "."

           IF WS-UNRECONCILED > ZERO
               MOVE "FILEBKUP" TO WS-ERR-PROGRAM-ID
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-WARNING TO TRUE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "Forward recovery left " WS-UNRECONCILED
                   " item(s) unreconciled, see BKUPRCV.RPT"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               DISPLAY "WARNING " WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE 4 TO RETURN-CODE
           END-IF.


      * a date alone recovers through the end of that day; no point
      * at all replays the whole history
       SET-RECOVERY-POINT.
           IF BKC-RECOVERY-POINT = SPACES
               MOVE ALL "9" TO WS-RECOVERY-POINT
               EXIT PARAGRAPH
           END-IF
           MOVE BKC-RECOVERY-POINT TO WS-RECOVERY-POINT
           IF WS-RECOVERY-POINT(9:6) = SPACES
               MOVE "235959" TO WS-RECOVERY-POINT(9:6)
           END-IF
           IF WS-RECOVERY-POINT NOT NUMERIC
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Recovery point must be YYYYMMDD or YYYYMMDDHHMMSS"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-RECOVERY-POINT < WS-TRAILER-TS(1:14)
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Recovery point is earlier than the backup"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           END-IF.


       READ-LAST-KNOWN-STATE.
           MOVE "N" TO WS-STATE-FLAG
           OPEN INPUT BACKUP-STATE-FILE
           IF NOT WS-BST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           READ BACKUP-STATE-FILE
               NOT AT END
                   IF BST-RECORD-COUNT NUMERIC
                       AND BST-KEY-HASH NUMERIC
                       AND BST-IMAGE-HASH NUMERIC
                       IF BST-BACKUP-TS = WS-TRAILER-TS
                           SET WS-STATE-FOUND TO TRUE
                       ELSE
                           SET WS-STATE-OTHER-BACKUP TO TRUE
                       END-IF
                       MOVE BST-RUN-TS       TO WS-STATE-RUN-TS
                       MOVE BST-RECORD-COUNT TO WS-STATE-COUNT
                       MOVE BST-KEY-HASH     TO WS-STATE-KEY-HASH
                       MOVE BST-IMAGE-HASH   TO WS-STATE-IMAGE-HASH
                       MOVE BST-ADD-COUNT    TO WS-STATE-ADDS
                       MOVE BST-DELETE-COUNT TO WS-STATE-DELETES
                   END-IF
           END-READ
           CLOSE BACKUP-STATE-FILE.


      ******************************************************************
      * The replay window: every history record stamped after the
      * backup was taken. Those past the recovery point are only
      * counted; the rest go into the table in timestamp order.
      ******************************************************************
       LOAD-CHANGE-WINDOW.
           OPEN INPUT EMP-CHANGE-FILE
           IF NOT WS-CHG-FILE-OK
               MOVE WS-CHG-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open EMP-CHANGE-FILE -- no history"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-RCV-COUNT WS-WINDOW-COUNT WS-BEYOND-COUNT
                        WS-STATE-GAP
           MOVE "N" TO WS-RCV-FULL-FLAG
           PERFORM UNTIL WS-CHG-FILE-EOF
               READ EMP-CHANGE-FILE
                   AT END SET WS-CHG-FILE-EOF TO TRUE
                   NOT AT END
                       IF CHG-TIMESTAMP > WS-TRAILER-TS
                           PERFORM TAKE-ONE-WINDOW-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-CHANGE-FILE

           IF WS-RCV-TABLE-FULL
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING WS-WINDOW-COUNT " changes since the backup --"
                   " more than the replay holds"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
           END-IF.


      * the BKUPCMP state is comparable only when no change falls
      * between it and the recovery point, on either side
       TAKE-ONE-WINDOW-CHANGE.
           IF CHG-TIMESTAMP(1:14) > WS-RECOVERY-POINT
               ADD 1 TO WS-BEYOND-COUNT
               IF WS-STATE-FOUND
                   AND CHG-TIMESTAMP NOT > WS-STATE-RUN-TS
                   ADD 1 TO WS-STATE-GAP
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WINDOW-COUNT
           IF WS-STATE-FOUND AND CHG-TIMESTAMP > WS-STATE-RUN-TS
               ADD 1 TO WS-STATE-GAP
           END-IF
           IF WS-RCV-COUNT = WS-RCV-MAX
               SET WS-RCV-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE CHG-TIMESTAMP     TO WS-CUR-TS
           MOVE CHG-EMP-ID        TO WS-CUR-EMP-ID
           EVALUATE CHG-FIELD-NAME
               WHEN "EMPLOYEE ADD"
                   SET WS-CUR-IS-ADD TO TRUE
               WHEN "EMPLOYEE DEL"
                   SET WS-CUR-IS-DELETE TO TRUE
               WHEN "EMPLOYEE RET"
                   SET WS-CUR-IS-PURGE TO TRUE
               WHEN OTHER
                   SET WS-CUR-IS-FIELD TO TRUE
           END-EVALUATE
           MOVE CHG-FIELD-NAME    TO WS-CUR-FIELD
           MOVE CHG-OLD-VALUE     TO WS-CUR-OLD
           MOVE CHG-NEW-VALUE     TO WS-CUR-NEW
           MOVE CHG-RESTORE-VALUE TO WS-CUR-RESTORE

      *    insertion from the end: later entries slide down one
      *    until the slot for this one opens
           ADD 1 TO WS-RCV-COUNT
           MOVE WS-RCV-COUNT TO WS-RCV-SUB
           MOVE "N" TO WS-RCV-PLACED-FLAG
           PERFORM UNTIL WS-RCV-PLACED
               IF WS-RCV-SUB = 1
                   SET WS-RCV-PLACED TO TRUE
               ELSE
                   IF WS-RCV-ORDER-KEY(WS-RCV-SUB - 1)
                       > WS-CUR-ORDER-KEY
                       MOVE WS-RCV-ENTRY(WS-RCV-SUB - 1)
                           TO WS-RCV-ENTRY(WS-RCV-SUB)
                       SUBTRACT 1 FROM WS-RCV-SUB
                   ELSE
                       SET WS-RCV-PLACED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-RCV-CURRENT TO WS-RCV-ENTRY(WS-RCV-SUB).


      ******************************************************************
      * One change onto the reloaded master. Personal-data history
      * belongs to EMPPERS, which a master reload never touched. A
      * field change is checked first against the history's old
      * value -- a master that does not hold it was changed some
      * other way since the backup -- and applied regardless.
      ******************************************************************
       REPLAY-ONE-CHANGE.
           MOVE SPACES TO WS-CUR-NOTE
           IF WS-CUR-FIELD(1:5) = "PERS "
               ADD 1 TO WS-PERS-COUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CUR-IS-ADD
                   MOVE SPACES TO EMP-MASTER-RECORD
                   MOVE WS-CUR-EMP-ID TO EMP-ID
                   WRITE EMP-MASTER-RECORD
                       INVALID KEY
                           MOVE "ALREADY ON MASTER" TO WS-CUR-NOTE
                       NOT INVALID KEY
                           ADD 1 TO WS-RCV-ADD-COUNT
                   END-WRITE
               WHEN WS-CUR-IS-DELETE
                   MOVE WS-CUR-EMP-ID TO EMP-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE "NOT ON MASTER" TO WS-CUR-NOTE
                   END-READ
                   IF WS-CUR-NOTE = SPACES
                       DELETE EMPLOYEE-MASTER-FILE
                           INVALID KEY
                               MOVE "DELETE REJECTED" TO WS-CUR-NOTE
                           NOT INVALID KEY
                               ADD 1 TO WS-RCV-DEL-COUNT
                       END-DELETE
                   END-IF
               WHEN WS-CUR-IS-PURGE
                   MOVE WS-CUR-EMP-ID TO EMP-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE "NOT ON MASTER" TO WS-CUR-NOTE
                   END-READ
                   IF WS-CUR-NOTE = SPACES
                       PERFORM REPLAY-RETENTION-PURGE
                   END-IF
               WHEN OTHER
                   MOVE WS-CUR-EMP-ID TO EMP-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE "NOT ON MASTER" TO WS-CUR-NOTE
                   END-READ
                   IF WS-CUR-NOTE = SPACES
                       PERFORM REPLAY-FIELD-CHANGE
                   END-IF
           END-EVALUATE

           IF WS-CUR-NOTE = SPACES
               ADD 1 TO WS-REPLAY-COUNT
           ELSE
               ADD 1 TO WS-UNAPPLIED-COUNT
               MOVE "NOT APPLY " TO RDL-ACTION
               MOVE WS-CUR-NEW   TO RDL-VALUE
               MOVE WS-CUR-NOTE  TO RDL-NOTE
               PERFORM WRITE-RECOVERY-DETAIL
           END-IF.


      * the record cut down exactly as EMPRET cut it: the id and
      * name for the reprints, the company, and status "P"
       REPLAY-RETENTION-PURGE.
           MOVE EMP-NAME TO WS-KEEP-NAME
           MOVE EMP-COMPANY-CODE TO WS-KEEP-COMPANY
           MOVE SPACES TO EMP-MASTER-RECORD
           INITIALIZE EMP-MASTER-RECORD
           MOVE WS-CUR-EMP-ID TO EMP-ID
           MOVE WS-KEEP-NAME TO EMP-NAME
           MOVE WS-KEEP-COMPANY TO EMP-COMPANY-CODE
           MOVE "P" TO EMP-EMPLOY-STATUS
           REWRITE EMP-MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE REJECTED" TO WS-CUR-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-RCV-RET-COUNT
           END-REWRITE.


       REPLAY-FIELD-CHANGE.
           IF WS-CUR-OLD NOT = SPACES
               PERFORM CAPTURE-REPLAY-FIELD
               IF WS-CUR-VALUE NOT = WS-CUR-OLD
                   ADD 1 TO WS-OUT-OF-STEP-COUNT
                   MOVE "OUT OF STEP" TO RDL-ACTION
                   MOVE WS-CUR-VALUE TO RDL-VALUE
                   MOVE WS-CUR-OLD   TO RDL-NOTE
                   PERFORM WRITE-RECOVERY-DETAIL
               END-IF
           END-IF
           PERFORM APPLY-REPLAY-FIELD
           IF WS-CUR-NOTE = SPACES
               REWRITE EMP-MASTER-RECORD
                   INVALID KEY
                       MOVE "REWRITE REJECTED" TO WS-CUR-NOTE
               END-REWRITE
           END-IF.


      * the master's current value, shaped exactly as EMPMAINT
      * shapes it for the history
       CAPTURE-REPLAY-FIELD.
           MOVE SPACES TO WS-CUR-VALUE
           EVALUATE WS-CUR-FIELD
               WHEN "NAME"
                   MOVE EMP-NAME TO WS-CUR-VALUE
               WHEN "RATE"
                   MOVE EMP-RATE TO WS-CUR-VALUE
               WHEN "DEPT"
                   MOVE EMP-DEPT-CODE TO WS-CUR-VALUE
               WHEN "GL ACCOUNT"
                   MOVE EMP-GL-ACCOUNT TO WS-CUR-VALUE
               WHEN "BANK ROUTING"
                   MOVE EMP-BANK-ROUTING TO WS-CUR-VALUE
               WHEN "BANK ACCOUNT"
                   MOVE EMP-BANK-ACCOUNT TO MSK-ACCOUNT
                   CALL "MASKACCT" USING MASK-REQUEST
                       ON EXCEPTION CONTINUE
                   END-CALL
                   MOVE MSK-ACCOUNT TO WS-CUR-VALUE
               WHEN "PAY CLASS"
                   MOVE EMP-PAY-CLASS TO WS-CUR-VALUE
               WHEN "SALARY"
                   MOVE EMP-ANNUAL-SALARY TO WS-CUR-AMOUNT-EDIT
                   MOVE WS-CUR-AMOUNT-EDIT TO WS-CUR-VALUE
               WHEN "WORK STATE"
                   MOVE EMP-WORK-STATE TO WS-CUR-VALUE
               WHEN "PAY GROUP"
                   MOVE EMP-PAY-GROUP TO WS-CUR-VALUE
               WHEN "HIRE DATE"
                   MOVE EMP-HIRE-DATE TO WS-CUR-VALUE
               WHEN "TERM DATE"
                   MOVE EMP-TERM-DATE TO WS-CUR-VALUE
               WHEN "LOCATION"
                   MOVE EMP-LOCATION TO WS-CUR-VALUE
               WHEN "REASON"
                   MOVE EMP-REASON(1:20) TO WS-CUR-VALUE
               WHEN "COMM BASE"
                   MOVE EMP-COMM-BASE TO WS-CUR-AMOUNT-EDIT
                   MOVE WS-CUR-AMOUNT-EDIT TO WS-CUR-VALUE
               WHEN "COMP CLASS"
                   MOVE EMP-COMP-CLASS TO WS-CUR-VALUE
               WHEN "LOCALITY"
                   MOVE EMP-LOCALITY TO WS-CUR-VALUE
               WHEN "COMPANY"
                   MOVE EMP-COMPANY-CODE TO WS-CUR-VALUE
               WHEN "UNION CODE"
                   MOVE EMP-UNION-CODE TO WS-CUR-VALUE
               WHEN "UNION CLASS"
                   MOVE EMP-UNION-CLASS TO WS-CUR-VALUE
               WHEN "UNION STEP"
                   MOVE EMP-UNION-STEP TO WS-CUR-VALUE
               WHEN "W4 STATUS"
                   MOVE EMP-W4-FILING-STATUS TO WS-CUR-VALUE
               WHEN "W4 EXEMPT"
                   MOVE EMP-W4-EXEMPT TO WS-CUR-VALUE
               WHEN "W4 DEP CRED"
                   MOVE EMP-W4-DEP-CREDIT TO WS-CUR-VALUE
               WHEN "W4 OTHER INC"
                   MOVE EMP-W4-OTHER-INCOME TO WS-CUR-VALUE
               WHEN "W4 DEDUCTNS"
                   MOVE EMP-W4-DEDUCTIONS TO WS-CUR-VALUE
               WHEN "W4 EXTRA WH"
                   MOVE EMP-W4-EXTRA-WH TO WS-CUR-AMOUNT-EDIT
                   MOVE WS-CUR-AMOUNT-EDIT TO WS-CUR-VALUE
               WHEN "POSITION"
                   MOVE EMP-POSITION TO WS-CUR-VALUE
               WHEN "FTE"
                   IF EMP-FTE NUMERIC
                       MOVE EMP-FTE TO WS-CUR-AMOUNT-EDIT
                       MOVE WS-CUR-AMOUNT-EDIT TO WS-CUR-VALUE
                   END-IF
               WHEN "PAY GRADE"
                   MOVE EMP-PAY-GRADE TO WS-CUR-VALUE
               WHEN OTHER
                   MOVE WS-CUR-OLD TO WS-CUR-VALUE
           END-EVALUATE.


      * the new value back into the field. Digit fields are copied
      * byte for byte so a blank one stays blank; an edited amount
      * is read back through NUMVAL-C, and a zero never overwrites
      * an amount the master holds blank. A bank account comes from
      * the restore value, since the printed one is masked; a
      * routing or account change restarts the prenote cycle the
      * way the release does.
       APPLY-REPLAY-FIELD.
           MOVE ZERO TO WS-CUR-AMOUNT
           IF WS-CUR-NEW NOT = SPACES
               COMPUTE WS-CUR-AMOUNT = FUNCTION NUMVAL-C(WS-CUR-NEW)
                   ON SIZE ERROR MOVE ZERO TO WS-CUR-AMOUNT
               END-COMPUTE
           END-IF
           EVALUATE WS-CUR-FIELD
               WHEN "NAME"
                   MOVE WS-CUR-NEW TO EMP-NAME
               WHEN "RATE"
                   MOVE WS-CUR-NEW(1:3) TO EMP-RATE(1:3)
               WHEN "DEPT"
                   MOVE WS-CUR-NEW TO EMP-DEPT-CODE
               WHEN "GL ACCOUNT"
                   MOVE WS-CUR-NEW TO EMP-GL-ACCOUNT
               WHEN "BANK ROUTING"
                   MOVE WS-CUR-NEW TO EMP-BANK-ROUTING
                   PERFORM RESTART-REPLAY-PRENOTE
               WHEN "BANK ACCOUNT"
                   IF WS-CUR-NEW NOT = SPACES
                       AND WS-CUR-RESTORE = SPACES
                       MOVE "ACCOUNT NOT ON FILE" TO WS-CUR-NOTE
                   ELSE
                       MOVE WS-CUR-RESTORE TO EMP-BANK-ACCOUNT
                       PERFORM RESTART-REPLAY-PRENOTE
                   END-IF
               WHEN "PAY CLASS"
                   MOVE WS-CUR-NEW TO EMP-PAY-CLASS
               WHEN "SALARY"
                   IF EMP-ANNUAL-SALARY NUMERIC
                       OR WS-CUR-AMOUNT NOT = ZERO
                       MOVE WS-CUR-AMOUNT TO EMP-ANNUAL-SALARY
                   END-IF
               WHEN "WORK STATE"
                   MOVE WS-CUR-NEW TO EMP-WORK-STATE
               WHEN "PAY GROUP"
                   MOVE WS-CUR-NEW TO EMP-PAY-GROUP
               WHEN "HIRE DATE"
                   MOVE WS-CUR-NEW TO EMP-HIRE-DATE
               WHEN "TERM DATE"
                   MOVE WS-CUR-NEW TO EMP-TERM-DATE
               WHEN "LOCATION"
                   MOVE WS-CUR-NEW TO EMP-LOCATION
               WHEN "REASON"
                   MOVE WS-CUR-NEW TO EMP-REASON(1:20)
                   MOVE WS-CUR-RESTORE(1:10) TO EMP-REASON(21:10)
               WHEN "COMM BASE"
                   IF EMP-COMM-BASE NUMERIC
                       OR WS-CUR-AMOUNT NOT = ZERO
                       MOVE WS-CUR-AMOUNT TO EMP-COMM-BASE
                   END-IF
               WHEN "COMP CLASS"
                   MOVE WS-CUR-NEW TO EMP-COMP-CLASS
               WHEN "LOCALITY"
                   MOVE WS-CUR-NEW TO EMP-LOCALITY
               WHEN "COMPANY"
                   MOVE WS-CUR-NEW TO EMP-COMPANY-CODE
               WHEN "UNION CODE"
                   MOVE WS-CUR-NEW TO EMP-UNION-CODE
               WHEN "UNION CLASS"
                   MOVE WS-CUR-NEW TO EMP-UNION-CLASS
               WHEN "UNION STEP"
                   MOVE WS-CUR-NEW(1:2) TO EMP-UNION-STEP(1:2)
               WHEN "W4 STATUS"
                   MOVE WS-CUR-NEW TO EMP-W4-FILING-STATUS
               WHEN "W4 EXEMPT"
                   MOVE WS-CUR-NEW TO EMP-W4-EXEMPT
               WHEN "W4 DEP CRED"
                   MOVE WS-CUR-NEW(1:5) TO EMP-W4-DEP-CREDIT(1:5)
               WHEN "W4 OTHER INC"
                   MOVE WS-CUR-NEW(1:5) TO EMP-W4-OTHER-INCOME(1:5)
               WHEN "W4 DEDUCTNS"
                   MOVE WS-CUR-NEW(1:5) TO EMP-W4-DEDUCTIONS(1:5)
               WHEN "W4 EXTRA WH"
                   IF EMP-W4-EXTRA-WH NUMERIC
                       OR WS-CUR-AMOUNT NOT = ZERO
                       MOVE WS-CUR-AMOUNT TO EMP-W4-EXTRA-WH
                   END-IF
               WHEN "POSITION"
                   MOVE WS-CUR-NEW TO EMP-POSITION
               WHEN "FTE"
                   IF WS-CUR-NEW = SPACES
                       MOVE SPACES TO EMP-FTE(1:3)
                   ELSE
                       MOVE WS-CUR-AMOUNT TO EMP-FTE
                   END-IF
               WHEN "PAY GRADE"
                   MOVE WS-CUR-NEW TO EMP-PAY-GRADE
               WHEN OTHER
                   MOVE "FIELD NOT REPLAYABLE" TO WS-CUR-NOTE
           END-EVALUATE.


       RESTART-REPLAY-PRENOTE.
           IF EMP-BANK-ROUTING = SPACES
               MOVE SPACE TO EMP-PRENOTE-STATUS
           ELSE
               MOVE "N" TO EMP-PRENOTE-STATUS
           END-IF
           MOVE SPACES TO EMP-PRENOTE-DATE.


      * the rebuilt master measured the way BKUPCMP measures the
      * live one
       MEASURE-RECOVERED-MASTER.
           MOVE ZERO TO WS-RECORD-COUNT WS-KEY-HASH WS-IMAGE-HASH
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF NOT WS-EMP-FILE-OK
               MOVE WS-EMP-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to reopen EMPLOYEE-MASTER-FILE to measure"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EMP-FILE-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET WS-EMP-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE EMP-ID TO WS-WORK-KEY
                       PERFORM ADD-KEY-TO-HASH
                       MOVE SPACES TO WS-BACKUP-IMAGE
                       MOVE EMP-MASTER-RECORD TO WS-BACKUP-IMAGE
                       PERFORM ADD-IMAGE-TO-HASH
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.


       ADD-IMAGE-TO-HASH.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 212
               COMPUTE WS-IMAGE-HASH = FUNCTION MOD(WS-IMAGE-HASH
                   + (FUNCTION ORD(WS-BACKUP-IMAGE(WS-HASH-POS:1))
                      * WS-HASH-POS), 1000000000000)
           END-PERFORM.


       PRINT-RECOVERY-HEADING.
           MOVE "FORWARD RECOVERY OF EMPMAST FROM EMPBKUP"
               TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           MOVE SPACES TO RECOVERY-REPORT-REC
           IF BKC-RECOVERY-POINT = SPACES
               STRING "BACKUP TAKEN " WS-TRAILER-TS
                   "   REPLAYED THROUGH END OF HISTORY"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-REC
               END-STRING
           ELSE
               STRING "BACKUP TAKEN " WS-TRAILER-TS
                   "   RECOVERY POINT " WS-RECOVERY-POINT
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-REC
               END-STRING
           END-IF
           WRITE RECOVERY-REPORT-REC
           MOVE SPACES TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           MOVE "ACTION    EMP ID  TIMESTAMP       FIELD        VALUE"
               TO RECOVERY-REPORT-REC
           MOVE "NOTE" TO RECOVERY-REPORT-REC(70:4)
           WRITE RECOVERY-REPORT-REC.


       WRITE-RECOVERY-DETAIL.
           MOVE WS-CUR-EMP-ID TO RDL-EMP-ID
           MOVE WS-CUR-TS     TO RDL-TIMESTAMP
           MOVE WS-CUR-FIELD  TO RDL-FIELD
           MOVE RECOVERY-DETAIL-LINE TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC.


      ******************************************************************
      * The reconciliation: every change in the window is accounted
      * for as replayed, personal data, or not applied; and the
      * rebuilt master is set beside the last state BKUPCMP saw for
      * this same backup. With no change between that state and the
      * recovery point, count and both hashes must agree.
      ******************************************************************
       PRINT-RECOVERY-RECONCILIATION.
           MOVE ZERO TO WS-UNRECONCILED
           MOVE SPACES TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           MOVE "CHANGE COUNT" TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           MOVE "CHANGES SINCE THE BACKUP, TO THE RECOVERY POINT"
               TO RCL-LABEL
           MOVE WS-WINDOW-COUNT TO RCL-VALUE
           PERFORM WRITE-RECOVERY-COUNT
           MOVE "  REPLAYED ONTO EMPMAST" TO RCL-LABEL
           MOVE WS-REPLAY-COUNT TO RCL-VALUE
           PERFORM WRITE-RECOVERY-COUNT
           MOVE "    OF WHICH RETENTION PURGES RE-APPLIED"
               TO RCL-LABEL
           MOVE WS-RCV-RET-COUNT TO RCL-VALUE
           PERFORM WRITE-RECOVERY-COUNT
           MOVE "  PERSONAL DATA (EMPPERS, NOT RELOADED)" TO RCL-LABEL
           MOVE WS-PERS-COUNT TO RCL-VALUE
           PERFORM WRITE-RECOVERY-COUNT
           MOVE "  NOT APPLIED" TO RCL-LABEL
           MOVE WS-UNAPPLIED-COUNT TO RCL-VALUE
           PERFORM WRITE-RECOVERY-COUNT
           MOVE "  APPLIED OUT OF STEP WITH THE HISTORY" TO RCL-LABEL
           MOVE WS-OUT-OF-STEP-COUNT TO RCL-VALUE
           PERFORM WRITE-RECOVERY-COUNT
           MOVE "CHANGES PAST THE RECOVERY POINT, NOT REPLAYED"
               TO RCL-LABEL
           MOVE WS-BEYOND-COUNT TO RCL-VALUE
           PERFORM WRITE-RECOVERY-COUNT
           COMPUTE WS-RCV-ACCOUNTED = WS-REPLAY-COUNT + WS-PERS-COUNT
               + WS-UNAPPLIED-COUNT
           IF WS-RCV-ACCOUNTED = WS-WINDOW-COUNT
               MOVE "CHANGE COUNT AGREES" TO RECOVERY-REPORT-REC
           ELSE
               ADD 1 TO WS-UNRECONCILED
               MOVE "*** CHANGE COUNT DOES NOT AGREE ***"
                   TO RECOVERY-REPORT-REC
           END-IF
           WRITE RECOVERY-REPORT-REC
           IF WS-UNAPPLIED-COUNT > ZERO
               ADD 1 TO WS-UNRECONCILED
           END-IF
           IF WS-OUT-OF-STEP-COUNT > ZERO
               ADD 1 TO WS-UNRECONCILED
           END-IF

           MOVE SPACES TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           MOVE SPACES TO RECOVERY-REPORT-REC
           STRING "MASTER STATE     RECOVERED  vs  BKUPCMP "
               WS-STATE-RUN-TS
               DELIMITED BY SIZE INTO RECOVERY-REPORT-REC
           END-STRING
           WRITE RECOVERY-REPORT-REC
           IF NOT WS-STATE-FOUND
               ADD 1 TO WS-UNRECONCILED
               IF WS-STATE-OTHER-BACKUP
                   MOVE "*** BKUPCMP STATE IS FROM ANOTHER BACKUP --"
                       TO RECOVERY-REPORT-REC
               ELSE
                   MOVE "*** NO BKUPCMP STATE ON FILE --"
                       TO RECOVERY-REPORT-REC
               END-IF
               MOVE "MASTER NOT RECONCILED ***"
                   TO RECOVERY-REPORT-REC(46:25)
               WRITE RECOVERY-REPORT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE "RECORDS" TO RCL-LABEL
           MOVE WS-RECORD-COUNT TO RCL-VALUE
           MOVE WS-STATE-COUNT TO RCL-OTHER
           PERFORM WRITE-RECOVERY-COUNT
           MOVE "KEY HASH" TO RCL-LABEL
           MOVE WS-KEY-HASH TO RCL-VALUE
           MOVE WS-STATE-KEY-HASH TO RCL-OTHER
           PERFORM WRITE-RECOVERY-COUNT
           MOVE "IMAGE HASH" TO RCL-LABEL
           MOVE WS-IMAGE-HASH TO RCL-VALUE
           MOVE WS-STATE-IMAGE-HASH TO RCL-OTHER
           PERFORM WRITE-RECOVERY-COUNT
           MOVE "ADDS SINCE THE BACKUP" TO RCL-LABEL
           MOVE WS-RCV-ADD-COUNT TO RCL-VALUE
           MOVE WS-STATE-ADDS TO RCL-OTHER
           PERFORM WRITE-RECOVERY-COUNT
           MOVE "DELETES SINCE THE BACKUP" TO RCL-LABEL
           MOVE WS-RCV-DEL-COUNT TO RCL-VALUE
           MOVE WS-STATE-DELETES TO RCL-OTHER
           PERFORM WRITE-RECOVERY-COUNT

           MOVE SPACES TO RECOVERY-REPORT-REC
           EVALUATE TRUE
               WHEN WS-STATE-GAP > ZERO
                   STRING WS-STATE-GAP " CHANGE(S) LIE BETWEEN THE"
                       " BKUPCMP STATE AND THE RECOVERY POINT --"
                       " NOT COMPARABLE"
                       DELIMITED BY SIZE INTO RECOVERY-REPORT-REC
                   END-STRING
               WHEN WS-RECORD-COUNT = WS-STATE-COUNT
                   AND WS-KEY-HASH = WS-STATE-KEY-HASH
                   AND WS-IMAGE-HASH = WS-STATE-IMAGE-HASH
                   MOVE "RECOVERED MASTER MATCHES THE LAST KNOWN STATE"
                       TO RECOVERY-REPORT-REC
               WHEN OTHER
                   ADD 1 TO WS-UNRECONCILED
                   MOVE "*** RECOVERED MASTER DIFFERS FROM THE LAST"
                       TO RECOVERY-REPORT-REC
                   MOVE "KNOWN STATE -- RUN BKUPCMP FOR THE FIELDS ***"
                       TO RECOVERY-REPORT-REC(44:46)
           END-EVALUATE
           WRITE RECOVERY-REPORT-REC.


       WRITE-RECOVERY-COUNT.
           MOVE RECOVERY-COUNT-LINE TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           MOVE SPACES TO RECOVERY-COUNT-LINE.


       END PROGRAM FILEBKUP.
