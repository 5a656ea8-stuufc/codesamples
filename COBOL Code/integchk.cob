      * tie to nobody. Every side file is swept against the masters
      * it depends on:
      *   YTDMAST      -> EMPMAST
      *   DEDENROL     -> EMPMAST and DEDMAST.TXT
      *   DEPALLOC.TXT -> EMPMAST
      *   LABRSPLT.TXT -> EMPMAST
      *   PAYHIST      -> EMPMAST
      *   LEAVEMST, EMPPERS, YTDSTATE          -> EMPMAST
      *   DEDARRS.TXT, LOANLEDG.TXT, GARNCASE.TXT -> EMPMAST
      * Exceptions print to INTEGCHK.RPT by file with counts; any
      * orphan ends the job with RETURN-CODE 4 so the weekly chain
      * summary shows the housekeeping owed.
      *
      * The scheduler runs this straight after the EMPRET retention
      * purge. An employee EMPRET purged keeps only a cut-down
      * master (status "P") for the history reprints; anything else
      * still on file for one -- other than PAYHIST, kept on purpose
      * -- is a purge that did not finish, and ends the job with
      * RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDM-FILE-STATUS.

           SELECT DEDUCTION-ENROLLMENT-FILE ASSIGN TO "DEDENROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-DEDE-FILE-STATUS.

           SELECT DEPOSIT-ALLOCATION-FILE ASSIGN TO "DEPALLOC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLIT-FILE-STATUS.

           SELECT LEAVE-MASTER-FILE ASSIGN TO "LEAVEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LVE-EMP-ID
               FILE STATUS IS WS-LVE-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "EMPPERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT STATE-YTD-FILE ASSIGN TO "YTDSTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STY-KEY
               FILE STATUS IS WS-STY-FILE-STATUS.

      * the balance side files, one at a time, named from the table
           SELECT BALANCE-SIDE-FILE ASSIGN TO WS-SIDE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           05  LS-EMP-ID       PIC X(6).
           05  FILLER          PIC X(15).

       FD  LEAVE-MASTER-FILE.
           COPY LEAVEREC.

       FD  PERSONAL-DATA-FILE.
           COPY PERSREC.

       FD  STATE-YTD-FILE.
           COPY STATEYTD.

       FD  BALANCE-SIDE-FILE.
       01  BALANCE-SIDE-RECORD.
           05  BSF-EMP-ID      PIC X(6).
           05  BSF-DETAIL      PIC X(144).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-REC PIC X(80).

           88  WS-SPLIT-FILE-OK      VALUE "00".
           88  WS-SPLIT-FILE-EOF     VALUE "10".

       77  WS-LVE-FILE-STATUS PIC XX.
           88  WS-LVE-FILE-OK        VALUE "00".
           88  WS-LVE-FILE-EOF       VALUE "10".

       77  WS-PER-FILE-STATUS PIC XX.
           88  WS-PER-FILE-OK        VALUE "00".
           88  WS-PER-FILE-EOF       VALUE "10".

       77  WS-STY-FILE-STATUS PIC XX.
           88  WS-STY-FILE-OK        VALUE "00".
           88  WS-STY-FILE-EOF       VALUE "10".

       77  WS-SIDE-FILE-STATUS PIC XX.
           88  WS-SIDE-FILE-OK       VALUE "00".
           88  WS-SIDE-FILE-EOF      VALUE "10".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-MASTER-FOUND-FLAG PIC X VALUE "N".
           88  WS-MASTER-FOUND       VALUE "Y".
       77  WS-MASTER-PURGED-FLAG PIC X VALUE "N".
           88  WS-MASTER-PURGED      VALUE "Y".

      * the balance side files, each keyed by employee in 1-6:
      * name and the tag an orphan prints under
       01  WS-SIDE-FILE-VALUES.
           05  FILLER PIC X(39)
               VALUE "DEDARRS.TXT  ARREARS WITHOUT MASTER:   ".
           05  FILLER PIC X(39)
               VALUE "LOANLEDG.TXT LOAN WITHOUT MASTER:      ".
           05  FILLER PIC X(39)
               VALUE "GARNCASE.TXT GARNISHMENT NO MASTER:    ".
       01  WS-SIDE-FILE-TABLE REDEFINES WS-SIDE-FILE-VALUES.
           05  WS-SDF-ENTRY OCCURS 3 TIMES
                               INDEXED BY WS-SDF-IDX.
               10  WS-SDF-NAME         PIC X(13).
               10  WS-SDF-TAG          PIC X(26).
       01  WS-SIDE-ORPHAN-COUNTS.
           05  WS-SDF-ORPHANS OCCURS 3 TIMES PIC 9(5).
       77  WS-SIDE-FILE-NAME  PIC X(13) VALUE SPACES.

      * the deduction codes on the master, for the enrollment check
       77  WS-DEDM-COUNT PIC 99 VALUE ZERO.
       77  WS-ALLOC-ORPHANS   PIC 9(5) VALUE ZERO.
       77  WS-SPLIT-ORPHANS   PIC 9(5) VALUE ZERO.
       77  WS-HIST-ORPHANS    PIC 9(5) VALUE ZERO.
       77  WS-LVE-ORPHANS     PIC 9(5) VALUE ZERO.
       77  WS-PER-ORPHANS     PIC 9(5) VALUE ZERO.
       77  WS-STY-ORPHANS     PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ORPHANS   PIC 9(6) VALUE ZERO.
       77  WS-PURGED-REFS     PIC 9(5) VALUE ZERO.

       01  INTEGRITY-DETAIL-LINE.
           05  IDL-TAG         PIC X(26).
           PERFORM SWEEP-ALLOCATIONS
           PERFORM SWEEP-LABOR-SPLITS
           PERFORM SWEEP-PAY-HISTORY
           PERFORM SWEEP-LEAVE-MASTER
           PERFORM SWEEP-PERSONAL-DATA
           PERFORM SWEEP-STATE-YTD
           MOVE ZERO TO WS-SIDE-ORPHAN-COUNTS
           PERFORM VARYING WS-SDF-IDX FROM 1 BY 1
               UNTIL WS-SDF-IDX > 3
               PERFORM SWEEP-BALANCE-SIDE-FILE
           END-PERFORM
           PERFORM WRITE-COUNT-SUMMARY

           CLOSE EMPLOYEE-MASTER-FILE
           COMPUTE WS-TOTAL-ORPHANS = WS-YTD-ORPHANS
               + WS-ENROLL-ORPHANS + WS-ENROLL-BAD-CODE
               + WS-ALLOC-ORPHANS + WS-SPLIT-ORPHANS
               + WS-HIST-ORPHANS + WS-LVE-ORPHANS
               + WS-PER-ORPHANS + WS-STY-ORPHANS
               + WS-SDF-ORPHANS(1) + WS-SDF-ORPHANS(2)
               + WS-SDF-ORPHANS(3)
           DISPLAY "INTEGCHK orphans found: " WS-TOTAL-ORPHANS
           IF WS-TOTAL-ORPHANS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PURGED-REFS > ZERO
               MOVE ZERO TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING WS-PURGED-REFS
                   " record(s) still reference a purged employee"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-STRING
               PERFORM REPORT-COMMON-ERROR
           END-IF
           GOBACK.




       CHECK-MASTER-KEY.
           MOVE "N" TO WS-MASTER-FOUND-FLAG WS-MASTER-PURGED-FLAG
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
                   IF EMP-STATUS-PURGED
                       SET WS-MASTER-PURGED TO TRUE
                   END-IF
           END-READ.


      * IDL-KEY is set by the caller; the master is there, but the
      * retention purge should have taken this record with it
       NOTE-PURGED-REFERENCE.
           ADD 1 TO WS-PURGED-REFS
           MOVE "REFERENCES PURGED EMPLOYEE" TO IDL-TAG
           MOVE INTEGRITY-DETAIL-LINE TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC.


       LOAD-DEDUCTION-CODES.
           MOVE ZERO TO WS-DEDM-COUNT
           OPEN INPUT DEDUCTION-MASTER-FILE
                               TO INTEGRITY-REPORT-REC
                           WRITE INTEGRITY-REPORT-REC
                       END-IF
                       IF WS-MASTER-PURGED
                           MOVE SPACES TO IDL-KEY
                           STRING "YTDMAST " YTD-EMP-ID
                               DELIMITED BY SIZE INTO IDL-KEY
                           END-STRING
                           PERFORM NOTE-PURGED-REFERENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-MASTER-FILE.
               MOVE INTEGRITY-DETAIL-LINE TO INTEGRITY-REPORT-REC
               WRITE INTEGRITY-REPORT-REC
           END-IF
           IF WS-MASTER-PURGED
               MOVE SPACES TO IDL-KEY
               STRING "DEDENROL " ENR-EMP-ID
                   DELIMITED BY SIZE INTO IDL-KEY
               END-STRING
               PERFORM NOTE-PURGED-REFERENCE
           END-IF

           SET WS-DEDM-IDX TO 1
           PERFORM UNTIL WS-DEDM-IDX > WS-DEDM-COUNT
                               TO INTEGRITY-REPORT-REC
                           WRITE INTEGRITY-REPORT-REC
                       END-IF
                       IF WS-MASTER-PURGED
                           MOVE SPACES TO IDL-KEY
                           STRING "DEPALLOC " DA-EMP-ID
                               DELIMITED BY SIZE INTO IDL-KEY
                           END-STRING
                           PERFORM NOTE-PURGED-REFERENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-ALLOCATION-FILE.
                               TO INTEGRITY-REPORT-REC
                           WRITE INTEGRITY-REPORT-REC
                       END-IF
                       IF WS-MASTER-PURGED
                           MOVE SPACES TO IDL-KEY
                           STRING "LABRSPLT " LS-EMP-ID
                               DELIMITED BY SIZE INTO IDL-KEY
                           END-STRING
                           PERFORM NOTE-PURGED-REFERENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LABOR-SPLIT-FILE.
           CLOSE PAY-HISTORY-FILE.


       SWEEP-LEAVE-MASTER.
           OPEN INPUT LEAVE-MASTER-FILE
           IF NOT WS-LVE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LVE-FILE-EOF
               READ LEAVE-MASTER-FILE
                   AT END SET WS-LVE-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE LVE-EMP-ID TO EMP-ID
                       PERFORM CHECK-MASTER-KEY
                       IF NOT WS-MASTER-FOUND
                           ADD 1 TO WS-LVE-ORPHANS
                           MOVE "LEAVE WITHOUT MASTER:     "
                               TO IDL-TAG
                           MOVE LVE-EMP-ID TO IDL-KEY
                           MOVE INTEGRITY-DETAIL-LINE
                               TO INTEGRITY-REPORT-REC
                           WRITE INTEGRITY-REPORT-REC
                       END-IF
                       IF WS-MASTER-PURGED
                           MOVE SPACES TO IDL-KEY
                           STRING "LEAVEMST " LVE-EMP-ID
                               DELIMITED BY SIZE INTO IDL-KEY
                           END-STRING
                           PERFORM NOTE-PURGED-REFERENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-MASTER-FILE.


       SWEEP-PERSONAL-DATA.
           OPEN INPUT PERSONAL-DATA-FILE
           IF NOT WS-PER-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PER-FILE-EOF
               READ PERSONAL-DATA-FILE
                   AT END SET WS-PER-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE PER-EMP-ID TO EMP-ID
                       PERFORM CHECK-MASTER-KEY
                       IF NOT WS-MASTER-FOUND
                           ADD 1 TO WS-PER-ORPHANS
                           MOVE "PERSONAL DATA NO MASTER:  "
                               TO IDL-TAG
                           MOVE PER-EMP-ID TO IDL-KEY
                           MOVE INTEGRITY-DETAIL-LINE
                               TO INTEGRITY-REPORT-REC
                           WRITE INTEGRITY-REPORT-REC
                       END-IF
                       IF WS-MASTER-PURGED
                           MOVE SPACES TO IDL-KEY
                           STRING "EMPPERS " PER-EMP-ID
                               DELIMITED BY SIZE INTO IDL-KEY
                           END-STRING
                           PERFORM NOTE-PURGED-REFERENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSONAL-DATA-FILE.


       SWEEP-STATE-YTD.
           OPEN INPUT STATE-YTD-FILE
           IF NOT WS-STY-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STY-FILE-EOF
               READ STATE-YTD-FILE
                   AT END SET WS-STY-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE STY-EMP-ID TO EMP-ID
                       PERFORM CHECK-MASTER-KEY
                       IF NOT WS-MASTER-FOUND
                           ADD 1 TO WS-STY-ORPHANS
                           MOVE "STATE YTD WITHOUT MASTER: "
                               TO IDL-TAG
                           MOVE SPACES TO IDL-KEY
                           STRING STY-EMP-ID "/" STY-STATE
                               DELIMITED BY SIZE INTO IDL-KEY
                           END-STRING
                           MOVE INTEGRITY-DETAIL-LINE
                               TO INTEGRITY-REPORT-REC
                           WRITE INTEGRITY-REPORT-REC
                       END-IF
                       IF WS-MASTER-PURGED
                           MOVE SPACES TO IDL-KEY
                           STRING "YTDSTATE " STY-EMP-ID
                               DELIMITED BY SIZE INTO IDL-KEY
                           END-STRING
                           PERFORM NOTE-PURGED-REFERENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-YTD-FILE.


       SWEEP-BALANCE-SIDE-FILE.
           MOVE WS-SDF-NAME(WS-SDF-IDX) TO WS-SIDE-FILE-NAME
           OPEN INPUT BALANCE-SIDE-FILE
           IF NOT WS-SIDE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SIDE-FILE-EOF
               READ BALANCE-SIDE-FILE
                   AT END SET WS-SIDE-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE BSF-EMP-ID TO EMP-ID
                       PERFORM CHECK-MASTER-KEY
                       IF NOT WS-MASTER-FOUND
                           ADD 1 TO WS-SDF-ORPHANS(WS-SDF-IDX)
                           MOVE WS-SDF-TAG(WS-SDF-IDX) TO IDL-TAG
                           MOVE BSF-EMP-ID TO IDL-KEY
                           MOVE INTEGRITY-DETAIL-LINE
                               TO INTEGRITY-REPORT-REC
                           WRITE INTEGRITY-REPORT-REC
                       END-IF
                       IF WS-MASTER-PURGED
                           MOVE SPACES TO IDL-KEY
                           STRING WS-SIDE-FILE-NAME DELIMITED BY "."
                               " " BSF-EMP-ID
                               DELIMITED BY SIZE INTO IDL-KEY
                           END-STRING
                           PERFORM NOTE-PURGED-REFERENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-SIDE-FILE.


       WRITE-COUNT-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE "PAYHIST" TO ICL-FILE
           MOVE WS-HIST-ORPHANS TO ICL-COUNT
           MOVE INTEGRITY-COUNT-LINE TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE "LEAVEMST" TO ICL-FILE
           MOVE WS-LVE-ORPHANS TO ICL-COUNT
           MOVE INTEGRITY-COUNT-LINE TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE "EMPPERS" TO ICL-FILE
           MOVE WS-PER-ORPHANS TO ICL-COUNT
           MOVE INTEGRITY-COUNT-LINE TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE "YTDSTATE" TO ICL-FILE
           MOVE WS-STY-ORPHANS TO ICL-COUNT
           MOVE INTEGRITY-COUNT-LINE TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           PERFORM VARYING WS-SDF-IDX FROM 1 BY 1
               UNTIL WS-SDF-IDX > 3
               MOVE WS-SDF-NAME(WS-SDF-IDX) TO ICL-FILE
               MOVE WS-SDF-ORPHANS(WS-SDF-IDX) TO ICL-COUNT
               MOVE INTEGRITY-COUNT-LINE TO INTEGRITY-REPORT-REC
               WRITE INTEGRITY-REPORT-REC
           END-PERFORM
           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING "PURGED EMPLOYEE REFERENCES: " WS-PURGED-REFS
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
           END-STRING
           WRITE INTEGRITY-REPORT-REC.

       END PROGRAM INTEGCHK.
