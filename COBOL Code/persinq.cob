      ******************************************************************
      * Personal-data inquiry, in the CHGINQ style. Lists the
      * personal-data master (EMPPERS) -- legal name, home address,
      * birth date -- for one employee or for all. Viewing is as
      * controlled as changing: the operator must hold the PERSDATA
      * action before the master opens, and every run is stamped
      * to SYSAUDIT.TXT with the operator who asked. The SSN prints
      * masked to its last four digits like every other listing.
      * The filter comes from PERSINQC.TXT:
      *     PIQ-EMP-ID      employee to list (spaces = all)
      * The report goes to PERSINQ.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAL-DATA-FILE ASSIGN TO "EMPPERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT INQUIRY-CONFIG-FILE ASSIGN TO "PERSINQC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO "PERSINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SYSTEM-AUDIT-FILE ASSIGN TO "SYSAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSAUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAL-DATA-FILE.
           COPY PERSREC.

       FD  INQUIRY-CONFIG-FILE.
       01  INQUIRY-CONFIG-RECORD.
           05  PIQ-EMP-ID      PIC X(6).

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-REC  PIC X(100).

       FD  SYSTEM-AUDIT-FILE.
           COPY SYSAUDIT.

       WORKING-STORAGE SECTION.

       77  WS-PER-FILE-STATUS PIC XX.
           88  WS-PER-FILE-OK        VALUE "00".
           88  WS-PER-FILE-EOF       VALUE "10".

       77  WS-CFG-FILE-STATUS PIC XX.
           88  WS-CFG-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

       77  WS-SYSAUD-FILE-STATUS PIC XX.
           88  WS-SYSAUD-FILE-OK     VALUE "00".

       77  WS-FILTER-EMP-ID   PIC X(6)  VALUE SPACES.
       77  WS-LISTED-COUNT    PIC 9(5) VALUE ZERO.

       01  INQUIRY-NAME-LINE.
           05  INL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  INL-SSN         PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  INL-LAST        PIC X(20).
           05  FILLER          PIC X     VALUE SPACE.
           05  INL-FIRST       PIC X(15).
           05  FILLER          PIC X     VALUE SPACE.
           05  INL-MIDDLE      PIC X(15).
           05  FILLER          PIC X     VALUE SPACE.
           05  INL-SUFFIX      PIC X(4).
           05  FILLER          PIC X(6)  VALUE "  DOB ".
           05  INL-BIRTH-DATE  PIC X(8).

       01  INQUIRY-ADDRESS-LINE.
           05  FILLER          PIC X(17) VALUE SPACES.
           05  IAL-ADDRESS-1   PIC X(30).
           05  FILLER          PIC X     VALUE SPACE.
           05  IAL-ADDRESS-2   PIC X(30).

       01  INQUIRY-CITY-LINE.
           05  FILLER          PIC X(17) VALUE SPACES.
           05  ICL-CITY        PIC X(20).
           05  FILLER          PIC X     VALUE SPACE.
           05  ICL-STATE       PIC X(2).
           05  FILLER          PIC X     VALUE SPACE.
           05  ICL-ZIP         PIC X(9).
           05  FILLER          PIC X(11) VALUE "  CHANGED ".
           05  ICL-CHANGED     PIC X(8).

       01  INQUIRY-TOTAL-LINE.
           05  FILLER          PIC X(17) VALUE "EMPLOYEES LISTED:".
           05  ITL-LISTED      PIC ZZZZ9.

       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUDCHREQ.
       COPY AUTHREQ.
       COPY MASKREQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "PERSINQ " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE

      *    personal data is not opened at all for an operator
      *    without the PERSDATA action
           MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
           MOVE "PERSDATA" TO AUT-ACTION
           CALL "AUTHCHK" USING AUTH-REQUEST
               ON EXCEPTION MOVE "00" TO AUT-STATUS
           END-CALL
           IF AUT-REFUSED
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Operator not authorized for personal data"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           OPEN INPUT INQUIRY-CONFIG-FILE
           IF WS-CFG-FILE-OK
               READ INQUIRY-CONFIG-FILE
                   NOT AT END
                       MOVE PIQ-EMP-ID TO WS-FILTER-EMP-ID
               END-READ
               CLOSE INQUIRY-CONFIG-FILE
           ELSE
               DISPLAY "No PERSINQC.TXT -- every employee prints."
           END-IF

           OPEN INPUT PERSONAL-DATA-FILE
           IF NOT WS-PER-FILE-OK
               MOVE WS-PER-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open PERSONAL-DATA-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           OPEN OUTPUT INQUIRY-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open INQUIRY-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE PERSONAL-DATA-FILE
               GOBACK
           END-IF

           MOVE "EMPLOYEE PERSONAL DATA -- CONFIDENTIAL"
               TO INQUIRY-REPORT-REC
           WRITE INQUIRY-REPORT-REC

           IF WS-FILTER-EMP-ID NOT = SPACES
               MOVE WS-FILTER-EMP-ID TO PER-EMP-ID
               READ PERSONAL-DATA-FILE
                   INVALID KEY
                       DISPLAY "No personal data on file for "
                           WS-FILTER-EMP-ID
                   NOT INVALID KEY
                       PERFORM WRITE-ONE-PERSON
               END-READ
           ELSE
               MOVE LOW-VALUES TO PER-EMP-ID
               START PERSONAL-DATA-FILE KEY NOT < PER-EMP-ID
                   INVALID KEY SET WS-PER-FILE-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-PER-FILE-EOF
                   READ PERSONAL-DATA-FILE NEXT
                       AT END SET WS-PER-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM WRITE-ONE-PERSON
                   END-READ
               END-PERFORM
           END-IF

           MOVE WS-LISTED-COUNT TO ITL-LISTED
           MOVE INQUIRY-TOTAL-LINE TO INQUIRY-REPORT-REC
           WRITE INQUIRY-REPORT-REC

           CLOSE PERSONAL-DATA-FILE
           CLOSE INQUIRY-REPORT-FILE
           PERFORM WRITE-RUN-AUDIT-RECORD
           DISPLAY "PERSINQ listed " WS-LISTED-COUNT " employees."
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "PERSINQ" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


       WRITE-ONE-PERSON.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO INQUIRY-NAME-LINE
           MOVE PER-EMP-ID      TO INL-EMP-ID
           MOVE PER-SSN         TO MSK-ACCOUNT
           CALL "MASKACCT" USING MASK-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE MSK-ACCOUNT     TO INL-SSN
           MOVE PER-LAST-NAME   TO INL-LAST
           MOVE PER-FIRST-NAME  TO INL-FIRST
           MOVE PER-MIDDLE-NAME TO INL-MIDDLE
           MOVE PER-NAME-SUFFIX TO INL-SUFFIX
           MOVE PER-BIRTH-DATE  TO INL-BIRTH-DATE
           MOVE INQUIRY-NAME-LINE TO INQUIRY-REPORT-REC
           WRITE INQUIRY-REPORT-REC

           MOVE SPACES TO INQUIRY-ADDRESS-LINE
           MOVE PER-ADDRESS-1   TO IAL-ADDRESS-1
           MOVE PER-ADDRESS-2   TO IAL-ADDRESS-2
           MOVE INQUIRY-ADDRESS-LINE TO INQUIRY-REPORT-REC
           WRITE INQUIRY-REPORT-REC

           MOVE SPACES TO INQUIRY-CITY-LINE
           MOVE PER-CITY        TO ICL-CITY
           MOVE PER-STATE       TO ICL-STATE
           MOVE PER-ZIP         TO ICL-ZIP
           MOVE PER-LAST-CHANGED TO ICL-CHANGED
           MOVE INQUIRY-CITY-LINE TO INQUIRY-REPORT-REC
           WRITE INQUIRY-REPORT-REC.


      * who looked at personal data, and when, goes on the
      * permanent audit trail
       WRITE-RUN-AUDIT-RECORD.
           OPEN EXTEND SYSTEM-AUDIT-FILE
           IF NOT WS-SYSAUD-FILE-OK
               OPEN OUTPUT SYSTEM-AUDIT-FILE
           END-IF
           IF WS-SYSAUD-FILE-OK
               MOVE SPACES TO SYS-AUDIT-RECORD
               MOVE "PERSINQ" TO SYSAUD-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE(1:15) TO SYSAUD-TIMESTAMP
               MOVE SPACES TO SYSAUD-KEY-INPUT
               STRING "PERS VIEW " WS-FILTER-EMP-ID " "
                   SGN-OPERATOR-ID(1:10)
                   DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
               END-STRING
               MOVE SPACES TO SYSAUD-KEY-RESULT
               MOVE WS-LISTED-COUNT TO SYSAUD-KEY-RESULT(1:5)
               MOVE "S" TO ACH-ACTION
               MOVE RETURN-CODE TO ACH-RETURN-CODE
               CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
                   SYS-AUDIT-RECORD
                   ON EXCEPTION CONTINUE
               END-CALL
               WRITE SYS-AUDIT-RECORD
               CLOSE SYSTEM-AUDIT-FILE
           END-IF.

       END PROGRAM PERSINQ.
