      ******************************************************************
      * Monthly employee loan ledger report, scheduled at month end
      * after the payroll step. Lists every open loan and advance on
      * LOANLEDG.TXT with the employee, the original amount, the
      * per-period installment, the balance still owed, and the
      * date of the last recovery; granted loans whose manual check
      * has not yet been booked list separately, since the GL has
      * not been charged for them.
      *
      * The outstanding total is then tied to the employee-
      * receivable account: accounting keys the month-end GL balance
      * of that account on LOANCTL.TXT, and a difference ends the
      * job with RETURN-CODE 8 so the ledger and the GL are squared
      * before the month is closed. No control record ends with
      * RETURN-CODE 4 -- the listing prints, untied.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-LEDGER-FILE ASSIGN TO "LOANLEDG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT LOAN-CONTROL-FILE ASSIGN TO "LOANCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCT-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT LOAN-REPORT-FILE ASSIGN TO "LOANRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-LEDGER-FILE.
           COPY LOANREC.

      * the employee-receivable balance as the general ledger
      * carries it at month end, keyed by accounting
       FD  LOAN-CONTROL-FILE.
       01  LOAN-CONTROL-RECORD.
           05  LCT-GL-ACCOUNT      PIC X(8).
           05  LCT-AS-OF-DATE      PIC X(8).
           05  LCT-GL-BALANCE      PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  LOAN-REPORT-FILE.
       01  LOAN-REPORT-REC     PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-LOAN-FILE-STATUS PIC XX.
           88  WS-LOAN-FILE-OK       VALUE "00".
           88  WS-LOAN-FILE-EOF      VALUE "10".

       77  WS-LCT-FILE-STATUS PIC XX.
           88  WS-LCT-FILE-OK        VALUE "00".

       77  WS-EMP-FILE-STATUS PIC XX.
           88  WS-EMP-FILE-OK        VALUE "00".

       77  WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-OK        VALUE "00".

      * the receivable account the payroll run debits on a
      * disbursement and credits on every recovery
       77  WS-LOAN-RECV-ACCT   PIC X(8) VALUE "13500000".

       77  WS-CONTROL-FLAG     PIC X VALUE "N".
           88  WS-CONTROL-FOUND      VALUE "Y".
       77  WS-EMP-OPEN-FLAG    PIC X VALUE "N".
           88  WS-EMP-FILE-OPEN      VALUE "Y".

       77  WS-OPEN-COUNT       PIC 9(5) VALUE ZERO.
       77  WS-OPEN-TOTAL       PIC S9(9)V99 VALUE ZERO.
       77  WS-NEW-COUNT        PIC 9(5) VALUE ZERO.
       77  WS-NEW-TOTAL        PIC S9(9)V99 VALUE ZERO.
       77  WS-PAID-COUNT       PIC 9(5) VALUE ZERO.
       77  WS-GL-BALANCE       PIC S9(9)V99 VALUE ZERO.
       77  WS-GL-DIFFERENCE    PIC S9(9)V99 VALUE ZERO.

       77  WS-TODAY-DATE       PIC 9(8) VALUE ZERO.

       01  LOAN-HEADING-LINE.
           05  FILLER          PIC X(28)
                   VALUE "EMPLOYEE LOAN LEDGER AS OF ".
           05  LHL-DATE        PIC X(8).

       01  LOAN-COLUMN-LINE.
           05  FILLER          PIC X(24) VALUE "EMP ID NAME".
           05  FILLER          PIC X(20) VALUE "LOAN T GRANTED".
           05  FILLER          PIC X(11) VALUE "  ORIGINAL".
           05  FILLER          PIC X(11) VALUE "  INSTALL".
           05  FILLER          PIC X(12) VALUE "    BALANCE".
           05  FILLER          PIC X(14) VALUE "  LAST RECOV".

       01  LOAN-DETAIL-LINE.
           05  LDL-EMP-ID      PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  LDL-NAME        PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  LDL-LOAN-NUMBER PIC X(4).
           05  FILLER          PIC X     VALUE SPACE.
           05  LDL-TYPE        PIC X.
           05  FILLER          PIC X     VALUE SPACE.
           05  LDL-GRANT-DATE  PIC X(8).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  LDL-ORIGINAL    PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  LDL-INSTALLMENT PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  LDL-BALANCE     PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  LDL-LAST-RECOV  PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  LDL-NOTE        PIC X(10).

       01  LOAN-TOTAL-LINE.
           05  LTL-LABEL       PIC X(28).
           05  LTL-COUNT       PIC ZZZZ9.
           05  FILLER          PIC X(3)  VALUE "  $".
           05  LTL-AMOUNT      PIC Z,ZZZ,ZZ9.99-.

       01  LOAN-TIE-LINE.
           05  FILLER          PIC X(3)  VALUE "GL ".
           05  LTI-ACCOUNT     PIC X(8).
           05  FILLER          PIC X(7)  VALUE " AS OF ".
           05  LTI-AS-OF       PIC X(8).
           05  FILLER          PIC X(7)  VALUE "  GL $".
           05  LTI-GL-BALANCE  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(10) VALUE "  LEDGER $".
           05  LTI-LEDGER      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(8)  VALUE "  DIFF $".
           05  LTI-DIFFERENCE  PIC Z,ZZZ,ZZ9.99-.

       COPY ERRSTAT.
       COPY SIGNONRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           MOVE "LOANRPT " TO SGN-JOB-NAME
           MOVE SPACES TO SGN-OPERATOR-ID
           CALL "SIGNON" USING SIGNON-REQUEST
               ON EXCEPTION CONTINUE
           END-CALL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           PERFORM READ-LOAN-CONTROL

           OPEN INPUT LOAN-LEDGER-FILE
           IF NOT WS-LOAN-FILE-OK
               MOVE WS-LOAN-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open LOAN-LEDGER-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               GOBACK
           END-IF

           OPEN OUTPUT LOAN-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               MOVE WS-RPT-FILE-STATUS TO WS-ERR-CODE
               MOVE "Unable to open LOAN-REPORT-FILE"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
               CLOSE LOAN-LEDGER-FILE
               GOBACK
           END-IF

      *    names are a courtesy; the listing runs without the master
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-OK
               SET WS-EMP-FILE-OPEN TO TRUE
           END-IF

           MOVE WS-TODAY-DATE TO LHL-DATE
           MOVE LOAN-HEADING-LINE TO LOAN-REPORT-REC
           WRITE LOAN-REPORT-REC
           MOVE LOAN-COLUMN-LINE TO LOAN-REPORT-REC
           WRITE LOAN-REPORT-REC

           PERFORM UNTIL WS-LOAN-FILE-EOF
               READ LOAN-LEDGER-FILE
                   AT END SET WS-LOAN-FILE-EOF TO TRUE
                   NOT AT END PERFORM LIST-ONE-LOAN
               END-READ
           END-PERFORM

           MOVE SPACES TO LOAN-REPORT-REC
           WRITE LOAN-REPORT-REC
           MOVE "OUTSTANDING LOANS:" TO LTL-LABEL
           MOVE WS-OPEN-COUNT TO LTL-COUNT
           MOVE WS-OPEN-TOTAL TO LTL-AMOUNT
           MOVE LOAN-TOTAL-LINE TO LOAN-REPORT-REC
           WRITE LOAN-REPORT-REC
           MOVE "GRANTED, CHECK NOT BOOKED:" TO LTL-LABEL
           MOVE WS-NEW-COUNT TO LTL-COUNT
           MOVE WS-NEW-TOTAL TO LTL-AMOUNT
           MOVE LOAN-TOTAL-LINE TO LOAN-REPORT-REC
           WRITE LOAN-REPORT-REC
           MOVE "PAID IN FULL ON LEDGER:" TO LTL-LABEL
           MOVE WS-PAID-COUNT TO LTL-COUNT
           MOVE ZERO TO LTL-AMOUNT
           MOVE LOAN-TOTAL-LINE TO LOAN-REPORT-REC
           WRITE LOAN-REPORT-REC

           PERFORM TIE-TO-RECEIVABLE

           CLOSE LOAN-LEDGER-FILE
           CLOSE LOAN-REPORT-FILE
           IF WS-EMP-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           GOBACK.


       REPORT-COMMON-ERROR.
           MOVE "LOANRPT" TO WS-ERR-PROGRAM-ID
           SET WS-ERR-SEVERITY-ERROR TO TRUE
           DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
               ": " WS-ERR-MESSAGE
           MOVE 8 TO RETURN-CODE
           CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.


      * the control record names the account it carries; one for
      * any other account is ignored rather than tied by mistake
       READ-LOAN-CONTROL.
           OPEN INPUT LOAN-CONTROL-FILE
           IF NOT WS-LCT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           READ LOAN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LCT-GL-ACCOUNT = WS-LOAN-RECV-ACCT
                       AND LCT-GL-BALANCE NUMERIC
                       SET WS-CONTROL-FOUND TO TRUE
                       MOVE LCT-GL-BALANCE TO WS-GL-BALANCE
                   END-IF
           END-READ
           CLOSE LOAN-CONTROL-FILE.


      * a paid-off loan only counts; an open or granted one lists
       LIST-ONE-LOAN.
           IF LN-STATUS-PAID
               ADD 1 TO WS-PAID-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LDL-NAME
           IF WS-EMP-FILE-OPEN
               MOVE LN-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE "*NOT ON MASTER*" TO LDL-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO LDL-NAME
               END-READ
           END-IF

           MOVE LN-EMP-ID          TO LDL-EMP-ID
           MOVE LN-LOAN-NUMBER     TO LDL-LOAN-NUMBER
           MOVE LN-TYPE            TO LDL-TYPE
           MOVE LN-GRANT-DATE      TO LDL-GRANT-DATE
           MOVE LN-ORIGINAL-AMOUNT TO LDL-ORIGINAL
           MOVE LN-INSTALLMENT     TO LDL-INSTALLMENT
           MOVE LN-LAST-RECOVERY   TO LDL-LAST-RECOV
           MOVE SPACES TO LDL-NOTE

           IF LN-STATUS-NEW
               MOVE LN-ORIGINAL-AMOUNT TO LDL-BALANCE
               MOVE "NOT BOOKED" TO LDL-NOTE
               ADD 1 TO WS-NEW-COUNT
               ADD LN-ORIGINAL-AMOUNT TO WS-NEW-TOTAL
           ELSE
               MOVE LN-BALANCE TO LDL-BALANCE
               IF WS-EMP-FILE-OPEN
                   AND LDL-NAME NOT = "*NOT ON MASTER*"
                   AND EMP-STATUS-INACTIVE
                   MOVE "TERMINATED" TO LDL-NOTE
               END-IF
               ADD 1 TO WS-OPEN-COUNT
               ADD LN-BALANCE TO WS-OPEN-TOTAL
           END-IF

           MOVE LOAN-DETAIL-LINE TO LOAN-REPORT-REC
           WRITE LOAN-REPORT-REC.


      * PAYBAL-style: the ledger's outstanding total against what
      * the GL carries in the receivable account
       TIE-TO-RECEIVABLE.
           IF NOT WS-CONTROL-FOUND
               MOVE "NO GL BALANCE ON LOANCTL.TXT -- NOT TIED"
                   TO LOAN-REPORT-REC
               WRITE LOAN-REPORT-REC
               DISPLAY "LOANRPT: no receivable balance keyed --"
                   " ledger listed without a GL tie."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-GL-DIFFERENCE = WS-GL-BALANCE - WS-OPEN-TOTAL
           MOVE WS-LOAN-RECV-ACCT TO LTI-ACCOUNT
           MOVE LCT-AS-OF-DATE    TO LTI-AS-OF
           MOVE WS-GL-BALANCE     TO LTI-GL-BALANCE
           MOVE WS-OPEN-TOTAL     TO LTI-LEDGER
           MOVE WS-GL-DIFFERENCE  TO LTI-DIFFERENCE
           MOVE LOAN-TIE-LINE TO LOAN-REPORT-REC
           WRITE LOAN-REPORT-REC

           IF WS-GL-DIFFERENCE NOT = ZERO
               MOVE "*** LEDGER DOES NOT TIE TO GL ***"
                   TO LOAN-REPORT-REC
               WRITE LOAN-REPORT-REC
               MOVE ZERO TO WS-ERR-CODE
               MOVE "Loan ledger does not tie to receivable account"
                   TO WS-ERR-MESSAGE
               PERFORM REPORT-COMMON-ERROR
           ELSE
               DISPLAY "LOANRPT: " WS-OPEN-COUNT " open loans; ledger"
                   " ties to GL " WS-LOAN-RECV-ACCT " ("
                   WS-OPEN-TOTAL ")."
           END-IF.

       END PROGRAM LOANRPT.
