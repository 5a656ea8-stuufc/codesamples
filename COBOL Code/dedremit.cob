      * as an exception and nothing is transmitted for it; check
      * payees ("C" remit method) print on the advice for the check
      * desk and stay off the ACH transmittal.
      *
      * A total carrying a garnishment case number is paid to that
      * case's own payee from the case file (GARNCASE.TXT), not the
      * code's payee, and the advice shows the case and the agency
      * so the order can be credited; the case number rides in the
      * name field of the transmittal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDREMIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYE-FILE-STATUS.

           SELECT GARNISHMENT-CASE-FILE ASSIGN TO "GARNCASE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCS-FILE-STATUS.

           SELECT REMIT-TRANSMITTAL-FILE ASSIGN TO "DEDXMIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-FILE-STATUS.
           05  DLB-EMP-ID      PIC X(6).
           05  DLB-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  DLB-PERIOD      PIC 9(4).
           05  DLB-CASE-NUMBER PIC X(15).

       FD  DEDUCTION-PAYEE-FILE.
       01  DEDUCTION-PAYEE-RECORD.
               88  PYE-METHOD-ACH      VALUE "A".
               88  PYE-METHOD-CHECK    VALUE "C".

       FD  GARNISHMENT-CASE-FILE.
           COPY GARNCASE.

       FD  REMIT-TRANSMITTAL-FILE.
           COPY TRANSMIT.

           88  WS-PYE-FILE-OK        VALUE "00".
           88  WS-PYE-FILE-EOF       VALUE "10".

       77  WS-GCS-FILE-STATUS PIC XX.
           88  WS-GCS-FILE-OK        VALUE "00".
           88  WS-GCS-FILE-EOF       VALUE "10".

       77  WS-XMIT-FILE-STATUS PIC XX.
           88  WS-XMIT-FILE-OK       VALUE "00".

               10  WS-PYE-ACCOUNT  PIC X(17).
               10  WS-PYE-METHOD   PIC X.

      * garnishment case payees, loaded whole at start of run
       77  WS-CASE-COUNT PIC 999 VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-CASE-IDX.
               10  WS-CASE-NUMBER  PIC X(15).
               10  WS-CASE-AGENCY  PIC X(20).
               10  WS-CASE-NAME    PIC X(20).
               10  WS-CASE-ROUTING PIC X(9).
               10  WS-CASE-ACCOUNT PIC X(17).
               10  WS-CASE-METHOD  PIC X.

       77  WS-REMIT-COUNT      PIC 9(5) VALUE ZERO.
       77  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
       77  WS-REMIT-TOTAL      PIC S9(9)V99 VALUE ZERO.
           05  FILLER          PIC X(9)  VALUE "  TOTAL $".
           05  ACL-AMOUNT      PIC Z,ZZZ,ZZ9.99-.

       01  ADVICE-CASE-LINE.
           05  FILLER          PIC X(8)  VALUE "  CASE: ".
           05  ACS-CASE-NUMBER PIC X(15).
           05  FILLER          PIC X(10) VALUE "  AGENCY: ".
           05  ACS-AGENCY      PIC X(20).

       01  ADVICE-DETAIL-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  ADL-EMP-ID      PIC X(6).
           MOVE 0 TO RETURN-CODE

           PERFORM LOAD-PAYEE-MASTER
           PERFORM LOAD-GARNISHMENT-CASES
           IF WS-PAYEE-COUNT = ZERO
               MOVE ZERO TO WS-ERR-CODE
               MOVE "No DEDPAYEE.TXT -- nothing can be remitted"
      *    "D" details, so one forward pass drives the whole advice
           PERFORM READ-LIABILITY-RECORD
           PERFORM UNTIL WS-DLB-FILE-EOF
               IF DLB-TYPE-TOTAL AND DLB-CASE-NUMBER NOT = SPACES
                   PERFORM REMIT-ONE-CASE
               ELSE
               IF DLB-TYPE-TOTAL
                   PERFORM REMIT-ONE-PAYEE
               ELSE
                   WRITE REMIT-ADVICE-REC
                   PERFORM READ-LIABILITY-RECORD
               END-IF
               END-IF
           END-PERFORM

           PERFORM WRITE-REMIT-CONTROL-TRAILER
           CLOSE DEDUCTION-PAYEE-FILE.


       LOAD-GARNISHMENT-CASES.
           MOVE ZERO TO WS-CASE-COUNT
           OPEN INPUT GARNISHMENT-CASE-FILE
           IF NOT WS-GCS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GCS-FILE-EOF
                   OR WS-CASE-COUNT = 100
               READ GARNISHMENT-CASE-FILE
                   AT END SET WS-GCS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CASE-COUNT
                       SET WS-CASE-IDX TO WS-CASE-COUNT
                       MOVE GC-CASE-NUMBER
                           TO WS-CASE-NUMBER(WS-CASE-IDX)
                       MOVE GC-AGENCY
                           TO WS-CASE-AGENCY(WS-CASE-IDX)
                       MOVE GC-PAYEE-NAME
                           TO WS-CASE-NAME(WS-CASE-IDX)
                       MOVE GC-PAYEE-ROUTING
                           TO WS-CASE-ROUTING(WS-CASE-IDX)
                       MOVE GC-PAYEE-ACCOUNT
                           TO WS-CASE-ACCOUNT(WS-CASE-IDX)
                       MOVE GC-REMIT-METHOD
                           TO WS-CASE-METHOD(WS-CASE-IDX)
               END-READ
           END-PERFORM
           CLOSE GARNISHMENT-CASE-FILE.


       READ-LIABILITY-RECORD.
           READ DEDUCTION-LIABILITY-FILE
               AT END SET WS-DLB-FILE-EOF TO TRUE
           END-PERFORM.


      ******************************************************************
      * One garnishment case's remittance: the same shape as a
      * payee's, but the payee and bank come from the case file and
      * the advice names the case and the issuing agency. A case
      * missing from the case file is an exception.
      ******************************************************************
       REMIT-ONE-CASE.
           MOVE DLB-PERIOD TO WS-PERIOD-NUMBER
           SET WS-CASE-IDX TO 1
           PERFORM UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   OR WS-CASE-NUMBER(WS-CASE-IDX) = DLB-CASE-NUMBER
               SET WS-CASE-IDX UP BY 1
           END-PERFORM

           IF WS-CASE-IDX > WS-CASE-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO REMIT-ADVICE-REC
               STRING "NO CASE ON FILE FOR GARNISHMENT CASE "
                   DLB-CASE-NUMBER " -- NOT REMITTED"
                   DELIMITED BY SIZE INTO REMIT-ADVICE-REC
               END-STRING
               WRITE REMIT-ADVICE-REC
           ELSE
               MOVE WS-CASE-NAME(WS-CASE-IDX)   TO APL-NAME
               MOVE SPACES                      TO APL-ADDRESS
               MOVE WS-CASE-METHOD(WS-CASE-IDX) TO APL-METHOD
               MOVE ADVICE-PAYEE-LINE TO REMIT-ADVICE-REC
               WRITE REMIT-ADVICE-REC
               MOVE DLB-CASE-NUMBER TO ACS-CASE-NUMBER
               MOVE WS-CASE-AGENCY(WS-CASE-IDX) TO ACS-AGENCY
               MOVE ADVICE-CASE-LINE TO REMIT-ADVICE-REC
               WRITE REMIT-ADVICE-REC
               MOVE DLB-DED-CODE TO ACL-CODE
               MOVE DLB-PERIOD   TO ACL-PERIOD
               MOVE DLB-AMOUNT   TO ACL-AMOUNT
               MOVE ADVICE-CODE-LINE TO REMIT-ADVICE-REC
               WRITE REMIT-ADVICE-REC

               IF WS-CASE-METHOD(WS-CASE-IDX) = "A"
                   PERFORM WRITE-CASE-TRANSMITTAL
               END-IF
               ADD 1 TO WS-REMIT-COUNT
               ADD DLB-AMOUNT TO WS-REMIT-TOTAL
           END-IF

           PERFORM READ-LIABILITY-RECORD
           PERFORM UNTIL WS-DLB-FILE-EOF OR DLB-TYPE-TOTAL
               MOVE SPACES TO ADVICE-DETAIL-LINE
               MOVE DLB-EMP-ID TO ADL-EMP-ID
               MOVE DLB-AMOUNT TO ADL-AMOUNT
               MOVE ADVICE-DETAIL-LINE TO REMIT-ADVICE-REC
               WRITE REMIT-ADVICE-REC
               PERFORM READ-LIABILITY-RECORD
           END-PERFORM.


      * a case pays under its deduction code like any payee, with
      * the case number in the name field so the agency can apply
      * the money to the right order
       WRITE-CASE-TRANSMITTAL.
           MOVE SPACES TO TRANSMITTAL-RECORD
           MOVE DLB-DED-CODE TO TRN-EMP-ID
           MOVE DLB-CASE-NUMBER TO TRN-EMP-NAME
           MOVE WS-CASE-ROUTING(WS-CASE-IDX) TO TRN-BANK-ROUTING
           MOVE WS-CASE-ACCOUNT(WS-CASE-IDX) TO TRN-BANK-ACCOUNT
           MOVE DLB-AMOUNT TO TRN-NET-PAY
           MOVE DLB-PERIOD TO TRN-PERIOD-NUMBER
           MOVE "D" TO TRN-RECORD-TYPE
           WRITE TRANSMITTAL-RECORD
           ADD 1 TO WS-XMIT-REC-COUNT
           ADD DLB-AMOUNT TO WS-XMIT-AMOUNT-HASH.


      * the payee travels in the employee fields of the shared
      * transmittal layout: the deduction code where the employee
      * id goes and the payee's name alongside, which is how the
