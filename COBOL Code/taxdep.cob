      * rule defaults to 3 banking days' grace.
      * TAXDEPRQ.TXT: jurisdiction (3) + deposit date (8) +
      * reference (10).
      *
      * Liability lines carry the company whose payroll run wrote
      * them, and a deposit sweeping several companies' lines
      * writes one remittance per company, so each employer's
      * quarterly return (FEDQTR) sees only its own deposits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXDEP.
           05  TXL-PAY-DATE    PIC X(8).
           05  TXL-AMOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  TXL-DEPOSITED   PIC X.
           05  TXL-COMPANY     PIC X(2).

       FD  DEPOSIT-RULE-FILE.
       01  DEPOSIT-RULE-RECORD.
           05  REM-DEPOSIT-DATE PIC X(8).
           05  REM-AMOUNT       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  REM-REFERENCE    PIC X(10).
           05  REM-COMPANY      PIC X(2).

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-REC PIC X(90).
               10  WS-LIA-PAY-DATE PIC X(8).
               10  WS-LIA-AMOUNT   PIC S9(9)V99.
               10  WS-LIA-DEPOSITED PIC X.
               10  WS-LIA-COMPANY  PIC X(2).

       77  WS-RULE-COUNT PIC 99 VALUE ZERO.
       01  WS-RULE-TABLE.
       77  WS-OVERDUE-DAYS    PIC S9(5) VALUE ZERO.

       77  WS-DEPOSIT-AMOUNT  PIC S9(9)V99 VALUE ZERO.

      * one deposit's sweep split by company
       77  WS-SPLIT-COUNT PIC 99 VALUE ZERO.
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-SPLIT-IDX.
               10  WS-SPL-COMPANY  PIC X(2).
               10  WS-SPL-AMOUNT   PIC S9(9)V99.
       77  WS-LINE-COMPANY    PIC X(2) VALUE SPACES.
       77  WS-REMIT-COUNT     PIC 9(3) VALUE ZERO.
       77  WS-OVERDUE-COUNT   PIC 9(3) VALUE ZERO.
       77  WS-OPEN-TOTAL      PIC S9(11)V99 VALUE ZERO.
                           TO WS-LIA-AMOUNT(WS-LIAB-IDX)
                       MOVE TXL-DEPOSITED
                           TO WS-LIA-DEPOSITED(WS-LIAB-IDX)
                       MOVE TXL-COMPANY
                           TO WS-LIA-COMPANY(WS-LIAB-IDX)
               END-READ
           END-PERFORM
           CLOSE TAX-LIABILITY-FILE.

       REMIT-ONE-REQUEST.
           MOVE ZERO TO WS-DEPOSIT-AMOUNT
           MOVE ZERO TO WS-SPLIT-COUNT
           PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
               UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
               IF WS-LIA-JUR(WS-LIAB-IDX) = REQ-JURISDICTION
                   AND WS-LIA-DEPOSITED(WS-LIAB-IDX) NOT = "D"
                   PERFORM SPLIT-ONE-LIABILITY
               END-IF
           END-PERFORM
           IF WS-DEPOSIT-AMOUNT = ZERO
                   " covers nothing undeposited -- skipped."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
               MOVE SPACES TO TAX-REMIT-RECORD
               MOVE REQ-JURISDICTION TO REM-JURISDICTION
               MOVE REQ-DEPOSIT-DATE TO REM-DEPOSIT-DATE
               MOVE WS-SPL-AMOUNT(WS-SPLIT-IDX) TO REM-AMOUNT
               MOVE REQ-REFERENCE TO REM-REFERENCE
               MOVE WS-SPL-COMPANY(WS-SPLIT-IDX) TO REM-COMPANY
               WRITE TAX-REMIT-RECORD
               ADD 1 TO WS-REMIT-COUNT
           END-PERFORM.


      * the line joins its company's share of the deposit; a line
      * from before company stamping belongs to company 01
       SPLIT-ONE-LIABILITY.
           MOVE WS-LIA-COMPANY(WS-LIAB-IDX) TO WS-LINE-COMPANY
           IF WS-LINE-COMPANY = SPACES
               MOVE "01" TO WS-LINE-COMPANY
           END-IF
           SET WS-SPLIT-IDX TO 1
           PERFORM UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
                   OR WS-SPL-COMPANY(WS-SPLIT-IDX) = WS-LINE-COMPANY
               SET WS-SPLIT-IDX UP BY 1
           END-PERFORM
           IF WS-SPLIT-IDX > WS-SPLIT-COUNT
               IF WS-SPLIT-COUNT = 20
                   DISPLAY "Company split full -- " WS-LINE-COMPANY
                       " left undeposited."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SPLIT-COUNT
               SET WS-SPLIT-IDX TO WS-SPLIT-COUNT
               MOVE WS-LINE-COMPANY TO WS-SPL-COMPANY(WS-SPLIT-IDX)
               MOVE ZERO TO WS-SPL-AMOUNT(WS-SPLIT-IDX)
           END-IF
           ADD WS-LIA-AMOUNT(WS-LIAB-IDX)
               TO WS-SPL-AMOUNT(WS-SPLIT-IDX)
           ADD WS-LIA-AMOUNT(WS-LIAB-IDX) TO WS-DEPOSIT-AMOUNT
           MOVE "D" TO WS-LIA-DEPOSITED(WS-LIAB-IDX)
           ADD 1 TO WS-MARKED-COUNT.


       WRITE-SCHEDULE-REPORT.
               MOVE WS-LIA-PAY-DATE(WS-LIAB-IDX) TO TXL-PAY-DATE
               MOVE WS-LIA-AMOUNT(WS-LIAB-IDX) TO TXL-AMOUNT
               MOVE WS-LIA-DEPOSITED(WS-LIAB-IDX) TO TXL-DEPOSITED
               MOVE WS-LIA-COMPANY(WS-LIAB-IDX) TO TXL-COMPANY
               WRITE TAX-LIABILITY-RECORD
           END-PERFORM
           CLOSE TAX-LIABILITY-FILE.
