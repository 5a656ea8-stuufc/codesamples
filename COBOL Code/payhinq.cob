       77  WS-LINES-WRITTEN PIC 9(5) VALUE ZERO.
       77  WS-REG-GROSS-TOTAL PIC 9(7)V99 VALUE ZERO.
       77  WS-REG-NET-TOTAL   PIC 9(7)V99 VALUE ZERO.
       77  WS-REG-REIMB-TOTAL PIC 9(7)V99 VALUE ZERO.

       COPY PAYSTUB.
       COPY REGISTER.
                           AND FUNCTION NUMVAL(
                               HISTORY-ARCHIVE-REC(7:4))
                               = REQ-PERIOD
                           MOVE HISTORY-ARCHIVE-REC(1:119)
                               TO PAY-HISTORY-RECORD
                           PERFORM WRITE-STUB-FROM-HISTORY
                           ADD 1 TO WS-ARCHIVE-HITS
       REPRINT-PERIOD-REGISTER.
           MOVE ZERO TO WS-REG-GROSS-TOTAL
           MOVE ZERO TO WS-REG-NET-TOTAL
           MOVE ZERO TO WS-REG-REIMB-TOTAL
           MOVE SPACES TO REPRINT-OUTPUT-REC
           STRING "PAY REGISTER REPRINT -- PERIOD " REQ-PERIOD
               DELIMITED BY SIZE INTO REPRINT-OUTPUT-REC

           MOVE WS-REG-GROSS-TOTAL TO REG-TOTAL-GROSS
           MOVE WS-REG-NET-TOTAL   TO REG-TOTAL-NET
           MOVE WS-REG-REIMB-TOTAL TO REG-TOTAL-REIMB
           MOVE REG-TOTAL-LINE TO REPRINT-OUTPUT-REC
           WRITE REPRINT-OUTPUT-REC
           ADD 1 TO WS-LINES-WRITTEN.
           MOVE PAY-STUB-AMOUNTS TO REPRINT-OUTPUT-REC
           WRITE REPRINT-OUTPUT-REC

           PERFORM CLEAR-OLDER-HISTORY-FIELDS
           IF PH-SS-TAX > ZERO OR PH-MEDICARE-TAX > ZERO
               MOVE PH-SS-TAX       TO PSF-SS-AMOUNT
               MOVE PH-MEDICARE-TAX TO PSF-MED-AMOUNT
               MOVE PAY-STUB-FICA TO REPRINT-OUTPUT-REC
               WRITE REPRINT-OUTPUT-REC
               ADD 1 TO WS-LINES-WRITTEN
           END-IF

           IF PH-TOTAL-DED > ZERO
               MOVE "ALL" TO PSD-CODE
               MOVE "Total deductions" TO PSD-DESC
               ADD 1 TO WS-LINES-WRITTEN
           END-IF

           IF PH-REIMB > ZERO
               MOVE PH-REIMB TO PSRH-TOTAL
               MOVE PAY-STUB-REIMB-HEAD TO REPRINT-OUTPUT-REC
               WRITE REPRINT-OUTPUT-REC
               ADD 1 TO WS-LINES-WRITTEN
           END-IF

           MOVE ALL "-" TO REPRINT-OUTPUT-REC
           WRITE REPRINT-OUTPUT-REC
           ADD 3 TO WS-LINES-WRITTEN.
           MOVE PH-GROSS     TO REG-GROSS-PAY
           MOVE PH-PAY-CLASS TO REG-CLASS
           MOVE PH-NET       TO REG-NET-PAY
           PERFORM CLEAR-OLDER-HISTORY-FIELDS
           MOVE PH-REIMB     TO REG-REIMB
           MOVE REG-DETAIL-LINE TO REPRINT-OUTPUT-REC
           WRITE REPRINT-OUTPUT-REC
           ADD 1 TO WS-LINES-WRITTEN
           ADD PH-GROSS TO WS-REG-GROSS-TOTAL
           ADD PH-NET   TO WS-REG-NET-TOTAL
           ADD PH-REIMB TO WS-REG-REIMB-TOTAL.


      * history written before FICA and reimbursements were carried
      * has blanks where they now sit
       CLEAR-OLDER-HISTORY-FIELDS.
           IF PH-SS-TAX NOT NUMERIC
               MOVE ZERO TO PH-SS-TAX
           END-IF
           IF PH-MEDICARE-TAX NOT NUMERIC
               MOVE ZERO TO PH-MEDICARE-TAX
           END-IF
           IF PH-REIMB NOT NUMERIC
               MOVE ZERO TO PH-REIMB
           END-IF.

       END PROGRAM PAYHINQ.
