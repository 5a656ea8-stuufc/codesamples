      *      group and the next unpaid period is OPEN
      *   2. every EMP-WORK-STATE on the master has a state rate
      *      entry in TAXRATES.TXT
      *   3. every enrollment code on DEDENROL exists in the
      *      deduction master
      *   4. the check-number control's next number clears the
      *      check register's high-water mark
      *   5. every employee's labor-split rows sum to 100 percent
      *   6. the keyed enrollment master is loaded, and no employee
      *      carries more enrollments than PAYROL00 holds for one
      * Any failure ends the job with RETURN-CODE 8 through the
      * common error path, which stops the chain.
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDM-FILE-STATUS.

           SELECT DEDUCTION-ENROLLMENT-FILE ASSIGN TO "DEDENROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-DEDE-FILE-STATUS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHECKCTL.TXT"
                               INDEXED BY WS-DEDM-IDX
                               PIC X(3).

      * enrollments per employee, counted as the keyed file passes
      * in employee order; PAYROL00 holds 50 for one employee
       77  WS-ENR-LOADED-FLAG PIC X VALUE "N".
           88  WS-ENR-LOADED         VALUE "Y".
       77  WS-ENR-LAST-EMP    PIC X(6) VALUE SPACES.
       77  WS-ENR-EMP-COUNT   PIC 9(3) VALUE ZERO.
       77  WS-ENR-OVER-EMP    PIC X(6) VALUE SPACES.

       77  WS-NEXT-CHECK-NUMBER PIC 9(8) VALUE ZERO.
       77  WS-HIGH-WATER       PIC 9(8) VALUE ZERO.
       77  WS-REG-NUMBER       PIC 9(8) VALUE ZERO.
           PERFORM CHECK-ENROLLMENT-CODES
           PERFORM CHECK-CHECK-NUMBERS
           PERFORM CHECK-LABOR-SPLITS
           PERFORM CHECK-ENROLLMENT-LOAD

           MOVE SPACES TO PREFLIGHT-REPORT-REC
           WRITE PREFLIGHT-REPORT-REC

           OPEN INPUT DEDUCTION-ENROLLMENT-FILE
           IF WS-DEDE-FILE-OK
               SET WS-ENR-LOADED TO TRUE
               PERFORM UNTIL WS-DEDE-FILE-EOF
                   READ DEDUCTION-ENROLLMENT-FILE
                       AT END SET WS-DEDE-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM COUNT-EMPLOYEE-ENROLLMENT
                           SET WS-DEDM-IDX TO 1
                           PERFORM UNTIL WS-DEDM-IDX > WS-DEDM-COUNT
                                   OR WS-DEDM-ENTRY(WS-DEDM-IDX)
           PERFORM WRITE-CHECKLIST-LINE.


       COUNT-EMPLOYEE-ENROLLMENT.
           IF ENR-EMP-ID NOT = WS-ENR-LAST-EMP
               MOVE ENR-EMP-ID TO WS-ENR-LAST-EMP
               MOVE ZERO TO WS-ENR-EMP-COUNT
           END-IF
           ADD 1 TO WS-ENR-EMP-COUNT
           IF WS-ENR-EMP-COUNT > 50
               AND WS-ENR-OVER-EMP = SPACES
               MOVE ENR-EMP-ID TO WS-ENR-OVER-EMP
           END-IF.


      ******************************************************************
      * Check 4: the next check number must clear every number the
      * register has already issued, or the run reuses stock.
           END-IF
           ADD LS-PERCENT TO WS-SPL-SUM(WS-SPL-IDX).


      ******************************************************************
      * Check 6: PAYROL00 reads enrollments from the keyed DEDENROL
      * (loaded once by ENRCONV from DEDENROL.TXT); a run without it
      * takes no deductions at all. The counts come from the pass
      * check 3 made.
      ******************************************************************
       CHECK-ENROLLMENT-LOAD.
           MOVE "N" TO WS-CHECK-FAIL-FLAG
           MOVE SPACES TO CHECKLIST-LINE
           MOVE "ENROLLMENTS KEYED, 50 OR FEWER PER EMPLOYEE "
               TO CKL-CHECK
           IF NOT WS-ENR-LOADED
               SET WS-THIS-CHECK-FAILED TO TRUE
               MOVE "DEDENROL NOT LOADED" TO CKL-NOTE
           ELSE
               IF WS-ENR-OVER-EMP NOT = SPACES
                   SET WS-THIS-CHECK-FAILED TO TRUE
                   MOVE SPACES TO CKL-NOTE
                   STRING "OVER 50 FOR " WS-ENR-OVER-EMP
                       DELIMITED BY SIZE INTO CKL-NOTE
                   END-STRING
               END-IF
           END-IF
           PERFORM WRITE-CHECKLIST-LINE.

       END PROGRAM PREFLGHT.
