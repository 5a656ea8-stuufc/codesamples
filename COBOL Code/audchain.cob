      ******************************************************************
      * Shared audit-trail chainer, in the MASKACCT style: called
      * with AUDIT-CHAIN-REQUEST (AUDCHREQ.cpy) and the SYSAUDIT
      * record just before every WRITE to SYSAUDIT.TXT.
      *
      * Stamp ("S"): the next sequence number goes on the record,
      * then the check value -- worked byte by byte over the record
      * through its sequence number, starting from the check value
      * of the record before it -- and AUDCHAIN.TXT (AUDCHCTL.cpy)
      * is rewritten with the new last link. Changing any byte of a
      * record, or dropping or moving one, changes every value
      * after it.
      *
      * Compute ("C"): the same value for a record that already
      * carries its sequence, chained from ACH-PREV-VALUE; nothing
      * is written. AUDVRFY recomputes the trail this way.
      *
      * A control file that cannot be rewritten leaves the record
      * stamped and raises an ALERTLOG error; the next stamp then
      * repeats the sequence and AUDVRFY reports it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-CHAIN-CONTROL-FILE ASSIGN TO "AUDCHAIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-CHAIN-CONTROL-FILE.
           COPY AUDCHCTL.

       WORKING-STORAGE SECTION.
       77  WS-CHN-FILE-STATUS PIC XX.
           88  WS-CHN-FILE-OK        VALUE "00".

      * the record is worked through positions 1-84: everything up
      * to and including the sequence number, never the check
      * value itself
       77  WS-CHAIN-LENGTH    PIC 9(3) VALUE 84.
       77  WS-CHAIN-POS       PIC 9(3) VALUE ZERO.
       77  WS-CHAIN-WORK      PIC 9(13) VALUE ZERO.
       77  WS-CHAIN-MODULUS   PIC 9(10) VALUE 9999999967.

       01  WS-CONTROL-WORK.
           05  WS-CTL-LAST-SEQ     PIC 9(9).
           05  WS-CTL-LAST-VALUE   PIC 9(10).
           05  WS-CTL-CARRY-SEQ    PIC 9(9).
           05  WS-CTL-CARRY-VALUE  PIC 9(10).

       COPY SYSAUDIT.
       COPY ERRSTAT.

       LINKAGE SECTION.
       COPY AUDCHREQ.
       01  LNK-AUDIT-RECORD        PIC X(95).

       PROCEDURE DIVISION USING AUDIT-CHAIN-REQUEST LNK-AUDIT-RECORD.
       MAIN-PROCEDURE.
           MOVE "00" TO ACH-STATUS
           MOVE LNK-AUDIT-RECORD TO SYS-AUDIT-RECORD
           IF ACH-ACT-COMPUTE
               PERFORM COMPUTE-CHAIN-VALUE
               MOVE ACH-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-CHAIN-CONTROL
           ADD 1 TO WS-CTL-LAST-SEQ
           MOVE WS-CTL-LAST-SEQ TO SYSAUD-SEQUENCE
           MOVE WS-CTL-LAST-VALUE TO ACH-PREV-VALUE
           PERFORM COMPUTE-CHAIN-VALUE
           MOVE ACH-VALUE TO SYSAUD-CHAIN
           MOVE ACH-VALUE TO WS-CTL-LAST-VALUE
           MOVE SYS-AUDIT-RECORD TO LNK-AUDIT-RECORD
           PERFORM WRITE-CHAIN-CONTROL
           MOVE ACH-RETURN-CODE TO RETURN-CODE
           GOBACK.


      * no control file yet means the trail's first chained record
       READ-CHAIN-CONTROL.
           MOVE ZERO TO WS-CTL-LAST-SEQ WS-CTL-LAST-VALUE
                        WS-CTL-CARRY-SEQ WS-CTL-CARRY-VALUE
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


       WRITE-CHAIN-CONTROL.
           OPEN OUTPUT AUDIT-CHAIN-CONTROL-FILE
           IF NOT WS-CHN-FILE-OK
               MOVE WS-CHN-FILE-STATUS TO ACH-STATUS
               MOVE "AUDCHAIN" TO WS-ERR-PROGRAM-ID
               MOVE ZERO TO WS-ERR-CODE
               SET WS-ERR-SEVERITY-ERROR TO TRUE
               MOVE "Unable to rewrite AUDCHAIN.TXT -- chain at risk"
                   TO WS-ERR-MESSAGE
               DISPLAY "ERROR " WS-ERR-PROGRAM-ID "-" WS-ERR-CODE
                   ": " WS-ERR-MESSAGE
               CALL "ALERTLOG" USING WS-COMMON-ERROR-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTROL-WORK TO AUDIT-CHAIN-CONTROL-RECORD
           WRITE AUDIT-CHAIN-CONTROL-RECORD
           CLOSE AUDIT-CHAIN-CONTROL-FILE.


      * each byte folds into the running value with its position,
      * so a transposed pair of characters does not cancel out
       COMPUTE-CHAIN-VALUE.
           MOVE ACH-PREV-VALUE TO WS-CHAIN-WORK
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
               UNTIL WS-CHAIN-POS > WS-CHAIN-LENGTH
               COMPUTE WS-CHAIN-WORK = FUNCTION MOD(
                   WS-CHAIN-WORK * 257
                   + FUNCTION ORD(SYS-AUDIT-RECORD(WS-CHAIN-POS:1))
                   + WS-CHAIN-POS, WS-CHAIN-MODULUS)
           END-PERFORM
           MOVE WS-CHAIN-WORK TO ACH-VALUE.

       END PROGRAM AUDCHAIN.
