           05  SLG-ELAPSED-SECS    PIC 9(6).
           05  FILLER              PIC X.
           05  SLG-RETURN-CODE     PIC 9(4).
           05  FILLER              PIC X.
           05  SLG-DISPOSITION     PIC X(8).

       FD  HISTORY-CONFIG-FILE.
       01  HISTORY-CONFIG-RECORD.
           END-CALL.


      * a bypassed conditional step was not run and has no
      * elapsed time to show
       FILE-ONE-LOG-RECORD.
           IF SLG-DISPOSITION = "BYPASSED"
               EXIT PARAGRAPH
           END-IF
           SET WS-HIST-IDX TO 1
           PERFORM UNTIL WS-HIST-IDX > WS-HIST-STEP-COUNT
                   OR WS-HIST-STEP-NAME(WS-HIST-IDX) = SLG-STEP-NAME
