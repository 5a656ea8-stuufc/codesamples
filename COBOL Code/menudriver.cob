           05  SLG-ELAPSED-SECS    PIC 9(6).
           05  FILLER              PIC X.
           05  SLG-RETURN-CODE     PIC 9(4).
           05  FILLER              PIC X.
           05  SLG-DISPOSITION     PIC X(8).

       FD  SYSTEM-AUDIT-FILE.
           COPY SYSAUDIT.

      * every program the console can launch; the status columns
      * are filled from the scheduler's run log at startup
       01  WS-MENU-COUNT        PIC 99 VALUE 14.
       01  WS-MENU-TABLE.
           05  WS-MENU-ENTRY OCCURS 14 TIMES
                               INDEXED BY WS-MENU-IDX.
               10  WS-MNU-PROGRAM  PIC X(22).
               10  WS-MNU-TITLE    PIC X(28).
           05  MDL-STATUS      PIC X(34).

       COPY AUTHREQ.
       COPY AUDCHREQ.

      * empty JCL-style parm handed to called programs that take
      * their run mode through LINKAGE
           MOVE "String-parsing utilities" TO WS-MNU-TITLE(11)
           MOVE "ALERTMON" TO WS-MNU-PROGRAM(12)
           MOVE "Operations alert monitor" TO WS-MNU-TITLE(12)
           MOVE "RPTRETR" TO WS-MNU-PROGRAM(13)
           MOVE "Archived report retrieval" TO WS-MNU-TITLE(13)
           MOVE "OPERATORS" TO WS-MNU-PROGRAM(14)
           MOVE "Calculator (ends session)" TO WS-MNU-TITLE(14)
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
               UNTIL WS-MENU-IDX > WS-MENU-COUNT
               MOVE SPACES TO WS-MNU-LAST-TS(WS-MENU-IDX)


      * the scheduler's run log is read front to back, so the last
      * record for a program is the run that stands; a bypassed
      * conditional step called nothing and does not count
       LOAD-LAST-RUN-STATUS.
           OPEN INPUT SCHED-LOG-FILE
           IF NOT WS-LOG-FILE-OK
                           UNTIL WS-MENU-IDX > WS-MENU-COUNT
                           IF WS-MNU-PROGRAM(WS-MENU-IDX)
                               = SLG-PROGRAM-NAME
                               AND SLG-DISPOSITION NOT = "BYPASSED"
                               MOVE SLG-END-TS TO
                                   WS-MNU-LAST-TS(WS-MENU-IDX)
                               MOVE SLG-RETURN-CODE TO
                   DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
               END-STRING
               MOVE WS-CALL-PROGRAM(1:20) TO SYSAUD-KEY-RESULT
               MOVE "S" TO ACH-ACTION
               MOVE RETURN-CODE TO ACH-RETURN-CODE
               CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
                   SYS-AUDIT-RECORD
                   ON EXCEPTION CONTINUE
               END-CALL
               WRITE SYS-AUDIT-RECORD
               CLOSE SYSTEM-AUDIT-FILE
           END-IF.
