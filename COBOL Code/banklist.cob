
       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUDCHREQ.
       COPY AUTHREQ.

       PROCEDURE DIVISION.
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
