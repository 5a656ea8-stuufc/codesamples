
       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUDCHREQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               END-STRING
               MOVE WS-LCK-HOLDER(WS-LOCK-IDX)
                   TO SYSAUD-KEY-RESULT
               MOVE "S" TO ACH-ACTION
               MOVE RETURN-CODE TO ACH-RETURN-CODE
               CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
                   SYS-AUDIT-RECORD
                   ON EXCEPTION CONTINUE
               END-CALL
               WRITE SYS-AUDIT-RECORD
               CLOSE SYSTEM-AUDIT-FILE
           END-IF.
