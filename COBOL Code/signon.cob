       01  WS-BANNER-DATE        PIC X(10).
       01  WS-BANNER-TIME        PIC X(8).

       COPY AUDCHREQ.

       LINKAGE SECTION.
       COPY SIGNONRQ.

                   DELIMITED BY SIZE INTO SYSAUD-KEY-INPUT
               END-STRING
               MOVE "JOB STARTED" TO SYSAUD-KEY-RESULT
               MOVE "S" TO ACH-ACTION
               MOVE RETURN-CODE TO ACH-RETURN-CODE
               CALL "AUDCHAIN" USING AUDIT-CHAIN-REQUEST
                   SYS-AUDIT-RECORD
                   ON EXCEPTION CONTINUE
               END-CALL
               WRITE SYS-AUDIT-RECORD
               CLOSE SYSTEM-AUDIT-FILE
           END-IF
