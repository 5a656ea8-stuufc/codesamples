      * The filter comes from CHGINQC.TXT:
      *     CIQ-EMP-ID      employee to list (spaces = all)
      *     CIQ-FIELD-NAME  field to list (spaces = all)
      * The report goes to CHGINQ.RPT. Personal-data changes (the
      * "PERS" fields) show their values only to an operator
      * holding the PERSDATA action; anyone else sees the change
      * was made, not what it was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGINQ.
       77  WS-FILTER-FIELD    PIC X(12) VALUE SPACES.
       77  WS-MATCH-COUNT     PIC 9(6) VALUE ZERO.
       77  WS-READ-COUNT      PIC 9(6) VALUE ZERO.
       77  WS-PERS-VIEW-FLAG  PIC X VALUE "N".
           88  WS-PERS-VIEW-ALLOWED  VALUE "Y".

       01  INQUIRY-DETAIL-LINE.
           05  IDL-EMP-ID      PIC X(6).

       COPY ERRSTAT.
       COPY SIGNONRQ.
       COPY AUTHREQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE

           MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
           MOVE "PERSDATA" TO AUT-ACTION
           CALL "AUTHCHK" USING AUTH-REQUEST
               ON EXCEPTION MOVE "00" TO AUT-STATUS
           END-CALL
           IF AUT-ALLOWED
               SET WS-PERS-VIEW-ALLOWED TO TRUE
           END-IF

           OPEN INPUT INQUIRY-CONFIG-FILE
           IF WS-CFG-FILE-OK
               READ INQUIRY-CONFIG-FILE
           MOVE CHG-FIELD-NAME TO IDL-FIELD
           MOVE CHG-OLD-VALUE  TO IDL-OLD
           MOVE CHG-NEW-VALUE  TO IDL-NEW
           IF CHG-FIELD-NAME(1:5) = "PERS "
               AND NOT WS-PERS-VIEW-ALLOWED
               MOVE "(RESTRICTED)" TO IDL-OLD
               MOVE "(RESTRICTED)" TO IDL-NEW
           END-IF
           MOVE CHG-OPERATOR   TO IDL-OPERATOR
           MOVE CHG-BATCH-ID   TO IDL-BATCH
           MOVE INQUIRY-DETAIL-LINE TO INQUIRY-REPORT-REC
