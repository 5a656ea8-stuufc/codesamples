      ******************************************************************
      * AUDCHREQ.cpy
      * Request area for the shared AUDCHAIN subprogram, passed with
      * the SYS-AUDIT-RECORD about to be written. Action "S" stamps
      * the record with the trail's next sequence number and its
      * chained check value -- every writer of SYSAUDIT.TXT makes
      * this call just before the WRITE. Action "C" only computes:
      * the check value of the record as it stands (sequence
      * already on it), chained from ACH-PREV-VALUE, returned in
      * ACH-VALUE -- the verification job's recompute.
      * The caller's RETURN-CODE rides along in ACH-RETURN-CODE and
      * is handed back unchanged, so stamping an audit record never
      * resets a condition code the job has already set.
      ******************************************************************
       01  AUDIT-CHAIN-REQUEST.
           05  ACH-ACTION              PIC X.
               88  ACH-ACT-STAMP            VALUE "S".
               88  ACH-ACT-COMPUTE          VALUE "C".
           05  ACH-PREV-VALUE          PIC 9(10).
           05  ACH-VALUE               PIC 9(10).
           05  ACH-STATUS              PIC XX.
               88  ACH-OK                   VALUE "00".
           05  ACH-RETURN-CODE         PIC S9(4).
