      ******************************************************************
      * ESCHCASE.cpy
      * Unclaimed-property case file (ESCHCASE.TXT), one line per
      * stale payroll check, kept by ESCHEAT from the day the check
      * passes the stale cutoff until it is escheated or cleared.
      * The stage carries the state's due-diligence steps:
      *   S  stale -- picked up, due-diligence letter not yet sent
      *   L  letter printed to the employee's last known address;
      *      waiting on a response
      *   R  the employee responded; the check comes out of the
      *      escheat cycle and is stopped and reissued through
      *      STOPCHK
      *   P  no response inside the waiting period -- reportable
      *      at the state's next reporting date
      *   E  reported on the holder file, voided on the check
      *      register and taken off the outstanding checks, and
      *      moved to the unclaimed-property liability in the GL
      *   C  cleared -- the bank paid the check, it was stopped, or
      *      it left the outstanding checks, before it became
      *      reportable
      * CHKRECON reads the file to show escheated checks apart
      * from the outstanding ones.
      ******************************************************************
       01  ESCHEAT-CASE-RECORD.
           05  ESC-CHECK-NUMBER    PIC 9(8).
           05  ESC-EMP-ID          PIC X(6).
           05  ESC-EMP-NAME        PIC X(15).
           05  ESC-AMOUNT          PIC 9(7)V99.
           05  ESC-ISSUE-DATE      PIC X(8).
           05  ESC-STAGE           PIC X.
               88  ESC-STAGE-STALE      VALUE "S".
               88  ESC-STAGE-LETTER     VALUE "L".
               88  ESC-STAGE-RESPONDED  VALUE "R".
               88  ESC-STAGE-REPORTABLE VALUE "P".
               88  ESC-STAGE-ESCHEATED  VALUE "E".
               88  ESC-STAGE-CLEARED    VALUE "C".
               88  ESC-STAGE-OPEN       VALUES "S" "L" "P".
           05  ESC-STALE-DATE      PIC X(8).
           05  ESC-LETTER-DATE     PIC X(8).
           05  ESC-RESPONSE-DATE   PIC X(8).
           05  ESC-REPORTABLE-DATE PIC X(8).
           05  ESC-REPORTED-DATE   PIC X(8).
      * state of the employee's last known address when reported;
      * the holder's own state when no address is on file
           05  ESC-STATE           PIC X(2).
