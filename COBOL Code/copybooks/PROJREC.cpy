      ******************************************************************
      * PROJREC.cpy
      * Project / work-order master (PROJMAST.TXT), one line per job
      * the plant books labor to. TCEDIT refuses timecard lines
      * charged to a code that is not here or is closed; PAYROL00
      * costs the lines that pass, and JOBCOST reports the labor by
      * project and feeds the invoicing extract the billing
      * customer carried here.
      ******************************************************************
       01  PROJECT-MASTER-RECORD.
           05  PRJ-CODE            PIC X(8).
           05  PRJ-DESC            PIC X(20).
           05  PRJ-CUSTOMER-ID     PIC X(8).
           05  PRJ-CUSTOMER-NAME   PIC X(20).
      * "O" open for time; "C" closed -- no more time is accepted.
      * Spaces read as open.
           05  PRJ-STATUS          PIC X.
               88  PRJ-STATUS-OPEN      VALUES "O" SPACE.
               88  PRJ-STATUS-CLOSED    VALUE "C".
