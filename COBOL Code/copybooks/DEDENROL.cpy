      * Per-employee deduction enrollment: which deduction codes an
      * employee is signed up for and the per-period amount. Matched
      * against DEDMAST.cpy by code; applied by PAYROL00 in the
      * deduction master's priority order. The file is the indexed
      * DEDENROL, keyed by employee then code, so a run reads one
      * employee's enrollments directly; ENRCONV loaded it once from
      * the old DEDENROL.TXT.
      ******************************************************************
       01  DEDUCTION-ENROLLMENT-RECORD.
           05  ENR-KEY.
               10  ENR-EMP-ID      PIC X(6).
               10  ENR-DED-CODE    PIC X(3).
           05  ENR-AMOUNT          PIC 9(5)V99.
      * Effective dates: the enrollment only deducts in periods
      * overlapping them. Spaces mean open-ended on that side, so
               88  ENR-BASIS-PCT-GROSS  VALUE "G".
               88  ENR-BASIS-PCT-NET    VALUE "N".
               88  ENR-BASIS-PER-HOUR   VALUE "H".
      * Run stamp: PAYROL00 posts the taken-to-date counter as each
      * take is made. The first posting in a run notes the period
      * and the run's start time here and starts ENR-RUN-TAKEN from
      * zero; a restarted run (same period, later start) backs
      * ENR-RUN-TAKEN out of the counter and re-derives it, so a
      * checkpoint restart never counts a take twice.
           05  ENR-RUN-PERIOD      PIC 9(4).
           05  ENR-RUN-STARTED     PIC X(14).
           05  ENR-RUN-TAKEN       PIC 9(7)V99.
