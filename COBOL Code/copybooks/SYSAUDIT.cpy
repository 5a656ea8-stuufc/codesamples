      * PAYROL00 and OPERATORS so there is one shared place to look for
      * what a run processed, instead of only console DISPLAY text that
      * disappears once the job ends.
      *
      * Every record is chained: AUDCHAIN stamps it, just before the
      * WRITE, with the trail's next sequence number and a check
      * value computed from the record's own content and the check
      * value of the record before it. An edited, removed or
      * reordered record breaks the chain, and AUDVRFY reports it.
      * Records written before chaining began carry neither.
      ******************************************************************
       01  SYS-AUDIT-RECORD.
           05  SYSAUD-PROGRAM-ID       PIC X(9).
           05  SYSAUD-KEY-INPUT        PIC X(27).
           05  FILLER                  PIC X    VALUE SPACE.
           05  SYSAUD-KEY-RESULT       PIC X(20).
           05  FILLER                  PIC X    VALUE SPACE.
           05  SYSAUD-SEQUENCE         PIC 9(9).
           05  FILLER                  PIC X    VALUE SPACE.
           05  SYSAUD-CHAIN            PIC 9(10).
