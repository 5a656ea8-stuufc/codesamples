      * prices separately so it shows as its own earnings bucket on
      * the register, the history, and the GL distribution.
           05  TC-PAY-CODE         PIC X(3).
      * state where the work was done, for drivers and field staff
      * who cross state lines in the same week; spaces = the
      * master's EMP-WORK-STATE. PAYROL00 splits gross and state
      * withholding across the states on the period's lines in
      * proportion to hours.
           05  TC-WORK-STATE       PIC X(2).
      * project / work order the time is charged to, validated
      * against the project master (PROJREC.cpy) by TCEDIT; spaces
      * = overhead time, not costed to any job.
           05  TC-PROJECT-CODE     PIC X(8).
