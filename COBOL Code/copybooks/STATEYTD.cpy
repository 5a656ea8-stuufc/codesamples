      ******************************************************************
      * STATEYTD.cpy
      * Per-state year-to-date wage buckets, keyed by employee, tax
      * year, and state. PAYROL00 splits an employee's pay across
      * the states on the period's timecard lines by hours; the
      * work state's bucket takes the gross earned there and the
      * SUTA wages capped at that state's base, and the state that
      * actually withholds -- the work state, or the resident state
      * where the reciprocity table says so -- takes the taxable
      * wages and the tax. The year is part of the key, so nothing
      * has to zero the file at year end; the quarter field dates
      * the QTD figures, which restart when a posting arrives in a
      * later quarter.
      ******************************************************************
       01  STATE-YTD-RECORD.
           05  STY-KEY.
               10  STY-EMP-ID      PIC X(6).
               10  STY-TAX-YEAR    PIC X(4).
               10  STY-STATE       PIC X(2).
           05  STY-COMPANY-CODE    PIC X(2).
           05  STY-QUARTER         PIC 9.
           05  STY-YTD-GROSS       PIC 9(7)V99.
           05  STY-QTD-GROSS       PIC 9(7)V99.
           05  STY-YTD-SUTA-WAGES  PIC 9(7)V99.
           05  STY-YTD-STATE-WAGES PIC 9(7)V99.
           05  STY-QTD-STATE-WAGES PIC 9(7)V99.
           05  STY-YTD-STATE-TAX   PIC 9(6)V99.
           05  STY-QTD-STATE-TAX   PIC 9(6)V99.
