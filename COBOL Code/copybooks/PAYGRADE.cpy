      ******************************************************************
      * PAYGRADE.cpy
      * Pay grade table (PAYGRADE.TXT), one line per grade per
      * effective date: a new range is added as a new line dated the
      * day it takes effect, and the line with the latest date not
      * after the run date is the one in force. The range is in the
      * grade's own pay terms -- an hourly rate for an hourly grade,
      * an annual salary for a salaried one, a commission base for
      * a commission one -- the way POSMAST budgets a position.
      * EMPMAINT warns on pay outside the range; COMPRPT measures
      * every employee against the midpoint.
      ******************************************************************
       01  PAY-GRADE-RECORD.
           05  PGR-GRADE           PIC X(3).
           05  PGR-EFF-DATE        PIC X(8).
           05  PGR-PAY-CLASS       PIC X.
           05  PGR-MINIMUM         PIC 9(7)V99.
           05  PGR-MIDPOINT        PIC 9(7)V99.
           05  PGR-MAXIMUM         PIC 9(7)V99.
           05  PGR-TITLE           PIC X(20).
