      ******************************************************************
      * JOBCOST.cpy
      * Job-cost detail (JOBCOST.TXT), one line per costed timecard
      * line, appended by every live PAYROL00 run. The labor is the
      * line's hours at the employee's rate times the pay code's
      * factor plus its share of the overtime premium; the burden
      * is the employer payroll tax in the same proportion as the
      * employee's gross. JOBCOST summarizes by project and period.
      ******************************************************************
       01  JOB-COST-RECORD.
           05  JC-PROJECT-CODE     PIC X(8).
           05  JC-CUSTOMER-ID      PIC X(8).
           05  JC-PERIOD-NUMBER    PIC 9(4).
           05  JC-PERIOD-END       PIC X(8).
           05  JC-EMP-ID           PIC X(6).
           05  JC-WORK-DATE        PIC X(8).
           05  JC-PAY-CODE         PIC X(3).
           05  JC-HOURS            PIC 9(3).
           05  JC-LABOR-COST       PIC 9(5)V99.
           05  JC-BURDEN-COST      PIC 9(5)V99.
           05  JC-TOTAL-COST       PIC 9(5)V99.
