           05  PH-TAXABLE          PIC 9(5)V99.
      * city/locality earnings tax withheld this period.
           05  PH-LOCAL-TAX        PIC 9(4)V99.
      * overtime dollars: every hour past the threshold at whatever
      * rate it paid, premium or straight, for labor budgeting.
           05  PH-OT-PAY           PIC 9(5)V99.
      * employee Social Security and Medicare withheld this period;
      * with the income taxes and deductions they account for the
      * whole of gross less net.
           05  PH-SS-TAX           PIC 9(4)V99.
           05  PH-MEDICARE-TAX     PIC 9(4)V99.
      * non-taxable reimbursements paid with the check, added to net
      * after tax and deductions.
           05  PH-REIMB            PIC 9(5)V99.
