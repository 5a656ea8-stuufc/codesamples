      * period really cost and not just what the employee saw.
           05  FILLER          PIC X(4)  VALUE " EC$".
           05  REG-EMPR-COST   PIC ZZ,ZZ9.99.
      * non-taxable reimbursements already inside the net pay
           05  FILLER          PIC X(3)  VALUE " R$".
           05  REG-REIMB       PIC ZZZZ9.99 BLANK WHEN ZERO.

      * payment-media recap under the grand total: how many employees
      * went out by live deposit and how many by other means (prenote
           05  REG-TOTAL-GROSS PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)  VALUE " NET:".
           05  REG-TOTAL-NET   PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(7)  VALUE " REIMB:".
           05  REG-TOTAL-REIMB PIC Z,ZZZ,ZZ9.99.
