           05  FILLER              PIC X(10) VALUE " Locality ".
           05  PSL2-CODE           PIC X(2).

       01  PAY-STUB-FICA.
           05  FILLER              PIC X(10) VALUE "Soc Sec:$ ".
           05  PSF-SS-AMOUNT       PIC Z,ZZ9.99.
           05  FILLER              PIC X(12) VALUE "  Medicare:$".
           05  PSF-MED-AMOUNT      PIC Z,ZZ9.99.

       01  PAY-STUB-LEAVE.
           05  FILLER              PIC X(9)  VALUE "Leave:  ".
           05  FILLER              PIC X(8)  VALUE "Vac Bal ".
           05  PSD-DESC            PIC X(20).
           05  FILLER              PIC X(2)  VALUE " $".
           05  PSD-AMOUNT          PIC ZZ,ZZ9.99.

      * reimbursements are added to net pay after tax and deductions,
      * so they print in their own section with the claims under it
       01  PAY-STUB-REIMB-HEAD.
           05  FILLER              PIC X(29)
                   VALUE "Reimbursements (not taxed): $".
           05  PSRH-TOTAL          PIC ZZ,ZZ9.99.

       01  PAY-STUB-REIMB.
           05  FILLER              PIC X(9)  VALUE "Reimb:   ".
           05  PSRB-CODE           PIC X(3).
           05  FILLER              PIC X     VALUE SPACE.
           05  PSRB-DESC           PIC X(20).
           05  FILLER              PIC X(2)  VALUE " $".
           05  PSRB-AMOUNT         PIC ZZ,ZZ9.99.
