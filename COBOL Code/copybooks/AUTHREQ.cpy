      * attempts are visible.
      * Actions: APPROVE (pay-period approval), REVERSAL (reversal
      * run mode), RELEASE (scheduler hold release / confirm),
      * BANKCHG (apply banking changes), PERSDATA (view or change
      * the personal-data master), STOPPAY (stop a paycheck and
      * reissue it), OVERHIRE (release a hire or transfer past a
      * position's authorized FTE or budgeted rate range),
      * INCREASE (approve a general or merit increase batch),
      * FRAUDAUD (run the restricted fraud-indicator audit).
      * Statuses: 00 = allowed, 10 = refused; a shop with no
      * OPAUTH.TXT on file yet answers 00 with a console warning,
      * the way the other optional control files behave.
               88  AUT-ACT-REVERSAL     VALUE "REVERSAL".
               88  AUT-ACT-RELEASE      VALUE "RELEASE".
               88  AUT-ACT-BANKCHG      VALUE "BANKCHG".
               88  AUT-ACT-PERSDATA     VALUE "PERSDATA".
               88  AUT-ACT-STOPPAY      VALUE "STOPPAY".
               88  AUT-ACT-OVERHIRE     VALUE "OVERHIRE".
               88  AUT-ACT-INCREASE     VALUE "INCREASE".
               88  AUT-ACT-FRAUDAUD     VALUE "FRAUDAUD".
           05  AUT-STATUS          PIC X(2).
               88  AUT-ALLOWED          VALUE "00".
               88  AUT-REFUSED          VALUE "10".
