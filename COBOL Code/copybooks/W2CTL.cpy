      ******************************************************************
      * W2CTL.cpy
      * Wage-statement control totals, one line per company
      * (W2CTL.TXT). WAGESTMT replaces its company's line each run
      * with the figures its control page proved -- or failed to
      * prove -- against W2SUMM.TXT; the SSA submission build ties
      * every employer section back to these before the file is
      * allowed to stand.
      ******************************************************************
       01  W2-CONTROL-RECORD.
           05  W2C-COMPANY         PIC X(2).
           05  FILLER              PIC X.
           05  W2C-TAX-YEAR        PIC X(4).
           05  FILLER              PIC X.
           05  W2C-STMT-COUNT      PIC 9(5).
           05  FILLER              PIC X.
           05  W2C-GROSS           PIC 9(9)V99.
           05  FILLER              PIC X.
           05  W2C-TAXABLE         PIC 9(9)V99.
           05  FILLER              PIC X.
           05  W2C-FED-TAX         PIC 9(9)V99.
           05  FILLER              PIC X.
           05  W2C-STATE-TAX       PIC 9(9)V99.
           05  FILLER              PIC X.
           05  W2C-SS-TAX          PIC 9(9)V99.
           05  FILLER              PIC X.
           05  W2C-MEDICARE-TAX    PIC 9(9)V99.
           05  FILLER              PIC X.
           05  W2C-VERDICT         PIC X(6).
               88  W2C-TIED            VALUE "TIED".
           05  FILLER              PIC X.
           05  W2C-RUN-DATE        PIC X(8).
