      ******************************************************************
      * TRLFUND.cpy
      * Trial-run funding extract (TRLFUND.TXT). A trial writes no
      * transmittal, tax liability, or deduction liability files,
      * so it leaves what it computed here instead -- one "X" line
      * per tax jurisdiction withheld and one "R" line per
      * deduction code owed to a third party -- for the funding
      * forecast to project from before the live run.
      ******************************************************************
       01  TRIAL-FUNDING-RECORD.
           05  TFD-RECORD-TYPE     PIC X.
               88  TFD-TAX              VALUE "X".
               88  TFD-REMIT            VALUE "R".
           05  TFD-KEY             PIC X(3).
           05  TFD-AMOUNT          PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  TFD-PERIOD          PIC 9(4).
           05  TFD-PAY-DATE        PIC X(8).
