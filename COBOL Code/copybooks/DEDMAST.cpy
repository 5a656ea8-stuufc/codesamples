           05  DED-TYPE            PIC X.
               88  DED-TYPE-VOLUNTARY   VALUE "V".
               88  DED-TYPE-GARNISHMENT VALUE "G".
      * "L" is the employee-loan recovery code: its GL account is
      * the employee receivable, and nothing withheld under it goes
      * out on the remittance file.
               88  DED-TYPE-LOAN        VALUE "L".
      * "P" marks a pre-tax code (retirement, health premium): its
      * enrolled amount comes out of the wage base before federal
      * and state withholding is computed. A space reads as
