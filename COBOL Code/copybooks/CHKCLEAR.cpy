      ******************************************************************
      * CHKCLEAR.cpy
      * Check clearing profile (CHKCLEAR.TXT), rewritten by CHKRECON
      * from each statement's paid items: one line per number of
      * calendar days between a check's issue date and the day the
      * bank paid it, with how many checks and how many dollars
      * cleared at that lag. Lags past 60 days are counted at 60.
      * The funding forecast (CASHREQ) spreads the checks of a run
      * over their expected clearing dates by this profile.
      ******************************************************************
       01  CHECK-CLEARING-RECORD.
           05  CLR-LAG-DAYS        PIC 9(3).
           05  CLR-COUNT           PIC 9(5).
           05  CLR-AMOUNT          PIC 9(9)V99.
