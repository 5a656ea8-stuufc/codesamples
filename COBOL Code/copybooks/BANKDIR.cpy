      ******************************************************************
      * BANKDIR.cpy
      * Bank routing directory (BANKDIR.TXT), one line per routing
      * number as loaded from the published ACH participant
      * directory. A routing number can carry a good check digit
      * and still not exist, or belong to a bank that no longer
      * receives ACH entries; EMPMAINT, the HR intake, and the
      * payroll's deposit allocation load turn those away here
      * instead of finding out when the prenote comes back. The
      * bank name prints beside the masked account on the
      * maintenance report.
      ******************************************************************
       01  BANK-DIRECTORY-RECORD.
           05  BKD-ROUTING         PIC X(9).
           05  BKD-BANK-NAME       PIC X(20).
      * "Y" while the bank receives ACH entries; anything else means
      * the routing number is kept for reference only
           05  BKD-ACH-FLAG        PIC X.
               88  BKD-ACH-ELIGIBLE     VALUE "Y".
           05  BKD-CHANGE-DATE     PIC X(8).
