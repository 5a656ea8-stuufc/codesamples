      ******************************************************************
      * BANKRTRN.cpy
      * Bank return / notification-of-change record (BANKRTRN.TXT),
      * one line per item the bank sent back. A line with no
      * return code and no amount is a returned prenote, which
      * PAYROL00 fails when the account is still waiting. ACHRTRN
      * handles the rest: a live deposit return ("R" code with the
      * returned amount) is matched to its BANKXMIT entry, reversed
      * in the GL, queued for a replacement check and the account
      * marked returned; a notification of change ("C" code)
      * becomes a pending banking correction that EMPMAINT's
      * dual-control release applies.
      ******************************************************************
       01  BANK-RETURN-RECORD.
           05  RTRN-EMP-ID         PIC X(6).
           05  RTRN-REASON         PIC X(20).
           05  RTRN-RETURN-CODE.
               10  RTRN-CODE-CLASS PIC X.
                   88  RTRN-IS-RETURN       VALUE "R".
                   88  RTRN-IS-NOC          VALUE "C".
               10  RTRN-CODE-NUMBER PIC X(2).
           05  RTRN-AMOUNT         PIC 9(7)V99.
           05  RTRN-PERIOD-NUMBER  PIC 9(4).
      * notification of change only: the corrected routing and
      * account as the bank reports them; a field the bank did not
      * correct is left blank
           05  RTRN-CORR-ROUTING   PIC X(9).
           05  RTRN-CORR-ACCOUNT   PIC X(17).
