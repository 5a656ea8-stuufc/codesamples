      ******************************************************************
      * GARNCASE.cpy
      * Garnishment case file (GARNCASE.TXT), one line per order
      * served on an employee, in EMP-ID order. PAYROL00 computes
      * each period's disposable earnings (gross less the taxes
      * withheld), ranks the employee's active orders -- support
      * first, then tax levies, then creditor garnishments, each
      * by order date -- and holds every order to its legal limit:
      * support to the order's percentage of disposable earnings
      * (50 unless keyed higher), a levy to what exceeds its exempt
      * amount, and creditors to the lesser of 25 percent or what
      * exceeds thirty times the federal minimum hourly wage, after
      * whatever the higher-ranked orders already took. The take
      * comes off the case balance, and the case closes itself when
      * the balance is paid. DEDREMIT remits each case to its own
      * payee with the case number on the remittance.
      ******************************************************************
       01  GARNISHMENT-CASE-RECORD.
           05  GC-EMP-ID           PIC X(6).
           05  GC-CASE-NUMBER      PIC X(15).
           05  GC-AGENCY           PIC X(20).
           05  GC-ORDER-TYPE       PIC X.
               88  GC-TYPE-SUPPORT      VALUE "S".
               88  GC-TYPE-LEVY         VALUE "L".
               88  GC-TYPE-CREDITOR     VALUE "C".
           05  GC-ORDER-DATE       PIC X(8).
      * the DEDMAST code the take is withheld under, which names
      * the liability account the journal credits
           05  GC-DED-CODE         PIC X(3).
      * "P" takes GC-PERCENT of disposable earnings, "A" the flat
      * GC-AMOUNT per period. A levy ignores the method: GC-AMOUNT
      * is its exempt amount per period and it takes the rest.
           05  GC-METHOD           PIC X.
               88  GC-METHOD-PERCENT    VALUE "P".
               88  GC-METHOD-AMOUNT     VALUE "A".
           05  GC-PERCENT          PIC 9(2)V99.
           05  GC-AMOUNT           PIC 9(5)V99.
      * support orders only: the limit percentage the order cites
      * (50, 55, 60, 65); zero reads as 50
           05  GC-LIMIT-PCT        PIC 9(2).
           05  GC-BALANCE          PIC 9(7)V99.
      * "Y" for current support with no balance to pay down
           05  GC-OPEN-ENDED       PIC X.
               88  GC-NO-BALANCE        VALUE "Y".
           05  GC-STATUS           PIC X.
               88  GC-STATUS-ACTIVE     VALUE "A".
               88  GC-STATUS-PAID       VALUE "P".
               88  GC-STATUS-RELEASED   VALUE "R".
           05  GC-PAYEE-NAME       PIC X(20).
           05  GC-PAYEE-ROUTING    PIC X(9).
           05  GC-PAYEE-ACCOUNT    PIC X(17).
           05  GC-REMIT-METHOD     PIC X.
               88  GC-REMIT-ACH         VALUE "A".
               88  GC-REMIT-CHECK       VALUE "C".
