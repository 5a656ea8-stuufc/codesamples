      * work state's annual wage-base cap is reached; the year-end
      * close zeroes it with the other annual buckets.
           05  YTD-SUTA-WAGES      PIC 9(7)V99.
      * employee share of Social Security and Medicare withheld; the
      * Social Security bucket stops growing once taxable wages
      * reach the year's wage base.
           05  YTD-SS-TAX          PIC 9(6)V99.
           05  QTD-SS-TAX          PIC 9(6)V99.
           05  YTD-MEDICARE-TAX    PIC 9(6)V99.
           05  QTD-MEDICARE-TAX    PIC 9(6)V99.
