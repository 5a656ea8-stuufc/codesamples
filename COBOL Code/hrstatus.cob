       01  hr-transaction-record.
           05  hrt-action          pic x.
           05  hrt-emp-id          pic x(6).
           05  filler              pic x(204).

       fd  hr-error-file.
       01  hr-error-record.
