      * with their differences, so accounts payable can go straight
      * to the offending vendor. A grand-total line reconciles the
      * whole file at the end.
      *
      * Foreign-currency vendors: a vendor header may carry a
      * currency code (spaces or USD = dollars) and, optionally,
      * the date its rate is taken at (spaces = the business date):
      *     "V" + vendor id + control total + currency + rate date
      * A foreign section's amounts are read in the currency's own
      * writing -- comma or period as the decimal mark, period,
      * comma or space between thousands -- and the section is
      * balanced in its own currency. EXCHRATE.TXT (currency,
      * effective date, dollars per unit) converts it at the latest
      * rate on or before the rate date, and the report shows the
      * original subtotal, the rate and the dollar amounts; the
      * grand total is in dollars. A section with no rate on file
      * cannot be converted: it goes to RECONEXC.TXT, stays out of
      * the grand total, and the run ends incomplete.
      ******************************************************************
       identification division.
       program-id. currency-reconciliation.
               organization is line sequential
               file status is ws-exc-file-status.

           select exchange-rate-file assign to "EXCHRATE.TXT"
               organization is line sequential
               file status is ws-rate-file-status.

           select business-date-file assign to "BUSDATE.TXT"
               organization is line sequential
               file status is ws-bus-file-status.

       data division.
       file section.
       fd  recon-input-file.
               88  in-detail-record        value "D".
           05  in-vendor-id            pic x(8).
           05  in-amount               pic x(11).
      * vendor header only
           05  in-currency-code        pic x(3).
           05  in-rate-date            pic x(8).

       fd  recon-report-file.
       01  recon-report-record         pic x(80).
           05  exc-vendor-id           pic x(8).
           05  filler                  pic x    value space.
           05  exc-difference          pic $$,$$$,$$9.99-.
      * foreign sections: the difference above is in dollars, the
      * one here in the vendor's own currency
           05  filler                  pic x    value space.
           05  exc-currency-code       pic x(3).
           05  filler                  pic x    value space.
           05  exc-original-difference pic --,---,--9.99.
           05  filler                  pic x    value space.
           05  exc-reason              pic x(24).

       fd  exchange-rate-file.
       01  exchange-rate-record.
           05  xr-currency-code        pic x(3).
           05  xr-effective-date       pic 9(8).
           05  xr-rate                 pic 9(3)v9(6).

       fd  business-date-file.
       01  business-date-record.
           05  bd-date                 pic 9(8).

       working-storage section.

       01  ws-exc-file-status          pic xx.
           88  ws-exc-file-ok             value "00".

       01  ws-rate-file-status         pic xx.
           88  ws-rate-file-ok            value "00".
           88  ws-rate-file-eof           value "10".

       01  ws-bus-file-status          pic xx.
           88  ws-bus-file-ok             value "00".

       01  ws-business-date            pic 9(8) value zero.

      * dollars per unit of each currency, by effective date
       01  ws-rate-count               pic 9(3) value zero.
       01  ws-rate-table.
           05  ws-rate-entry occurs 500 times
                               indexed by ws-rate-idx.
               10  ws-rate-tbl-currency    pic x(3).
               10  ws-rate-tbl-date        pic 9(8).
               10  ws-rate-tbl-rate        pic 9(3)v9(6).

       01  ws-vendor-open-flag         pic x value "N".
           88  ws-vendor-section-open      value "Y".

       01  ws-current-vendor            pic x(8) value spaces.
       01  ws-current-currency          pic x(3) value spaces.
           88  ws-dollar-section           values "USD" spaces.
       01  ws-current-rate-date         pic 9(8) value zero.
       01  ws-current-rate              pic 9(3)v9(6) value zero.
       01  ws-current-rate-date-used    pic 9(8) value zero.
       01  ws-rate-found-flag           pic x value "N".
           88  ws-rate-found               value "Y".
       01  ws-converted-control         pic s9(9)v99 comp-3 value 0.
       01  ws-converted-total           pic s9(9)v99 comp-3 value 0.
       01  ws-converted-difference      pic s9(9)v99 comp-3 value 0.
       01  ws-unconverted-count         pic 9(4) value 0.
       01  ws-vendor-control            pic s9(7)v99 comp-3 value 0.
       01  ws-vendor-total              pic s9(7)v99 comp-3 value 0.
       01  ws-vendor-difference         pic s9(7)v99 comp-3 value 0.
       01  ws-amount-display            pic $$,$$$,$$9.99-.
       01  ws-amount-display-2          pic $$,$$$,$$9.99-.
       01  ws-amount-display-3          pic $$,$$$,$$9.99-.
       01  ws-original-display          pic --,---,--9.99.
       01  ws-original-display-2        pic --,---,--9.99.
       01  ws-original-display-3        pic --,---,--9.99.
       01  ws-rate-display              pic zz9.999999.

      * the unstring-and-scale idiom for $999,999.99 amounts, the
      * same one the original single-vendor version used
       01  ws-parsed-amount             pic s9(7)v99 comp-3.
       01  ws-amount-tmp                pic s9(7)v99 comp-3.

      * a foreign amount is read character by character: the last
      * comma or period with one or two digits after it is the
      * decimal mark, any other comma, period or space only groups
      * thousands, and a currency symbol ahead of the digits is
      * passed over
       01  ws-char-idx                  pic 99.
       01  ws-decimal-pos               pic 99.
       01  ws-after-sep-count           pic 99.
       01  ws-one-digit                 pic 9.
       01  ws-whole-part                pic 9(9).
       01  ws-fraction-part             pic 99.
       01  ws-fraction-count            pic 9.

       procedure division.
       main-procedure.
           open input recon-input-file

           open output recon-exception-file

           perform establish-business-date
           perform load-exchange-rates

           move "CURRENCY RECONCILIATION BY VENDOR"
               to recon-report-record
           write recon-report-record
           close recon-exception-file

           if ws-out-of-balance-count > zero
               or ws-unconverted-count > zero
               display "Vendors out of balance: "
                   ws-out-of-balance-count
                   "  sections with no exchange rate: "
                   ws-unconverted-count
               move 8 to return-code
           else
               display "All vendors reconcile."
       open-vendor-section.
           set ws-vendor-section-open to true
           move in-vendor-id to ws-current-vendor
           move in-currency-code to ws-current-currency
           move in-amount to ws-source-num
           perform parse-section-amount
           move ws-parsed-amount to ws-vendor-control
           move zero to ws-vendor-total
      *    dollar sections add straight into the grand totals; a
      *    foreign one adds its converted amounts when it closes
           if ws-dollar-section
               add ws-vendor-control to ws-grand-control
           else
               perform find-exchange-rate
           end-if.


       accumulate-detail-amount.
               exit paragraph
           end-if
           move in-amount to ws-source-num
           perform parse-section-amount
           add ws-parsed-amount to ws-vendor-total
           if ws-dollar-section
               add ws-parsed-amount to ws-grand-total
           end-if.


      * one subtotal line per vendor; only the out-of-balance ones
           if not ws-vendor-section-open
               exit paragraph
           end-if
           if not ws-dollar-section
               perform close-foreign-section
               move "N" to ws-vendor-open-flag
               exit paragraph
           end-if

           compute ws-vendor-difference =
               ws-vendor-total - ws-vendor-control
           move "N" to ws-vendor-open-flag.


      * the section balances in its own currency; the rate line
      * under the subtotal shows what it came to in dollars
       close-foreign-section.
           compute ws-vendor-difference =
               ws-vendor-total - ws-vendor-control
           move ws-vendor-control    to ws-original-display
           move ws-vendor-total      to ws-original-display-2
           move ws-vendor-difference to ws-original-display-3

           move spaces to recon-report-record
           string "VENDOR " ws-current-vendor
               " " ws-current-currency
               " CTL " ws-original-display
               " RUN " ws-original-display-2
               " DIF " ws-original-display-3
               delimited by size
               into recon-report-record
           end-string
           write recon-report-record

           if not ws-rate-found
               add 1 to ws-unconverted-count
               move spaces to recon-report-record
               string "    NO " ws-current-currency
                   " RATE ON OR BEFORE " ws-current-rate-date
                   " -- NOT IN GRAND TOTAL"
                   delimited by size
                   into recon-report-record
               end-string
               write recon-report-record
               move spaces to recon-exception-record
               move ws-current-vendor    to exc-vendor-id
               move zero                 to exc-difference
               move ws-current-currency  to exc-currency-code
               move ws-vendor-difference to exc-original-difference
               move "NO EXCHANGE RATE"   to exc-reason
               write recon-exception-record
               exit paragraph
           end-if

           compute ws-converted-control rounded =
               ws-vendor-control * ws-current-rate
           compute ws-converted-total rounded =
               ws-vendor-total * ws-current-rate
           compute ws-converted-difference =
               ws-converted-total - ws-converted-control
           add ws-converted-control to ws-grand-control
           add ws-converted-total to ws-grand-total

           move ws-current-rate         to ws-rate-display
           move ws-converted-control    to ws-amount-display
           move ws-converted-total      to ws-amount-display-2
           move spaces to recon-report-record
           string "    RATE " ws-rate-display
               " OF " ws-current-rate-date-used
               " USD CTL " ws-amount-display
               " RUN " ws-amount-display-2
               delimited by size
               into recon-report-record
           end-string
           write recon-report-record

           if ws-vendor-difference not = zero
               add 1 to ws-out-of-balance-count
               move spaces to recon-exception-record
               move ws-current-vendor       to exc-vendor-id
               move ws-converted-difference to exc-difference
               move ws-current-currency     to exc-currency-code
               move ws-vendor-difference    to exc-original-difference
               move "OUT OF BALANCE"        to exc-reason
               write recon-exception-record
           end-if.


       write-grand-total-lines.
           compute ws-grand-difference =
               ws-grand-total - ws-grand-control
           end-string
           write recon-report-record

           if ws-unconverted-count > zero
               move spaces to recon-report-record
               string "SECTIONS NOT CONVERTED (NO RATE): "
                   ws-unconverted-count
                   delimited by size
                   into recon-report-record
               end-string
               write recon-report-record
           end-if

           evaluate true
               when ws-unconverted-count > zero
                   move "RECONCILIATION INCOMPLETE."
                       to recon-report-record
               when ws-grand-difference = zero
                   move "RECONCILIATION OK." to recon-report-record
               when other
                   move "RECONCILIATION OUT OF BALANCE."
                       to recon-report-record
           end-evaluate
           write recon-report-record.


       establish-business-date.
           move function current-date(1:8) to ws-business-date
           open input business-date-file
           if ws-bus-file-ok
               read business-date-file
                   not at end
                       if bd-date numeric and bd-date > zero
                           move bd-date to ws-business-date
                       end-if
               end-read
               close business-date-file
           end-if.


       load-exchange-rates.
           open input exchange-rate-file
           if not ws-rate-file-ok
               display "No EXCHRATE.TXT -- foreign-currency sections"
                   " cannot be converted."
               exit paragraph
           end-if
           perform until ws-rate-file-eof
               read exchange-rate-file
                   at end set ws-rate-file-eof to true
                   not at end
                       if ws-rate-count < 500
                           and xr-effective-date numeric
                           and xr-rate numeric
                           add 1 to ws-rate-count
                           set ws-rate-idx to ws-rate-count
                           move xr-currency-code
                               to ws-rate-tbl-currency(ws-rate-idx)
                           move xr-effective-date
                               to ws-rate-tbl-date(ws-rate-idx)
                           move xr-rate
                               to ws-rate-tbl-rate(ws-rate-idx)
                       else
                           display "Exchange rate " exchange-rate-record
                               " not loaded."
                       end-if
               end-read
           end-perform
           close exchange-rate-file.


      * the latest rate for the currency effective on or before the
      * section's rate date
       find-exchange-rate.
           move "N" to ws-rate-found-flag
           move zero to ws-current-rate
           if in-rate-date numeric and in-rate-date not = zero
               move in-rate-date to ws-current-rate-date
           else
               move ws-business-date to ws-current-rate-date
           end-if
           perform varying ws-rate-idx from 1 by 1
               until ws-rate-idx > ws-rate-count
               if ws-rate-tbl-currency(ws-rate-idx)
                       = ws-current-currency
                   and ws-rate-tbl-date(ws-rate-idx)
                       <= ws-current-rate-date
                   and ws-rate-tbl-rate(ws-rate-idx) > zero
                   if not ws-rate-found
                       or ws-rate-tbl-date(ws-rate-idx)
                           > ws-current-rate-date-used
                       set ws-rate-found to true
                       move ws-rate-tbl-date(ws-rate-idx)
                           to ws-current-rate-date-used
                       move ws-rate-tbl-rate(ws-rate-idx)
                           to ws-current-rate
                   end-if
               end-if
           end-perform.


       parse-section-amount.
           if ws-dollar-section
               perform parse-dollar-amount
           else
               perform parse-foreign-amount
           end-if.


      * dollars, thousands, and cents pieces are each scaled and
      * added separately -- the same idiom payroll.cob uses for
      * its totals, kept from the single-vendor version.
           compute ws-amount-tmp = ws-dest-num(3) / 100
           add ws-amount-tmp to ws-parsed-amount.


       parse-foreign-amount.
           move zero to ws-decimal-pos
           move zero to ws-after-sep-count
           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > 11
               if ws-source-num(ws-char-idx:1) = "," or "."
                   move ws-char-idx to ws-decimal-pos
                   move zero to ws-after-sep-count
               else
                   if ws-source-num(ws-char-idx:1) is numeric
                       add 1 to ws-after-sep-count
                   end-if
               end-if
           end-perform
      *    three digits after the last separator make it a
      *    thousands mark, and the amount whole
           if ws-after-sep-count > 2
               move zero to ws-decimal-pos
           end-if

           move zero to ws-whole-part
           move zero to ws-fraction-part
           move zero to ws-fraction-count
           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > 11
               if ws-source-num(ws-char-idx:1) is numeric
                   move ws-source-num(ws-char-idx:1) to ws-one-digit
                   if ws-decimal-pos > zero
                       and ws-char-idx > ws-decimal-pos
                       compute ws-fraction-part =
                           ws-fraction-part * 10 + ws-one-digit
                       add 1 to ws-fraction-count
                   else
                       compute ws-whole-part =
                           ws-whole-part * 10 + ws-one-digit
                   end-if
               end-if
           end-perform

           move ws-whole-part to ws-parsed-amount
           if ws-fraction-count = 1
               compute ws-amount-tmp = ws-fraction-part / 10
           else
               compute ws-amount-tmp = ws-fraction-part / 100
           end-if
           add ws-amount-tmp to ws-parsed-amount.

       end program currency-reconciliation.
