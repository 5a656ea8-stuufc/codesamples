      * midnight-spanning pair (out earlier than in) go to
      * PUNCHEXC.TXT for the supervisor instead of guessing.
      *
      * Clocks at out-of-state job sites send a fifth field, the
      * two-letter state the pair was worked in; the day's hours
      * bucket by state as well, so a driver who crosses a state
      * line mid-day gets a card per state. No fifth field leaves
      * the card's work state blank (the master's work state).
      *
      * PUNCHCFG.TXT carries the feed's delimiter (default "|"),
      * the same way DELIMCFG.TXT steers the vendor-feed parser.
      ******************************************************************
       01  ws-punch-date                pic x(8).
       01  ws-punch-in                  pic x(4).
       01  ws-punch-out                 pic x(4).
       01  ws-punch-state               pic x(2).

       01  ws-in-minutes                pic s9(5) value zero.
       01  ws-out-minutes               pic s9(5) value zero.
       01  ws-quarter-units             pic s9(5) value zero.
       01  ws-day-hours                 pic 9(3)  value zero.

      *> one bucket per employee/day/state, summed over the day's
      *> pairs
       01  ws-day-count                 pic 9(3) value zero.
       01  ws-day-table.
           05  ws-day-entry occurs 300 times
                               indexed by ws-day-idx.
               10  ws-day-emp-id        pic x(6).
               10  ws-day-work-date     pic x(8).
               10  ws-day-work-state    pic x(2).
               10  ws-day-quarters      pic s9(5).

      *> adjacent-swap sort work fields, the way the payroll's own
       01  ws-day-hold.
           05  ws-hold-emp-id           pic x(6).
           05  ws-hold-work-date        pic x(8).
           05  ws-hold-work-state       pic x(2).
           05  ws-hold-quarters         pic s9(5).

       01  ws-line-count                pic 9(5) value zero.
           move spaces to ws-punch-date
           move spaces to ws-punch-in
           move spaces to ws-punch-out
           move spaces to ws-punch-state
           unstring ws-source-str
               delimited by all ws-delimiter
               into ws-punch-emp-id
                    ws-punch-date
                    ws-punch-in
                    ws-punch-out
                    ws-punch-state
           end-unstring

           if ws-punch-emp-id = spaces
               perform write-tagged-exception
               exit paragraph
           end-if
           if ws-punch-state not = spaces
               and ws-punch-state not alphabetic-upper
               move "BAD WORK STATE            " to pex-reason
               perform write-tagged-exception
               exit paragraph
           end-if

           compute ws-in-minutes =
               function numval(ws-punch-in(1:2)) * 60
           perform until ws-day-idx > ws-day-count
                   or (ws-day-emp-id(ws-day-idx) = ws-punch-emp-id
                       and ws-day-work-date(ws-day-idx)
                           = ws-punch-date
                       and ws-day-work-state(ws-day-idx)
                           = ws-punch-state)
               set ws-day-idx up by 1
           end-perform
           if ws-day-idx > ws-day-count
                   to ws-day-emp-id(ws-day-idx)
               move ws-punch-date
                   to ws-day-work-date(ws-day-idx)
               move ws-punch-state
                   to ws-day-work-state(ws-day-idx)
               move zero to ws-day-quarters(ws-day-idx)
           end-if
           add ws-quarter-units to ws-day-quarters(ws-day-idx).
               move ws-day-hours to tc-hours
               move space to tc-type
               move spaces to tc-pay-code
               move ws-day-work-state(ws-day-idx) to tc-work-state
               write timecard-record
               add 1 to ws-card-count
           end-perform
