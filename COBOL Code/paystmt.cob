      ******************************************************************
      * Employee self-service pay statement export. Writes one JSON
      * pay-statement document per employee per pay period to
      * PAYSTMT.TXT for the employee portal, so a copy of an old stub
      * no longer means a call to payroll and a PAYHINQ reprint.
      *
      * Two ways in:
      *   - after the live run, chained by the scheduler with the
      *     payroll parameter (group in byte 1, company in bytes
      *     2-3): the group's most recently PAID period on
      *     PAYPERD.TXT is exported, once -- PAYSTMTL.TXT remembers
      *     the last period sent per group and company, so a rerun
      *     or a trial-only night sends nothing twice.
      *   - on demand, run with no parameter (or "D" in byte 4):
      *     every PAYSTMTC.TXT line names a period range and an
      *     employee (spaces = everyone), and every history record
      *     inside a range is exported.
      *
      * Each document carries the period's earnings lines (regular,
      * overtime, premium, gross, non-taxable reimbursements), the
      * federal, state, local, Social Security and Medicare tax,
      * the deduction total, net pay, year-to-date figures, the
      * leave balances, the deduction year-to-date by code, and the
      * deposit accounts masked through MASKACCT. Year-to-date is
      * summed from PAYHIST itself -- every period of the same year
      * paid on or before this one -- so an old statement shows the
      * year as it stood then. The leave balances (LEAVEMST) and the
      * by-code deduction totals (DEDYTD.TXT) are kept current only,
      * so those two show today's figures on any statement.
      *
      * A period PAYROL00's reversal mode later backed out (its
      * REVERSAL record on SYSAUDIT.TXT, or on the SYSAUDAR archive
      * once AUDITRET has moved it) is not a statement anyone was
      * paid on, and is left out.
      *
      * Documents are validated before generation and any that fail
      * validation or JSON GENERATE go to PAYSTERR.TXT with the
      * JSON-CODE and a reason, as JSONERR.TXT and PAYJERR.TXT do.
      ******************************************************************
       identification division.
       program-id. pay-stmt-export.
       environment division.
       input-output section.
       file-control.
           select pay-history-file assign to "PAYHIST"
               organization is indexed
               access mode is dynamic
               record key is ph-key
               file status is ws-hist-file-status.

           select pay-period-file assign to "PAYPERD.TXT"
               organization is line sequential
               file status is ws-perd-file-status.

           select statement-request-file assign to "PAYSTMTC.TXT"
               organization is line sequential
               file status is ws-req-file-status.

           select last-export-file assign to "PAYSTMTL.TXT"
               organization is line sequential
               file status is ws-last-file-status.

           select employee-master-file assign to "EMPMAST"
               organization is indexed
               access mode is random
               record key is emp-id
               file status is ws-emp-file-status.

           select leave-master-file assign to "LEAVEMST"
               organization is indexed
               access mode is random
               record key is lve-emp-id
               file status is ws-lve-file-status.

           select deduction-ytd-file assign to "DEDYTD.TXT"
               organization is line sequential
               file status is ws-dyt-file-status.

           select deposit-allocation-file assign to "DEPALLOC.TXT"
               organization is line sequential
               file status is ws-dep-file-status.

           select system-audit-file assign to "SYSAUDIT.TXT"
               organization is line sequential
               file status is ws-sysaud-file-status.

           select audit-archive-file assign to "SYSAUDAR"
               organization is line sequential
               file status is ws-arc-file-status.

           select statement-file assign to "PAYSTMT.TXT"
               organization is line sequential
               file status is ws-stmt-file-status.

           select json-error-file assign to "PAYSTERR.TXT"
               organization is line sequential
               file status is ws-error-file-status.

       data division.
       file section.
       fd  pay-history-file.
           COPY PAYHIST.

       fd  pay-period-file.
           COPY PAYPERD.

       fd  statement-request-file.
       01  statement-request-record.
           05  req-from-period             pic 9(4).
           05  req-to-period               pic 9(4).
           05  req-emp-id                  pic x(6).

      * the last period exported after a live run, one line per
      * pay group and company
       fd  last-export-file.
       01  last-export-record.
           05  lst-pay-group               pic x.
           05  lst-company                 pic x(2).
           05  lst-period                  pic 9(4).

       fd  employee-master-file.
           COPY EMPREC.

       fd  leave-master-file.
           COPY LEAVEREC.

       fd  deduction-ytd-file.
       01  deduction-ytd-record.
           05  dyt-emp-id                  pic x(6).
           05  dyt-ded-code                pic x(3).
           05  dyt-amount                  pic s9(7)v99
                                           sign leading separate.

       fd  deposit-allocation-file.
       01  deposit-allocation-record.
           05  da-emp-id                   pic x(6).
           05  da-priority                 pic 9(2).
           05  da-routing                  pic x(9).
           05  da-account                  pic x(17).
           05  da-type                     pic x.
               88  da-type-fixed           value "F".
               88  da-type-percent         value "P".
           05  da-amount                   pic 9(7)v99.

       fd  system-audit-file.
           COPY SYSAUDIT.

      * the AUDITRET archive generation: header and trailer lines,
      * and between them the audit records it moved off the trail
       fd  audit-archive-file.
       01  audit-archive-rec               pic x(95).

       fd  statement-file.
       01  statement-record                pic x(2048).

       fd  json-error-file.
       01  json-error-record.
           05  err-record-id               pic x(10).
           05  filler                      pic x    value space.
           05  err-json-code               pic z(9)9.
           05  filler                      pic x    value space.
           05  err-reason                  pic x(40).

       working-storage section.

       01  ws-hist-file-status             pic xx.
           88  ws-hist-file-ok             value "00".
           88  ws-hist-file-eof            value "10".

       01  ws-perd-file-status             pic xx.
           88  ws-perd-file-ok             value "00".
           88  ws-perd-file-eof            value "10".

       01  ws-req-file-status              pic xx.
           88  ws-req-file-ok              value "00".
           88  ws-req-file-eof             value "10".

       01  ws-last-file-status             pic xx.
           88  ws-last-file-ok             value "00".
           88  ws-last-file-eof            value "10".

       01  ws-emp-file-status              pic xx.
           88  ws-emp-file-ok              value "00".

       01  ws-lve-file-status              pic xx.
           88  ws-lve-file-ok              value "00".

       01  ws-dyt-file-status              pic xx.
           88  ws-dyt-file-ok              value "00".
           88  ws-dyt-file-eof             value "10".

       01  ws-dep-file-status              pic xx.
           88  ws-dep-file-ok              value "00".
           88  ws-dep-file-eof             value "10".

       01  ws-sysaud-file-status           pic xx.
           88  ws-sysaud-file-ok           value "00".
           88  ws-sysaud-file-eof          value "10".
       01  ws-arc-file-status              pic xx.
           88  ws-arc-file-ok              value "00".
           88  ws-arc-file-eof             value "10".

       01  ws-stmt-file-status             pic xx.
           88  ws-stmt-file-ok             value "00".

       01  ws-error-file-status            pic xx.
           88  ws-error-file-ok            value "00".

      * run mode: "L" after the live run, "D" on demand
       01  ws-run-mode                     pic x value "D".
           88  ws-mode-live                value "L".
           88  ws-mode-demand              value "D".
       01  ws-run-pay-group                pic x value "W".
       01  ws-run-company                  pic x(2) value "01".

       01  ws-live-period                  pic 9(4) value zero.
       01  ws-live-pay-date                pic x(8) value spaces.
       01  ws-paid-found-flag              pic x value "n".
           88  ws-paid-period-found        value "y".
       01  ws-emp-open-flag                pic x value "n".
           88  ws-emp-file-is-open         value "y".
       01  ws-lve-open-flag                pic x value "n".
           88  ws-lve-file-is-open         value "y".

      * on-demand selections
       01  ws-req-count                    pic 9(3) value zero.
       01  ws-req-table.
           05  ws-req-entry occurs 100 times
                               indexed by ws-req-idx.
               10  ws-req-tbl-from         pic 9(4).
               10  ws-req-tbl-to           pic 9(4).
               10  ws-req-tbl-emp          pic x(6).

      * last period sent per group and company
       01  ws-last-count                   pic 9(3) value zero.
       01  ws-last-table.
           05  ws-last-entry occurs 50 times
                               indexed by ws-lst-idx.
               10  ws-lst-tbl-group        pic x.
               10  ws-lst-tbl-company      pic x(2).
               10  ws-lst-tbl-period       pic 9(4).

      * periods backed out by reversal mode
       01  ws-rev-count                    pic 9(4) value zero.
       01  ws-rev-full-flag                pic x value "N".
           88  ws-rev-table-full           value "Y".
       01  ws-rev-table.
           05  ws-rev-entry occurs 1000 times
                               indexed by ws-rev-idx.
               10  ws-rev-tbl-emp          pic x(6).
               10  ws-rev-tbl-period       pic 9(4).

       01  ws-dedytd-count                 pic 9(3) value zero.
       01  ws-dedytd-table.
           05  ws-dedytd-entry occurs 400 times
                               indexed by ws-dyt-idx.
               10  ws-dyt-tbl-emp          pic x(6).
               10  ws-dyt-tbl-code         pic x(3).
               10  ws-dyt-tbl-amt          pic s9(7)v99.

       01  ws-dep-count                    pic 9(3) value zero.
       01  ws-dep-table.
           05  ws-dep-entry occurs 300 times
                               indexed by ws-dep-idx.
               10  ws-dep-tbl-emp          pic x(6).
               10  ws-dep-tbl-priority     pic 9(2).
               10  ws-dep-tbl-account      pic x(17).
               10  ws-dep-tbl-type         pic x.

      * one employee's history, held so each statement's
      * year-to-date can be summed from the periods around it
       01  ws-emp-hist-count               pic 9(3) value zero.
       01  ws-emp-hist-table.
           05  ws-emp-hist-entry occurs 300 times
                               indexed by ws-eh-idx ws-ytd-idx.
               10  ws-eh-image             pic x(119).
               10  ws-eh-pay-date          pic x(8).
               10  ws-eh-reversed-flag     pic x.
                   88  ws-eh-reversed      value "y".
       01  ws-current-emp                  pic x(6) value spaces.
       01  ws-emp-hist-full-flag           pic x value "n".
           88  ws-emp-hist-full            value "y".

       01  ws-selected-flag                pic x value "n".
           88  ws-record-selected          value "y".
       01  ws-statement-is-valid           pic x value "y".
           88  ws-statement-valid          value "y".
           88  ws-statement-invalid        value "n".
       01  ws-validation-reason            pic x(40).
       01  ws-statement-id                 pic x(10).

      * the statement document; the deduction year-to-date and
      * deposit arrays are generated piece by piece and joined on
      * behind it
       01  ws-statement.
           05  ws-stm-employee-id          pic x(6).
           05  ws-stm-name                 pic x(15).
           05  ws-stm-period               pic 9(4).
           05  ws-stm-pay-date             pic x(8).
           05  ws-stm-earnings.
               10  ws-stm-hours            pic 9(3).
               10  ws-stm-rate             pic 9(3).
               10  ws-stm-regular          pic 9(5)v99.
               10  ws-stm-overtime         pic 9(5)v99.
               10  ws-stm-premium          pic 9(5)v99.
               10  ws-stm-gross            pic 9(5)v99.
               10  ws-stm-reimbursement    pic 9(5)v99.
           05  ws-stm-taxes.
               10  ws-stm-fed-tax          pic 9(4)v99.
               10  ws-stm-state-tax        pic 9(4)v99.
               10  ws-stm-local-tax        pic 9(4)v99.
               10  ws-stm-ss-tax           pic 9(4)v99.
               10  ws-stm-medicare-tax     pic 9(4)v99.
           05  ws-stm-deductions           pic 9(5)v99.
           05  ws-stm-net                  pic 9(5)v99.
           05  ws-stm-ytd.
               10  ws-ytd-gross            pic 9(7)v99.
               10  ws-ytd-fed-tax          pic 9(6)v99.
               10  ws-ytd-state-tax        pic 9(6)v99.
               10  ws-ytd-local-tax        pic 9(6)v99.
               10  ws-ytd-ss-tax           pic 9(6)v99.
               10  ws-ytd-medicare-tax     pic 9(6)v99.
               10  ws-ytd-deductions       pic 9(7)v99.
               10  ws-ytd-reimbursement    pic 9(7)v99.
               10  ws-ytd-net              pic 9(7)v99.
           05  ws-stm-leave.
               10  ws-stm-vacation         pic s9(4)v99.
               10  ws-stm-sick             pic s9(4)v99.

       01  ws-ded-piece.
           05  ws-pce-ded-code             pic x(3).
           05  ws-pce-ded-amount           pic s9(7)v99.

       01  ws-dep-piece.
           05  ws-pce-priority             pic 9(2).
           05  ws-pce-account              pic x(17).
           05  ws-pce-type                 pic x(7).

       01  ws-json-output                  pic x(1500).
       01  ws-json-char-count              pic 9(4).
       01  ws-json-piece                   pic x(100).
       01  ws-piece-char-count             pic 9(4).
       01  ws-doc-line                     pic x(2048).
       01  ws-doc-ptr                      pic 9(4).
       01  ws-piece-count                  pic 9(3).
       01  ws-generate-failed-flag         pic x value "n".
           88  ws-generate-failed          value "y".

       01  ws-work-amount                  pic s9(7)v99.

       01  ws-sent-count                   pic 9(5) value zero.
       01  ws-error-count                  pic 9(5) value zero.
       01  ws-reversed-count               pic 9(5) value zero.

       copy MASKREQ.
       copy ERRSTAT.
       copy SIGNONRQ.

       linkage section.
      * JCL-PARM-convention run parameter, as the scheduler passes
      * it: group in byte 1, company in bytes 2-3, "D" in byte 4
      * for an on-demand run
       01  lnk-run-parm.
           05  lnk-parm-length pic s9(4) comp.
           05  lnk-parm-data   pic x(20).

       procedure division using lnk-run-parm.
       main-procedure.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           move "PAYSTMT" to sgn-job-name
           move spaces to sgn-operator-id
           call "SIGNON" using signon-request
               on exception continue
           end-call

           move 0 to return-code
           if lnk-parm-length > 0 and lnk-parm-length <= 20
               set ws-mode-live to true
               if lnk-parm-data(1:1) not = space
                   move lnk-parm-data(1:1) to ws-run-pay-group
               end-if
               if lnk-parm-length > 1
                   and lnk-parm-data(2:2) not = spaces
                   move lnk-parm-data(2:2) to ws-run-company
               end-if
               if lnk-parm-length > 3
                   and lnk-parm-data(4:1) = "D"
                   set ws-mode-demand to true
               end-if
           end-if

           if ws-mode-live
               perform find-paid-period
               if not ws-paid-period-found
                   goback
               end-if
           else
               perform load-statement-requests
               if ws-req-count = zero
                   goback
               end-if
           end-if

           perform load-reversed-periods
           perform load-deduction-ytd
           perform load-deposit-allocations

           open input pay-history-file
           if not ws-hist-file-ok
               move ws-hist-file-status to ws-err-code
               move "Unable to open pay-history-file"
                   to ws-err-message
               perform report-common-error
               goback
           end-if

           open output statement-file
           if not ws-stmt-file-ok
               move ws-stmt-file-status to ws-err-code
               move "Unable to open statement-file"
                   to ws-err-message
               perform report-common-error
               close pay-history-file
               goback
           end-if

           open output json-error-file
           if not ws-error-file-ok
               move ws-error-file-status to ws-err-code
               move "Unable to open json-error-file" to ws-err-message
               perform report-common-error
               close pay-history-file
               close statement-file
               goback
           end-if

      *    the master and leave file only dress the statement; one
      *    missing still lets the pay figures go out
           open input employee-master-file
           if ws-emp-file-ok
               set ws-emp-file-is-open to true
           end-if
           open input leave-master-file
           if ws-lve-file-ok
               set ws-lve-file-is-open to true
           end-if

           perform position-to-first-history
           perform until ws-hist-file-eof
               if ph-emp-id not = ws-current-emp
                   perform export-employee-statements
                   move zero to ws-emp-hist-count
                   move "n" to ws-emp-hist-full-flag
                   move ph-emp-id to ws-current-emp
               end-if
               perform hold-history-record
               perform read-next-history
           end-perform
           perform export-employee-statements

           close pay-history-file
           close statement-file
           close json-error-file
           if ws-emp-file-is-open
               close employee-master-file
           end-if
           if ws-lve-file-is-open
               close leave-master-file
           end-if

           if ws-mode-live
               perform save-last-export
           end-if

           display "Pay statements written: " ws-sent-count
               "  errors: " ws-error-count
               "  reversed periods left out: " ws-reversed-count
           if return-code = 0 and ws-error-count > zero
               move 4 to return-code
           end-if
           goback.


       report-common-error.
           move "PAYSTMT" to ws-err-program-id
           set ws-err-severity-error to true
           display "ERROR " ws-err-program-id "-" ws-err-code
               ": " ws-err-message
           move 8 to return-code
           call "ALERTLOG" using ws-common-error-status
               on exception continue
           end-call.


      ******************************************************************
      * Live mode: the period the payroll run just closed is the
      * group's highest-numbered PAID period. One already sent
      * (PAYSTMTL.TXT) is not sent again.
      ******************************************************************
       find-paid-period.
           open input pay-period-file
           if not ws-perd-file-ok
               move ws-perd-file-status to ws-err-code
               move "Unable to open pay-period-file"
                   to ws-err-message
               perform report-common-error
               exit paragraph
           end-if
           perform until ws-perd-file-eof
               read pay-period-file
                   at end set ws-perd-file-eof to true
                   not at end
                       if ((pp-pay-group = ws-run-pay-group)
                           or (pp-group-weekly
                               and ws-run-pay-group = "W"))
                           and ((pp-company-code = ws-run-company)
                           or (pp-company-code = spaces
                               and ws-run-company = "01"))
                           and pp-status-paid
                           and pp-period-number >= ws-live-period
                           set ws-paid-period-found to true
                           move pp-period-number to ws-live-period
                           move pp-pay-date to ws-live-pay-date
                       end-if
               end-read
           end-perform
           close pay-period-file
           if not ws-paid-period-found
               display "No paid period for group " ws-run-pay-group
                   " company " ws-run-company
                   " -- no statements exported."
               exit paragraph
           end-if

           perform load-last-export
           perform varying ws-lst-idx from 1 by 1
               until ws-lst-idx > ws-last-count
               if ws-lst-tbl-group(ws-lst-idx) = ws-run-pay-group
                   and ws-lst-tbl-company(ws-lst-idx) = ws-run-company
                   and ws-lst-tbl-period(ws-lst-idx) = ws-live-period
                   display "Period " ws-live-period " of group "
                       ws-run-pay-group " already exported."
                   move "n" to ws-paid-found-flag
               end-if
           end-perform.


       load-last-export.
           open input last-export-file
           if not ws-last-file-ok
               exit paragraph
           end-if
           perform until ws-last-file-eof
               read last-export-file
                   at end set ws-last-file-eof to true
                   not at end
                       if ws-last-count < 50
                           add 1 to ws-last-count
                           set ws-lst-idx to ws-last-count
                           move lst-pay-group
                               to ws-lst-tbl-group(ws-lst-idx)
                           move lst-company
                               to ws-lst-tbl-company(ws-lst-idx)
                           move lst-period
                               to ws-lst-tbl-period(ws-lst-idx)
                       end-if
               end-read
           end-perform
           close last-export-file.


       save-last-export.
           set ws-lst-idx to 1
           search ws-last-entry
               at end
                   move zero to ws-err-code
                   move "PAYSTMTL.TXT full -- period not recorded"
                       to ws-err-message
                   perform report-common-error
                   exit paragraph
               when ws-lst-idx > ws-last-count
                   add 1 to ws-last-count
               when ws-lst-tbl-group(ws-lst-idx) = ws-run-pay-group
                   and ws-lst-tbl-company(ws-lst-idx) = ws-run-company
                   continue
           end-search
           move ws-run-pay-group to ws-lst-tbl-group(ws-lst-idx)
           move ws-run-company to ws-lst-tbl-company(ws-lst-idx)
           move ws-live-period to ws-lst-tbl-period(ws-lst-idx)

           open output last-export-file
           if not ws-last-file-ok
               move ws-last-file-status to ws-err-code
               move "Unable to rewrite PAYSTMTL.TXT" to ws-err-message
               perform report-common-error
               exit paragraph
           end-if
           perform varying ws-lst-idx from 1 by 1
               until ws-lst-idx > ws-last-count
               move ws-lst-tbl-group(ws-lst-idx) to lst-pay-group
               move ws-lst-tbl-company(ws-lst-idx) to lst-company
               move ws-lst-tbl-period(ws-lst-idx) to lst-period
               write last-export-record
           end-perform
           close last-export-file.


       load-statement-requests.
           open input statement-request-file
           if not ws-req-file-ok
               move ws-req-file-status to ws-err-code
               move "On-demand run but no PAYSTMTC.TXT"
                   to ws-err-message
               perform report-common-error
               exit paragraph
           end-if
           perform until ws-req-file-eof
               read statement-request-file
                   at end set ws-req-file-eof to true
                   not at end
                       perform hold-statement-request
               end-read
           end-perform
           close statement-request-file
           if ws-req-count = zero
               display "PAYSTMTC.TXT names no periods -- no"
                   " statements exported."
           end-if.


       hold-statement-request.
           if req-from-period not numeric
               or req-to-period not numeric
               or req-from-period > req-to-period
               display "Request " statement-request-record
                   " -- period range not valid, skipped."
               exit paragraph
           end-if
           if ws-req-count = 100
               display "Over 100 request lines -- "
                   statement-request-record " skipped."
               exit paragraph
           end-if
           add 1 to ws-req-count
           set ws-req-idx to ws-req-count
           move req-from-period to ws-req-tbl-from(ws-req-idx)
           move req-to-period to ws-req-tbl-to(ws-req-idx)
           move req-emp-id to ws-req-tbl-emp(ws-req-idx).


      * reversal mode leaves "REVERSAL eeeeee PER pppp" on the
      * audit trail for every period it backs out; AUDITRET moves
      * the older records to the archive, so both are read
       load-reversed-periods.
           open input audit-archive-file
           if ws-arc-file-ok
               perform until ws-arc-file-eof
                   read audit-archive-file into sys-audit-record
                       at end set ws-arc-file-eof to true
                       not at end perform judge-reversal-record
                   end-read
               end-perform
               close audit-archive-file
           end-if
           if ws-rev-table-full
               exit paragraph
           end-if
           open input system-audit-file
           if not ws-sysaud-file-ok
               display "No SYSAUDIT.TXT -- no reversals to leave out."
               exit paragraph
           end-if
           perform until ws-sysaud-file-eof
               read system-audit-file
                   at end set ws-sysaud-file-eof to true
                   not at end perform judge-reversal-record
               end-read
           end-perform
           close system-audit-file.


       judge-reversal-record.
           if sysaud-program-id = "PAYROL00"
               and sysaud-key-input(1:9) = "REVERSAL "
               and sysaud-key-input(21:4) numeric
               perform hold-reversed-period
           end-if.


       hold-reversed-period.
           if ws-rev-count = 1000
               move zero to ws-err-code
               move "Over 1000 reversals on the audit trail"
                   to ws-err-message
               perform report-common-error
               set ws-rev-table-full to true
               set ws-arc-file-eof to true
               set ws-sysaud-file-eof to true
               exit paragraph
           end-if
           add 1 to ws-rev-count
           set ws-rev-idx to ws-rev-count
           move sysaud-key-input(10:6) to ws-rev-tbl-emp(ws-rev-idx)
           move sysaud-key-input(21:4)
               to ws-rev-tbl-period(ws-rev-idx).


       load-deduction-ytd.
           open input deduction-ytd-file
           if not ws-dyt-file-ok
               display "No DEDYTD.TXT -- statements go out without"
                   " the deduction year-to-date by code."
               exit paragraph
           end-if
           perform until ws-dyt-file-eof
                   or ws-dedytd-count = 400
               read deduction-ytd-file
                   at end set ws-dyt-file-eof to true
                   not at end
                       add 1 to ws-dedytd-count
                       set ws-dyt-idx to ws-dedytd-count
                       move dyt-emp-id to ws-dyt-tbl-emp(ws-dyt-idx)
                       move dyt-ded-code
                           to ws-dyt-tbl-code(ws-dyt-idx)
                       move dyt-amount to ws-dyt-tbl-amt(ws-dyt-idx)
               end-read
           end-perform
           close deduction-ytd-file.


       load-deposit-allocations.
           open input deposit-allocation-file
           if not ws-dep-file-ok
               exit paragraph
           end-if
           perform until ws-dep-file-eof
                   or ws-dep-count = 300
               read deposit-allocation-file
                   at end set ws-dep-file-eof to true
                   not at end
                       add 1 to ws-dep-count
                       set ws-dep-idx to ws-dep-count
                       move da-emp-id to ws-dep-tbl-emp(ws-dep-idx)
                       move da-priority
                           to ws-dep-tbl-priority(ws-dep-idx)
                       move da-account
                           to ws-dep-tbl-account(ws-dep-idx)
                       move da-type to ws-dep-tbl-type(ws-dep-idx)
               end-read
           end-perform
           close deposit-allocation-file.


       position-to-first-history.
           move "00" to ws-hist-file-status
           move low-values to ph-key
           start pay-history-file key not < ph-key
               invalid key set ws-hist-file-eof to true
           end-start
           if not ws-hist-file-eof
               perform read-next-history
           end-if.


       read-next-history.
           read pay-history-file next
               at end set ws-hist-file-eof to true
           end-read.


       hold-history-record.
           if ws-emp-hist-count = 300
               if not ws-emp-hist-full
                   set ws-emp-hist-full to true
                   move zero to ws-err-code
                   move spaces to ws-err-message
                   string "Over 300 history periods for " ph-emp-id
                       " -- later periods not exported"
                       delimited by size into ws-err-message
                   end-string
                   perform report-common-error
               end-if
               exit paragraph
           end-if
           add 1 to ws-emp-hist-count
           set ws-eh-idx to ws-emp-hist-count
      *    history written before FICA and reimbursements were
      *    carried has blanks where they now sit
           if ph-ss-tax not numeric
               move zero to ph-ss-tax
           end-if
           if ph-medicare-tax not numeric
               move zero to ph-medicare-tax
           end-if
           if ph-reimb not numeric
               move zero to ph-reimb
           end-if
           move pay-history-record to ws-eh-image(ws-eh-idx)
           move ph-pay-date to ws-eh-pay-date(ws-eh-idx)
           move "n" to ws-eh-reversed-flag(ws-eh-idx)
           perform varying ws-rev-idx from 1 by 1
               until ws-rev-idx > ws-rev-count
               if ws-rev-tbl-emp(ws-rev-idx) = ph-emp-id
                   and ws-rev-tbl-period(ws-rev-idx) = ph-period
                   set ws-eh-reversed(ws-eh-idx) to true
               end-if
           end-perform.


      ******************************************************************
      * One employee's history is in hand: each selected period
      * that was not reversed becomes a statement.
      ******************************************************************
       export-employee-statements.
           if ws-emp-hist-count = zero
               exit paragraph
           end-if
           perform varying ws-eh-idx from 1 by 1
               until ws-eh-idx > ws-emp-hist-count
               move ws-eh-image(ws-eh-idx) to pay-history-record
               perform judge-selection
               if ws-record-selected
                   if ws-eh-reversed(ws-eh-idx)
                       add 1 to ws-reversed-count
                   else
                       perform export-one-statement
                   end-if
               end-if
           end-perform.


       judge-selection.
           move "n" to ws-selected-flag
           if ws-mode-live
               if ph-period = ws-live-period
                   and ph-pay-date = ws-live-pay-date
                   set ws-record-selected to true
               end-if
               exit paragraph
           end-if
           perform varying ws-req-idx from 1 by 1
               until ws-req-idx > ws-req-count
               if ph-period >= ws-req-tbl-from(ws-req-idx)
                   and ph-period <= ws-req-tbl-to(ws-req-idx)
                   and (ws-req-tbl-emp(ws-req-idx) = spaces
                       or ws-req-tbl-emp(ws-req-idx) = ph-emp-id)
                   set ws-record-selected to true
               end-if
           end-perform.


       export-one-statement.
           move spaces to ws-statement-id
           string ph-emp-id ph-period delimited by size
               into ws-statement-id
           end-string
           perform validate-statement
           if ws-statement-invalid
               add 1 to ws-error-count
               move spaces to json-error-record
               move ws-statement-id to err-record-id
               move zero to err-json-code
               move ws-validation-reason to err-reason
               write json-error-record
               exit paragraph
           end-if

           perform build-statement-fields
           move "n" to ws-generate-failed-flag
           json generate ws-json-output
               from ws-statement
               count in ws-json-char-count
               name of
                   ws-stm-employee-id is "employeeId",
                   ws-stm-name is "name",
                   ws-stm-period is "period",
                   ws-stm-pay-date is "payDate",
                   ws-stm-earnings is "earnings",
                   ws-stm-hours is "hours",
                   ws-stm-rate is "rate",
                   ws-stm-regular is "regular",
                   ws-stm-overtime is "overtime",
                   ws-stm-premium is "premium",
                   ws-stm-gross is "gross",
                   ws-stm-reimbursement is "reimbursements",
                   ws-stm-taxes is "taxes",
                   ws-stm-fed-tax is "federal",
                   ws-stm-state-tax is "state",
                   ws-stm-local-tax is "local",
                   ws-stm-ss-tax is "socialSecurity",
                   ws-stm-medicare-tax is "medicare",
                   ws-stm-deductions is "deductions",
                   ws-stm-net is "netPay",
                   ws-stm-ytd is "yearToDate",
                   ws-ytd-gross is "gross",
                   ws-ytd-fed-tax is "federal",
                   ws-ytd-state-tax is "state",
                   ws-ytd-local-tax is "local",
                   ws-ytd-ss-tax is "socialSecurity",
                   ws-ytd-medicare-tax is "medicare",
                   ws-ytd-deductions is "deductions",
                   ws-ytd-reimbursement is "reimbursements",
                   ws-ytd-net is "netPay",
                   ws-stm-leave is "leaveBalances",
                   ws-stm-vacation is "vacationHours",
                   ws-stm-sick is "sickHours"
               on exception
                   set ws-generate-failed to true
                   add 1 to ws-error-count
                   move spaces to json-error-record
                   move ws-statement-id to err-record-id
                   move JSON-CODE to err-json-code
                   move "JSON GENERATE failed" to err-reason
                   write json-error-record
           end-json
           if ws-generate-failed
               exit paragraph
           end-if

      *    the document closes on its final brace; the two arrays
      *    go in ahead of it
           move spaces to ws-doc-line
           move 1 to ws-doc-ptr
           string ws-json-output(1:ws-json-char-count - 1)
               delimited by size
               into ws-doc-line with pointer ws-doc-ptr
           end-string
           perform append-deduction-ytd
           perform append-deposit-accounts
           if ws-generate-failed
               exit paragraph
           end-if
           string "}" delimited by size
               into ws-doc-line with pointer ws-doc-ptr
           end-string

           move ws-doc-line to statement-record
           write statement-record
           add 1 to ws-sent-count.


       validate-statement.
           set ws-statement-valid to true
           move spaces to ws-validation-reason

           if ph-emp-id = spaces
               set ws-statement-invalid to true
               move "Employee ID is blank" to ws-validation-reason
           else
               if ph-name = spaces
                   set ws-statement-invalid to true
                   move "Employee name is blank"
                       to ws-validation-reason
               else
                   if ph-pay-date not numeric
                       set ws-statement-invalid to true
                       move "Pay date is blank or not YYYYMMDD"
                           to ws-validation-reason
                   else
                       if ph-net > ph-gross + ph-reimb
                           set ws-statement-invalid to true
                           move "Net pay exceeds gross pay"
                               to ws-validation-reason
                       end-if
                   end-if
               end-if
           end-if.


       build-statement-fields.
           initialize ws-statement
           move ph-emp-id to ws-stm-employee-id
           move ph-name to ws-stm-name
           move ph-period to ws-stm-period
           move ph-pay-date to ws-stm-pay-date
           move ph-hours to ws-stm-hours
           move ph-rate to ws-stm-rate
           move ph-ot-pay to ws-stm-overtime
           move ph-premium to ws-stm-premium
           move ph-gross to ws-stm-gross
      *    what is left of gross past overtime and premium is the
      *    straight-time line
           compute ws-work-amount = ph-gross - ph-ot-pay - ph-premium
           if ws-work-amount > zero
               move ws-work-amount to ws-stm-regular
           end-if
           move ph-fed-tax to ws-stm-fed-tax
           move ph-state-tax to ws-stm-state-tax
           move ph-local-tax to ws-stm-local-tax
           move ph-ss-tax to ws-stm-ss-tax
           move ph-medicare-tax to ws-stm-medicare-tax
           move ph-reimb to ws-stm-reimbursement
           move ph-total-ded to ws-stm-deductions
           move ph-net to ws-stm-net

           perform sum-year-to-date

           if ws-lve-file-is-open
               move ph-emp-id to lve-emp-id
               read leave-master-file
                   invalid key continue
                   not invalid key
                       move lve-vac-balance to ws-stm-vacation
                       move lve-sick-balance to ws-stm-sick
               end-read
           end-if.


      * every unreversed period of the statement's year paid on or
      * before its pay date, this one included
       sum-year-to-date.
           perform varying ws-ytd-idx from 1 by 1
               until ws-ytd-idx > ws-emp-hist-count
               if not ws-eh-reversed(ws-ytd-idx)
                   and ws-eh-pay-date(ws-ytd-idx)(1:4)
                       = ph-pay-date(1:4)
                   and ws-eh-pay-date(ws-ytd-idx) <= ph-pay-date
                   move ws-eh-image(ws-ytd-idx) to pay-history-record
                   add ph-gross to ws-ytd-gross
                   add ph-fed-tax to ws-ytd-fed-tax
                   add ph-state-tax to ws-ytd-state-tax
                   add ph-local-tax to ws-ytd-local-tax
                   add ph-ss-tax to ws-ytd-ss-tax
                   add ph-medicare-tax to ws-ytd-medicare-tax
                   add ph-total-ded to ws-ytd-deductions
                   add ph-reimb to ws-ytd-reimbursement
                   add ph-net to ws-ytd-net
               end-if
           end-perform
           move ws-eh-image(ws-eh-idx) to pay-history-record.


       append-deduction-ytd.
           string ',"deductionsYearToDate":[' delimited by size
               into ws-doc-line with pointer ws-doc-ptr
           end-string
           move zero to ws-piece-count
           perform varying ws-dyt-idx from 1 by 1
               until ws-dyt-idx > ws-dedytd-count
                   or ws-generate-failed
               if ws-dyt-tbl-emp(ws-dyt-idx) = ph-emp-id
                   move ws-dyt-tbl-code(ws-dyt-idx) to ws-pce-ded-code
                   move ws-dyt-tbl-amt(ws-dyt-idx)
                       to ws-pce-ded-amount
                   json generate ws-json-piece
                       from ws-ded-piece
                       count in ws-piece-char-count
                       name of
                           ws-pce-ded-code is "code",
                           ws-pce-ded-amount is "amount"
                       on exception
                           perform record-piece-failure
                       not on exception
                           perform append-json-piece
                   end-json
               end-if
           end-perform
           string "]" delimited by size
               into ws-doc-line with pointer ws-doc-ptr
           end-string.


      * the split-deposit allocations in priority order when the
      * employee has them, otherwise the master's single account
       append-deposit-accounts.
           string ',"depositAccounts":[' delimited by size
               into ws-doc-line with pointer ws-doc-ptr
           end-string
           move zero to ws-piece-count
           perform varying ws-dep-idx from 1 by 1
               until ws-dep-idx > ws-dep-count
                   or ws-generate-failed
               if ws-dep-tbl-emp(ws-dep-idx) = ph-emp-id
                   move ws-dep-tbl-priority(ws-dep-idx)
                       to ws-pce-priority
                   move ws-dep-tbl-account(ws-dep-idx) to msk-account
                   if ws-dep-tbl-type(ws-dep-idx) = "P"
                       move "PERCENT" to ws-pce-type
                   else
                       move "FIXED" to ws-pce-type
                   end-if
                   perform generate-deposit-piece
               end-if
           end-perform
           if ws-piece-count = zero
               and ws-emp-file-is-open
               and not ws-generate-failed
               move ph-emp-id to emp-id
               read employee-master-file
                   invalid key continue
                   not invalid key
                       if emp-bank-account not = spaces
                           move 1 to ws-pce-priority
                           move emp-bank-account to msk-account
                           move "NET" to ws-pce-type
                           perform generate-deposit-piece
                       end-if
               end-read
           end-if
           string "]" delimited by size
               into ws-doc-line with pointer ws-doc-ptr
           end-string.


       generate-deposit-piece.
      *    the portal is no bank: the account goes out masked, and
      *    without MASKACCT it goes out blanked rather than whole
           call "MASKACCT" using mask-request
               on exception move all "*" to msk-account
           end-call
           move msk-account to ws-pce-account
           json generate ws-json-piece
               from ws-dep-piece
               count in ws-piece-char-count
               name of
                   ws-pce-priority is "priority",
                   ws-pce-account is "account",
                   ws-pce-type is "allocation"
               on exception
                   perform record-piece-failure
               not on exception
                   perform append-json-piece
           end-json.


       append-json-piece.
           if ws-piece-count > zero
               string "," delimited by size
                   into ws-doc-line with pointer ws-doc-ptr
               end-string
           end-if
           string ws-json-piece(1:ws-piece-char-count)
               delimited by size
               into ws-doc-line with pointer ws-doc-ptr
           end-string
           add 1 to ws-piece-count.


      * a statement missing part of itself is not sent
       record-piece-failure.
           set ws-generate-failed to true
           add 1 to ws-error-count
           move spaces to json-error-record
           move ws-statement-id to err-record-id
           move JSON-CODE to err-json-code
           move "JSON GENERATE failed on statement array"
               to err-reason
           write json-error-record.

       end program pay-stmt-export.
