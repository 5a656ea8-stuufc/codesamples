      ******************************************************************
      * Inbound benefits-enrollment intake from the benefits vendor,
      * built on the JSON PARSE pattern hr-json-intake uses. The
      * vendor sends one document per employee per line to
      * BENJSONIN.TXT: the employee id and an array of elections,
      * each a deduction code, a per-period amount or a percent of
      * gross, the date it takes effect, and a waive flag. The keys
      * carry the names of the parse target below.
      *
      * Every code must be a voluntary deduction on DEDMAST.TXT and
      * every employee must be on EMPMAST; the elections that pass
      * are applied straight to the keyed enrollment file DEDENROL
      * through its effective dates:
      *     new code       enrolled from the effective date
      *     waived code    stopped the day before the effective
      *                    date (withdrawn outright when it had not
      *                    started by then)
      *     changed code   the new amount or percent applies from
      *                    the effective date; a change dated after
      *                    today's business date waits on
      *                    BENQUEUE.TXT and is applied by the first
      *                    run on or after that date, the way the
      *                    master maintenance holds its future
      *                    changes. A later election for the same
      *                    code replaces whatever was waiting.
      * An election already on file as sent answers UNCHANGED, so a
      * feed run twice applies nothing twice.
      *
      * Each applied or queued election is written to the shared
      * audit trail SYSAUDIT.TXT, and every election -- and every
      * document that would not parse -- is answered on
      * BENSTATUS.TXT with one JSON status document in the style of
      * the HR status feed, for the vendor to load back.
      ******************************************************************
       identification division.
       program-id. ben-json-intake.
       environment division.
       input-output section.
       file-control.
           select ben-json-input-file assign to "BENJSONIN.TXT"
               organization is line sequential
               file status is ws-input-file-status.

           select deduction-master-file assign to "DEDMAST.TXT"
               organization is line sequential
               file status is ws-ded-file-status.

           select employee-master-file assign to "EMPMAST"
               organization is indexed
               access mode is random
               record key is emp-id
               file status is ws-emp-file-status.

           select deduction-enrollment-file assign to "DEDENROL"
               organization is indexed
               access mode is dynamic
               record key is enr-key
               file status is ws-enr-file-status.

           select ben-queue-file assign to "BENQUEUE.TXT"
               organization is line sequential
               file status is ws-queue-file-status.

           select business-date-file assign to "BUSDATE.TXT"
               organization is line sequential
               file status is ws-bus-file-status.

           select system-audit-file assign to "SYSAUDIT.TXT"
               organization is line sequential
               file status is ws-sysaud-file-status.

           select ben-status-file assign to "BENSTATUS.TXT"
               organization is line sequential
               file status is ws-stat-file-status.

       data division.
       file section.
       fd  ben-json-input-file.
       01  ben-json-input-record           pic x(1024).

       fd  deduction-master-file.
           copy DEDMAST.

       fd  employee-master-file.
           copy EMPREC.

       fd  deduction-enrollment-file.
           copy DEDENROL.

      * one waiting change per line
       fd  ben-queue-file.
       01  ben-queue-record.
           05  bq-emp-id           pic x(6).
           05  bq-ded-code         pic x(3).
           05  bq-amount           pic 9(5)v99.
           05  bq-basis            pic x.
           05  bq-eff-date         pic x(8).

       fd  business-date-file.
       01  business-date-record.
           05  bd-date             pic 9(8).

       fd  system-audit-file.
           copy SYSAUDIT.

       fd  ben-status-file.
       01  ben-status-record               pic x(256).

       working-storage section.

       01  ws-input-file-status            pic xx.
           88  ws-input-file-ok            value "00".
           88  ws-input-file-eof           value "10".

       01  ws-ded-file-status              pic xx.
           88  ws-ded-file-ok              value "00".
           88  ws-ded-file-eof             value "10".

       01  ws-emp-file-status              pic xx.
           88  ws-emp-file-ok              value "00".

       01  ws-enr-file-status              pic xx.
           88  ws-enr-file-ok              value "00".
           88  ws-enr-file-not-found       value "35".

       01  ws-queue-file-status            pic xx.
           88  ws-queue-file-ok            value "00".
           88  ws-queue-file-eof           value "10".

       01  ws-bus-file-status              pic xx.
           88  ws-bus-file-ok              value "00".

       01  ws-sysaud-file-status           pic xx.
           88  ws-sysaud-file-ok           value "00".

       01  ws-stat-file-status             pic xx.
           88  ws-stat-file-ok             value "00".

       01  ws-business-date                pic 9(8) value zero.
       01  ws-stop-date                    pic 9(8) value zero.

      * the voluntary deductions the vendor may elect
       01  ws-ded-count                    pic 9(3) value zero.
       01  ws-ded-table.
           05  ws-ded-entry occurs 100 times
                               indexed by ws-ded-idx.
               10  ws-ded-tbl-code     pic x(3).
               10  ws-ded-tbl-type     pic x.
                   88  ws-ded-tbl-voluntary    value "V".

      * changes waiting for their effective date, held whole for
      * the run and written back at the end
       01  ws-queue-count                  pic 9(3) value zero.
       01  ws-queue-table.
           05  ws-queue-entry occurs 200 times
                               indexed by ws-que-idx.
               10  ws-que-emp-id       pic x(6).
               10  ws-que-ded-code     pic x(3).
               10  ws-que-amount       pic 9(5)v99.
               10  ws-que-basis        pic x.
               10  ws-que-eff-date     pic x(8).
               10  ws-que-state        pic x.
                   88  ws-que-waiting          value "Q".
       01  ws-queue-held                   pic 9(3) value zero.

       01  ws-inbound-json                 pic x(1024).

      * parse target; the vendor's keys carry these same names. A
      * blank code ends the elections a document holds.
       01  ws-enrollment.
           05  ben-emp-id          pic x(6).
           05  ben-election occurs 12 times
                               indexed by ws-elc-idx.
               10  ben-ded-code    pic x(3).
               10  ben-amount      pic 9(5)v99.
               10  ben-percent     pic 9(3)v99.
               10  ben-eff-date    pic x(8).
               10  ben-waive       pic x.
                   88  ben-waived          value "Y".
                   88  ben-elected         values "N" space.

      * the election in hand, from a document or from the queue
       01  ws-election.
           05  ws-elc-emp-id       pic x(6).
           05  ws-elc-ded-code     pic x(3).
           05  ws-elc-amount       pic 9(5)v99.
           05  ws-elc-basis        pic x.
           05  ws-elc-eff-date     pic x(8).
           05  ws-elc-waive        pic x.
               88  ws-elc-waived           value "Y".

       01  ws-record-is-valid              pic x   value "Y".
           88  ws-record-valid             value "Y".
           88  ws-record-invalid           value "N".
       01  ws-employee-is-valid            pic x   value "Y".
           88  ws-employee-valid           value "Y".
           88  ws-employee-invalid         value "N".
       01  ws-enrollment-found-flag        pic x   value "N".
           88  ws-enrollment-found         value "Y".

       01  ws-validation-reason            pic x(40).
       01  ws-audit-action                 pic x.

      * the outbound status document
       01  ws-status-doc.
           05  ws-doc-record-id        pic x(10).
           05  ws-doc-ded-code         pic x(3).
           05  ws-doc-eff-date         pic x(8).
           05  ws-doc-status           pic x(10).
           05  ws-doc-reason           pic x(40).

       01  ws-json-output                  pic x(256).
       01  ws-json-char-count              pic 9(4).
       01  ws-json-code-edit               pic z(9)9.

       01  ws-document-count               pic 9(5) value zero.
       01  ws-applied-count                pic 9(5) value zero.
       01  ws-queued-count                 pic 9(5) value zero.
       01  ws-unchanged-count              pic 9(5) value zero.
       01  ws-rejected-count               pic 9(5) value zero.
       01  ws-status-error-count           pic 9(5) value zero.

       copy ERRSTAT.
       copy SIGNONRQ.
       copy ENQREQ.
       copy AUDCHREQ.

       procedure division.
       main-procedure.
      *    shared sign-on banner; the job shows on the console and
      *    on the audit trail with the operator who started it
           move "BENINTAK" to sgn-job-name
           move spaces to sgn-operator-id
           call "SIGNON" using signon-request
               on exception continue
           end-call

           move 0 to return-code

      *    no payroll may be reading enrollments while they change
           move "BENINTAK" to enq-holder
           move "E" to enq-action
           move "EMPMAST" to enq-resource
           call "ENQMGR" using enq-request
               on exception move "00" to enq-status
           end-call
           if not enq-granted
               move zero to ws-err-code
               move spaces to ws-err-message
               string "EMPMAST held by " enq-held-by
                   " -- benefits intake refused"
                   delimited by size into ws-err-message
               end-string
               perform report-common-error
               goback
           end-if

           perform establish-business-date
           perform load-deduction-master
           if ws-ded-count = zero
               move ws-ded-file-status to ws-err-code
               move "No deduction codes on DEDMAST.TXT"
                   to ws-err-message
               perform report-common-error
               perform release-master-lock
               goback
           end-if

           open input ben-json-input-file
           if not ws-input-file-ok
               move ws-input-file-status to ws-err-code
               move "Unable to open ben-json-input-file"
                   to ws-err-message
               perform report-common-error
               perform release-master-lock
               goback
           end-if

           open input employee-master-file
           if not ws-emp-file-ok
               move ws-emp-file-status to ws-err-code
               move "Unable to open employee-master-file"
                   to ws-err-message
               perform report-common-error
               close ben-json-input-file
               perform release-master-lock
               goback
           end-if

      *    the enrollment file is created on first open if the
      *    vendor feed is the first thing ever to enroll anyone
           open i-o deduction-enrollment-file
           if ws-enr-file-not-found
               open output deduction-enrollment-file
               close deduction-enrollment-file
               open i-o deduction-enrollment-file
           end-if
           if not ws-enr-file-ok
               move ws-enr-file-status to ws-err-code
               move "Unable to open deduction-enrollment-file"
                   to ws-err-message
               perform report-common-error
               close ben-json-input-file
               close employee-master-file
               perform release-master-lock
               goback
           end-if

           open output ben-status-file
           if not ws-stat-file-ok
               move ws-stat-file-status to ws-err-code
               move "Unable to open ben-status-file"
                   to ws-err-message
               perform report-common-error
               close ben-json-input-file
               close employee-master-file
               close deduction-enrollment-file
               perform release-master-lock
               goback
           end-if

           open extend system-audit-file
           if not ws-sysaud-file-ok
               open output system-audit-file
           end-if

           perform load-change-queue
           perform apply-due-queue-entries

           perform read-json-document
           perform until ws-input-file-eof
               add 1 to ws-document-count
               perform parse-enrollment-document
               perform read-json-document
           end-perform

           perform write-change-queue

           close ben-json-input-file
           close employee-master-file
           close deduction-enrollment-file
           close ben-status-file
           close system-audit-file
           perform release-master-lock

           display "Benefits intake documents: " ws-document-count
               "  applied: " ws-applied-count
               "  queued: " ws-queued-count
           display "Benefits intake unchanged: " ws-unchanged-count
               "  rejected: " ws-rejected-count
               "  still waiting: " ws-queue-held
           if ws-rejected-count > zero
               or ws-status-error-count > zero
               move 4 to return-code
           end-if
           goback.


       release-master-lock.
           move "BENINTAK" to enq-holder
           move "D" to enq-action
           move "EMPMAST" to enq-resource
           call "ENQMGR" using enq-request
               on exception continue
           end-call.


       report-common-error.
           move "BENINTAK" to ws-err-program-id
           set ws-err-severity-error to true
           display "ERROR " ws-err-program-id "-" ws-err-code
               ": " ws-err-message
           call "ALERTLOG" using ws-common-error-status
               on exception continue
           end-call
      *    set after the call -- ALERTLOG leaves its own return code
           move 8 to return-code.


      * the chain's business date when established, so a rerun
      * judges effective dates exactly as the failed run would have
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


       load-deduction-master.
           move zero to ws-ded-count
           open input deduction-master-file
           if not ws-ded-file-ok
               exit paragraph
           end-if
           perform until ws-ded-file-eof or ws-ded-count = 100
               read deduction-master-file
                   at end set ws-ded-file-eof to true
                   not at end
                       add 1 to ws-ded-count
                       set ws-ded-idx to ws-ded-count
                       move ded-code to ws-ded-tbl-code(ws-ded-idx)
                       move ded-type to ws-ded-tbl-type(ws-ded-idx)
               end-read
           end-perform
           close deduction-master-file.


       read-json-document.
           read ben-json-input-file
               at end
                   set ws-input-file-eof to true
               not at end
                   move ben-json-input-record to ws-inbound-json
           end-read.


       parse-enrollment-document.
           move spaces to ws-enrollment
           perform varying ws-elc-idx from 1 by 1
                   until ws-elc-idx > 12
               move zero to ben-amount(ws-elc-idx)
               move zero to ben-percent(ws-elc-idx)
           end-perform
           json parse ws-inbound-json
               into ws-enrollment
               on exception
                   add 1 to ws-rejected-count
                   move spaces to ws-status-doc
                   move "UNPARSED" to ws-doc-record-id
                   move "REJECTED" to ws-doc-status
                   move spaces to ws-doc-reason
                   move JSON-CODE to ws-json-code-edit
                   string "Document could not be parsed, code "
                       function trim(ws-json-code-edit)
                       delimited by size into ws-doc-reason
                   end-string
                   perform generate-status-document
               not on exception
                   perform apply-enrollment-document
           end-json.


       apply-enrollment-document.
           perform validate-employee
           if ben-ded-code(1) = spaces
               move spaces to ws-status-doc
               move ben-emp-id to ws-doc-record-id
               move "REJECTED" to ws-doc-status
               if ws-employee-valid
                   move "Document holds no elections"
                       to ws-doc-reason
               else
                   move ws-validation-reason to ws-doc-reason
               end-if
               add 1 to ws-rejected-count
               perform generate-status-document
               exit paragraph
           end-if
           perform varying ws-elc-idx from 1 by 1
                   until ws-elc-idx > 12
                   or ben-ded-code(ws-elc-idx) = spaces
               perform apply-document-election
           end-perform.


       validate-employee.
           set ws-employee-valid to true
           move spaces to ws-validation-reason
           if ben-emp-id = spaces
               set ws-employee-invalid to true
               move "Employee id is blank" to ws-validation-reason
               exit paragraph
           end-if
           move ben-emp-id to emp-id
           read employee-master-file
               invalid key
                   set ws-employee-invalid to true
                   move "Employee not on the employee master"
                       to ws-validation-reason
           end-read
           if ws-employee-valid and emp-status-purged
               set ws-employee-invalid to true
               move "Employee has been purged from the master"
                   to ws-validation-reason
           end-if.


       apply-document-election.
           move spaces to ws-election
           move ben-emp-id to ws-elc-emp-id
           move ben-ded-code(ws-elc-idx) to ws-elc-ded-code
           move ben-eff-date(ws-elc-idx) to ws-elc-eff-date
           move ben-waive(ws-elc-idx) to ws-elc-waive
           move zero to ws-elc-amount
           if ben-percent(ws-elc-idx) numeric
               and ben-percent(ws-elc-idx) > zero
               move ben-percent(ws-elc-idx) to ws-elc-amount
               move "G" to ws-elc-basis
           else
               if ben-amount(ws-elc-idx) numeric
                   move ben-amount(ws-elc-idx) to ws-elc-amount
               end-if
               move "F" to ws-elc-basis
           end-if

           move spaces to ws-status-doc
           move ws-elc-emp-id to ws-doc-record-id
           move ws-elc-ded-code to ws-doc-ded-code
           move ws-elc-eff-date to ws-doc-eff-date

           if ws-employee-invalid
               set ws-record-invalid to true
           else
               perform validate-election
           end-if
           if ws-record-invalid
               add 1 to ws-rejected-count
               move "REJECTED" to ws-doc-status
               move ws-validation-reason to ws-doc-reason
               perform generate-status-document
               exit paragraph
           end-if

      *    the vendor's latest word on a code replaces a change
      *    still waiting for its date
           perform drop-queued-changes
           if ws-elc-waived
               perform apply-waived-election
           else
               perform apply-elected-election
           end-if
           perform generate-status-document.


       validate-election.
           set ws-record-valid to true

           set ws-ded-idx to 1
           perform until ws-ded-idx > ws-ded-count
                   or ws-ded-tbl-code(ws-ded-idx) = ws-elc-ded-code
               set ws-ded-idx up by 1
           end-perform
           if ws-ded-idx > ws-ded-count
               set ws-record-invalid to true
               move "Deduction code not on DEDMAST"
                   to ws-validation-reason
               exit paragraph
           end-if
           if not ws-ded-tbl-voluntary(ws-ded-idx)
               set ws-record-invalid to true
               move "Code is not a voluntary benefit deduction"
                   to ws-validation-reason
               exit paragraph
           end-if

           if not ben-waived(ws-elc-idx)
               and not ben-elected(ws-elc-idx)
               set ws-record-invalid to true
               move "Waive flag is not Y or N" to ws-validation-reason
               exit paragraph
           end-if

           if ws-elc-eff-date not numeric
               set ws-record-invalid to true
               move "Effective date is not YYYYMMDD"
                   to ws-validation-reason
               exit paragraph
           end-if
           if function test-date-yyyymmdd
                   (function numval(ws-elc-eff-date)) not = zero
               set ws-record-invalid to true
               move "Effective date is not a calendar date"
                   to ws-validation-reason
               exit paragraph
           end-if

           if ws-elc-waived
               exit paragraph
           end-if
           if ben-percent(ws-elc-idx) not numeric
               or ben-amount(ws-elc-idx) not numeric
               set ws-record-invalid to true
               move "Amount or percent is not numeric"
                   to ws-validation-reason
               exit paragraph
           end-if
           if ben-percent(ws-elc-idx) > zero
               and ben-amount(ws-elc-idx) > zero
               set ws-record-invalid to true
               move "Election gives both an amount and a percent"
                   to ws-validation-reason
               exit paragraph
           end-if
           if ws-elc-amount = zero
               set ws-record-invalid to true
               move "Election gives no amount or percent"
                   to ws-validation-reason
               exit paragraph
           end-if
           if ws-elc-basis = "G" and ws-elc-amount > 100
               set ws-record-invalid to true
               move "Percent of gross is over 100"
                   to ws-validation-reason
           end-if.


       read-enrollment.
           move "N" to ws-enrollment-found-flag
           move ws-elc-emp-id to enr-emp-id
           move ws-elc-ded-code to enr-ded-code
           read deduction-enrollment-file
               invalid key continue
               not invalid key set ws-enrollment-found to true
           end-read.


      ******************************************************************
      * A waived code stops the day before the waiver takes effect.
      * An enrollment that would stop before it ever started is
      * withdrawn outright -- left on file with its stop ahead of
      * its start it would still overlap a period spanning both.
      ******************************************************************
       apply-waived-election.
           perform read-enrollment
           if not ws-enrollment-found
               add 1 to ws-unchanged-count
               move "UNCHANGED" to ws-doc-status
               move "Waived; no enrollment on file to stop"
                   to ws-doc-reason
               exit paragraph
           end-if

           compute ws-stop-date = function date-of-integer
               (function integer-of-date
                   (function numval(ws-elc-eff-date)) - 1)
           if enr-stop-date not = spaces
               and enr-stop-date not > ws-stop-date
               add 1 to ws-unchanged-count
               move "UNCHANGED" to ws-doc-status
               move spaces to ws-doc-reason
               string "Already stopped after " enr-stop-date
                   delimited by size into ws-doc-reason
               end-string
               exit paragraph
           end-if

           if enr-start-date not = spaces
               and enr-start-date > ws-stop-date
               delete deduction-enrollment-file
                   invalid key
                       perform enrollment-update-failed
                       exit paragraph
               end-delete
               move "Withdrawn before it started" to ws-doc-reason
           else
               move ws-stop-date to enr-stop-date
               rewrite deduction-enrollment-record
                   invalid key
                       perform enrollment-update-failed
                       exit paragraph
               end-rewrite
               move spaces to ws-doc-reason
               string "Stopped after " enr-stop-date
                   delimited by size into ws-doc-reason
               end-string
           end-if
           add 1 to ws-applied-count
           move "APPLIED" to ws-doc-status
           move "T" to ws-audit-action
           perform write-enrollment-audit-record.


      ******************************************************************
      * A new code is enrolled from its effective date, whenever
      * that is -- the start date holds it back until then. A
      * changed amount or percent on a code already enrolled
      * applies now when its date has come and waits on the queue
      * when it has not.
      ******************************************************************
       apply-elected-election.
           perform read-enrollment
           if not ws-enrollment-found
               perform add-enrollment
               exit paragraph
           end-if

           if enr-amount = ws-elc-amount
               and (enr-basis = ws-elc-basis
                   or (enr-basis = space and ws-elc-basis = "F"))
               and enr-stop-date = spaces
               add 1 to ws-unchanged-count
               move "UNCHANGED" to ws-doc-status
               move "Election already on file" to ws-doc-reason
               exit paragraph
           end-if

           if ws-elc-eff-date > ws-business-date
               perform queue-future-change
               exit paragraph
           end-if
           perform change-enrollment.


       add-enrollment.
           move spaces to deduction-enrollment-record
           move ws-elc-emp-id to enr-emp-id
           move ws-elc-ded-code to enr-ded-code
           move ws-elc-amount to enr-amount
           move ws-elc-basis to enr-basis
           move ws-elc-eff-date to enr-start-date
           move spaces to enr-stop-date
           move zero to enr-goal-amount enr-taken-to-date
           move zero to enr-run-period enr-run-taken
           move spaces to enr-run-started
           write deduction-enrollment-record
               invalid key
                   perform enrollment-update-failed
                   exit paragraph
           end-write
           add 1 to ws-applied-count
           move "APPLIED" to ws-doc-status
           move spaces to ws-doc-reason
           string "Enrolled from " ws-elc-eff-date
               delimited by size into ws-doc-reason
           end-string
           move "A" to ws-audit-action
           perform write-enrollment-audit-record.


      * the enrollment record is the one read-enrollment found; an
      * enrollment that had stopped starts again from the new date
       change-enrollment.
           move ws-elc-amount to enr-amount
           move ws-elc-basis to enr-basis
           if enr-stop-date not = spaces
               or enr-start-date > ws-elc-eff-date
               move ws-elc-eff-date to enr-start-date
           end-if
           move spaces to enr-stop-date
           rewrite deduction-enrollment-record
               invalid key
                   perform enrollment-update-failed
                   exit paragraph
           end-rewrite
           add 1 to ws-applied-count
           move "APPLIED" to ws-doc-status
           move spaces to ws-doc-reason
           string "Changed effective " ws-elc-eff-date
               delimited by size into ws-doc-reason
           end-string
           move "C" to ws-audit-action
           perform write-enrollment-audit-record.


       enrollment-update-failed.
           add 1 to ws-rejected-count
           move "REJECTED" to ws-doc-status
           move spaces to ws-doc-reason
           string "Enrollment file update failed, status "
               ws-enr-file-status
               delimited by size into ws-doc-reason
           end-string.


       write-enrollment-audit-record.
           move spaces to sys-audit-record
           move "BENINTAK" to sysaud-program-id
           move function current-date(1:15) to sysaud-timestamp
           move spaces to sysaud-key-input
           string ws-audit-action " " ws-elc-emp-id " "
               ws-elc-ded-code " " ws-elc-eff-date
               delimited by size into sysaud-key-input
           end-string
           move ws-doc-status to sysaud-key-result
           move "S" to ach-action
           move return-code to ach-return-code
           call "AUDCHAIN" using audit-chain-request
               sys-audit-record
               on exception continue
           end-call
           write sys-audit-record.


      ******************************************************************
      * The change queue: loaded whole at start of job. The entries
      * whose date has come are applied before the feed, the rest
      * are written back once the feed is through.
      ******************************************************************
       load-change-queue.
           move zero to ws-queue-count
           open input ben-queue-file
           if not ws-queue-file-ok
               exit paragraph
           end-if
           perform until ws-queue-file-eof
               read ben-queue-file
                   at end set ws-queue-file-eof to true
                   not at end
                       if ws-queue-count = 200
                           move zero to ws-err-code
                           move "BENQUEUE.TXT holds over 200 changes"
                               to ws-err-message
                           perform report-common-error
                           set ws-queue-file-eof to true
                       else
                           add 1 to ws-queue-count
                           set ws-que-idx to ws-queue-count
                           move bq-emp-id
                               to ws-que-emp-id(ws-que-idx)
                           move bq-ded-code
                               to ws-que-ded-code(ws-que-idx)
                           move bq-amount
                               to ws-que-amount(ws-que-idx)
                           move bq-basis to ws-que-basis(ws-que-idx)
                           move bq-eff-date
                               to ws-que-eff-date(ws-que-idx)
                           set ws-que-waiting(ws-que-idx) to true
                       end-if
               end-read
           end-perform
           close ben-queue-file.


       apply-due-queue-entries.
           perform varying ws-que-idx from 1 by 1
                   until ws-que-idx > ws-queue-count
               if ws-que-eff-date(ws-que-idx) not > ws-business-date
                   perform apply-one-queue-entry
               end-if
           end-perform.


       apply-one-queue-entry.
           move space to ws-que-state(ws-que-idx)
           move spaces to ws-election
           move ws-que-emp-id(ws-que-idx) to ws-elc-emp-id
           move ws-que-ded-code(ws-que-idx) to ws-elc-ded-code
           move ws-que-amount(ws-que-idx) to ws-elc-amount
           move ws-que-basis(ws-que-idx) to ws-elc-basis
           move ws-que-eff-date(ws-que-idx) to ws-elc-eff-date
           move spaces to ws-status-doc
           move ws-elc-emp-id to ws-doc-record-id
           move ws-elc-ded-code to ws-doc-ded-code
           move ws-elc-eff-date to ws-doc-eff-date
           perform read-enrollment
           if ws-enrollment-found
               perform change-enrollment
           else
               perform add-enrollment
           end-if
           perform generate-status-document.


       queue-future-change.
           if ws-queue-count = 200
               add 1 to ws-rejected-count
               move "REJECTED" to ws-doc-status
               move "Future-dated change queue is full"
                   to ws-doc-reason
               exit paragraph
           end-if
           add 1 to ws-queue-count
           set ws-que-idx to ws-queue-count
           move ws-elc-emp-id to ws-que-emp-id(ws-que-idx)
           move ws-elc-ded-code to ws-que-ded-code(ws-que-idx)
           move ws-elc-amount to ws-que-amount(ws-que-idx)
           move ws-elc-basis to ws-que-basis(ws-que-idx)
           move ws-elc-eff-date to ws-que-eff-date(ws-que-idx)
           set ws-que-waiting(ws-que-idx) to true
           add 1 to ws-queued-count
           move "QUEUED" to ws-doc-status
           move spaces to ws-doc-reason
           string "Waiting for effective date " ws-elc-eff-date
               delimited by size into ws-doc-reason
           end-string
           move "Q" to ws-audit-action
           perform write-enrollment-audit-record.


       drop-queued-changes.
           perform varying ws-que-idx from 1 by 1
                   until ws-que-idx > ws-queue-count
               if ws-que-emp-id(ws-que-idx) = ws-elc-emp-id
                   and ws-que-ded-code(ws-que-idx) = ws-elc-ded-code
                   move space to ws-que-state(ws-que-idx)
               end-if
           end-perform.


       write-change-queue.
           move zero to ws-queue-held
           open output ben-queue-file
           if not ws-queue-file-ok
               move ws-queue-file-status to ws-err-code
               move "Unable to rewrite BENQUEUE.TXT" to ws-err-message
               perform report-common-error
               exit paragraph
           end-if
           perform varying ws-que-idx from 1 by 1
                   until ws-que-idx > ws-queue-count
               if ws-que-waiting(ws-que-idx)
                   move ws-que-emp-id(ws-que-idx) to bq-emp-id
                   move ws-que-ded-code(ws-que-idx) to bq-ded-code
                   move ws-que-amount(ws-que-idx) to bq-amount
                   move ws-que-basis(ws-que-idx) to bq-basis
                   move ws-que-eff-date(ws-que-idx) to bq-eff-date
                   write ben-queue-record
                   add 1 to ws-queue-held
               end-if
           end-perform
           close ben-queue-file.


       generate-status-document.
           json generate ws-json-output
               from ws-status-doc
               count in ws-json-char-count
               name of
                   ws-doc-record-id is "employeeId",
                   ws-doc-ded-code is "dedCode",
                   ws-doc-eff-date is "effectiveDate",
                   ws-doc-status is "status",
                   ws-doc-reason is "reason"
               on exception
                   add 1 to ws-status-error-count
                   display "BENINTAK: JSON GENERATE failed for "
                       ws-doc-record-id ", code " JSON-CODE
               not on exception
                   move function trim(ws-json-output)
                       to ben-status-record
                   write ben-status-record
           end-json.

       end program ben-json-intake.
