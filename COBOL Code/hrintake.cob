      * HRTRAN.TXT in the exact layout the employee master
      * maintenance program reads. Documents that fail parsing or
      * validation go to HRJERR.TXT with the JSON-CODE or the
      * validation reason. A routing number must also belong to a
      * bank in the routing directory (BANKDIR.TXT) that still
      * receives ACH entries. The position, FTE and pay grade are
      * carried through for position control; an FTE left out goes
      * as zero, which the maintenance program takes as full time.
      * A checkpoint (HRJCKPT, the shared CKPTREC layout) is taken
      * every 100 documents with the running accepted and rejected
      * counts. A rerun after an abend cuts HRTRAN.TXT and HRJERR.TXT
      * back to what the checkpoint counted, resumes with the next
      * document, and ties the documents read over both segments to
      * the accepted and rejected totals.
      ******************************************************************
       identification division.
       program-id. hr-json-intake.
               organization is line sequential
               file status is ws-error-file-status.

           select bank-directory-file assign to "BANKDIR.TXT"
               organization is line sequential
               file status is ws-bkd-file-status.

           select hr-checkpoint-file assign to "HRJCKPT"
               organization is relative
               access mode is random
               relative key is ws-ckpt-key
               file status is ws-ckpt-file-status.

           select hr-work-file assign to "HRJOB.WRK"
               organization is line sequential
               file status is ws-work-file-status.

       data division.
       file section.
       fd  hr-json-input-file.
           05  out-annual-salary   pic 9(7)v99.
           05  out-comm-base       pic 9(5)v99.
           05  out-work-state      pic x(2).
      *    pay group through the W-4 section are not fed by HR and
      *    go blank, which leaves the master's values alone
           05  filler              pic x(64) value spaces.
           05  out-position        pic x(6).
           05  out-fte             pic 9v99.
           05  out-pay-grade       pic x(3).

       fd  hr-error-file.
       01  hr-error-record.
           05  filler              pic x    value space.
           05  err-reason          pic x(40).

       fd  bank-directory-file.
           copy BANKDIR.

       fd  hr-checkpoint-file.
           copy CKPTREC.

      * holds the records a restart keeps while an output file is
      * cut back to them
       fd  hr-work-file.
       01  hr-work-record                  pic x(211).

       working-storage section.

       01  ws-input-file-status            pic xx.
       01  ws-error-file-status            pic xx.
           88  ws-error-file-ok            value "00".

       01  ws-bkd-file-status              pic xx.
           88  ws-bkd-file-ok              value "00".
           88  ws-bkd-file-eof             value "10".

       01  ws-ckpt-file-status             pic xx.
           88  ws-ckpt-file-ok             value "00".
           88  ws-ckpt-file-not-found      value "35".
           88  ws-ckpt-no-record           value "23".

       01  ws-work-file-status             pic xx.
           88  ws-work-file-ok             value "00".
           88  ws-work-file-eof            value "10".

      * checkpoint/restart: ws-document-number counts every input
      * line read, so a restart skips exactly the documents the
      * checkpoint counted
       01  ws-ckpt-key                     pic 9(4) value 1.
       01  ws-checkpoint-interval          pic 9(3) value 100.
       01  ws-since-checkpoint             pic 9(3) value zero.
       01  ws-restart-status               pic x   value "N".
           88  ws-restart-in-progress      value "Y".
       01  ws-document-number              pic 9(7) value zero.
       01  ws-documents-before             pic 9(7) value zero.
       01  ws-skip-count                   pic 9(7) value zero.
       01  ws-keep-count                   pic 9(7) value zero.

      * bank routing directory; with no directory file the routing
      * number is only checked for nine digits
       01  ws-bkd-count                    pic 9(5) value zero.
       01  ws-bkd-full-flag                pic x value "N".
           88  ws-bkd-table-full                   value "Y".
       01  ws-bkd-table.
           05  ws-bkd-entry occurs 30000 times
                               indexed by ws-bkd-idx.
               10  ws-bkd-routing      pic x(9).
               10  ws-bkd-ach-flag     pic x.
                   88  ws-bkd-ach-eligible     value "Y".

       01  ws-inbound-json                 pic x(512).

      * parse target; the HR export's keys carry these same names
           05  emp-annual-salary   pic 9(7)v99.
           05  emp-comm-base       pic 9(5)v99.
           05  emp-work-state      pic x(2).
           05  emp-position        pic x(6).
           05  emp-fte             pic 9v99.
           05  emp-pay-grade       pic x(3).

       01  ws-record-is-valid              pic x   value "Y".
           88  ws-record-valid             value "Y".

       01  ws-accepted-count               pic 9(5) value zero.
       01  ws-rejected-count               pic 9(5) value zero.
       01  ws-counted-total                pic 9(7) value zero.

       copy ERRSTAT.
       copy SIGNONRQ.
               goback
           end-if

           perform open-checkpoint-file
           perform read-checkpoint

           if ws-restart-in-progress
               perform reposition-transaction-file
           else
               open output hr-transaction-file
           end-if
           if not ws-tran-file-ok
               move ws-tran-file-status to ws-err-code
               move "Unable to open hr-transaction-file"
                   to ws-err-message
               perform report-common-error
               close hr-json-input-file
               close hr-checkpoint-file
               goback
           end-if

           if ws-restart-in-progress
               perform reposition-error-file
           else
               open output hr-error-file
           end-if
           if not ws-error-file-ok
               move ws-error-file-status to ws-err-code
               move "Unable to open hr-error-file" to ws-err-message
               perform report-common-error
               close hr-json-input-file
               close hr-transaction-file
               close hr-checkpoint-file
               goback
           end-if

           perform load-bank-directory

           if ws-restart-in-progress
               perform skip-counted-documents
           end-if

           perform read-json-document
           perform until ws-input-file-eof
               add 1 to ws-document-number
               perform parse-employee-document
               add 1 to ws-since-checkpoint
               if ws-since-checkpoint = ws-checkpoint-interval
                   perform write-checkpoint
               end-if
               perform read-json-document
           end-perform

           close hr-error-file
           display "HR intake accepted: " ws-accepted-count
               "  rejected: " ws-rejected-count
           if ws-restart-in-progress
               display "HR intake documents: " ws-document-number
                   "  before restart: " ws-documents-before
           end-if
           if ws-rejected-count > zero
               move 4 to return-code
           end-if
           perform tie-document-counts
           perform clear-checkpoint
           close hr-checkpoint-file
           if ws-bkd-table-full
               move 8 to return-code
           end-if
           goback.


           move zero to emp-rate
           move zero to emp-annual-salary
           move zero to emp-comm-base
           move zero to emp-fte
           json parse ws-inbound-json
               into ws-employee
               on exception
               move "GL account is blank" to ws-validation-reason
           end-if

           if ws-record-valid and emp-fte not numeric
               set ws-record-invalid to true
               move "FTE is not numeric" to ws-validation-reason
           end-if

           if ws-record-valid and emp-bank-routing not = spaces
               and emp-bank-routing not numeric
               set ws-record-invalid to true
               move "Bank routing is not nine digits"
                   to ws-validation-reason
           end-if

           if ws-record-valid and emp-bank-routing not = spaces
               and ws-bkd-count > zero
               perform check-bank-directory
           end-if.


       check-bank-directory.
           set ws-bkd-idx to 1
           perform until ws-bkd-idx > ws-bkd-count
                   or ws-bkd-routing(ws-bkd-idx) = emp-bank-routing
               set ws-bkd-idx up by 1
           end-perform
           if ws-bkd-idx > ws-bkd-count
               set ws-record-invalid to true
               move "Bank routing number not in directory"
                   to ws-validation-reason
           else
               if not ws-bkd-ach-eligible(ws-bkd-idx)
                   set ws-record-invalid to true
                   move "Bank is not ACH eligible"
                       to ws-validation-reason
               end-if
           end-if.


      * a directory too big for the table is not checked against at
      * all -- a partial one would turn good banks away -- and the
      * run ends return-code 8 so the table is seen to
       load-bank-directory.
           move zero to ws-bkd-count
           open input bank-directory-file
           if not ws-bkd-file-ok
               display "No BANKDIR.TXT -- routing numbers will not be"
                   " checked against the bank directory this run."
               exit paragraph
           end-if
           perform until ws-bkd-file-eof
               read bank-directory-file
                   at end set ws-bkd-file-eof to true
                   not at end perform file-one-bank-directory-entry
               end-read
           end-perform
           close bank-directory-file.


       file-one-bank-directory-entry.
           if ws-bkd-count = 30000
               move zero to ws-err-code
               move "Bank directory table is full -- not used"
                   to ws-err-message
               perform report-common-error
               set ws-bkd-table-full to true
               move zero to ws-bkd-count
               set ws-bkd-file-eof to true
               exit paragraph
           end-if
           add 1 to ws-bkd-count
           set ws-bkd-idx to ws-bkd-count
           move bkd-routing to ws-bkd-routing(ws-bkd-idx)
           move bkd-ach-flag to ws-bkd-ach-flag(ws-bkd-idx).


       write-maintenance-transaction.
           move spaces to hr-transaction-record
           move emp-action        to out-action
           move emp-annual-salary to out-annual-salary
           move emp-comm-base     to out-comm-base
           move emp-work-state    to out-work-state
           move emp-position      to out-position
           move emp-fte           to out-fte
           move emp-pay-grade     to out-pay-grade
           write hr-transaction-record
           add 1 to ws-accepted-count.


      ******************************************************************
      * Checkpoint/restart, after PAYROL00's: one relative record,
      * rewritten every ws-checkpoint-interval documents and cleared
      * at normal end of job.
      ******************************************************************
       open-checkpoint-file.
           open i-o hr-checkpoint-file
           if ws-ckpt-file-not-found
               open output hr-checkpoint-file
               close hr-checkpoint-file
               open i-o hr-checkpoint-file
           end-if.


       read-checkpoint.
           move 1 to ws-ckpt-key
           read hr-checkpoint-file
               invalid key move spaces to ckpt-run-id
           end-read
           if ckpt-run-id = "HRINTAKE"
               set ws-restart-in-progress to true
               move ckpt-last-index to ws-document-number
               move ckpt-last-index to ws-documents-before
               move ckpt-accepted-count to ws-accepted-count
               move ckpt-rejected-count to ws-rejected-count
               display "Resuming HR intake after document "
                   ckpt-last-index
           end-if.


       skip-counted-documents.
           move zero to ws-skip-count
           perform until ws-skip-count = ws-document-number
                   or ws-input-file-eof
               perform read-json-document
               add 1 to ws-skip-count
           end-perform.


      * every document up to the checkpoint is on HRTRAN.TXT or
      * HRJERR.TXT; the ones after it are read, and written, again
       write-checkpoint.
           move zero to ws-since-checkpoint
           move 1 to ws-ckpt-key
           move "HRINTAKE" to ckpt-run-id
           move ws-document-number to ckpt-last-index
           move function current-date(1:15) to ckpt-timestamp
           move zero to ckpt-page-num
           move zero to ckpt-line-count
           move spaces to ckpt-batch-id
           move ws-document-number to ckpt-tran-count
           move ws-accepted-count to ckpt-accepted-count
           move ws-rejected-count to ckpt-rejected-count
           move ws-document-number to ckpt-control-count
           move zero to ckpt-control-hash
           move ws-accepted-count to ckpt-output-count
           move ws-rejected-count to ckpt-error-count
           if ws-ckpt-no-record
               write ckpt-record
           else
               rewrite ckpt-record
           end-if.


       clear-checkpoint.
           move 1 to ws-ckpt-key
           move spaces to ckpt-run-id
           move zero to ckpt-last-index
           move spaces to ckpt-timestamp
           if ws-ckpt-no-record
               write ckpt-record
           else
               rewrite ckpt-record
           end-if.


      * each document read over every segment of the run lands on
      * exactly one of the two outputs
       tie-document-counts.
           compute ws-counted-total =
               ws-accepted-count + ws-rejected-count
           if ws-counted-total not = ws-document-number
               move zero to ws-err-code
               move spaces to ws-err-message
               string "Documents read " ws-document-number
                   " do not tie to accepted plus rejected"
                   delimited by size into ws-err-message
               end-string
               perform report-common-error
           end-if.


       reposition-transaction-file.
           move zero to ws-keep-count
           open output hr-work-file
           open input hr-transaction-file
           if ws-tran-file-ok
               perform until not ws-tran-file-ok
                       or ws-keep-count = ckpt-output-count
                   read hr-transaction-file
                       at end move "10" to ws-tran-file-status
                       not at end
                           write hr-work-record
                               from hr-transaction-record
                           add 1 to ws-keep-count
                   end-read
               end-perform
               close hr-transaction-file
           end-if
           close hr-work-file
           open output hr-transaction-file
           open input hr-work-file
           perform until not ws-work-file-ok
               read hr-work-file
                   at end set ws-work-file-eof to true
                   not at end
                       write hr-transaction-record
                           from hr-work-record
               end-read
           end-perform
           close hr-work-file.


       reposition-error-file.
           move zero to ws-keep-count
           open output hr-work-file
           open input hr-error-file
           if ws-error-file-ok
               perform until not ws-error-file-ok
                       or ws-keep-count = ckpt-error-count
                   read hr-error-file
                       at end move "10" to ws-error-file-status
                       not at end
                           write hr-work-record
                               from hr-error-record
                           add 1 to ws-keep-count
                   end-read
               end-perform
               close hr-error-file
           end-if
           close hr-work-file
           open output hr-error-file
           open input hr-work-file
           perform until not ws-work-file-ok
               read hr-work-file
                   at end set ws-work-file-eof to true
                   not at end
                       write hr-error-record
                           from hr-work-record
               end-read
           end-perform
           close hr-work-file.

       end program hr-json-intake.
