       identification division.
       program-id. TRMMAINT.
      *batch maintenance for the terminal registry (TERMMST, see
      *TERMREC) - reads a file of add/change/delete cards (see
      *TRMTRAN), validates each one fully before touching the
      *master, applies the good ones and prints an
      *applied/rejected report with a reason code per rejected
      *card, on the HELLUPD pattern. a rejected card is never
      *half-applied: every edit runs before the first i/o for
      *that card, and each card touches exactly one row.
      *
      *on a change a blank field keeps the registered value, so
      *a site move or a retirement is a one-field card. only a
      *retired terminal may be deleted - retire first, delete
      *once nothing on GREETMST still names it.
      *
      *every applied card also appends a before/after image of
      *the row to the change journal (CHGJRNL, see JRNLREC), so a
      *bad load can be backed out by CHGBACK. the journal is
      *opened before the first card - no journal, no update.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
           select terminal-transactions assign to "TRMTRANS"
               organization is sequential
               file status is ws-tran-status.

           select terminal-master assign to "TERMMST"
               organization is indexed
               access mode is dynamic
               record key is term-key
               file status is ws-term-status.

           select change-journal assign to "CHGJRNL"
               organization is sequential
               file status is ws-jrnl-status.

           select date-control assign to "DATECTL"
               organization is sequential
               file status is ws-date-status.

       data division.
       file section.
       fd  terminal-transactions.
       copy TRMTRAN.

       fd  terminal-master.
       copy TERMREC.

       fd  change-journal.
       copy JRNLREC.

       fd  date-control.
       copy DATEREC.

       working-storage section.
       01 ws-tran-status     pic x(02) value "00".
       01 ws-term-status     pic x(02) value "00".
       01 ws-jrnl-status     pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-tran-eof        pic x(01) value "N".
           88 tran-at-eof              value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-reject-reason   pic x(02) value spaces.
           88 transaction-is-good      value spaces.
       01 ws-edit-language   pic x(02) value spaces.
           88 known-language           value "EN" "FR" "ES".
       01 ws-trans-read      pic 9(05) value zeros.
       01 ws-trans-applied   pic 9(05) value zeros.
       01 ws-trans-rejected  pic 9(05) value zeros.
       01 ws-business-date   pic x(08) value spaces.
       01 ws-user-id         pic x(08) value spaces.
       01 ws-run-date        pic x(08) value spaces.
       01 ws-run-time        pic x(08) value spaces.
       01 ws-jrnl-before     pic x(120) value spaces.
       01 ws-jrnl-after      pic x(120) value spaces.

       01 ws-report-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(132) value
               "TERMINAL REGISTRY MAINTENANCE - APPLIED/REJECTED".

       01 ws-column-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(37) value
               "A TERMINAL LG S SITE".
           05 filler             pic x(95) value
               "STATUS   RC REASON".

       01 ws-detail-line.
           05 filler             pic x(01) value space.
           05 ws-dl-action       pic x(01).
           05 filler             pic x(01) value space.
           05 ws-dl-terminal-id  pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-language     pic x(02).
           05 filler             pic x(01) value space.
           05 ws-dl-term-status  pic x(01).
           05 filler             pic x(01) value space.
           05 ws-dl-site         pic x(20).
           05 filler             pic x(01) value space.
           05 ws-dl-status       pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-reason       pic x(02).
           05 filler             pic x(01) value space.
           05 ws-dl-reason-text  pic x(30).
           05 filler             pic x(52) value spaces.

       01 ws-total-line.
           05 filler             pic x(01) value "0".
           05 ws-tl-label        pic x(22).
           05 ws-tl-count        pic zzzz9.
           05 filler             pic x(105) value spaces.
       copy RPTWCALL.
      *
       procedure division.
       000-main.
           perform 100-open-files.
           if ws-return-code = zeros
               perform 150-get-business-date
               perform 170-get-run-identity
               perform 200-process-transactions
               perform 800-write-totals
           end-if.
           perform 900-close-files.
           move ws-return-code to return-code.
           goback.

       100-open-files.
           open input terminal-transactions.
           if ws-tran-status not = "00"
               display "ERROR - TRMTRANS NOT OPENED - STATUS "
                   ws-tran-status
               move 16 to ws-return-code
           end-if.

           open i-o terminal-master.
           if ws-term-status = "35"
               open output terminal-master
               close terminal-master
               open i-o terminal-master
           end-if.
           if ws-term-status not = "00"
               display "ERROR - TERMMST NOT OPENED - STATUS "
                   ws-term-status
               move 16 to ws-return-code
           end-if.

           open extend change-journal.
           if ws-jrnl-status not = "00"
               open output change-journal
           end-if.
           if ws-jrnl-status not = "00"
               display "ERROR - CHGJRNL NOT OPENED - STATUS "
                   ws-jrnl-status
               move 16 to ws-return-code
           end-if.

      *report lines go out through the shared report writer (see
      *RPTWRITE) - register the column header once and it is
      *re-emitted under every page banner.
           if ws-return-code = zeros
               move "TRMMAINT"                  to rptw-report-id
               move function current-date(1:8) to rptw-run-date
               move ws-column-header to rptw-print-line
               move "H" to rptw-function
               call "RPTWRITE" using rptw-request
               move ws-report-header to rptw-print-line
               perform 720-write-report-line
           end-if.

       150-get-business-date.
           open input date-control.
           if ws-date-status = "00"
               read date-control
                   at end
                       perform 160-default-business-date
                   not at end
                       move date-processing-date to ws-business-date
               end-read
               close date-control
           else
               perform 160-default-business-date
           end-if.

       160-default-business-date.
           move function current-date(1:8) to ws-business-date.
           display "WARNING - DATECTL UNAVAILABLE - STATUS "
               ws-date-status " - USING SYSTEM DATE "
               ws-business-date.

      *the run id stamped on every journal row is this program
      *plus the clock date/time it started - CHGBACK selects a
      *whole run by it.
       170-get-run-identity.
           display "USER" upon environment-name.
           accept ws-user-id from environment-value.
           move function current-date(1:8) to ws-run-date.
           move function current-date(9:8) to ws-run-time.

       200-process-transactions.
           move "N" to ws-tran-eof.
           perform until tran-at-eof
               read terminal-transactions
                   at end
                       move "Y" to ws-tran-eof
                   not at end
                       perform 300-process-one-transaction
               end-read
           end-perform.

       300-process-one-transaction.
           add 1 to ws-trans-read.
           move spaces to ws-reject-reason.
           perform 310-validate-transaction.

           if transaction-is-good
               perform 400-apply-terminal-tran
           end-if.

           if transaction-is-good
               add 1 to ws-trans-applied
           else
               add 1 to ws-trans-rejected
           end-if.
           perform 700-write-detail-line.

       310-validate-transaction.
           move ttr-language to ws-edit-language.
           if ttr-action not = "A" and not = "C" and not = "D"
               move "01" to ws-reject-reason
           else
               if ttr-terminal-id = spaces
                   move "03" to ws-reject-reason
               end-if
           end-if.
           if transaction-is-good
               and ttr-action not = "D"
               if ttr-status not = spaces
                   and ttr-status not = "A"
                   and ttr-status not = "R"
                   move "13" to ws-reject-reason
               end-if
               if ttr-language not = spaces
                   and not known-language
                   move "06" to ws-reject-reason
               end-if
           end-if.
      *an add registers the whole row - the language, site and
      *owning contact are what the registry is for.
           if transaction-is-good
               and ttr-action = "A"
               evaluate true
                   when ttr-language = spaces
                       move "06" to ws-reject-reason
                   when ttr-site = spaces
                       move "14" to ws-reject-reason
                   when ttr-contact-id = spaces
                       move "15" to ws-reject-reason
               end-evaluate
           end-if.

      *a change or delete reads the row first so its before image
      *can be journaled.
       400-apply-terminal-tran.
           move ttr-terminal-id to term-terminal-id.
           move spaces          to ws-jrnl-before ws-jrnl-after.

           evaluate ttr-action
               when "A"
                   move spaces           to term-record
                   move ttr-terminal-id  to term-terminal-id
                   move ttr-site         to term-site
                   move ttr-region       to term-region
                   move ttr-language     to term-default-language
                   move ttr-status       to term-status
                   if ttr-status = spaces
                       move "A" to term-status
                   end-if
                   move ttr-contact-id   to term-contact-id
                   move ttr-contact-name to term-contact-name
                   move ws-business-date to term-last-changed
                   write term-record
                       invalid key
                           move "10" to ws-reject-reason
                       not invalid key
                           move term-record to ws-jrnl-after
                   end-write
               when "C"
                   read terminal-master
                       key is term-key
                       invalid key
                           move "11" to ws-reject-reason
                       not invalid key
                           move term-record to ws-jrnl-before
                           perform 410-apply-changed-fields
                           rewrite term-record
                               invalid key
                                   move "12" to ws-reject-reason
                               not invalid key
                                   move term-record to ws-jrnl-after
                           end-rewrite
                   end-read
               when "D"
                   read terminal-master
                       key is term-key
                       invalid key
                           move "11" to ws-reject-reason
                       not invalid key
                           if not term-retired
                               move "16" to ws-reject-reason
                           else
                               move term-record to ws-jrnl-before
                               delete terminal-master
                                   invalid key
                                       move "12" to ws-reject-reason
                               end-delete
                           end-if
                   end-read
           end-evaluate.

           if transaction-is-good
               perform 600-write-change-journal
           end-if.

       410-apply-changed-fields.
           if ttr-site not = spaces
               move ttr-site         to term-site
           end-if.
           if ttr-region not = spaces
               move ttr-region       to term-region
           end-if.
           if ttr-language not = spaces
               move ttr-language     to term-default-language
           end-if.
           if ttr-status not = spaces
               move ttr-status       to term-status
           end-if.
           if ttr-contact-id not = spaces
               move ttr-contact-id   to term-contact-id
           end-if.
           if ttr-contact-name not = spaces
               move ttr-contact-name to term-contact-name
           end-if.
           move ws-business-date to term-last-changed.

       600-write-change-journal.
           move spaces                     to jrnl-record.
           move "TERMMST "                 to jrnl-file-id.
           move ttr-action                 to jrnl-action.
           move ttr-terminal-id            to jrnl-key.
           move ws-business-date           to jrnl-business-date.
           move function current-date(1:8) to jrnl-change-date.
           move function current-date(9:8) to jrnl-change-time.
           move ws-user-id                 to jrnl-user-id.
           move "TRMMAINT"                 to jrnl-program-id.
           move ws-run-date                to jrnl-run-date.
           move ws-run-time                to jrnl-run-time.
           move ws-jrnl-before             to jrnl-before-image.
           move ws-jrnl-after              to jrnl-after-image.
           write jrnl-record.
           if ws-jrnl-status not = "00"
               display "ERROR - CHGJRNL WRITE FAILED - STATUS "
                   ws-jrnl-status " - TERMMST " ttr-terminal-id
               move 16 to ws-return-code
           end-if.

       700-write-detail-line.
           move ttr-action       to ws-dl-action.
           move ttr-terminal-id  to ws-dl-terminal-id.
           move ttr-language     to ws-dl-language.
           move ttr-status       to ws-dl-term-status.
           move ttr-site         to ws-dl-site.

           if transaction-is-good
               move "APPLIED " to ws-dl-status
               move spaces     to ws-dl-reason
               move spaces     to ws-dl-reason-text
           else
               move "REJECTED" to ws-dl-status
               move ws-reject-reason to ws-dl-reason
               perform 710-set-reason-text
           end-if.
           move ws-detail-line to rptw-print-line.
           perform 720-write-report-line.

       710-set-reason-text.
           evaluate ws-reject-reason
               when "01"
                   move "INVALID ACTION - USE A/C/D"
                       to ws-dl-reason-text
               when "03"
                   move "KEY FIELD MISSING"
                       to ws-dl-reason-text
               when "06"
                   move "LANGUAGE CODE UNKNOWN"
                       to ws-dl-reason-text
               when "10"
                   move "RECORD ALREADY EXISTS"
                       to ws-dl-reason-text
               when "11"
                   move "RECORD NOT FOUND"
                       to ws-dl-reason-text
               when "12"
                   move "FILE I/O ERROR"
                       to ws-dl-reason-text
               when "13"
                   move "INVALID STATUS - USE A/R"
                       to ws-dl-reason-text
               when "14"
                   move "SITE MISSING"
                       to ws-dl-reason-text
               when "15"
                   move "OWNING CONTACT MISSING"
                       to ws-dl-reason-text
               when "16"
                   move "TERMINAL NOT RETIRED"
                       to ws-dl-reason-text
               when other
                   move "UNKNOWN REASON"
                       to ws-dl-reason-text
           end-evaluate.

       720-write-report-line.
           move "P" to rptw-function.
           call "RPTWRITE" using rptw-request.

       800-write-totals.
           move "TRANSACTIONS READ    " to ws-tl-label.
           move ws-trans-read           to ws-tl-count.
           perform 810-write-total-line.
           move "TRANSACTIONS APPLIED " to ws-tl-label.
           move ws-trans-applied        to ws-tl-count.
           perform 810-write-total-line.
           move "TRANSACTIONS REJECTED" to ws-tl-label.
           move ws-trans-rejected       to ws-tl-count.
           perform 810-write-total-line.

           if ws-trans-rejected > zeros
               and ws-return-code < 4
               move 4 to ws-return-code
           end-if.

       810-write-total-line.
           move ws-total-line to rptw-print-line.
           perform 720-write-report-line.

       900-close-files.
           close terminal-transactions terminal-master
               change-journal.
           move "C" to rptw-function.
           call "RPTWRITE" using rptw-request.

       end program TRMMAINT.
