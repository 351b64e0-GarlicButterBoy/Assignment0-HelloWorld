      *updates. a rejected transaction is never half-applied:
      *every edit runs before the first i/o for that card, and
      *each card touches exactly one record.
      *
      *every applied card also appends a before/after image of
      *the row it touched to the change journal (CHGJRNL, see
      *JRNLREC), stamped with the business date, the submitting
      *user and this run's id, so a bad refresh can be backed out
      *by CHGBACK instead of re-keyed. the journal is opened
      *before the first card - no journal, no update.
       environment division.
       configuration section.
      *
               record key is msg-key
               file status is ws-msg-status.

           select change-journal assign to "CHGJRNL"
               organization is sequential
               file status is ws-jrnl-status.

           select date-control assign to "DATECTL"
               organization is sequential
               file status is ws-date-status.

       data division.
       file section.
       fd  transaction-file.
       fd  message-table.
       copy MSGTABLE.

       fd  change-journal.
       copy JRNLREC.

       fd  date-control.
       copy DATEREC.

       working-storage section.
       01 ws-tran-status     pic x(02) value "00".
       01 ws-greet-status    pic x(02) value "00".
       01 ws-msg-status      pic x(02) value "00".
       01 ws-jrnl-status     pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-tran-eof        pic x(01) value "N".
           88 tran-at-eof              value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-trans-read      pic 9(05) value zeros.
       01 ws-trans-applied   pic 9(05) value zeros.
       01 ws-trans-rejected  pic 9(05) value zeros.
       01 ws-business-date   pic x(08) value spaces.
       01 ws-user-id         pic x(08) value spaces.
       01 ws-run-date        pic x(08) value spaces.
       01 ws-run-time        pic x(08) value spaces.
       01 ws-jrnl-file-id    pic x(08) value spaces.
       01 ws-jrnl-key        pic x(24) value spaces.
       01 ws-jrnl-before     pic x(120) value spaces.
       01 ws-jrnl-after      pic x(120) value spaces.

       01 ws-report-header.
           05 filler             pic x(01) value "0".
       000-main.
           perform 100-open-files.
           if ws-return-code = zeros
               perform 150-get-business-date
               perform 170-get-run-identity
               perform 200-process-transactions
               perform 800-write-totals
           end-if.
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
               end-if
           end-if.

      *a delete reads the row first so its before image can be
      *journaled.
       400-apply-greeting-tran.
           move tran-terminal-id to greet-terminal-id.
           move tran-start-date  to greet-start-date.
           move "GREETMST"       to ws-jrnl-file-id.
           move greet-key        to ws-jrnl-key.
           move spaces           to ws-jrnl-before ws-jrnl-after.

           evaluate tran-action
               when "A"
                   write greet-record
                       invalid key
                           move "10" to ws-reject-reason
                       not invalid key
                           move greet-record to ws-jrnl-after
                   end-write
               when "C"
                   read greeting-master
                       invalid key
                           move "11" to ws-reject-reason
                       not invalid key
                           move greet-record  to ws-jrnl-before
                           move tran-text     to greet-text
                           move tran-end-date to greet-end-date
                           rewrite greet-record
                               invalid key
                                   move "12" to ws-reject-reason
                               not invalid key
                                   move greet-record to ws-jrnl-after
                           end-rewrite
                   end-read
               when "D"
                   read greeting-master
                       key is greet-key
                       invalid key
                           move "11" to ws-reject-reason
                       not invalid key
                           move greet-record to ws-jrnl-before
                           delete greeting-master
                               invalid key
                                   move "12" to ws-reject-reason
                           end-delete
                   end-read
           end-evaluate.

           if transaction-is-good
               perform 600-write-change-journal
           end-if.

       500-apply-message-tran.
           move tran-language-code to msg-language-code.
           move tran-msg-id        to msg-id.
           move "MSGTABLE"         to ws-jrnl-file-id.
           move msg-key            to ws-jrnl-key.
           move spaces             to ws-jrnl-before ws-jrnl-after.

           evaluate tran-action
               when "A"
                   write msg-record
                       invalid key
                           move "10" to ws-reject-reason
                       not invalid key
                           move msg-record to ws-jrnl-after
                   end-write
               when "C"
                   read message-table
                       invalid key
                           move "11" to ws-reject-reason
                       not invalid key
                           move msg-record to ws-jrnl-before
                           move tran-text to msg-text
                           rewrite msg-record
                               invalid key
                                   move "12" to ws-reject-reason
                               not invalid key
                                   move msg-record to ws-jrnl-after
                           end-rewrite
                   end-read
               when "D"
                   read message-table
                       key is msg-key
                       invalid key
                           move "11" to ws-reject-reason
                       not invalid key
                           move msg-record to ws-jrnl-before
                           delete message-table
                               invalid key
                                   move "12" to ws-reject-reason
                           end-delete
                   end-read
           end-evaluate.

           if transaction-is-good
               perform 600-write-change-journal
           end-if.

       600-write-change-journal.
           move spaces                     to jrnl-record.
           move ws-jrnl-file-id            to jrnl-file-id.
           move tran-action                to jrnl-action.
           move ws-jrnl-key                to jrnl-key.
           move ws-business-date           to jrnl-business-date.
           move function current-date(1:8) to jrnl-change-date.
           move function current-date(9:8) to jrnl-change-time.
           move ws-user-id                 to jrnl-user-id.
           move "HELLUPD "                 to jrnl-program-id.
           move ws-run-date                to jrnl-run-date.
           move ws-run-time                to jrnl-run-time.
           move ws-jrnl-before             to jrnl-before-image.
           move ws-jrnl-after              to jrnl-after-image.
           write jrnl-record.
           if ws-jrnl-status not = "00"
               display "ERROR - CHGJRNL WRITE FAILED - STATUS "
                   ws-jrnl-status " - " ws-jrnl-file-id " "
                   ws-jrnl-key
               move 16 to ws-return-code
           end-if.

       700-write-detail-line.
           move tran-action  to ws-dl-action.
           move tran-file-id to ws-dl-file-id.

       900-close-files.
           close transaction-file greeting-master
               message-table change-journal.
           move "C" to rptw-function.
           call "RPTWRITE" using rptw-request.

