      *X (no longer in the scheduler) and everything it changed
      *is printed on a discrepancy report so the sync can be
      *audited.
      *
      *every row added, every expected response changed and
      *every row newly flagged X is also journaled with its
      *before and after image on CHGJRNL (see JRNLREC). the
      *in-run Y marker and its reset to space are bookkeeping,
      *not changes, and are not journaled.
       environment division.
       configuration section.
      *
               record key is ctl-key
               file status is ws-ctl-status.

           select change-journal assign to "CHGJRNL"
               organization is sequential
               file status is ws-jrnl-status.

           select date-control assign to "DATECTL"
               organization is sequential
               file status is ws-date-status.

       data division.
       file section.
       fd  scheduler-extract.
       fd  control-file.
       copy CTLREC.

       fd  change-journal.
       copy JRNLREC.

       fd  date-control.
       copy DATEREC.

       working-storage section.
       01 ws-ext-status      pic x(02) value "00".
       01 ws-ctl-status      pic x(02) value "00".
       01 ws-jrnl-status     pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-ext-eof         pic x(01) value "N".
           88 extract-at-eof           value "Y".
       01 ws-sweep-eof       pic x(01) value "N".
           88 sweep-at-eof             value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-old-response    pic x(01) value space.
       01 ws-old-sync-flag   pic x(01) value space.
       01 ws-extract-read    pic 9(05) value zeros.
       01 ws-rows-added      pic 9(05) value zeros.
       01 ws-rows-changed    pic 9(05) value zeros.
       01 ws-rows-flagged    pic 9(05) value zeros.
       01 ws-rows-in-sync    pic 9(05) value zeros.
       01 ws-business-date   pic x(08) value spaces.
       01 ws-user-id         pic x(08) value spaces.
       01 ws-run-date        pic x(08) value spaces.
       01 ws-run-time        pic x(08) value spaces.
       01 ws-jrnl-action     pic x(01) value space.
       01 ws-jrnl-before     pic x(120) value spaces.
       01 ws-jrnl-after      pic x(120) value spaces.

       01 ws-report-header.
           05 filler             pic x(01) value "0".
       000-main.
           perform 100-open-files.
           if ws-return-code = zeros
               perform 150-get-business-date
               perform 170-get-run-identity
               perform 200-apply-extract
               perform 400-sweep-control-file
               perform 800-write-totals
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
               perform 700-write-report-line
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

       200-apply-extract.
           move "N" to ws-ext-eof.
           perform until extract-at-eof
                   move 16 to ws-return-code
               not invalid key
                   add 1 to ws-rows-added
                   move "A"        to ws-jrnl-action
                   move spaces     to ws-jrnl-before
                   move ctl-record to ws-jrnl-after
                   perform 600-write-change-journal
                   move ext-job-name  to ws-dl-job-name
                   move ext-step-name to ws-dl-step-name
                   move "ADDED           " to ws-dl-action

       320-update-control-row.
           move ctl-expected-response to ws-old-response.
           move ctl-record            to ws-jrnl-before.
           if ctl-expected-response not = ext-expected-response
               move ext-expected-response to ctl-expected-response
               add 1 to ws-rows-changed
                   display "ERROR - CTLFILE REWRITE FAILED - STATUS "
                       ws-ctl-status
                   move 16 to ws-return-code
               not invalid key
                   if ws-old-response not = ext-expected-response
                       move "C"        to ws-jrnl-action
                       move ctl-record to ws-jrnl-after
                       perform 600-write-change-journal
                   end-if
           end-rewrite.

       400-sweep-control-file.
                   perform 700-write-report-line
               end-if
               add 1 to ws-rows-flagged
               move ctl-record    to ws-jrnl-before
               move ctl-sync-flag to ws-old-sync-flag
               move "X" to ctl-sync-flag
               rewrite ctl-record
                   not invalid key
                       if ws-old-sync-flag not = "X"
                           move "C"        to ws-jrnl-action
                           move ctl-record to ws-jrnl-after
                           perform 600-write-change-journal
                       end-if
               end-rewrite
               if ws-return-code < 4
                   move 4 to ws-return-code
               end-if
           end-if.

       600-write-change-journal.
           move spaces                     to jrnl-record.
           move "CTLFILE "                 to jrnl-file-id.
           move ws-jrnl-action             to jrnl-action.
           move ctl-key                    to jrnl-key.
           move ws-business-date           to jrnl-business-date.
           move function current-date(1:8) to jrnl-change-date.
           move function current-date(9:8) to jrnl-change-time.
           move ws-user-id                 to jrnl-user-id.
           move "CTLSYNC "                 to jrnl-program-id.
           move ws-run-date                to jrnl-run-date.
           move ws-run-time                to jrnl-run-time.
           move ws-jrnl-before             to jrnl-before-image.
           move ws-jrnl-after              to jrnl-after-image.
           write jrnl-record.
           if ws-jrnl-status not = "00"
               display "ERROR - CHGJRNL WRITE FAILED - STATUS "
                   ws-jrnl-status " - CTLFILE " ctl-key
               move 16 to ws-return-code
           end-if.

       700-write-report-line.
           move "P" to rptw-function.
           call "RPTWRITE" using rptw-request.
           perform 700-write-report-line.

       900-close-files.
           close scheduler-extract control-file change-journal.
           move "C" to rptw-function.
           call "RPTWRITE" using rptw-request.

