       identification division.
       program-id. MSGTRNR.
      *translation status report - lists every translation still
      *outstanding on TRNSTAT (see TRNSTAT) with how long it has
      *been out, and the counts by status:
      *  REQUESTED - with the vendor, days since requested
      *  RETURNED  - back but refused on import, with the reason,
      *              days since first requested
      *  STALE     - applied, but the EN text has changed since;
      *              days since the EN change was noticed (the
      *              status date) or, for an applied row whose EN
      *              row has moved since the last export, since
      *              it was applied
      *up-to-date applied rows are counted, not listed. a status
      *row whose EN message has since been deleted is listed as
      *EN GONE so it can be cleared. ages are in days from the
      *business date. a requested or returned translation out
      *longer than the overdue days on TRNPARM (col 1-3, default
      *14) is flagged OVERDUE and ends the step rc=4.
      *read-only - nothing on TRNSTAT or MSGTABLE is changed.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
           select report-parms assign to "TRNPARM"
               organization is sequential
               file status is ws-parm-status.

           select translation-status assign to "TRNSTAT"
               organization is indexed
               access mode is sequential
               record key is trs-key
               file status is ws-trs-status.

           select message-table assign to "MSGTABLE"
               organization is indexed
               access mode is dynamic
               record key is msg-key
               file status is ws-msg-status.

           select date-control assign to "DATECTL"
               organization is sequential
               file status is ws-date-status.

       data division.
       file section.
       fd  report-parms.
       01 parm-card.
           05 parm-overdue-days     pic x(03).
           05 filler                pic x(77).

       fd  translation-status.
       copy TRNSTAT.

       fd  message-table.
       copy MSGTABLE.

       fd  date-control.
       copy DATEREC.

       working-storage section.
       01 ws-parm-status     pic x(02) value "00".
       01 ws-trs-status      pic x(02) value "00".
       01 ws-msg-status      pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-trs-eof         pic x(01) value "N".
           88 trs-at-eof               value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-business-date   pic x(08) value spaces.
       01 ws-business-date-n redefines ws-business-date
                             pic 9(08).
       01 ws-overdue-days    pic 9(03) value 14.
       01 ws-en-row          pic x(01) value "N".
           88 en-row-found             value "Y".
       01 ws-show-row        pic x(01) value "N".
           88 row-is-shown             value "Y".
       01 ws-age-from        pic x(08) value spaces.
       01 ws-age-from-n redefines ws-age-from
                             pic 9(08).
       01 ws-age-days        pic s9(07) value zeros.
       01 ws-oldest-days     pic s9(07) value zeros.

       01 ws-status-read     pic 9(05) value zeros.
       01 ws-count-requested pic 9(05) value zeros.
       01 ws-count-returned  pic 9(05) value zeros.
       01 ws-count-stale     pic 9(05) value zeros.
       01 ws-count-applied   pic 9(05) value zeros.
       01 ws-count-en-gone   pic 9(05) value zeros.
       01 ws-count-overdue   pic 9(05) value zeros.

       01 ws-report-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(132) value
               "TRANSLATION STATUS - OUTSTANDING AND STALE".

       01 ws-column-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(39) value
               "LG ID   STATUS    W REQUESTED RETURNED ".
           05 filler             pic x(93) value
               "APPLIED     DAYS NOTE".

       01 ws-detail-line.
           05 filler             pic x(01) value space.
           05 ws-dl-language     pic x(02).
           05 filler             pic x(01) value space.
           05 ws-dl-msg-id       pic x(04).
           05 filler             pic x(01) value space.
           05 ws-dl-status       pic x(09).
           05 filler             pic x(01) value space.
           05 ws-dl-reason       pic x(01).
           05 filler             pic x(01) value space.
           05 ws-dl-requested    pic x(08).
           05 filler             pic x(02) value spaces.
           05 ws-dl-returned     pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-applied      pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-age-days     pic zzzzzz9.
           05 filler             pic x(01) value space.
           05 ws-dl-note         pic x(40).
           05 filler             pic x(36) value spaces.

       01 ws-total-line.
           05 filler             pic x(01) value "0".
           05 ws-tl-label        pic x(30).
           05 ws-tl-count        pic zzzzzz9.
           05 filler             pic x(95) value spaces.
       copy RPTWCALL.
      *
       procedure division.
       000-main.
           perform 100-open-files.
           if ws-return-code = zeros
               perform 120-get-parameters
               perform 150-get-business-date
               perform 180-open-report
               perform 200-read-status-rows
               perform 800-write-totals
           end-if.
           perform 900-close-files.
           move ws-return-code to return-code.
           goback.

      *no TRNSTAT yet means nothing has been sent - an empty
      *report, not an error.
       100-open-files.
           open input translation-status.
           if ws-trs-status = "35"
               move "Y" to ws-trs-eof
           else
               if ws-trs-status not = "00"
                   display "ERROR - TRNSTAT NOT OPENED - STATUS "
                       ws-trs-status
                   move 16 to ws-return-code
               end-if
           end-if.

           open input message-table.
           if ws-msg-status not = "00"
               display "ERROR - MSGTABLE NOT OPENED - STATUS "
                   ws-msg-status
               move 16 to ws-return-code
           end-if.

       120-get-parameters.
           open input report-parms.
           if ws-parm-status = "00"
               read report-parms
                   at end
                       continue
                   not at end
                       if parm-overdue-days is numeric
                           move parm-overdue-days to ws-overdue-days
                       end-if
               end-read
               close report-parms
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

      *report lines go out through the shared report writer (see
      *RPTWRITE) - register the column header once and it is
      *re-emitted under every page banner.
       180-open-report.
           move "MSGTRNR "                  to rptw-report-id.
           move ws-business-date            to rptw-run-date.
           move ws-column-header to rptw-print-line.
           move "H" to rptw-function.
           call "RPTWRITE" using rptw-request.
           move ws-report-header to rptw-print-line.
           perform 720-write-report-line.

       200-read-status-rows.
           perform until trs-at-eof
               read translation-status
                   at end
                       move "Y" to ws-trs-eof
                   not at end
                       add 1 to ws-status-read
                       perform 300-check-one-status
               end-read
           end-perform.

       300-check-one-status.
           move "EN"       to msg-language-code.
           move trs-msg-id to msg-id.
           read message-table
               key is msg-key
               invalid key
                   move "N" to ws-en-row
               not invalid key
                   move "Y" to ws-en-row
           end-read.

           move "Y"    to ws-show-row.
           move spaces to ws-dl-note ws-age-from.
           evaluate true
               when not en-row-found
                   add 1 to ws-count-en-gone
                   move "EN GONE  " to ws-dl-status
                   move "EN MESSAGE DELETED - CLEAR THIS ROW"
                       to ws-dl-note
                   move trs-status-date to ws-age-from
               when trs-requested
                   add 1 to ws-count-requested
                   move "REQUESTED" to ws-dl-status
                   move trs-requested-date to ws-age-from
               when trs-returned
                   add 1 to ws-count-returned
                   move "RETURNED " to ws-dl-status
                   perform 310-set-reject-note
                   move trs-requested-date to ws-age-from
               when trs-stale
                   add 1 to ws-count-stale
                   move "STALE    " to ws-dl-status
                   move "MADE FROM AN OLDER EN TEXT" to ws-dl-note
                   move trs-status-date to ws-age-from
               when trs-applied and trs-en-text not = msg-text
                   add 1 to ws-count-stale
                   move "STALE    " to ws-dl-status
                   move "EN CHANGED SINCE APPLIED" to ws-dl-note
                   move trs-applied-date to ws-age-from
               when other
                   add 1 to ws-count-applied
                   move "N" to ws-show-row
           end-evaluate.

           if row-is-shown
               perform 400-compute-age
               perform 700-write-detail-line
           end-if.

      *the returned row was refused by MSGIMP - its reason code
      *is MSGIMP's.
       310-set-reject-note.
           evaluate trs-reject-reason
               when "03"
                   move "REFUSED - TRANSLATED TEXT MISSING"
                       to ws-dl-note
               when "04"
                   move "REFUSED - TEXT EXCEEDS 80 BYTES"
                       to ws-dl-note
               when "05"
                   move "REFUSED - TOKENS DO NOT MATCH EN"
                       to ws-dl-note
               when other
                   move "REFUSED ON IMPORT"
                       to ws-dl-note
           end-evaluate.

      *requested and returned rows past the overdue days are the
      *ones to chase with the vendor.
       400-compute-age.
           move zeros to ws-age-days.
           if ws-age-from is numeric
               and ws-business-date is numeric
               compute ws-age-days =
                   function integer-of-date(ws-business-date-n)
                   - function integer-of-date(ws-age-from-n)
               if ws-age-days < zeros
                   move zeros to ws-age-days
               end-if
           end-if.
           if ws-age-days > ws-oldest-days
               and (trs-requested or trs-returned)
               move ws-age-days to ws-oldest-days
           end-if.
           if (trs-requested or trs-returned)
               and en-row-found
               and ws-age-days > ws-overdue-days
               add 1 to ws-count-overdue
               move "OVERDUE" to ws-dl-status
               if ws-dl-note = spaces
                   move "OUT LONGER THAN THE OVERDUE DAYS"
                       to ws-dl-note
               end-if
           end-if.

       700-write-detail-line.
           move trs-language-code  to ws-dl-language.
           move trs-msg-id         to ws-dl-msg-id.
           move trs-request-reason to ws-dl-reason.
           move trs-requested-date to ws-dl-requested.
           move trs-returned-date  to ws-dl-returned.
           move trs-applied-date   to ws-dl-applied.
           move ws-age-days        to ws-dl-age-days.
           move ws-detail-line to rptw-print-line.
           perform 720-write-report-line.

       720-write-report-line.
           move "P" to rptw-function.
           call "RPTWRITE" using rptw-request.

       800-write-totals.
           move "STATUS ROWS READ              " to ws-tl-label.
           move ws-status-read                   to ws-tl-count.
           perform 810-write-total-line.
           move "REQUESTED - WITH THE VENDOR   " to ws-tl-label.
           move ws-count-requested               to ws-tl-count.
           perform 810-write-total-line.
           move "RETURNED - REFUSED ON IMPORT  " to ws-tl-label.
           move ws-count-returned                to ws-tl-count.
           perform 810-write-total-line.
           move "STALE - EN CHANGED            " to ws-tl-label.
           move ws-count-stale                   to ws-tl-count.
           perform 810-write-total-line.
           move "APPLIED - UP TO DATE          " to ws-tl-label.
           move ws-count-applied                 to ws-tl-count.
           perform 810-write-total-line.
           move "EN MESSAGE GONE               " to ws-tl-label.
           move ws-count-en-gone                 to ws-tl-count.
           perform 810-write-total-line.
           move "OVERDUE                       " to ws-tl-label.
           move ws-count-overdue                 to ws-tl-count.
           perform 810-write-total-line.
           move "OLDEST OUTSTANDING (DAYS)     " to ws-tl-label.
           move ws-oldest-days                   to ws-tl-count.
           perform 810-write-total-line.

           if ws-count-overdue > zeros
               move 4 to ws-return-code
           end-if.

       810-write-total-line.
           move ws-total-line to rptw-print-line.
           perform 720-write-report-line.

       900-close-files.
           close translation-status message-table.
           move "C" to rptw-function.
           call "RPTWRITE" using rptw-request.

       end program MSGTRNR.
