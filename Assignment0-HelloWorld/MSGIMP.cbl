       identification division.
       program-id. MSGIMP.
      *translation import - loads the file the translation vendor
      *returns (VNDRIN, see MSGVNDR) into MSGTABLE. every row is
      *checked in full before it touches the table, and a row
      *failing any check is refused with a reason on the report:
      *  - the language is not one the suite serves (or is EN)
      *  - the message id has no EN row - nothing to translate
      *  - the translated text is blank
      *  - the translated text runs past the 80 bytes of msg-text
      *  - the &JOBNAME, &RUNDATE and &TERMID tokens do not appear
      *    exactly as often as in the EN source - a dropped or
      *    re-spelt token would print literally on the console
      *a good row is added or replaces the language row, and is
      *journaled to CHGJRNL like a HELLUPD card so CHGBACK can
      *reverse a bad delivery.
      *
      *TRNSTAT (see TRNSTAT) is moved on for every row of a
      *known message: A (applied) for a good row - or S (stale)
      *when the EN text changed while the row was with the
      *vendor, so the next export sends it again - and T
      *(returned) with the reason for a refused one. a refused
      *row leaves an already-applied, up-to-date translation as
      *it was.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
           select vendor-file assign to "VNDRIN"
               organization is sequential
               file status is ws-vnd-status.

           select message-table assign to "MSGTABLE"
               organization is indexed
               access mode is dynamic
               record key is msg-key
               file status is ws-msg-status.

           select translation-status assign to "TRNSTAT"
               organization is indexed
               access mode is dynamic
               record key is trs-key
               file status is ws-trs-status.

           select change-journal assign to "CHGJRNL"
               organization is sequential
               file status is ws-jrnl-status.

           select date-control assign to "DATECTL"
               organization is sequential
               file status is ws-date-status.

       data division.
       file section.
       fd  vendor-file.
       copy MSGVNDR.

       fd  message-table.
       copy MSGTABLE.

       fd  translation-status.
       copy TRNSTAT.

       fd  change-journal.
       copy JRNLREC.

       fd  date-control.
       copy DATEREC.

       working-storage section.
       01 ws-vnd-status      pic x(02) value "00".
       01 ws-msg-status      pic x(02) value "00".
       01 ws-trs-status      pic x(02) value "00".
       01 ws-jrnl-status     pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-vnd-eof         pic x(01) value "N".
           88 vnd-at-eof               value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-reject-reason   pic x(02) value spaces.
           88 row-is-good              value spaces.
       01 ws-edit-language   pic x(02) value spaces.
           88 known-language           value "EN" "FR" "ES".
       01 ws-business-date   pic x(08) value spaces.
       01 ws-user-id         pic x(08) value spaces.
       01 ws-run-date        pic x(08) value spaces.
       01 ws-run-time        pic x(08) value spaces.
       01 ws-en-text         pic x(80) value spaces.
       01 ws-stale-row       pic x(01) value "N".
           88 row-is-stale             value "Y".
       01 ws-trs-row         pic x(01) value "N".
           88 trs-row-found            value "Y".
       01 ws-jrnl-action     pic x(01) value space.
       01 ws-jrnl-before     pic x(120) value spaces.
       01 ws-jrnl-after      pic x(120) value spaces.

      *token counts - the EN source against the translation
       01 ws-token-text      pic x(114) value spaces.
       01 ws-count-jobname   pic 9(03) value zeros.
       01 ws-count-rundate   pic 9(03) value zeros.
       01 ws-count-termid    pic 9(03) value zeros.
       01 ws-en-jobname      pic 9(03) value zeros.
       01 ws-en-rundate      pic 9(03) value zeros.
       01 ws-en-termid       pic 9(03) value zeros.

       01 ws-rows-read       pic 9(05) value zeros.
       01 ws-rows-applied    pic 9(05) value zeros.
       01 ws-rows-stale      pic 9(05) value zeros.
       01 ws-rows-rejected   pic 9(05) value zeros.

       01 ws-report-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(132) value
               "TRANSLATION IMPORT - APPLIED/REJECTED".

       01 ws-column-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(52) value
               "LG ID   STATUS   RC REASON".
           05 filler             pic x(80) value
               "TRANSLATED TEXT".

       01 ws-detail-line.
           05 filler             pic x(01) value space.
           05 ws-dl-language     pic x(02).
           05 filler             pic x(01) value space.
           05 ws-dl-msg-id       pic x(04).
           05 filler             pic x(01) value space.
           05 ws-dl-status       pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-reason       pic x(02).
           05 filler             pic x(01) value space.
           05 ws-dl-reason-text  pic x(31).
           05 filler             pic x(01) value space.
           05 ws-dl-text         pic x(80).

       01 ws-total-line.
           05 filler             pic x(01) value "0".
           05 ws-tl-label        pic x(30).
           05 ws-tl-count        pic zzzz9.
           05 filler             pic x(97) value spaces.
       copy RPTWCALL.
      *
       procedure division.
       000-main.
           perform 100-open-files.
           if ws-return-code = zeros
               perform 150-get-business-date
               perform 170-get-run-identity
               perform 200-process-vendor-rows
               perform 800-write-totals
           end-if.
           perform 900-close-files.
           move ws-return-code to return-code.
           goback.

       100-open-files.
           open input vendor-file.
           if ws-vnd-status not = "00"
               display "ERROR - VNDRIN NOT OPENED - STATUS "
                   ws-vnd-status
               move 16 to ws-return-code
           end-if.

           open i-o message-table.
           if ws-msg-status not = "00"
               display "ERROR - MSGTABLE NOT OPENED - STATUS "
                   ws-msg-status
               move 16 to ws-return-code
           end-if.

           open i-o translation-status.
           if ws-trs-status = "35"
               open output translation-status
               close translation-status
               open i-o translation-status
           end-if.
           if ws-trs-status not = "00"
               display "ERROR - TRNSTAT NOT OPENED - STATUS "
                   ws-trs-status
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
               move "MSGIMP  "                  to rptw-report-id
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
      *whole delivery by it.
       170-get-run-identity.
           display "USER" upon environment-name.
           accept ws-user-id from environment-value.
           move function current-date(1:8) to ws-run-date.
           move function current-date(9:8) to ws-run-time.

       200-process-vendor-rows.
           move "N" to ws-vnd-eof.
           perform until vnd-at-eof
               read vendor-file
                   at end
                       move "Y" to ws-vnd-eof
                   not at end
                       perform 300-process-one-row
               end-read
           end-perform.

       300-process-one-row.
           add 1 to ws-rows-read.
           move spaces to ws-reject-reason.
           move "N"    to ws-stale-row ws-trs-row.
           perform 310-validate-row.

           if row-is-good
               perform 400-apply-translation
           end-if.

           if ws-reject-reason not = "01"
               and ws-reject-reason not = "02"
               perform 500-update-status
           end-if.

           if row-is-good
               if row-is-stale
                   add 1 to ws-rows-stale
               else
                   add 1 to ws-rows-applied
               end-if
           else
               add 1 to ws-rows-rejected
           end-if.
           perform 700-write-detail-line.

      *the tokens are checked against the EN row as it stands now,
      *not the source text on the returned row - that is what the
      *console will substitute into.
       310-validate-row.
           move vnd-language-code to ws-edit-language.
           if not known-language or vnd-language-code = "EN"
               move "01" to ws-reject-reason
           else
               move "EN"       to msg-language-code
               move vnd-msg-id to msg-id
               read message-table
                   key is msg-key
                   invalid key
                       move "02" to ws-reject-reason
                   not invalid key
                       move msg-text to ws-en-text
               end-read
           end-if.

           if row-is-good
               if vnd-target-text(1:80) = spaces
                   move "03" to ws-reject-reason
               else
                   if vnd-target-text(81:34) not = spaces
                       move "04" to ws-reject-reason
                   end-if
               end-if
           end-if.

           if row-is-good
               move ws-en-text to ws-token-text
               perform 320-count-tokens
               move ws-count-jobname to ws-en-jobname
               move ws-count-rundate to ws-en-rundate
               move ws-count-termid  to ws-en-termid
               move vnd-target-text  to ws-token-text
               perform 320-count-tokens
               if ws-count-jobname not = ws-en-jobname
                   or ws-count-rundate not = ws-en-rundate
                   or ws-count-termid  not = ws-en-termid
                   move "05" to ws-reject-reason
               end-if
           end-if.

           if row-is-good
               and vnd-source-text not = ws-en-text
               move "Y" to ws-stale-row
           end-if.

       320-count-tokens.
           move zeros to ws-count-jobname ws-count-rundate
               ws-count-termid.
           inspect ws-token-text tallying
               ws-count-jobname for all "&JOBNAME"
               ws-count-rundate for all "&RUNDATE"
               ws-count-termid  for all "&TERMID".

       400-apply-translation.
           move vnd-language-code to msg-language-code.
           move vnd-msg-id        to msg-id.
           move spaces            to ws-jrnl-before ws-jrnl-after.
           read message-table
               key is msg-key
               invalid key
                   move "A" to ws-jrnl-action
                   move vnd-target-text(1:80) to msg-text
                   write msg-record
                       invalid key
                           move "12" to ws-reject-reason
                   end-write
               not invalid key
                   move "C" to ws-jrnl-action
                   move msg-record to ws-jrnl-before
                   move vnd-target-text(1:80) to msg-text
                   rewrite msg-record
                       invalid key
                           move "12" to ws-reject-reason
                   end-rewrite
           end-read.

           if row-is-good
               move msg-record to ws-jrnl-after
               perform 600-write-change-journal
           end-if.

      *a row for a message the status file has never seen (sent
      *outside the export) still gets a status row, so it shows
      *on the outstanding report like any other.
       500-update-status.
           move vnd-language-code to trs-language-code.
           move vnd-msg-id        to trs-msg-id.
           read translation-status
               key is trs-key
               invalid key
                   move spaces            to trs-record
                   move vnd-language-code to trs-language-code
                   move vnd-msg-id        to trs-msg-id
                   move vnd-request-reason to trs-request-reason
                   move vnd-request-date  to trs-requested-date
                   move vnd-source-text   to trs-en-text
               not invalid key
                   move "Y" to ws-trs-row
           end-read.

           if row-is-good
               if row-is-stale
                   move "S" to trs-status
               else
                   move "A" to trs-status
               end-if
               move vnd-source-text  to trs-en-text
               move ws-business-date to trs-returned-date
                   trs-applied-date trs-status-date
               move spaces           to trs-reject-reason
           else
               if trs-row-found and trs-applied
                   and trs-en-text = ws-en-text
                   continue
               else
                   move "T"              to trs-status
                   move ws-business-date to trs-returned-date
                       trs-status-date
                   move ws-reject-reason to trs-reject-reason
               end-if
           end-if.

           if trs-row-found
               rewrite trs-record
                   invalid key
                       display "ERROR - TRNSTAT REWRITE FAILED - "
                           "STATUS " ws-trs-status " - " trs-key
                       move 16 to ws-return-code
               end-rewrite
           else
               write trs-record
                   invalid key
                       display "ERROR - TRNSTAT WRITE FAILED - "
                           "STATUS " ws-trs-status " - " trs-key
                       move 16 to ws-return-code
               end-write
           end-if.

       600-write-change-journal.
           move spaces                     to jrnl-record.
           move "MSGTABLE"                 to jrnl-file-id.
           move ws-jrnl-action             to jrnl-action.
           move msg-key                    to jrnl-key.
           move ws-business-date           to jrnl-business-date.
           move function current-date(1:8) to jrnl-change-date.
           move function current-date(9:8) to jrnl-change-time.
           move ws-user-id                 to jrnl-user-id.
           move "MSGIMP  "                 to jrnl-program-id.
           move ws-run-date                to jrnl-run-date.
           move ws-run-time                to jrnl-run-time.
           move ws-jrnl-before             to jrnl-before-image.
           move ws-jrnl-after              to jrnl-after-image.
           write jrnl-record.
           if ws-jrnl-status not = "00"
               display "ERROR - CHGJRNL WRITE FAILED - STATUS "
                   ws-jrnl-status " - MSGTABLE " msg-key
               move 16 to ws-return-code
           end-if.

       700-write-detail-line.
           move vnd-language-code     to ws-dl-language.
           move vnd-msg-id            to ws-dl-msg-id.
           move vnd-target-text(1:80) to ws-dl-text.
           if row-is-good
               if row-is-stale
                   move "STALE   " to ws-dl-status
                   move spaces     to ws-dl-reason
                   move "APPLIED - EN CHANGED SINCE SENT"
                       to ws-dl-reason-text
               else
                   move "APPLIED " to ws-dl-status
                   move spaces     to ws-dl-reason
                   move spaces     to ws-dl-reason-text
               end-if
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
                   move "LANGUAGE UNKNOWN OR EN"
                       to ws-dl-reason-text
               when "02"
                   move "UNKNOWN MESSAGE ID - NO EN ROW"
                       to ws-dl-reason-text
               when "03"
                   move "TRANSLATED TEXT MISSING"
                       to ws-dl-reason-text
               when "04"
                   move "TEXT EXCEEDS 80 BYTES"
                       to ws-dl-reason-text
               when "05"
                   move "TOKENS DO NOT MATCH EN SOURCE"
                       to ws-dl-reason-text
               when "12"
                   move "FILE I/O ERROR"
                       to ws-dl-reason-text
               when other
                   move "UNKNOWN REASON"
                       to ws-dl-reason-text
           end-evaluate.

       720-write-report-line.
           move "P" to rptw-function.
           call "RPTWRITE" using rptw-request.

       800-write-totals.
           move "VENDOR ROWS READ              " to ws-tl-label.
           move ws-rows-read                     to ws-tl-count.
           perform 810-write-total-line.
           move "ROWS APPLIED                  " to ws-tl-label.
           move ws-rows-applied                  to ws-tl-count.
           perform 810-write-total-line.
           move "ROWS APPLIED BUT STALE        " to ws-tl-label.
           move ws-rows-stale                    to ws-tl-count.
           perform 810-write-total-line.
           move "ROWS REJECTED                 " to ws-tl-label.
           move ws-rows-rejected                 to ws-tl-count.
           perform 810-write-total-line.

           if (ws-rows-rejected > zeros or ws-rows-stale > zeros)
               and ws-return-code < 4
               move 4 to ws-return-code
           end-if.

       810-write-total-line.
           move ws-total-line to rptw-print-line.
           perform 720-write-report-line.

       900-close-files.
           close vendor-file message-table translation-status
               change-journal.
           move "C" to rptw-function.
           call "RPTWRITE" using rptw-request.

       end program MSGIMP.
