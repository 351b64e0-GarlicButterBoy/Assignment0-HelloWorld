       identification division.
       program-id. MSGEXP.
      *translation export - writes every EN message that needs
      *work in one language to the vendor interchange file
      *(VNDROUT, see MSGVNDR) in place of the spreadsheet that
      *used to be mailed out and keyed back through HELLUPD:
      *  - missing: no row in the language at all
      *  - stale:   the language row was made from an EN text
      *             that has since changed
      *each row carries the EN source text and the substitution
      *tokens it holds, which the translation must keep.
      *
      *the round trip is tracked per message and language on
      *TRNSTAT (see TRNSTAT): every row sent is set to R
      *(requested) with the EN text it was sent with. a message
      *already out with the vendor for the same EN text is not
      *sent twice unless the EXPPARM card asks for a resend. a
      *translation found on MSGTABLE with no status row yet was
      *keyed before the round trip existed - it is recorded as
      *applied against today's EN text so later EN changes show
      *up as stale, and is not sent.
      *
      *EXPPARM: col 1-2 language (any known language but EN),
      *col 4 R = resend messages already out with the vendor.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
           select export-parms assign to "EXPPARM"
               organization is sequential
               file status is ws-parm-status.

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

           select vendor-file assign to "VNDROUT"
               organization is sequential
               file status is ws-vnd-status.

           select date-control assign to "DATECTL"
               organization is sequential
               file status is ws-date-status.

       data division.
       file section.
       fd  export-parms.
       01 parm-card.
           05 parm-language-code    pic x(02).
           05 filler                pic x(01).
           05 parm-resend           pic x(01).
           05 filler                pic x(76).

       fd  message-table.
       copy MSGTABLE.

       fd  translation-status.
       copy TRNSTAT.

       fd  vendor-file.
       copy MSGVNDR.

       fd  date-control.
       copy DATEREC.

       working-storage section.
       01 ws-parm-status     pic x(02) value "00".
       01 ws-msg-status      pic x(02) value "00".
       01 ws-trs-status      pic x(02) value "00".
       01 ws-vnd-status      pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-msg-eof         pic x(01) value "N".
           88 msg-at-eof               value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-business-date   pic x(08) value spaces.
       01 ws-language-code   pic x(02) value spaces.
       01 ws-edit-language   pic x(02) value spaces.
           88 known-language           value "EN" "FR" "ES".
       01 ws-resend          pic x(01) value space.
           88 resend-requested         value "R".
       01 ws-en-key          pic x(06) value spaces.
       01 ws-en-text         pic x(80) value spaces.
       01 ws-lang-row        pic x(01) value "N".
           88 lang-row-found           value "Y".
       01 ws-trs-row         pic x(01) value "N".
           88 trs-row-found            value "Y".
       01 ws-export-reason   pic x(01) value space.
           88 export-not-needed        value space.
       01 ws-count-jobname   pic 9(03) value zeros.
       01 ws-count-rundate   pic 9(03) value zeros.
       01 ws-count-termid    pic 9(03) value zeros.

       01 ws-en-read         pic 9(05) value zeros.
       01 ws-sent-missing    pic 9(05) value zeros.
       01 ws-sent-stale      pic 9(05) value zeros.
       01 ws-sent-resend     pic 9(05) value zeros.
       01 ws-already-out     pic 9(05) value zeros.
       01 ws-up-to-date      pic 9(05) value zeros.
       01 ws-baselined       pic 9(05) value zeros.

       01 ws-report-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(23) value
               "TRANSLATION EXPORT FOR ".
           05 ws-rh-language     pic x(02).
           05 filler             pic x(107) value spaces.

       01 ws-column-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(132) value
               "LG ID   WHY      TOKENS                     EN SOURCE".

       01 ws-detail-line.
           05 filler             pic x(01) value space.
           05 ws-dl-language     pic x(02).
           05 filler             pic x(01) value space.
           05 ws-dl-msg-id       pic x(04).
           05 filler             pic x(01) value space.
           05 ws-dl-why          pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-tokens       pic x(26).
           05 filler             pic x(01) value space.
           05 ws-dl-source-text  pic x(80).
           05 filler             pic x(08) value spaces.

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
               perform 120-get-parameters
           end-if.
           if ws-return-code = zeros
               perform 150-get-business-date
               perform 180-open-report
               perform 200-scan-en-messages
               perform 800-write-totals
           end-if.
           perform 900-close-files.
           move ws-return-code to return-code.
           goback.

       100-open-files.
           open input message-table.
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

      *the language is checked before VNDROUT is opened, so a bad
      *card leaves the last file sent to the vendor as it was.
       120-get-parameters.
           open input export-parms.
           if ws-parm-status = "00"
               read export-parms
                   at end
                       continue
                   not at end
                       move parm-language-code to ws-language-code
                       move parm-resend        to ws-resend
               end-read
               close export-parms
           end-if.
           move ws-language-code to ws-edit-language.
           if not known-language or ws-language-code = "EN"
               display "ERROR - EXPPARM LANGUAGE " ws-language-code
                   " UNKNOWN OR EN - NOTHING EXPORTED"
               move 8 to ws-return-code
           else
               open output vendor-file
               if ws-vnd-status not = "00"
                   display "ERROR - VNDROUT NOT OPENED - STATUS "
                       ws-vnd-status
                   move 16 to ws-return-code
               end-if
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
           move "MSGEXP  "                  to rptw-report-id.
           move ws-business-date            to rptw-run-date.
           move ws-column-header to rptw-print-line.
           move "H" to rptw-function.
           call "RPTWRITE" using rptw-request.
           move ws-language-code to ws-rh-language.
           move ws-report-header to rptw-print-line.
           perform 720-write-report-line.

      *the EN rows are walked in key order; each is then looked up
      *in the target language, which moves the file position, so
      *the walk is restarted past the last EN key each time.
       200-scan-en-messages.
           move "N" to ws-msg-eof.
           move "EN"       to msg-language-code.
           move low-values to msg-id.
           start message-table
               key is >= msg-key
               invalid key
                   move "Y" to ws-msg-eof
           end-start.
           perform until msg-at-eof
               read message-table next
                   at end
                       move "Y" to ws-msg-eof
                   not at end
                       if msg-language-code not = "EN"
                           move "Y" to ws-msg-eof
                       else
                           add 1 to ws-en-read
                           move msg-key  to ws-en-key
                           move msg-text to ws-en-text
                           perform 300-check-one-message
                           move ws-en-key to msg-key
                           start message-table
                               key is > msg-key
                               invalid key
                                   move "Y" to ws-msg-eof
                           end-start
                       end-if
               end-read
           end-perform.

       300-check-one-message.
           move ws-language-code to msg-language-code.
           move ws-en-key(3:4)   to msg-id.
           read message-table
               key is msg-key
               invalid key
                   move "N" to ws-lang-row
               not invalid key
                   move "Y" to ws-lang-row
           end-read.

           move ws-language-code to trs-language-code.
           move ws-en-key(3:4)   to trs-msg-id.
           read translation-status
               key is trs-key
               invalid key
                   move "N" to ws-trs-row
               not invalid key
                   move "Y" to ws-trs-row
           end-read.

           perform 310-decide-export.
           if not export-not-needed
               perform 400-export-message
           end-if.

      *what a message needs, from its language row and its status:
      *  no language row        - missing, unless already out for
      *                           this same EN text
      *  row but no status      - keyed before the round trip;
      *                           recorded as applied, not sent
      *  applied, EN unchanged  - up to date
      *  applied, EN changed    - stale
      *  stale                  - stale
      *  requested              - already out, unless the EN has
      *                           changed since or a resend is
      *                           asked for
      *  returned (refused)     - sent again for the same reason
       310-decide-export.
           move space to ws-export-reason.
           if not trs-row-found
               if lang-row-found
                   perform 320-baseline-status
               else
                   move "M" to ws-export-reason
               end-if
           else
               evaluate true
                   when trs-applied
                       if trs-en-text = ws-en-text
                           add 1 to ws-up-to-date
                       else
                           move "S" to ws-export-reason
                       end-if
                   when trs-stale
                       move "S" to ws-export-reason
                   when trs-requested
                       if trs-en-text not = ws-en-text
                           if lang-row-found
                               move "S" to ws-export-reason
                           else
                               move "M" to ws-export-reason
                           end-if
                       else
                           if resend-requested
                               move trs-request-reason
                                   to ws-export-reason
                               add 1 to ws-sent-resend
                           else
                               add 1 to ws-already-out
                           end-if
                       end-if
                   when other
                       if lang-row-found
                           move "S" to ws-export-reason
                       else
                           move "M" to ws-export-reason
                       end-if
               end-evaluate
           end-if.

       320-baseline-status.
           move spaces            to trs-record.
           move ws-language-code  to trs-language-code.
           move ws-en-key(3:4)    to trs-msg-id.
           move "A"               to trs-status.
           move ws-business-date  to trs-status-date.
           move ws-en-text        to trs-en-text.
           write trs-record
               invalid key
                   display "ERROR - TRNSTAT WRITE FAILED - STATUS "
                       ws-trs-status " - " trs-key
                   move 16 to ws-return-code
               not invalid key
                   add 1 to ws-baselined
           end-write.

       400-export-message.
           move spaces            to vnd-record.
           move ws-language-code  to vnd-language-code.
           move ws-en-key(3:4)    to vnd-msg-id.
           move ws-export-reason  to vnd-request-reason.
           move ws-business-date  to vnd-request-date.
           move ws-en-text        to vnd-source-text.
           perform 410-list-tokens.
           write vnd-record.
           if ws-vnd-status not = "00"
               display "ERROR - VNDROUT WRITE FAILED - STATUS "
                   ws-vnd-status " - " vnd-key
               move 16 to ws-return-code
           end-if.

           if vnd-was-missing
               add 1 to ws-sent-missing
           else
               add 1 to ws-sent-stale
           end-if.
           perform 420-mark-requested.

           move vnd-language-code to ws-dl-language.
           move vnd-msg-id        to ws-dl-msg-id.
           if vnd-was-missing
               move "MISSING " to ws-dl-why
           else
               move "STALE   " to ws-dl-why
           end-if.
           move vnd-tokens        to ws-dl-tokens.
           move vnd-source-text   to ws-dl-source-text.
           move ws-detail-line to rptw-print-line.
           perform 720-write-report-line.

       410-list-tokens.
           move zeros to ws-count-jobname ws-count-rundate
               ws-count-termid.
           inspect ws-en-text tallying
               ws-count-jobname for all "&JOBNAME"
               ws-count-rundate for all "&RUNDATE"
               ws-count-termid  for all "&TERMID".
           if ws-count-jobname > zeros
               move "&JOBNAME" to vnd-token-jobname
           end-if.
           if ws-count-rundate > zeros
               move "&RUNDATE" to vnd-token-rundate
           end-if.
           if ws-count-termid > zeros
               move "&TERMID"  to vnd-token-termid
           end-if.

       420-mark-requested.
           if not trs-row-found
               move spaces            to trs-record
               move vnd-language-code to trs-language-code
               move vnd-msg-id        to trs-msg-id
           end-if.
           move "R"               to trs-status.
           move ws-export-reason  to trs-request-reason.
           move ws-business-date  to trs-requested-date
               trs-status-date.
           move spaces            to trs-returned-date
               trs-reject-reason.
           move ws-en-text        to trs-en-text.
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

       720-write-report-line.
           move "P" to rptw-function.
           call "RPTWRITE" using rptw-request.

       800-write-totals.
           move "EN MESSAGES READ              " to ws-tl-label.
           move ws-en-read                       to ws-tl-count.
           perform 810-write-total-line.
           move "SENT - MISSING IN LANGUAGE    " to ws-tl-label.
           move ws-sent-missing                  to ws-tl-count.
           perform 810-write-total-line.
           move "SENT - STALE (EN CHANGED)     " to ws-tl-label.
           move ws-sent-stale                    to ws-tl-count.
           perform 810-write-total-line.
           move "  OF WHICH RESENT             " to ws-tl-label.
           move ws-sent-resend                   to ws-tl-count.
           perform 810-write-total-line.
           move "ALREADY OUT WITH VENDOR       " to ws-tl-label.
           move ws-already-out                   to ws-tl-count.
           perform 810-write-total-line.
           move "UP TO DATE                    " to ws-tl-label.
           move ws-up-to-date                    to ws-tl-count.
           perform 810-write-total-line.
           move "RECORDED AS APPLIED (EXISTING)" to ws-tl-label.
           move ws-baselined                     to ws-tl-count.
           perform 810-write-total-line.

       810-write-total-line.
           move ws-total-line to rptw-print-line.
           perform 720-write-report-line.

       900-close-files.
           close message-table translation-status.
           if ws-language-code not = "EN" and known-language
               close vendor-file
           end-if.
           move "C" to rptw-function.
           call "RPTWRITE" using rptw-request.

       end program MSGEXP.
