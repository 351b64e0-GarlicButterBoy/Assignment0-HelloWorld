       identification division.
       program-id. WHSEXTR.
      *monthly warehouse extract of the suite's run history - the
      *enterprise reporting group has been re-keying AUDITRPT and
      *ARCHINQ printouts. this program writes every AUDITLOG,
      *OUTSTAT, RUNSTATS and USAGELOG row for a business-date
      *period to the delimited WHSFEED file (see WHSEREC): a
      *header naming the period and the extract date, the data
      *rows each prefixed with their record type, and one
      *trailer per type carrying the record count and hash
      *totals of the return codes and elapsed seconds.
      *
      *each input dd is a concatenation of the dated housekeeping
      *archive generations followed by the live file, exactly as
      *for ARCHINQ (see WHSEXTJ), so a period older than the live
      *retention is still complete. the earliest row read on
      *each concatenation is printed, and when it is later than
      *the period start the stack did not reach back far enough
      *- the step ends rc=4 and WHSCTL is not moved, so the feed
      *is checked before it is trusted and the period is not
      *recorded as sent.
      *
      *the EXTPARM card names the period and may ask for a
      *resend; without a card (or with blank dates) the calendar
      *month before the DATECTL business date is extracted. the
      *WHSCTL control record holds the latest period sent:
      *  - a period starting on or before the end of the last
      *    one sent is a rerun - rc=8, nothing written, unless
      *    the card carries R (resend)
      *  - a period starting later than the day after the last
      *    one sent leaves a gap - rc=8 likewise, so a skipped
      *    month is sent before the next one goes
      *the control record is only moved forward by an extract
      *that completed, and never backwards by a resend.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
           select extract-parms assign to "EXTPARM"
               organization is sequential
               file status is ws-parm-status.

           select extract-control assign to "WHSCTL"
               organization is sequential
               file status is ws-ctl-status.

           select warehouse-feed assign to "WHSFEED"
               organization is sequential
               file status is ws-feed-status.

           select audit-input assign to "AUDARCH"
               organization is sequential
               file status is ws-audit-status.

           select outstat-input assign to "OUTARCH"
               organization is sequential
               file status is ws-outstat-status.

           select stats-input assign to "STATARCH"
               organization is sequential
               file status is ws-stat-status.

           select usage-input assign to "USAGARCH"
               organization is sequential
               file status is ws-usage-status.

           select date-control assign to "DATECTL"
               organization is sequential
               file status is ws-date-status.

       data division.
       file section.
       fd  extract-parms.
       01 parm-card.
           05 parm-from-date        pic x(08).
           05 filler                pic x(01).
           05 parm-to-date          pic x(08).
           05 filler                pic x(01).
           05 parm-resend           pic x(01).
           05 filler                pic x(01).
           05 parm-archive-count    pic x(03).
           05 filler                pic x(57).

       fd  extract-control.
       copy WHSCTL.

       fd  warehouse-feed.
       01 feed-record               pic x(200).

       fd  audit-input.
       copy AUDITREC.

       fd  outstat-input.
       copy OUTSTAT.

       fd  stats-input.
       copy STATREC.

       fd  usage-input.
       copy USAGEREC.

       fd  date-control.
       copy DATEREC.

       working-storage section.
       01 ws-parm-status     pic x(02) value "00".
       01 ws-ctl-status      pic x(02) value "00".
       01 ws-feed-status     pic x(02) value "00".
       01 ws-audit-status    pic x(02) value "00".
       01 ws-outstat-status  pic x(02) value "00".
       01 ws-stat-status     pic x(02) value "00".
       01 ws-usage-status    pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-file-eof        pic x(01) value "N".
           88 file-at-eof              value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-business-date   pic x(08) value spaces.
       01 ws-business-date-n redefines ws-business-date
                             pic 9(08).
       01 ws-from-date       pic x(08) value spaces.
       01 ws-from-date-n redefines ws-from-date
                             pic 9(08).
       01 ws-to-date         pic x(08) value spaces.
       01 ws-to-date-n redefines ws-to-date
                             pic 9(08).
       01 ws-next-date       pic x(08) value spaces.
       01 ws-next-date-n redefines ws-next-date
                             pic 9(08).
       01 ws-work-date       pic x(08) value spaces.
       01 ws-work-date-n redefines ws-work-date
                             pic 9(08).
       01 ws-date-int        pic 9(07) value zeros.
       01 ws-extract-date    pic x(08) value spaces.
       01 ws-user-id         pic x(08) value spaces.
       01 ws-resend-flag     pic x(01) value space.
           88 resend-requested         value "R".
       01 ws-archive-count   pic 9(03) value zeros.
       01 ws-control-found   pic x(01) value "N".
           88 control-on-file          value "Y".
       01 ws-prev-from-date  pic x(08) value spaces.
       01 ws-prev-to-date    pic x(08) value spaces.
       01 ws-prev-extract    pic x(08) value spaces.
       01 ws-period-sent     pic x(01) value "N".
           88 period-already-sent      value "Y".
       01 ws-period-gap      pic x(01) value "N".
           88 period-leaves-gap        value "Y".
       01 ws-feed-written    pic 9(09) value zeros.
       01 ws-archives-short  pic x(01) value "N".
           88 archives-were-short      value "Y".
       01 ws-type-sub        pic 9(01) value zeros.

      *one entry per feed record type, in the order the types
      *are written - the trailers and the report walk this table.
       01 ws-type-names.
           05 filler pic x(11) value "AUDAUDITLOG".
           05 filler pic x(11) value "OUTOUTSTAT ".
           05 filler pic x(11) value "STARUNSTATS".
           05 filler pic x(11) value "USGUSAGELOG".
       01 ws-type-name-table redefines ws-type-names.
           05 ws-type-name occurs 4 times.
               10 ws-tn-type        pic x(03).
               10 ws-tn-file        pic x(08).
       01 ws-type-table.
           05 ws-type-entry occurs 4 times.
               10 ws-te-read        pic 9(09).
               10 ws-te-count       pic 9(09).
               10 ws-te-rc-hash     pic 9(11).
               10 ws-te-secs-hash   pic 9(13).
               10 ws-te-earliest    pic x(08).
               10 ws-te-short       pic x(01).
                   88 type-archives-short      value "Y".

       copy WHSEREC.

       01 ws-page-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(27)
               value "WAREHOUSE EXTRACT - PERIOD ".
           05 ws-hdr-from-date   pic x(08).
           05 filler             pic x(04) value " TO ".
           05 ws-hdr-to-date     pic x(08).
           05 filler             pic x(12) value "  EXTRACTED ".
           05 ws-hdr-extract     pic x(08).
           05 filler             pic x(19)
               value "  ARCHIVES STACKED ".
           05 ws-hdr-archives    pic zz9.
           05 filler             pic x(43) value spaces.

       01 ws-control-line.
           05 filler             pic x(01) value "0".
           05 filler             pic x(24)
               value "LAST PERIOD ON WHSCTL - ".
           05 ws-cl-from-date    pic x(08).
           05 filler             pic x(04) value " TO ".
           05 ws-cl-to-date      pic x(08).
           05 filler             pic x(06) value " SENT ".
           05 ws-cl-extract      pic x(08).
           05 filler             pic x(03) value spaces.
           05 ws-cl-note         pic x(30).
           05 filler             pic x(41) value spaces.

       01 ws-column-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(132) value
               "TYPE FILE     ROWS-READ EXTRACTED EARLIEST     RC-HASH  
      -        "   SECS-HASH NOTE".

       01 ws-detail-line.
           05 filler             pic x(01) value space.
           05 ws-dl-type         pic x(03).
           05 filler             pic x(02) value spaces.
           05 ws-dl-file         pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-read         pic z(08)9.
           05 filler             pic x(01) value space.
           05 ws-dl-count        pic z(08)9.
           05 filler             pic x(01) value space.
           05 ws-dl-earliest     pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-rc-hash      pic z(10)9.
           05 filler             pic x(01) value space.
           05 ws-dl-secs-hash    pic z(12)9.
           05 filler             pic x(01) value space.
           05 ws-dl-note         pic x(20).
           05 filler             pic x(43) value spaces.

       01 ws-total-line.
           05 filler             pic x(01) value "0".
           05 ws-tl-label        pic x(26).
           05 ws-tl-count        pic z(08)9.
           05 filler             pic x(97) value spaces.
       copy RPTWCALL.
      *
       procedure division.
       000-main.
           perform 100-get-parameters.
           if ws-return-code = zeros
               perform 200-check-control-file
           end-if.
           if ws-return-code = zeros
               perform 300-open-feed
           end-if.
           if ws-return-code = zeros
               perform 400-extract-audit-log
           end-if.
           if ws-return-code = zeros
               perform 500-extract-outstat
           end-if.
           if ws-return-code = zeros
               perform 600-extract-run-statistics
           end-if.
           if ws-return-code = zeros
               perform 700-extract-usage-log
           end-if.
           if ws-feed-written > zeros
               and ws-return-code < 16
               perform 740-check-archive-coverage
           end-if.
      *an aborted extract gets no trailers, so the loader rejects
      *the feed rather than balancing it as an empty month.
           if ws-feed-written > zeros
               if ws-return-code < 16
                   perform 750-write-trailers
               end-if
               close warehouse-feed
           end-if.
           if ws-return-code < 8
               and not archives-were-short
               perform 760-update-control-file
           end-if.
           if ws-feed-written > zeros
               and ws-return-code < 16
               perform 800-write-report
           end-if.
           move ws-return-code to return-code.
           goback.

       100-get-parameters.
           move zeros to ws-type-sub.
           perform until ws-type-sub >= 4
               add 1 to ws-type-sub
               move zeros  to ws-te-read(ws-type-sub)
                   ws-te-count(ws-type-sub)
                   ws-te-rc-hash(ws-type-sub)
                   ws-te-secs-hash(ws-type-sub)
               move spaces to ws-te-earliest(ws-type-sub)
               move "N"    to ws-te-short(ws-type-sub)
           end-perform.
           perform 120-get-business-date.
           move function current-date(1:8) to ws-extract-date.
           display "USER" upon environment-name.
           accept ws-user-id from environment-value.
           if ws-user-id = spaces
               move "BATCH" to ws-user-id
           end-if.

           open input extract-parms.
           if ws-parm-status = "00"
               read extract-parms
                   at end
                       continue
                   not at end
                       perform 110-edit-parameter-card
               end-read
               close extract-parms
           end-if.

           if ws-return-code = zeros
               and ws-from-date = spaces
               perform 140-default-period
           end-if.
           display "EXTRACTING PERIOD " ws-from-date " TO "
               ws-to-date.

       110-edit-parameter-card.
           if parm-from-date not = spaces
               or parm-to-date not = spaces
               if parm-from-date is numeric
                   and parm-to-date is numeric
                   move parm-from-date to ws-from-date
                   move parm-to-date   to ws-to-date
                   if ws-from-date > ws-to-date
                       display "ERROR - FROM DATE " ws-from-date
                           " AFTER TO DATE " ws-to-date
                       move 8 to ws-return-code
                   end-if
               else
                   display "ERROR - DATE RANGE NOT NUMERIC - "
                       parm-card(1:17)
                   move 8 to ws-return-code
               end-if
           end-if.

           evaluate parm-resend
               when space
                   continue
               when "R"
                   move "R" to ws-resend-flag
               when other
                   display "ERROR - RESEND FLAG MUST BE R OR BLANK - "
                       parm-resend
                   move 8 to ws-return-code
           end-evaluate.

           if parm-archive-count is numeric
               move parm-archive-count to ws-archive-count
           else
               move zeros to ws-archive-count
           end-if.

      *the official business date from the date-control record
      *decides the default month, falling back to the system
      *clock only when it is unavailable (same rule as the rest
      *of the suite).
       120-get-business-date.
           open input date-control.
           if ws-date-status = "00"
               read date-control
                   at end
                       perform 130-default-business-date
                   not at end
                       move date-processing-date to ws-business-date
               end-read
               close date-control
           else
               perform 130-default-business-date
           end-if.

       130-default-business-date.
           move function current-date(1:8) to ws-business-date.
           display "WARNING - DATECTL UNAVAILABLE - STATUS "
               ws-date-status " - USING SYSTEM DATE "
               ws-business-date.

      *the month before the business date: it ends the day
      *before the first of the business month and starts on the
      *first of its own month.
       140-default-period.
           move ws-business-date to ws-work-date.
           move "01" to ws-work-date(7:2).
           compute ws-date-int =
               function integer-of-date(ws-work-date-n) - 1.
           compute ws-to-date-n =
               function date-of-integer(ws-date-int).
           move ws-to-date to ws-from-date.
           move "01" to ws-from-date(7:2).

      *the control record is optional only the first time - a
      *missing or empty WHSCTL means nothing has been sent yet
      *and any period may go.
       200-check-control-file.
           move "N" to ws-control-found.
           open input extract-control.
           if ws-ctl-status = "00"
               read extract-control
                   at end
                       continue
                   not at end
                       move "Y" to ws-control-found
                       move whsctl-period-from  to ws-prev-from-date
                       move whsctl-period-to    to ws-prev-to-date
                       move whsctl-extract-date to ws-prev-extract
               end-read
               close extract-control
           end-if.

           if not control-on-file
               display "NO WHSCTL RECORD - FIRST EXTRACT, "
                   "PERIOD NOT CHECKED"
           else
               move ws-prev-to-date to ws-work-date
               compute ws-date-int =
                   function integer-of-date(ws-work-date-n) + 1
               compute ws-next-date-n =
                   function date-of-integer(ws-date-int)
               if ws-from-date <= ws-prev-to-date
                   move "Y" to ws-period-sent
               end-if
               if ws-from-date > ws-next-date
                   move "Y" to ws-period-gap
               end-if
               if period-already-sent
                   display "PERIOD OVERLAPS LAST SENT "
                       ws-prev-from-date " TO " ws-prev-to-date
               end-if
               if period-leaves-gap
                   display "PERIOD LEAVES A GAP - LAST SENT ENDED "
                       ws-prev-to-date " - NEXT SHOULD START "
                       ws-next-date
               end-if
               if (period-already-sent or period-leaves-gap)
                   if resend-requested
                       display "RESEND CARD PRESENT - EXTRACTING "
                           "ANYWAY"
                   else
                       display "ERROR - PERIOD NOT EXTRACTED - "
                           "CARD R IN COL 19 TO RESEND"
                       move 8 to ws-return-code
                   end-if
               end-if
           end-if.

       300-open-feed.
           open output warehouse-feed.
           if ws-feed-status not = "00"
               display "ERROR - WHSFEED NOT OPENED - STATUS "
                   ws-feed-status
               move 16 to ws-return-code
           else
               move ws-from-date     to whs-hdr-period-from
               move ws-to-date       to whs-hdr-period-to
               move ws-extract-date  to whs-hdr-extract-date
               move ws-business-date to whs-hdr-business-date
               move ws-resend-flag   to whs-hdr-resend
               move whs-header-rec to feed-record
               perform 310-write-feed-record
           end-if.

       310-write-feed-record.
           write feed-record.
           add 1 to ws-feed-written.

      *every row read counts toward the earliest date on the
      *concatenation, in the period or not - that is what shows
      *how far back the stacked archives reached.
       320-note-row-date.
           add 1 to ws-te-read(ws-type-sub).
           if ws-work-date is numeric
               and (ws-te-earliest(ws-type-sub) = spaces
                   or ws-work-date < ws-te-earliest(ws-type-sub))
               move ws-work-date to ws-te-earliest(ws-type-sub)
           end-if.

       400-extract-audit-log.
           move 1 to ws-type-sub.
           open input audit-input.
           if ws-audit-status not = "00"
               display "ERROR - AUDARCH CONCATENATION NOT OPENED - "
                   "STATUS " ws-audit-status
               move 16 to ws-return-code
           else
               move "N" to ws-file-eof
               perform until file-at-eof
                   read audit-input
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           move audit-run-date to ws-work-date
                           perform 320-note-row-date
                           if audit-run-date >= ws-from-date
                               and audit-run-date <= ws-to-date
                               perform 410-write-audit-row
                           end-if
                   end-read
               end-perform
               close audit-input
           end-if.

       410-write-audit-row.
           move audit-run-date    to whs-aud-run-date.
           move audit-run-time    to whs-aud-run-time.
           move audit-job-name    to whs-aud-job-name.
           move audit-user-id     to whs-aud-user-id.
           move audit-return-code to whs-aud-return-code.
           move audit-action      to whs-aud-action.
           move whs-audit-rec to feed-record.
           perform 310-write-feed-record.
           add 1 to ws-te-count(ws-type-sub).
           add audit-return-code to ws-te-rc-hash(ws-type-sub).

       500-extract-outstat.
           move 2 to ws-type-sub.
           open input outstat-input.
           if ws-outstat-status not = "00"
               display "ERROR - OUTARCH CONCATENATION NOT OPENED - "
                   "STATUS " ws-outstat-status
               move 16 to ws-return-code
           else
               move "N" to ws-file-eof
               perform until file-at-eof
                   read outstat-input
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           move outstat-run-date to ws-work-date
                           perform 320-note-row-date
                           if outstat-run-date >= ws-from-date
                               and outstat-run-date <= ws-to-date
                               perform 510-write-outstat-row
                           end-if
                   end-read
               end-perform
               close outstat-input
           end-if.

       510-write-outstat-row.
           move outstat-run-date    to whs-out-run-date.
           move outstat-run-time    to whs-out-run-time.
           move outstat-job-name    to whs-out-job-name.
           move outstat-return-code to whs-out-return-code.
           move outstat-status-text to whs-out-status-text.
           move whs-outstat-rec to feed-record.
           perform 310-write-feed-record.
           add 1 to ws-te-count(ws-type-sub).
           add outstat-return-code to ws-te-rc-hash(ws-type-sub).

       600-extract-run-statistics.
           move 3 to ws-type-sub.
           open input stats-input.
           if ws-stat-status not = "00"
               display "ERROR - STATARCH CONCATENATION NOT OPENED - "
                   "STATUS " ws-stat-status
               move 16 to ws-return-code
           else
               move "N" to ws-file-eof
               perform until file-at-eof
                   read stats-input
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           move stat-run-date to ws-work-date
                           perform 320-note-row-date
                           if stat-run-date >= ws-from-date
                               and stat-run-date <= ws-to-date
                               perform 610-write-stats-row
                           end-if
                   end-read
               end-perform
               close stats-input
           end-if.

       610-write-stats-row.
           move stat-step-name    to whs-sta-step-name.
           move stat-run-date     to whs-sta-run-date.
           move stat-program-id   to whs-sta-program-id.
           move stat-start-time   to whs-sta-start-time.
           move stat-end-time     to whs-sta-end-time.
           move stat-elapsed-secs to whs-sta-elapsed-secs.
           move stat-return-code  to whs-sta-return-code.
           move whs-stats-rec to feed-record.
           perform 310-write-feed-record.
           add 1 to ws-te-count(ws-type-sub).
           add stat-return-code  to ws-te-rc-hash(ws-type-sub).
           add stat-elapsed-secs to ws-te-secs-hash(ws-type-sub).

       700-extract-usage-log.
           move 4 to ws-type-sub.
           open input usage-input.
           if ws-usage-status not = "00"
               display "ERROR - USAGARCH CONCATENATION NOT OPENED - "
                   "STATUS " ws-usage-status
               move 16 to ws-return-code
           else
               move "N" to ws-file-eof
               perform until file-at-eof
                   read usage-input
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           move usage-run-date to ws-work-date
                           perform 320-note-row-date
                           if usage-run-date >= ws-from-date
                               and usage-run-date <= ws-to-date
                               perform 710-write-usage-row
                           end-if
                   end-read
               end-perform
               close usage-input
           end-if.

       710-write-usage-row.
           move usage-run-date        to whs-usg-run-date.
           move usage-terminal-id     to whs-usg-terminal-id.
           move usage-record-type     to whs-usg-record-type.
           move usage-key             to whs-usg-key.
           move usage-language-asked  to whs-usg-language-asked.
           move usage-language-served to whs-usg-language-served.
           move usage-fallback        to whs-usg-fallback.
           move whs-usage-rec to feed-record.
           perform 310-write-feed-record.
           add 1 to ws-te-count(ws-type-sub).

      *a concatenation whose earliest row is later than the
      *period start (or that had no rows at all) did not reach
      *back far enough - the feed still goes out, rc=4, but
      *WHSCTL is left alone so the period is not recorded as
      *sent until it is rerun with the earlier archives stacked.
       740-check-archive-coverage.
           move zeros to ws-type-sub.
           perform until ws-type-sub >= 4
               add 1 to ws-type-sub
               if ws-te-earliest(ws-type-sub) = spaces
                   or ws-te-earliest(ws-type-sub) > ws-from-date
                   move "Y" to ws-te-short(ws-type-sub)
                   move "Y" to ws-archives-short
                   display "WARNING - " ws-tn-file(ws-type-sub)
                       " CONCATENATION STARTS AFTER " ws-from-date
                       " - STACK EARLIER ARCHIVES"
               end-if
           end-perform.
           if archives-were-short
               display "ARCHIVES SHORT - WHSCTL NOT MOVED"
               if ws-return-code < 4
                   move 4 to ws-return-code
               end-if
           end-if.

      *a trailer goes out for every type even when the period
      *had no rows of it - a zero count is a positive statement
      *the loader can balance against.
       750-write-trailers.
           move zeros to ws-type-sub.
           perform until ws-type-sub >= 4
               add 1 to ws-type-sub
               move ws-tn-type(ws-type-sub)     to whs-trl-record-type
               move ws-te-count(ws-type-sub)    to whs-trl-record-count
               move ws-te-rc-hash(ws-type-sub)  to whs-trl-rc-hash
               move ws-te-secs-hash(ws-type-sub)
                   to whs-trl-secs-hash
               move whs-trailer-rec to feed-record
               perform 310-write-feed-record
           end-perform.

      *only a complete extract moves the control record, and a
      *resend of an older period never moves it backwards.
       760-update-control-file.
           if control-on-file
               and ws-to-date <= ws-prev-to-date
               display "RESEND OF AN EARLIER PERIOD - WHSCTL LEFT AT "
                   ws-prev-from-date " TO " ws-prev-to-date
           else
               open output extract-control
               if ws-ctl-status not = "00"
                   display "ERROR - WHSCTL NOT OPENED FOR UPDATE - "
                       "STATUS " ws-ctl-status
                   move 16 to ws-return-code
               else
                   move spaces           to whsctl-record
                   move ws-from-date     to whsctl-period-from
                   move ws-to-date       to whsctl-period-to
                   move ws-extract-date  to whsctl-extract-date
                   move ws-business-date to whsctl-business-date
                   move ws-user-id       to whsctl-user-id
                   move ws-feed-written  to whsctl-record-count
                   write whsctl-record
                   close extract-control
               end-if
           end-if.

      *report lines go out through the shared report writer (see
      *RPTWRITE) - register the column header once and it is
      *re-emitted under every page banner.
       800-write-report.
           move "WHSEXTR "       to rptw-report-id.
           move ws-business-date to rptw-run-date.
           move ws-column-header to rptw-print-line.
           move "H" to rptw-function.
           call "RPTWRITE" using rptw-request.
           move ws-from-date     to ws-hdr-from-date.
           move ws-to-date       to ws-hdr-to-date.
           move ws-extract-date  to ws-hdr-extract.
           move ws-archive-count to ws-hdr-archives.
           move ws-page-header to rptw-print-line.
           perform 810-write-report-line.

           move ws-prev-from-date to ws-cl-from-date.
           move ws-prev-to-date   to ws-cl-to-date.
           move ws-prev-extract   to ws-cl-extract.
           evaluate true
               when archives-were-short
                   move "NOT MOVED - ARCHIVES SHORT" to ws-cl-note
               when not control-on-file
                   move "NONE - FIRST EXTRACT" to ws-cl-note
               when resend-requested
                   move "RESEND REQUESTED" to ws-cl-note
               when other
                   move spaces to ws-cl-note
           end-evaluate.
           move ws-control-line to rptw-print-line.
           perform 810-write-report-line.

           move zeros to ws-type-sub.
           perform until ws-type-sub >= 4
               add 1 to ws-type-sub
               perform 820-write-type-line
           end-perform.

           move "FEED RECORDS WRITTEN      " to ws-tl-label.
           move ws-feed-written              to ws-tl-count.
           move ws-total-line to rptw-print-line.
           perform 810-write-report-line.
           move "C" to rptw-function.
           call "RPTWRITE" using rptw-request.

       810-write-report-line.
           move "P" to rptw-function.
           call "RPTWRITE" using rptw-request.

       820-write-type-line.
           move ws-tn-type(ws-type-sub)      to ws-dl-type.
           move ws-tn-file(ws-type-sub)      to ws-dl-file.
           move ws-te-read(ws-type-sub)      to ws-dl-read.
           move ws-te-count(ws-type-sub)     to ws-dl-count.
           move ws-te-earliest(ws-type-sub)  to ws-dl-earliest.
           move ws-te-rc-hash(ws-type-sub)   to ws-dl-rc-hash.
           move ws-te-secs-hash(ws-type-sub) to ws-dl-secs-hash.
           move spaces to ws-dl-note.
           if type-archives-short(ws-type-sub)
               move "ARCHIVES SHORT" to ws-dl-note
           end-if.
           move ws-detail-line to rptw-print-line.
           perform 810-write-report-line.

       end program WHSEXTR.
