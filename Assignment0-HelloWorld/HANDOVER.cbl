       identification division.
       program-id. HANDOVER.
      *shift handover log - the night's loose ends live in six
      *different places (the plan checkpoint, unacknowledged
      *aborts, pre-flight findings, CTLFILE rows flagged X, a
      *blown batch-window projection, a purge stopped mid
      *copy-back) and the outgoing operator was expected to
      *remember all of them. this program gathers every item
      *still standing in those sources into one open-items file
      *(OPENITEM, see OPENITEM copybook) keyed by item type and
      *business date, carries each item forward from handover to
      *handover until its source no longer shows it, and prints
      *what is new, what is still open from earlier shifts and
      *what closed since the last shift.
      *
      *sources read (an item only closes when its source was
      *actually read - a source that cannot be opened leaves
      *its items open and marked UNVERIFIED):
      *  PC - PLANCHKP, the full-suite plan stopped on a gate
      *  UA - OUTSTAT rows rc=8 or worse with no ACKFILE row
      *       (the ACKRECON match)
      *  PF - PREFLOUT, the PREFLCHK findings extract
      *  CX - CTLFILE rows flagged X by CTLSYNC
      *  TW - TRNDOUT, the STATTRND window-breach extract
      *  HC - CHKPOINT rows left in the copy-back phase (HSKPING)
      *
      *the incoming operator signs the handover on the HNDPARM
      *card. the sign-off is validated against OPRPROF: the
      *incoming user must hold a profile, must not be the
      *outgoing user, and must hold level 2 or higher to accept
      *open aborts (PC/UA items) - the same authority the abort
      *response needs. an accepted handover is written to
      *AUDITLOG as HANDOVER, plus one HNDACCPT row per open abort
      *accepted (job-name, or the stop step for a stopped plan,
      *and rc of the abort); a refused one is written as
      *DENY-HND.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
           select handover-parms assign to "HNDPARM"
               organization is sequential
               file status is ws-parm-status.

           select open-items assign to "OPENITEM"
               organization is sequential
               file status is ws-item-status.

           select plan-checkpoint assign to "PLANCHKP"
               organization is sequential
               file status is ws-pchk-status.

           select ack-file assign to "ACKFILE"
               organization is sequential
               file status is ws-ack-status.

           select outbound-status assign to "OUTSTAT"
               organization is sequential
               file status is ws-outstat-status.

           select preflight-findings assign to "PREFLOUT"
               organization is sequential
               file status is ws-prefl-status.

           select trend-findings assign to "TRNDOUT"
               organization is sequential
               file status is ws-trnd-status.

           select control-file assign to "CTLFILE"
               organization is indexed
               access mode is dynamic
               record key is ctl-key
               file status is ws-ctl-status.

           select checkpoint-file assign to "CHKPOINT"
               organization is indexed
               access mode is dynamic
               record key is chkp-key
               file status is ws-chkp-status.

           select operator-profiles assign to "OPRPROF"
               organization is indexed
               access mode is dynamic
               record key is opr-key
               file status is ws-opr-status.

           select audit-log assign to "AUDITLOG"
               organization is sequential
               file status is ws-audit-status.

           select date-control assign to "DATECTL"
               organization is sequential
               file status is ws-date-status.

       data division.
       file section.
       fd  handover-parms.
       01 parm-card.
           05 parm-incoming-user    pic x(08).
           05 filler                pic x(01).
           05 parm-outgoing-user    pic x(08).
           05 filler                pic x(63).

       fd  open-items.
       copy OPENITEM.

       fd  plan-checkpoint.
       copy PLANCHKP.

       fd  ack-file.
       copy ACKREC.

       fd  outbound-status.
       copy OUTSTAT.

       fd  preflight-findings.
       01 preflout-record        pic x(100).

       fd  trend-findings.
       01 trndout-record         pic x(100).

       fd  control-file.
       copy CTLREC.

       fd  checkpoint-file.
       copy CHKPREC.

       fd  operator-profiles.
       copy OPRREC.

       fd  audit-log.
       copy AUDITREC.

       fd  date-control.
       copy DATEREC.

       working-storage section.
       01 ws-parm-status     pic x(02) value "00".
       01 ws-item-status     pic x(02) value "00".
       01 ws-pchk-status     pic x(02) value "00".
       01 ws-ack-status      pic x(02) value "00".
       01 ws-outstat-status  pic x(02) value "00".
       01 ws-prefl-status    pic x(02) value "00".
       01 ws-trnd-status     pic x(02) value "00".
       01 ws-ctl-status      pic x(02) value "00".
       01 ws-chkp-status     pic x(02) value "00".
       01 ws-opr-status      pic x(02) value "00".
       01 ws-audit-status    pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-file-eof        pic x(01) value "N".
           88 file-at-eof              value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-business-date   pic x(08) value spaces.
       01 ws-audit-time      pic x(08) value spaces.

      *the findings extracts share one layout (see FINDREC) -
      *both are read into this copy.
       copy FINDREC.

      *sign-off state, from the HNDPARM card and OPRPROF
       01 ws-outgoing-user   pic x(08) value spaces.
       01 ws-incoming-user   pic x(08) value spaces.
       01 ws-incoming-name   pic x(25) value spaces.
       01 ws-card-present    pic x(01) value "N".
           88 sign-off-card-present    value "Y".
       01 ws-profile-state   pic x(01) value space.
           88 profile-found            value "F".
           88 profile-missing          value "M".
           88 profile-file-down        value "D".
       01 ws-incoming-level  pic 9(01) value zeros.
           88 incoming-may-abort       values 2 3.
       01 ws-signoff-state   pic x(01) value "N".
           88 signoff-accepted         value "A".
           88 signoff-refused          value "R".
           88 signoff-not-given        value "N".
       01 ws-signoff-reason  pic x(45) value spaces.
       01 ws-open-aborts     pic 9(05) value zeros.
       01 ws-audit-job       pic x(08) value spaces.
       01 ws-audit-rc        pic 9(03) value zeros.
       01 ws-audit-action    pic x(08) value spaces.

      *which sources were actually read this handover - an item
      *whose source was not read cannot be closed.
       01 ws-pc-read         pic x(01) value "N".
       01 ws-ua-read         pic x(01) value "N".
       01 ws-pf-read         pic x(01) value "N".
       01 ws-tw-read         pic x(01) value "N".
       01 ws-cx-read         pic x(01) value "N".
       01 ws-hc-read         pic x(01) value "N".
       01 ws-source-read     pic x(01) value "N".
           88 item-source-read         value "Y".
       01 ws-sources-unread  pic 9(01) value zeros.

      *item being posted from a source
       01 ws-new-type        pic x(02) value spaces.
       01 ws-new-key         pic x(32) value spaces.
       01 ws-new-date        pic x(08) value spaces.
       01 ws-new-severity    pic 9(01) value zeros.
       01 ws-new-rc          pic 9(03) value zeros.
       01 ws-new-desc        pic x(45) value spaces.
       01 ws-match-date      pic x(01) value "N".
           88 match-on-business-date   value "Y".
       01 ws-item-found      pic x(01) value "N".
           88 item-found               value "Y".

       01 ws-ua-key.
           05 ws-uk-job-name     pic x(08).
           05 ws-uk-run-time     pic x(08).
           05 filler             pic x(16) value spaces.
       01 ws-pf-key.
           05 ws-fk-file-id      pic x(08).
           05 ws-fk-key          pic x(24).
       01 ws-cx-key.
           05 ws-ck-job-name     pic x(08).
           05 ws-ck-step-name    pic x(08).
           05 filler             pic x(16) value spaces.
       01 ws-pc-desc.
           05 filler             pic x(19) value
               "PLAN STOPPED AFTER ".
           05 ws-pd-steps-done   pic zz9.
           05 filler             pic x(23) value
               " STEPS - RESUME PENDING".

      *acknowledgments, for the unacknowledged-abort match
       01 ws-ack-count       pic 9(05) value zeros.
       01 ws-ack-max         pic 9(05) value 500.
       01 ws-acks-dropped    pic 9(05) value zeros.
       01 ws-ack-found       pic x(01) value "N".
           88 ack-found                value "Y".
       01 ws-ack-table.
           05 ws-ack-entry occurs 500 times.
               10 ws-ae-job-name    pic x(08).
               10 ws-ae-run-date    pic x(08).
               10 ws-ae-run-time    pic x(08).

      *open items carried in from OPENITEM plus those found
      *tonight - rewritten whole at the end of the handover.
       01 ws-item-count      pic 9(05) value zeros.
       01 ws-item-max        pic 9(05) value 500.
       01 ws-item-table.
           05 ws-item-entry occurs 500 times.
               10 ws-oe-type        pic x(02).
               10 ws-oe-key         pic x(32).
               10 ws-oe-date        pic x(08).
               10 ws-oe-status      pic x(01).
               10 ws-oe-first-seen  pic x(08).
               10 ws-oe-last-seen   pic x(08).
               10 ws-oe-closed-date pic x(08).
               10 ws-oe-severity    pic 9(01).
               10 ws-oe-rc          pic 9(03).
               10 ws-oe-desc        pic x(45).
               10 ws-oe-accepted-by pic x(08).
               10 ws-oe-accepted-on pic x(08).
               10 ws-oe-new         pic x(01).
               10 ws-oe-seen        pic x(01).
               10 ws-oe-unverified  pic x(01).
       01 ws-sub             pic 9(05) value zeros.
       01 ws-section         pic 9(01) value zeros.
       01 ws-section-count   pic 9(05) value zeros.
       01 ws-print-item      pic x(01) value "N".
           88 item-in-section          value "Y".

       01 ws-items-carried   pic 9(05) value zeros.
       01 ws-items-dropped   pic 9(05) value zeros.
       01 ws-items-new       pic 9(05) value zeros.
       01 ws-items-open      pic 9(05) value zeros.
       01 ws-items-closed    pic 9(05) value zeros.
       01 ws-items-unverified pic 9(05) value zeros.
       01 ws-items-accepted  pic 9(05) value zeros.
       01 ws-items-lost      pic 9(05) value zeros.

       01 ws-page-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(34)
               value "SHIFT HANDOVER - BUSINESS DATE    ".
           05 ws-hdr-date        pic x(08).
           05 filler             pic x(11) value "  OUTGOING ".
           05 ws-hdr-outgoing    pic x(08).
           05 filler             pic x(71) value spaces.

       01 ws-column-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(36) value
               "TY KEY".
           05 filler             pic x(24) value
               "BUS-DATE 1ST-SEEN S  RC ".
           05 filler             pic x(46) value
               "DESCRIPTION".
           05 filler             pic x(26) value
               "ACCEPTED NOTE".

       01 ws-section-line.
           05 filler             pic x(01) value "0".
           05 ws-sl-title        pic x(40).
           05 filler             pic x(92) value spaces.

       01 ws-detail-line.
           05 filler             pic x(01) value space.
           05 ws-dl-type         pic x(02).
           05 filler             pic x(01) value space.
           05 ws-dl-key          pic x(32).
           05 filler             pic x(01) value space.
           05 ws-dl-date         pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-first-seen   pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-severity     pic 9(01).
           05 filler             pic x(01) value space.
           05 ws-dl-rc           pic zz9.
           05 filler             pic x(01) value space.
           05 ws-dl-desc         pic x(45).
           05 filler             pic x(01) value space.
           05 ws-dl-accepted-by  pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-note         pic x(10).
           05 filler             pic x(07) value spaces.

       01 ws-none-line.
           05 filler             pic x(01) value space.
           05 filler             pic x(132) value "   NONE".

       01 ws-signoff-line.
           05 filler             pic x(01) value "0".
           05 ws-so-verdict      pic x(16).
           05 ws-so-incoming     pic x(08).
           05 filler             pic x(01) value space.
           05 ws-so-name         pic x(25).
           05 filler             pic x(01) value space.
           05 ws-so-reason       pic x(45).
           05 filler             pic x(36) value spaces.

       01 ws-total-line.
           05 filler             pic x(01) value "0".
           05 ws-tl-label        pic x(26).
           05 ws-tl-count        pic zzzz9.
           05 filler             pic x(101) value spaces.
       copy RPTWCALL.
      *
       procedure division.
       000-main.
           perform 100-initialize.
           perform 110-get-parameters.
           perform 120-get-business-date.
           perform 200-load-open-items.
           if ws-return-code < 16
               perform 300-gather-open-items
               perform 400-close-cleared-items
               perform 500-validate-sign-off
               perform 150-open-report
               perform 600-print-handover
               perform 700-rewrite-open-items
               perform 800-write-totals
               move "C" to rptw-function
               call "RPTWRITE" using rptw-request
           end-if.
           move ws-return-code to return-code.
           goback.

      *working-storage value clauses only apply to the first
      *call in a run unit - the plan may call this program after
      *an earlier selection already ran it, so the tables, the
      *sign-off state and the counts are reset here.
       100-initialize.
           move zeros to ws-return-code ws-ack-count ws-acks-dropped
               ws-item-count ws-items-carried ws-items-dropped
               ws-items-new ws-items-open ws-items-closed
               ws-items-unverified ws-items-accepted ws-items-lost
               ws-open-aborts ws-sources-unread ws-incoming-level.
           move "N" to ws-card-present ws-signoff-state
               ws-pc-read ws-ua-read ws-pf-read ws-tw-read
               ws-cx-read ws-hc-read.
           move space  to ws-profile-state.
           move spaces to ws-incoming-user ws-incoming-name
               ws-signoff-reason.

      *the outgoing operator is whoever runs the handover unless
      *the card names someone else (a supervisor handing over
      *for a colleague who has gone home).
       110-get-parameters.
           display "USER" upon environment-name.
           accept ws-outgoing-user from environment-value.
           open input handover-parms.
           if ws-parm-status = "00"
               read handover-parms
                   at end
                       display "NO HNDPARM CARD - HANDOVER WILL "
                           "NOT BE SIGNED OFF"
                   not at end
                       move "Y" to ws-card-present
                       move parm-incoming-user to ws-incoming-user
                       if parm-outgoing-user not = spaces
                           move parm-outgoing-user
                               to ws-outgoing-user
                       end-if
               end-read
               close handover-parms
           else
               display "NO HNDPARM FILE - HANDOVER WILL NOT BE "
                   "SIGNED OFF"
           end-if.

      *items are dated by the official business date from the
      *date-control record, falling back to the system clock
      *only when it is unavailable (same rule as the rest of the
      *suite).
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
           move function current-date(9:8) to ws-audit-time.

       130-default-business-date.
           move function current-date(1:8) to ws-business-date.
           display "WARNING - DATECTL UNAVAILABLE - STATUS "
               ws-date-status " - USING SYSTEM DATE "
               ws-business-date.

      *report lines go out through the shared report writer (see
      *RPTWRITE) - register the column header once and it is
      *re-emitted under every page banner.
       150-open-report.
           move "HANDOVER"        to rptw-report-id.
           move ws-business-date  to rptw-run-date.
           move ws-column-header  to rptw-print-line.
           move "H" to rptw-function.
           call "RPTWRITE" using rptw-request.
           move ws-business-date  to ws-hdr-date.
           move ws-outgoing-user  to ws-hdr-outgoing.
           move ws-page-header    to rptw-print-line.
           perform 160-write-report-line.

       160-write-report-line.
           move "P" to rptw-function.
           call "RPTWRITE" using rptw-request.

       190-raise-warning.
           if ws-return-code < 4
               move 4 to ws-return-code
           end-if.

      *no OPENITEM file yet is the first handover - nothing to
      *carry. rows closed at the last handover were printed then
      *and are dropped now. anything else that stops the file
      *being read stops the handover: rewriting it from tonight's
      *sources alone would silently lose every accepted item.
       200-load-open-items.
           open input open-items.
           if ws-item-status = "35"
               display "NO OPENITEM FILE - FIRST HANDOVER, NOTHING "
                   "CARRIED FORWARD"
           else
               if ws-item-status not = "00"
                   display "ERROR - OPENITEM NOT OPENED - STATUS "
                       ws-item-status
                   move 16 to ws-return-code
               else
                   move "N" to ws-file-eof
                   perform until file-at-eof
                       read open-items
                           at end
                               move "Y" to ws-file-eof
                           not at end
                               perform 210-carry-open-item
                       end-read
                   end-perform
                   close open-items
               end-if
           end-if.

       210-carry-open-item.
           if oi-item-closed
               add 1 to ws-items-dropped
           else
               if ws-item-count < ws-item-max
                   add 1 to ws-item-count
                   add 1 to ws-items-carried
                   move oi-item-type   to ws-oe-type(ws-item-count)
                   move oi-item-key    to ws-oe-key(ws-item-count)
                   move oi-business-date
                       to ws-oe-date(ws-item-count)
                   move "O"            to ws-oe-status(ws-item-count)
                   move oi-first-seen
                       to ws-oe-first-seen(ws-item-count)
                   move oi-last-seen
                       to ws-oe-last-seen(ws-item-count)
                   move spaces
                       to ws-oe-closed-date(ws-item-count)
                   move oi-severity
                       to ws-oe-severity(ws-item-count)
                   move oi-return-code to ws-oe-rc(ws-item-count)
                   move oi-description to ws-oe-desc(ws-item-count)
                   move oi-accepted-by
                       to ws-oe-accepted-by(ws-item-count)
                   move oi-accepted-date
                       to ws-oe-accepted-on(ws-item-count)
                   move "N" to ws-oe-new(ws-item-count)
                       ws-oe-seen(ws-item-count)
                       ws-oe-unverified(ws-item-count)
               else
                   display "ERROR - OPEN-ITEM TABLE FULL AT "
                       ws-item-max " - HANDOVER NOT TAKEN"
                   move 16 to ws-return-code
                   move "Y" to ws-file-eof
               end-if
           end-if.

       300-gather-open-items.
           perform 310-check-plan-checkpoint.
           perform 320-check-unacked-aborts.
           perform 330-check-preflight-findings.
           perform 340-check-trend-breach.
           perform 350-check-control-file.
           perform 360-check-housekeeping.
           if ws-sources-unread > zeros
               perform 190-raise-warning
           end-if.

      *a completed plan rewrites the checkpoint empty, and a
      *plan never run full-suite has no checkpoint at all -
      *either way there is no stopped plan to hand over.
       310-check-plan-checkpoint.
           open input plan-checkpoint.
           if ws-pchk-status = "35"
               move "Y" to ws-pc-read
           else
               if ws-pchk-status not = "00"
                   display "WARNING - PLANCHKP UNAVAILABLE - STATUS "
                       ws-pchk-status " - PC ITEMS NOT VERIFIED"
                   add 1 to ws-sources-unread
               else
                   move "Y" to ws-pc-read
                   read plan-checkpoint
                       at end
                           continue
                       not at end
                           if pchk-stop-step not = spaces
                               perform 315-post-plan-stop
                           end-if
                   end-read
                   close plan-checkpoint
               end-if
           end-if.

       315-post-plan-stop.
           move "PC"            to ws-new-type.
           move pchk-stop-step  to ws-new-key.
           move pchk-run-date   to ws-new-date.
           move 8               to ws-new-severity.
           move pchk-stop-rc    to ws-new-rc.
           move pchk-steps-done to ws-pd-steps-done.
           move ws-pc-desc      to ws-new-desc.
           move "Y"             to ws-match-date.
           perform 390-post-item.

      *same match as ACKRECON - an absent acknowledgment file
      *means every abort row is unacknowledged.
       320-check-unacked-aborts.
           open input ack-file.
           if ws-ack-status = "00"
               move "N" to ws-file-eof
               perform until file-at-eof
                   read ack-file
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           perform 322-add-ack-entry
                   end-read
               end-perform
               close ack-file
           else
               display "WARNING - ACKFILE UNAVAILABLE - STATUS "
                   ws-ack-status " - ALL ABORTS UNACKNOWLEDGED"
           end-if.
           if ws-acks-dropped > zeros
               display "WARNING - ACK TABLE FULL - "
                   ws-acks-dropped " ACKNOWLEDGMENTS NOT MATCHED"
               perform 190-raise-warning
           end-if.

           open input outbound-status.
           if ws-outstat-status not = "00"
               display "WARNING - OUTSTAT UNAVAILABLE - STATUS "
                   ws-outstat-status " - UA ITEMS NOT VERIFIED"
               add 1 to ws-sources-unread
           else
               move "Y" to ws-ua-read
               move "N" to ws-file-eof
               perform until file-at-eof
                   read outbound-status
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           if outstat-return-code >= 8
                               perform 324-match-abort-row
                           end-if
                   end-read
               end-perform
               close outbound-status
           end-if.

       322-add-ack-entry.
           if ws-ack-count < ws-ack-max
               add 1 to ws-ack-count
               move ack-job-name to ws-ae-job-name(ws-ack-count)
               move ack-run-date to ws-ae-run-date(ws-ack-count)
               move ack-run-time to ws-ae-run-time(ws-ack-count)
           else
               add 1 to ws-acks-dropped
           end-if.

       324-match-abort-row.
           move "N" to ws-ack-found.
           move zeros to ws-sub.
           perform until ack-found or ws-sub >= ws-ack-count
               add 1 to ws-sub
               if ws-ae-job-name(ws-sub) = outstat-job-name
                   and ws-ae-run-date(ws-sub) = outstat-run-date
                   and ws-ae-run-time(ws-sub) = outstat-run-time
                   move "Y" to ws-ack-found
               end-if
           end-perform.
           if not ack-found
               move outstat-job-name    to ws-uk-job-name
               move outstat-run-time    to ws-uk-run-time
               move "UA"                to ws-new-type
               move ws-ua-key           to ws-new-key
               move outstat-run-date    to ws-new-date
               move 8                   to ws-new-severity
               move outstat-return-code to ws-new-rc
               move "ABORT - MONITORING NEVER ACKNOWLEDGED"
                   to ws-new-desc
               move "Y"                 to ws-match-date
               perform 390-post-item
           end-if.

      *the findings extracts are rewritten by every PREFLCHK and
      *STATTRND run, so a standing finding keeps the date it was
      *first handed over under and matches on its key alone.
       330-check-preflight-findings.
           open input preflight-findings.
           if ws-prefl-status not = "00"
               display "WARNING - PREFLOUT UNAVAILABLE - STATUS "
                   ws-prefl-status " - PF ITEMS NOT VERIFIED"
               add 1 to ws-sources-unread
           else
               move "Y" to ws-pf-read
               move "N" to ws-file-eof
               perform until file-at-eof
                   read preflight-findings into find-record
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           perform 335-post-preflight-finding
                   end-read
               end-perform
               close preflight-findings
           end-if.

       335-post-preflight-finding.
           move find-file-id  to ws-fk-file-id.
           move find-key      to ws-fk-key.
           move "PF"          to ws-new-type.
           move ws-pf-key     to ws-new-key.
           move find-run-date to ws-new-date.
           move find-severity to ws-new-severity.
           move zeros         to ws-new-rc.
           move find-text     to ws-new-desc.
           move "N"           to ws-match-date.
           perform 390-post-item.

       340-check-trend-breach.
           open input trend-findings.
           if ws-trnd-status not = "00"
               display "WARNING - TRNDOUT UNAVAILABLE - STATUS "
                   ws-trnd-status " - TW ITEMS NOT VERIFIED"
               add 1 to ws-sources-unread
           else
               move "Y" to ws-tw-read
               move "N" to ws-file-eof
               perform until file-at-eof
                   read trend-findings into find-record
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           move "TW"          to ws-new-type
                           move find-key      to ws-new-key
                           move find-run-date to ws-new-date
                           move find-severity to ws-new-severity
                           move zeros         to ws-new-rc
                           move find-text     to ws-new-desc
                           move "N"           to ws-match-date
                           perform 390-post-item
                   end-read
               end-perform
               close trend-findings
           end-if.

       350-check-control-file.
           open input control-file.
           if ws-ctl-status not = "00"
               display "WARNING - CTLFILE UNAVAILABLE - STATUS "
                   ws-ctl-status " - CX ITEMS NOT VERIFIED"
               add 1 to ws-sources-unread
           else
               move "Y" to ws-cx-read
               move "N" to ws-file-eof
               perform until file-at-eof
                   read control-file next record
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           if ctl-row-not-in-scheduler
                               perform 355-post-flagged-row
                           end-if
                   end-read
               end-perform
               close control-file
           end-if.

       355-post-flagged-row.
           move ctl-job-name     to ws-ck-job-name.
           move ctl-step-name    to ws-ck-step-name.
           move "CX"             to ws-new-type.
           move ws-cx-key        to ws-new-key.
           move ws-business-date to ws-new-date.
           move 4                to ws-new-severity.
           move zeros            to ws-new-rc.
           move "NOT IN SCHEDULER - REVIEW OR DELETE THE ROW"
               to ws-new-desc.
           move "N"              to ws-match-date.
           perform 390-post-item.

      *no checkpoint file means housekeeping has never purged -
      *nothing can be stuck mid copy-back.
       360-check-housekeeping.
           open input checkpoint-file.
           if ws-chkp-status = "35"
               move "Y" to ws-hc-read
           else
               if ws-chkp-status not = "00"
                   display "WARNING - CHKPOINT UNAVAILABLE - STATUS "
                       ws-chkp-status " - HC ITEMS NOT VERIFIED"
                   add 1 to ws-sources-unread
               else
                   move "Y" to ws-hc-read
                   move "N" to ws-file-eof
                   perform until file-at-eof
                       read checkpoint-file next record
                           at end
                               move "Y" to ws-file-eof
                           not at end
                               if chkp-copy-back-phase
                                   perform 365-post-copy-back
                               end-if
                       end-read
                   end-perform
                   close checkpoint-file
               end-if
           end-if.

       365-post-copy-back.
           move "HC"          to ws-new-type.
           move chkp-file-id  to ws-new-key.
           move chkp-run-date to ws-new-date.
           move 8             to ws-new-severity.
           move zeros         to ws-new-rc.
           move "PURGE STOPPED IN COPY-BACK - RERUN HSKPING"
               to ws-new-desc.
           move "Y"           to ws-match-date.
           perform 390-post-item.

      *an item already carried is refreshed and marked seen; a
      *new one is added open, first seen tonight.
       390-post-item.
           move "N" to ws-item-found.
           move zeros to ws-sub.
           perform until item-found or ws-sub >= ws-item-count
               add 1 to ws-sub
               if ws-oe-type(ws-sub) = ws-new-type
                   and ws-oe-key(ws-sub) = ws-new-key
                   if not match-on-business-date
                       or ws-oe-date(ws-sub) = ws-new-date
                       move "Y" to ws-item-found
                   end-if
               end-if
           end-perform.
           if item-found
               move "Y"              to ws-oe-seen(ws-sub)
               move ws-business-date to ws-oe-last-seen(ws-sub)
               move ws-new-severity  to ws-oe-severity(ws-sub)
               move ws-new-rc        to ws-oe-rc(ws-sub)
               move ws-new-desc      to ws-oe-desc(ws-sub)
           else
               if ws-item-count < ws-item-max
                   add 1 to ws-item-count
                   add 1 to ws-items-new
                   move ws-new-type   to ws-oe-type(ws-item-count)
                   move ws-new-key    to ws-oe-key(ws-item-count)
                   move ws-new-date   to ws-oe-date(ws-item-count)
                   move "O"           to ws-oe-status(ws-item-count)
                   move ws-business-date
                       to ws-oe-first-seen(ws-item-count)
                       ws-oe-last-seen(ws-item-count)
                   move spaces
                       to ws-oe-closed-date(ws-item-count)
                       ws-oe-accepted-by(ws-item-count)
                       ws-oe-accepted-on(ws-item-count)
                   move ws-new-severity
                       to ws-oe-severity(ws-item-count)
                   move ws-new-rc     to ws-oe-rc(ws-item-count)
                   move ws-new-desc   to ws-oe-desc(ws-item-count)
                   move "Y" to ws-oe-new(ws-item-count)
                       ws-oe-seen(ws-item-count)
                   move "N" to ws-oe-unverified(ws-item-count)
               else
                   add 1 to ws-items-lost
                   display "ERROR - OPEN-ITEM TABLE FULL - "
                       ws-new-type " " ws-new-key " NOT CARRIED"
                   move 8 to ws-return-code
               end-if
           end-if.

      *a carried item its source no longer shows is closed - but
      *only if the source was read; otherwise it stays open and
      *is flagged so the incoming shift checks it by hand.
       400-close-cleared-items.
           move zeros to ws-sub.
           perform until ws-sub >= ws-item-count
               add 1 to ws-sub
               if ws-oe-seen(ws-sub) = "N"
                   perform 410-check-source-read
                   if item-source-read
                       move "C" to ws-oe-status(ws-sub)
                       move ws-business-date
                           to ws-oe-closed-date(ws-sub)
                       add 1 to ws-items-closed
                   else
                       move "Y" to ws-oe-unverified(ws-sub)
                       add 1 to ws-items-unverified
                   end-if
               end-if
               if ws-oe-status(ws-sub) = "O"
                   add 1 to ws-items-open
                   if ws-oe-type(ws-sub) = "PC"
                       or ws-oe-type(ws-sub) = "UA"
                       add 1 to ws-open-aborts
                   end-if
               end-if
           end-perform.

       410-check-source-read.
           evaluate ws-oe-type(ws-sub)
               when "PC"
                   move ws-pc-read to ws-source-read
               when "UA"
                   move ws-ua-read to ws-source-read
               when "PF"
                   move ws-pf-read to ws-source-read
               when "TW"
                   move ws-tw-read to ws-source-read
               when "CX"
                   move ws-cx-read to ws-source-read
               when "HC"
                   move ws-hc-read to ws-source-read
               when other
                   move "Y" to ws-source-read
           end-evaluate.

      *sign-off rules: a card naming an incoming user with an
      *operator profile, not the outgoing user, and level 2 or
      *higher when open aborts are being handed over. a refusal
      *is audited like a refused abort response.
       500-validate-sign-off.
           if not sign-off-card-present
               move "N" to ws-signoff-state
               move "NO HNDPARM CARD - SHIFT NOT SIGNED OFF"
                   to ws-signoff-reason
               perform 190-raise-warning
           else
               if ws-incoming-user not = spaces
                   and ws-incoming-user not = ws-outgoing-user
                   perform 510-lookup-incoming-profile
               end-if
               move "R" to ws-signoff-state
               evaluate true
                   when ws-incoming-user = spaces
                       move "NO INCOMING USER ON THE HNDPARM CARD"
                           to ws-signoff-reason
                   when ws-incoming-user = ws-outgoing-user
                       move "INCOMING USER IS THE OUTGOING USER"
                           to ws-signoff-reason
                   when profile-file-down
                       move "OPRPROF UNAVAILABLE - CANNOT VALIDATE"
                           to ws-signoff-reason
                   when profile-missing
                       move "INCOMING USER HAS NO OPERATOR PROFILE"
                           to ws-signoff-reason
                   when ws-open-aborts > zeros
                       and not incoming-may-abort
                       move "LEVEL 2 NEEDED TO ACCEPT OPEN ABORTS"
                           to ws-signoff-reason
                   when other
                       move "A" to ws-signoff-state
               end-evaluate
               if signoff-accepted
                   perform 520-accept-handover
               else
                   move ws-outgoing-user to ws-audit-job
                   move 8                to ws-audit-rc
                   move "DENY-HND"       to ws-audit-action
                   perform 590-write-audit-record
                   move 8 to ws-return-code
                   display "HANDOVER REFUSED - " ws-signoff-reason
               end-if
           end-if.

       510-lookup-incoming-profile.
           open input operator-profiles.
           if ws-opr-status not = "00"
               display "ERROR - OPRPROF NOT OPENED - STATUS "
                   ws-opr-status
               move "D" to ws-profile-state
           else
               move ws-incoming-user to opr-user-id
               read operator-profiles
                   key is opr-key
                   invalid key
                       move "M" to ws-profile-state
                   not invalid key
                       move "F" to ws-profile-state
                       move opr-authority-level
                           to ws-incoming-level
                       move opr-operator-name to ws-incoming-name
               end-read
               close operator-profiles
           end-if.

      *the handover row names the outgoing user as the job (the
      *OPRMAINT convention - whom the action was taken towards);
      *each open abort is accepted under its job-name, or the
      *stopped step for a plan checkpoint (PLANCHKP holds no job
      *name), and its rc so AUDITRPT shows who signed for it.
       520-accept-handover.
           move ws-outgoing-user to ws-audit-job.
           move zeros            to ws-audit-rc.
           move "HANDOVER"       to ws-audit-action.
           perform 590-write-audit-record.
           move "SIGNED FOR ALL OPEN ITEMS" to ws-signoff-reason.
           move zeros to ws-sub.
           perform until ws-sub >= ws-item-count
               add 1 to ws-sub
               if ws-oe-status(ws-sub) = "O"
                   move ws-incoming-user
                       to ws-oe-accepted-by(ws-sub)
                   move ws-business-date
                       to ws-oe-accepted-on(ws-sub)
                   add 1 to ws-items-accepted
                   if ws-oe-type(ws-sub) = "PC"
                       or ws-oe-type(ws-sub) = "UA"
                       move ws-oe-key(ws-sub)(1:8) to ws-audit-job
                       move ws-oe-rc(ws-sub)       to ws-audit-rc
                       move "HNDACCPT"             to ws-audit-action
                       perform 590-write-audit-record
                   end-if
               end-if
           end-perform.

       590-write-audit-record.
           open extend audit-log.
           if ws-audit-status not = "00"
               open output audit-log
           end-if.

           if ws-audit-status = "00"
               move ws-business-date to audit-run-date
               move ws-audit-time    to audit-run-time
               move ws-audit-job     to audit-job-name
               move ws-incoming-user to audit-user-id
               move ws-audit-rc      to audit-return-code
               move ws-audit-action  to audit-action
               write audit-record
               close audit-log
           else
               display "ERROR - AUDIT-LOG NOT OPENED - STATUS "
                   ws-audit-status
           end-if.

      *three sections, in the order the incoming shift works
      *them, then the sign-off.
       600-print-handover.
           move 1 to ws-section.
           move "NEW SINCE THE LAST SHIFT" to ws-sl-title.
           perform 610-print-section.
           move 2 to ws-section.
           move "STILL OPEN FROM EARLIER SHIFTS" to ws-sl-title.
           perform 610-print-section.
           move 3 to ws-section.
           move "CLOSED SINCE THE LAST SHIFT" to ws-sl-title.
           perform 610-print-section.

           evaluate true
               when signoff-accepted
                   move "SIGNED OFF BY   " to ws-so-verdict
               when signoff-refused
                   move "REFUSED FOR     " to ws-so-verdict
               when other
                   move "NOT SIGNED OFF  " to ws-so-verdict
           end-evaluate.
           move ws-incoming-user  to ws-so-incoming.
           move ws-incoming-name  to ws-so-name.
           move ws-signoff-reason to ws-so-reason.
           move ws-signoff-line   to rptw-print-line.
           perform 160-write-report-line.

       610-print-section.
           move ws-section-line to rptw-print-line.
           perform 160-write-report-line.
           move zeros to ws-sub ws-section-count.
           perform until ws-sub >= ws-item-count
               add 1 to ws-sub
               perform 615-select-for-section
               if item-in-section
                   add 1 to ws-section-count
                   perform 620-print-item
               end-if
           end-perform.
           if ws-section-count = zeros
               move ws-none-line to rptw-print-line
               perform 160-write-report-line
           end-if.

       615-select-for-section.
           move "N" to ws-print-item.
           evaluate ws-section
               when 1
                   if ws-oe-status(ws-sub) = "O"
                       and ws-oe-new(ws-sub) = "Y"
                       move "Y" to ws-print-item
                   end-if
               when 2
                   if ws-oe-status(ws-sub) = "O"
                       and ws-oe-new(ws-sub) = "N"
                       move "Y" to ws-print-item
                   end-if
               when 3
                   if ws-oe-status(ws-sub) = "C"
                       move "Y" to ws-print-item
                   end-if
           end-evaluate.

       620-print-item.
           move ws-oe-type(ws-sub)        to ws-dl-type.
           move ws-oe-key(ws-sub)         to ws-dl-key.
           move ws-oe-date(ws-sub)        to ws-dl-date.
           move ws-oe-first-seen(ws-sub)  to ws-dl-first-seen.
           move ws-oe-severity(ws-sub)    to ws-dl-severity.
           move ws-oe-rc(ws-sub)          to ws-dl-rc.
           move ws-oe-desc(ws-sub)        to ws-dl-desc.
           move ws-oe-accepted-by(ws-sub) to ws-dl-accepted-by.
           if ws-oe-unverified(ws-sub) = "Y"
               move "UNVERIFIED" to ws-dl-note
           else
               move spaces       to ws-dl-note
           end-if.
           move ws-detail-line to rptw-print-line.
           perform 160-write-report-line.

      *closed rows are written once more so the next handover
      *knows they were already reported, then drop off.
       700-rewrite-open-items.
           open output open-items.
           if ws-item-status not = "00"
               display "ERROR - OPENITEM NOT REWRITTEN - STATUS "
                   ws-item-status " - ITEMS NOT CARRIED FORWARD"
               move 16 to ws-return-code
           else
               move zeros to ws-sub
               perform until ws-sub >= ws-item-count
                   add 1 to ws-sub
                   perform 710-write-open-item
               end-perform
               close open-items
           end-if.

       710-write-open-item.
           move spaces                    to oi-record.
           move ws-oe-type(ws-sub)        to oi-item-type.
           move ws-oe-key(ws-sub)         to oi-item-key.
           move ws-oe-date(ws-sub)        to oi-business-date.
           move ws-oe-status(ws-sub)      to oi-status.
           move ws-oe-first-seen(ws-sub)  to oi-first-seen.
           move ws-oe-last-seen(ws-sub)   to oi-last-seen.
           move ws-oe-closed-date(ws-sub) to oi-closed-date.
           move ws-oe-severity(ws-sub)    to oi-severity.
           move ws-oe-rc(ws-sub)          to oi-return-code.
           move ws-oe-desc(ws-sub)        to oi-description.
           move ws-oe-accepted-by(ws-sub) to oi-accepted-by.
           move ws-oe-accepted-on(ws-sub) to oi-accepted-date.
           write oi-record.

       800-write-totals.
           move "ITEMS CARRIED IN          " to ws-tl-label.
           move ws-items-carried             to ws-tl-count.
           perform 810-write-total-line.
           move "NEW ITEMS                 " to ws-tl-label.
           move ws-items-new                 to ws-tl-count.
           perform 810-write-total-line.
           move "ITEMS OPEN AT HANDOVER    " to ws-tl-label.
           move ws-items-open                to ws-tl-count.
           perform 810-write-total-line.
           move "OPEN ABORTS (PC/UA)       " to ws-tl-label.
           move ws-open-aborts               to ws-tl-count.
           perform 810-write-total-line.
           move "ITEMS CLOSED SINCE LAST   " to ws-tl-label.
           move ws-items-closed              to ws-tl-count.
           perform 810-write-total-line.
           move "ITEMS NOT VERIFIED        " to ws-tl-label.
           move ws-items-unverified          to ws-tl-count.
           perform 810-write-total-line.
           move "ITEMS SIGNED FOR          " to ws-tl-label.
           move ws-items-accepted            to ws-tl-count.
           perform 810-write-total-line.
           if ws-items-lost > zeros
               move "ITEMS LOST (TABLE FULL)   " to ws-tl-label
               move ws-items-lost                to ws-tl-count
               perform 810-write-total-line
           end-if.

       810-write-total-line.
           move ws-total-line to rptw-print-line.
           perform 160-write-report-line.

       end program HANDOVER.
