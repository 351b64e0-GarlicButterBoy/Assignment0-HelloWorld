       identification division.
       program-id. PENDREL.
      *release of the HMNT pending changes - the online screen no
      *longer changes GREETMST or CTLFILE itself; it proposes the
      *change to PENDCHG (see PENDREC) and a second, different
      *authorised user releases it here. a wrong expected
      *response used to go live the moment it was keyed and
      *force rc=8 on that night's good runs.
      *
      *each RELCARDS card (see RELTRAN) approves or rejects one
      *pending change. the approver is the user this job runs
      *under and must:
      *  - not be the user who proposed the change
      *  - hold the authority the change itself needs - level 2
      *    for a greeting row, level 3 for a control row (the
      *    same rule HMNT applies to the proposer)
      *a card failing either rule is refused and written to
      *AUDITLOG as DENY-APR. an approved change is applied only
      *if its row still matches the before image taken when it
      *was proposed, and is journaled to CHGJRNL (the proposer
      *as the changing user) so CHGBACK can reverse it.
      *
      *before the cards are read, any change pending longer than
      *the expiry hours on PENDPARM (col 5-7, default 72) is
      *expired. after them, everything still waiting longer than
      *the aging hours (col 1-3, default 12) is listed, so
      *nothing sits in the queue past the nightly cutoff -
      *card this step on the plan with RELCARDS empty to get the
      *sweep and the aging list alone.
      *
      *audit convention (as OPRMAINT): audit-user-id is who
      *acted - the approver, or the proposer for an expiry - and
      *audit-job-name the row acted on (terminal id or job name),
      *with the action PND-APR, PND-REJ, PND-EXP or DENY-APR.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
           select release-cards assign to "RELCARDS"
               organization is sequential
               file status is ws-card-status.

           select pending-parms assign to "PENDPARM"
               organization is sequential
               file status is ws-parm-status.

           select pending-changes assign to "PENDCHG"
               organization is indexed
               access mode is dynamic
               record key is pend-key
               file status is ws-pend-status.

           select greeting-master assign to "GREETMST"
               organization is indexed
               access mode is dynamic
               record key is greet-key
               file status is ws-greet-status.

           select control-file assign to "CTLFILE"
               organization is indexed
               access mode is dynamic
               record key is ctl-key
               file status is ws-ctl-status.

           select operator-profiles assign to "OPRPROF"
               organization is indexed
               access mode is dynamic
               record key is opr-key
               file status is ws-opr-status.

           select audit-log assign to "AUDITLOG"
               organization is sequential
               file status is ws-audit-status.

           select change-journal assign to "CHGJRNL"
               organization is sequential
               file status is ws-jrnl-status.

           select date-control assign to "DATECTL"
               organization is sequential
               file status is ws-date-status.

       data division.
       file section.
       fd  release-cards.
       copy RELTRAN.

       fd  pending-parms.
       01 parm-card.
           05 parm-aging-hours      pic x(03).
           05 filler                pic x(01).
           05 parm-expiry-hours     pic x(03).
           05 filler                pic x(73).

       fd  pending-changes.
       copy PENDREC.

       fd  greeting-master.
       copy GREETREC.

       fd  control-file.
       copy CTLREC.

       fd  operator-profiles.
       copy OPRREC.

       fd  audit-log.
       copy AUDITREC.

       fd  change-journal.
       copy JRNLREC.

       fd  date-control.
       copy DATEREC.

       working-storage section.
       01 ws-card-status     pic x(02) value "00".
       01 ws-parm-status     pic x(02) value "00".
       01 ws-pend-status     pic x(02) value "00".
       01 ws-greet-status    pic x(02) value "00".
       01 ws-ctl-status      pic x(02) value "00".
       01 ws-opr-status      pic x(02) value "00".
       01 ws-audit-status    pic x(02) value "00".
       01 ws-jrnl-status     pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-card-eof        pic x(01) value "N".
           88 card-at-eof              value "Y".
       01 ws-scan-eof        pic x(01) value "N".
           88 scan-at-eof              value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-business-date   pic x(08) value spaces.
       01 ws-user-id         pic x(08) value spaces.
       01 ws-run-date        pic x(08) value spaces.
       01 ws-run-time        pic x(08) value spaces.
       01 ws-reject-reason   pic x(02) value spaces.
           88 card-is-good             value spaces.
       01 ws-deny-card       pic x(01) value "N".
           88 authority-denied         value "Y".
       01 ws-aging-hours     pic 9(03) value 12.
       01 ws-expiry-hours    pic 9(03) value 72.
       01 ws-audit-action    pic x(08) value spaces.
       01 ws-audit-user      pic x(08) value spaces.
       01 ws-audit-rc        pic 9(03) value zeros.
       01 ws-current-image   pic x(120) value spaces.
       01 ws-needed-level    pic 9(01) value zeros.

      *age of a pending change in whole hours, from the clock
      *date/time HMNT stamped on it to the clock now - HMNT has
      *no business date, so the clock is the only common ground.
       01 ws-now-date        pic x(08) value spaces.
       01 ws-now-date-n redefines ws-now-date
                             pic 9(08).
       01 ws-now-time        pic x(08) value spaces.
       01 ws-now-time-r redefines ws-now-time.
           05 ws-now-hh          pic 9(02).
           05 ws-now-mm          pic 9(02).
           05 ws-now-ss          pic 9(02).
           05 filler             pic x(02).
       01 ws-prop-date       pic x(08) value spaces.
       01 ws-prop-date-n redefines ws-prop-date
                             pic 9(08).
       01 ws-prop-time       pic x(08) value spaces.
       01 ws-prop-time-r redefines ws-prop-time.
           05 ws-prop-hh         pic 9(02).
           05 ws-prop-mm         pic 9(02).
           05 ws-prop-ss         pic 9(02).
           05 filler             pic x(02).
       01 ws-age-secs        pic s9(11) value zeros.
       01 ws-age-hours       pic 9(07) value zeros.

       01 ws-cards-read      pic 9(05) value zeros.
       01 ws-cards-approved  pic 9(05) value zeros.
       01 ws-cards-rejected  pic 9(05) value zeros.
       01 ws-cards-refused   pic 9(05) value zeros.
       01 ws-pend-expired    pic 9(05) value zeros.
       01 ws-pend-aged       pic 9(05) value zeros.
       01 ws-pend-waiting    pic 9(05) value zeros.

       01 ws-report-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(132) value
               "PENDING CHANGE RELEASE - APPROVED/REJECTED/EXPIRED".

       01 ws-column-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(39) value
               "D FILE     KEY              A BY       ".
           05 filler             pic x(93) value
               "PROPOSED AGE-HRS STATUS   RC REASON".

       01 ws-section-line.
           05 filler             pic x(01) value "0".
           05 ws-sl-text         pic x(132).

       01 ws-detail-line.
           05 filler             pic x(01) value space.
           05 ws-dl-decision     pic x(01).
           05 filler             pic x(01) value space.
           05 ws-dl-file-id      pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-key          pic x(16).
           05 filler             pic x(01) value space.
           05 ws-dl-action       pic x(01).
           05 filler             pic x(01) value space.
           05 ws-dl-proposed-by  pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-proposed-dt  pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-age-hours    pic zzzzzz9.
           05 filler             pic x(01) value space.
           05 ws-dl-status       pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-reason       pic x(02).
           05 filler             pic x(01) value space.
           05 ws-dl-reason-text  pic x(32).
           05 filler             pic x(32) value spaces.

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
           perform 110-open-files.
           if ws-return-code = zeros
               perform 120-get-parameters
               perform 150-get-business-date
               perform 170-get-run-identity
               perform 180-open-report
               perform 200-expire-old-changes
               perform 300-process-release-cards
               perform 500-list-aged-changes
               perform 800-write-totals
           end-if.
           perform 900-close-files.
           move ws-return-code to return-code.
           goback.

      *working-storage value clauses only apply to the first
      *call in a run unit - the plan may call this program after
      *an earlier selection already ran it, so counts and
      *thresholds are reset here.
       100-initialize.
           move zeros to ws-return-code ws-cards-read
               ws-cards-approved ws-cards-rejected ws-cards-refused
               ws-pend-expired ws-pend-aged ws-pend-waiting.
           move 12 to ws-aging-hours.
           move 72 to ws-expiry-hours.
           move "N" to ws-card-eof.

      *an empty or missing RELCARDS is normal - the plan step
      *runs the expiry sweep and the aging list alone.
       110-open-files.
           open input release-cards.
           if ws-card-status not = "00"
               move "Y" to ws-card-eof
           end-if.

           open i-o pending-changes.
           if ws-pend-status = "35"
               open output pending-changes
               close pending-changes
               open i-o pending-changes
           end-if.
           if ws-pend-status not = "00"
               display "ERROR - PENDCHG NOT OPENED - STATUS "
                   ws-pend-status
               move 16 to ws-return-code
           end-if.

           open i-o greeting-master.
           if ws-greet-status not = "00"
               display "ERROR - GREETMST NOT OPENED - STATUS "
                   ws-greet-status
               move 16 to ws-return-code
           end-if.

           open i-o control-file.
           if ws-ctl-status not = "00"
               display "ERROR - CTLFILE NOT OPENED - STATUS "
                   ws-ctl-status
               move 16 to ws-return-code
           end-if.

           open input operator-profiles.
           if ws-opr-status not = "00"
               display "ERROR - OPRPROF NOT OPENED - STATUS "
                   ws-opr-status
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

       120-get-parameters.
           open input pending-parms.
           if ws-parm-status = "00"
               read pending-parms
                   at end
                       continue
                   not at end
                       if parm-aging-hours is numeric
                           move parm-aging-hours to ws-aging-hours
                       end-if
                       if parm-expiry-hours is numeric
                           move parm-expiry-hours to ws-expiry-hours
                       end-if
               end-read
               close pending-parms
           end-if.
           display "AGING AFTER " ws-aging-hours " HOURS - EXPIRY "
               "AFTER " ws-expiry-hours " HOURS".

      *the business date stamps the audit and journal rows - the
      *ages are worked from the clock (see 410).
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

      *the approver is whoever this job runs under - a release
      *cannot be made in another user's name.
       170-get-run-identity.
           display "USER" upon environment-name.
           accept ws-user-id from environment-value.
           move function current-date(1:8) to ws-run-date.
           move function current-date(9:8) to ws-run-time.
           move ws-run-date to ws-now-date.
           move ws-run-time to ws-now-time.

      *report lines go out through the shared report writer (see
      *RPTWRITE) - register the column header once and it is
      *re-emitted under every page banner.
       180-open-report.
           move "PENDREL "                  to rptw-report-id.
           move ws-business-date            to rptw-run-date.
           move ws-column-header to rptw-print-line.
           move "H" to rptw-function.
           call "RPTWRITE" using rptw-request.
           move ws-report-header to rptw-print-line.
           perform 720-write-report-line.

       200-expire-old-changes.
           move "EXPIRED - PENDING LONGER THAN THE EXPIRY HOURS"
               to ws-sl-text.
           move ws-section-line to rptw-print-line.
           perform 720-write-report-line.
           move low-values to pend-key.
           start pending-changes
               key is >= pend-key
               invalid key
                   move "Y" to ws-scan-eof
               not invalid key
                   move "N" to ws-scan-eof
           end-start.
           perform until scan-at-eof
               read pending-changes next
                   at end
                       move "Y" to ws-scan-eof
                   not at end
                       perform 410-compute-age
                       if ws-age-hours >= ws-expiry-hours
                           perform 210-expire-one-change
                       end-if
               end-read
           end-perform.

       210-expire-one-change.
           delete pending-changes
               invalid key
                   display "ERROR - PENDCHG DELETE FAILED - STATUS "
                       ws-pend-status " - " pend-key
                   move 16 to ws-return-code
               not invalid key
                   add 1 to ws-pend-expired
                   move "PND-EXP " to ws-audit-action
                   move pend-proposed-by to ws-audit-user
                   move 4 to ws-audit-rc
                   perform 620-write-audit-record
                   move space     to ws-dl-decision
                   move "EXPIRED " to ws-dl-status
                   move spaces    to ws-dl-reason ws-dl-reason-text
                   perform 700-write-detail-line
           end-delete.

       300-process-release-cards.
           move "RELEASE CARDS" to ws-sl-text.
           move ws-section-line to rptw-print-line.
           perform 720-write-report-line.
           perform until card-at-eof
               read release-cards
                   at end
                       move "Y" to ws-card-eof
                   not at end
                       add 1 to ws-cards-read
                       perform 310-process-one-card
               end-read
           end-perform.

       310-process-one-card.
           move spaces to ws-reject-reason.
           move "N"    to ws-deny-card.
           perform 320-validate-card.

           if card-is-good
               if rel-approve
                   perform 400-apply-pending-change
               else
                   perform 450-reject-pending-change
               end-if
           end-if.

           if card-is-good
               if rel-approve
                   add 1 to ws-cards-approved
                   move "APPROVED" to ws-dl-status
               else
                   add 1 to ws-cards-rejected
                   move "REJECTED" to ws-dl-status
               end-if
               move spaces to ws-dl-reason ws-dl-reason-text
           else
               add 1 to ws-cards-refused
               move "REFUSED " to ws-dl-status
               move ws-reject-reason to ws-dl-reason
               perform 710-set-reason-text
               if authority-denied
                   move "DENY-APR" to ws-audit-action
                   move ws-user-id to ws-audit-user
                   move 8 to ws-audit-rc
                   perform 620-write-audit-record
               end-if
           end-if.
           move rel-decision to ws-dl-decision.
           if ws-reject-reason = "01" or "02" or "03" or "04"
               move spaces          to pend-record
               move rel-file-id     to pend-file-id
               move rel-target-key  to pend-target-key
               move zeros           to ws-age-hours
           end-if.
           perform 700-write-detail-line.

      *every check runs before any master i/o, so a refused card
      *never half-applies. the pending row is read here - its
      *proposer and file decide the authority checks.
       320-validate-card.
           if not rel-approve and not rel-reject
               move "01" to ws-reject-reason
           else
           if rel-file-id not = "GREETMST"
               and rel-file-id not = "CTLFILE "
               move "02" to ws-reject-reason
           else
           if rel-target-key(1:8) = spaces
               move "03" to ws-reject-reason
           else
               move rel-file-id    to pend-file-id
               move rel-target-key to pend-target-key
               read pending-changes
                   key is pend-key
                   invalid key
                       move "04" to ws-reject-reason
               end-read
           end-if
           end-if
           end-if.

           if card-is-good
               perform 410-compute-age
               perform 330-validate-approver
           end-if.

       330-validate-approver.
           if pend-for-control
               move 3 to ws-needed-level
           else
               move 2 to ws-needed-level
           end-if.
           if ws-user-id = spaces
               or ws-user-id = pend-proposed-by
               move "05" to ws-reject-reason
               move "Y"  to ws-deny-card
           else
               move ws-user-id to opr-user-id
               read operator-profiles
                   key is opr-key
                   invalid key
                       move "06" to ws-reject-reason
                       move "Y"  to ws-deny-card
                   not invalid key
                       if opr-authority-level < ws-needed-level
                           move "06" to ws-reject-reason
                           move "Y"  to ws-deny-card
                       end-if
               end-read
           end-if.

      *the row must still be as it was when the change was
      *proposed - a batch load, CTLSYNC or a backout may have
      *moved it since, and applying over that would silently
      *undo it. such a card is refused and the change left
      *pending for the approver to reject.
       400-apply-pending-change.
           move spaces to ws-current-image.
           if pend-for-greeting
               perform 420-apply-greeting-change
           else
               perform 430-apply-control-change
           end-if.

           if card-is-good
               delete pending-changes
                   invalid key
                       move "12" to ws-reject-reason
               end-delete
           end-if.
           if card-is-good
               perform 630-write-change-journal
               move "PND-APR " to ws-audit-action
               move ws-user-id to ws-audit-user
               move zeros      to ws-audit-rc
               perform 620-write-audit-record
           end-if.

       410-compute-age.
           move pend-proposed-date to ws-prop-date.
           move pend-proposed-time to ws-prop-time.
           if ws-prop-date is numeric
               and ws-prop-time(1:6) is numeric
               compute ws-age-secs =
                   (function integer-of-date(ws-now-date-n)
                    - function integer-of-date(ws-prop-date-n))
                   * 86400
                   + (ws-now-hh * 3600 + ws-now-mm * 60 + ws-now-ss)
                   - (ws-prop-hh * 3600 + ws-prop-mm * 60
                      + ws-prop-ss)
               if ws-age-secs < zeros
                   move zeros to ws-age-hours
               else
                   compute ws-age-hours = ws-age-secs / 3600
               end-if
           else
               move zeros to ws-age-hours
           end-if.

       420-apply-greeting-change.
           move pend-target-key to greet-key.
           if pend-add
               move pend-after-image to greet-record
               write greet-record
                   invalid key
                       move "08" to ws-reject-reason
               end-write
           else
               read greeting-master
                   key is greet-key
                   invalid key
                       move "09" to ws-reject-reason
                   not invalid key
                       move greet-record to ws-current-image
               end-read
               if card-is-good
                   and ws-current-image not = pend-before-image
                   move "07" to ws-reject-reason
               end-if
               if card-is-good
                   if pend-delete
                       delete greeting-master
                           invalid key
                               move "12" to ws-reject-reason
                       end-delete
                   else
                       move pend-after-image to greet-record
                       rewrite greet-record
                           invalid key
                               move "12" to ws-reject-reason
                       end-rewrite
                   end-if
               end-if
           end-if.

       430-apply-control-change.
           move pend-target-key to ctl-key.
           read control-file
               key is ctl-key
               invalid key
                   move "09" to ws-reject-reason
               not invalid key
                   move ctl-record to ws-current-image
           end-read.
           if card-is-good
               and ws-current-image not = pend-before-image
               move "07" to ws-reject-reason
           end-if.
           if card-is-good
               move pend-after-image to ctl-record
               rewrite ctl-record
                   invalid key
                       move "12" to ws-reject-reason
               end-rewrite
           end-if.

       450-reject-pending-change.
           delete pending-changes
               invalid key
                   move "12" to ws-reject-reason
           end-delete.
           if card-is-good
               move "PND-REJ " to ws-audit-action
               move ws-user-id to ws-audit-user
               move 4 to ws-audit-rc
               perform 620-write-audit-record
               if rel-reason not = spaces
                   display "REJECTED " pend-file-id " "
                       pend-target-key " - " rel-reason
               end-if
           end-if.

      *whatever is still waiting after the cards - past the aging
      *hours it is listed, so the desk chases the approver before
      *the nightly cutoff rather than finding it expired.
       500-list-aged-changes.
           move "STILL PENDING LONGER THAN THE AGING HOURS"
               to ws-sl-text.
           move ws-section-line to rptw-print-line.
           perform 720-write-report-line.
           move low-values to pend-key.
           start pending-changes
               key is >= pend-key
               invalid key
                   move "Y" to ws-scan-eof
               not invalid key
                   move "N" to ws-scan-eof
           end-start.
           perform until scan-at-eof
               read pending-changes next
                   at end
                       move "Y" to ws-scan-eof
                   not at end
                       add 1 to ws-pend-waiting
                       perform 410-compute-age
                       if ws-age-hours >= ws-aging-hours
                           add 1 to ws-pend-aged
                           move space      to ws-dl-decision
                           move "AGED    " to ws-dl-status
                           move spaces     to ws-dl-reason
                               ws-dl-reason-text
                           perform 700-write-detail-line
                       end-if
               end-read
           end-perform.

       620-write-audit-record.
           open extend audit-log.
           if ws-audit-status not = "00"
               open output audit-log
           end-if.

           if ws-audit-status = "00"
               move ws-business-date           to audit-run-date
               move function current-date(9:8) to audit-run-time
               move pend-target-key(1:8)       to audit-job-name
               move ws-audit-user              to audit-user-id
               move ws-audit-rc                to audit-return-code
               move ws-audit-action            to audit-action
               write audit-record
               close audit-log
           else
               display "ERROR - AUDIT-LOG NOT OPENED - STATUS "
                   ws-audit-status
           end-if.

       630-write-change-journal.
           move spaces                     to jrnl-record.
           move pend-file-id               to jrnl-file-id.
           move pend-action                to jrnl-action.
           move pend-target-key            to jrnl-key.
           move ws-business-date           to jrnl-business-date.
           move function current-date(1:8) to jrnl-change-date.
           move function current-date(9:8) to jrnl-change-time.
           move pend-proposed-by           to jrnl-user-id.
           move "PENDREL "                 to jrnl-program-id.
           move ws-run-date                to jrnl-run-date.
           move ws-run-time                to jrnl-run-time.
           move ws-current-image           to jrnl-before-image.
           move pend-after-image           to jrnl-after-image.
           write jrnl-record.
           if ws-jrnl-status not = "00"
               display "ERROR - CHGJRNL WRITE FAILED - STATUS "
                   ws-jrnl-status " - " pend-file-id " "
                   pend-target-key
               move 16 to ws-return-code
           end-if.

       700-write-detail-line.
           move pend-file-id       to ws-dl-file-id.
           move pend-target-key    to ws-dl-key.
           move pend-action        to ws-dl-action.
           move pend-proposed-by   to ws-dl-proposed-by.
           move pend-proposed-date to ws-dl-proposed-dt.
           move ws-age-hours       to ws-dl-age-hours.
           move ws-detail-line to rptw-print-line.
           perform 720-write-report-line.

       710-set-reason-text.
           evaluate ws-reject-reason
               when "01"
                   move "INVALID DECISION - USE A/R"
                       to ws-dl-reason-text
               when "02"
                   move "FILE NOT GREETMST OR CTLFILE"
                       to ws-dl-reason-text
               when "03"
                   move "TARGET KEY MISSING"
                       to ws-dl-reason-text
               when "04"
                   move "NO CHANGE PENDING FOR THIS ROW"
                       to ws-dl-reason-text
               when "05"
                   move "APPROVER IS THE PROPOSER"
                       to ws-dl-reason-text
               when "06"
                   move "APPROVER NOT AUTHORISED"
                       to ws-dl-reason-text
               when "07"
                   move "ROW CHANGED SINCE PROPOSED"
                       to ws-dl-reason-text
               when "08"
                   move "ROW ALREADY EXISTS"
                       to ws-dl-reason-text
               when "09"
                   move "ROW NOT FOUND"
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
           move "RELEASE CARDS READ        " to ws-tl-label.
           move ws-cards-read                to ws-tl-count.
           perform 810-write-total-line.
           move "CHANGES APPROVED/APPLIED  " to ws-tl-label.
           move ws-cards-approved            to ws-tl-count.
           perform 810-write-total-line.
           move "CHANGES REJECTED          " to ws-tl-label.
           move ws-cards-rejected            to ws-tl-count.
           perform 810-write-total-line.
           move "CARDS REFUSED             " to ws-tl-label.
           move ws-cards-refused             to ws-tl-count.
           perform 810-write-total-line.
           move "CHANGES EXPIRED           " to ws-tl-label.
           move ws-pend-expired              to ws-tl-count.
           perform 810-write-total-line.
           move "CHANGES STILL PENDING     " to ws-tl-label.
           move ws-pend-waiting              to ws-tl-count.
           perform 810-write-total-line.
           move "PENDING PAST AGING HOURS  " to ws-tl-label.
           move ws-pend-aged                 to ws-tl-count.
           perform 810-write-total-line.

           if (ws-cards-refused > zeros
               or ws-pend-expired > zeros
               or ws-pend-aged > zeros)
               and ws-return-code < 4
               move 4 to ws-return-code
           end-if.

       810-write-total-line.
           move ws-total-line to rptw-print-line.
           perform 720-write-report-line.

       900-close-files.
           close release-cards pending-changes greeting-master
               control-file operator-profiles change-journal.
           move "C" to rptw-function.
           call "RPTWRITE" using rptw-request.

       end program PENDREL.
