       identification division.
       program-id. ESCALATE.
      *repeat-failure escalation - OUTSTAT raises one ticket per
      *run, so a job that aborts three business dates running
      *(the same DENY-RSP, the same CTLFILE mismatch out of
      *325-reconcile-response) just produces three unrelated
      *low-priority tickets and nobody sees the pattern. this
      *program reads the AUDITLOG and OUTSTAT history, reduces
      *it to one outcome per job-name per business date (the
      *highest rc either file recorded for that job that date -
      *what the scheduler saw), and per job looks for:
      *  C - the job's latest runs ended rc=8 on ESCPARM-many
      *      consecutive business dates it ran
      *  W - ESCPARM-many business dates ending rc=4 inside the
      *      window of days ending on the business date
      *a streak only counts while it is current - the job's
      *latest run must fall inside the window.
      *
      *each escalation writes a page request (PAGEREQ, see
      *PAGEREC) naming the contact and backup the on-call rota
      *(ONCALL, see ROTAREC) has for the job's family on the
      *business date, and is remembered on ESCHIST so the same
      *streak does not page again tomorrow. an escalation whose
      *family has no one on call cannot be paged - it is
      *printed as a rota gap, ends the step rc=8, and is not
      *remembered, so it pages once the rota is fixed. every
      *rota family with no row covering the business date is
      *listed as a gap too (rc=4).
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
           select escalation-parms assign to "ESCPARM"
               organization is sequential
               file status is ws-parm-status.

           select audit-log assign to "AUDITLOG"
               organization is sequential
               file status is ws-audit-status.

           select job-plan assign to "JOBPLAN"
               organization is sequential
               file status is ws-plan-status.

           select outbound-status assign to "OUTSTAT"
               organization is sequential
               file status is ws-outstat-status.

           select oncall-rota assign to "ONCALL"
               organization is sequential
               file status is ws-rota-status.

           select escalation-history assign to "ESCHIST"
               organization is sequential
               file status is ws-esch-status.

           select page-requests assign to "PAGEREQ"
               organization is sequential
               file status is ws-page-status.

           select date-control assign to "DATECTL"
               organization is sequential
               file status is ws-date-status.

       data division.
       file section.
       fd  escalation-parms.
       01 parm-card.
           05 parm-abort-streak     pic x(02).
           05 filler                pic x(01).
           05 parm-warning-count    pic x(02).
           05 filler                pic x(01).
           05 parm-window-days      pic x(02).
           05 filler                pic x(72).

       fd  audit-log.
       copy AUDITREC.

       fd  job-plan.
       copy PLANREC.

       fd  outbound-status.
       copy OUTSTAT.

       fd  oncall-rota.
       copy ROTAREC.

       fd  escalation-history.
       copy ESCHREC.

       fd  page-requests.
       copy PAGEREC.

       fd  date-control.
       copy DATEREC.

       working-storage section.
       01 ws-parm-status     pic x(02) value "00".
       01 ws-audit-status    pic x(02) value "00".
       01 ws-outstat-status  pic x(02) value "00".
       01 ws-plan-status     pic x(02) value "00".
       01 ws-rota-status     pic x(02) value "00".
       01 ws-esch-status     pic x(02) value "00".
       01 ws-page-status     pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-file-eof        pic x(01) value "N".
           88 file-at-eof              value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-abort-streak    pic 9(02) value 3.
       01 ws-warning-count   pic 9(02) value 3.
       01 ws-window-days     pic 9(02) value 5.
       01 ws-business-date.
           05 ws-business-date-n pic 9(08).
       01 ws-business-int    pic 9(08) value zeros.
       01 ws-window-start-int pic 9(08) value zeros.
       01 ws-date-int        pic 9(08) value zeros.
       01 ws-request-time    pic x(08) value spaces.

      *one outcome per job-name per business date, kept in job /
      *date order as rows are added so each job's history reads
      *oldest to newest.
       01 ws-run-count       pic 9(05) value zeros.
       01 ws-run-max         pic 9(05) value 2000.
       01 ws-runs-dropped    pic 9(05) value zeros.
       01 ws-run-table.
           05 ws-run-entry occurs 2000 times.
               10 ws-rn-job-name    pic x(08).
               10 ws-rn-run-date    pic x(08).
               10 ws-rn-rc          pic 9(03).
      *the plan's step names - an AUDITLOG row is a step run only
      *when its action is one of them or a greeting run.
       01 ws-plan-count      pic 9(03) value zeros.
       01 ws-plan-max        pic 9(03) value 200.
       01 ws-plan-table.
           05 ws-plan-step occurs 200 times pic x(08).
       01 ws-psub            pic 9(03) value zeros.
       01 ws-step-run        pic x(01) value "N".
           88 row-is-step-run          value "Y".

       01 ws-new-job-name    pic x(08) value spaces.
       01 ws-new-run-date    pic x(08) value spaces.
       01 ws-new-rc          pic 9(03) value zeros.
       01 ws-sub             pic 9(05) value zeros.
       01 ws-sub2            pic 9(05) value zeros.
       01 ws-insert-at       pic 9(05) value zeros.
       01 ws-slot-found      pic x(01) value "N".
           88 slot-found               value "Y".

       01 ws-group-start     pic 9(05) value zeros.
       01 ws-group-end       pic 9(05) value zeros.
       01 ws-group-open      pic x(01) value "N".
           88 group-still-open         value "Y".
       01 ws-job-name        pic x(08) value spaces.
       01 ws-streak-count    pic 9(03) value zeros.
       01 ws-streak-start    pic x(08) value spaces.
       01 ws-streak-end      pic x(08) value spaces.
       01 ws-streak-open     pic x(01) value "N".
           88 streak-still-open        value "Y".
       01 ws-esc-type        pic x(01) value space.
       01 ws-last-rc         pic 9(03) value zeros.

       01 ws-rota-count      pic 9(03) value zeros.
       01 ws-rota-max        pic 9(03) value 200.
       01 ws-rota-table.
           05 ws-rota-entry occurs 200 times.
               10 ws-ro-family      pic x(08).
               10 ws-ro-family-len  pic 9(01).
               10 ws-ro-start-date  pic x(08).
               10 ws-ro-end-date    pic x(08).
               10 ws-ro-contact-id  pic x(08).
               10 ws-ro-contact-name pic x(20).
               10 ws-ro-backup-id   pic x(08).
               10 ws-ro-backup-name pic x(20).
       01 ws-rsub            pic 9(03) value zeros.
       01 ws-rsub2           pic 9(03) value zeros.
       01 ws-best-rota       pic 9(03) value zeros.
       01 ws-best-len        pic 9(01) value zeros.
       01 ws-len             pic 9(01) value zeros.
       01 ws-family-covered  pic x(01) value "N".
           88 family-covered           value "Y".
       01 ws-family-seen     pic x(01) value "N".
           88 family-seen-before       value "Y".

       01 ws-esch-count      pic 9(05) value zeros.
       01 ws-esch-max        pic 9(05) value 1000.
       01 ws-esch-table.
           05 ws-esch-entry occurs 1000 times.
               10 ws-eh-job-name    pic x(08).
               10 ws-eh-type        pic x(01).
               10 ws-eh-streak-start pic x(08).
               10 ws-eh-raised-date pic x(08).
       01 ws-already-raised  pic x(01) value "N".
           88 already-raised           value "Y".

       01 ws-rows-read       pic 9(05) value zeros.
       01 ws-jobs-examined   pic 9(05) value zeros.
       01 ws-pages-written   pic 9(05) value zeros.
       01 ws-already-count   pic 9(05) value zeros.
       01 ws-unpaged-count   pic 9(05) value zeros.
       01 ws-gap-count       pic 9(05) value zeros.

       01 ws-page-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(34)
               value "REPEAT-FAILURE ESCALATION - AS OF ".
           05 ws-hdr-date        pic x(08).
           05 filler             pic x(08) value "  ABORT ".
           05 ws-hdr-streak      pic z9.
           05 filler             pic x(07) value "  WARN ".
           05 ws-hdr-warnings    pic z9.
           05 filler             pic x(09) value "  WINDOW ".
           05 ws-hdr-window      pic z9.
           05 filler             pic x(05) value " DAYS".
           05 filler             pic x(55) value spaces.

       01 ws-column-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(44) value
               "JOB-NAME T STREAK   THROUGH  RUNS RC  CONTAC".
           05 filler             pic x(88) value
               "T  BACKUP   ACTION".

       01 ws-detail-line.
           05 filler             pic x(01) value space.
           05 ws-dl-job-name     pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-type         pic x(01).
           05 filler             pic x(01) value space.
           05 ws-dl-streak-start pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-streak-end   pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-count        pic zz9.
           05 filler             pic x(01) value space.
           05 ws-dl-last-rc      pic zz9.
           05 filler             pic x(01) value space.
           05 ws-dl-contact-id   pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-backup-id    pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-action       pic x(40).
           05 filler             pic x(37) value spaces.

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
           if ws-return-code = zeros
               perform 190-load-plan-steps
               perform 200-load-run-history
           end-if.
           if ws-return-code = zeros
               perform 300-load-rota
               perform 310-load-escalation-history
           end-if.
           if ws-return-code = zeros
               perform 150-open-report
               perform 400-examine-jobs
               perform 600-check-rota-coverage
               perform 800-write-totals
               move "C" to rptw-function
               call "RPTWRITE" using rptw-request
           end-if.
           move ws-return-code to return-code.
           goback.

      *working-storage value clauses only apply to the first
      *call in a run unit - the plan may call this program after
      *an earlier selection already ran it, so the tables and
      *counts are reset here.
       100-initialize.
           move zeros to ws-return-code ws-run-count ws-runs-dropped
               ws-plan-count ws-rota-count ws-esch-count ws-rows-read
               ws-jobs-examined ws-pages-written ws-already-count
               ws-unpaged-count ws-gap-count.
           move 3 to ws-abort-streak ws-warning-count.
           move 5 to ws-window-days.

       110-get-parameters.
           open input escalation-parms.
           if ws-parm-status = "00"
               read escalation-parms
                   at end
                       display "NO ESCPARM CARD - DEFAULTS USED"
                   not at end
                       perform 115-edit-parameter-card
               end-read
               close escalation-parms
           else
               display "NO ESCPARM FILE - DEFAULTS USED"
           end-if.

       115-edit-parameter-card.
           if parm-abort-streak is numeric
               and parm-abort-streak > zeros
               move parm-abort-streak to ws-abort-streak
           else
               if parm-abort-streak not = spaces
                   display "ERROR - ABORT STREAK NOT NUMERIC - "
                       parm-abort-streak
                   move 8 to ws-return-code
               end-if
           end-if.
           if parm-warning-count is numeric
               and parm-warning-count > zeros
               move parm-warning-count to ws-warning-count
           else
               if parm-warning-count not = spaces
                   display "ERROR - WARNING COUNT NOT NUMERIC - "
                       parm-warning-count
                   move 8 to ws-return-code
               end-if
           end-if.
           if parm-window-days is numeric
               and parm-window-days > zeros
               move parm-window-days to ws-window-days
           else
               if parm-window-days not = spaces
                   display "ERROR - WINDOW DAYS NOT NUMERIC - "
                       parm-window-days
                   move 8 to ws-return-code
               end-if
           end-if.

      *streaks are judged against the official business date
      *from the date-control record, falling back to the system
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
           compute ws-business-int =
               function integer-of-date(ws-business-date-n).
           compute ws-window-start-int =
               ws-business-int - ws-window-days + 1.
           move function current-date(9:8) to ws-request-time.

       130-default-business-date.
           move function current-date(1:8) to ws-business-date.
           display "WARNING - DATECTL UNAVAILABLE - STATUS "
               ws-date-status " - USING SYSTEM DATE "
               ws-business-date.

      *report lines go out through the shared report writer (see
      *RPTWRITE) - register the column header once and it is
      *re-emitted under every page banner.
       150-open-report.
           move "ESCALATE"        to rptw-report-id.
           move ws-business-date  to rptw-run-date.
           move ws-column-header  to rptw-print-line.
           move "H" to rptw-function.
           call "RPTWRITE" using rptw-request.
           move ws-business-date  to ws-hdr-date.
           move ws-abort-streak   to ws-hdr-streak.
           move ws-warning-count  to ws-hdr-warnings.
           move ws-window-days    to ws-hdr-window.
           move ws-page-header    to rptw-print-line.
           perform 160-write-report-line.

       160-write-report-line.
           move "P" to rptw-function.
           call "RPTWRITE" using rptw-request.

      *no plan is not fatal - the plan steps' outcomes then come
      *from OUTSTAT alone, which every step writes as well.
       190-load-plan-steps.
           open input job-plan.
           if ws-plan-status = "00"
               move "N" to ws-file-eof
               perform until file-at-eof
                   read job-plan
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           if ws-plan-count < ws-plan-max
                               add 1 to ws-plan-count
                               move plan-step-name
                                   to ws-plan-step(ws-plan-count)
                           end-if
                   end-read
               end-perform
               close job-plan
           else
               display "WARNING - JOBPLAN NOT OPENED - STATUS "
                   ws-plan-status " - STEPS TAKEN FROM OUTSTAT ONLY"
           end-if.

      *both logs feed the same history - a run whose OUTSTAT
      *append failed still shows through its audit row, and the
      *other way round. rows dated after the business date (a
      *rerun of an earlier date is fine, a future date is not)
      *and rows with a bad date are left out. AUDITLOG also carries
      *rows that are not step runs at all - operator maintenance,
      *HMNT refusals and proposals, releases, handovers, terminal
      *flags - whose job name is an operator, a terminal or a
      *transaction, so a row is taken only when it is a greeting
      *run (RESPONSE, BROADCST, DENY-RSP) or its action is a plan
      *step name (see 230), as LOGBAL balances them.
       200-load-run-history.
           open input audit-log.
           if ws-audit-status not = "00"
               display "ERROR - AUDITLOG NOT OPENED - STATUS "
                   ws-audit-status
               move 16 to ws-return-code
           else
               move "N" to ws-file-eof
               perform until file-at-eof
                   read audit-log
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           perform 230-classify-audit-row
                           if row-is-step-run
                               move audit-job-name
                                   to ws-new-job-name
                               move audit-run-date
                                   to ws-new-run-date
                               move audit-return-code
                                   to ws-new-rc
                               perform 210-add-run-outcome
                           end-if
                   end-read
               end-perform
               close audit-log
           end-if.

           if ws-return-code = zeros
               open input outbound-status
               if ws-outstat-status not = "00"
                   display "ERROR - OUTSTAT NOT OPENED - STATUS "
                       ws-outstat-status
                   move 16 to ws-return-code
               else
                   move "N" to ws-file-eof
                   perform until file-at-eof
                       read outbound-status
                           at end
                               move "Y" to ws-file-eof
                           not at end
                               move outstat-job-name
                                   to ws-new-job-name
                               move outstat-run-date
                                   to ws-new-run-date
                               move outstat-return-code
                                   to ws-new-rc
                               perform 210-add-run-outcome
                       end-read
                   end-perform
                   close outbound-status
               end-if
           end-if.

       210-add-run-outcome.
           add 1 to ws-rows-read.
           if ws-new-run-date is numeric
               and ws-new-run-date <= ws-business-date
               and ws-new-job-name not = spaces
               move "N" to ws-slot-found
               move zeros to ws-sub
               perform until slot-found or ws-sub >= ws-run-count
                   add 1 to ws-sub
                   if ws-rn-job-name(ws-sub) = ws-new-job-name
                       and ws-rn-run-date(ws-sub) = ws-new-run-date
                       move "Y" to ws-slot-found
                       if ws-new-rc > ws-rn-rc(ws-sub)
                           move ws-new-rc to ws-rn-rc(ws-sub)
                       end-if
                   end-if
               end-perform
               if not slot-found
                   perform 220-insert-run-outcome
               end-if
           end-if.

      *the new job/date goes in ahead of the first entry that
      *sorts after it - everything from there down moves one
      *slot to make room.
       220-insert-run-outcome.
           if ws-run-count >= ws-run-max
               add 1 to ws-runs-dropped
           else
               move zeros to ws-insert-at
               move zeros to ws-sub
               perform until ws-insert-at > zeros
                   or ws-sub >= ws-run-count
                   add 1 to ws-sub
                   if ws-rn-job-name(ws-sub) > ws-new-job-name
                       or (ws-rn-job-name(ws-sub) = ws-new-job-name
                       and ws-rn-run-date(ws-sub) > ws-new-run-date)
                       move ws-sub to ws-insert-at
                   end-if
               end-perform
               if ws-insert-at = zeros
                   compute ws-insert-at = ws-run-count + 1
               end-if
               move ws-run-count to ws-sub
               perform until ws-sub < ws-insert-at
                   compute ws-sub2 = ws-sub + 1
                   move ws-run-entry(ws-sub) to ws-run-entry(ws-sub2)
                   subtract 1 from ws-sub
               end-perform
               add 1 to ws-run-count
               move ws-new-job-name to ws-rn-job-name(ws-insert-at)
               move ws-new-run-date to ws-rn-run-date(ws-insert-at)
               move ws-new-rc       to ws-rn-rc(ws-insert-at)
           end-if.

      *a row counts as a step run when its action is RESPONSE,
      *BROADCST or DENY-RSP, or a step name on JOBPLAN.
       230-classify-audit-row.
           move "N" to ws-step-run.
           if audit-action = "RESPONSE" or "BROADCST" or "DENY-RSP"
               move "Y" to ws-step-run
           else
               move zeros to ws-psub
               perform until row-is-step-run
                   or ws-psub >= ws-plan-count
                   add 1 to ws-psub
                   if ws-plan-step(ws-psub) = audit-action
                       move "Y" to ws-step-run
                   end-if
               end-perform
           end-if.

       300-load-rota.
           open input oncall-rota.
           if ws-rota-status not = "00"
               display "WARNING - ONCALL NOT OPENED - STATUS "
                   ws-rota-status " - NO ESCALATION CAN BE PAGED"
           else
               move "N" to ws-file-eof
               perform until file-at-eof
                   read oncall-rota
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           perform 305-add-rota-row
                   end-read
               end-perform
               close oncall-rota
           end-if.

      *the family prefix length (trailing spaces off) is worked
      *out once here so the longest-prefix match is a compare.
       305-add-rota-row.
           if ws-rota-count < ws-rota-max
               add 1 to ws-rota-count
               move rota-job-family to ws-ro-family(ws-rota-count)
               move rota-start-date
                   to ws-ro-start-date(ws-rota-count)
               move rota-end-date to ws-ro-end-date(ws-rota-count)
               move rota-contact-id
                   to ws-ro-contact-id(ws-rota-count)
               move rota-contact-name
                   to ws-ro-contact-name(ws-rota-count)
               move rota-backup-id to ws-ro-backup-id(ws-rota-count)
               move rota-backup-name
                   to ws-ro-backup-name(ws-rota-count)
               move 8 to ws-len
               perform until ws-len = zeros
                   or rota-job-family(ws-len:1) not = space
                   subtract 1 from ws-len
               end-perform
               move ws-len to ws-ro-family-len(ws-rota-count)
           else
               display "WARNING - ROTA TABLE FULL - ROW FOR "
                   rota-job-family " " rota-start-date " IGNORED"
           end-if.

      *no history yet is not an error - the first night nothing
      *has been raised.
       310-load-escalation-history.
           open input escalation-history.
           if ws-esch-status = "00"
               move "N" to ws-file-eof
               perform until file-at-eof
                   read escalation-history
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           perform 315-add-history-row
                   end-read
               end-perform
               close escalation-history
           else
               display "NO ESCHIST FILE - STATUS " ws-esch-status
                   " - NO PRIOR ESCALATIONS"
           end-if.

      *a full table keeps the newest rows - the oldest are the
      *ones least likely to match tonight's streaks.
       315-add-history-row.
           if ws-esch-count >= ws-esch-max
               move 1 to ws-sub
               perform until ws-sub >= ws-esch-count
                   compute ws-sub2 = ws-sub + 1
                   move ws-esch-entry(ws-sub2)
                       to ws-esch-entry(ws-sub)
                   add 1 to ws-sub
               end-perform
           else
               add 1 to ws-esch-count
           end-if.
           move esch-job-name to ws-eh-job-name(ws-esch-count).
           move esch-escalation-type to ws-eh-type(ws-esch-count).
           move esch-streak-start
               to ws-eh-streak-start(ws-esch-count).
           move esch-raised-date to ws-eh-raised-date(ws-esch-count).

      *the table is in job / date order, so each job's history
      *is one contiguous group, oldest first.
       400-examine-jobs.
           move 1 to ws-group-start.
           perform until ws-group-start > ws-run-count
               move ws-rn-job-name(ws-group-start) to ws-job-name
               move ws-group-start to ws-group-end
               move "Y" to ws-group-open
               perform until not group-still-open
                   if ws-group-end < ws-run-count
                       and ws-rn-job-name(ws-group-end + 1)
                           = ws-job-name
                       add 1 to ws-group-end
                   else
                       move "N" to ws-group-open
                   end-if
               end-perform
               add 1 to ws-jobs-examined
               perform 410-check-abort-streak
               perform 420-check-warning-window
               compute ws-group-start = ws-group-end + 1
           end-perform.

           if ws-runs-dropped > zeros
               display "WARNING - HISTORY TABLE FULL - "
                   ws-runs-dropped " JOB/DATES NOT EXAMINED"
               if ws-return-code < 4
                   move 4 to ws-return-code
               end-if
           end-if.

      *walk back from the job's latest date while it ended rc=8.
       410-check-abort-streak.
           move zeros to ws-streak-count.
           move ws-rn-run-date(ws-group-end) to ws-streak-end.
           move ws-rn-rc(ws-group-end) to ws-last-rc.
           move ws-group-end to ws-sub.
           move "Y" to ws-streak-open.
           perform until not streak-still-open
               if ws-rn-rc(ws-sub) >= 8
                   add 1 to ws-streak-count
                   move ws-rn-run-date(ws-sub) to ws-streak-start
                   if ws-sub > ws-group-start
                       subtract 1 from ws-sub
                   else
                       move "N" to ws-streak-open
                   end-if
               else
                   move "N" to ws-streak-open
               end-if
           end-perform.

           compute ws-date-int = function integer-of-date(
               function numval(ws-streak-end)).
           if ws-streak-count >= ws-abort-streak
               and ws-date-int >= ws-window-start-int
               move "C" to ws-esc-type
               perform 500-raise-escalation
           end-if.

       420-check-warning-window.
           move zeros to ws-streak-count.
           move spaces to ws-streak-start ws-streak-end.
           move ws-rn-rc(ws-group-end) to ws-last-rc.
           move ws-group-start to ws-sub.
           perform until ws-sub > ws-group-end
               compute ws-date-int = function integer-of-date(
                   function numval(ws-rn-run-date(ws-sub)))
               if ws-rn-rc(ws-sub) = 4
                   and ws-date-int >= ws-window-start-int
                   add 1 to ws-streak-count
                   if ws-streak-start = spaces
                       move ws-rn-run-date(ws-sub) to ws-streak-start
                   end-if
                   move ws-rn-run-date(ws-sub) to ws-streak-end
               end-if
               add 1 to ws-sub
           end-perform.

           if ws-streak-count >= ws-warning-count
               move "W" to ws-esc-type
               perform 500-raise-escalation
           end-if.

       500-raise-escalation.
           move ws-job-name     to ws-dl-job-name.
           move ws-esc-type     to ws-dl-type.
           move ws-streak-start to ws-dl-streak-start.
           move ws-streak-end   to ws-dl-streak-end.
           move ws-streak-count to ws-dl-count.
           move ws-last-rc      to ws-dl-last-rc.
           move spaces to ws-dl-contact-id ws-dl-backup-id.

           perform 510-check-already-raised.
           if already-raised
               add 1 to ws-already-count
               move "ALREADY RAISED - NOT PAGED AGAIN"
                   to ws-dl-action
           else
               perform 520-find-on-call
               if ws-best-rota = zeros
                   add 1 to ws-unpaged-count
                   if ws-return-code < 8
                       move 8 to ws-return-code
                   end-if
                   move "** ROTA GAP - NO ONE ON CALL TO PAGE **"
                       to ws-dl-action
               else
                   move ws-ro-contact-id(ws-best-rota)
                       to ws-dl-contact-id
                   move ws-ro-backup-id(ws-best-rota)
                       to ws-dl-backup-id
                   perform 530-write-page-request
               end-if
           end-if.
           move ws-detail-line to rptw-print-line.
           perform 160-write-report-line.

      *C: the same streak is the one with the same start date.
      *W: one page per window - held off while an earlier W page
      *for the job was raised inside the current window.
       510-check-already-raised.
           move "N" to ws-already-raised.
           move zeros to ws-sub.
           perform until already-raised or ws-sub >= ws-esch-count
               add 1 to ws-sub
               if ws-eh-job-name(ws-sub) = ws-job-name
                   and ws-eh-type(ws-sub) = ws-esc-type
                   if ws-esc-type = "C"
                       if ws-eh-streak-start(ws-sub)
                           = ws-streak-start
                           move "Y" to ws-already-raised
                       end-if
                   else
                       if ws-eh-raised-date(ws-sub) is numeric
                           compute ws-date-int =
                               function integer-of-date(
                               function numval(
                                   ws-eh-raised-date(ws-sub)))
                           if ws-date-int >= ws-window-start-int
                               move "Y" to ws-already-raised
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

      *longest family prefix of the job name with a row covering
      *the business date.
       520-find-on-call.
           move zeros to ws-best-rota ws-best-len.
           move zeros to ws-rsub.
           perform until ws-rsub >= ws-rota-count
               add 1 to ws-rsub
               move ws-ro-family-len(ws-rsub) to ws-len
               if ws-len > ws-best-len
                   if ws-ro-family(ws-rsub)(1:ws-len)
                           = ws-job-name(1:ws-len)
                       and ws-ro-start-date(ws-rsub)
                           <= ws-business-date
                       and (ws-ro-end-date(ws-rsub) = spaces
                           or ws-ro-end-date(ws-rsub)
                               >= ws-business-date)
                       move ws-rsub to ws-best-rota
                       move ws-len  to ws-best-len
                   end-if
               end-if
           end-perform.

       530-write-page-request.
           open extend page-requests.
           if ws-page-status not = "00"
               open output page-requests
           end-if.
           if ws-page-status not = "00"
               display "ERROR - PAGEREQ NOT OPENED - STATUS "
                   ws-page-status
               move 16 to ws-return-code
               add 1 to ws-unpaged-count
               move "** PAGE NOT WRITTEN - PAGEREQ UNAVAILABLE **"
                   to ws-dl-action
           else
               move spaces to page-record
               move ws-business-date to page-business-date
               move ws-request-time  to page-request-time
               move ws-job-name      to page-job-name
               move ws-esc-type      to page-escalation-type
               move ws-streak-start  to page-streak-start
               move ws-streak-end    to page-streak-end
               move ws-streak-count  to page-streak-count
               move ws-last-rc       to page-last-rc
               move ws-ro-contact-id(ws-best-rota)
                   to page-contact-id
               move ws-ro-contact-name(ws-best-rota)
                   to page-contact-name
               move ws-ro-backup-id(ws-best-rota)
                   to page-backup-id
               move ws-ro-backup-name(ws-best-rota)
                   to page-backup-name
               if ws-esc-type = "C"
                   move "REPEATED ABORTS - CONSECUTIVE RC=8 RUNS"
                       to page-message-text
               else
                   move "REPEATED WARNINGS - RC=4 RUNS IN WINDOW"
                       to page-message-text
               end-if
               write page-record
               close page-requests
               add 1 to ws-pages-written
               if ws-return-code < 4
                   move 4 to ws-return-code
               end-if
               move "PAGED" to ws-dl-action
               perform 540-remember-escalation
           end-if.

       540-remember-escalation.
           open extend escalation-history.
           if ws-esch-status not = "00"
               open output escalation-history
           end-if.
           if ws-esch-status = "00"
               move spaces to esch-record
               move ws-job-name      to esch-job-name
               move ws-esc-type      to esch-escalation-type
               move ws-streak-start  to esch-streak-start
               move ws-business-date to esch-raised-date
               move ws-ro-contact-id(ws-best-rota)
                   to esch-contact-id
               write esch-record
               close escalation-history
           else
               display "WARNING - ESCHIST NOT OPENED - STATUS "
                   ws-esch-status " - " ws-job-name
                   " MAY PAGE AGAIN TOMORROW"
               if ws-return-code < 4
                   move 4 to ws-return-code
               end-if
           end-if.

      *every family the rota knows must have someone on call for
      *the business date - a lapsed range is caught tonight,
      *not the night a job needs escalating.
       600-check-rota-coverage.
           move zeros to ws-rsub.
           perform until ws-rsub >= ws-rota-count
               add 1 to ws-rsub
               perform 610-check-one-family
           end-perform.

       610-check-one-family.
           move "N" to ws-family-seen.
           move zeros to ws-rsub2.
           perform until family-seen-before
               or ws-rsub2 >= ws-rsub - 1
               add 1 to ws-rsub2
               if ws-ro-family(ws-rsub2) = ws-ro-family(ws-rsub)
                   move "Y" to ws-family-seen
               end-if
           end-perform.

           if not family-seen-before
               move "N" to ws-family-covered
               move zeros to ws-rsub2
               perform until family-covered
                   or ws-rsub2 >= ws-rota-count
                   add 1 to ws-rsub2
                   if ws-ro-family(ws-rsub2) = ws-ro-family(ws-rsub)
                       and ws-ro-start-date(ws-rsub2)
                           <= ws-business-date
                       and (ws-ro-end-date(ws-rsub2) = spaces
                           or ws-ro-end-date(ws-rsub2)
                               >= ws-business-date)
                       move "Y" to ws-family-covered
                   end-if
               end-perform
               if not family-covered
                   add 1 to ws-gap-count
                   if ws-return-code < 4
                       move 4 to ws-return-code
                   end-if
                   move spaces to ws-detail-line
                   move ws-ro-family(ws-rsub) to ws-dl-job-name
                   move "ROTA GAP - NO ONE ON CALL FOR FAMILY"
                       to ws-dl-action
                   move ws-detail-line to rptw-print-line
                   perform 160-write-report-line
               end-if
           end-if.

       800-write-totals.
           move "HISTORY ROWS READ         " to ws-tl-label.
           move ws-rows-read                 to ws-tl-count.
           perform 810-write-total-line.
           move "JOBS EXAMINED             " to ws-tl-label.
           move ws-jobs-examined             to ws-tl-count.
           perform 810-write-total-line.
           move "PAGES WRITTEN             " to ws-tl-label.
           move ws-pages-written             to ws-tl-count.
           perform 810-write-total-line.
           move "ALREADY RAISED - SKIPPED  " to ws-tl-label.
           move ws-already-count             to ws-tl-count.
           perform 810-write-total-line.
           move "ESCALATIONS NOT PAGED     " to ws-tl-label.
           move ws-unpaged-count             to ws-tl-count.
           perform 810-write-total-line.
           move "ROTA FAMILIES UNCOVERED   " to ws-tl-label.
           move ws-gap-count                 to ws-tl-count.
           perform 810-write-total-line.

       810-write-total-line.
           move ws-total-line to rptw-print-line.
           perform 160-write-report-line.

       end program ESCALATE.
