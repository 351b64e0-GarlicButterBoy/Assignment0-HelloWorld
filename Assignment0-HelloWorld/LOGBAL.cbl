       identification division.
       program-id. LOGBAL.
      *daily cross-file balancing of the suite's run logs - every
      *step the suite runs should leave a matching set of rows
      *for the business date: an AUDITLOG row (HELLOWLD 330 or
      *530), an OUTSTAT row (350 or 540) and, for a job-plan
      *step, a RUNSTATS row (547), plus USAGELOG rows when a
      *greeting was served. nights have been found where one of
      *the appends failed, the run only DISPLAYed the error and
      *monitoring never heard about the run. this program
      *matches the four files on job, step and date before the
      *housekeeping purge archives them, and checks the return
      *codes agree between AUDITLOG, OUTSTAT and RUNSTATS.
      *
      *how a row names its step:
      *  AUDITLOG - audit-action is the plan step name for a
      *             called utility (530); RESPONSE and BROADCST
      *             are greeting runs (330/630) and balance as
      *             step HELLOWLD. other actions (maintenance,
      *             refused responses) are not step runs and are
      *             ignored.
      *  OUTSTAT  - the status text starts with the plan step
      *             name (540); RUN ... text is a greeting run.
      *  RUNSTATS - stat-step-name, no job name - a row with
      *             program HELLOWLD balances against the
      *             greeting runs. a greeting selected from the
      *             menu rather than the plan writes no RUNSTATS
      *             row, so none is demanded for step HELLOWLD.
      *  USAGELOG - carries no job or step, so it is balanced
      *             for the date as a whole: greeting runs with
      *             no usage rows, or usage rows with no greeting
      *             run, are out of balance.
      *when a job and step ran more than once on the date (a
      *restart) the row counts must still agree and the last
      *rc of each file is the one compared.
      *
      *a BALPARM card may name the business date to balance
      *(col 1-8); without one the DATECTL processing date is
      *used, so the step balances tonight's run when the plan
      *calls it. every orphan or mismatch is listed and the step
      *ends rc=8 when anything is out of balance; rc=16 when a
      *log cannot be opened.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
           select balance-parms assign to "BALPARM"
               organization is sequential
               file status is ws-parm-status.

           select audit-log assign to "AUDITLOG"
               organization is sequential
               file status is ws-audit-status.

           select outbound-status assign to "OUTSTAT"
               organization is sequential
               file status is ws-outstat-status.

           select run-statistics assign to "RUNSTATS"
               organization is sequential
               file status is ws-stat-status.

           select usage-log assign to "USAGELOG"
               organization is sequential
               file status is ws-usage-status.

           select job-plan assign to "JOBPLAN"
               organization is sequential
               file status is ws-plan-status.

           select date-control assign to "DATECTL"
               organization is sequential
               file status is ws-date-status.

       data division.
       file section.
       fd  balance-parms.
       01 parm-card.
           05 parm-business-date    pic x(08).
           05 filler                pic x(72).

       fd  audit-log.
       copy AUDITREC.

       fd  outbound-status.
       copy OUTSTAT.

       fd  run-statistics.
       copy STATREC.

       fd  usage-log.
       copy USAGEREC.

       fd  job-plan.
       copy PLANREC.

       fd  date-control.
       copy DATEREC.

       working-storage section.
       01 ws-parm-status     pic x(02) value "00".
       01 ws-audit-status    pic x(02) value "00".
       01 ws-outstat-status  pic x(02) value "00".
       01 ws-stat-status     pic x(02) value "00".
       01 ws-usage-status    pic x(02) value "00".
       01 ws-plan-status     pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-file-eof        pic x(01) value "N".
           88 file-at-eof              value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-business-date   pic x(08) value spaces.
       01 ws-sub             pic 9(05) value zeros.
       01 ws-psub            pic 9(03) value zeros.
       01 ws-match-job       pic x(08) value spaces.
       01 ws-match-step      pic x(08) value spaces.
       01 ws-entry-found     pic x(01) value "N".
           88 entry-found              value "Y".
       01 ws-step-run        pic x(01) value "N".
           88 row-is-step-run          value "Y".
       01 ws-rc-edit         pic zz9.
       01 ws-finding         pic x(40) value spaces.

       01 ws-plan-count      pic 9(03) value zeros.
       01 ws-plan-max        pic 9(03) value 200.
       01 ws-plan-table.
           05 ws-plan-step occurs 200 times pic x(08).

       01 ws-bal-count       pic 9(05) value zeros.
       01 ws-bal-max         pic 9(05) value 500.
       01 ws-bal-table.
           05 ws-bal-entry occurs 500 times.
               10 ws-be-job-name    pic x(08).
               10 ws-be-step-name   pic x(08).
               10 ws-be-audit-count pic 9(03).
               10 ws-be-audit-rc    pic 9(03).
               10 ws-be-out-count   pic 9(03).
               10 ws-be-out-rc      pic 9(03).
               10 ws-be-stat-count  pic 9(03).
               10 ws-be-stat-rc     pic 9(03).

       01 ws-rows-dropped    pic 9(05) value zeros.
       01 ws-audit-read      pic 9(05) value zeros.
       01 ws-audit-ignored   pic 9(05) value zeros.
       01 ws-outstat-read    pic 9(05) value zeros.
       01 ws-stat-read       pic 9(05) value zeros.
       01 ws-usage-read      pic 9(05) value zeros.
       01 ws-greeting-runs   pic 9(05) value zeros.
       01 ws-entries-ok      pic 9(05) value zeros.
       01 ws-findings        pic 9(05) value zeros.

       01 ws-page-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(41)
               value "CROSS-FILE LOG BALANCING - BUSINESS DATE ".
           05 ws-hdr-date        pic x(08).
           05 filler             pic x(83) value spaces.

       01 ws-column-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(44) value
               "JOB-NAME STEP     AUD OUT STA AUD-RC OUT-RC ".
           05 filler             pic x(88) value
               "STA-RC FINDING".

       01 ws-detail-line.
           05 filler             pic x(01) value space.
           05 ws-dl-job-name     pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-step-name    pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-audit-count  pic zz9.
           05 filler             pic x(01) value space.
           05 ws-dl-out-count    pic zz9.
           05 filler             pic x(01) value space.
           05 ws-dl-stat-count   pic zz9.
           05 filler             pic x(04) value spaces.
           05 ws-dl-audit-rc     pic x(03).
           05 filler             pic x(04) value spaces.
           05 ws-dl-out-rc       pic x(03).
           05 filler             pic x(04) value spaces.
           05 ws-dl-stat-rc      pic x(03).
           05 filler             pic x(01) value space.
           05 ws-dl-finding      pic x(40).
           05 filler             pic x(41) value spaces.

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
           if ws-return-code = zeros
               perform 200-load-plan-steps
               perform 300-load-outstat
           end-if.
           if ws-return-code = zeros
               perform 400-load-audit-log
           end-if.
           if ws-return-code = zeros
               perform 500-load-run-statistics
           end-if.
           if ws-return-code = zeros
               perform 600-count-usage-rows
           end-if.
           if ws-return-code = zeros
               perform 150-open-report
               perform 700-check-balances
               perform 800-write-totals
               move "C" to rptw-function
               call "RPTWRITE" using rptw-request
           end-if.
           move ws-return-code to return-code.
           goback.

      *working-storage value clauses only apply to the first
      *call in a run unit - the plan may call this program more
      *than once in a night, so the tables and counts are reset.
       100-initialize.
           move zeros to ws-return-code ws-plan-count ws-bal-count
               ws-rows-dropped ws-audit-read ws-audit-ignored
               ws-outstat-read ws-stat-read ws-usage-read
               ws-greeting-runs ws-entries-ok ws-findings.
           move spaces to ws-business-date.

       110-get-parameters.
           open input balance-parms.
           if ws-parm-status = "00"
               read balance-parms
                   at end
                       continue
                   not at end
                       if parm-business-date not = spaces
                           if parm-business-date is numeric
                               move parm-business-date
                                   to ws-business-date
                           else
                               display "ERROR - BALPARM DATE NOT "
                                   "NUMERIC - " parm-business-date
                               move 8 to ws-return-code
                           end-if
                       end-if
               end-read
               close balance-parms
           end-if.
           if ws-business-date = spaces
               and ws-return-code = zeros
               perform 120-get-business-date
           end-if.
           display "BALANCING BUSINESS DATE " ws-business-date.

      *without a date card the official business date from the
      *date-control record is balanced, falling back to the
      *system clock only when it is unavailable (same rule as
      *the rest of the suite).
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

      *report lines go out through the shared report writer (see
      *RPTWRITE) - register the column header once and it is
      *re-emitted under every page banner.
       150-open-report.
           move "LOGBAL"          to rptw-report-id.
           move ws-business-date  to rptw-run-date.
           move ws-column-header  to rptw-print-line.
           move "H" to rptw-function.
           call "RPTWRITE" using rptw-request.
           move ws-business-date  to ws-hdr-date.
           move ws-page-header    to rptw-print-line.
           perform 160-write-report-line.

       160-write-report-line.
           move "P" to rptw-function.
           call "RPTWRITE" using rptw-request.

      *the plan's step names tell a called utility's audit row
      *(action = step name) from the maintenance and refusal rows
      *that share AUDITLOG. no plan is not fatal - a step is then
      *recognised only when its OUTSTAT row names it, so an audit
      *row left with no status row at all would go unseen.
       200-load-plan-steps.
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

       300-load-outstat.
           open input outbound-status.
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
                           if outstat-run-date = ws-business-date
                               perform 310-add-outstat-row
                           end-if
                   end-read
               end-perform
               close outbound-status
           end-if.

       310-add-outstat-row.
           add 1 to ws-outstat-read.
           move outstat-job-name to ws-match-job.
           if outstat-status-text(1:4) = "RUN "
               move "HELLOWLD" to ws-match-step
           else
               move outstat-status-text(1:8) to ws-match-step
           end-if.
           perform 900-find-or-add-entry.
           if entry-found
               add 1 to ws-be-out-count(ws-sub)
               move outstat-return-code to ws-be-out-rc(ws-sub)
           end-if.

       400-load-audit-log.
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
                           if audit-run-date = ws-business-date
                               perform 410-add-audit-row
                           end-if
                   end-read
               end-perform
               close audit-log
           end-if.

       410-add-audit-row.
           add 1 to ws-audit-read.
           move audit-job-name to ws-match-job.
           move "N" to ws-step-run.
           if audit-action = "RESPONSE" or "BROADCST"
               move "HELLOWLD" to ws-match-step
               move "Y" to ws-step-run
               add 1 to ws-greeting-runs
           else
               move audit-action to ws-match-step
               perform 420-check-plan-step
               if not row-is-step-run
                   perform 910-find-entry
                   if entry-found
                       move "Y" to ws-step-run
                   end-if
               end-if
           end-if.

           if row-is-step-run
               perform 900-find-or-add-entry
               if entry-found
                   add 1 to ws-be-audit-count(ws-sub)
                   move audit-return-code to ws-be-audit-rc(ws-sub)
               end-if
           else
               add 1 to ws-audit-ignored
           end-if.

       420-check-plan-step.
           move zeros to ws-psub.
           perform until row-is-step-run
               or ws-psub >= ws-plan-count
               add 1 to ws-psub
               if ws-plan-step(ws-psub) = ws-match-step
                   move "Y" to ws-step-run
               end-if
           end-perform.

      *RUNSTATS carries no job name - the row is charged to the
      *first entry for its step that still lacks one, so two
      *jobs running the same step each get their own.
       500-load-run-statistics.
           open input run-statistics.
           if ws-stat-status not = "00"
               display "ERROR - RUNSTATS NOT OPENED - STATUS "
                   ws-stat-status
               move 16 to ws-return-code
           else
               move "N" to ws-file-eof
               perform until file-at-eof
                   read run-statistics
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           if stat-run-date = ws-business-date
                               perform 510-add-statistic-row
                           end-if
                   end-read
               end-perform
               close run-statistics
           end-if.

       510-add-statistic-row.
           add 1 to ws-stat-read.
           if stat-program-id = "HELLOWLD"
               move "HELLOWLD" to ws-match-step
           else
               move stat-step-name to ws-match-step
           end-if.
           move "N" to ws-entry-found.
           move zeros to ws-sub.
           perform until entry-found or ws-sub >= ws-bal-count
               add 1 to ws-sub
               if ws-be-step-name(ws-sub) = ws-match-step
                   and ws-be-stat-count(ws-sub)
                       < ws-be-audit-count(ws-sub)
                   move "Y" to ws-entry-found
               end-if
           end-perform.
           if not entry-found
               move zeros to ws-sub
               perform until entry-found or ws-sub >= ws-bal-count
                   add 1 to ws-sub
                   if ws-be-step-name(ws-sub) = ws-match-step
                       move "Y" to ws-entry-found
                   end-if
               end-perform
           end-if.
           if not entry-found
               move spaces to ws-match-job
               perform 900-find-or-add-entry
           end-if.
           if entry-found
               add 1 to ws-be-stat-count(ws-sub)
               move stat-return-code to ws-be-stat-rc(ws-sub)
           end-if.

       600-count-usage-rows.
           open input usage-log.
           if ws-usage-status not = "00"
               display "ERROR - USAGELOG NOT OPENED - STATUS "
                   ws-usage-status
               move 16 to ws-return-code
           else
               move "N" to ws-file-eof
               perform until file-at-eof
                   read usage-log
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           if usage-run-date = ws-business-date
                               add 1 to ws-usage-read
                           end-if
                   end-read
               end-perform
               close usage-log
           end-if.

       700-check-balances.
           move zeros to ws-sub.
           perform until ws-sub >= ws-bal-count
               add 1 to ws-sub
               perform 710-check-one-entry
           end-perform.

           if ws-greeting-runs > zeros
               and ws-usage-read = zeros
               move "GREETING RUN BUT NO USAGELOG ROWS"
                   to ws-finding
               perform 730-write-usage-finding
           end-if.
           if ws-usage-read > zeros
               and ws-greeting-runs = zeros
               move "USAGELOG ROWS BUT NO GREETING RUN"
                   to ws-finding
               perform 730-write-usage-finding
           end-if.

           if ws-rows-dropped > zeros
               display "ERROR - BALANCING TABLE FULL - "
                   ws-rows-dropped " ROWS NOT MATCHED"
               add 1 to ws-findings
               move 8 to ws-return-code
           end-if.

      *the first finding found is the one printed - an orphan
      *outranks a count difference, which outranks an rc
      *disagreement (the rc of a missing row cannot agree).
       710-check-one-entry.
           move spaces to ws-finding.
           evaluate true
               when ws-be-audit-count(ws-sub) = zeros
                   move "NO AUDITLOG ROW" to ws-finding
               when ws-be-out-count(ws-sub) = zeros
                   move "NO OUTSTAT ROW - MONITORING NOT TOLD"
                       to ws-finding
               when ws-be-stat-count(ws-sub) = zeros
                   and ws-be-step-name(ws-sub) not = "HELLOWLD"
                   move "NO RUNSTATS ROW" to ws-finding
               when ws-be-audit-count(ws-sub)
                       not = ws-be-out-count(ws-sub)
                   move "AUDITLOG/OUTSTAT ROW COUNTS DIFFER"
                       to ws-finding
               when ws-be-stat-count(ws-sub) > zeros
                   and ws-be-stat-count(ws-sub)
                       not = ws-be-audit-count(ws-sub)
                   move "RUNSTATS ROW COUNT DIFFERS" to ws-finding
               when ws-be-audit-rc(ws-sub) not = ws-be-out-rc(ws-sub)
                   move "AUDITLOG/OUTSTAT RC DISAGREE"
                       to ws-finding
               when ws-be-stat-count(ws-sub) > zeros
                   and ws-be-stat-rc(ws-sub)
                       not = ws-be-audit-rc(ws-sub)
                   move "RUNSTATS RC DISAGREES" to ws-finding
               when other
                   add 1 to ws-entries-ok
           end-evaluate.
           if ws-finding not = spaces
               perform 720-write-entry-finding
           end-if.

       720-write-entry-finding.
           add 1 to ws-findings.
           move 8 to ws-return-code.
           move ws-be-job-name(ws-sub)    to ws-dl-job-name.
           move ws-be-step-name(ws-sub)   to ws-dl-step-name.
           move ws-be-audit-count(ws-sub) to ws-dl-audit-count.
           move ws-be-out-count(ws-sub)   to ws-dl-out-count.
           move ws-be-stat-count(ws-sub)  to ws-dl-stat-count.
           move spaces to ws-dl-audit-rc ws-dl-out-rc ws-dl-stat-rc.
           if ws-be-audit-count(ws-sub) > zeros
               move ws-be-audit-rc(ws-sub) to ws-rc-edit
               move ws-rc-edit to ws-dl-audit-rc
           end-if.
           if ws-be-out-count(ws-sub) > zeros
               move ws-be-out-rc(ws-sub) to ws-rc-edit
               move ws-rc-edit to ws-dl-out-rc
           end-if.
           if ws-be-stat-count(ws-sub) > zeros
               move ws-be-stat-rc(ws-sub) to ws-rc-edit
               move ws-rc-edit to ws-dl-stat-rc
           end-if.
           move ws-finding to ws-dl-finding.
           move ws-detail-line to rptw-print-line.
           perform 160-write-report-line.

       730-write-usage-finding.
           add 1 to ws-findings.
           move 8 to ws-return-code.
           move "USAGELOG"       to ws-dl-job-name.
           move "HELLOWLD"       to ws-dl-step-name.
           move ws-greeting-runs to ws-dl-audit-count.
           move zeros            to ws-dl-out-count ws-dl-stat-count.
           move spaces to ws-dl-audit-rc ws-dl-out-rc ws-dl-stat-rc.
           move ws-finding       to ws-dl-finding.
           move ws-detail-line   to rptw-print-line.
           perform 160-write-report-line.

       800-write-totals.
           move "AUDITLOG ROWS FOR DATE    " to ws-tl-label.
           move ws-audit-read                to ws-tl-count.
           perform 810-write-total-line.
           move "  NOT STEP RUNS - IGNORED " to ws-tl-label.
           move ws-audit-ignored             to ws-tl-count.
           perform 810-write-total-line.
           move "OUTSTAT ROWS FOR DATE     " to ws-tl-label.
           move ws-outstat-read              to ws-tl-count.
           perform 810-write-total-line.
           move "RUNSTATS ROWS FOR DATE    " to ws-tl-label.
           move ws-stat-read                 to ws-tl-count.
           perform 810-write-total-line.
           move "USAGELOG ROWS FOR DATE    " to ws-tl-label.
           move ws-usage-read                to ws-tl-count.
           perform 810-write-total-line.
           move "JOB/STEPS IN BALANCE      " to ws-tl-label.
           move ws-entries-ok                to ws-tl-count.
           perform 810-write-total-line.
           move "OUT-OF-BALANCE FINDINGS   " to ws-tl-label.
           move ws-findings                  to ws-tl-count.
           perform 810-write-total-line.
           if ws-findings = zeros
               display "LOGS IN BALANCE FOR " ws-business-date
           else
               display "LOGS OUT OF BALANCE FOR " ws-business-date
                   " - " ws-findings " FINDING(S)"
           end-if.

       810-write-total-line.
           move ws-total-line to rptw-print-line.
           perform 160-write-report-line.

       900-find-or-add-entry.
           perform 910-find-entry.
           if not entry-found
               if ws-bal-count < ws-bal-max
                   add 1 to ws-bal-count
                   move ws-bal-count to ws-sub
                   move ws-match-job  to ws-be-job-name(ws-sub)
                   move ws-match-step to ws-be-step-name(ws-sub)
                   move zeros to ws-be-audit-count(ws-sub)
                       ws-be-audit-rc(ws-sub) ws-be-out-count(ws-sub)
                       ws-be-out-rc(ws-sub) ws-be-stat-count(ws-sub)
                       ws-be-stat-rc(ws-sub)
                   move "Y" to ws-entry-found
               else
                   add 1 to ws-rows-dropped
               end-if
           end-if.

       910-find-entry.
           move "N" to ws-entry-found.
           move zeros to ws-sub.
           perform until entry-found or ws-sub >= ws-bal-count
               add 1 to ws-sub
               if ws-be-job-name(ws-sub) = ws-match-job
                   and ws-be-step-name(ws-sub) = ws-match-step
                   move "Y" to ws-entry-found
               end-if
           end-perform.

       end program LOGBAL.
