               organization is sequential
               file status is ws-usage-status.

           select holiday-calendar assign to "HOLIDAYS"
               organization is sequential
               file status is ws-hol-status.

           select greeting-distribution assign to "GREETDST"
               organization is sequential
               file status is ws-gdist-status.

           select terminal-master assign to "TERMMST"
               organization is indexed
               access mode is dynamic
               record key is term-key
               file status is ws-term-status.

       data division.
       file section.
       fd  greeting-master.
       fd  usage-log.
       copy USAGEREC.

       fd  holiday-calendar.
       copy HOLREC.

       fd  greeting-distribution.
       copy GREETDST.

       fd  terminal-master.
       copy TERMREC.

       working-storage section.
       01 ws-message        PIC X(80) value "Hello World".
       01 ws-accept-message PIC X(80) value "Press Enter to Exit...".
       01 ws-steps-run      pic 9(03) value zeros.
       01 ws-steps-flagged  pic 9(03) value zeros.
       01 ws-steps-skipped  pic 9(03) value zeros.
       01 ws-steps-not-due  pic 9(03) value zeros.
       01 ws-step-due       pic x(01) value "Y".
           88 plan-step-is-due         value "Y".
       01 ws-call-program   pic x(08) value spaces.
       01 ws-plan-rpt-rc    pic 9(02) value zeros.
       01 ws-plan-rpt-text  pic x(80) value spaces.
           05 ws-pl-rc        pic 9(02).
           05 filler          pic x(06) value " GATE ".
           05 ws-pl-gate      pic 9(01).
           05 filler          pic x(06) value " FREQ ".
           05 ws-pl-freq      pic x(01).
           05 filler          pic x(03) value " - ".
           05 ws-pl-result    pic x(09).
       01 ws-plan-sum-text.
           05 ws-rs-step      pic x(08).
           05 filler          pic x(10) value " PRIOR RC ".
           05 ws-rs-rc        pic 9(02).
      *business-calendar position of the processing date, worked
      *out once per full-suite run for the plan-card frequency
      *test - the weekend rule and holiday table are DATEADV's.
       01 ws-hol-status     pic x(02) value "00".
       01 ws-hol-eof        pic x(01) value "N".
           88 holidays-at-eof          value "Y".
       01 ws-hol-count      pic 9(03) value zeros.
       01 ws-hol-max        pic 9(03) value 100.
       01 ws-hol-sub        pic 9(03) value zeros.
       01 ws-holiday-table.
           05 ws-hol-date occurs 100 times pic x(08).
       01 ws-bus-int        pic 9(08) value zeros.
       01 ws-cal-int        pic 9(08) value zeros.
       01 ws-cal-date.
           05 ws-cal-date-n  pic 9(08).
       01 ws-cal-day-number pic 9(01) value zeros.
       01 ws-cal-working    pic x(01) value "N".
           88 cal-date-is-working      value "Y".
       01 ws-next-workday   pic x(08) value spaces.
       01 ws-prev-workday   pic x(08) value spaces.
       01 ws-month-end-flag pic x(01) value "N".
           88 business-month-end       value "Y".
       01 ws-first-day-flag pic x(01) value "N".
           88 business-first-workday   value "Y".
       01 ws-quarter-end-flag pic x(01) value "N".
           88 business-quarter-end     value "Y".
      *broadcast run (menu option 4) - one pass of GREETMST in
      *key order, a terminal at a time, through the same row
      *selection and substitution as the single-terminal run.
       01 ws-gdist-status   pic x(02) value "00".
       01 ws-broadcast-mode pic x(01) value "N".
           88 broadcast-run            value "Y".
       01 ws-bc-eof         pic x(01) value "N".
           88 broadcast-at-eof         value "Y".
       01 ws-bc-expired-seen pic x(01) value "N".
           88 bc-expired-row-seen      value "Y".
       01 ws-bc-msg-loaded  pic x(01) value "N".
           88 bc-default-from-table    value "Y".
       01 ws-bc-default-text pic x(80) value "Hello World".
       01 ws-bc-text        pic x(80) value spaces.
       01 ws-bc-terminals   pic 9(05) value zeros.
       01 ws-bc-scheduled   pic 9(05) value zeros.
       01 ws-bc-standing    pic 9(05) value zeros.
       01 ws-bc-expired-only pic 9(05) value zeros.
       01 ws-bc-no-row      pic 9(05) value zeros.
       01 ws-bc-sum-text.
           05 ws-bs-label     pic x(26).
           05 ws-bs-count     pic zzzz9.
       01 ws-bc-unregistered pic 9(05) value zeros.
       01 ws-bc-retired     pic 9(05) value zeros.
       01 ws-bc-registry-open pic x(01) value "N".
           88 bc-registry-open         value "Y".
      *MSG1 default per language, read from MSGTABLE the first
      *time a swept terminal needs it and kept for the sweep.
       01 ws-bc-lang-count  pic 9(02) value zeros.
       01 ws-bc-lang-max    pic 9(02) value 20.
       01 ws-bc-lang-sub    pic 9(02) value zeros.
       01 ws-bc-lang-found  pic x(01) value "N".
           88 bc-language-cached       value "Y".
       01 ws-bc-lang-table.
           05 ws-bc-lang-entry occurs 20 times.
               10 ws-bc-lang-code     pic x(02).
               10 ws-bc-lang-loaded   pic x(01).
               10 ws-bc-lang-fallback pic x(01).
               10 ws-bc-lang-text     pic x(80).
      *terminal registry check (TERMMST) for the single-terminal
      *run and for each broadcast terminal - the registered
      *language is the default when no LANG= parm or sysin card
      *overrides it.
       01 ws-term-status    pic x(02) value "00".
       01 ws-termid-given   pic x(01) value "N".
           88 termid-was-given         value "Y".
       01 ws-term-state     pic x(01) value space.
           88 terminal-registered      value "A".
           88 terminal-retired         value "R".
           88 terminal-unregistered    value "U".
           88 registry-unavailable     value "D".
       01 ws-term-language  pic x(02) value spaces.
       01 ws-term-action    pic x(08) value spaces.
       01 ws-term-flag-text.
           05 filler          pic x(09) value "TERMINAL ".
           05 ws-tf-terminal  pic x(08).
           05 filler          pic x(01) value space.
           05 ws-tf-reason    pic x(30).
       copy RPTWCALL.
      *
       linkage section.
           display " 1. Run HELLO WORLD greeting step".
           display " 2. Run housekeeping utility step".
           display " 3. Run full suite from the job plan".
           display " 4. Broadcast greeting to all terminals".
           display " 9. Exit".
           display "Enter selection".
           accept ws-menu-choice from console.
                   perform 400-run-housekeeping-step
               when 3
                   perform 500-run-full-suite
               when 4
                   perform 600-run-broadcast
               when 9
                   move "Y" to ws-menu-done
               when other
      *usage rows 306 writes carry the terminal, so it must be
      *set before the first message is served, not after.
           perform 308-determine-shift-code.
           perform 316-check-terminal-registry.
           perform 305-load-messages.
           perform 310-read-greeting.
           perform 311-resolve-message-vars.
                   ws-opr-status " - LEVEL 1 ASSUMED"
           end-if.

      *language precedence, lowest to highest: EN, then the
      *terminal's TERMMST row (ws-term-language), then a LANG=
      *parm, then the language on an unattended sysin card.
       304-set-language-code.
           move "EN" to ws-language-code.
           if ws-term-language not = spaces
               move ws-term-language to ws-language-code
           end-if.
           if ws-parm-length > 0
               if ws-parm-text(1:5) = "LANG="
                   move ws-parm-text(6:2) to ws-language-code
               move ws-card-language to ws-language-code
           end-if.

       305-load-messages.
           perform 304-set-language-code.

           open input message-table.
           if ws-msg-status = "00"
               move "MSG1" to ws-wanted-msg-id
               end-read
           end-if.

      *the broadcast run loads its default text once and writes
      *the usage row per terminal that is actually given it.
           if message-loaded
               if not broadcast-run
                   perform 319-record-message-usage
               end-if
           else
               perform 309-report-missing-message
           end-if.
           display "TERMID" upon environment-name.
           accept ws-shift-code from environment-value.
           if ws-shift-code = spaces
               move "N" to ws-termid-given
               move "DEFAULT" to ws-shift-code
           else
               move "Y" to ws-termid-given
           end-if.

      *the registry row gives the run its default language. a run
      *from a terminal not on TERMMST, or one retired, still runs
      *but is flagged on the run report and in AUDITLOG (action
      *TERM-UNR / TERM-RET, the terminal in audit-job-name) so the
      *registry owner can chase it. a run with no TERMID at all
      *is the batch default, not a terminal - it takes a DEFAULT
      *row's language when one is registered and is not flagged.
       316-check-terminal-registry.
           move spaces to ws-term-language.
           move space  to ws-term-state.
           open input terminal-master.
           if ws-term-status not = "00"
               move "D" to ws-term-state
               display "WARNING - TERMMST UNAVAILABLE - STATUS "
                   ws-term-status " - TERMINAL NOT CHECKED"
           else
               move ws-shift-code to term-terminal-id
               read terminal-master
                   key is term-key
                   invalid key
                       move "U" to ws-term-state
                   not invalid key
                       move term-default-language
                           to ws-term-language
                       if term-retired
                           move "R" to ws-term-state
                       else
                           move "A" to ws-term-state
                       end-if
               end-read
               close terminal-master
           end-if.

           move spaces to ws-term-action.
           if termid-was-given
               evaluate true
                   when terminal-unregistered
                       move "NOT REGISTERED ON TERMMST"
                           to ws-tf-reason
                       move "TERM-UNR" to ws-term-action
                   when terminal-retired
                       move "RETIRED ON TERMMST" to ws-tf-reason
                       move "TERM-RET" to ws-term-action
               end-evaluate
           end-if.
           if ws-term-action not = spaces
               move ws-shift-code     to ws-tf-terminal
               move ws-term-flag-text to rptw-message-text
               move zeros             to rptw-return-code
               perform 360-write-report-line
               display "WARNING - " ws-term-flag-text
               perform 337-write-terminal-audit
           end-if.

       309-report-missing-message.
           end-if.

       315-report-expired-row.
           move "Y"             to ws-bc-expired-seen.
           move ws-shift-code   to ws-exp-terminal.
           move greet-end-date  to ws-exp-end-date.
           move ws-expired-text to rptw-message-text.
                   ws-audit-status
           end-if.

       337-write-terminal-audit.
           open extend audit-log.
           if ws-audit-status not = "00"
               open output audit-log
           end-if.

           if ws-audit-status = "00"
               move ws-business-date           to audit-run-date
               move function current-date(9:8) to audit-run-time
               move ws-shift-code              to audit-job-name
               move ws-user-id                 to audit-user-id
               move zeros                      to audit-return-code
               move ws-term-action             to audit-action
               write audit-record
               close audit-log
           else
               display "ERROR - AUDIT-LOG NOT OPENED - STATUS "
                   ws-audit-status
           end-if.

       340-write-run-report.
           move ws-message  to rptw-message-text.
           move return-code to rptw-return-code.
           perform 302-get-job-info.
           perform 303-get-operator-profile.
           move zeros to ws-plan-max-rc ws-plan-read ws-steps-run
               ws-steps-flagged ws-steps-skipped ws-steps-not-due.
           move zeros to ws-steps-prior ws-steps-completed.
           move "N" to ws-plan-eof.
           move "N" to ws-plan-stopped.
           move spaces to ws-failed-step.
           move zeros  to ws-failed-rc.
           perform 502-load-business-calendar.
           perform 505-check-plan-restart.

           open input job-plan.
               display "FULL SUITE COMPLETE - RC " ws-plan-max-rc
           end-if.

      *the calendar is loaded the way DATEADV loads it (first 100
      *rows). without it only weekends are skipped - the run
      *goes on, but month-end steps could land a day early.
       502-load-business-calendar.
           move zeros to ws-hol-count.
           open input holiday-calendar.
           if ws-hol-status not = "00"
               display "WARNING - HOLIDAYS NOT OPENED - STATUS "
                   ws-hol-status " - PLAN FREQUENCIES USE "
                   "WEEKENDS ONLY"
           else
               move "N" to ws-hol-eof
               perform until holidays-at-eof
                   read holiday-calendar
                       at end
                           move "Y" to ws-hol-eof
                       not at end
                           if ws-hol-count < ws-hol-max
                               add 1 to ws-hol-count
                               move hol-date
                                   to ws-hol-date(ws-hol-count)
                           end-if
                   end-read
               end-perform
               close holiday-calendar
           end-if.
           perform 503-set-calendar-position.

      *month-end: the next working day falls in another month.
      *first working day: the previous working day does. both
      *are judged from the processing date itself, so a month
      *that ends on a weekend or a holiday still gets its
      *month-end run on the last day the suite actually runs.
       503-set-calendar-position.
           move "N" to ws-month-end-flag ws-first-day-flag
               ws-quarter-end-flag.
           compute ws-bus-int = function integer-of-date(
               function numval(ws-business-date)).

           move ws-bus-int to ws-cal-int.
           move "N" to ws-cal-working.
           perform until cal-date-is-working
               add 1 to ws-cal-int
               perform 504-check-working-day
           end-perform.
           move ws-cal-date to ws-next-workday.

           move ws-bus-int to ws-cal-int.
           move "N" to ws-cal-working.
           perform until cal-date-is-working
               subtract 1 from ws-cal-int
               perform 504-check-working-day
           end-perform.
           move ws-cal-date to ws-prev-workday.

           if ws-next-workday(5:2) not = ws-business-date(5:2)
               move "Y" to ws-month-end-flag
               if ws-business-date(5:2) = "03" or "06" or "09"
                   or "12"
                   move "Y" to ws-quarter-end-flag
               end-if
           end-if.
           if ws-prev-workday(5:2) not = ws-business-date(5:2)
               move "Y" to ws-first-day-flag
           end-if.
           display "PLAN CALENDAR " ws-business-date
               " MONTH-END " ws-month-end-flag
               " FIRST-DAY " ws-first-day-flag
               " QUARTER-END " ws-quarter-end-flag.

      *day-of-week per DATEADV: mod 7 gives 6 for saturday and
      *0 for sunday.
       504-check-working-day.
           compute ws-cal-date-n = function date-of-integer(
               ws-cal-int).
           compute ws-cal-day-number = function mod(ws-cal-int, 7).
           move "N" to ws-cal-working.
           if ws-cal-day-number not = 6
               and ws-cal-day-number not = 0
               move "Y" to ws-cal-working
               move zeros to ws-hol-sub
               perform until ws-hol-sub >= ws-hol-count
                   or not cal-date-is-working
                   add 1 to ws-hol-sub
                   if ws-hol-date(ws-hol-sub) = ws-cal-date
                       move "N" to ws-cal-working
                   end-if
               end-perform
           end-if.

      *a prior selection-3 run on the same business date that
      *stopped on a gate breach leaves a checkpoint naming the
      *failed step and how many steps had already completed.
           move pchk-stop-rc   to ws-plan-rpt-rc.
           perform 560-write-plan-report-line.

      *a step not due tonight is passed over before the resume
      *and gate logic sees it - it is neither completed nor
      *skipped, so it never moves the PLANCHKP resume position
      *(the same business date judges it not due again on the
      *rerun).
       510-run-plan-step.
           add 1 to ws-plan-read.
           perform 520-check-step-due.
           if not plan-step-is-due
               add 1 to ws-steps-not-due
               move zeros to ws-step-rc
               move "NOT DUE  " to ws-pl-result
               perform 545-write-plan-step-line
           else
               if resuming-plan and ws-resume-skip > zeros
                   subtract 1 from ws-resume-skip
                   add 1 to ws-steps-prior
                   add 1 to ws-steps-completed
                   move zeros to ws-step-rc
                   move "PRIOR OK " to ws-pl-result
                   perform 545-write-plan-step-line
               else
                   perform 512-gate-plan-step
               end-if
           end-if.

       512-gate-plan-step.
               perform 545-write-plan-step-line
           end-if.

      *an unknown frequency code runs the step rather than drop
      *it silently - PREFLCHK reports the bad card.
       520-check-step-due.
           evaluate true
               when plan-runs-daily
                   move "Y" to ws-step-due
               when plan-runs-month-end
                   move ws-month-end-flag to ws-step-due
               when plan-runs-first-workday
                   move ws-first-day-flag to ws-step-due
               when plan-runs-quarterly
                   move ws-quarter-end-flag to ws-step-due
               when other
                   move "Y" to ws-step-due
                   display "WARNING - PLAN STEP " plan-step-name
                       " FREQUENCY " plan-run-frequency
                       " UNKNOWN - RUN AS DAILY"
           end-evaluate.

       515-execute-plan-step.
           move function current-date(9:8) to ws-step-start-time.
           display "RUNNING PLAN STEP " plan-step-name " - "
           move plan-program-id to ws-pl-program.
           move ws-step-rc      to ws-pl-rc.
           move plan-max-rc     to ws-pl-gate.
           if plan-run-frequency = space
               move "D" to ws-pl-freq
           else
               move plan-run-frequency to ws-pl-freq
           end-if.
           move ws-plan-line-text to ws-plan-rpt-text.
           move ws-step-rc      to ws-plan-rpt-rc.
           perform 560-write-plan-report-line.
           move ws-steps-skipped     to ws-ps-count.
           move ws-plan-sum-text     to ws-plan-rpt-text.
           perform 560-write-plan-report-line.
           move "PLAN STEPS NOT DUE" to ws-ps-label.
           move ws-steps-not-due     to ws-ps-count.
           move ws-plan-sum-text     to ws-plan-rpt-text.
           perform 560-write-plan-report-line.
           move "PLAN PRIOR-RUN OK " to ws-ps-label.
           move ws-steps-prior       to ws-ps-count.
           move ws-plan-sum-text     to ws-plan-rpt-text.
           move ws-plan-rpt-rc   to rptw-return-code.
           perform 360-write-report-line.

      *broadcast mode: every terminal on GREETMST gets the
      *greeting it would have been served by a single-terminal
      *run on this business date - same scheduled/standing
      *choice (314), same substitution (313) with &TERMID as the
      *terminal itself - written to GREETDST for the terminal
      *push job, with the usual usage rows. a terminal with no
      *usable row gets the MSG1 default and ends the step rc=4
      *so the morning shift looks at the control totals. each
      *terminal is served in its TERMMST language unless a LANG=
      *parm or sysin card fixes one language for the whole run
      *(304), and unregistered or retired terminals are counted
      *and flagged in AUDITLOG as a single-terminal run is (316).
       600-run-broadcast.
           perform 302-get-job-info.
           move "Y" to ws-broadcast-mode.
           move ws-business-date to ws-greet-run-date.
           move zeros to ws-bc-terminals ws-bc-scheduled
               ws-bc-standing ws-bc-expired-only ws-bc-no-row.
           move zeros to ws-bc-unregistered ws-bc-retired
               ws-bc-lang-count.
           move zeros to return-code.

           open output greeting-distribution.
           if ws-gdist-status not = "00"
               display "ERROR - GREETDST NOT OPENED - STATUS "
                   ws-gdist-status
               move 16 to return-code
           else
               perform 603-open-broadcast-registry
               open input greeting-master
               if ws-greet-status not = "00"
                   display "ERROR - GREETMST NOT OPENED - STATUS "
                       ws-greet-status
                   move 16 to return-code
               else
                   perform 605-sweep-greeting-master
                   close greeting-master
               end-if
               if bc-registry-open
                   close terminal-master
               end-if
               close greeting-distribution
           end-if.

           if return-code < 16
               perform 620-write-broadcast-totals
               if ws-bc-expired-only > zeros
                   or ws-bc-no-row > zeros
                   move 4 to return-code
               end-if
               display "BROADCAST COMPLETE - " ws-bc-terminals
                   " TERMINALS - RC " return-code
           end-if.
           perform 630-write-broadcast-audit.
           perform 350-write-outbound-status.
           move "N" to ws-broadcast-mode.
           move spaces to ws-term-language.

      *MSG1 in the terminal's language. each language is read
      *once per sweep and kept, so a fallback or a missing
      *translation is reported once per language rather than
      *once per terminal.
       602-load-broadcast-default.
           move "N" to ws-bc-lang-found.
           move zeros to ws-bc-lang-sub.
           perform until bc-language-cached
               or ws-bc-lang-sub >= ws-bc-lang-count
               add 1 to ws-bc-lang-sub
               if ws-bc-lang-code(ws-bc-lang-sub) = ws-language-code
                   move "Y" to ws-bc-lang-found
               end-if
           end-perform.
           if bc-language-cached
               move ws-bc-lang-text(ws-bc-lang-sub)
                   to ws-bc-default-text
               move ws-bc-lang-loaded(ws-bc-lang-sub)
                   to ws-bc-msg-loaded
               move ws-bc-lang-fallback(ws-bc-lang-sub)
                   to ws-msg-fallback
           else
               perform 604-read-broadcast-default
           end-if.

      *TERMMST is held open for the whole sweep. without it every
      *terminal takes the run language and none is flagged.
       603-open-broadcast-registry.
           move "N" to ws-bc-registry-open.
           open input terminal-master.
           if ws-term-status = "00"
               move "Y" to ws-bc-registry-open
           else
               display "WARNING - TERMMST UNAVAILABLE - STATUS "
                   ws-term-status " - TERMINALS NOT CHECKED"
           end-if.

       604-read-broadcast-default.
           move "Hello World" to ws-bc-default-text.
           move "N" to ws-bc-msg-loaded.
           move "N" to ws-msg-fallback.
           open input message-table.
           if ws-msg-status = "00"
               move "MSG1" to ws-wanted-msg-id
               perform 306-load-one-message
               if message-loaded
                   move ws-loaded-text to ws-bc-default-text
                   move "Y"            to ws-bc-msg-loaded
               end-if
               close message-table
           end-if.
           if ws-bc-lang-count < ws-bc-lang-max
               add 1 to ws-bc-lang-count
               move ws-language-code
                   to ws-bc-lang-code(ws-bc-lang-count)
               move ws-bc-msg-loaded
                   to ws-bc-lang-loaded(ws-bc-lang-count)
               move ws-msg-fallback
                   to ws-bc-lang-fallback(ws-bc-lang-count)
               move ws-bc-default-text
                   to ws-bc-lang-text(ws-bc-lang-count)
           end-if.

       605-sweep-greeting-master.
           move "N" to ws-bc-eof.
           move spaces to ws-shift-code.
           move low-values to greet-key.
           start greeting-master
               key is >= greet-key
               invalid key
                   move "Y" to ws-bc-eof
           end-start.
           perform until broadcast-at-eof
               read greeting-master next
                   at end
                       move "Y" to ws-bc-eof
                   not at end
                       if greet-terminal-id not = ws-shift-code
                           if ws-shift-code not = spaces
                               perform 610-serve-broadcast-terminal
                           end-if
                           move greet-terminal-id to ws-shift-code
                           move "N" to ws-standing-found
                           move "N" to ws-scheduled-found
                           move "N" to ws-bc-expired-seen
                       end-if
                       perform 314-evaluate-greeting-row
               end-read
           end-perform.
           if ws-shift-code not = spaces
               perform 610-serve-broadcast-terminal
           end-if.

       610-serve-broadcast-terminal.
           add 1 to ws-bc-terminals.
           perform 612-check-broadcast-terminal.
           perform 602-load-broadcast-default.
           move spaces to gdist-record.
           move ws-shift-code    to gdist-terminal-id.
           move ws-business-date to gdist-business-date.
           move ws-language-code to gdist-language.
           evaluate true
               when scheduled-greeting-found
                   add 1 to ws-bc-scheduled
                   move "S"                to gdist-source
                   move ws-best-start-date to gdist-start-date
                   move ws-scheduled-text  to ws-bc-text
               when standing-greeting-found
                   add 1 to ws-bc-standing
                   move "T"               to gdist-source
                   move ws-standing-text  to ws-bc-text
               when bc-expired-row-seen
                   add 1 to ws-bc-expired-only
                   move "E"                to gdist-source
                   move ws-bc-default-text to ws-bc-text
               when other
                   add 1 to ws-bc-no-row
                   move "N"                to gdist-source
                   move ws-bc-default-text to ws-bc-text
           end-evaluate.

           perform 318-record-greeting-usage.
           if not scheduled-greeting-found
               and not standing-greeting-found
               and bc-default-from-table
               perform 319-record-message-usage
           end-if.

           move ws-bc-text to ws-subst-in.
           perform 313-substitute-text.
           move ws-subst-out to gdist-text.
           write gdist-record.

      *the GREETMST DEFAULT rows are the batch default, not a
      *terminal, so they are never counted as unregistered.
       612-check-broadcast-terminal.
           move spaces to ws-term-language.
           move space  to ws-term-state.
           if bc-registry-open
               move ws-shift-code to term-terminal-id
               read terminal-master
                   key is term-key
                   invalid key
                       move "U" to ws-term-state
                   not invalid key
                       move term-default-language
                           to ws-term-language
                       if term-retired
                           move "R" to ws-term-state
                       else
                           move "A" to ws-term-state
                       end-if
               end-read
           end-if.

           move spaces to ws-term-action.
           if ws-shift-code not = "DEFAULT"
               evaluate true
                   when terminal-unregistered
                       add 1 to ws-bc-unregistered
                       move "TERM-UNR" to ws-term-action
                   when terminal-retired
                       add 1 to ws-bc-retired
                       move "TERM-RET" to ws-term-action
               end-evaluate
           end-if.
           if ws-term-action not = spaces
               perform 337-write-terminal-audit
           end-if.
           perform 304-set-language-code.

       620-write-broadcast-totals.
           move "BROADCAST TERMINALS SWEPT " to ws-bs-label.
           move ws-bc-terminals to ws-bs-count.
           perform 625-write-broadcast-total.
           move "SERVED FROM SCHEDULED ROW " to ws-bs-label.
           move ws-bc-scheduled to ws-bs-count.
           perform 625-write-broadcast-total.
           move "SERVED FROM STANDING ROW  " to ws-bs-label.
           move ws-bc-standing to ws-bs-count.
           perform 625-write-broadcast-total.
           move "EXPIRED ROWS ONLY-DEFAULT " to ws-bs-label.
           move ws-bc-expired-only to ws-bs-count.
           perform 625-write-broadcast-total.
           move "NO USABLE ROW - DEFAULT   " to ws-bs-label.
           move ws-bc-no-row to ws-bs-count.
           perform 625-write-broadcast-total.
           move "NOT REGISTERED ON TERMMST " to ws-bs-label.
           move ws-bc-unregistered to ws-bs-count.
           perform 625-write-broadcast-total.
           move "RETIRED ON TERMMST        " to ws-bs-label.
           move ws-bc-retired to ws-bs-count.
           perform 625-write-broadcast-total.

       625-write-broadcast-total.
           move ws-bc-sum-text to rptw-message-text.
           move zeros          to rptw-return-code.
           perform 360-write-report-line.

       630-write-broadcast-audit.
           open extend audit-log.
           if ws-audit-status not = "00"
               open output audit-log
           end-if.

           if ws-audit-status = "00"
               move ws-business-date           to audit-run-date
               move function current-date(9:8) to audit-run-time
               move ws-job-name                to audit-job-name
               move ws-user-id                 to audit-user-id
               move return-code                to audit-return-code
               move "BROADCST"                 to audit-action
               write audit-record
               close audit-log
           else
               display "ERROR - AUDIT-LOG NOT OPENED - STATUS "
                   ws-audit-status
           end-if.

       end program HELLOWLD.
