      *  GREETMST - inverted start/end windows (severity 8),
      *             overlapping windows under one terminal and
      *             terminals with no standing row (severity 4)
      *  TERMMST  - GREETMST terminals not registered or retired,
      *             and active registered terminals with no
      *             greeting at all (severity 4)
      *  MSGTABLE - every non-EN language complete against the
      *             EN message ids (missing translation = 4)
      *  CTLFILE  - rows still flagged X from a prior CTLSYNC
      *  JOBPLAN  - duplicate sequence numbers and program-ids
      *             not in the suite's load list (8)
      *every finding is printed in the standard 133-byte print
      *image, written to the PREFLOUT extract (see FINDREC) for
      *the shift handover, and the step ends with the highest
      *severity found,
      *so the plan gate (stop on 8) holds the suite. a master
      *that cannot be opened is itself a severity-8 finding -
      *that is exactly the doomed run this step exists to catch,
               organization is sequential
               file status is ws-plan-status.

           select terminal-master assign to "TERMMST"
               organization is indexed
               access mode is dynamic
               record key is term-key
               file status is ws-term-status.

           select findings-extract assign to "PREFLOUT"
               organization is sequential
               file status is ws-find-status.

       data division.
       file section.
       fd  greeting-master.
       fd  job-plan.
       copy PLANREC.

       fd  terminal-master.
       copy TERMREC.

       fd  findings-extract.
       copy FINDREC.

       working-storage section.
       01 ws-greet-status    pic x(02) value "00".
       01 ws-msg-status      pic x(02) value "00".
       01 ws-ctl-status      pic x(02) value "00".
       01 ws-opr-status      pic x(02) value "00".
       01 ws-plan-status     pic x(02) value "00".
       01 ws-find-status     pic x(02) value "00".
       01 ws-term-status     pic x(02) value "00".
       01 ws-term-open       pic x(01) value "N".
           88 registry-open            value "Y".
       01 ws-term-eof        pic x(01) value "N".
           88 term-at-eof              value "Y".
       01 ws-scan-eof        pic x(01) value "N".
           88 scan-at-eof              value "Y".
       01 ws-return-code     pic 9(02) value zeros.
           05 filler pic x(08) value "MSTCOMP ".
           05 filler pic x(08) value "USAGERPT".
           05 filler pic x(08) value "HOLMAINT".
           05 filler pic x(08) value "LOGBAL  ".
           05 filler pic x(08) value "ESCALATE".
           05 filler pic x(08) value "HANDOVER".
           05 filler pic x(08) value "TRMMAINT".
           05 filler pic x(08) value "PENDREL ".
       01 ws-known-table redefines ws-known-programs.
           05 ws-known-program occurs 20 times pic x(08).
       01 ws-known-max       pic 9(02) value 20.

       01 ws-page-header.
           05 filler             pic x(01) value "0".
           perform 100-initialize.
           if ws-return-code = zeros
               perform 200-check-greeting-master
               perform 250-check-terminal-registry
               perform 300-check-message-table
               perform 400-check-control-file
               perform 500-check-operator-profiles
               move "C" to rptw-function
               call "RPTWRITE" using rptw-request
           end-if.
           if ws-find-status = "00"
               close findings-extract
           end-if.
           move ws-return-code to return-code.
           goback.

           move ws-page-header to rptw-print-line.
           perform 110-write-report-line.

      *the findings extract is rewritten every run - a clean run
      *leaves it empty, which is what closes the handover items.
      *losing it costs the handover, not the pre-flight gate.
           open output findings-extract.
           if ws-find-status not = "00"
               display "WARNING - PREFLOUT NOT OPENED - STATUS "
                   ws-find-status " - FINDINGS NOT EXTRACTED"
           end-if.

       110-write-report-line.
           move "P" to rptw-function.
           call "RPTWRITE" using rptw-request.
       120-write-finding.
           move ws-detail-line to rptw-print-line.
           perform 110-write-report-line.
           if ws-find-status = "00"
               move spaces          to find-record
               move "PREFLCHK"      to find-program-id
               move rptw-run-date   to find-run-date
               move ws-finding-sev  to find-severity
               move ws-dl-file-id   to find-file-id
               move ws-dl-key       to find-key
               move ws-dl-finding   to find-text
               write find-record
           end-if.
           if ws-finding-sev = 8
               add 1 to ws-findings-fatal
           else
      *standing row (blank start date) leads its terminal and
      *scheduled windows can be overlap-checked against the
      *highest end date seen so far under the same terminal.
      *the terminal registry is looked up at each terminal break
      *when it can be opened - it is not a file the greeting run
      *depends on (the run falls back to EN without it), so an
      *unreadable TERMMST is a warning rather than a gate.
       200-check-greeting-master.
           move low-values to ws-cur-terminal.
           move "N" to ws-terminal-seen.
           move "N" to ws-term-open.
           open input terminal-master.
           if ws-term-status = "00"
               move "Y" to ws-term-open
           else
               move "TERMMST " to ws-dl-file-id
               move spaces to ws-dl-key
               move 4 to ws-finding-sev
               move 4 to ws-dl-severity
               move "REGISTRY UNAVAILABLE - TERMINALS NOT CHECKED"
                   to ws-dl-finding
               perform 120-write-finding
           end-if.

           open input greeting-master.
           if ws-greet-status not = "00"
               perform 230-close-out-terminal
               close greeting-master
           end-if.
           if registry-open
               close terminal-master
           end-if.

       210-check-one-greeting-row.
           if greet-terminal-id not = ws-cur-terminal
                   to ws-dl-finding
               perform 120-write-finding
           end-if.
           if terminal-open
               and registry-open
               perform 240-check-terminal-registered
           end-if.

       240-check-terminal-registered.
           move "GREETMST" to ws-dl-file-id.
           move spaces to ws-dl-key.
           move ws-cur-terminal to ws-dl-key(1:8).
           move spaces to ws-dl-finding.
           move ws-cur-terminal to term-terminal-id.
           read terminal-master
               key is term-key
               invalid key
                   move "TERMINAL NOT REGISTERED ON TERMMST"
                       to ws-dl-finding
               not invalid key
                   if term-retired
                       move "GREETING HELD FOR RETIRED TERMINAL"
                           to ws-dl-finding
                   end-if
           end-read.
           if ws-dl-finding not = spaces
               move 4 to ws-finding-sev
               move 4 to ws-dl-severity
               perform 120-write-finding
           end-if.

      *the other direction - an active registered terminal with
      *no GREETMST row at all shows the message-table default
      *every run. one with scheduled rows but no standing row is
      *already reported by the GREETMST sweep above.
       250-check-terminal-registry.
           open input terminal-master.
           if ws-term-status = "00"
               open input greeting-master
               if ws-greet-status = "00"
                   move "N" to ws-term-eof
                   perform until term-at-eof
                       read terminal-master next
                           at end
                               move "Y" to ws-term-eof
                           not at end
                               if term-active
                                   perform 260-check-terminal-greeting
                               end-if
                       end-read
                   end-perform
                   close greeting-master
               end-if
               close terminal-master
           end-if.

       260-check-terminal-greeting.
           move term-terminal-id to greet-terminal-id.
           move spaces           to greet-start-date.
           start greeting-master
               key is >= greet-key
               invalid key
                   move high-values to greet-terminal-id
               not invalid key
                   read greeting-master next
                       at end
                           move high-values to greet-terminal-id
                   end-read
           end-start.
           if greet-terminal-id not = term-terminal-id
               move "TERMMST " to ws-dl-file-id
               move spaces to ws-dl-key
               move term-terminal-id to ws-dl-key(1:8)
               move 4 to ws-finding-sev
               move 4 to ws-dl-severity
               move "REGISTERED TERMINAL HAS NO STANDING GREETING"
                   to ws-dl-finding
               perform 120-write-finding
           end-if.

       300-check-message-table.
           open input message-table.
               perform 120-write-finding
           end-if.

      *HELLOWLD runs a step with an unknown frequency every night
      *rather than drop it, so a bad code is a warning only.
           if not plan-frequency-valid
               move 4 to ws-finding-sev
               move 4 to ws-dl-severity
               move "RUN FREQUENCY NOT D/M/F/Q - RUNS DAILY"
                   to ws-dl-finding
               perform 120-write-finding
           end-if.

       800-write-totals.
           move "WARNING FINDINGS (SEV 4)  " to ws-tl-label.
           move ws-findings-warn             to ws-tl-count.
