      *    ES translations
      *  - every GREETMST and MSGTABLE row never served in the
      *    period - the purge candidates
      *  - terminals the registry (TERMMST) does not back: GREETMST
      *    rows held for a terminal not registered or retired,
      *    and active registered terminals with no standing row
      *we maintain hundreds of greeting rows and three languages
      *of message text; until this log existed, what actually
      *got displayed evaporated when the console line scrolled.
               record key is msg-key
               file status is ws-msg-status.

           select terminal-master assign to "TERMMST"
               organization is indexed
               access mode is dynamic
               record key is term-key
               file status is ws-term-status.

       data division.
       file section.
       fd  report-parms.
       fd  message-table.
       copy MSGTABLE.

       fd  terminal-master.
       copy TERMREC.

       working-storage section.
       01 ws-parm-status     pic x(02) value "00".
       01 ws-usage-status    pic x(02) value "00".
       01 ws-greet-status    pic x(02) value "00".
       01 ws-msg-status      pic x(02) value "00".
       01 ws-term-status     pic x(02) value "00".
       01 ws-term-eof        pic x(01) value "N".
           88 term-at-eof              value "Y".
       01 ws-scan-eof        pic x(01) value "N".
           88 scan-at-eof              value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-used-dropped    pic 9(05) value zeros.
       01 ws-dead-greetings  pic 9(05) value zeros.
       01 ws-dead-messages   pic 9(05) value zeros.
       01 ws-unregistered    pic 9(05) value zeros.
       01 ws-no-standing     pic 9(05) value zeros.
       01 ws-reg-terminal    pic x(08) value low-values.
       01 ws-sub             pic 9(03) value zeros.
       01 ws-entry-found     pic x(01) value "N".
           88 entry-found              value "Y".
           05 ws-nl-text         pic x(40).
           05 filler             pic x(73) value spaces.

       01 ws-registry-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(132) value
               "TERMINAL REGISTRY EXCEPTIONS (TERMMST)".

       01 ws-registry-text.
           05 ws-rt-reason       pic x(20).
           05 ws-rt-site         pic x(20).

       01 ws-total-line.
           05 filler             pic x(01) value "0".
           05 ws-tl-label        pic x(26).
               perform 400-print-fallback-summary
               perform 500-print-dead-greetings
               perform 600-print-dead-messages
               perform 700-print-registry-exceptions
               perform 800-write-totals
               move "C" to rptw-function
               call "RPTWRITE" using rptw-request
               perform 310-write-report-line
           end-if.

      *registry cross-check, both ways: each GREETMST terminal
      *(at its first row) must be registered and not retired, and
      *each active registered terminal must hold a standing row
      *(blank start date) to fall back on.
       700-print-registry-exceptions.
           move ws-registry-header to rptw-print-line.
           perform 310-write-report-line.
           open input terminal-master.
           if ws-term-status not = "00"
               display "WARNING - TERMMST NOT OPENED - STATUS "
                   ws-term-status " - REGISTRY CHECK SKIPPED"
               if ws-return-code < 4
                   move 4 to ws-return-code
               end-if
           else
               open input greeting-master
               if ws-greet-status = "00"
                   perform 710-check-greeting-terminals
                   perform 730-check-registered-terminals
                   close greeting-master
               end-if
               close terminal-master
           end-if.

       710-check-greeting-terminals.
           move low-values to ws-reg-terminal.
           move low-values to greet-key.
           start greeting-master
               key is >= greet-key
               invalid key
                   move "Y" to ws-scan-eof
               not invalid key
                   move "N" to ws-scan-eof
           end-start.
           perform until scan-at-eof
               read greeting-master next
                   at end
                       move "Y" to ws-scan-eof
                   not at end
                       if greet-terminal-id not = ws-reg-terminal
                           move greet-terminal-id to ws-reg-terminal
                           perform 720-check-one-terminal
                       end-if
               end-read
           end-perform.

       720-check-one-terminal.
           move spaces to ws-registry-text.
           move ws-reg-terminal to term-terminal-id.
           read terminal-master
               key is term-key
               invalid key
                   move "NOT ON TERMMST" to ws-rt-reason
               not invalid key
                   if term-retired
                       move "RETIRED - ROWS HELD" to ws-rt-reason
                       move term-site to ws-rt-site
                   end-if
           end-read.
           if ws-rt-reason not = spaces
               add 1 to ws-unregistered
               move "T"              to ws-nl-type
               move spaces           to ws-nl-key
               move ws-reg-terminal  to ws-nl-key(1:8)
               move ws-registry-text to ws-nl-text
               move ws-dead-line to rptw-print-line
               perform 310-write-report-line
           end-if.

       730-check-registered-terminals.
           move low-values to term-key.
           start terminal-master
               key is >= term-key
               invalid key
                   move "Y" to ws-term-eof
               not invalid key
                   move "N" to ws-term-eof
           end-start.
           perform until term-at-eof
               read terminal-master next
                   at end
                       move "Y" to ws-term-eof
                   not at end
                       if term-active
                           perform 740-check-standing-row
                       end-if
               end-read
           end-perform.

       740-check-standing-row.
           move term-terminal-id to greet-terminal-id.
           move spaces           to greet-start-date.
           read greeting-master
               key is greet-key
               invalid key
                   add 1 to ws-no-standing
                   move "NO STANDING ROW" to ws-rt-reason
                   move term-site         to ws-rt-site
                   move "T"               to ws-nl-type
                   move spaces            to ws-nl-key
                   move term-terminal-id  to ws-nl-key(1:8)
                   move ws-registry-text  to ws-nl-text
                   move ws-dead-line to rptw-print-line
                   perform 310-write-report-line
           end-read.

       800-write-totals.
           move "USAGE ROWS READ           " to ws-tl-label.
           move ws-rows-read                 to ws-tl-count.
           move "DEAD MESSAGE ROWS         " to ws-tl-label.
           move ws-dead-messages             to ws-tl-count.
           perform 810-write-total-line.
           move "UNREGISTERED/RETIRED TERMS" to ws-tl-label.
           move ws-unregistered              to ws-tl-count.
           perform 810-write-total-line.
           move "TERMINALS NO STANDING ROW " to ws-tl-label.
           move ws-no-standing               to ws-tl-count.
           perform 810-write-total-line.
           if ws-used-dropped > zeros
               move "USAGE ROWS DROPPED (TABLE)" to ws-tl-label
               move ws-used-dropped              to ws-tl-count
