      *out of the projection - and
      *when the projection no longer fits the window the step
      *ends rc=8, because that is a morning-action item, not a
      *trend to watch. the breach is also written to the TRNDOUT
      *extract (see FINDREC) so the shift handover carries it as
      *an open item until a night's projection fits again - the
      *extract is rewritten every run, empty when the suite fits.
       environment division.
       configuration section.
      *
               organization is sequential
               file status is ws-stat-status.

           select trend-extract assign to "TRNDOUT"
               organization is sequential
               file status is ws-trnd-status.

       data division.
       file section.
       fd  trend-parms.
       fd  run-statistics.
       copy STATREC.

       fd  trend-extract.
       copy FINDREC.

       working-storage section.
       01 ws-parm-status     pic x(02) value "00".
       01 ws-stat-status     pic x(02) value "00".
       01 ws-trnd-status     pic x(02) value "00".
       01 ws-trnd-text.
           05 filler             pic x(10) value "PROJECTED ".
           05 ws-tt-seconds      pic z(6)9.
           05 filler             pic x(21) value
               " SECS OVER WINDOW OF ".
           05 ws-tt-window       pic z(6)9.
       01 ws-stat-eof        pic x(01) value "N".
           88 stats-at-eof             value "Y".
       01 ws-return-code     pic 9(02) value zeros.
           end-if.
           move ws-project-line to rptw-print-line.
           perform 310-write-report-line.
           perform 410-write-trend-extract.

       410-write-trend-extract.
           open output trend-extract.
           if ws-trnd-status not = "00"
               display "WARNING - TRNDOUT NOT OPENED - STATUS "
                   ws-trnd-status " - BREACH NOT EXTRACTED"
           else
               if ws-projected-secs > ws-window-seconds
                   move spaces            to find-record
                   move "STATTRND"        to find-program-id
                   move ws-latest-date    to find-run-date
                   move 8                 to find-severity
                   move "RUNSTATS"        to find-file-id
                   move "SUITE WINDOW"    to find-key
                   move ws-projected-secs to ws-tt-seconds
                   move ws-window-seconds to ws-tt-window
                   move ws-trnd-text      to find-text
                   write find-record
               end-if
               close trend-extract
           end-if.

       800-write-totals.
           move "HISTORY ROWS READ         " to ws-tl-label.
