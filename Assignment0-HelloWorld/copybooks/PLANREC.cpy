      *return code that lets the plan continue to the next step
      *(continue on 0, continue-with-flag on 4, stop on 8, per
      *the condition-code contract in HELLOPRC).
      *plan-run-frequency says which business dates the step is
      *due on, judged against the DATECTL processing date and the
      *HOLIDAYS calendar (month-end is the last working day of
      *the month, not the 31st). quarterly means the last working
      *day of march, june, september and december. a step that
      *is not due is reported NOT DUE and is not run.
       01 plan-record.
           05 plan-sequence         pic 9(03).
           05 plan-step-name        pic x(08).
           05 plan-program-id       pic x(08).
           05 plan-max-rc           pic 9(01).
           05 plan-run-frequency    pic x(01).
               88 plan-runs-daily           value "D" " ".
               88 plan-runs-month-end       value "M".
               88 plan-runs-first-workday   value "F".
               88 plan-runs-quarterly       value "Q".
               88 plan-frequency-valid      value "D" " " "M" "F" "Q".
           05 filler                pic x(59).
