      *the survivors are written to HOLNEW and copied back over
      *the live HOLIDAYS file, the same pattern the housekeeping
      *purge uses for its files.
      *
      *each applied card is held in a change table and journaled
      *(CHGJRNL, see JRNLREC) with its before/after calendar row
      *only once the copy-back has actually replaced the live
      *file - a run that leaves the calendar untouched journals
      *nothing, so CHGBACK never reverses a change that never
      *happened.
       environment division.
       configuration section.
      *
               organization is sequential
               file status is ws-date-status.

           select change-journal assign to "CHGJRNL"
               organization is sequential
               file status is ws-jrnl-status.

       data division.
       file section.
       fd  calendar-parms.
       fd  date-control.
       copy DATEREC.

       fd  change-journal.
       copy JRNLREC.

       working-storage section.
       01 ws-parm-status     pic x(02) value "00".
       01 ws-tran-status     pic x(02) value "00".
       01 ws-hol-status      pic x(02) value "00".
       01 ws-holnew-status   pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-jrnl-status     pic x(02) value "00".
       01 ws-scan-eof        pic x(01) value "N".
           88 scan-at-eof              value "Y".
       01 ws-return-code     pic 9(02) value zeros.
               10 ws-ce-date        pic x(08).
               10 ws-ce-desc        pic x(25).

      *applied changes awaiting the copy-back, in card order
       01 ws-change-count    pic 9(03) value zeros.
       01 ws-change-table.
           05 ws-change-entry occurs 500 times.
               10 ws-cg-action      pic x(01).
               10 ws-cg-before      pic x(33).
               10 ws-cg-after       pic x(33).
       01 ws-user-id         pic x(08) value spaces.
       01 ws-run-date        pic x(08) value spaces.
       01 ws-run-time        pic x(08) value spaces.

       01 ws-coverage-edge.
           05 ws-cv-year     pic 9(04).
           05 ws-cv-month    pic 9(02).
           goback.

       100-get-parameters.
           move zeros to ws-return-code ws-change-count.
           display "USER" upon environment-name.
           accept ws-user-id from environment-value.
           move function current-date(1:8) to ws-run-date.
           move function current-date(9:8) to ws-run-time.
           open input calendar-parms.
           if ws-parm-status = "00"
               read calendar-parms
                   and htr-description = spaces
                   move "05" to ws-reject-reason
               end-if
      *every applied card is held for the journal until the
      *copy-back - a deck bigger than the change table is split.
               if transaction-is-good
                   and ws-change-count >= ws-cal-max
                   move "09" to ws-reject-reason
               end-if
               if transaction-is-good
                   and htr-action = "A"
                   perform 340-check-weekend
                   move htr-date to ws-ce-date(ws-cal-count)
                   move htr-description
                       to ws-ce-desc(ws-cal-count)
                   add 1 to ws-change-count
                   move "A"    to ws-cg-action(ws-change-count)
                   move spaces to ws-cg-before(ws-change-count)
                   move ws-calendar-entry(ws-cal-count)
                       to ws-cg-after(ws-change-count)
               end-if
           end-if.

           if not calendar-date-found
               move "07" to ws-reject-reason
           else
               add 1 to ws-change-count
               move "D"    to ws-cg-action(ws-change-count)
               move ws-calendar-entry(ws-found-sub)
                   to ws-cg-before(ws-change-count)
               move spaces to ws-cg-after(ws-change-count)
               move ws-ce-date(ws-cal-count)
                   to ws-ce-date(ws-found-sub)
               move ws-ce-desc(ws-cal-count)
               when "08"
                   move "CALENDAR TABLE FULL"
                       to ws-dl-reason-text
               when "09"
                   move "TOO MANY CARDS - SPLIT THE DECK"
                       to ws-dl-reason-text
               when other
                   move "UNKNOWN REASON"
                       to ws-dl-reason-text
                       end-read
                   end-perform
                   close holiday-new holiday-calendar
                   perform 530-journal-calendar-changes
               end-if
           end-if.

       530-journal-calendar-changes.
           if ws-change-count > zeros
               open extend change-journal
               if ws-jrnl-status not = "00"
                   open output change-journal
               end-if
               if ws-jrnl-status not = "00"
                   display "ERROR - CHGJRNL NOT OPENED - STATUS "
                       ws-jrnl-status " - " ws-change-count
                       " CALENDAR CHANGES NOT JOURNALED"
                   move 16 to ws-return-code
               else
                   move zeros to ws-sub
                   perform until ws-sub >= ws-change-count
                       add 1 to ws-sub
                       perform 540-write-change-journal
                   end-perform
                   close change-journal
               end-if
           end-if.

       540-write-change-journal.
           move spaces                     to jrnl-record.
           move "HOLIDAYS"                 to jrnl-file-id.
           move ws-cg-action(ws-sub)       to jrnl-action.
           if ws-cg-action(ws-sub) = "A"
               move ws-cg-after(ws-sub)(1:8)  to jrnl-key
           else
               move ws-cg-before(ws-sub)(1:8) to jrnl-key
           end-if.
           move ws-business-date           to jrnl-business-date.
           move function current-date(1:8) to jrnl-change-date.
           move function current-date(9:8) to jrnl-change-time.
           move ws-user-id                 to jrnl-user-id.
           move "HOLMAINT"                 to jrnl-program-id.
           move ws-run-date                to jrnl-run-date.
           move ws-run-time                to jrnl-run-time.
           move ws-cg-before(ws-sub)       to jrnl-before-image.
           move ws-cg-after(ws-sub)        to jrnl-after-image.
           write jrnl-record.
           if ws-jrnl-status not = "00"
               display "ERROR - CHGJRNL WRITE FAILED - STATUS "
                   ws-jrnl-status " - HOLIDAYS " jrnl-key
               move 16 to ws-return-code
           end-if.

       600-check-coverage.
           move ws-business-date to ws-coverage-edge.
           add ws-coverage-months to ws-cv-month.
