       identification division.
       program-id. CHGBACK.
      *change backout deck generator - reads the master-file
      *change journal (CHGJRNL, see JRNLREC) that HELLUPD, MSGIMP,
      *PENDREL, CTLSYNC, OPRMAINT, HOLMAINT and TRMMAINT append to,
      *selects the changes made in a change date/time window or
      *by one program run, and writes the transaction cards that
      *put every selected row back the way it was:
      *  - GREETMST and MSGTABLE rows as a 120-byte TRANREC deck
      *    on TRANOUT, applied through HELLUPD (MAINTJOB)
      *  - OPRPROF rows as OPRTRAN cards on OPRTOUT, applied
      *    through OPRMAINT (OPRMNTJ) - the requestor and approver
      *    from the BACKPARM card ride on every card, so the
      *    backout goes through the same dual control as the
      *    change did
      *  - HOLIDAYS rows as HOLTRAN cards on HOLTOUT, applied
      *    through HOLMAINT (HOLMNTJ)
      *  - TERMMST rows as TRMTRAN cards on TRMTOUT, applied
      *    through TRMMAINT (TRMMNTJ)
      *CTLFILE has no transaction deck - its rows are re-synced
      *from the run book by CTLSYNC - so a CTLFILE change is
      *listed on the report with its before image for the desk
      *to restore through HMNT function E (and release through
      *PENDREL like any other HMNT change).
      *
      *an add is reversed by a delete, a delete by an add of the
      *before image and a change by a change back to the before
      *image. the selected changes are reversed newest first, so
      *a row touched twice in the window unwinds to the state it
      *was in before the first touch. nothing is applied here -
      *the decks go through the owning program's own validation,
      *and this program's report is the evidence of what the
      *backout will do.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
           select backout-parms assign to "BACKPARM"
               organization is sequential
               file status is ws-parm-status.

           select change-journal assign to "CHGJRNL"
               organization is sequential
               file status is ws-jrnl-status.

           select greeting-deck assign to "TRANOUT"
               organization is sequential
               file status is ws-tran-status.

           select profile-deck assign to "OPRTOUT"
               organization is sequential
               file status is ws-otr-status.

           select calendar-deck assign to "HOLTOUT"
               organization is sequential
               file status is ws-htr-status.

           select terminal-deck assign to "TRMTOUT"
               organization is sequential
               file status is ws-ttr-status.

           select date-control assign to "DATECTL"
               organization is sequential
               file status is ws-date-status.

       data division.
       file section.
       fd  backout-parms.
       01 parm-card.
           05 parm-from-date        pic x(08).
           05 filler                pic x(01).
           05 parm-from-time        pic x(06).
           05 filler                pic x(01).
           05 parm-to-date          pic x(08).
           05 filler                pic x(01).
           05 parm-to-time          pic x(06).
           05 filler                pic x(01).
           05 parm-run-program      pic x(08).
           05 filler                pic x(01).
           05 parm-run-date         pic x(08).
           05 filler                pic x(01).
           05 parm-run-time         pic x(08).
           05 filler                pic x(01).
           05 parm-requested-by     pic x(08).
           05 filler                pic x(01).
           05 parm-approved-by      pic x(08).
           05 filler                pic x(04).

       fd  change-journal.
       01 jrnl-input                pic x(340).

       fd  greeting-deck.
       copy TRANREC.

       fd  profile-deck.
       copy OPRTRAN.

       fd  calendar-deck.
       copy HOLTRAN.

       fd  terminal-deck.
       copy TRMTRAN.

       fd  date-control.
       copy DATEREC.

       working-storage section.
      *the journal row and the master layouts its images are
      *unpacked through
       copy JRNLREC.
       copy GREETREC.
       copy MSGTABLE.
       copy OPRREC.
       copy HOLREC.
       copy CTLREC.
       copy TERMREC.

       01 ws-parm-status     pic x(02) value "00".
       01 ws-jrnl-status     pic x(02) value "00".
       01 ws-tran-status     pic x(02) value "00".
       01 ws-otr-status      pic x(02) value "00".
       01 ws-htr-status      pic x(02) value "00".
       01 ws-ttr-status      pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-jrnl-eof        pic x(01) value "N".
           88 journal-at-eof           value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-business-date   pic x(08) value spaces.
       01 ws-select-mode     pic x(01) value "W".
           88 select-by-window         value "W".
           88 select-by-run            value "R".
       01 ws-from-stamp.
           05 ws-fs-date     pic x(08) value spaces.
           05 ws-fs-time     pic x(06) value "000000".
           05 filler         pic x(02) value "00".
       01 ws-to-stamp.
           05 ws-ts-date     pic x(08) value spaces.
           05 ws-ts-time     pic x(06) value "235959".
           05 filler         pic x(02) value "99".
       01 ws-change-stamp.
           05 ws-cs-date     pic x(08).
           05 ws-cs-time     pic x(08).
       01 ws-row-selected    pic x(01) value "N".
           88 row-is-selected          value "Y".
       01 ws-backout-action  pic x(01) value space.
       01 ws-deck-name       pic x(08) value spaces.
       01 ws-note            pic x(40) value spaces.

      *selected journal rows in journal order - reversed newest
      *first when the decks are written
       01 ws-sel-count       pic 9(05) value zeros.
       01 ws-sel-max         pic 9(05) value 1000.
       01 ws-sub             pic 9(05) value zeros.
       01 ws-selected-table.
           05 ws-sel-entry occurs 1000 times pic x(340).

       01 ws-jrnl-read       pic 9(05) value zeros.
       01 ws-tran-written    pic 9(05) value zeros.
       01 ws-otr-written     pic 9(05) value zeros.
       01 ws-htr-written     pic 9(05) value zeros.
       01 ws-ttr-written     pic 9(05) value zeros.
       01 ws-manual-count    pic 9(05) value zeros.

       01 ws-report-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(132) value
               "MASTER-FILE CHANGE BACKOUT - REVERSING DECKS FROM THE CH
      -        "ANGE JOURNAL".

       01 ws-criteria-line.
           05 filler             pic x(01) value "0".
           05 ws-cr-label        pic x(10).
           05 ws-cr-text         pic x(60).
           05 filler             pic x(62) value spaces.

       01 ws-column-header.
           05 filler             pic x(01) value "0".
           05 filler             pic x(70) value
               "PROGRAM  CHG-DATE CHG-TIME USER-ID  FILE-ID  KEY".
           05 filler             pic x(62) value
               "A B DECK     NOTE".

       01 ws-detail-line.
           05 filler             pic x(01) value space.
           05 ws-dl-program-id   pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-change-date  pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-change-time  pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-user-id      pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-file-id      pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-key          pic x(24).
           05 filler             pic x(01) value space.
           05 ws-dl-action       pic x(01).
           05 filler             pic x(01) value space.
           05 ws-dl-backout      pic x(01).
           05 filler             pic x(01) value space.
           05 ws-dl-deck         pic x(08).
           05 filler             pic x(01) value space.
           05 ws-dl-note         pic x(40).
           05 filler             pic x(09) value spaces.

       01 ws-total-line.
           05 filler             pic x(01) value "0".
           05 ws-tl-label        pic x(26).
           05 ws-tl-count        pic zzzz9.
           05 filler             pic x(101) value spaces.
       copy RPTWCALL.
      *
       procedure division.
       000-main.
           perform 100-get-parameters.
           perform 150-get-business-date.
           if ws-return-code = zeros
               perform 170-open-report
               perform 200-load-journal
               if ws-return-code < 8
                   perform 300-write-backout-decks
               end-if
               perform 800-write-totals
               move "C" to rptw-function
               call "RPTWRITE" using rptw-request
           end-if.
           move ws-return-code to return-code.
           goback.

      *a backout with no selection card would reverse the whole
      *journal - the card is required.
       100-get-parameters.
           open input backout-parms.
           if ws-parm-status not = "00"
               display "ERROR - BACKPARM NOT OPENED - STATUS "
                   ws-parm-status
               move 8 to ws-return-code
           else
               read backout-parms
                   at end
                       display "ERROR - BACKPARM IS EMPTY - "
                           "SUPPLY A SELECTION CARD"
                       move 8 to ws-return-code
                   not at end
                       perform 110-edit-parameter-card
               end-read
               close backout-parms
           end-if.

      *a program name on the card selects one run (every run of
      *that program on the run date when the run time is left
      *blank); otherwise the from/to dates select a change
      *window, with blank times meaning the whole day.
       110-edit-parameter-card.
           if parm-run-program not = spaces
               move "R" to ws-select-mode
               if parm-run-date is not numeric
                   display "ERROR - RUN DATE NOT NUMERIC - "
                       parm-run-date
                   move 8 to ws-return-code
               end-if
               if parm-run-time not = spaces
                   and parm-run-time is not numeric
                   display "ERROR - RUN TIME NOT NUMERIC - "
                       parm-run-time
                   move 8 to ws-return-code
               end-if
           else
               move "W" to ws-select-mode
               if parm-from-date is numeric
                   and parm-to-date is numeric
                   move parm-from-date to ws-fs-date
                   move parm-to-date   to ws-ts-date
               else
                   display "ERROR - CHANGE WINDOW NOT NUMERIC - "
                       parm-card(1:31)
                   move 8 to ws-return-code
               end-if
               if parm-from-time not = spaces
                   if parm-from-time is numeric
                       move parm-from-time to ws-fs-time
                   else
                       display "ERROR - FROM TIME NOT NUMERIC - "
                           parm-from-time
                       move 8 to ws-return-code
                   end-if
               end-if
               if parm-to-time not = spaces
                   if parm-to-time is numeric
                       move parm-to-time to ws-ts-time
                   else
                       display "ERROR - TO TIME NOT NUMERIC - "
                           parm-to-time
                       move 8 to ws-return-code
                   end-if
               end-if
               if ws-return-code = zeros
                   and ws-from-stamp > ws-to-stamp
                   display "ERROR - WINDOW START " ws-from-stamp
                       " AFTER WINDOW END " ws-to-stamp
                   move 8 to ws-return-code
               end-if
           end-if.

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

      *report lines go out through the shared report writer (see
      *RPTWRITE) - register the column header once and it is
      *re-emitted under every page banner.
       170-open-report.
           move "CHGBACK "       to rptw-report-id.
           move ws-business-date to rptw-run-date.
           move ws-column-header to rptw-print-line.
           move "H" to rptw-function.
           call "RPTWRITE" using rptw-request.
           move ws-report-header to rptw-print-line.
           perform 700-write-report-line.

           move spaces to ws-cr-text.
           if select-by-run
               move "RUN       "     to ws-cr-label
               move parm-run-program to ws-cr-text(1:8)
               move parm-run-date    to ws-cr-text(10:8)
               if parm-run-time = spaces
                   move "ALL RUNS" to ws-cr-text(19:8)
               else
                   move parm-run-time to ws-cr-text(19:8)
               end-if
           else
               move "WINDOW    "  to ws-cr-label
               move ws-fs-date    to ws-cr-text(1:8)
               move ws-fs-time    to ws-cr-text(10:6)
               move "TO"          to ws-cr-text(17:2)
               move ws-ts-date    to ws-cr-text(20:8)
               move ws-ts-time    to ws-cr-text(29:6)
           end-if.
           move ws-criteria-line to rptw-print-line.
           perform 700-write-report-line.
           move "CARDS BY"        to ws-cr-label.
           move spaces            to ws-cr-text.
           move parm-requested-by to ws-cr-text(1:8).
           move "APPROVED"        to ws-cr-text(10:8).
           move parm-approved-by  to ws-cr-text(19:8).
           move ws-criteria-line to rptw-print-line.
           perform 700-write-report-line.

       200-load-journal.
           open input change-journal.
           if ws-jrnl-status not = "00"
               display "ERROR - CHGJRNL NOT OPENED - STATUS "
                   ws-jrnl-status
               move 16 to ws-return-code
           else
               move "N" to ws-jrnl-eof
               perform until journal-at-eof
                   read change-journal into jrnl-record
                       at end
                           move "Y" to ws-jrnl-eof
                       not at end
                           add 1 to ws-jrnl-read
                           perform 210-select-journal-row
                   end-read
               end-perform
               close change-journal
           end-if.

       210-select-journal-row.
           move "N" to ws-row-selected.
           if select-by-run
               if jrnl-program-id = parm-run-program
                   and jrnl-run-date = parm-run-date
                   and (parm-run-time = spaces
                       or jrnl-run-time = parm-run-time)
                   move "Y" to ws-row-selected
               end-if
           else
               move jrnl-change-date to ws-cs-date
               move jrnl-change-time to ws-cs-time
               if ws-change-stamp >= ws-from-stamp
                   and ws-change-stamp <= ws-to-stamp
                   move "Y" to ws-row-selected
               end-if
           end-if.

      *a selection too big for the table is refused outright -
      *half a backout is worse than none.
           if row-is-selected
               if ws-sel-count < ws-sel-max
                   add 1 to ws-sel-count
                   move jrnl-record to ws-sel-entry(ws-sel-count)
               else
                   if ws-return-code < 8
                       display "ERROR - MORE THAN " ws-sel-max
                           " CHANGES SELECTED - NARROW THE WINDOW"
                           " - NO DECKS WRITTEN"
                       move 8 to ws-return-code
                   end-if
               end-if
           end-if.

       300-write-backout-decks.
           open output greeting-deck.
           if ws-tran-status not = "00"
               display "ERROR - TRANOUT NOT OPENED - STATUS "
                   ws-tran-status
               move 16 to ws-return-code
           end-if.
           open output profile-deck.
           if ws-otr-status not = "00"
               display "ERROR - OPRTOUT NOT OPENED - STATUS "
                   ws-otr-status
               move 16 to ws-return-code
           end-if.
           open output calendar-deck.
           if ws-htr-status not = "00"
               display "ERROR - HOLTOUT NOT OPENED - STATUS "
                   ws-htr-status
               move 16 to ws-return-code
           end-if.
           open output terminal-deck.
           if ws-ttr-status not = "00"
               display "ERROR - TRMTOUT NOT OPENED - STATUS "
                   ws-ttr-status
               move 16 to ws-return-code
           end-if.

           if ws-return-code < 16
               move ws-sel-count to ws-sub
               perform until ws-sub = zeros
                   move ws-sel-entry(ws-sub) to jrnl-record
                   perform 310-reverse-one-change
                   subtract 1 from ws-sub
               end-perform
               if ws-sel-count = zeros
                   display "NO JOURNALED CHANGES MATCH THE SELECTION"
                   if ws-return-code < 4
                       move 4 to ws-return-code
                   end-if
               end-if
           end-if.
           close greeting-deck profile-deck calendar-deck
               terminal-deck.

       310-reverse-one-change.
           move spaces to ws-note ws-deck-name.
           evaluate jrnl-action
               when "A"
                   move "D" to ws-backout-action
               when "D"
                   move "A" to ws-backout-action
               when other
                   move "C" to ws-backout-action
           end-evaluate.

           evaluate jrnl-file-id
               when "GREETMST"
                   perform 400-reverse-greeting
               when "MSGTABLE"
                   perform 410-reverse-message
               when "OPRPROF "
                   perform 420-reverse-profile
               when "HOLIDAYS"
                   perform 430-reverse-calendar
               when "CTLFILE "
                   perform 440-list-control-change
               when "TERMMST "
                   perform 450-reverse-terminal
               when other
                   move space to ws-backout-action
                   move "MANUAL  " to ws-deck-name
                   move "UNKNOWN FILE ID - NOT REVERSED" to ws-note
                   add 1 to ws-manual-count
                   if ws-return-code < 4
                       move 4 to ws-return-code
                   end-if
           end-evaluate.
           perform 500-write-detail-line.

       400-reverse-greeting.
           if jrnl-row-added
               move jrnl-after-image  to greet-record
           else
               move jrnl-before-image to greet-record
           end-if.
           move spaces            to tran-record.
           move ws-backout-action to tran-action.
           move "G"               to tran-file-id.
           move greet-terminal-id to tran-terminal-id.
           move greet-start-date  to tran-start-date.
           if not jrnl-row-added
               move greet-end-date to tran-end-date
               move greet-text     to tran-text
               move greet-text     to ws-note
           end-if.
           write tran-record.
           add 1 to ws-tran-written.
           move "TRANOUT " to ws-deck-name.

       410-reverse-message.
           if jrnl-row-added
               move jrnl-after-image  to msg-record
           else
               move jrnl-before-image to msg-record
           end-if.
           move spaces            to tran-record.
           move ws-backout-action to tran-action.
           move "M"               to tran-file-id.
           move msg-language-code to tran-language-code.
           move msg-id            to tran-msg-id.
           if not jrnl-row-added
               move msg-text to tran-text
               move msg-text to ws-note
           end-if.
           write tran-record.
           add 1 to ws-tran-written.
           move "TRANOUT " to ws-deck-name.

       420-reverse-profile.
           if jrnl-row-added
               move jrnl-after-image  to opr-record
           else
               move jrnl-before-image to opr-record
           end-if.
           move spaces            to otr-record.
           move ws-backout-action to otr-action.
           move opr-user-id       to otr-user-id.
           if not jrnl-row-added
               move opr-authority-level to otr-authority-level
               move opr-operator-name   to otr-operator-name
               move opr-operator-name   to ws-note
           end-if.
           move parm-requested-by to otr-requested-by.
           move parm-approved-by  to otr-approved-by.
           write otr-record.
           add 1 to ws-otr-written.
           move "OPRTOUT " to ws-deck-name.

      *the calendar has no change action - a journaled change
      *cannot occur there, but is listed rather than guessed at.
       430-reverse-calendar.
           if jrnl-row-changed
               move space      to ws-backout-action
               move "MANUAL  " to ws-deck-name
               move "CALENDAR CHANGE - NOT REVERSED" to ws-note
               add 1 to ws-manual-count
               if ws-return-code < 4
                   move 4 to ws-return-code
               end-if
           else
               if jrnl-row-added
                   move jrnl-after-image  to hol-record
               else
                   move jrnl-before-image to hol-record
               end-if
               move spaces            to htr-record
               move ws-backout-action to htr-action
               move hol-date          to htr-date
               if jrnl-row-deleted
                   move hol-description to htr-description
               end-if
               move hol-description to ws-note
               write htr-record
               add 1 to ws-htr-written
               move "HOLTOUT " to ws-deck-name
           end-if.

      *no CTLFILE deck exists - the before image is printed for
      *the desk to key back through HMNT function E (an added
      *row is left for CTLSYNC's next sweep to flag).
       440-list-control-change.
           move "MANUAL  " to ws-deck-name.
           add 1 to ws-manual-count.
           if ws-return-code < 4
               move 4 to ws-return-code
           end-if.
           if jrnl-row-added
               move "ADDED ROW - LEAVE TO CTLSYNC" to ws-note
           else
               move jrnl-before-image to ctl-record
               move "RESTORE VIA HMNT E - RESPONSE" to ws-note
               move ctl-expected-response to ws-note(31:1)
               move "FLAG"      to ws-note(33:4)
               move ctl-sync-flag to ws-note(38:1)
           end-if.

      *a change card carries every field of the before image, so
      *the row goes back whole - a blank field on the card would
      *only leave the current value in place. TRMMAINT deletes
      *only retired terminals, so an add is reversed by a retire
      *card followed by the delete.
       450-reverse-terminal.
           if jrnl-row-added
               move jrnl-after-image  to term-record
               move spaces            to ttr-record
               move "C"               to ttr-action
               move term-terminal-id  to ttr-terminal-id
               move "R"               to ttr-status
               write ttr-record
               add 1 to ws-ttr-written
               move "RETIRE CARD THEN DELETE" to ws-note
           else
               move jrnl-before-image to term-record
           end-if.
           move spaces            to ttr-record.
           move ws-backout-action to ttr-action.
           move term-terminal-id  to ttr-terminal-id.
           if not jrnl-row-added
               move term-site             to ttr-site
               move term-region           to ttr-region
               move term-default-language to ttr-language
               move term-status           to ttr-status
               move term-contact-id       to ttr-contact-id
               move term-contact-name     to ttr-contact-name
               move term-site             to ws-note
           end-if.
           write ttr-record.
           add 1 to ws-ttr-written.
           move "TRMTOUT " to ws-deck-name.

       500-write-detail-line.
           move jrnl-program-id   to ws-dl-program-id.
           move jrnl-change-date  to ws-dl-change-date.
           move jrnl-change-time  to ws-dl-change-time.
           move jrnl-user-id      to ws-dl-user-id.
           move jrnl-file-id      to ws-dl-file-id.
           move jrnl-key          to ws-dl-key.
           move jrnl-action       to ws-dl-action.
           move ws-backout-action to ws-dl-backout.
           move ws-deck-name      to ws-dl-deck.
           move ws-note           to ws-dl-note.
           move ws-detail-line to rptw-print-line.
           perform 700-write-report-line.

       700-write-report-line.
           move "P" to rptw-function.
           call "RPTWRITE" using rptw-request.

       800-write-totals.
           move "JOURNAL ROWS READ         " to ws-tl-label.
           move ws-jrnl-read                 to ws-tl-count.
           perform 810-write-total-line.
           move "CHANGES SELECTED          " to ws-tl-label.
           move ws-sel-count                 to ws-tl-count.
           perform 810-write-total-line.
           move "TRANREC CARDS (TRANOUT)   " to ws-tl-label.
           move ws-tran-written              to ws-tl-count.
           perform 810-write-total-line.
           move "OPRTRAN CARDS (OPRTOUT)   " to ws-tl-label.
           move ws-otr-written               to ws-tl-count.
           perform 810-write-total-line.
           move "HOLTRAN CARDS (HOLTOUT)   " to ws-tl-label.
           move ws-htr-written               to ws-tl-count.
           perform 810-write-total-line.
           move "TRMTRAN CARDS (TRMTOUT)   " to ws-tl-label.
           move ws-ttr-written               to ws-tl-count.
           perform 810-write-total-line.
           move "TO RESTORE BY HAND        " to ws-tl-label.
           move ws-manual-count              to ws-tl-count.
           perform 810-write-total-line.

       810-write-total-line.
           move ws-total-line to rptw-print-line.
           perform 700-write-report-line.

       end program CHGBACK.
