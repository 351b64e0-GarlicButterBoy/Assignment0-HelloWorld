      *the action naming what was done (OPR-ADD/OPR-CHG/OPR-DEL)
      *- the access-review report (OPRREVW) reads them back on
      *exactly that convention.
      *
      *every applied card also appends the profile's before and
      *after image to the change journal (CHGJRNL, see JRNLREC)
      *with the requestor as the changing user, so a bad load can
      *be reversed by CHGBACK.
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
       fd  profile-transactions.
       fd  date-control.
       copy DATEREC.

       fd  change-journal.
       copy JRNLREC.

       working-storage section.
       01 ws-tran-status     pic x(02) value "00".
       01 ws-opr-status      pic x(02) value "00".
       01 ws-audit-status    pic x(02) value "00".
       01 ws-date-status     pic x(02) value "00".
       01 ws-jrnl-status     pic x(02) value "00".
       01 ws-tran-eof        pic x(01) value "N".
           88 tran-at-eof              value "Y".
       01 ws-return-code     pic 9(02) value zeros.
       01 ws-trans-read      pic 9(05) value zeros.
       01 ws-trans-applied   pic 9(05) value zeros.
       01 ws-trans-rejected  pic 9(05) value zeros.
       01 ws-run-date        pic x(08) value spaces.
       01 ws-run-time        pic x(08) value spaces.
       01 ws-jrnl-before     pic x(120) value spaces.
       01 ws-jrnl-after      pic x(120) value spaces.

       01 ws-report-header.
           05 filler             pic x(01) value "0".
               perform 110-check-bootstrap-load
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
           move function current-date(1:8) to ws-run-date.
           move function current-date(9:8) to ws-run-time.

      *report lines go out through the shared report writer (see
      *RPTWRITE) - register the column header once and it is
      *re-emitted under every page banner.
                   move opr-authority-level to ws-lookup-level
           end-read.

      *a delete reads the profile first so its before image can
      *be journaled.
       400-apply-profile-tran.
           move otr-user-id to opr-user-id.
           move spaces      to ws-jrnl-before ws-jrnl-after.

           evaluate otr-action
               when "A"
                   write opr-record
                       invalid key
                           move "10" to ws-reject-reason
                       not invalid key
                           move opr-record to ws-jrnl-after
                   end-write
               when "C"
                   read operator-profiles
                       invalid key
                           move "11" to ws-reject-reason
                       not invalid key
                           move opr-record to ws-jrnl-before
                           move otr-authority-level
                               to opr-authority-level
                           move otr-operator-name
                           rewrite opr-record
                               invalid key
                                   move "12" to ws-reject-reason
                               not invalid key
                                   move opr-record to ws-jrnl-after
                           end-rewrite
                   end-read
               when "D"
                   read operator-profiles
                       key is opr-key
                       invalid key
                           move "11" to ws-reject-reason
                       not invalid key
                           move opr-record to ws-jrnl-before
                           delete operator-profiles
                               invalid key
                                   move "12" to ws-reject-reason
                           end-delete
                   end-read
           end-evaluate.

           if transaction-is-good
               perform 630-write-change-journal
           end-if.

       600-write-change-audit.
           if bootstrap-load
               move "OPR-BOOT" to ws-audit-action
                   ws-audit-status
           end-if.

       630-write-change-journal.
           move spaces                     to jrnl-record.
           move "OPRPROF "                 to jrnl-file-id.
           move otr-action                 to jrnl-action.
           move otr-user-id                to jrnl-key.
           move ws-business-date           to jrnl-business-date.
           move function current-date(1:8) to jrnl-change-date.
           move function current-date(9:8) to jrnl-change-time.
           move otr-requested-by           to jrnl-user-id.
           move "OPRMAINT"                 to jrnl-program-id.
           move ws-run-date                to jrnl-run-date.
           move ws-run-time                to jrnl-run-time.
           move ws-jrnl-before             to jrnl-before-image.
           move ws-jrnl-after              to jrnl-after-image.
           write jrnl-record.
           if ws-jrnl-status not = "00"
               display "ERROR - CHGJRNL WRITE FAILED - STATUS "
                   ws-jrnl-status " - OPRPROF " otr-user-id
               move 16 to ws-return-code
           end-if.

       700-write-detail-line.
           move otr-action          to ws-dl-action.
           move otr-user-id         to ws-dl-user-id.
           perform 720-write-report-line.

       900-close-files.
           close profile-transactions operator-profiles
               change-journal.
           move "C" to rptw-function.
           call "RPTWRITE" using rptw-request.

