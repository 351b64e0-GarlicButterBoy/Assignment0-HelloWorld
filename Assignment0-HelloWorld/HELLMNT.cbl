      *or edit the expected-response control table from a 3270
      *screen instead of submitting a batch job for one field.
      *
      *no change goes live from this screen. each A/C/D and each
      *confirmed E is proposed to the PENDCHG dataset (see
      *PENDREC) with the row as it stands and the row as it
      *would become, and is applied only when a second, different
      *authorised user releases it through PENDREL - which also
      *journals it to CHGJRNL. one change may be pending per row.
      *
      *this program is cics/bms and cannot be translated or
      *compiled by this sandbox's plain gnucobol - desk-checked
      *only. keep it in the same dialect as the rest of the repo
       copy CTLREC.
       copy OPRREC.
       copy AUDITREC.
       copy PENDREC.

       01 ws-commarea-flag  pic x(01) value space.
       01 ws-operator-id    pic x(08) value spaces.
           05 filler        pic x(05) value "DENY-".
           05 ws-deny-func  pic x(01).
           05 filler        pic x(02) value spaces.
       01 ws-pend-resp      pic s9(08) comp value zeros.
       01 ws-pend-file-id   pic x(08) value spaces.
       01 ws-pend-action    pic x(01) value space.
       01 ws-pend-key       pic x(16) value spaces.
       01 ws-pend-before    pic x(120) value spaces.
       01 ws-pend-after     pic x(120) value spaces.
       01 ws-pend-message   pic x(60) value spaces.
      *
       linkage section.
       01 dfhcommarea       pic x(01).
      *the screen maintains one greeting row at a time: the date
      *field is the schedule start date (blank = the terminal's
      *standing greeting). rows added here are open-ended - end
      *dates are set by the batch greeting refresh. an add is
      *checked against the master now, so a duplicate is turned
      *back at the screen rather than at release.
       2100-add-greeting.
           move mnttrmi  to greet-terminal-id.
           move mntdatei to greet-start-date.
           exec cics read dataset('GREETMST')
               into(greet-record)
               ridfld(greet-key)
               resp(ws-read-resp)
           end-exec.
           if ws-read-resp = dfhresp(normal)
               perform 2110-duplicate-greeting
           end-if.
           move mnttrmi  to greet-terminal-id.
           move mntdatei to greet-start-date.
           move mnttexti to greet-text.
           move spaces   to greet-end-date.
           move "GREETMST"   to ws-pend-file-id.
           move "A"          to ws-pend-action.
           move greet-key    to ws-pend-key.
           move spaces       to ws-pend-before.
           move greet-record to ws-pend-after.
           move "GREETING ADD SENT FOR APPROVAL" to ws-pend-message.
           perform 2700-write-pending-change.

       2110-duplicate-greeting.
           move "GREETING ALREADY EXISTS - USE C TO CHANGE" to mntmsgo.
           exec cics read dataset('GREETMST')
               into(greet-record)
               ridfld(greet-key)
           end-exec.
           move greet-record to ws-pend-before.
           move mnttexti to greet-text.
           move "GREETMST"   to ws-pend-file-id.
           move "C"          to ws-pend-action.
           move greet-key    to ws-pend-key.
           move greet-record to ws-pend-after.
           move "GREETING CHANGE SENT FOR APPROVAL" to ws-pend-message.
           perform 2700-write-pending-change.

      *the row is read before the delete is proposed so its
      *before image rides with the proposal - a missing row
      *still lands on notfnd.
       2300-delete-greeting.
           move mnttrmi  to greet-terminal-id.
           move mntdatei to greet-start-date.
           exec cics read dataset('GREETMST')
               into(greet-record)
               ridfld(greet-key)
           end-exec.
           move greet-record to ws-pend-before.
           move "GREETMST"   to ws-pend-file-id.
           move "D"          to ws-pend-action.
           move greet-key    to ws-pend-key.
           move spaces       to ws-pend-after.
           move "GREETING DELETE SENT FOR APPROVAL" to ws-pend-message.
           perform 2700-write-pending-change.

       2400-view-control.
           move mnttrmi      to ctl-job-name.
               exec cics read dataset('CTLFILE')
                   into(ctl-record)
                   ridfld(ctl-key)
               end-exec
               move ctl-record to ws-pend-before
               move mntrspi to ctl-expected-response
               move "CTLFILE "  to ws-pend-file-id
               move "C"         to ws-pend-action
               move ctl-key     to ws-pend-key
               move ctl-record  to ws-pend-after
               move "CONTROL CHANGE SENT FOR APPROVAL"
                   to ws-pend-message
               perform 2700-write-pending-change
           else
               move "INVALID RESPONSE - MUST BE 0, 4, OR 8"
                   to mntmsgo
           end-if.
           move space to ws-commarea-flag.

      *the proposal is keyed by file and row, so a second change
      *to a row already waiting for release is turned away - it
      *must be released or rejected first. the proposal is also
      *written to the AUDT queue (PND-PROP) so the audit trail
      *shows who asked for each change, not just who released it.
       2700-write-pending-change.
           move spaces to pend-record.
           exec cics asktime abstime(ws-abstime) end-exec.
           exec cics formattime abstime(ws-abstime)
               yyyymmdd(pend-proposed-date)
               time(ws-audit-time)
           end-exec.
           move ws-audit-time    to pend-proposed-time(1:6).
           move "00"             to pend-proposed-time(7:2).
           move ws-pend-file-id  to pend-file-id.
           move ws-pend-key      to pend-target-key.
           move ws-pend-action   to pend-action.
           move ws-operator-id   to pend-proposed-by.
           move eibtrmid         to pend-proposed-term.
           move ws-pend-before   to pend-before-image.
           move ws-pend-after    to pend-after-image.
           exec cics write dataset('PENDCHG')
               from(pend-record)
               ridfld(pend-key)
               resp(ws-pend-resp)
           end-exec.
           if ws-pend-resp = dfhresp(duprec)
               move "A CHANGE IS ALREADY PENDING FOR THIS ROW"
                   to mntmsgo
           else
           if ws-pend-resp not = dfhresp(normal)
               perform 9999-error
           else
               move pend-proposed-date   to audit-run-date
               move pend-proposed-time   to audit-run-time
               move pend-target-key(1:8) to audit-job-name
               move ws-operator-id       to audit-user-id
               move zeros                to audit-return-code
               move "PND-PROP"           to audit-action
               exec cics writeq td queue('AUDT')
                   from(audit-record)
                   length(length of audit-record)
               end-exec
               move ws-pend-message to mntmsgo
           end-if
           end-if.

       2900-not-found.
           move "RECORD NOT FOUND" to mntmsgo.
           perform 1050-send-map.
