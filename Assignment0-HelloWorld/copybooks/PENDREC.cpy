      *pending-change record layout - one 300-byte row per master
      *change proposed through HMNT and not yet released, keyed
      *by the file and the row it would change (greet-key or
      *ctl-key), so a row can carry only one proposal at a time.
      *the before image is the row as it stood when the change
      *was proposed (spaces on an add) and the after image the
      *row as it is to be written (spaces on a delete), in the
      *owning file's own layout - the release program (PENDREL)
      *refuses to apply a change whose row has moved since.
      *a row leaves this file when it is approved and applied,
      *rejected, or expired; each of those is on AUDITLOG.
       01 pend-record.
           05 pend-key.
               10 pend-file-id          pic x(08).
                   88 pend-for-greeting     value "GREETMST".
                   88 pend-for-control      value "CTLFILE ".
               10 pend-target-key       pic x(16).
           05 pend-action               pic x(01).
               88 pend-add                  value "A".
               88 pend-change               value "C".
               88 pend-delete               value "D".
           05 pend-proposed-by          pic x(08).
           05 pend-proposed-date        pic x(08).
           05 pend-proposed-time        pic x(08).
           05 pend-proposed-term        pic x(04).
           05 pend-before-image         pic x(120).
           05 pend-after-image          pic x(120).
           05 filler                    pic x(07).
