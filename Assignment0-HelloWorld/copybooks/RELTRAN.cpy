      *pending-change release card layout - one 80-byte card per
      *decision on a change waiting in PENDCHG (see PENDREC). the
      *card names the pending row by file and target key exactly
      *as HMNT proposed it: GREETMST + terminal id + start date
      *(blank for the standing row), or CTLFILE + job name +
      *step name. the approver is the user the release job runs
      *under, never a name on the card.
       01 rel-card.
           05 rel-decision          pic x(01).
               88 rel-approve           value "A".
               88 rel-reject            value "R".
           05 filler                pic x(01).
           05 rel-file-id           pic x(08).
           05 filler                pic x(01).
           05 rel-target-key        pic x(16).
           05 filler                pic x(01).
           05 rel-reason            pic x(40).
           05 filler                pic x(12).
