      *master-file change journal record layout - one 340-byte
      *record is appended to CHGJRNL for every row added, changed
      *or deleted on GREETMST, MSGTABLE, CTLFILE, OPRPROF,
      *HOLIDAYS or TERMMST, by whichever program made the change
      *(HELLUPD, MSGIMP, PENDREL releasing an HMNT change,
      *CTLSYNC, OPRMAINT, HOLMAINT, TRMMAINT). the before image is
      *the whole row as it stood (spaces on an add) and the after
      *image the whole row as written (spaces on a delete), in
      *the owning file's own record layout, so the backout
      *generator (CHGBACK) can put a row back exactly as it was.
      *jrnl-run-id names the program run that made the change -
      *the program plus the clock date/time it started - so one
      *bad run can be backed out on its own.
       01 jrnl-record.
           05 jrnl-file-id          pic x(08).
           05 jrnl-action           pic x(01).
               88 jrnl-row-added            value "A".
               88 jrnl-row-changed          value "C".
               88 jrnl-row-deleted          value "D".
           05 jrnl-key              pic x(24).
           05 jrnl-business-date    pic x(08).
           05 jrnl-change-date      pic x(08).
           05 jrnl-change-time      pic x(08).
           05 jrnl-user-id          pic x(08).
           05 jrnl-run-id.
               10 jrnl-program-id   pic x(08).
               10 jrnl-run-date     pic x(08).
               10 jrnl-run-time     pic x(08).
           05 jrnl-before-image     pic x(120).
           05 jrnl-after-image      pic x(120).
           05 filler                pic x(11).
