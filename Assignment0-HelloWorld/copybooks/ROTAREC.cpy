      *on-call rota record layout - one 80-byte row per job
      *family per date range naming who is paged when that
      *family's jobs keep failing (see ESCALATE). rota-job-family
      *is a job-name prefix: HELLO matches HELLOJOB and HELLOWK1,
      *and the longest matching prefix wins, so a catch-all row
      *with a short prefix can sit under the specific ones. the
      *range is inclusive; a blank end date means open-ended.
      *kept in family / start-date order.
       01 rota-record.
           05 rota-job-family       pic x(08).
           05 rota-start-date       pic x(08).
           05 rota-end-date         pic x(08).
           05 rota-contact-id       pic x(08).
           05 rota-contact-name     pic x(20).
           05 rota-backup-id        pic x(08).
           05 rota-backup-name      pic x(20).
