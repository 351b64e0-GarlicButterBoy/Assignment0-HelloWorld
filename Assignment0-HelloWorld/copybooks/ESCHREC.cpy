      *escalation history record layout - ESCALATE appends one
      *row per escalation it pages, and reads the file back at
      *the start of every run so the same streak does not page
      *again night after night. a consecutive-abort streak is
      *the same streak while its start date is unchanged; a
      *repeated-warning escalation holds off further pages for
      *the job until its window has passed.
       01 esch-record.
           05 esch-job-name         pic x(08).
           05 esch-escalation-type  pic x(01).
           05 esch-streak-start     pic x(08).
           05 esch-raised-date      pic x(08).
           05 esch-contact-id       pic x(08).
           05 filler                pic x(07).
