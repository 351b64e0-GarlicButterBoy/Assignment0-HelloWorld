      *page request record layout - one 160-byte row appended to
      *the paging interface file (PAGEREQ) for every escalation
      *ESCALATE raises, picked up by the paging gateway. names
      *the on-call contact and backup from the rota in effect on
      *the business date, and the failure pattern that tripped:
      *  C = consecutive rc=8 business dates
      *  W = too many rc=4 business dates inside the window
       01 page-record.
           05 page-business-date    pic x(08).
           05 page-request-time     pic x(08).
           05 page-job-name         pic x(08).
           05 page-escalation-type  pic x(01).
               88 page-consecutive-aborts   value "C".
               88 page-repeated-warnings    value "W".
           05 page-streak-start     pic x(08).
           05 page-streak-end       pic x(08).
           05 page-streak-count     pic 9(03).
           05 page-last-rc          pic 9(03).
           05 page-contact-id       pic x(08).
           05 page-contact-name     pic x(20).
           05 page-backup-id        pic x(08).
           05 page-backup-name      pic x(20).
           05 page-message-text     pic x(40).
           05 filler                pic x(17).
