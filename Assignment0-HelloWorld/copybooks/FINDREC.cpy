      *findings extract record layout - PREFLCHK (PREFLOUT) and
      *STATTRND (TRNDOUT) rewrite their extract every run with one
      *100-byte row per finding still standing, so the shift
      *handover (HANDOVER) can carry the finding as an open item
      *and close it the first night the check comes back clean.
      *an empty extract means the last run found nothing.
       01 find-record.
           05 find-program-id       pic x(08).
           05 find-run-date         pic x(08).
           05 find-severity         pic 9(01).
           05 find-file-id          pic x(08).
           05 find-key              pic x(24).
           05 find-text             pic x(45).
           05 filler                pic x(06).
