      *translation vendor interchange record layout - one 240-byte
      *row per message sent out for translation. MSGEXP writes
      *the row with the target text blank; the vendor returns
      *the same row with the target text filled in, and MSGIMP
      *loads it. fields sit at fixed columns:
      *  col 1-2     language wanted (FR, ES)
      *  col 3-6     message id
      *  col 8       why it was sent - M = missing in the
      *              language, S = stale (EN changed since the
      *              translation was made)
      *  col 10-17   date requested (YYYYMMDD)
      *  col 19-44   the substitution tokens the EN text carries
      *              (&JOBNAME, &RUNDATE, &TERMID - each in its
      *              own slot, blank when absent). every one must
      *              come back in the translation unchanged, as
      *              many times as in the source
      *  col 46-125  EN source text
      *  col 127-240 translated text - msg-text holds 80 bytes,
      *              anything past col 206 is rejected on return
       01 vnd-record.
           05 vnd-key.
               10 vnd-language-code     pic x(02).
               10 vnd-msg-id            pic x(04).
           05 filler                    pic x(01).
           05 vnd-request-reason        pic x(01).
               88 vnd-was-missing           value "M".
               88 vnd-was-stale             value "S".
           05 filler                    pic x(01).
           05 vnd-request-date          pic x(08).
           05 filler                    pic x(01).
           05 vnd-tokens.
               10 vnd-token-jobname     pic x(08).
               10 filler                pic x(01).
               10 vnd-token-rundate     pic x(08).
               10 filler                pic x(01).
               10 vnd-token-termid      pic x(08).
           05 filler                    pic x(01).
           05 vnd-source-text           pic x(80).
           05 filler                    pic x(01).
           05 vnd-target-text           pic x(114).
