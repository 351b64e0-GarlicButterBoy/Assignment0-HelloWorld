      *terminal registry record layout - one 80-byte row per
      *terminal the suite serves, keyed by the same terminal id
      *the run picks up from TERMID and GREETMST is keyed by.
      *maintained in batch by TRMMAINT (see TRMTRAN). HELLOWLD
      *takes the greeting language from term-default-language
      *when no LANG= parm or sysin card overrides it, and flags
      *a run from a terminal that is not on file or is retired;
      *PREFLCHK and USAGERPT check GREETMST against it. a
      *retired row is kept (not deleted) so its history still
      *resolves - delete only once nothing references it.
       01 term-record.
           05 term-key.
               10 term-terminal-id      pic x(08).
           05 term-site                 pic x(20).
           05 term-region               pic x(10).
           05 term-default-language     pic x(02).
           05 term-status               pic x(01).
               88 term-active               value "A".
               88 term-retired              value "R".
           05 term-contact-id           pic x(08).
           05 term-contact-name         pic x(20).
           05 term-last-changed         pic x(08).
           05 filler                    pic x(03).
