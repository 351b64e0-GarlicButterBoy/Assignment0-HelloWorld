      *greeting distribution record layout - one 120-byte record
      *per GREETMST terminal, written by the HELLOWLD broadcast run
      *(menu option 4) for the terminal push job. gdist-text is
      *the greeting exactly as the terminal is to show it, with
      *&JOBNAME/&RUNDATE/&TERMID already resolved. gdist-source
      *says where it came from: the scheduled row in effect for
      *the business date (its start date in gdist-start-date),
      *the standing row, or the message-table default because
      *the terminal had only expired rows or no usable row at
      *all - the push job may hold those back rather than
      *overwrite the branch's last good greeting.
       01 gdist-record.
           05 gdist-terminal-id     pic x(08).
           05 gdist-business-date   pic x(08).
           05 gdist-source          pic x(01).
               88 gdist-from-scheduled      value "S".
               88 gdist-from-standing       value "T".
               88 gdist-default-expired     value "E".
               88 gdist-default-no-row      value "N".
           05 gdist-start-date      pic x(08).
           05 gdist-language        pic x(02).
           05 gdist-text            pic x(80).
           05 filler                pic x(13).
