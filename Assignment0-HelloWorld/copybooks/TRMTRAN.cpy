      *terminal registry maintenance transaction layout - one
      *80-byte card per add/change/delete against TERMMST (see
      *TRMMAINT). an add needs every field; on a change a blank
      *field leaves the registered value as it is, so retiring a
      *terminal is a C card with only ttr-status = R. a delete
      *is only taken for a terminal already retired.
       01 ttr-record.
           05 ttr-action            pic x(01).
           05 ttr-terminal-id       pic x(08).
           05 ttr-site              pic x(20).
           05 ttr-region            pic x(10).
           05 ttr-language          pic x(02).
           05 ttr-status            pic x(01).
           05 ttr-contact-id        pic x(08).
           05 ttr-contact-name      pic x(20).
           05 filler                pic x(10).
