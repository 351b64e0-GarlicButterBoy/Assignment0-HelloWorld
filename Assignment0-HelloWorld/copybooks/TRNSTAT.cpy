      *translation status record layout - one 130-byte row per
      *message id and non-EN language that has been through the
      *vendor round trip, keyed like MSGTABLE (language +
      *message id). trs-en-text is the EN text the translation
      *was requested for or made from - when the live EN row no
      *longer matches it, the translation is stale.
      *  R = requested   sent to the vendor by MSGEXP, not back
      *  T = returned    back from the vendor but refused by
      *                  MSGIMP (reason in trs-reject-reason) -
      *                  resent on the next export
      *  A = applied     loaded to MSGTABLE by MSGIMP, or already
      *                  on MSGTABLE when MSGEXP first saw it
      *  S = stale       applied, but made from an EN text that
      *                  has since changed - resent on the next
      *                  export
      *trs-status-date is the business date of the last change
      *of status; the requested/returned/applied dates keep the
      *history of the current round trip.
       01 trs-record.
           05 trs-key.
               10 trs-language-code     pic x(02).
               10 trs-msg-id            pic x(04).
           05 trs-status                pic x(01).
               88 trs-requested             value "R".
               88 trs-returned              value "T".
               88 trs-applied               value "A".
               88 trs-stale                 value "S".
           05 trs-request-reason        pic x(01).
           05 trs-requested-date        pic x(08).
           05 trs-returned-date         pic x(08).
           05 trs-applied-date          pic x(08).
           05 trs-status-date           pic x(08).
           05 trs-reject-reason         pic x(02).
           05 trs-en-text               pic x(80).
           05 filler                    pic x(08).
