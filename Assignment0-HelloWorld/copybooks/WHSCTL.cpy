      *warehouse extract control record - one 80-byte record,
      *rewritten by WHSEXTR after every extract that completes.
      *it holds the latest period sent, so a rerun of a period
      *already sent (without a resend card) and a month skipped
      *between two extracts are both caught before anything is
      *written to the feed.
       01 whsctl-record.
           05 whsctl-period-from    pic x(08).
           05 whsctl-period-to      pic x(08).
           05 whsctl-extract-date   pic x(08).
           05 whsctl-business-date  pic x(08).
           05 whsctl-user-id        pic x(08).
           05 whsctl-record-count   pic 9(09).
           05 filler                pic x(31).
