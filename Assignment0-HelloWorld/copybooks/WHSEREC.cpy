      *warehouse feed record layouts - the monthly extract
      *(WHSEXTR) writes one 200-byte record per history row for
      *the enterprise reporting group. every record starts with
      *a three-byte record type and fields are separated by "|"
      *at fixed positions (no trimming - a field is always its
      *full width, numerics zero-filled, so the loader can split
      *on the delimiter or cut by column):
      *  HDR - one per feed: system, period from/to, extract
      *        date, business date, resend flag (R or blank)
      *  AUD - AUDITLOG row   OUT - OUTSTAT row
      *  STA - RUNSTATS row   USG - USAGELOG row
      *  TRL - one per data type, after the data: the type, its
      *        record count and the hash totals of the return
      *        codes and elapsed seconds it carried (zeros where
      *        the type has none)
       01 whs-header-rec.
           05 filler                pic x(04) value "HDR|".
           05 whs-hdr-system        pic x(08) value "HELLOWLD".
           05 filler                pic x(01) value "|".
           05 whs-hdr-period-from   pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-hdr-period-to     pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-hdr-extract-date  pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-hdr-business-date pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-hdr-resend        pic x(01).
           05 filler                pic x(150) value spaces.

       01 whs-audit-rec.
           05 filler                pic x(04) value "AUD|".
           05 whs-aud-run-date      pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-aud-run-time      pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-aud-job-name      pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-aud-user-id       pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-aud-return-code   pic 9(03).
           05 filler                pic x(01) value "|".
           05 whs-aud-action        pic x(08).
           05 filler                pic x(148) value spaces.

       01 whs-outstat-rec.
           05 filler                pic x(04) value "OUT|".
           05 whs-out-run-date      pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-out-run-time      pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-out-job-name      pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-out-return-code   pic 9(03).
           05 filler                pic x(01) value "|".
           05 whs-out-status-text   pic x(30).
           05 filler                pic x(135) value spaces.

       01 whs-stats-rec.
           05 filler                pic x(04) value "STA|".
           05 whs-sta-step-name     pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-sta-run-date      pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-sta-program-id    pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-sta-start-time    pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-sta-end-time      pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-sta-elapsed-secs  pic 9(07).
           05 filler                pic x(01) value "|".
           05 whs-sta-return-code   pic 9(03).
           05 filler                pic x(140) value spaces.

       01 whs-usage-rec.
           05 filler                pic x(04) value "USG|".
           05 whs-usg-run-date      pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-usg-terminal-id   pic x(08).
           05 filler                pic x(01) value "|".
           05 whs-usg-record-type   pic x(01).
           05 filler                pic x(01) value "|".
           05 whs-usg-key           pic x(16).
           05 filler                pic x(01) value "|".
           05 whs-usg-language-asked  pic x(02).
           05 filler                pic x(01) value "|".
           05 whs-usg-language-served pic x(02).
           05 filler                pic x(01) value "|".
           05 whs-usg-fallback      pic x(01).
           05 filler                pic x(152) value spaces.

       01 whs-trailer-rec.
           05 filler                pic x(04) value "TRL|".
           05 whs-trl-record-type   pic x(03).
           05 filler                pic x(01) value "|".
           05 whs-trl-record-count  pic 9(09).
           05 filler                pic x(01) value "|".
           05 whs-trl-rc-hash       pic 9(11).
           05 filler                pic x(01) value "|".
           05 whs-trl-secs-hash     pic 9(13).
           05 filler                pic x(157) value spaces.
