      *shift handover open-item record layout - one 140-byte row
      *per item the night left for the next shift, carried on
      *the OPENITEM file by HANDOVER from one handover to the
      *next until its source says it is dealt with. an item is
      *keyed by its type, the source's own key and the business
      *date it belongs to:
      *  PC - full-suite plan stopped on a gate (PLANCHKP) -
      *       key is the stop step, date the plan's run date
      *  UA - abort row monitoring never acknowledged (OUTSTAT
      *       against ACKFILE) - key is job-name and run-time,
      *       date the run date
      *  PF - pre-flight finding (PREFLOUT) - key is the file id
      *       and the finding's key
      *  CX - CTLFILE row still flagged X by CTLSYNC - key is
      *       job-name and step-name
      *  TW - batch-window projection blown (TRNDOUT)
      *  HC - housekeeping purge stopped mid copy-back (CHKPOINT
      *       phase S) - key is the file id, date the purge date
      *a row closes (oi-status C) on the first handover whose
      *source no longer shows it; it is printed once as closed
      *since the last shift and dropped on the handover after.
      *oi-accepted-by/date name the last incoming operator who
      *signed for the item.
       01 oi-record.
           05 oi-key.
               10 oi-item-type      pic x(02).
                   88 oi-plan-checkpoint       value "PC".
                   88 oi-unacked-abort         value "UA".
                   88 oi-preflight-finding     value "PF".
                   88 oi-ctlfile-flagged       value "CX".
                   88 oi-trend-window          value "TW".
                   88 oi-housekeeping-copy     value "HC".
               10 oi-item-key       pic x(32).
               10 oi-business-date  pic x(08).
           05 oi-status             pic x(01).
               88 oi-item-open             value "O".
               88 oi-item-closed           value "C".
           05 oi-first-seen         pic x(08).
           05 oi-last-seen          pic x(08).
           05 oi-closed-date        pic x(08).
           05 oi-severity           pic 9(01).
           05 oi-return-code        pic 9(03).
           05 oi-description        pic x(45).
           05 oi-accepted-by        pic x(08).
           05 oi-accepted-date      pic x(08).
           05 filler                pic x(08).
