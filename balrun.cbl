      *> of each rule, and prints an in-balance/out-of-balance
      *> certificate per step. any break sets a nonzero return code
      *> so the operator sees it at 3 a.m., not accounting at 10.
      *> a desk run that posts to the ledger during the day writes
      *> its control totals under the date already certified; those
      *> late arrivals are certified with the next night's rules.

       environment division.

      *> trimmed off the file after the certificate prints.
       01  ws-retention-days           pic 9(3) value 45.

       01  ws-late-sw                  pic x    value 'n'.
           88  ws-late-arrival                    value 'y'.
       01  ws-late-count               pic 9(3) value 0.

       01  ws-keep-overflow-sw         pic x    value 'n'.
           88  ws-keep-overflow                   value 'y'.

           if ctl-bus-yr not = rpt-curr-yr
              or ctl-bus-mth not = rpt-curr-mth
              or ctl-bus-day not = rpt-curr-day
               if not ws-late-arrival
                   exit paragraph
               end-if
               add 1 to ws-late-count
           end-if
           set rl-x to 1
           search rule-entry
           write print-rec from summary-line
           move 'rules out of balance:' to sum-label
           move ws-break-count to sum-count-out
           write print-rec from summary-line
           move 'late control totals included:' to sum-label
           move ws-late-count to sum-count-out
           write print-rec from summary-line.

       260-keep-for-trim.
      *> tonight's records are consumed by this certificate and are
      *> not written back - a rerun of the night appends a fresh set
      *> instead of summing onto a half-written first attempt. an
      *> earlier-dated record still on file was written after its
      *> own night was certified; within retention it is a late
      *> arrival, certified tonight and consumed the same way.
      *> later-dated records stay until their own night.
           move 'n' to ws-late-sw
           move ctl-bus-yr to ws-rec-date(1:4)
           move ctl-bus-mth to ws-rec-date(5:2)
           move ctl-bus-day to ws-rec-date(7:2)
           if ws-days-old > ws-retention-days
               exit paragraph
           end-if
           if ws-days-old > zero
               move 'y' to ws-late-sw
               exit paragraph
           end-if
           if ws-keep-count < 2000
               add 1 to ws-keep-count
               set kp-x to ws-keep-count
