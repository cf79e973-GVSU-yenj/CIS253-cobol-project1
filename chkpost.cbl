      *> system keeps its last loan number - and accumulates the
      *> check onto the CH0101CRG.NDX register master flagged
      *> outstanding. run right after the tax run so every issued
      *> check is on the register before anyone asks about it. each
      *> check numbered is also written to the positive-pay issue
      *> file CH0101PPY.DAT for the bank, so a check we did not
      *> issue, or one altered after it left, is refused at the
      *> teller instead of clearing.

       environment division.

           select optional check-control-file
               assign to "W:\PROJECT1\CH0101CKN.CTL"
                   organization is line sequential.
           select optional positive-pay-file
               assign to "W:\PROJECT1\CH0101PPY.DAT"
                   organization is line sequential.
           select print-file
               assign to "W:\PROJECT1\CH0101CRG.RPT"
                   organization is line sequential.
       01  check-control-rec.
           05  ctl-last-check-no       pic 9(8).

       fd  positive-pay-file
           record contains 60 characters.
       copy posipay.

       fd  print-file
           record contains 110 characters.
       01  print-rec                   pic x(110).
       01  posting-totals.
           05  ws-checks-posted        pic 9(5)     value zero.
           05  ws-posted-total         pic 9(9)v99  value zero.
           05  ws-ppy-issued           pic 9(5)     value zero.

       01  register-hdr.
           05  filler                 pic x(8)    value 'check no'.
           perform 120-load-check-control
           open input check-print-file
                i-o check-register-master
                extend positive-pay-file
                output print-file
           perform 010-set-business-date
           move 'check register posting' to rpt-hdr-title
           perform 400-write-totals
           close check-print-file
                 check-register-master
                 positive-pay-file
                 print-file
      *> leave the check file EMPTY once its checks are numbered
      *> and on the register - the tax run and the ach return run
                   display 'check register write failed for '
                       crg-check-no-m
           end-write
           perform 210-write-positive-pay
           add 1 to ws-checks-posted
           add chk-amount to ws-posted-total
           move crg-check-no-m to reg-check-no-out
           move chk-amount to reg-amount-out
           write print-rec from register-detail.

       210-write-positive-pay.
           move 'I' to ppy-action
           move crg-check-no-m to ppy-check-no
           move chk-date to ppy-issue-date
           move chk-amount to ppy-amount
           move chk-employee-name to ppy-payee
           write positive-pay-rec
           add 1 to ws-ppy-issued.

       400-write-totals.
           move 'checks posted:' to tot-label
           move ws-checks-posted to tot-count-out
           move ws-posted-total to tot-amount-out
           write print-rec from total-line
           move 'positive pay issues sent:' to tot-label
           move ws-ppy-issued to tot-count-out
           move ws-posted-total to tot-amount-out
           write print-rec from total-line.

       010-set-business-date.
