       identification division.

       program-id. chkstop.
      *AUTHOR. JON YEN
      *> stop-payment processing for payroll checks. the desk keys a
      *> stop for a check reported lost or stolen to CH0101STP.DAT;
      *> this run marks each one stopped on the CH0101CRG.NDX
      *> register, sends the cancellation to the bank on the
      *> positive-pay file CH0101PPY.DAT so the item is refused if
      *> it is presented, and books the same correcting entry the
      *> ach return run books - the money comes back through bank
      *> clearing and re-opens the net payroll payable, since the
      *> employee is still owed it. a stop keyed with the reissue
      *> flag also writes a replacement check to CH0101CHK.DAT for
      *> chkpost to number that night. only an outstanding check
      *> can be stopped; anything else is listed and logged.

       environment division.

       input-output section.
       file-control.
           select optional stop-payment-file
               assign to "W:\PROJECT1\CH0101STP.DAT"
                   organization is line sequential.
           select check-register-master
               assign to "W:\PROJECT1\CH0101CRG.NDX"
                   organization is indexed
                   access is random
                   record key is crg-check-no-m.
           select optional positive-pay-file
               assign to "W:\PROJECT1\CH0101PPY.DAT"
                   organization is line sequential.
           select optional check-print-file
               assign to "W:\PROJECT1\CH0101CHK.DAT"
                   organization is line sequential.
           select optional gl-posting-file
               assign to "W:\PROJECT1\CH0101GLP.DAT"
                   organization is line sequential.
           select print-file
               assign to "W:\PROJECT1\CH0101STP.RPT"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
       fd  stop-payment-file
           record contains 29 characters.
       01  stop-payment-rec.
           05  stp-check-no            pic 9(8).
           05  stp-reason              pic x(20).
           05  stp-reissue             pic x.
               88  stp-reissue-check              value 'Y'.

       fd  check-register-master
           record contains 80 characters.
       copy chkreg.

       fd  positive-pay-file
           record contains 60 characters.
       copy posipay.

       fd  check-print-file
           record contains 52 characters.
       01  check-print-rec.
           05  chk-date                pic 9(8).
           05  chk-employee-no         pic x(5).
           05  chk-employee-name       pic x(30).
           05  chk-amount              pic 9(7)v99.

       fd  gl-posting-file
           record contains 51 characters.
       01  gl-posting-rec.
           05  glp-account             pic x(8).
           05  glp-run-date            pic 9(8).
           05  glp-dr-cr               pic x.
           05  glp-amount              pic 9(9)v99.
           05  glp-description         pic x(23).

       fd  print-file
           record contains 110 characters.
       01  print-rec                   pic x(110).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       working-storage section.
       copy rptdate.
       copy rpthdr1.

       01  more-data                   pic x(3) value 'yes'.
           88  no-more-data                       value 'no'.

       01  ws-exceptions-sw            pic x    value 'n'.
           88  ws-exceptions-printed              value 'y'.

       01  ws-pg-ct                    pic 999  value 0.
       01  ws-check-found-sw           pic x    value 'y'.
           88  ws-check-found                     value 'y'.
           88  ws-check-not-found                 value 'n'.

       01  ws-exc-message              pic x(40)    value spaces.

      *> the correcting entry's accounts, from the tax run's payroll
      *> chart, as the ach return run books them.
       01  gl-accounts.
           05  gl-acct-bank-clearing   pic x(8)  value '10100000'.
           05  gl-acct-net-payable     pic x(8)  value '21000000'.

       01  stop-totals.
           05  ws-stops-read           pic 9(5)     value zero.
           05  ws-stops-applied        pic 9(5)     value zero.
           05  ws-stopped-total        pic 9(9)v99  value zero.
           05  ws-reissued-count       pic 9(5)     value zero.
           05  ws-reissued-total       pic 9(9)v99  value zero.
           05  ws-stops-rejected       pic 9(5)     value zero.

       01  stop-hdr.
           05  filler                 pic x(8)    value 'check no'.
           05  filler                 pic x(4)    value spaces.
           05  filler                 pic x(13)   value 'employee name'.
           05  filler                 pic x(19)   value spaces.
           05  filler                 pic x(6)    value 'amount'.
           05  filler                 pic x(6)    value spaces.
           05  filler                 pic x(6)    value 'reason'.
           05  filler                 pic x(16)   value spaces.
           05  filler                 pic x(6)    value 'result'.

       01  stop-detail.
           05  stp-check-no-out        pic 9(8).
           05                          pic x(4)    value spaces.
           05  stp-employee-name-out   pic x(30).
           05                          pic x(2)    value spaces.
           05  stp-amount-out          pic $zzz,zz9.99.
           05                          pic x(2)    value spaces.
           05  stp-reason-out          pic x(20).
           05                          pic x(2)    value spaces.
           05  stp-result-out          pic x(30).

       01  total-line.
           05  tot-label               pic x(25).
           05  tot-count-out           pic zz,zz9.
           05                          pic x(4)    value spaces.
           05  tot-amount-out          pic $zz,zzz,zz9.99.

       procedure division.
       100-main-module.
           open input stop-payment-file
                i-o check-register-master
                extend positive-pay-file
                extend check-print-file
                extend gl-posting-file
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           move 'stop payment register' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from stop-hdr
           perform until no-more-data
               read stop-payment-file
                   at end move 'no' to more-data
                   not at end
                       add 1 to ws-stops-read
                       perform 200-process-stop
               end-read
           end-perform
           perform 400-write-totals
           close stop-payment-file
                 check-register-master
                 positive-pay-file
                 check-print-file
                 gl-posting-file
                 print-file
                 exception-log-file
      *> leave the stop file EMPTY once it is applied - a stop
      *> applied twice would book the correcting entry twice.
           open output stop-payment-file
           close stop-payment-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of stop payment processing'
           goback.

       200-process-stop.
           move stp-check-no to crg-check-no-m
           move 'y' to ws-check-found-sw
           read check-register-master
               invalid key move 'n' to ws-check-found-sw
           end-read
           move stp-check-no to stp-check-no-out
           move stp-reason to stp-reason-out
           if ws-check-not-found
               move spaces to stp-employee-name-out
               move zero to stp-amount-out
               move '*** not on register ***' to stp-result-out
               move 'stop for check not on register'
                   to ws-exc-message
               perform 290-reject-stop
               exit paragraph
           end-if
           move crg-employee-name-m to stp-employee-name-out
           move crg-amount-m to stp-amount-out
           evaluate true
               when crg-cleared
                   move '*** already paid by bank ***'
                       to stp-result-out
                   move 'stop for check already cleared'
                       to ws-exc-message
                   perform 290-reject-stop
               when crg-voided
                   move '*** check was voided ***' to stp-result-out
                   move 'stop for check already voided'
                       to ws-exc-message
                   perform 290-reject-stop
               when crg-stopped
                   move '*** already stopped ***' to stp-result-out
                   move 'stop for check already stopped'
                       to ws-exc-message
                   perform 290-reject-stop
               when other
                   perform 220-apply-stop
           end-evaluate.

       220-apply-stop.
           move 'S' to crg-status-m
           move ws-rpt-date to crg-cleared-date-m
           rewrite check-register-rec
               invalid key
                   display 'check register rewrite failed for '
                       crg-check-no-m
           end-rewrite
           move 'V' to ppy-action
           move crg-check-no-m to ppy-check-no
           move crg-issue-date-m to ppy-issue-date
           move crg-amount-m to ppy-amount
           move crg-employee-name-m to ppy-payee
           write positive-pay-rec
           perform 240-write-correcting-entry
           add 1 to ws-stops-applied
           add crg-amount-m to ws-stopped-total
           if stp-reissue-check
               perform 250-write-replacement-check
               move 'stopped - check reissued' to stp-result-out
           else
               move 'stopped - payable reopened' to stp-result-out
           end-if
           write print-rec from stop-detail.

       240-write-correcting-entry.
      *> the stopped check's money comes back through bank clearing
      *> and re-opens the net payroll payable - a balanced pair, so
      *> the extract still nets to zero.
           move gl-acct-bank-clearing to glp-account
           move ws-rpt-date to glp-run-date
           move 'D' to glp-dr-cr
           move crg-amount-m to glp-amount
           move 'stop payment - clearing' to glp-description
           write gl-posting-rec
           move gl-acct-net-payable to glp-account
           move ws-rpt-date to glp-run-date
           move 'C' to glp-dr-cr
           move crg-amount-m to glp-amount
           move 'stop payment - payable' to glp-description
           write gl-posting-rec.

       250-write-replacement-check.
           move ws-rpt-date to chk-date
           move crg-employee-no-m to chk-employee-no
           move crg-employee-name-m to chk-employee-name
           move crg-amount-m to chk-amount
           write check-print-rec
           add 1 to ws-reissued-count
           add crg-amount-m to ws-reissued-total.

       290-reject-stop.
           add 1 to ws-stops-rejected
           write print-rec from stop-detail
           move 'y' to ws-exceptions-sw
           move 'chkstop' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move stp-check-no to exc-log-key
           move ws-exc-message to exc-log-message
           write exception-log-rec.

       400-write-totals.
           move 'stops read:' to tot-label
           move ws-stops-read to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line
           move 'checks stopped:' to tot-label
           move ws-stops-applied to tot-count-out
           move ws-stopped-total to tot-amount-out
           write print-rec from total-line
           move 'replacement checks:' to tot-label
           move ws-reissued-count to tot-count-out
           move ws-reissued-total to tot-amount-out
           write print-rec from total-line
           move 'stops rejected:' to tot-label
           move ws-stops-rejected to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line.

       010-set-business-date.
      *> report headings and log stamps carry the business date
      *> from BUSDATE.CTL (set by nightlybatch) so a rerun books
      *> under its true date; the calendar date is the fallback
      *> when the control file is absent.
           move function current-date to ws-rpt-date
           open input business-date-file
           read business-date-file
               at end continue
               not at end
                   move bus-date-yr to rpt-curr-yr
                   move bus-date-mth to rpt-curr-mth
                   move bus-date-day to rpt-curr-day
           end-read
           close business-date-file.
