       identification division.

       program-id. escclm.
      *AUTHOR. JON YEN
      *> unclaimed-property claims. the desk keys a claim to
      *> CH9992CLM.DAT when an owner answers a due-diligence letter,
      *> or turns up later having claimed the property back from the
      *> state, quoting the reference on the letter. this run looks
      *> the item up on CH9992UPM.NDX. an item still waiting on its
      *> letter is simply released, so the december run leaves it
      *> alone. an item already reported is paid back out of the
      *> recovery the state refunds: a payroll check is reissued to
      *> CH0101CHK.DAT for chkpost to number that night, and a credit
      *> balance is put back by a type-'R' transaction on
      *> CH0602.DAT, which the open-item update and the receivables
      *> journal carry through to the customer's balance and the
      *> state recovery account.
      *> an item already released or paid back is listed and logged.

       environment division.

       input-output section.
       file-control.
           select optional claim-file
               assign to "W:\CONTROL\CH9992CLM.DAT"
                   organization is line sequential.
           select optional unclaimed-property-master
               assign to "W:\CONTROL\CH9992UPM.NDX"
                   organization is indexed
                   access is random
                   record key is upm-key.
           select optional balance-master
               assign to "W:\Project2\CH0602BAL.NDX"
                   organization is indexed
                   access is random
                   record key is bal-cust-no.
           select optional customer-master
               assign to "W:\Project2\CH0602MST.NDX"
                   organization is indexed
                   access is random
                   record key is cust-no-m.
           select optional check-print-file
               assign to "W:\PROJECT1\CH0101CHK.DAT"
                   organization is line sequential.
           select optional gl-posting-file
               assign to "W:\PROJECT1\CH0101GLP.DAT"
                   organization is line sequential.
           select optional cust-file
               assign to "W:\Project2\CH0602.DAT"
                   organization is line sequential.
           select optional receipt-control-file
               assign to "W:\Project2\CH0602RCP.CTL"
                   organization is line sequential.
           select print-file
               assign to "W:\CONTROL\CH9992CLM.RPT"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
       fd  claim-file
           record contains 33 characters.
       01  claim-rec.
           05  clm-upm-key.
               10  clm-source          pic x.
               10  clm-item-id         pic x(8).
               10  clm-select-yr       pic 9(4).
           05  clm-reference           pic x(20).

       fd  unclaimed-property-master
           record contains 200 characters.
       copy unclprp.

       fd  balance-master
           record contains 41 characters.
       copy custbal.

       fd  customer-master
           record contains 120 characters.
       copy custmst.

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

       fd  cust-file
           record contains 30 characters.
       copy custtrn.

       fd  receipt-control-file
           record contains 6 characters.
       01  receipt-control-rec.
           05  ctl-last-receipt-no     pic 9(6).

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
       01  ws-item-found-sw            pic x    value 'y'.
           88  ws-item-found                      value 'y'.
           88  ws-item-not-found                  value 'n'.

       01  ws-exc-message              pic x(40)    value spaces.
       01  ws-next-receipt-no          pic 9(6)     value zero.

      *> a paid-back item comes out of the recovery the state
      *> refunds, and goes back where the escheat run took it from -
      *> the net payroll payable for a reissued check. a restored
      *> credit balance reaches receivables and the recovery account
      *> through the receivables journal.
       01  gl-accounts.
           05  gl-acct-net-payable     pic x(8)  value '21000000'.
           05  gl-acct-recovery        pic x(8)  value '12300000'.

       01  claim-totals.
           05  ws-claims-read          pic 9(5)     value zero.
           05  ws-released-count       pic 9(5)     value zero.
           05  ws-released-total       pic 9(9)v99  value zero.
           05  ws-reissued-count       pic 9(5)     value zero.
           05  ws-reissued-total       pic 9(9)v99  value zero.
           05  ws-restored-count       pic 9(5)     value zero.
           05  ws-restored-total       pic 9(9)v99  value zero.
           05  ws-claims-rejected      pic 9(5)     value zero.

       01  claim-hdr.
           05  filler                 pic x(9)    value 'reference'.
           05  filler                 pic x(8)    value spaces.
           05  filler                 pic x(10)   value 'owner name'.
           05  filler                 pic x(22)   value spaces.
           05  filler                 pic x(6)    value 'amount'.
           05  filler                 pic x(6)    value spaces.
           05  filler                 pic x(9)    value 'claim ref'.
           05  filler                 pic x(13)   value spaces.
           05  filler                 pic x(6)    value 'result'.

       01  claim-detail.
           05  clm-source-out          pic x.
           05                          pic x       value space.
           05  clm-item-id-out         pic x(8).
           05                          pic x       value space.
           05  clm-select-yr-out       pic 9(4).
           05                          pic x(2)    value spaces.
           05  clm-owner-name-out      pic x(30).
           05                          pic x(2)    value spaces.
           05  clm-amount-out          pic $zzz,zz9.99.
           05                          pic x(2)    value spaces.
           05  clm-reference-out       pic x(20).
           05                          pic x(2)    value spaces.
           05  clm-result-out          pic x(26).

       01  total-line.
           05  tot-label               pic x(25).
           05  tot-count-out           pic zz,zz9.
           05                          pic x(4)    value spaces.
           05  tot-amount-out          pic $zz,zzz,zz9.99.

       procedure division.
       100-main-module.
           perform 610-load-receipt-control
           open input claim-file
                i-o unclaimed-property-master
                input balance-master
                i-o customer-master
                extend check-print-file
                extend gl-posting-file
                extend cust-file
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           move 'unclaimed property claims' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from claim-hdr
           perform until no-more-data
               read claim-file
                   at end move 'no' to more-data
                   not at end
                       add 1 to ws-claims-read
                       perform 200-process-claim
               end-read
           end-perform
           perform 400-write-totals
           close claim-file
                 unclaimed-property-master
                 balance-master
                 customer-master
                 check-print-file
                 gl-posting-file
                 cust-file
                 print-file
                 exception-log-file
           perform 620-save-receipt-control
      *> leave the claim file EMPTY once it is applied - a claim
      *> applied twice would pay the owner twice.
           open output claim-file
           close claim-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of unclaimed property claims'
           goback.

       200-process-claim.
           move clm-upm-key to upm-key
           move 'y' to ws-item-found-sw
           read unclaimed-property-master
               invalid key move 'n' to ws-item-found-sw
           end-read
           move clm-source to clm-source-out
           move clm-item-id to clm-item-id-out
           move clm-select-yr to clm-select-yr-out
           move clm-reference to clm-reference-out
           if ws-item-not-found
               move spaces to clm-owner-name-out
               move zero to clm-amount-out
               move '*** no such item ***' to clm-result-out
               move 'claim for item not on file'
                   to ws-exc-message
               perform 290-reject-claim
               exit paragraph
           end-if
           move upm-owner-name to clm-owner-name-out
           move upm-amount to clm-amount-out
           evaluate true
               when upm-letter-sent
                   perform 220-release-item
               when upm-escheated
                   perform 230-pay-back-item
               when upm-released
                   move '*** already released ***' to clm-result-out
                   move 'claim for item already released'
                       to ws-exc-message
                   perform 290-reject-claim
               when other
                   move '*** already paid back ***'
                       to clm-result-out
                   move 'claim for item already paid back'
                       to ws-exc-message
                   perform 290-reject-claim
           end-evaluate.

       220-release-item.
      *> the owner answered the letter in time - nothing was voided
      *> or cleared, so nothing is booked.
           move 'R' to upm-status
           move ws-rpt-date to upm-closed-date
           move clm-reference to upm-closed-ref
           rewrite unclaimed-property-rec
               invalid key
                   display 'unclaimed property rewrite failed for '
                       upm-key
           end-rewrite
           add 1 to ws-released-count
           add upm-amount to ws-released-total
           move 'released - owner answered' to clm-result-out
           write print-rec from claim-detail.

       230-pay-back-item.
           evaluate true
               when upm-payroll-check
                   perform 250-write-replacement-check
                   move 'paid back - check reissued'
                       to clm-result-out
               when other
                   perform 260-restore-credit-balance
                   if ws-item-not-found
                       exit paragraph
                   end-if
                   move 'paid back - balance credit'
                       to clm-result-out
           end-evaluate
           move 'P' to upm-status
           move ws-rpt-date to upm-closed-date
           move clm-reference to upm-closed-ref
           rewrite unclaimed-property-rec
               invalid key
                   display 'unclaimed property rewrite failed for '
                       upm-key
           end-rewrite
           write print-rec from claim-detail.

       250-write-replacement-check.
           move ws-rpt-date to chk-date
           move upm-owner-id to chk-employee-no
           move upm-owner-name to chk-employee-name
           move upm-amount to chk-amount
           write check-print-rec
           move gl-acct-net-payable to glp-account
           move 'escheat claim - payable' to glp-description
           perform 270-write-recovery-pair
           add 1 to ws-reissued-count
           add upm-amount to ws-reissued-total.

       260-restore-credit-balance.
           move upm-item-id(1:5) to bal-cust-no
           move 'y' to ws-item-found-sw
           read balance-master
               invalid key move 'n' to ws-item-found-sw
           end-read
           if ws-item-not-found
               move '*** balance not on file ***' to clm-result-out
               move 'claim customer balance not on file'
                   to ws-exc-message
               perform 290-reject-claim
               exit paragraph
           end-if
      *> the credit goes back on as a transaction of its own, so the
      *> next balance roll shows it on the statement. the escheat
      *> run reported whole dollars only, so the amount fits.
           move bal-cust-no to cust-no-in
           move rpt-curr-mth to mon-o-transaction
           move rpt-curr-yr to yr-o-tranaction
           move upm-amount to trans-amt
           move 'R' to trans-type-in
           add 1 to ws-next-receipt-no
           move ws-next-receipt-no to trans-ref-no
           move zero to trans-apply-ref
           write trans-rec-in
      *> the claim is activity - the account's dormancy starts over.
           move bal-cust-no to cust-no-m
           read customer-master
               invalid key continue
               not invalid key
                   move ws-rpt-date to cust-last-activity-m
                   rewrite cust-master-rec
                       invalid key continue
                   end-rewrite
           end-read
           add 1 to ws-restored-count
           add upm-amount to ws-restored-total.

       270-write-recovery-pair.
      *> the account and description of the credit side are set by
      *> the caller; the debit is always the state recovery - a
      *> balanced pair, so the extract still nets to zero.
           move ws-rpt-date to glp-run-date
           move 'C' to glp-dr-cr
           move upm-amount to glp-amount
           write gl-posting-rec
           move gl-acct-recovery to glp-account
           move ws-rpt-date to glp-run-date
           move 'D' to glp-dr-cr
           move upm-amount to glp-amount
           move 'escheat claim recovery' to glp-description
           write gl-posting-rec.

       290-reject-claim.
           add 1 to ws-claims-rejected
           write print-rec from claim-detail
           move 'y' to ws-exceptions-sw
           move 'escclm' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move clm-upm-key to exc-log-key
           move ws-exc-message to exc-log-message
           write exception-log-rec.

       400-write-totals.
           move 'claims read:' to tot-label
           move ws-claims-read to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line
           move 'released on answer:' to tot-label
           move ws-released-count to tot-count-out
           move ws-released-total to tot-amount-out
           write print-rec from total-line
           move 'checks reissued:' to tot-label
           move ws-reissued-count to tot-count-out
           move ws-reissued-total to tot-amount-out
           write print-rec from total-line
           move 'credit balances restored:' to tot-label
           move ws-restored-count to tot-count-out
           move ws-restored-total to tot-amount-out
           write print-rec from total-line
           move 'claims rejected:' to tot-label
           move ws-claims-rejected to tot-count-out
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

       610-load-receipt-control.
           open input receipt-control-file
           read receipt-control-file
               at end move 100000 to ctl-last-receipt-no
           end-read
           move ctl-last-receipt-no to ws-next-receipt-no
           close receipt-control-file.

       620-save-receipt-control.
           open output receipt-control-file
           move ws-next-receipt-no to ctl-last-receipt-no
           write receipt-control-rec
           close receipt-control-file.
