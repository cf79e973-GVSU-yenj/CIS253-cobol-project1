       identification division.

       program-id. escheat.
      *AUTHOR. JON YEN
      *> annual unclaimed-property (escheat) run, taken with the
      *> december close. chkout flags payroll checks outstanding past
      *> 180 days and customer credit balances sit on CH0602BAL.NDX
      *> for years; this is where both are finally dealt with. the
      *> run first takes every item whose due-diligence letter went
      *> out and whose response window has closed: a check still
      *> outstanding is voided on the CH0101CRG.NDX register and
      *> cancelled to the bank on positive pay and booked to the
      *> unclaimed-property liability, a credit balance still
      *> untouched is cleared by a type-'E' transaction on
      *> CH0602.DAT that the open-item update and the receivables
      *> journal carry like any other, and each is listed on the
      *> holder report and written to the year's remittance file for
      *> the state. an item the owner has since cashed or used is
      *> released instead. it then selects the new items past the
      *> dormancy periods on CH9992UPP.PAR and writes a due-diligence
      *> letter to the owner's last known address, with its piece
      *> for the presort extract. every item is kept on CH9992UPM.NDX
      *> for good, so a claim made to the state years later can be
      *> researched and paid back through escclm.

       environment division.

       input-output section.
       file-control.
           select optional unclaimed-property-master
               assign to "W:\CONTROL\CH9992UPM.NDX"
                   organization is indexed
                   access is dynamic
                   record key is upm-key.
           select check-register-master
               assign to "W:\PROJECT1\CH0101CRG.NDX"
                   organization is indexed
                   access is dynamic
                   record key is crg-check-no-m.
           select optional employee-master
               assign to "W:\PROJECT1\CH0101MST.NDX"
                   organization is indexed
                   access is random
                   record key is employee-no-m.
           select optional balance-master
               assign to "W:\Project2\CH0602BAL.NDX"
                   organization is indexed
                   access is dynamic
                   record key is bal-cust-no.
           select optional customer-master
               assign to "W:\Project2\CH0602MST.NDX"
                   organization is indexed
                   access is random
                   record key is cust-no-m.
           select optional escheat-parm-file
               assign to "W:\CONTROL\CH9992UPP.PAR"
                   organization is line sequential.
           select optional positive-pay-file
               assign to "W:\PROJECT1\CH0101PPY.DAT"
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
           select optional remittance-file
               assign to dynamic ws-remittance-filename
                   organization is line sequential.
           select letter-file
               assign to "W:\CONTROL\CH9992UPL.RPT"
                   organization is line sequential.
           select print-file
               assign to "W:\CONTROL\CH9992UPH.RPT"
                   organization is line sequential.
           select optional mail-piece-file
               assign to "W:\CONTROL\CH9994MPC.DAT"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.
           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.
           select optional run-stats-file
               assign to "W:\CONTROL\CH9998RUN.STA"
                   organization is line sequential.

       data division.

       file section.
       fd  unclaimed-property-master
           record contains 200 characters.
       copy unclprp.

       fd  check-register-master
           record contains 80 characters.
       copy chkreg.

       fd  employee-master
           record contains 400 characters.
       copy emppay.

       fd  balance-master
           record contains 41 characters.
       copy custbal.

       fd  customer-master
           record contains 120 characters.
       copy custmst.

      *> dormancy for payroll checks and for credit balances, and
      *> the days the owner has to answer the letter; zero or a
      *> missing file takes the defaults below.
       fd  escheat-parm-file
           record contains 12 characters.
       01  escheat-parm-rec.
           05  upp-check-dormant-days  pic 9(4).
           05  upp-balance-dormant-days pic 9(4).
           05  upp-response-days       pic 9(4).

       fd  positive-pay-file
           record contains 60 characters.
       copy posipay.

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

      *> last assigned receipt number, shared with the entry desk;
      *> each clearing transaction takes the next one as its
      *> reference.
       fd  receipt-control-file
           record contains 6 characters.
       01  receipt-control-rec.
           05  ctl-last-receipt-no     pic 9(6).

      *> one record per item reported, for the state's holder
      *> filing - a file per report year.
       fd  remittance-file
           record contains 160 characters.
       01  remittance-rec.
           05  rem-report-yr           pic 9(4).
           05  rem-reference.
               10  rem-source          pic x.
               10  rem-item-id         pic x(8).
               10  rem-select-yr       pic 9(4).
           05  rem-property-desc       pic x(20).
           05  rem-owner-id            pic x(10).
           05  rem-owner-name          pic x(30).
           05  rem-owner-address       pic x(61).
           05  rem-last-activity-date  pic 9(8).
           05  rem-amount              pic 9(7)v99.
           05  filler                  pic x(5).

       fd  letter-file
           record contains 80 characters.
       01  letter-rec                  pic x(80).

       fd  print-file
           record contains 110 characters.
       01  print-rec                   pic x(110).

       fd  mail-piece-file
           record contains 128 characters.
       copy mailpc.

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       fd  run-stats-file
           record contains 52 characters.
       copy runstat.

       working-storage section.

       01  run-stat-work.
           05  ws-stat-timestamp       pic x(21).
           05  ws-stat-start-time      pic 9(6)  value zero.
       copy rptdate.
       copy rpthdr1.

       01  ws-pg-ct                    pic 999  value 0.
       01  ws-remittance-filename      pic x(40) value spaces.

       01  date-work.
           05  ws-business-date        pic 9(8) value zero.
           05  ws-business-int         pic 9(8) value zero.
           05  ws-work-int             pic 9(8) value zero.
           05  ws-work-date            pic 9(8) value zero.

       01  escheat-parms.
           05  ws-check-dormant-days   pic 9(4) value 365.
           05  ws-balance-dormant-days pic 9(4) value 1095.
           05  ws-response-days        pic 9(4) value 60.

       01  ws-found-sw                 pic x    value 'n'.
           88  ws-record-found                    value 'y'.
       01  ws-emp-found-sw             pic x    value 'n'.
           88  ws-emp-found                       value 'y'.
       01  ws-exceptions-sw            pic x    value 'n'.
           88  ws-exceptions-logged               value 'y'.

       01  ws-amount                   pic 9(7)v99 value zero.
       01  ws-whole-dollars            pic 9(6)    value zero.
       01  ws-next-receipt-no          pic 9(6)    value zero.
       01  ws-exc-key                  pic x(20)   value spaces.

      *> the accounts the run books through: the bank clearing
      *> account a voided check's money returns to and the remittance
      *> is paid from, and the unclaimed-property liability between
      *> them. a cleared credit balance reaches the same liability
      *> through the receivables journal.
       01  gl-accounts.
           05  gl-acct-bank-clearing   pic x(8)  value '10100000'.
           05  gl-acct-unclaimed-liab  pic x(8)  value '21400000'.

       01  gl-pair-work.
           05  ws-gl-debit-acct        pic x(8).
           05  ws-gl-credit-acct       pic x(8).
           05  ws-gl-debit-desc        pic x(23).
           05  ws-gl-credit-desc       pic x(23).
           05  ws-gl-amount            pic 9(9)v99.

       01  escheat-totals.
           05  ws-items-read           pic 9(6)     value zero.
           05  ws-chk-reported-count   pic 9(5)     value zero.
           05  ws-chk-reported-total   pic 9(9)v99  value zero.
           05  ws-bal-reported-count   pic 9(5)     value zero.
           05  ws-bal-reported-total   pic 9(9)v99  value zero.
           05  ws-remitted-count       pic 9(5)     value zero.
           05  ws-remitted-total       pic 9(9)v99  value zero.
           05  ws-released-count       pic 9(5)     value zero.
           05  ws-chk-letter-count     pic 9(5)     value zero.
           05  ws-chk-letter-total     pic 9(9)v99  value zero.
           05  ws-bal-letter-count     pic 9(5)     value zero.
           05  ws-bal-letter-total     pic 9(9)v99  value zero.
           05  ws-clock-started-count  pic 9(5)     value zero.
           05  ws-section-lines        pic 9(5)     value zero.

       01  section-hdr.
           05  sct-title               pic x(50).

       01  item-hdr.
           05  filler                  pic x(9)    value 'reference'.
           05                          pic x(8)    value spaces.
           05  filler                  pic x(5)    value 'owner'.
           05                          pic x(7)    value spaces.
           05  filler                  pic x(4)    value 'name'.
           05                          pic x(26)   value spaces.
           05  filler                  pic x(6)    value 'amount'.
           05                          pic x(3)    value spaces.
           05  filler                  pic x(13)
               value 'last activity'.
           05                          pic x(2)    value spaces.
           05  filler                  pic x(6)    value 'action'.

       01  item-detail.
           05  itm-source-out          pic x.
           05                          pic x       value space.
           05  itm-item-id-out         pic x(8).
           05                          pic x       value space.
           05  itm-select-yr-out       pic 9(4).
           05                          pic x(2)    value spaces.
           05  itm-owner-id-out        pic x(10).
           05                          pic x(2)    value spaces.
           05  itm-owner-name-out      pic x(30).
           05  itm-amount-out          pic $zzz,zz9.99.
           05                          pic x(2)    value spaces.
           05  itm-activity-out        pic 9999/99/99.
           05                          pic x(2)    value spaces.
           05  itm-action-out          pic x(26).

       01  none-line.
           05                          pic x(2)    value spaces.
           05  filler                  pic x(6)    value 'none'.

       01  total-line.
           05  tot-label               pic x(34).
           05  tot-count-out           pic zz,zz9.
           05                          pic x(4)    value spaces.
           05  tot-amount-out          pic $zz,zzz,zz9.99.

       01  ltr-address-1.
           05  ltr-name-out            pic x(30).

       01  ltr-address-2.
           05  ltr-street-out          pic x(30).

       01  ltr-address-3.
           05  ltr-city-out            pic x(20).
           05  filler                  pic x        value space.
           05  ltr-state-out           pic x(2).
           05  filler                  pic x(2)     value spaces.
           05  ltr-zip-out             pic x(9).

       01  ltr-address-held.
           05  filler                  pic x(40)
               value '*** no good address - mail held ***'.

       01  ltr-line-1.
           05  filler                  pic x(5)     value 'dear '.
           05  ltr-dear-out            pic x(30).

       01  ltr-line-2.
           05  filler                  pic x(35)
               value 'our records show unclaimed property'.
           05  filler                  pic x(19)
               value ' held in your name:'.

       01  ltr-check-line.
           05  filler                  pic x(18)
               value '  payroll check no'.
           05  filler                  pic x        value space.
           05  ltr-check-no-out        pic 9(8).
           05  filler                  pic x(8)     value ' issued '.
           05  ltr-issued-out          pic 9999/99/99.

       01  ltr-balance-line.
           05  filler                  pic x(36)
               value '  credit balance on customer account'.
           05  filler                  pic x        value space.
           05  ltr-cust-no-out         pic x(5).

       01  ltr-amount-line.
           05  filler                  pic x(10)    value '  amount: '.
           05  ltr-amount-out          pic $$,$$$,$$9.99.

       01  ltr-line-3.
           05  filler                  pic x(26)
               value 'if this property is yours,'.
           05  filler                  pic x(22)
               value ' contact our office by'.
           05  filler                  pic x        value space.
           05  ltr-respond-by-out      pic 9999/99/99.

       01  ltr-line-4.
           05  filler                  pic x(26)
               value 'or it will be reported and'.
           05  filler                  pic x(26)
               value ' delivered to the state as'.

       01  ltr-line-5.
           05  filler                  pic x(47)
               value 'unclaimed property. please quote reference'.
           05  filler                  pic x        value space.
           05  ltr-ref-source-out      pic x.
           05  filler                  pic x        value space.
           05  ltr-ref-item-out        pic x(8).
           05  filler                  pic x        value space.
           05  ltr-ref-yr-out          pic 9(4).

       01  ltr-separator.
           05  filler                  pic x(60)    value all '='.

       procedure division.
       100-main-module.
           perform 010-set-business-date
           move ws-rpt-date to ws-business-date
           compute ws-business-int =
               function integer-of-date(ws-business-date)
           perform 020-write-start-stat
           perform 120-load-parms
           string 'W:\CONTROL\' rpt-curr-yr '_CH9992UPR.DAT'
               delimited by size into ws-remittance-filename
           perform 610-load-receipt-control
           open i-o unclaimed-property-master
                i-o check-register-master
                input balance-master
                i-o customer-master
                input employee-master
                extend positive-pay-file
                extend gl-posting-file
                extend cust-file
                extend remittance-file
                extend mail-piece-file
                extend exception-log-file
                output letter-file
                output print-file
           move 'unclaimed property holder report' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           move 'response window closed - reported or released'
               to sct-title
           write print-rec from section-hdr
           write print-rec from item-hdr
           move zero to ws-section-lines
           perform 300-escheat-pass
           if ws-section-lines = zero
               write print-rec from none-line
           end-if
           if ws-remitted-total > zero
               perform 390-book-remittance
           end-if
           move 'due-diligence letters sent' to sct-title
           write print-rec from section-hdr
           write print-rec from item-hdr
           move zero to ws-section-lines
           perform 400-select-checks
           perform 500-select-balances
           if ws-section-lines = zero
               write print-rec from none-line
           end-if
           perform 600-write-totals
           close unclaimed-property-master
                 check-register-master
                 balance-master
                 customer-master
                 employee-master
                 positive-pay-file
                 gl-posting-file
                 cust-file
                 remittance-file
                 mail-piece-file
                 exception-log-file
                 letter-file
                 print-file
           perform 620-save-receipt-control
           if ws-exceptions-logged
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform 021-write-end-stat
           display 'end of unclaimed property run'
           goback.

       120-load-parms.
           open input escheat-parm-file
           read escheat-parm-file
               at end move zero to escheat-parm-rec
           end-read
           close escheat-parm-file
           if upp-check-dormant-days numeric
              and upp-check-dormant-days > zero
               move upp-check-dormant-days to ws-check-dormant-days
           end-if
           if upp-balance-dormant-days numeric
              and upp-balance-dormant-days > zero
               move upp-balance-dormant-days
                   to ws-balance-dormant-days
           end-if
           if upp-response-days numeric
              and upp-response-days > zero
               move upp-response-days to ws-response-days
           end-if.

       300-escheat-pass.
      *> every letter still waiting on its owner; the ones whose
      *> window has not yet closed are left for next year's run.
           move low-values to upm-key
           start unclaimed-property-master key not < upm-key
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read unclaimed-property-master next
                   at end exit perform
               end-read
               add 1 to ws-items-read
               if upm-letter-sent
                   perform 310-consider-escheat
               end-if
           end-perform.

       310-consider-escheat.
           compute ws-work-int =
               function integer-of-date(upm-letter-date)
               + ws-response-days
           if ws-work-int > ws-business-int
               exit paragraph
           end-if
           evaluate true
               when upm-payroll-check
                   perform 320-escheat-check
               when upm-credit-balance
                   perform 330-escheat-balance
           end-evaluate.

       320-escheat-check.
           move upm-item-id to crg-check-no-m
           move 'y' to ws-found-sw
           read check-register-master
               invalid key move 'n' to ws-found-sw
           end-read
           if not ws-record-found
               move 'not on register' to upm-closed-ref
               perform 350-release-item
               exit paragraph
           end-if
           if not crg-outstanding
               move 'not outstanding' to upm-closed-ref
               perform 350-release-item
               exit paragraph
           end-if
      *> the check is voided the way the off-cycle run voids one -
      *> kept on the register, flagged, dated - and cancelled to the
      *> bank so it is refused if it ever turns up.
           move 'V' to crg-status-m
           move ws-business-date to crg-cleared-date-m
           rewrite check-register-rec
               invalid key
                   move crg-check-no-m to ws-exc-key
                   move 'check register rewrite failed'
                       to exc-log-message
                   perform 800-log-exception
                   exit paragraph
           end-rewrite
           move 'V' to ppy-action
           move crg-check-no-m to ppy-check-no
           move crg-issue-date-m to ppy-issue-date
           move crg-amount-m to ppy-amount
           move crg-employee-name-m to ppy-payee
           write positive-pay-rec
           move crg-amount-m to upm-amount
           move gl-acct-bank-clearing to ws-gl-debit-acct
           move 'escheat - check voided' to ws-gl-debit-desc
           move gl-acct-unclaimed-liab to ws-gl-credit-acct
           move 'escheat - unclaimed chk' to ws-gl-credit-desc
           move upm-amount to ws-gl-amount
           perform 700-write-gl-pair
           add 1 to ws-chk-reported-count
           add upm-amount to ws-chk-reported-total
           move 'payroll check' to rem-property-desc
           perform 360-report-item.

       330-escheat-balance.
           move upm-item-id(1:5) to bal-cust-no
           move 'y' to ws-found-sw
           read balance-master
               invalid key move 'n' to ws-found-sw
           end-read
           if not ws-record-found
               move 'no balance rec' to upm-closed-ref
               perform 350-release-item
               exit paragraph
           end-if
           if bal-closing-balance not < zero
               move 'balance used' to upm-closed-ref
               perform 350-release-item
               exit paragraph
           end-if
      *> any month with a transaction since the letter means the
      *> owner is using the account after all.
           move bal-cust-no to cust-no-m
           move 'y' to ws-found-sw
           read customer-master
               invalid key move 'n' to ws-found-sw
           end-read
           if ws-record-found
              and cust-last-activity-m numeric
              and cust-last-activity-m > upm-last-activity-date
               move 'account active' to upm-closed-ref
               perform 350-release-item
               exit paragraph
           end-if
      *> the credit is cleared the way a write-off clears a debit:
      *> an offsetting transaction on CH0602.DAT, which the open-item
      *> update applies against the held credit, the receivables
      *> journal books to the liability, and the next balance roll
      *> takes to zero. amounts on that file are whole dollars; odd
      *> cents stay on the account as a credit.
           compute ws-amount = zero - bal-closing-balance
           move ws-amount to ws-whole-dollars
           if ws-whole-dollars = zero
               move 'credit under one dollar' to upm-closed-ref
               perform 350-release-item
               exit paragraph
           end-if
           move bal-cust-no to cust-no-in
           move rpt-curr-mth to mon-o-transaction
           move rpt-curr-yr to yr-o-tranaction
           move ws-whole-dollars to trans-amt
           move 'E' to trans-type-in
           add 1 to ws-next-receipt-no
           move ws-next-receipt-no to trans-ref-no
           move zero to trans-apply-ref
           write trans-rec-in
           move ws-whole-dollars to upm-amount
           add 1 to ws-bal-reported-count
           add upm-amount to ws-bal-reported-total
           move 'credit balance' to rem-property-desc
           perform 360-report-item.

       350-release-item.
           move 'R' to upm-status
           move ws-business-date to upm-closed-date
           rewrite unclaimed-property-rec
               invalid key continue
           end-rewrite
           add 1 to ws-released-count
           move spaces to itm-action-out
           string 'released - ' upm-closed-ref
               delimited by size into itm-action-out
           perform 370-write-item-line.

       360-report-item.
           move 'E' to upm-status
           move ws-business-date to upm-escheat-date
           move rpt-curr-yr to upm-report-yr
           rewrite unclaimed-property-rec
               invalid key continue
           end-rewrite
           move upm-report-yr to rem-report-yr
           move upm-key to rem-reference
           move upm-owner-id to rem-owner-id
           move upm-owner-name to rem-owner-name
           move upm-owner-address to rem-owner-address
           move upm-last-activity-date to rem-last-activity-date
           move upm-amount to rem-amount
           write remittance-rec
           add 1 to ws-remitted-count
           add upm-amount to ws-remitted-total
           move 'reported and remitted' to itm-action-out
           perform 370-write-item-line.

       370-write-item-line.
           move upm-source to itm-source-out
           move upm-item-id to itm-item-id-out
           move upm-select-yr to itm-select-yr-out
           move upm-owner-id to itm-owner-id-out
           move upm-owner-name to itm-owner-name-out
           move upm-amount to itm-amount-out
           move upm-last-activity-date to itm-activity-out
           write print-rec from item-detail
           add 1 to ws-section-lines.

       390-book-remittance.
      *> the year's remittance to the state clears the liability
      *> the reported items were booked to.
           move gl-acct-unclaimed-liab to ws-gl-debit-acct
           move 'unclaimed prop remitted' to ws-gl-debit-desc
           move gl-acct-bank-clearing to ws-gl-credit-acct
           move 'escheat remittance paid' to ws-gl-credit-desc
           move ws-remitted-total to ws-gl-amount
           perform 700-write-gl-pair.

       400-select-checks.
           move zero to crg-check-no-m
           start check-register-master key not < crg-check-no-m
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read check-register-master next
                   at end exit perform
               end-read
               if crg-outstanding
                   perform 410-consider-check
               end-if
           end-perform.

       410-consider-check.
           if crg-issue-date-m not numeric
              or crg-issue-date-m = zero
               exit paragraph
           end-if
           compute ws-work-int =
               function integer-of-date(crg-issue-date-m)
           if ws-business-int - ws-work-int < ws-check-dormant-days
               exit paragraph
           end-if
      *> one item per check per year - a rerun finds it on file.
           move 'C' to upm-source
           move crg-check-no-m to upm-item-id
           move rpt-curr-yr to upm-select-yr
           move 'y' to ws-found-sw
           read unclaimed-property-master
               invalid key move 'n' to ws-found-sw
           end-read
           if ws-record-found
               exit paragraph
           end-if
           move crg-employee-no-m to employee-no-m
           move 'y' to ws-emp-found-sw
           read employee-master
               invalid key move 'n' to ws-emp-found-sw
           end-read
           perform 420-start-item
           move crg-employee-no-m to upm-owner-id
           move crg-employee-name-m to upm-owner-name
           if ws-emp-found
               move emp-mail-address-m to upm-owner-address
           else
               move crg-check-no-m to ws-exc-key
               move 'stale check payee not on employee mst'
                   to exc-log-message
               perform 800-log-exception
           end-if
           move crg-amount-m to upm-amount
           move crg-issue-date-m to upm-last-activity-date
           perform 430-write-item
           if not ws-record-found
               exit paragraph
           end-if
           perform 440-write-mail-piece
           move 'E' to mp-master
           if ws-emp-found
               move emp-addr-status-m to mp-addr-status
           end-if
           write mail-piece-rec
           perform 450-write-letter
           add 1 to ws-chk-letter-count
           add upm-amount to ws-chk-letter-total.

       420-start-item.
           move spaces to upm-owner-id
                          upm-owner-name
                          upm-owner-address
                          upm-closed-ref
           move 'D' to upm-status
           move ws-business-date to upm-letter-date
           move zero to upm-escheat-date
                        upm-report-yr
                        upm-closed-date.

       430-write-item.
           move 'y' to ws-found-sw
           write unclaimed-property-rec
               invalid key
                   move 'n' to ws-found-sw
                   move upm-key to ws-exc-key
                   move 'unclaimed property write failed'
                       to exc-log-message
                   perform 800-log-exception
           end-write.

       440-write-mail-piece.
      *> the letter's piece for the presort extract, which holds it
      *> back when the address is blank or has come back.
           move spaces to mail-piece-rec
           move 'UNCL' to mp-doc-type
           move 'escheat' to mp-source
           move upm-owner-id to mp-key
           move upm-owner-name to mp-name
           move upm-street to mp-street
           move upm-city to mp-city
           move upm-state to mp-state
           move upm-zip to mp-zip
           move ws-business-date to mp-bus-date.

       450-write-letter.
           if mp-street = spaces or mp-address-bad
               write letter-rec from ltr-address-held
               move 'letter - mail held' to itm-action-out
           else
               move mp-name to ltr-name-out
               move mp-street to ltr-street-out
               move mp-city to ltr-city-out
               move mp-state to ltr-state-out
               move mp-zip to ltr-zip-out
               write letter-rec from ltr-address-1
               write letter-rec from ltr-address-2
               write letter-rec from ltr-address-3
               move 'letter sent' to itm-action-out
           end-if
           move upm-owner-name to ltr-dear-out
           write letter-rec from ltr-line-1
           write letter-rec from ltr-line-2
           if upm-payroll-check
               move upm-item-id to ltr-check-no-out
               move upm-last-activity-date to ltr-issued-out
               write letter-rec from ltr-check-line
           else
               move upm-item-id to ltr-cust-no-out
               write letter-rec from ltr-balance-line
           end-if
           move upm-amount to ltr-amount-out
           write letter-rec from ltr-amount-line
           compute ws-work-int = ws-business-int + ws-response-days
           compute ws-work-date =
               function date-of-integer(ws-work-int)
           move ws-work-date to ltr-respond-by-out
           write letter-rec from ltr-line-3
           write letter-rec from ltr-line-4
           move upm-source to ltr-ref-source-out
           move upm-item-id to ltr-ref-item-out
           move upm-select-yr to ltr-ref-yr-out
           write letter-rec from ltr-line-5
           write letter-rec from ltr-separator
           perform 370-write-item-line.

       500-select-balances.
           move zero to bal-cust-no
           start balance-master key not < bal-cust-no
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read balance-master next
                   at end exit perform
               end-read
               if bal-closing-balance numeric
                  and bal-closing-balance < zero
                   perform 510-consider-balance
               end-if
           end-perform.

       510-consider-balance.
           move bal-cust-no to cust-no-m
           move 'y' to ws-found-sw
           read customer-master
               invalid key move 'n' to ws-found-sw
           end-read
           if not ws-record-found
               move bal-cust-no to ws-exc-key
               move 'credit balance customer not on file'
                   to exc-log-message
               perform 800-log-exception
               exit paragraph
           end-if
      *> an account whose last activity was never stamped starts its
      *> dormancy clock on this run, rather than being taken as
      *> dormant since who knows when.
           if cust-last-activity-m not numeric
              or cust-last-activity-m = zero
               move ws-business-date to cust-last-activity-m
               rewrite cust-master-rec
                   invalid key continue
               end-rewrite
               add 1 to ws-clock-started-count
               exit paragraph
           end-if
           compute ws-work-int =
               function integer-of-date(cust-last-activity-m)
           if ws-business-int - ws-work-int
                   < ws-balance-dormant-days
               exit paragraph
           end-if
           move 'B' to upm-source
           move bal-cust-no to upm-item-id
           move rpt-curr-yr to upm-select-yr
           move 'y' to ws-found-sw
           read unclaimed-property-master
               invalid key move 'n' to ws-found-sw
           end-read
           if ws-record-found
               exit paragraph
           end-if
           perform 420-start-item
           move bal-cust-no to upm-owner-id
           string cust-first-name-m delimited by '  '
                  ' ' delimited by size
                  cust-last-name-m delimited by '  '
               into upm-owner-name
           move cust-mail-address-m to upm-owner-address
           compute upm-amount = zero - bal-closing-balance
           move cust-last-activity-m to upm-last-activity-date
           perform 430-write-item
           if not ws-record-found
               exit paragraph
           end-if
           perform 440-write-mail-piece
           move 'C' to mp-master
           move cust-addr-status-m to mp-addr-status
           write mail-piece-rec
           perform 450-write-letter
           add 1 to ws-bal-letter-count
           add upm-amount to ws-bal-letter-total.

       600-write-totals.
           move 'payroll checks reported:' to tot-label
           move ws-chk-reported-count to tot-count-out
           move ws-chk-reported-total to tot-amount-out
           write print-rec from total-line
           move 'credit balances reported:' to tot-label
           move ws-bal-reported-count to tot-count-out
           move ws-bal-reported-total to tot-amount-out
           write print-rec from total-line
           move 'remitted to the state:' to tot-label
           move ws-remitted-count to tot-count-out
           move ws-remitted-total to tot-amount-out
           write print-rec from total-line
           move 'released before reporting:' to tot-label
           move ws-released-count to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line
           move 'letters for payroll checks:' to tot-label
           move ws-chk-letter-count to tot-count-out
           move ws-chk-letter-total to tot-amount-out
           write print-rec from total-line
           move 'letters for credit balances:' to tot-label
           move ws-bal-letter-count to tot-count-out
           move ws-bal-letter-total to tot-amount-out
           write print-rec from total-line
           move 'accounts starting dormancy clock:' to tot-label
           move ws-clock-started-count to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line.

       700-write-gl-pair.
      *> a balanced pair, so the extract still nets to zero.
           move ws-gl-debit-acct to glp-account
           move ws-business-date to glp-run-date
           move 'D' to glp-dr-cr
           move ws-gl-amount to glp-amount
           move ws-gl-debit-desc to glp-description
           write gl-posting-rec
           move ws-gl-credit-acct to glp-account
           move ws-business-date to glp-run-date
           move 'C' to glp-dr-cr
           move ws-gl-amount to glp-amount
           move ws-gl-credit-desc to glp-description
           write gl-posting-rec.

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

       800-log-exception.
           move 'y' to ws-exceptions-sw
           move 'escheat' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move ws-exc-key to exc-log-key
           write exception-log-rec.

       020-write-start-stat.
      *> one 'S' record at start-up and one 'E' record at end of
      *> job go to the shared stats file, so the morning summary
      *> can reconstruct the night without the console.
           move 'escheat' to run-program
           move rpt-curr-yr to run-bus-yr
           move rpt-curr-mth to run-bus-mth
           move rpt-curr-day to run-bus-day
           move 'S' to run-rec-type
           move function current-date to ws-stat-timestamp
           move ws-stat-timestamp(9:6) to run-start-time
                                         ws-stat-start-time
           move zero to run-end-time
                        run-records-read
                        run-records-written
                        run-exception-count
                        run-return-code
           open extend run-stats-file
           write run-stat-rec
           close run-stats-file.

       021-write-end-stat.
           move 'escheat' to run-program
           move rpt-curr-yr to run-bus-yr
           move rpt-curr-mth to run-bus-mth
           move rpt-curr-day to run-bus-day
           move 'E' to run-rec-type
           move ws-stat-start-time to run-start-time
           move function current-date to ws-stat-timestamp
           move ws-stat-timestamp(9:6) to run-end-time
           move ws-items-read to run-records-read
           compute run-records-written = ws-remitted-count
               + ws-chk-letter-count + ws-bal-letter-count
           move zero to run-exception-count
           move return-code to run-return-code
           open extend run-stats-file
           write run-stat-rec
           close run-stats-file.

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
