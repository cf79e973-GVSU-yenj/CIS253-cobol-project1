           select optional tax-table-file
               assign to "W:\PROJECT1\CH0101TAX.TAB"
                   organization is line sequential.
           select optional timecard-file
               assign to "W:\PROJECT1\CH0101TCA.DAT"
                   organization is line sequential.
           select optional leave-rule-file
               assign to "W:\PROJECT1\CH0101LVR.TAB"
                   organization is line sequential.
           select optional leave-usage-file
               assign to "W:\PROJECT1\CH0101LVU.DAT"
                   organization is line sequential.
           select optional suta-rate-file
               assign to "W:\PROJECT1\CH0101SUT.TAB"
                   organization is line sequential.
      *> PROJECT6's personnel master, read only for the hire date
      *> that sets each employee's leave service band and for the
      *> territory and office the pay is charged to.
           select optional personnel-master
               assign to "W:\CIS253PROJECT6INFO\CH1503MST.NDX"
                   organization is indexed
                   access is random
                   record key is employee-no-p6.
           select net-pay-file
               assign to "W:\PROJECT1\CH0101NET.RPT"
                   organization is line sequential.
           select gl-summary-file
               assign to "W:\PROJECT1\CH0101GLS.RPT"
                   organization is line sequential.
      *> the ledger's chart, read only to learn whether an office's
      *> cost-center accounts have been opened by glacct.
           select optional gl-account-master
               assign to "W:\PROJECT1\CH0101GLM.NDX"
                   organization is indexed
                   access is random
                   record key is gla-account-m.
           select optional labor-dist-file
               assign to "W:\PROJECT1\CH0101LDS.DAT"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

       file section.
       fd  employee-master
           record contains 400 characters.
       copy emppay.

       fd  print-file
           05  arr-amount              pic 9(7)v99.

       fd  tax-table-file
           record contains 17 characters.
       01  tax-table-rec-in.
           05  ttx-juris-in            pic x.
           05  ttx-eff-yr-in           pic 9(4).
           05  ttx-ceiling-in          pic 9(7).
           05  ttx-rate-in             pic v999.
           05  ttx-state-in            pic xx.

      *> the period's hourly timecards as accepted by tcdedit.
       fd  timecard-file
           record contains 58 characters.
       copy timecard.

       fd  leave-rule-file
           record contains 23 characters.
       copy lvrule.

      *> vacation or sick hours taken, keyed by HR from the signed
      *> leave slips; rows the run cannot apply are written back for
      *> the next pay.
       fd  leave-usage-file
           record contains 19 characters.
       01  leave-usage-rec.
           05  lvu-employee-no         pic x(5).
           05  lvu-leave-type          pic x.
               88  lvu-vacation                   value 'V'.
               88  lvu-sick                       value 'S'.
           05  lvu-hours               pic 9(3)v99.
           05  lvu-date                pic 9(8).

      *> each work state's unemployment wage base and the company's
      *> assigned rate there; a blank state is the home state.
       fd  suta-rate-file
           record contains 13 characters.
       01  suta-rate-rec.
           05  sut-state               pic xx.
           05  sut-wage-base           pic 9(7).
           05  sut-rate                pic v9(4).

       fd  personnel-master
           record contains 80 characters.
       01  personnel-master-rec.
           05  employee-no-p6          pic x(5).
           05  employee-name-p6        pic x(20).
           05  territory-no-p6         pic 99.
           05  office-no-p6            pic 99.
           05  annual-salary-p6        pic 9(6).
           05  other-data-p6.
               10  hire-date-p6        pic 9(8).
               10  hire-date-p6-x redefines hire-date-p6.
                   15  hire-yr-p6      pic 9(4).
                   15  hire-mmdd-p6    pic 9(4).
               10  filler              pic x(27).
           05  filler                  pic x(10).

       fd  net-pay-file
           record contains 110 characters.
           record contains 110 characters.
       01  gl-summary-rec              pic x(110).

       fd  gl-account-master
           record contains 96 characters.
       copy glmst.

       fd  labor-dist-file
           record contains 60 characters.
       copy labdist.

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.
       01  period-work.
           05  ws-periods-per-year     pic 99.
           05  ws-gross-amt            pic 9(6)v99.
      *> the annual figure the brackets are applied to: the salary
      *> itself, or an hourly employee's period pay times the
      *> number of periods in the year.
           05  ws-annual-wage          pic 9(7).
      *> the annual wage less the employee's w-4 allowances - what
      *> both bracket walks are actually applied to.
           05  ws-taxable-wage         pic 9(7).

       01  ws-wage-valid-sw            pic x    value 'y'.
           88  ws-wage-valid                      value 'y'.
           88  ws-wage-invalid                    value 'n'.
       01  ws-wage-reject-msg          pic x(40) value spaces.

      *> the period's accepted timecards, loaded at start-up the same
      *> way the deduction rows are. straight time past 40 hours a
      *> week of the pay cycle is paid at time and a half along with
      *> any overtime the card already carries; holiday hours are
      *> paid at the straight rate and never count toward the 40.
       01  ws-tcd-overflow-sw          pic x    value 'n'.
           88  ws-tcd-overflow                    value 'y'.
       01  timecard-table-area.
           05  ws-tcd-count            pic 9(3) value 0.
           05  tcd-entry occurs 500 times indexed by tc-x.
               10  tce-employee-no     pic x(5).
               10  tce-period-end      pic 9(8).
               10  tce-regular-hours   pic 9(3)v99.
               10  tce-overtime-hours  pic 9(3)v99.
               10  tce-holiday-hours   pic 9(3)v99.
               10  tce-week-hours      pic 9(3)v99 occurs 6 times.
               10  tce-done-sw         pic x.

      *> leave accrual rules from CH0101LVR.TAB, with the handbook's
      *> schedule compiled in as the fallback the same way the tax
      *> brackets are: 80, 120, and 160 vacation hours a year at 0, 5,
      *> and 10 years of service, 40 sick hours a year throughout.
       01  leave-rule-values.
           05  filler pic x(23) value 'W0001540077012000048000'.
           05  filler pic x(23) value 'W0502310077018000048000'.
           05  filler pic x(23) value 'W1003080077024000048000'.
           05  filler pic x(23) value 'B0003080154012000048000'.
           05  filler pic x(23) value 'B0504620154018000048000'.
           05  filler pic x(23) value 'B1006150154024000048000'.
           05  filler pic x(23) value 'M0006670333012000048000'.
           05  filler pic x(23) value 'M0510000333018000048000'.
           05  filler pic x(23) value 'M1013330333024000048000'.
       01  leave-rule-default-table redefines leave-rule-values.
           05  lvr-default occurs 9 times    pic x(23).

       01  ws-lvr-count                pic 99   value 0.
       01  leave-rule-table.
           05  lvr-entry occurs 30 times indexed by lr-x.
               10  lvt-frequency       pic x.
               10  lvt-min-years       pic 99.
               10  lvt-vac-hours       pic 99v99.
               10  lvt-sick-hours      pic 99v99.
               10  lvt-vac-cap         pic 9(4)v99.
               10  lvt-sick-cap        pic 9(4)v99.

      *> keyed leave usage, loaded at start-up like the timecards.
       01  ws-lvu-overflow-sw          pic x    value 'n'.
           88  ws-lvu-overflow                    value 'y'.
       01  leave-usage-table-area.
           05  ws-lvu-count            pic 9(3) value 0.
           05  lvu-entry occurs 300 times indexed by lu-x.
               10  lue-employee-no     pic x(5).
               10  lue-leave-type      pic x.
               10  lue-hours           pic 9(3)v99.
               10  lue-date            pic 9(8).
               10  lue-done-sw         pic x.

       01  leave-work.
           05  ws-service-years        pic 99.
           05  ws-lvr-freq             pic x.
           05  ws-lvr-pick             pic 99.
           05  ws-lvr-best-years       pic 99.
           05  ws-vac-accrued          pic 99v99.
           05  ws-sick-accrued         pic 99v99.
           05  ws-vac-used             pic 9(4)v99.
           05  ws-sick-used            pic 9(4)v99.
           05  ws-leave-short          pic 9(4)v99.
           05  ws-leave-taken          pic 9(4)v99.
           05  ws-vac-forfeit          pic 9(4)v99.
           05  ws-posted-yr            pic 9(4).

       01  advice-leave-line.
           05                          pic x(2)    value spaces.
           05  adl-label               pic x(16).
           05  filler                 pic x(8)    value 'accrued '.
           05  adl-accrued-out         pic z9.99.
           05  filler                 pic x(7)    value '  used '.
           05  adl-used-out            pic zzz9.99.
           05  filler                 pic x(10)   value '  balance '.
           05  adl-balance-out         pic z,zz9.99.

       01  advice-forfeit-line.
           05                          pic x(2)    value spaces.
           05  filler                 pic x(44)
               value 'vacation hours over carryover cap forfeited:'.
           05  adf-hours-out           pic z,zz9.99.

       01  hourly-work.
           05  ws-tcd-found-sw         pic x    value 'n'.
               88  ws-tcd-found                   value 'y'.
           05  ws-ot-threshold         pic 9(3)v99.
           05  ws-straight-hours       pic 9(3)v99.
           05  ws-ot-hours             pic 9(3)v99.
           05  ws-holiday-hours        pic 9(3)v99.
           05  ws-hourly-gross         pic 9(6)v99.
           05  ws-tcd-week             pic 9    value 0.

      *> social security and medicare withholding. fica is taken only
      *> up to the annual wage base, tested against ytd-gross-m on
           05  ws-fica-rate            pic v9(4)    value .0620.
           05  ws-medicare-rate        pic v9(4)    value .0145.

      *> w-4 elections. each allowance takes this much off the
      *> annualized wage; married filers run the federal brackets at
      *> twice the single widths and head of household filers at
      *> half again, the open-ended top bracket staying open.
       01  w4-values.
           05  ws-allowance-value      pic 9(5)     value 04300.
           05  ws-married-factor       pic 9v9      value 2.0.
           05  ws-head-house-factor    pic 9v9      value 1.5.

       01  w4-work.
           05  ws-filing-factor        pic 9v9.
           05  ws-allowance-amt        pic 9(7).
           05  ws-fed-ceiling          pic 9(8).
           05  ws-extra-wh-amt         pic 9(6)v99.

      *> retroactive pay salfeed left on RETRO-PAY-M for a raise
      *> back-dated over pays already run. it is paid once, on its
      *> own advice line, and withheld at the flat supplemental
      *> rates the off-cycle bonus run uses rather than through the
      *> brackets, which would annualize a one-time payment.
       01  retro-pay-values.
           05  ws-supp-federal-rate    pic v9(4)    value .2200.
           05  ws-supp-state-rate      pic v9(4)    value .0500.

       01  retro-pay-work.
           05  ws-retro-amt            pic 9(6)v99.
           05  ws-retro-federal-amt    pic 9(6)v99.
           05  ws-retro-state-amt      pic 9(5)v99.

      *> the employer's side. the fica and medicare match equal the
      *> employee's withholding; futa and suta are the company's
      *> alone, each taken only up to its own wage base tested
      *> against ytd-gross-m the same way fica is. suta's base and
      *> rate come by work state from CH0101SUT.TAB, the home state
      *> falling back to the compiled-in figures below when the
      *> table has no blank-state row.
       01  employer-tax-values.
           05  ws-futa-wage-base       pic 9(7)     value 0007000.
           05  ws-futa-rate            pic v9(4)    value .0060.
           05  ws-home-suta-base       pic 9(7)     value 0009000.
           05  ws-home-suta-rate       pic v9(4)    value .0270.

       01  ws-suta-count               pic 99   value 0.
       01  suta-rate-table.
           05  suta-entry occurs 51 times indexed by su-x.
               10  sue-state           pic xx.
               10  sue-wage-base       pic 9(7).
               10  sue-rate            pic v9(4).
       01  ws-suta-found-sw            pic x    value 'n'.
           88  ws-suta-found                      value 'y'.

       01  employer-tax-work.
           05  ws-er-fica-amt          pic 9(6)v99.
           05  ws-er-medicare-amt      pic 9(6)v99.
           05  ws-futa-taxable         pic 9(8)v99.
           05  ws-futa-amt             pic 9(6)v99.
           05  ws-suta-taxable         pic 9(8)v99.
           05  ws-suta-amt             pic 9(6)v99.
           05  ws-suta-base            pic 9(7).
           05  ws-suta-rate            pic v9(4).
           05  ws-er-tax-total         pic 9(7)v99.
           05  ws-futa-qtr             pic 9.

       01  fica-work.
           05  ws-fica-taxable         pic 9(8)v99.
           05  ws-fica-tax-amt         pic 9(6)v99.
           05  adv-label               pic x(22).
           05  adv-amount-out          pic $z,zzz,zz9.99-.

       01  advice-hours-line.
           05                          pic x(2)    value spaces.
           05  filler                 pic x(7)    value 'hours: '.
           05  filler                 pic x(9)    value 'straight '.
           05  adh-straight-out        pic zz9.99.
           05  filler                 pic x(11)   value '  overtime '.
           05  adh-overtime-out        pic zz9.99.
           05  filler                 pic x(10)   value '  holiday '.
           05  adh-holiday-out         pic zz9.99.
           05  filler                 pic x(7)    value '  rate '.
           05  adh-rate-out            pic $zz9.99.

       01  advice-ded-line.
           05                          pic x(4)    value spaces.
           05  adv-ded-code-out        pic x(3).
      *> daily journal entry becomes a file transfer. the account
      *> numbers are the ledger's payroll chart and the extract must
      *> net to zero or the run is flagged the same way bad salaries
      *> already are. salary expense, payroll tax expense and
      *> deductions payable are booked by cost center: the natural
      *> account below with the territory and office in place of
      *> its last four digits.
       01  gl-accounts.
           05  gl-acct-salary-exp      pic x(8)  value '60100000'.
           05  gl-acct-federal-pay     pic x(8)  value '21010000'.
           05  gl-acct-fica-pay        pic x(8)  value '21040000'.
           05  gl-acct-medicare-pay    pic x(8)  value '21050000'.
           05  gl-acct-net-payable     pic x(8)  value '21000000'.
           05  gl-acct-er-tax-exp      pic x(8)  value '60200000'.
           05  gl-acct-er-fica-pay     pic x(8)  value '21060000'.
           05  gl-acct-er-medicare-pay pic x(8)  value '21070000'.
           05  gl-acct-futa-pay        pic x(8)  value '21080000'.
           05  gl-acct-suta-pay        pic x(8)  value '21090000'.

      *> labor cost by cost center - PROJECT6's territory and
      *> office - for the expense and deduction lines of the
      *> extract. entry 1 is company-wide (0000): employees with no
      *> personnel record, offices glacct has not opened accounts
      *> for, and anything past the table's end are booked there.
       01  ws-cc-count                 pic 999  value 0.
       01  ws-cc-overflow-sw           pic x    value 'n'.
           88  ws-cc-overflow                     value 'y'.
       01  ws-cc-found-sw              pic x    value 'n'.
           88  ws-cc-found                        value 'y'.
       01  ws-emp-cost-center.
           05  ws-emp-territory        pic 99.
           05  ws-emp-office           pic 99.
       01  cost-center-table.
           05  cost-center-entry occurs 200 times indexed by cc-x
                                                            cc-y.
               10  cct-cost-center.
                   15  cct-territory   pic 99.
                   15  cct-office      pic 99.
               10  cct-on-chart-sw     pic x.
                   88  cct-on-chart               value 'y'.
               10  cct-gross           pic 9(9)v99.
               10  cct-er-tax          pic 9(9)v99.
               10  cct-deductions      pic 9(9)v99.

       01  gl-run-totals.
           05  ws-gl-gross-total       pic 9(9)v99  value zero.
           05  ws-gl-medicare-total    pic 9(9)v99  value zero.
           05  ws-gl-deduct-total      pic 9(9)v99  value zero.
           05  ws-gl-net-total         pic s9(9)v99 value zero.
           05  ws-gl-er-tax-total      pic 9(9)v99  value zero.
           05  ws-gl-er-fica-total     pic 9(9)v99  value zero.
           05  ws-gl-er-medicare-total pic 9(9)v99  value zero.
           05  ws-gl-futa-total        pic 9(9)v99  value zero.
           05  ws-gl-suta-total        pic 9(9)v99  value zero.
           05  ws-gl-balance           pic s9(10)v99 value zero.

       01  gl-summary-hdr.
           05  det-ytd-state-tax-out   pic $Z,ZZZ,ZZ9.99.

       01  report-exception.
           05  exc-reason-out        pic x(20)
               value 'invalid salary for '.
           05  exc-employee-no-out   pic x(5).
           05                        pic x(3)  value spaces.
           05  exc-employee-name-out pic x(30).
               10  fed-bracket-ceiling  pic 9(7).
               10  fed-bracket-rate     pic v999.

      *> one bracket set per work state. the first set is always
      *> the home state (blank code) - the table's unlabelled 'S'
      *> rows or, failing those, the compiled-in brackets above;
      *> every state code on the table's 'S' rows gets a set of its
      *> own, picked for year the same way.
       01  ws-state-set-count          pic 99   value 0.
       01  state-set-table.
           05  state-set occurs 51 times indexed by ss-x.
               10  sst-state             pic xx.
               10  sst-bracket-count     pic 99.
               10  state-bracket occurs 10 times indexed by sb-x.
                   15  state-bracket-ceiling pic 9(7).
                   15  state-bracket-rate    pic v999.
       01  ws-state-found-sw           pic x    value 'n'.
           88  ws-state-found                     value 'y'.

       01  tax-table-load.
           05  ws-tax-row-count        pic 999  value 0.
           05  ws-tax-juris            pic x    value space.
           05  ws-tax-state            pic xx   value spaces.
           05  ws-tax-best-yr          pic 9(4) value 0.
           05  ws-def-sub              pic 9    value 0.
       01  tax-row-table.
           05  tax-row occurs 120 times indexed by tt-x tt-y.
               10  ttr-juris           pic x.
               10  ttr-eff-yr          pic 9(4).
               10  ttr-ceiling         pic 9(7).
               10  ttr-rate            pic v999.
               10  ttr-state           pic xx.

       01  bracket-work.
           05  ws-remaining-salary     pic 9(7).
           05  ws-prior-ceiling        pic 9(8).
           05  ws-bracket-width        pic 9(7).
           05  ws-bracket-tax          pic 9(7)v999.
           05  ws-federal-tax-amt      pic 9(6)v99.
                   goback
               end-if
           end-if
           perform 125-load-timecards
           if ws-tcd-overflow
               display 'CH0101TCA.DAT exceeds the 500-entry table'
               display 'payroll tax run NOT started'
               close deduction-master
               move 8 to return-code
               goback
           end-if
           perform 126-load-leave-usage
           if ws-lvu-overflow
               display 'CH0101LVU.DAT exceeds the 300-entry table'
               display 'payroll tax run NOT started'
               close deduction-master
               move 8 to return-code
               goback
           end-if
           perform 127-load-leave-rules
           perform 128-load-suta-rates
           open i-o employee-master
                output print-file
                output net-pay-file
                output gl-summary-file
                extend arrears-file
                extend exception-log-file
                input personnel-master
                input gl-account-master
                extend labor-dist-file
           perform 010-set-business-date
           move 1 to ws-cc-count
           move zero to cct-cost-center(1) cct-gross(1) cct-er-tax(1)
                        cct-deductions(1)
           move 'y' to cct-on-chart-sw(1)
           move ws-rpt-date to ws-busdate-num
           perform 130-load-tax-brackets
           perform 020-write-start-stat
           perform 260-write-remit-totals
           perform 270-write-payment-totals
           perform 280-write-gl-extract
           perform 287-write-labor-run-total
      *> the cards paid tonight are spent, so a tax run that goes
      *> ahead without tonight's edit cannot pay the same hours
      *> again; a card the run could not pay - a bad rate, no state
      *> table - goes back to CH0101TCA.DAT for the rerun once the
      *> desk has fixed it. a run that dies before here keeps them
      *> all.
           perform 345-write-back-timecards
           perform 340-write-back-usage
           close employee-master
                 personnel-master
                 gl-account-master
                 labor-dist-file
                 deduction-master
                 print-file
                 net-pay-file
           end-perform
           close deduction-file.

       125-load-timecards.
           open input timecard-file
           perform until 1 = 2
               read timecard-file
                   at end exit perform
               end-read
               if ws-tcd-count >= 500
      *> a dropped timecard is an employee not paid - an oversize
      *> file stops the run instead.
                   move 'y' to ws-tcd-overflow-sw
                   exit perform
               end-if
               add 1 to ws-tcd-count
               set tc-x to ws-tcd-count
               move tcd-employee-no to tce-employee-no(tc-x)
               move tcd-period-end to tce-period-end(tc-x)
               move 'n' to tce-done-sw(tc-x)
               move tcd-regular-hours to tce-regular-hours(tc-x)
               move tcd-overtime-hours to tce-overtime-hours(tc-x)
               move tcd-holiday-hours to tce-holiday-hours(tc-x)
               perform varying ws-tcd-week from 1 by 1
                       until ws-tcd-week > 6
                   move tcd-week-hours(ws-tcd-week)
                       to tce-week-hours(tc-x ws-tcd-week)
               end-perform
           end-perform
           close timecard-file.

       126-load-leave-usage.
           open input leave-usage-file
           perform until 1 = 2
               read leave-usage-file
                   at end exit perform
               end-read
               if ws-lvu-count >= 300
      *> leave taken but never deducted would overstate everyone's
      *> balance - an oversize file stops the run instead.
                   move 'y' to ws-lvu-overflow-sw
                   exit perform
               end-if
               add 1 to ws-lvu-count
               set lu-x to ws-lvu-count
               move lvu-employee-no to lue-employee-no(lu-x)
               move lvu-leave-type to lue-leave-type(lu-x)
               move lvu-hours to lue-hours(lu-x)
               move lvu-date to lue-date(lu-x)
               move 'n' to lue-done-sw(lu-x)
           end-perform
           close leave-usage-file.

       127-load-leave-rules.
      *> an absent or empty rule table leaves the compiled-in
      *> schedule in force.
           move zero to ws-lvr-count
           open input leave-rule-file
           perform until 1 = 2
               read leave-rule-file
                   at end exit perform
               end-read
               if ws-lvr-count < 30
                   add 1 to ws-lvr-count
                   set lr-x to ws-lvr-count
                   move leave-rule-rec to lvr-entry(lr-x)
               end-if
           end-perform
           close leave-rule-file
           if ws-lvr-count = zero
               perform varying lr-x from 1 by 1 until lr-x > 9
                   move lvr-default(lr-x) to lvr-entry(lr-x)
               end-perform
               move 9 to ws-lvr-count
           end-if.

       128-load-suta-rates.
      *> an absent table, or one with no home-state row, leaves the
      *> compiled-in home rate in force.
           move zero to ws-suta-count
           open input suta-rate-file
           perform until 1 = 2
               read suta-rate-file
                   at end exit perform
               end-read
               if ws-suta-count < 51
                   add 1 to ws-suta-count
                   set su-x to ws-suta-count
                   move sut-state to sue-state(su-x)
                   move sut-wage-base to sue-wage-base(su-x)
                   move sut-rate to sue-rate(su-x)
               end-if
           end-perform
           close suta-rate-file.

       130-load-tax-brackets.
      *> the whole released table is read once, then each
      *> jurisdiction's applicable year is picked against the
               read tax-table-file
                   at end exit perform
               end-read
               if ws-tax-row-count < 120
                   add 1 to ws-tax-row-count
                   set tt-x to ws-tax-row-count
                   move ttx-juris-in to ttr-juris(tt-x)
                   move ttx-eff-yr-in to ttr-eff-yr(tt-x)
                   move ttx-ceiling-in to ttr-ceiling(tt-x)
                   move ttx-rate-in to ttr-rate(tt-x)
                   move ttx-state-in to ttr-state(tt-x)
               end-if
           end-perform
           close tax-table-file
           move 'F' to ws-tax-juris
           move spaces to ws-tax-state
           perform 131-select-bracket-year
           move zero to ws-fed-bracket-count
           if ws-tax-best-yr > zero
               end-perform
           end-if
           move 'S' to ws-tax-juris
           move 1 to ws-state-set-count
           set ss-x to 1
           move spaces to ws-tax-state
           perform 132-load-state-set
           if sst-bracket-count(ss-x) = zero
               move 3 to sst-bracket-count(ss-x)
               perform varying ws-def-sub from 1 by 1
                       until ws-def-sub > 3
                   set sb-x to ws-def-sub
                   move state-def-ceiling(ws-def-sub)
                       to state-bracket-ceiling(ss-x sb-x)
                   move state-def-rate(ws-def-sub)
                       to state-bracket-rate(ss-x sb-x)
               end-perform
           end-if
           perform varying tt-y from 1 by 1
                   until tt-y > ws-tax-row-count
               if ttr-juris(tt-y) = 'S'
                  and ttr-state(tt-y) not = spaces
                   move ttr-state(tt-y) to ws-tax-state
                   perform 133-find-state-set
                   if not ws-state-found
                       if ws-state-set-count < 51
                           add 1 to ws-state-set-count
                           set ss-x to ws-state-set-count
                           perform 132-load-state-set
                       else
                           display 'project1 - more than 51 state '
                               'bracket sets on CH0101TAX.TAB'
                           move 8 to return-code
                           goback
                       end-if
                   end-if
               end-if
           end-perform.

       131-select-bracket-year.
      *> the set that applies is the one with the highest effective
           perform varying tt-x from 1 by 1
                   until tt-x > ws-tax-row-count
               if ttr-juris(tt-x) = ws-tax-juris
                  and ttr-state(tt-x) = ws-tax-state
                  and ttr-eff-yr(tt-x) <= rpt-curr-yr
                  and ttr-eff-yr(tt-x) > ws-tax-best-yr
                   move ttr-eff-yr(tt-x) to ws-tax-best-yr
               end-if
           end-perform.

       132-load-state-set.
      *> loads the set at ss-x for the state in ws-tax-state from
      *> that state's applicable year.
           perform 131-select-bracket-year
           move ws-tax-state to sst-state(ss-x)
           move zero to sst-bracket-count(ss-x)
           if ws-tax-best-yr > zero
               perform varying tt-x from 1 by 1
                       until tt-x > ws-tax-row-count
                   if ttr-juris(tt-x) = 'S'
                      and ttr-state(tt-x) = ws-tax-state
                      and ttr-eff-yr(tt-x) = ws-tax-best-yr
                      and sst-bracket-count(ss-x) < 10
                       add 1 to sst-bracket-count(ss-x)
                       set sb-x to sst-bracket-count(ss-x)
                       move ttr-ceiling(tt-x)
                           to state-bracket-ceiling(ss-x sb-x)
                       move ttr-rate(tt-x)
                           to state-bracket-rate(ss-x sb-x)
                   end-if
               end-perform
           end-if.

       133-find-state-set.
           move 'n' to ws-state-found-sw
           set ss-x to 1
           search state-set
               at end continue
               when ss-x > ws-state-set-count
                   continue
               when sst-state(ss-x) = ws-tax-state
                   move 'y' to ws-state-found-sw
           end-search.

       200-process-and-create-output.
      *> terminated employees stay on file for their YTD history but
      *> are not taxed and do not appear on the register.
           if emp-terminated
               perform 326-mark-usage-done
               perform 327-mark-timecard-done
           else
           if posted-thru-date-m is numeric
              and posted-thru-date-m = ws-busdate-num
      *> already posted under this business date - a rerun must not
      *> double the ytd fields. the leave taken was applied with
      *> the first posting, so its rows are spent as well.
               add 1 to ws-skipped-count
               perform 326-mark-usage-done
               perform 327-mark-timecard-done
           else
           perform 205-set-annual-wage
           if ws-wage-invalid
               move employee-no-m to exc-employee-no-out
               move employee-name-m to exc-employee-name-out
               write print-rec from report-exception
           else
               perform 210-compute-federal-tax
               perform 220-compute-state-tax
               move ws-annual-wage to ws-gross-amt
               if period-mode
                   perform 230-compute-period-tax
               end-if
               perform 232-apply-w4-withholding
               perform 234-add-retro-pay
               perform 225-compute-fica-medicare
               perform 226-compute-employer-taxes
               add ws-federal-tax-amt to ytd-federal-tax-m
                                         qtd-federal-tax-m
               add ws-state-tax-amt to ytd-state-tax-m
                                       qtd-state-tax-m
               add ws-gross-amt to ytd-gross-m
               perform 228-post-w2-figures
               perform 300-process-leave
               perform 327-mark-timecard-done
               move ws-busdate-num to posted-thru-date-m
               add 1 to ws-posted-count
               rewrite employee-master-rec
           end-if
           end-if.

       205-set-annual-wage.
      *> salaried pay is the annual salary as it always was. hourly
      *> pay is worked from the employee's accepted timecard and
      *> annualized over the pay cycle for the brackets; an hourly
      *> employee with no card or no rate is an exception for the
      *> desk, never a zero paycheck.
           move 'y' to ws-wage-valid-sw
           if pay-hourly
               if hourly-rate-m is not numeric
                  or hourly-rate-m = zero
                   move 'invalid rate for   ' to exc-reason-out
                   move 'invalid hourly rate - record not taxed'
                       to ws-wage-reject-msg
                   move 'n' to ws-wage-valid-sw
                   exit paragraph
               end-if
               perform 206-find-timecard
               if not ws-tcd-found
                   move 'no timecard for    ' to exc-reason-out
                   move 'no timecard - record not taxed'
                       to ws-wage-reject-msg
                   move 'n' to ws-wage-valid-sw
                   exit paragraph
               end-if
               perform 207-compute-hourly-gross
               compute ws-annual-wage rounded =
                   ws-hourly-gross * ws-periods-per-year
           else
               if salary-m is not numeric or salary-m = zero
                   move 'invalid salary for ' to exc-reason-out
                   move 'invalid salary - record not taxed'
                       to ws-wage-reject-msg
                   move 'n' to ws-wage-valid-sw
                   exit paragraph
               end-if
               move salary-m to ws-annual-wage
           end-if
           move work-state-m to ws-tax-state
           perform 133-find-state-set
           if not ws-state-found or sst-bracket-count(ss-x) = zero
               move 'no state table for ' to exc-reason-out
               move 'no brackets for work state - not taxed'
                   to ws-wage-reject-msg
               move 'n' to ws-wage-valid-sw
               exit paragraph
           end-if
           perform 208-set-taxable-wage.

       208-set-taxable-wage.
      *> records written before the w-4 fields existed carry spaces
      *> there; they are single with nothing claimed, which is how
      *> every employee was taxed before the elections were kept.
           if w4-allowances-m is not numeric
               move zero to w4-allowances-m
           end-if
           if w4-credits-m is not numeric
               move zero to w4-credits-m
           end-if
           if w4-extra-wh-m is not numeric
               move zero to w4-extra-wh-m
           end-if
           evaluate true
               when filing-married
                   move ws-married-factor to ws-filing-factor
               when filing-head-household
                   move ws-head-house-factor to ws-filing-factor
               when other
                   move 1 to ws-filing-factor
           end-evaluate
           compute ws-allowance-amt =
               w4-allowances-m * ws-allowance-value
           if ws-allowance-amt >= ws-annual-wage
               move zero to ws-taxable-wage
           else
               compute ws-taxable-wage =
                   ws-annual-wage - ws-allowance-amt
           end-if.

       206-find-timecard.
           move 'n' to ws-tcd-found-sw
           set tc-x to 1
           search tcd-entry
               at end continue
               when tc-x > ws-tcd-count
                   continue
               when tce-employee-no(tc-x) = employee-no-m
                   move 'y' to ws-tcd-found-sw
           end-search.

       207-compute-hourly-gross.
      *> the 40-hour test is made week by week - a biweekly card
      *> of 50 and 30 hours pays 10 at time and a half, not none.
           perform 231-set-periods-per-year
           move 40 to ws-ot-threshold
           move tce-regular-hours(tc-x) to ws-straight-hours
           move tce-overtime-hours(tc-x) to ws-ot-hours
           move tce-holiday-hours(tc-x) to ws-holiday-hours
           perform varying ws-tcd-week from 1 by 1
                   until ws-tcd-week > 6
               if tce-week-hours(tc-x ws-tcd-week) > ws-ot-threshold
                   compute ws-ot-hours = ws-ot-hours
                       + tce-week-hours(tc-x ws-tcd-week)
                       - ws-ot-threshold
                   compute ws-straight-hours = ws-straight-hours
                       - tce-week-hours(tc-x ws-tcd-week)
                       + ws-ot-threshold
               end-if
           end-perform
           compute ws-hourly-gross rounded =
               (ws-straight-hours + ws-holiday-hours) * hourly-rate-m
               + ws-ot-hours * hourly-rate-m * 1.5.

       225-compute-fica-medicare.
      *> fica applies only to the part of this period's gross that
      *> fits under the annual wage base; medicare is uncapped. a
           compute ws-medicare-tax-amt rounded =
               ws-gross-amt * ws-medicare-rate.

       226-compute-employer-taxes.
      *> runs before this pay's gross is added to ytd-gross-m, so
      *> the wage bases are tested against the gross already paid,
      *> as fica's is. futa lands in the business date's quarter.
           move ws-fica-tax-amt to ws-er-fica-amt
           move ws-medicare-tax-amt to ws-er-medicare-amt
           if ytd-gross-m >= ws-futa-wage-base
               move zero to ws-futa-taxable
           else
               compute ws-futa-taxable =
                   ws-futa-wage-base - ytd-gross-m
               if ws-futa-taxable > ws-gross-amt
                   move ws-gross-amt to ws-futa-taxable
               end-if
           end-if
           compute ws-futa-amt rounded =
               ws-futa-taxable * ws-futa-rate
           perform 227-find-suta-rate
           if ytd-gross-m >= ws-suta-base
               move zero to ws-suta-taxable
           else
               compute ws-suta-taxable =
                   ws-suta-base - ytd-gross-m
               if ws-suta-taxable > ws-gross-amt
                   move ws-gross-amt to ws-suta-taxable
               end-if
           end-if
           compute ws-suta-amt rounded =
               ws-suta-taxable * ws-suta-rate
           compute ws-er-tax-total = ws-er-fica-amt
               + ws-er-medicare-amt + ws-futa-amt + ws-suta-amt
           if qtd-er-fica-m is not numeric
               move zero to qtd-er-fica-m
           end-if
           if qtd-er-medicare-m is not numeric
               move zero to qtd-er-medicare-m
           end-if
           if qtd-suta-m is not numeric
               move zero to qtd-suta-m
           end-if
           if ytd-suta-m is not numeric
               move zero to ytd-suta-m
           end-if
           perform varying ws-futa-qtr from 1 by 1
                   until ws-futa-qtr > 4
               if futa-qtr-m(ws-futa-qtr) is not numeric
                   move zero to futa-qtr-m(ws-futa-qtr)
               end-if
           end-perform
           compute ws-futa-qtr = (rpt-curr-mth + 2) / 3
           add ws-er-fica-amt to qtd-er-fica-m
           add ws-er-medicare-amt to qtd-er-medicare-m
           add ws-suta-amt to qtd-suta-m ytd-suta-m
           add ws-futa-amt to futa-qtr-m(ws-futa-qtr).

       227-find-suta-rate.
      *> the work state's row, else the home row, else the
      *> compiled-in home figures.
           move ws-home-suta-base to ws-suta-base
           move ws-home-suta-rate to ws-suta-rate
           move 'n' to ws-suta-found-sw
           set su-x to 1
           search suta-entry
               at end continue
               when su-x > ws-suta-count
                   continue
               when sue-state(su-x) = work-state-m
                   move 'y' to ws-suta-found-sw
           end-search
           if not ws-suta-found and work-state-m not = spaces
               set su-x to 1
               search suta-entry
                   at end continue
                   when su-x > ws-suta-count
                       continue
                   when sue-state(su-x) = spaces
                       move 'y' to ws-suta-found-sw
               end-search
           end-if
           if ws-suta-found
               move sue-wage-base(su-x) to ws-suta-base
               move sue-rate(su-x) to ws-suta-rate
           end-if.

       228-post-w2-figures.
      *> the quarter's gross and the year's employee fica and
      *> medicare, which the w-2 needs and the year-end proof adds
      *> back up from the quarterly closes.
           if qtd-gross-m is not numeric
               move zero to qtd-gross-m
           end-if
           if ytd-fica-m is not numeric
               move zero to ytd-fica-m
           end-if
           if ytd-medicare-m is not numeric
               move zero to ytd-medicare-m
           end-if
           add ws-gross-amt to qtd-gross-m
           add ws-fica-tax-amt to ytd-fica-m
           add ws-medicare-tax-amt to ytd-medicare-m.

       240-apply-deductions.
           move zero to ws-employee-ded-total
           perform varying dd-x from 1 by 1
           add ws-medicare-tax-amt to ws-gl-medicare-total
           add ws-employee-ded-total to ws-gl-deduct-total
           add ws-net-pay to ws-gl-net-total
           add ws-er-tax-total to ws-gl-er-tax-total
           add ws-er-fica-amt to ws-gl-er-fica-total
           add ws-er-medicare-amt to ws-gl-er-medicare-total
           add ws-futa-amt to ws-gl-futa-total
           add ws-suta-amt to ws-gl-suta-total
           perform 256-distribute-labor-cost
           move employee-name-m to net-employee-name-out
           move ws-gross-amt to net-gross-out
           move ws-federal-tax-amt to net-federal-out
           perform 252-finish-pay-advice
           perform 255-write-payment.

       256-distribute-labor-cost.
      *> the employee's gross, the employer's taxes on it and the
      *> deductions taken go to the cost center PROJECT6 has the
      *> employee in, and to the labor distribution file the
      *> monthly report is printed from. an employee PROJECT6 does
      *> not place is booked company-wide and logged for the desk.
           move zero to ws-emp-cost-center
           move employee-no-m to employee-no-p6
           read personnel-master
               invalid key
                   move zero to ws-emp-cost-center
                   move 'not on personnel - booked company'
                       to ws-wage-reject-msg
                   move 'y' to ws-exceptions-sw
                   perform 290-write-exception-log
               not invalid key
                   if territory-no-p6 is numeric
                      and office-no-p6 is numeric
                       move territory-no-p6 to ws-emp-territory
                       move office-no-p6 to ws-emp-office
                   else
                       move 'bad territory/office - booked company'
                           to ws-wage-reject-msg
                       move 'y' to ws-exceptions-sw
                       perform 290-write-exception-log
                   end-if
           end-read
           perform 257-find-cost-center
           add ws-gross-amt to cct-gross(cc-x)
           add ws-er-tax-total to cct-er-tax(cc-x)
           add ws-employee-ded-total to cct-deductions(cc-x)
           move 'D' to lds-rec-type
           move ws-busdate-num to lds-run-date
           move employee-no-m to lds-employee-no
           move cct-cost-center(cc-x) to lds-cost-center
           move ws-gross-amt to lds-gross
           move ws-er-tax-total to lds-er-tax
           move ws-employee-ded-total to lds-deductions
           write labor-dist-rec.

       257-find-cost-center.
      *> leaves cc-x on the entry the employee's cost is booked to.
      *> a cost center is tried against the chart once, the first
      *> time it is met; one without accounts is logged and its
      *> employees booked company-wide.
           if ws-emp-cost-center = zero
               set cc-x to 1
               exit paragraph
           end-if
           move 'n' to ws-cc-found-sw
           set cc-y to 1
           search cost-center-entry varying cc-y
               at end continue
               when cc-y > ws-cc-count
                   continue
               when cct-cost-center(cc-y) = ws-emp-cost-center
                   move 'y' to ws-cc-found-sw
           end-search
           if not ws-cc-found
               if ws-cc-count >= 200
                   if not ws-cc-overflow
                       move 'y' to ws-cc-overflow-sw
                       move 'cost center table full - booked company'
                           to ws-wage-reject-msg
                       move 'y' to ws-exceptions-sw
                       perform 290-write-exception-log
                   end-if
                   set cc-x to 1
                   exit paragraph
               end-if
               add 1 to ws-cc-count
               set cc-y to ws-cc-count
               move ws-emp-cost-center to cct-cost-center(cc-y)
               move zero to cct-gross(cc-y) cct-er-tax(cc-y)
                            cct-deductions(cc-y)
               move gl-acct-salary-exp(1:4) to gla-natural-acct-m
               move ws-emp-cost-center to gla-cost-center-m
               move 'y' to cct-on-chart-sw(cc-y)
               read gl-account-master
                   invalid key
                       move 'n' to cct-on-chart-sw(cc-y)
                       move 'no gl accounts for cost center - company'
                           to ws-wage-reject-msg
                       move 'y' to ws-exceptions-sw
                       perform 290-write-exception-log
               end-read
           end-if
           if cct-on-chart(cc-y)
               set cc-x to cc-y
           else
               set cc-x to 1
           end-if.

       251-start-pay-advice.
      *> one page per employee: identity, the period's gross, and
      *> the withholding lines; the deduction paragraphs append
           move employee-no-m to adv-employee-no-out
           move employee-name-m to adv-employee-name-out
           write pay-advice-rec from advice-id-line
           if pay-hourly
               move ws-straight-hours to adh-straight-out
               move ws-ot-hours to adh-overtime-out
               move ws-holiday-hours to adh-holiday-out
               move hourly-rate-m to adh-rate-out
               write pay-advice-rec from advice-hours-line
           end-if
           move 'gross pay this period:' to adv-label
           move ws-gross-amt to adv-amount-out
           write pay-advice-rec from advice-amount-line
           if ws-retro-amt > zero
               move '  incl retroactive pay' to adv-label
               move ws-retro-amt to adv-amount-out
               write pay-advice-rec from advice-amount-line
           end-if
           move 'federal withholding:' to adv-label
           move ws-federal-tax-amt to adv-amount-out
           write pay-advice-rec from advice-amount-line
           move 'ytd state tax:' to adv-label
           move ytd-state-tax-m to adv-amount-out
           write pay-advice-rec from advice-amount-line
           move 'vacation hours:' to adl-label
           move ws-vac-accrued to adl-accrued-out
           move ws-vac-used to adl-used-out
           move vac-balance-m to adl-balance-out
           write pay-advice-rec from advice-leave-line
           move 'sick hours:' to adl-label
           move ws-sick-accrued to adl-accrued-out
           move ws-sick-used to adl-used-out
           move sick-balance-m to adl-balance-out
           write pay-advice-rec from advice-leave-line
           if ws-vac-forfeit > zero
               move ws-vac-forfeit to adf-hours-out
               write pay-advice-rec from advice-forfeit-line
           end-if
           write pay-advice-rec from advice-separator.

       255-write-payment.
           move 'gl posting summary' to rpt-hdr-title
           write gl-summary-rec from rpt-heading-1
           write gl-summary-rec from gl-summary-hdr
           perform varying cc-x from 1 by 1
                   until cc-x > ws-cc-count
               if cct-gross(cc-x) > zero
                   move gl-acct-salary-exp(1:4) to gla-natural-acct-m
                   move cct-cost-center(cc-x) to gla-cost-center-m
                   move gla-account-m to glp-account
                   move 'D' to glp-dr-cr
                   move cct-gross(cc-x) to glp-amount
                   move 'salary expense' to glp-description
                   perform 285-write-gl-posting
               end-if
           end-perform
           move gl-acct-federal-pay to glp-account
           move 'C' to glp-dr-cr
           move ws-gl-federal-total to glp-amount
           move ws-gl-medicare-total to glp-amount
           move 'medicare w/h liability' to glp-description
           perform 285-write-gl-posting
           perform varying cc-x from 1 by 1
                   until cc-x > ws-cc-count
               if cct-deductions(cc-x) > zero
                   move gl-acct-deduct-pay(1:4) to gla-natural-acct-m
                   move cct-cost-center(cc-x) to gla-cost-center-m
                   move gla-account-m to glp-account
                   move 'C' to glp-dr-cr
                   move cct-deductions(cc-x) to glp-amount
                   move 'deductions payable' to glp-description
                   perform 285-write-gl-posting
               end-if
           end-perform
           move gl-acct-net-payable to glp-account
           move 'C' to glp-dr-cr
           move ws-gl-net-total to glp-amount
           move 'net payroll payable' to glp-description
           perform 285-write-gl-posting
      *> the employer's taxes are an expense of their own, owed to
      *> the same agencies but kept apart from the withholding so
      *> the 941 and 940 figures can be read straight off the
      *> ledger.
           perform varying cc-x from 1 by 1
                   until cc-x > ws-cc-count
               if cct-er-tax(cc-x) > zero
                   move gl-acct-er-tax-exp(1:4) to gla-natural-acct-m
                   move cct-cost-center(cc-x) to gla-cost-center-m
                   move gla-account-m to glp-account
                   move 'D' to glp-dr-cr
                   move cct-er-tax(cc-x) to glp-amount
                   move 'payroll tax expense' to glp-description
                   perform 285-write-gl-posting
               end-if
           end-perform
           move gl-acct-er-fica-pay to glp-account
           move 'C' to glp-dr-cr
           move ws-gl-er-fica-total to glp-amount
           move 'employer fica payable' to glp-description
           perform 285-write-gl-posting
           move gl-acct-er-medicare-pay to glp-account
           move 'C' to glp-dr-cr
           move ws-gl-er-medicare-total to glp-amount
           move 'employer medicare pay' to glp-description
           perform 285-write-gl-posting
           move gl-acct-futa-pay to glp-account
           move 'C' to glp-dr-cr
           move ws-gl-futa-total to glp-amount
           move 'futa liability' to glp-description
           perform 285-write-gl-posting
           move gl-acct-suta-pay to glp-account
           move 'C' to glp-dr-cr
           move ws-gl-suta-total to glp-amount
           move 'suta liability' to glp-description
           perform 285-write-gl-posting
           compute ws-gl-balance = ws-gl-gross-total
               + ws-gl-er-tax-total
               - ws-gl-federal-total
               - ws-gl-state-total
               - ws-gl-fica-total
               - ws-gl-medicare-total
               - ws-gl-deduct-total
               - ws-gl-net-total
               - ws-gl-er-fica-total
               - ws-gl-er-medicare-total
               - ws-gl-futa-total
               - ws-gl-suta-total
           if ws-gl-balance = zero
               write gl-summary-rec from gl-in-balance-line
           else
               write exception-log-rec
           end-if.

       287-write-labor-run-total.
      *> the run's register totals, which the monthly distribution
      *> report proves its cost-center figures back to.
           move 'T' to lds-rec-type
           move ws-busdate-num to lds-run-date
           move spaces to lds-employee-no
           move zero to lds-cost-center
           move ws-gl-gross-total to lds-gross
           move ws-gl-er-tax-total to lds-er-tax
           move ws-gl-deduct-total to lds-deductions
           write labor-dist-rec.

       285-write-gl-posting.
           move ws-rpt-date to glp-run-date
           move glp-account to gls-account-out
       230-compute-period-tax.
      *> the annual bracket result divided over the employee's pay
      *> cycle, rounded once here so every period's register agrees
      *> with itself instead of with a clerk's calculator. an hourly
      *> employee's gross is the timecard pay itself, not a share of
      *> the annualized figure, so no rounding creeps into it.
           perform 231-set-periods-per-year
           compute ws-federal-tax-amt rounded =
               ws-federal-tax-amt / ws-periods-per-year
           compute ws-state-tax-amt rounded =
               ws-state-tax-amt / ws-periods-per-year
           if pay-hourly
               move ws-hourly-gross to ws-gross-amt
           else
               compute ws-gross-amt rounded =
                   salary-m / ws-periods-per-year
           end-if
           move ws-federal-tax-amt to federal-tax
           move ws-state-tax-amt to state-tax.

       232-apply-w4-withholding.
      *> an exempt employee has nothing withheld for income tax. the
      *> extra withholding is a per-period figure, so the annual
      *> listing shows it for the whole year.
           if w4-exempt
               move zero to ws-federal-tax-amt ws-state-tax-amt
           else
               if period-mode
                   move w4-extra-wh-m to ws-extra-wh-amt
               else
                   perform 231-set-periods-per-year
                   compute ws-extra-wh-amt =
                       w4-extra-wh-m * ws-periods-per-year
               end-if
               add ws-extra-wh-amt to ws-federal-tax-amt
           end-if
           move ws-federal-tax-amt to federal-tax
           move ws-state-tax-amt to state-tax.

       234-add-retro-pay.
      *> the retro figure is earnings like any other - it goes into
      *> this pay's gross, so fica, the employer taxes and the ytd
      *> figures all take it in - and is zeroed once paid so the
      *> next run does not pay it again.
           move zero to ws-retro-amt
           if retro-pay-m is not numeric
               move zero to retro-pay-m
           end-if
           if retro-pay-m = zero
               exit paragraph
           end-if
           move retro-pay-m to ws-retro-amt
           add ws-retro-amt to ws-gross-amt
           if not w4-exempt
               compute ws-retro-federal-amt rounded =
                   ws-retro-amt * ws-supp-federal-rate
               compute ws-retro-state-amt rounded =
                   ws-retro-amt * ws-supp-state-rate
               add ws-retro-federal-amt to ws-federal-tax-amt
               add ws-retro-state-amt to ws-state-tax-amt
           end-if
           move zero to retro-pay-m
           move ws-federal-tax-amt to federal-tax
           move ws-state-tax-amt to state-tax.

       231-set-periods-per-year.
           evaluate true
               when pay-weekly
                   move 52 to ws-periods-per-year
                   move 12 to ws-periods-per-year
               when other
                   move 26 to ws-periods-per-year
           end-evaluate.

       300-process-leave.
      *> records converted from the 120-byte layout carry spaces in
      *> the leave fields and start from zero.
           if vac-balance-m is not numeric
               move zero to vac-balance-m
           end-if
           if sick-balance-m is not numeric
               move zero to sick-balance-m
           end-if
           if vac-taken-ytd-m is not numeric
               move zero to vac-taken-ytd-m
           end-if
           if sick-taken-ytd-m is not numeric
               move zero to sick-taken-ytd-m
           end-if
           perform 305-set-service-years
           perform 310-find-leave-rule
           perform 330-carryover-cap
           perform 315-accrue-leave
           perform 320-apply-leave-usage.

       305-set-service-years.
      *> completed years since the hire date on PROJECT6's master;
      *> an employee not yet there, or with no hire date, is in the
      *> first service band.
           move zero to ws-service-years
           move employee-no-m to employee-no-p6
           read personnel-master
               invalid key exit paragraph
           end-read
           if hire-date-p6 is not numeric or hire-date-p6 = zero
               exit paragraph
           end-if
           if hire-yr-p6 >= rpt-curr-yr
               exit paragraph
           end-if
           compute ws-service-years = rpt-curr-yr - hire-yr-p6
           if rpt-curr-mth * 100 + rpt-curr-day < hire-mmdd-p6
               subtract 1 from ws-service-years
           end-if.

       310-find-leave-rule.
           if pay-weekly or pay-monthly
               move pay-frequency-m to ws-lvr-freq
           else
               move 'B' to ws-lvr-freq
           end-if
           move zero to ws-lvr-pick ws-lvr-best-years
           perform varying lr-x from 1 by 1
                   until lr-x > ws-lvr-count
               if lvt-frequency(lr-x) = ws-lvr-freq
                  and lvt-min-years(lr-x) <= ws-service-years
                  and (ws-lvr-pick = zero
                       or lvt-min-years(lr-x) > ws-lvr-best-years)
                   set ws-lvr-pick to lr-x
                   move lvt-min-years(lr-x) to ws-lvr-best-years
               end-if
           end-perform.

       315-accrue-leave.
      *> sick leave stops accruing at its cap; vacation accrues
      *> freely during the year and is cut back to its carryover
      *> cap only when the year turns.
           move zero to ws-vac-accrued ws-sick-accrued
           if ws-lvr-pick = zero
               exit paragraph
           end-if
           set lr-x to ws-lvr-pick
           move lvt-vac-hours(lr-x) to ws-vac-accrued
           add ws-vac-accrued to vac-balance-m
           move lvt-sick-hours(lr-x) to ws-sick-accrued
           if sick-balance-m + ws-sick-accrued > lvt-sick-cap(lr-x)
               if sick-balance-m >= lvt-sick-cap(lr-x)
                   move zero to ws-sick-accrued
               else
                   compute ws-sick-accrued =
                       lvt-sick-cap(lr-x) - sick-balance-m
               end-if
           end-if
           add ws-sick-accrued to sick-balance-m.

       320-apply-leave-usage.
      *> leave is never taken below zero: the part of a slip the
      *> balance cannot cover goes to the exception log for HR.
           move zero to ws-vac-used ws-sick-used
           perform varying lu-x from 1 by 1
                   until lu-x > ws-lvu-count
               if lue-employee-no(lu-x) = employee-no-m
                  and lue-done-sw(lu-x) = 'n'
                   move 'y' to lue-done-sw(lu-x)
                   perform 322-take-one-usage
               end-if
           end-perform.

       322-take-one-usage.
           move zero to ws-leave-short
           move lue-hours(lu-x) to ws-leave-taken
           if lue-leave-type(lu-x) = 'S'
               if ws-leave-taken > sick-balance-m
                   compute ws-leave-short =
                       ws-leave-taken - sick-balance-m
                   move sick-balance-m to ws-leave-taken
               end-if
               add ws-leave-taken to ws-sick-used
                                     sick-taken-ytd-m
               subtract ws-leave-taken from sick-balance-m
           else
               if ws-leave-taken > vac-balance-m
                   compute ws-leave-short =
                       ws-leave-taken - vac-balance-m
                   move vac-balance-m to ws-leave-taken
               end-if
               add ws-leave-taken to ws-vac-used
                                     vac-taken-ytd-m
               subtract ws-leave-taken from vac-balance-m
           end-if
           if ws-leave-short > zero
               move 'y' to ws-exceptions-sw
               move 'project1' to exc-log-program
               move rpt-curr-yr to exc-log-yr
               move rpt-curr-mth to exc-log-mth
               move rpt-curr-day to exc-log-day
               move employee-no-m to exc-log-key
               move 'leave taken exceeds balance - excess not taken'
                   to exc-log-message
               write exception-log-rec
               add 1 to ws-stat-exception-count
           end-if.

       326-mark-usage-done.
           perform varying lu-x from 1 by 1
                   until lu-x > ws-lvu-count
               if lue-employee-no(lu-x) = employee-no-m
                   move 'y' to lue-done-sw(lu-x)
               end-if
           end-perform.

       327-mark-timecard-done.
           perform varying tc-x from 1 by 1
                   until tc-x > ws-tcd-count
               if tce-employee-no(tc-x) = employee-no-m
                   move 'y' to tce-done-sw(tc-x)
               end-if
           end-perform.

       330-carryover-cap.
      *> the first pay of a new year - the last posting was in an
      *> earlier year - forfeits vacation above the carryover cap.
      *> a record never posted has nothing to carry.
           move zero to ws-vac-forfeit
           if posted-thru-date-m is not numeric
              or posted-thru-date-m = zero
              or ws-lvr-pick = zero
               exit paragraph
           end-if
           move posted-thru-date-m(1:4) to ws-posted-yr
           if ws-posted-yr >= rpt-curr-yr
               exit paragraph
           end-if
           set lr-x to ws-lvr-pick
           if vac-balance-m > lvt-vac-cap(lr-x)
               compute ws-vac-forfeit =
                   vac-balance-m - lvt-vac-cap(lr-x)
               move lvt-vac-cap(lr-x) to vac-balance-m
           end-if.

       340-write-back-usage.
      *> slips for employees the run did not pay - no timecard, a
      *> bad salary - wait in the file for the next pay.
           open output leave-usage-file
           perform varying lu-x from 1 by 1
                   until lu-x > ws-lvu-count
               if lue-done-sw(lu-x) = 'n'
                   move lue-employee-no(lu-x) to lvu-employee-no
                   move lue-leave-type(lu-x) to lvu-leave-type
                   move lue-hours(lu-x) to lvu-hours
                   move lue-date(lu-x) to lvu-date
                   write leave-usage-rec
               end-if
           end-perform
           close leave-usage-file.

       345-write-back-timecards.
      *> cards for employees the run did not pay wait in the file
      *> for the rerun, the way unused leave slips do.
           open output timecard-file
           perform varying tc-x from 1 by 1
                   until tc-x > ws-tcd-count
               if tce-done-sw(tc-x) = 'n'
                   move spaces to timecard-rec
                   move tce-employee-no(tc-x) to tcd-employee-no
                   move tce-period-end(tc-x) to tcd-period-end
                   move tce-regular-hours(tc-x) to tcd-regular-hours
                   move tce-overtime-hours(tc-x)
                       to tcd-overtime-hours
                   move tce-holiday-hours(tc-x) to tcd-holiday-hours
                   perform varying ws-tcd-week from 1 by 1
                           until ws-tcd-week > 6
                       move tce-week-hours(tc-x ws-tcd-week)
                           to tcd-week-hours(ws-tcd-week)
                   end-perform
                   write timecard-rec
               end-if
           end-perform
           close timecard-file.

       290-write-exception-log.
           move 'project1' to exc-log-program
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move employee-no-m to exc-log-key
           move ws-wage-reject-msg to exc-log-message
           write exception-log-rec
           add 1 to ws-stat-exception-count.

       210-compute-federal-tax.
      *> the brackets are walked on the wage net of allowances, at
      *> the widths for the employee's filing status; the annual
      *> credits then come off the result, never below zero.
           move ws-taxable-wage to ws-remaining-salary
           move zero to ws-prior-ceiling ws-federal-tax-amt
           perform varying fb-x from 1 by 1
                   until fb-x > ws-fed-bracket-count
                      or ws-remaining-salary = zero
               if fed-bracket-ceiling(fb-x) = 9999999
                   move fed-bracket-ceiling(fb-x) to ws-fed-ceiling
               else
                   compute ws-fed-ceiling rounded =
                       fed-bracket-ceiling(fb-x) * ws-filing-factor
               end-if
               if ws-taxable-wage > ws-fed-ceiling
                   compute ws-bracket-width =
                       ws-fed-ceiling - ws-prior-ceiling
               else
                   compute ws-bracket-width =
                       ws-taxable-wage - ws-prior-ceiling
               end-if
               if ws-bracket-width > ws-remaining-salary
                   move ws-remaining-salary to ws-bracket-width
                   ws-bracket-width * fed-bracket-rate(fb-x)
               add ws-bracket-tax to ws-federal-tax-amt
               subtract ws-bracket-width from ws-remaining-salary
               move ws-fed-ceiling to ws-prior-ceiling
           end-perform
           if w4-credits-m >= ws-federal-tax-amt
               move zero to ws-federal-tax-amt
           else
               subtract w4-credits-m from ws-federal-tax-amt
           end-if
           move ws-federal-tax-amt to federal-tax.

       220-compute-state-tax.
      *> walked on the work state's set, which 205 left at ss-x.
           move ws-taxable-wage to ws-remaining-salary
           move zero to ws-prior-ceiling ws-state-tax-amt
           perform varying sb-x from 1 by 1
                   until sb-x > sst-bracket-count(ss-x)
                      or ws-remaining-salary = zero
               if ws-taxable-wage > state-bracket-ceiling(ss-x sb-x)
                   compute ws-bracket-width =
                       state-bracket-ceiling(ss-x sb-x)
                       - ws-prior-ceiling
               else
                   compute ws-bracket-width =
                       ws-taxable-wage - ws-prior-ceiling
               end-if
               if ws-bracket-width > ws-remaining-salary
                   move ws-remaining-salary to ws-bracket-width
               end-if
               compute ws-bracket-tax rounded =
                   ws-bracket-width * state-bracket-rate(ss-x sb-x)
               add ws-bracket-tax to ws-state-tax-amt
               subtract ws-bracket-width from ws-remaining-salary
               move state-bracket-ceiling(ss-x sb-x)
                   to ws-prior-ceiling
           end-perform
           move ws-state-tax-amt to state-tax.

           move 'project1' to ctl-program
           move 'GL-NET' to ctl-rule-id
           move 'A' to ctl-side
           compute ctl-amount = ws-gl-gross-total
               + ws-gl-er-tax-total
           perform 023-write-control-side
           move 'B' to ctl-side
           compute ctl-amount = ws-gl-federal-total
               + ws-gl-medicare-total
               + ws-gl-deduct-total
               + ws-gl-net-total
               + ws-gl-er-fica-total
               + ws-gl-er-medicare-total
               + ws-gl-futa-total
               + ws-gl-suta-total
           perform 023-write-control-side.

       023-write-control-side.
