       identification division.

       program-id. offcyc.
      *AUTHOR. JON YEN
      *> off-cycle payroll, run by the desk between tax runs for the
      *> one employee who cannot wait for payday. it is driven by
      *> the small transaction file CH0101OFC.DAT and takes three
      *> kinds of pay:
      *>   M  a manual check already written and handed out - only
      *>      recorded: the gross, withholding, and check amount are
      *>      keyed from the check stub, and the check goes straight
      *>      onto the CH0101CRG.NDX register under its own number
      *>      (or the next number from CH0101CKN.CTL when none is
      *>      keyed).
      *>   B  a supplemental bonus or final pay - the federal and
      *>      state withholding are taken at the flat supplemental
      *>      rates, fica and medicare as the tax run takes them,
      *>      and the payment goes to tonight's check file for
      *>      chkpost to number (or to the bank file for a
      *>      direct-deposit employee).
      *>   V  a void of a paycheck still outstanding on the register
      *>      - the gross and withholding are keyed from the pay
      *>      advice, the check amount comes from the register, and
      *>      the ytd, qtd, and employer figures, the register entry,
      *>      and the gl postings are all reversed.
      *> posted-thru-date-m is never touched, so an off-cycle pay
      *> on the day of a tax run does not stop the tax run from
      *> posting the employee, and the tax run's stamp does not
      *> stop this one. every transaction is listed on the
      *> off-cycle register CH0101OFR.RPT with a pay advice (or void
      *> notice) on CH0101OFA.RPT; a transaction that cannot be
      *> applied is listed, logged, and left untouched. the file is
      *> emptied at the end, as chkpost empties the check file, so
      *> nothing is posted twice. manual checks and voids both go to
      *> the bank on the positive-pay file, as an issue and a
      *> cancel.

       environment division.

       input-output section.
       file-control.
           select optional off-cycle-file
               assign to "W:\PROJECT1\CH0101OFC.DAT"
                   organization is line sequential.
           select employee-master
               assign to "W:\PROJECT1\CH0101MST.NDX"
                   organization is indexed
                   access is random
                   record key is employee-no-m.
           select optional check-register-master
               assign to "W:\PROJECT1\CH0101CRG.NDX"
                   organization is indexed
                   access is random
                   record key is crg-check-no-m.
           select optional check-control-file
               assign to "W:\PROJECT1\CH0101CKN.CTL"
                   organization is line sequential.
           select optional suta-rate-file
               assign to "W:\PROJECT1\CH0101SUT.TAB"
                   organization is line sequential.
           select optional check-print-file
               assign to "W:\PROJECT1\CH0101CHK.DAT"
                   organization is line sequential.
           select optional direct-deposit-file
               assign to "W:\PROJECT1\CH0101ACH.DAT"
                   organization is line sequential.
           select optional gl-posting-file
               assign to "W:\PROJECT1\CH0101GLP.DAT"
                   organization is line sequential.
           select optional positive-pay-file
               assign to "W:\PROJECT1\CH0101PPY.DAT"
                   organization is line sequential.
           select register-file
               assign to "W:\PROJECT1\CH0101OFR.RPT"
                   organization is line sequential.
           select pay-advice-file
               assign to "W:\PROJECT1\CH0101OFA.RPT"
                   organization is line sequential.
           select optional quarter-history-file
               assign to "W:\PROJECT1\CH0101QTH.DAT"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
      *> the gross and withholding are keyed for manual checks and
      *> voids and ignored for a bonus, which is worked here. the
      *> check number is the manual check's own (zero takes the
      *> next register number) or the paycheck being voided; the
      *> net is the face of a manual check, zero meaning gross less
      *> the withholding.
       fd  off-cycle-file
           record contains 58 characters.
       01  off-cycle-rec.
           05  ofc-type                pic x.
               88  ofc-manual                     value 'M'.
               88  ofc-bonus                      value 'B'.
               88  ofc-void                       value 'V'.
           05  ofc-employee-no         pic x(5).
           05  ofc-check-no            pic 9(8).
           05  ofc-gross               pic 9(6)v99.
           05  ofc-federal             pic 9(5)v99.
           05  ofc-state               pic 9(5)v99.
           05  ofc-fica                pic 9(5)v99.
           05  ofc-medicare            pic 9(5)v99.
           05  ofc-net                 pic 9(6)v99.

       fd  employee-master
           record contains 400 characters.
       copy emppay.

       fd  check-register-master
           record contains 80 characters.
       copy chkreg.

      *> last assigned check number, shared with chkpost.
       fd  check-control-file
           record contains 8 characters.
       01  check-control-rec.
           05  ctl-last-check-no       pic 9(8).

      *> each work state's unemployment wage base and the company's
      *> assigned rate there; a blank state is the home state.
       fd  suta-rate-file
           record contains 13 characters.
       01  suta-rate-rec.
           05  sut-state               pic xx.
           05  sut-wage-base           pic 9(7).
           05  sut-rate                pic v9(4).

       fd  check-print-file
           record contains 52 characters.
       01  check-print-rec.
           05  chk-date                pic 9(8).
           05  chk-employee-no         pic x(5).
           05  chk-employee-name       pic x(30).
           05  chk-amount              pic 9(7)v99.

       fd  direct-deposit-file
           record contains 69 characters.
       01  direct-deposit-rec.
           05  ach-routing             pic 9(9).
           05  ach-account             pic x(12).
           05  ach-amount              pic 9(8)v99.
           05  ach-employee-name       pic x(30).
           05  ach-date                pic 9(8).

       fd  gl-posting-file
           record contains 51 characters.
       01  gl-posting-rec.
           05  glp-account             pic x(8).
           05  glp-run-date            pic 9(8).
           05  glp-dr-cr               pic x.
           05  glp-amount              pic 9(9)v99.
           05  glp-description         pic x(23).

       fd  positive-pay-file
           record contains 60 characters.
       copy posipay.

       fd  register-file
           record contains 110 characters.
       01  register-rec                pic x(110).

       fd  pay-advice-file
           record contains 110 characters.
       01  pay-advice-rec              pic x(110).

       fd  quarter-history-file
           record contains 54 characters.
       copy qtrhist.

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
       01  ws-adv-pg-ct                pic 999  value 0.

       01  ws-trans-valid-sw           pic x    value 'y'.
           88  ws-trans-valid                     value 'y'.
           88  ws-trans-invalid                   value 'n'.
       01  ws-reject-msg               pic x(40) value spaces.
       01  ws-check-found-sw           pic x    value 'n'.
           88  ws-check-found                     value 'y'.

       01  ws-next-check-no            pic 9(8) value 0.
       01  ws-check-no-used-sw         pic x    value 'n'.
           88  ws-check-no-used                   value 'y'.

      *> the flat rates supplemental pay is withheld at instead of
      *> the annualized brackets, and the tax run's fica and
      *> medicare figures.
       01  supplemental-values.
           05  ws-supp-federal-rate    pic v9(4)    value .2200.
           05  ws-supp-state-rate      pic v9(4)    value .0500.

       01  fica-values.
           05  ws-fica-wage-base       pic 9(7)     value 0176100.
           05  ws-fica-rate            pic v9(4)    value .0620.
           05  ws-medicare-rate        pic v9(4)    value .0145.

      *> the employer's side, worked the same way the tax run works
      *> it: the match equals the employee's fica and medicare, futa
      *> and suta are taken only up to their wage bases, and suta's
      *> base and rate come by work state from CH0101SUT.TAB with
      *> the compiled-in home figures as the fallback.
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

       01  pay-work.
           05  ws-gross-amt            pic 9(6)v99.
           05  ws-federal-tax-amt      pic 9(6)v99.
           05  ws-state-tax-amt        pic 9(6)v99.
           05  ws-fica-tax-amt         pic 9(6)v99.
           05  ws-medicare-tax-amt     pic 9(6)v99.
           05  ws-withheld-total       pic 9(7)v99.
           05  ws-ded-amount           pic s9(7)v99.
           05  ws-net-pay              pic 9(7)v99.
           05  ws-fica-taxable         pic 9(8)v99.
           05  ws-prior-ytd-gross      pic 9(8)v99.

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
           05  ws-void-qtr             pic 9.
           05  ws-capped-ytd           pic 9(8)v99.

      *> a void of a check issued in a quarter already closed by
      *> the quarterly remittance run leaves the qtd figures alone -
      *> that quarter was reported - and is flagged for a 941-x;
      *> the closed quarter's history on CH0101QTH.DAT gets an
      *> adjusting record so it still agrees with the year.
       01  ws-void-date.
           05  ws-void-yr              pic 9(4).
           05  ws-void-mth             pic 99.
           05  ws-void-day             pic 99.
       01  ws-same-qtr-sw              pic x    value 'y'.
           88  ws-same-qtr                        value 'y'.

      *> the posting side of every entry: a payment books its
      *> expense as a debit and its liabilities as credits, and a
      *> void books the same accounts the other way round.
       01  gl-sides.
           05  ws-gl-dr                pic x.
           05  ws-gl-cr                pic x.

       01  gl-accounts.
           05  gl-acct-salary-exp      pic x(8)  value '60100000'.
           05  gl-acct-federal-pay     pic x(8)  value '21010000'.
           05  gl-acct-state-pay       pic x(8)  value '21020000'.
           05  gl-acct-deduct-pay      pic x(8)  value '21030000'.
           05  gl-acct-fica-pay        pic x(8)  value '21040000'.
           05  gl-acct-medicare-pay    pic x(8)  value '21050000'.
           05  gl-acct-net-payable     pic x(8)  value '21000000'.
           05  gl-acct-er-tax-exp      pic x(8)  value '60200000'.
           05  gl-acct-er-fica-pay     pic x(8)  value '21060000'.
           05  gl-acct-er-medicare-pay pic x(8)  value '21070000'.
           05  gl-acct-futa-pay        pic x(8)  value '21080000'.
           05  gl-acct-suta-pay        pic x(8)  value '21090000'.

       01  off-cycle-totals.
           05  ws-trans-read           pic 9(5)     value zero.
           05  ws-manual-count         pic 9(5)     value zero.
           05  ws-manual-total         pic 9(9)v99  value zero.
           05  ws-bonus-count          pic 9(5)     value zero.
           05  ws-bonus-total          pic 9(9)v99  value zero.
           05  ws-void-count           pic 9(5)     value zero.
           05  ws-void-total           pic 9(9)v99  value zero.
           05  ws-reject-count         pic 9(5)     value zero.

       01  register-hdr.
           05  filler                 pic x(7)    value 'type'.
           05  filler                 pic x(6)    value 'empl'.
           05  filler                 pic x(21)   value 'employee name'.
           05  filler                 pic x(9)    value 'check no'.
           05  filler                 pic x(11)   value '     gross'.
           05  filler                 pic x(10)   value '  federal'.
           05  filler                 pic x(10)   value '    state'.
           05  filler                 pic x(10)   value ' fica/med'.
           05  filler                 pic x(11)   value '       net'.
           05  filler                 pic x(6)    value 'result'.

       01  register-detail.
           05  reg-type-out            pic x(6).
           05                          pic x       value space.
           05  reg-employee-no-out     pic x(5).
           05                          pic x       value space.
           05  reg-employee-name-out   pic x(20).
           05                          pic x       value space.
           05  reg-check-no-out        pic x(8).
           05                          pic x       value space.
           05  reg-gross-out           pic $zz,zz9.99.
           05                          pic x       value space.
           05  reg-federal-out         pic zz,zz9.99.
           05                          pic x       value space.
           05  reg-state-out           pic zz,zz9.99.
           05                          pic x       value space.
           05  reg-fica-med-out        pic zz,zz9.99.
           05                          pic x       value space.
           05  reg-net-out             pic $zz,zz9.99.
           05                          pic x       value space.
           05  reg-result-out          pic x(15).

       01  register-reason-line.
           05                          pic x(14)   value spaces.
           05  filler                 pic x(4)    value '*** '.
           05  rrl-reason-out          pic x(40).

       01  register-total-line.
           05  rgt-label               pic x(25).
           05  rgt-count-out           pic zz,zz9.
           05                          pic x(4)    value spaces.
           05  rgt-amount-out          pic $zz,zzz,zz9.99.

      *> the off-cycle pay advice follows the tax run's page.
       01  advice-id-line.
           05  filler                 pic x(12)
               value 'employee no '.
           05  adv-employee-no-out     pic x(5).
           05                          pic x(4)    value spaces.
           05  adv-employee-name-out   pic x(30).

       01  advice-title-line.
           05                          pic x(2)    value spaces.
           05  adv-title-out           pic x(50).

       01  advice-amount-line.
           05                          pic x(2)    value spaces.
           05  adv-label               pic x(22).
           05  adv-amount-out          pic $z,zzz,zz9.99-.

       01  advice-separator.
           05  filler                 pic x(60)   value all '-'.

       procedure division.
       100-main-module.
           perform 110-load-check-control
           perform 120-load-suta-rates
           open input off-cycle-file
                i-o employee-master
                i-o check-register-master
                extend check-print-file
                extend direct-deposit-file
                extend gl-posting-file
                extend positive-pay-file
                output register-file
                output pay-advice-file
                extend quarter-history-file
                extend exception-log-file
           perform 010-set-business-date
           move 'off-cycle payroll register' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write register-rec from rpt-heading-1
           write register-rec from register-hdr
           perform until no-more-data
               read off-cycle-file
                   at end move 'no' to more-data
                   not at end
                       add 1 to ws-trans-read
                       perform 200-process-transaction
               end-read
           end-perform
           perform 400-write-totals
           close off-cycle-file
                 employee-master
                 check-register-master
                 check-print-file
                 direct-deposit-file
                 gl-posting-file
                 positive-pay-file
                 register-file
                 pay-advice-file
                 quarter-history-file
                 exception-log-file
      *> leave the transaction file EMPTY once it is applied - a
      *> second run the same day must not pay the bonus again.
      *> rejected rows are on the register to be keyed afresh.
           open output off-cycle-file
           close off-cycle-file
           if ws-check-no-used
               perform 500-save-check-control
           end-if
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of off-cycle payroll'
           goback.

       110-load-check-control.
           open input check-control-file
           read check-control-file
               at end move 10000000 to ctl-last-check-no
           end-read
           move ctl-last-check-no to ws-next-check-no
           close check-control-file.

       120-load-suta-rates.
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

       200-process-transaction.
           move 'y' to ws-trans-valid-sw
           move spaces to ws-reject-msg
           move zero to ws-gross-amt ws-federal-tax-amt
                        ws-state-tax-amt ws-fica-tax-amt
                        ws-medicare-tax-amt ws-net-pay ws-ded-amount
                        ws-er-fica-amt ws-er-medicare-amt
                        ws-futa-amt ws-suta-amt ws-er-tax-total
           move spaces to employee-name-m
           if not ofc-manual and not ofc-bonus and not ofc-void
               move 'transaction type not M B or V'
                   to ws-reject-msg
               perform 290-reject-transaction
               exit paragraph
           end-if
           move ofc-employee-no to employee-no-m
           read employee-master
               invalid key
                   move 'employee not on tax master'
                       to ws-reject-msg
                   move spaces to employee-name-m
                   perform 290-reject-transaction
                   exit paragraph
           end-read
           perform 230-normalize-master
           evaluate true
               when ofc-manual
                   perform 210-edit-manual
               when ofc-bonus
                   perform 215-compute-bonus
               when ofc-void
                   perform 220-edit-void
           end-evaluate
           if ws-trans-invalid
               perform 290-reject-transaction
               exit paragraph
           end-if
           if ofc-void
               perform 250-reverse-paycheck
           else
               perform 240-post-payment
           end-if
           rewrite employee-master-rec
           perform 280-write-gl-entry
           perform 300-write-pay-advice
           perform 350-write-register-line.

       210-edit-manual.
      *> the stub's figures are taken as written; they only have to
      *> foot, and a keyed check number may not already be in use.
           if ofc-gross is not numeric or ofc-federal is not numeric
              or ofc-state is not numeric or ofc-fica is not numeric
              or ofc-medicare is not numeric or ofc-net is not numeric
              or ofc-check-no is not numeric
               move 'n' to ws-trans-valid-sw
               move 'amount fields not numeric' to ws-reject-msg
               exit paragraph
           end-if
           if ofc-gross = zero
               move 'n' to ws-trans-valid-sw
               move 'manual check has no gross pay'
                   to ws-reject-msg
               exit paragraph
           end-if
           move ofc-gross to ws-gross-amt
           move ofc-federal to ws-federal-tax-amt
           move ofc-state to ws-state-tax-amt
           move ofc-fica to ws-fica-tax-amt
           move ofc-medicare to ws-medicare-tax-amt
           compute ws-withheld-total = ws-federal-tax-amt
               + ws-state-tax-amt + ws-fica-tax-amt
               + ws-medicare-tax-amt
           if ofc-net = zero
               if ws-gross-amt > ws-withheld-total
                   compute ws-net-pay =
                       ws-gross-amt - ws-withheld-total
               end-if
           else
               move ofc-net to ws-net-pay
           end-if
           compute ws-ded-amount = ws-gross-amt
               - ws-withheld-total - ws-net-pay
           if ws-ded-amount < zero or ws-net-pay = zero
               move 'n' to ws-trans-valid-sw
               move 'withholding and net exceed the gross'
                   to ws-reject-msg
               exit paragraph
           end-if
           if ofc-check-no not = zero
               move ofc-check-no to crg-check-no-m
               move 'y' to ws-check-found-sw
               read check-register-master
                   invalid key move 'n' to ws-check-found-sw
               end-read
               if ws-check-found
                   move 'n' to ws-trans-valid-sw
                   move 'check number already on register'
                       to ws-reject-msg
               end-if
           end-if.

       215-compute-bonus.
      *> supplemental pay is withheld at the flat rates, not run
      *> through the brackets; an exempt employee has no income tax
      *> withheld but still pays fica and medicare, tested against
      *> the wage base the same way the tax run tests it.
           if ofc-gross is not numeric or ofc-gross = zero
               move 'n' to ws-trans-valid-sw
               move 'bonus has no gross pay' to ws-reject-msg
               exit paragraph
           end-if
           move ofc-gross to ws-gross-amt
           if w4-exempt
               move zero to ws-federal-tax-amt ws-state-tax-amt
           else
               compute ws-federal-tax-amt rounded =
                   ws-gross-amt * ws-supp-federal-rate
               compute ws-state-tax-amt rounded =
                   ws-gross-amt * ws-supp-state-rate
           end-if
           if ytd-gross-m >= ws-fica-wage-base
               move zero to ws-fica-taxable
           else
               compute ws-fica-taxable =
                   ws-fica-wage-base - ytd-gross-m
               if ws-fica-taxable > ws-gross-amt
                   move ws-gross-amt to ws-fica-taxable
               end-if
           end-if
           compute ws-fica-tax-amt rounded =
               ws-fica-taxable * ws-fica-rate
           compute ws-medicare-tax-amt rounded =
               ws-gross-amt * ws-medicare-rate
           compute ws-net-pay = ws-gross-amt - ws-federal-tax-amt
               - ws-state-tax-amt - ws-fica-tax-amt
               - ws-medicare-tax-amt
           move zero to ws-ded-amount.

       220-edit-void.
      *> only a check the bank has not paid can be voided, and only
      *> in the year it was issued - last year's w-2 has gone out
      *> and needs a w-2c instead. the withholding keyed from the
      *> pay advice may not exceed the check's gross less its face;
      *> whatever is left over is the deductions the pay took.
           if ofc-gross is not numeric or ofc-federal is not numeric
              or ofc-state is not numeric or ofc-fica is not numeric
              or ofc-medicare is not numeric
              or ofc-check-no is not numeric
               move 'n' to ws-trans-valid-sw
               move 'amount fields not numeric' to ws-reject-msg
               exit paragraph
           end-if
           move ofc-check-no to crg-check-no-m
           move 'y' to ws-check-found-sw
           read check-register-master
               invalid key move 'n' to ws-check-found-sw
           end-read
           evaluate true
               when not ws-check-found
                   move 'n' to ws-trans-valid-sw
                   move 'check not on register' to ws-reject-msg
               when crg-employee-no-m not = employee-no-m
                   move 'n' to ws-trans-valid-sw
                   move 'check belongs to another employee'
                       to ws-reject-msg
               when not crg-outstanding
                   move 'n' to ws-trans-valid-sw
                   move 'check not outstanding - cannot void'
                       to ws-reject-msg
           end-evaluate
           if ws-trans-invalid
               exit paragraph
           end-if
           move crg-issue-date-m to ws-void-date
           if ws-void-yr not = rpt-curr-yr
               move 'n' to ws-trans-valid-sw
               move 'check from a prior year - needs w-2c'
                   to ws-reject-msg
               exit paragraph
           end-if
           move ofc-gross to ws-gross-amt
           move ofc-federal to ws-federal-tax-amt
           move ofc-state to ws-state-tax-amt
           move ofc-fica to ws-fica-tax-amt
           move ofc-medicare to ws-medicare-tax-amt
           move crg-amount-m to ws-net-pay
           compute ws-ded-amount = ws-gross-amt - ws-federal-tax-amt
               - ws-state-tax-amt - ws-fica-tax-amt
               - ws-medicare-tax-amt - ws-net-pay
           if ws-ded-amount < zero
               move 'n' to ws-trans-valid-sw
               move 'pay advice figures less than check'
                   to ws-reject-msg
               exit paragraph
           end-if
      *> nothing may be taken off the year below zero - figures
      *> that big were keyed wrong or belong to another check.
           if ytd-gross-m < ws-gross-amt
              or ytd-federal-tax-m < ws-federal-tax-amt
              or ytd-state-tax-m < ws-state-tax-amt
              or ytd-fica-m < ws-fica-tax-amt
              or ytd-medicare-m < ws-medicare-tax-amt
               move 'n' to ws-trans-valid-sw
               move 'void exceeds the ytd figures' to ws-reject-msg
           end-if.

       230-normalize-master.
      *> records written before these fields existed carry spaces,
      *> read as zero as they are in the tax run.
           if ytd-gross-m is not numeric
               move zero to ytd-gross-m
           end-if
           if ytd-federal-tax-m is not numeric
               move zero to ytd-federal-tax-m
           end-if
           if ytd-state-tax-m is not numeric
               move zero to ytd-state-tax-m
           end-if
           if qtd-federal-tax-m is not numeric
               move zero to qtd-federal-tax-m
           end-if
           if qtd-state-tax-m is not numeric
               move zero to qtd-state-tax-m
           end-if
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
           if qtd-gross-m is not numeric
               move zero to qtd-gross-m
           end-if
           if ytd-fica-m is not numeric
               move zero to ytd-fica-m
           end-if
           if ytd-medicare-m is not numeric
               move zero to ytd-medicare-m
           end-if.

       240-post-payment.
      *> a manual check or bonus posts exactly as a tax-run pay
      *> would: employer taxes first, against the gross already
      *> paid, then the pay itself onto the ytd and qtd fields.
           perform 245-compute-employer-taxes
           add ws-federal-tax-amt to ytd-federal-tax-m
                                     qtd-federal-tax-m
           add ws-state-tax-amt to ytd-state-tax-m
                                   qtd-state-tax-m
           add ws-gross-amt to ytd-gross-m qtd-gross-m
           add ws-fica-tax-amt to ytd-fica-m
           add ws-medicare-tax-amt to ytd-medicare-m
           if ofc-manual
               perform 265-register-manual-check
           else
               perform 260-write-payment
           end-if.

       245-compute-employer-taxes.
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
           perform 247-find-suta-rate
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
           compute ws-futa-qtr = (rpt-curr-mth + 2) / 3
           add ws-er-fica-amt to qtd-er-fica-m
           add ws-er-medicare-amt to qtd-er-medicare-m
           add ws-suta-amt to qtd-suta-m ytd-suta-m
           add ws-futa-amt to futa-qtr-m(ws-futa-qtr).

       247-find-suta-rate.
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

       250-reverse-paycheck.
      *> the year comes off first, then the employer taxes are
      *> worked back from where the year now stands, so futa and
      *> suta give back only the part of the pay that fell under
      *> their bases.
           move ytd-gross-m to ws-prior-ytd-gross
           subtract ws-gross-amt from ytd-gross-m
           subtract ws-federal-tax-amt from ytd-federal-tax-m
           subtract ws-state-tax-amt from ytd-state-tax-m
           subtract ws-fica-tax-amt from ytd-fica-m
           subtract ws-medicare-tax-amt from ytd-medicare-m
           perform 255-reverse-employer-taxes
           compute ws-void-qtr = (ws-void-mth + 2) / 3
           compute ws-futa-qtr = (rpt-curr-mth + 2) / 3
           if ws-void-qtr = ws-futa-qtr
               move 'y' to ws-same-qtr-sw
               perform 257-reverse-quarter
           else
               move 'n' to ws-same-qtr-sw
               perform 258-adjust-quarter-history
               move 'prior quarter void - file 941-x'
                   to ws-reject-msg
               perform 295-write-exception-log
           end-if
           if futa-qtr-m(ws-void-qtr) > ws-futa-amt
               subtract ws-futa-amt from futa-qtr-m(ws-void-qtr)
           else
               move zero to futa-qtr-m(ws-void-qtr)
           end-if
           if ytd-suta-m > ws-suta-amt
               subtract ws-suta-amt from ytd-suta-m
           else
               move zero to ytd-suta-m
           end-if
           move 'V' to crg-status-m
           move ws-rpt-date to crg-cleared-date-m
           rewrite check-register-rec
               invalid key
                   display 'check register rewrite failed for '
                       crg-check-no-m
           end-rewrite
      *> the bank is told the check is dead, so the lost original
      *> is refused if it ever turns up.
           move 'V' to ppy-action
           perform 270-write-positive-pay
           if ws-ded-amount > zero
               move 'deductions reversed - adjust ded master'
                   to ws-reject-msg
               perform 295-write-exception-log
           end-if.

       255-reverse-employer-taxes.
           move ws-fica-tax-amt to ws-er-fica-amt
           move ws-medicare-tax-amt to ws-er-medicare-amt
           move ws-prior-ytd-gross to ws-capped-ytd
           if ws-capped-ytd > ws-futa-wage-base
               move ws-futa-wage-base to ws-capped-ytd
           end-if
           if ws-capped-ytd > ytd-gross-m
               compute ws-futa-taxable = ws-capped-ytd - ytd-gross-m
           else
               move zero to ws-futa-taxable
           end-if
           compute ws-futa-amt rounded =
               ws-futa-taxable * ws-futa-rate
           perform 247-find-suta-rate
           move ws-prior-ytd-gross to ws-capped-ytd
           if ws-capped-ytd > ws-suta-base
               move ws-suta-base to ws-capped-ytd
           end-if
           if ws-capped-ytd > ytd-gross-m
               compute ws-suta-taxable = ws-capped-ytd - ytd-gross-m
           else
               move zero to ws-suta-taxable
           end-if
           compute ws-suta-amt rounded =
               ws-suta-taxable * ws-suta-rate
           compute ws-er-tax-total = ws-er-fica-amt
               + ws-er-medicare-amt + ws-futa-amt + ws-suta-amt.

       257-reverse-quarter.
      *> the open quarter's figures, never taken below zero.
           if qtd-federal-tax-m > ws-federal-tax-amt
               subtract ws-federal-tax-amt from qtd-federal-tax-m
           else
               move zero to qtd-federal-tax-m
           end-if
           if qtd-state-tax-m > ws-state-tax-amt
               subtract ws-state-tax-amt from qtd-state-tax-m
           else
               move zero to qtd-state-tax-m
           end-if
           if qtd-gross-m > ws-gross-amt
               subtract ws-gross-amt from qtd-gross-m
           else
               move zero to qtd-gross-m
           end-if
           if qtd-er-fica-m > ws-er-fica-amt
               subtract ws-er-fica-amt from qtd-er-fica-m
           else
               move zero to qtd-er-fica-m
           end-if
           if qtd-er-medicare-m > ws-er-medicare-amt
               subtract ws-er-medicare-amt from qtd-er-medicare-m
           else
               move zero to qtd-er-medicare-m
           end-if
           if qtd-suta-m > ws-suta-amt
               subtract ws-suta-amt from qtd-suta-m
           else
               move zero to qtd-suta-m
           end-if.

       258-adjust-quarter-history.
      *> the closed quarter's figures come down by the void, the way
      *> the open quarter's do on the master.
           move ws-void-yr to qth-yr
           move ws-void-qtr to qth-qtr
           move employee-no-m to qth-employee-no
           compute qth-gross = zero - ws-gross-amt
           compute qth-federal-tax = zero - ws-federal-tax-amt
           compute qth-state-tax = zero - ws-state-tax-amt
           compute qth-fica-tax = zero - ws-er-fica-amt
           compute qth-medicare-tax = zero - ws-er-medicare-amt
           write qtr-history-rec.

       260-write-payment.
      *> the bonus is paid the way the employee's regular pay is:
      *> tonight's bank file, or the check file chkpost numbers.
           if paid-by-deposit
               move bank-routing-m to ach-routing
               move bank-account-m to ach-account
               move ws-net-pay to ach-amount
               move employee-name-m to ach-employee-name
               move ws-rpt-date to ach-date
               write direct-deposit-rec
               move 'deposit' to reg-result-out
           else
               move ws-rpt-date to chk-date
               move employee-no-m to chk-employee-no
               move employee-name-m to chk-employee-name
               move ws-net-pay to chk-amount
               write check-print-rec
               move 'to chkpost' to reg-result-out
           end-if
           move spaces to reg-check-no-out.

       265-register-manual-check.
      *> the check is already in the employee's hand, so it goes
      *> straight onto the register as outstanding.
           if ofc-check-no = zero
               add 1 to ws-next-check-no
               move 'y' to ws-check-no-used-sw
               move ws-next-check-no to crg-check-no-m
           else
               move ofc-check-no to crg-check-no-m
           end-if
           move ws-rpt-date to crg-issue-date-m
           move employee-no-m to crg-employee-no-m
           move employee-name-m to crg-employee-name-m
           move ws-net-pay to crg-amount-m
           move 'O' to crg-status-m
           move zero to crg-cleared-date-m
           write check-register-rec
               invalid key
                   display 'check register write failed for '
                       crg-check-no-m
           end-write
           move 'I' to ppy-action
           perform 270-write-positive-pay
           move crg-check-no-m to reg-check-no-out
           move 'recorded' to reg-result-out.

       270-write-positive-pay.
           move crg-check-no-m to ppy-check-no
           move crg-issue-date-m to ppy-issue-date
           move crg-amount-m to ppy-amount
           move crg-employee-name-m to ppy-payee
           write positive-pay-rec.

       280-write-gl-entry.
      *> one balanced entry per transaction, on the tax run's
      *> payroll chart: expense against the withholding, employer
      *> tax, deduction, and net pay liabilities - the other way
      *> round for a void.
           if ofc-void
               move 'C' to ws-gl-dr
               move 'D' to ws-gl-cr
           else
               move 'D' to ws-gl-dr
               move 'C' to ws-gl-cr
           end-if
           move gl-acct-salary-exp to glp-account
           move ws-gl-dr to glp-dr-cr
           move ws-gross-amt to glp-amount
           move 'off-cycle salary exp' to glp-description
           perform 285-write-gl-posting
           move gl-acct-federal-pay to glp-account
           move ws-gl-cr to glp-dr-cr
           move ws-federal-tax-amt to glp-amount
           move 'federal w/h liability' to glp-description
           perform 285-write-gl-posting
           move gl-acct-state-pay to glp-account
           move ws-gl-cr to glp-dr-cr
           move ws-state-tax-amt to glp-amount
           move 'state w/h liability' to glp-description
           perform 285-write-gl-posting
           move gl-acct-fica-pay to glp-account
           move ws-gl-cr to glp-dr-cr
           move ws-fica-tax-amt to glp-amount
           move 'fica w/h liability' to glp-description
           perform 285-write-gl-posting
           move gl-acct-medicare-pay to glp-account
           move ws-gl-cr to glp-dr-cr
           move ws-medicare-tax-amt to glp-amount
           move 'medicare w/h liability' to glp-description
           perform 285-write-gl-posting
           move gl-acct-deduct-pay to glp-account
           move ws-gl-cr to glp-dr-cr
           move ws-ded-amount to glp-amount
           move 'deductions payable' to glp-description
           perform 285-write-gl-posting
           move gl-acct-net-payable to glp-account
           move ws-gl-cr to glp-dr-cr
           move ws-net-pay to glp-amount
           move 'net payroll payable' to glp-description
           perform 285-write-gl-posting
           move gl-acct-er-tax-exp to glp-account
           move ws-gl-dr to glp-dr-cr
           move ws-er-tax-total to glp-amount
           move 'payroll tax expense' to glp-description
           perform 285-write-gl-posting
           move gl-acct-er-fica-pay to glp-account
           move ws-gl-cr to glp-dr-cr
           move ws-er-fica-amt to glp-amount
           move 'employer fica payable' to glp-description
           perform 285-write-gl-posting
           move gl-acct-er-medicare-pay to glp-account
           move ws-gl-cr to glp-dr-cr
           move ws-er-medicare-amt to glp-amount
           move 'employer medicare pay' to glp-description
           perform 285-write-gl-posting
           move gl-acct-futa-pay to glp-account
           move ws-gl-cr to glp-dr-cr
           move ws-futa-amt to glp-amount
           move 'futa liability' to glp-description
           perform 285-write-gl-posting
           move gl-acct-suta-pay to glp-account
           move ws-gl-cr to glp-dr-cr
           move ws-suta-amt to glp-amount
           move 'suta liability' to glp-description
           perform 285-write-gl-posting.

       285-write-gl-posting.
      *> a zero line says nothing, so it is not written.
           if glp-amount = zero
               exit paragraph
           end-if
           move ws-rpt-date to glp-run-date
           write gl-posting-rec.

       290-reject-transaction.
           add 1 to ws-reject-count
           evaluate true
               when ofc-manual
                   move 'manual' to reg-type-out
               when ofc-bonus
                   move 'bonus' to reg-type-out
               when ofc-void
                   move 'void' to reg-type-out
               when other
                   move ofc-type to reg-type-out
           end-evaluate
           move ofc-employee-no to reg-employee-no-out
           move employee-name-m to reg-employee-name-out
           move spaces to reg-check-no-out
           if ofc-check-no is numeric and ofc-check-no not = zero
               move ofc-check-no to reg-check-no-out
           end-if
           move zero to reg-gross-out reg-federal-out reg-state-out
                        reg-fica-med-out reg-net-out
           if ofc-gross is numeric
               move ofc-gross to reg-gross-out
           end-if
           move 'REJECTED' to reg-result-out
           write register-rec from register-detail
           move ws-reject-msg to rrl-reason-out
           write register-rec from register-reason-line
           perform 295-write-exception-log.

       295-write-exception-log.
           move 'y' to ws-exceptions-sw
           move 'offcyc' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move ofc-employee-no to exc-log-key
           move ws-reject-msg to exc-log-message
           write exception-log-rec.

       300-write-pay-advice.
      *> one page per transaction, burst and handed to the employee
      *> with the check - or, for a void, kept with the voided
      *> check as the record of what was taken back.
           move 'off-cycle pay advice' to rpt-hdr-title
           add 1 to ws-adv-pg-ct
           move ws-adv-pg-ct to rpt-hdr-page
           write pay-advice-rec from rpt-heading-1
           move ws-pg-ct to rpt-hdr-page
           move employee-no-m to adv-employee-no-out
           move employee-name-m to adv-employee-name-out
           write pay-advice-rec from advice-id-line
           evaluate true
               when ofc-manual
                   move 'manual check - recorded as issued'
                       to adv-title-out
               when ofc-bonus
                   move 'supplemental pay' to adv-title-out
               when ofc-void
                   move 'VOID - pay reversed, check cancelled'
                       to adv-title-out
           end-evaluate
           write pay-advice-rec from advice-title-line
           move 'gross pay:' to adv-label
           move ws-gross-amt to adv-amount-out
           write pay-advice-rec from advice-amount-line
           move 'federal withholding:' to adv-label
           move ws-federal-tax-amt to adv-amount-out
           write pay-advice-rec from advice-amount-line
           move 'state withholding:' to adv-label
           move ws-state-tax-amt to adv-amount-out
           write pay-advice-rec from advice-amount-line
           move 'social security:' to adv-label
           move ws-fica-tax-amt to adv-amount-out
           write pay-advice-rec from advice-amount-line
           move 'medicare:' to adv-label
           move ws-medicare-tax-amt to adv-amount-out
           write pay-advice-rec from advice-amount-line
           move 'total deductions:' to adv-label
           move ws-ded-amount to adv-amount-out
           write pay-advice-rec from advice-amount-line
           move 'net pay:' to adv-label
           move ws-net-pay to adv-amount-out
           write pay-advice-rec from advice-amount-line
           move 'ytd gross pay:' to adv-label
           move ytd-gross-m to adv-amount-out
           write pay-advice-rec from advice-amount-line
           move 'ytd federal tax:' to adv-label
           move ytd-federal-tax-m to adv-amount-out
           write pay-advice-rec from advice-amount-line
           move 'ytd state tax:' to adv-label
           move ytd-state-tax-m to adv-amount-out
           write pay-advice-rec from advice-amount-line
           write pay-advice-rec from advice-separator.

       350-write-register-line.
           evaluate true
               when ofc-manual
                   move 'manual' to reg-type-out
                   add 1 to ws-manual-count
                   add ws-net-pay to ws-manual-total
               when ofc-bonus
                   move 'bonus' to reg-type-out
                   add 1 to ws-bonus-count
                   add ws-net-pay to ws-bonus-total
               when ofc-void
                   move 'void' to reg-type-out
                   add 1 to ws-void-count
                   add ws-net-pay to ws-void-total
                   move crg-check-no-m to reg-check-no-out
                   if ws-same-qtr
                       move 'voided' to reg-result-out
                   else
                       move 'voided - 941-x' to reg-result-out
                   end-if
           end-evaluate
           move employee-no-m to reg-employee-no-out
           move employee-name-m to reg-employee-name-out
           move ws-gross-amt to reg-gross-out
           move ws-federal-tax-amt to reg-federal-out
           move ws-state-tax-amt to reg-state-out
           compute reg-fica-med-out =
               ws-fica-tax-amt + ws-medicare-tax-amt
           move ws-net-pay to reg-net-out
           write register-rec from register-detail.

       400-write-totals.
           move 'transactions read:' to rgt-label
           move ws-trans-read to rgt-count-out
           move zero to rgt-amount-out
           write register-rec from register-total-line
           move 'manual checks recorded:' to rgt-label
           move ws-manual-count to rgt-count-out
           move ws-manual-total to rgt-amount-out
           write register-rec from register-total-line
           move 'bonus payments:' to rgt-label
           move ws-bonus-count to rgt-count-out
           move ws-bonus-total to rgt-amount-out
           write register-rec from register-total-line
           move 'paychecks voided:' to rgt-label
           move ws-void-count to rgt-count-out
           move ws-void-total to rgt-amount-out
           write register-rec from register-total-line
           move 'transactions rejected:' to rgt-label
           move ws-reject-count to rgt-count-out
           move zero to rgt-amount-out
           write register-rec from register-total-line.

       500-save-check-control.
           open output check-control-file
           move ws-next-check-no to ctl-last-check-no
           write check-control-rec
           close check-control-file.

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
