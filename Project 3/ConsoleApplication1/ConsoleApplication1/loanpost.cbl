      *> monthly payment on CH0301LMS.NDX, splitting interest and
      *> principal exactly the way the printed amortization schedule
      *> does: interest is the month's rate against the open balance,
      *> the rest reduces principal. the scheduled payment includes
      *> the loan's monthly escrow amount, which goes to the escrow
      *> balance for taxes and insurance. a full payment advances
      *> the next due date one month; a loan worked down to zero is
      *> flagged paid off. the posting register lists every payment
      *> with its split and the run totals. the run's cash, its split
      *> and the late fees assessed go to the ledger as a balanced
      *> journal on the posting extract glpost journals, with the
      *> received total and the split as booked written to the
      *> balancing file so the certificate proves the ledger was
      *> given what the register shows. a payment marked as a
      *> principal curtailment goes straight to principal and then,
      *> as the borrower chose, either shortens the remaining term
      *> at the same payment or re-amortizes the payment over the
      *> same remaining term; the change is journaled the way a
      *> loan modification is. money in hand that covers the payoff
      *> closes the loan before any scheduled month is taken: the
      *> payoff is figured exactly as loanpoq quotes it - principal,
      *> per-diem interest from the date the last payment paid
      *> interest through to the date received, and any escrow
      *> advanced - and escrow left over is refunded by loanesd.

       environment division.

               assign to "w:\Project_3\CH0301HIS.DAT"
                   organization is line sequential.

           select optional modification-journal
               assign to "w:\Project_3\CH0301MJR.DAT"
                   organization is line sequential.

           select optional gl-posting-file
               assign to "W:\PROJECT1\CH0101GLP.DAT"
                   organization is line sequential.

           select optional exception-log-file
               assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

           select optional balancing-file
               assign to "W:\CONTROL\CH9997BAL.DAT"
                   organization is line sequential.

       data division.

       file section.
       fd  payment-file
           record contains 25 characters.
       01  payment-rec-in.
           05  pay-loan-no-in             pic 9(7).
           05  pay-date-in                pic 9(8).
           05  pay-amount-in              pic 9(7)v99.
      *> blank (or R) is a regular payment - older 24-byte lines
      *> read that way. T is extra principal that shortens the
      *> term; A is extra principal that re-amortizes the payment.
           05  pay-type-in                pic x.
               88  pay-regular                    value space 'R'.
               88  pay-curtail-term               value 'T'.
               88  pay-curtail-amortize           value 'A'.

       fd  loan-master
           record contains 250 characters.
       copy loanmst.

       fd  posting-register
           record contains 100 characters.
       01  register-rec                   pic x(100).

       fd  payment-history-file
           record contains 52 characters.
           05  his-balance-after          pic 9(7)v99.
           05  filler                     pic x(1).

       fd  modification-journal
           record contains 70 characters.
       01  mod-journal-rec.
           05  mjr-date                   pic 9(8).
           05  mjr-loan-no                pic 9(7).
           05  mjr-officer-id             pic x(4).
           05  mjr-before-rate            pic v9(4).
           05  mjr-before-term            pic 9(3).
           05  mjr-before-payment         pic 9(6)v99.
           05  mjr-after-rate             pic v9(4).
           05  mjr-after-term             pic 9(3).
           05  mjr-after-payment          pic 9(6)v99.
           05  mjr-balance                pic 9(7)v99.
           05  filler                     pic x(12).

       fd  gl-posting-file
           record contains 51 characters.
       01  gl-posting-rec.
           05  glp-account                pic x(8).
           05  glp-run-date               pic 9(8).
           05  glp-dr-cr                  pic x.
           05  glp-amount                 pic 9(9)v99.
           05  glp-description            pic x(23).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.
           record contains 9 characters.
       copy busdate.

       fd  balancing-file
           record contains 42 characters.
       copy ctlbal.

       working-storage section.
       copy rptdate.
       copy rpthdr1.
           05 ws-int-this-pay          pic 9(7)v99.
           05 ws-prin-this-pay         pic 9(7)v99.
           05 ws-payoff-due            pic 9(8)v99.
           05 ws-per-diem              pic 9(5)v99.
           05 ws-days-accrued          pic s9(5).
           05 ws-payoff-interest       pic 9(7)v99.
           05 ws-escrow-owed           pic 9(7)v99.
           05 ws-sched-due             pic 9(7)v99.
           05 ws-esc-taken             pic 9(5)v99.
           05 ws-esc-this-pay          pic 9(7)v99.
           05 ws-months-behind         pic s9(4)    value zero.

      *> the months left on a balance at the current payment,
      *> counted by running the amortization forward the way the
      *> printed schedule does.
       01 curtail-work.
           05 ws-sim-bal               pic 9(7)v99.
           05 ws-sim-interest          pic 9(6)v99.
           05 ws-sim-principal         pic s9(7)v99.
           05 ws-months-left           pic 9(3).
           05 ws-compound-factor       pic 9(3)v9(9).
           05 ws-new-payment           pic 9(6)v99.

      *> a flat fee assessed once per delinquent month with nothing
      *> received, in the PROJECT5 late-penalty style.
       01 ws-late-fee                  pic 9(3)v99  value 25.00.

      *> the first of the month the last payment paid interest
      *> through, as loanpoq takes it for the payoff letter.
       01 ws-paid-thru                 pic 9(8)     value zero.
       01 ws-paid-thru-parts redefines ws-paid-thru.
           05 ws-paid-thru-yr          pic 9(4).
           05 ws-paid-thru-mth         pic 99.
           05 ws-paid-thru-day         pic 99.

      *> loans that received money this run, so the late-fee pass
      *> never fees a borrower whose payment is sitting in tonight's
      *> file. if the table fills, the fee pass is skipped outright
           05 ws-total-received        pic 9(9)v99  value zero.
           05 ws-total-interest        pic 9(9)v99  value zero.
           05 ws-total-principal       pic 9(9)v99  value zero.
           05 ws-total-escrow          pic 9(9)v99  value zero.
           05 ws-total-fees-taken      pic 9(7)v99  value zero.
           05 ws-paid-off-count        pic 9(5)     value zero.
           05 ws-fees-assessed-count   pic 9(5)     value zero.
           05 ws-fees-assessed-total   pic 9(7)v99  value zero.
           05 ws-curtail-count         pic 9(5)     value zero.
           05 ws-curtail-total         pic 9(9)v99  value zero.

      *> the loan servicing accounts on the gl chart glacct seeds.
      *> money received ahead of a full scheduled month sits in
      *> suspense until a later payment completes the month. escrow
      *> collected is owed back to the borrower's tax and insurance
      *> bills until the disbursement run pays them.
       01 gl-accounts.
           05 gl-acct-loan-cash        pic x(8) value '10300000'.
           05 gl-acct-loans-rec        pic x(8) value '12100000'.
           05 gl-acct-fees-rec         pic x(8) value '12200000'.
           05 gl-acct-suspense         pic x(8) value '21100000'.
           05 gl-acct-interest-inc     pic x(8) value '41100000'.
           05 gl-acct-fee-inc          pic x(8) value '41200000'.
           05 gl-acct-escrow           pic x(8) value '21300000'.

      *> a positive amount is a credit and a negative one a debit;
      *> the split total is what the ledger was told the received
      *> money paid for.
       01 gl-work.
           05 ws-gl-amount             pic s9(9)v99 value zero.
           05 ws-gl-split-total        pic s9(9)v99 value zero.

       01 register-hdr.
           05 filler pic x(7)  value 'loan no'.
           05 filler pic x(3)  value spaces.
           05 filler pic x(9)  value 'principal'.
           05 filler pic x(3)  value spaces.
           05 filler pic x(6)  value 'escrow'.
           05 filler pic x(4)  value spaces.
           05 filler pic x(7)  value 'balance'.
           05 filler pic x(4)  value spaces.
           05 filler pic x(8)  value 'suspense'.
           05 reg-interest-out         pic $$$,$$9.99.
           05 filler                   pic x(1) value spaces.
           05 reg-principal-out        pic $$$,$$9.99.
           05 filler                   pic x(1) value spaces.
           05 reg-escrow-out           pic $$,$$9.99.
           05 filler                   pic x(2) value spaces.
           05 reg-balance-out          pic $$,$$$,$$9.99.
           05 filler                   pic x(1) value spaces.
                i-o loan-master
                output posting-register
                extend payment-history-file
                extend modification-journal
                extend gl-posting-file
                extend exception-log-file
           perform 010-set-business-date
           move 'loan payment posting register' to rpt-hdr-title
           end-perform
           perform 320-assess-late-fees
           perform 400-write-totals
           perform 450-write-gl-entries
           close payment-file
                 loan-master
                 posting-register
                 payment-history-file
                 modification-journal
                 gl-posting-file
                 exception-log-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform 022-write-control-totals
           display 'end of payment posting'
           goback.

               perform 290-write-exception
               exit paragraph
           end-if
      *> a curtailment that would clear the balance is a payoff and
      *> posts as a regular payment, interest and all.
           if (pay-curtail-term or pay-curtail-amortize)
              and loan-open
              and pay-amount-in < loan-balance-m
               perform 270-post-curtailment
               exit paragraph
           end-if
           perform 240-remember-paid-loan
           move pay-amount-in to ws-pay-left
           move zero to ws-fee-taken
      *> the borrower "due" with the money already in hand.
           add ws-pay-left to loan-suspense-m
           move zero to ws-int-this-pay ws-prin-this-pay
                        ws-esc-this-pay
           move spaces to reg-note-out
      *> the payoff is tested first, every time round: a lump sum
      *> that covers the payoff letter's figure closes the loan
      *> rather than being worked forward a month at a time, and the
      *> final month of an amortized loan, normally smaller than the
      *> scheduled payment, closes it without parking in suspense
      *> drawing late fees. otherwise a month posts for each full
      *> scheduled payment suspense holds.
           perform 245-set-payoff-due
           perform until loan-paid-off
                      or loan-balance-m = zero
                      or (loan-suspense-m < ws-payoff-due
                          and (loan-monthly-payment-m = zero
                               or loan-suspense-m < ws-sched-due))
               if loan-suspense-m not < ws-payoff-due
                   perform 255-post-payoff
               else
                   perform 250-post-one-month
                   perform 245-set-payoff-due
               end-if
           end-perform
           rewrite loan-master-rec
           move pay-loan-no-in to reg-loan-no-out
           move ws-fee-taken to reg-fee-out
           move ws-int-this-pay to reg-interest-out
           move ws-prin-this-pay to reg-principal-out
           move ws-esc-this-pay to reg-escrow-out
           move loan-balance-m to reg-balance-out
           move loan-suspense-m to reg-suspense-out
           if reg-note-out = spaces
           add 1 to ws-payments-posted
           add pay-amount-in to ws-total-received
           add ws-int-this-pay to ws-total-interest
           add ws-prin-this-pay to ws-total-principal
           add ws-esc-this-pay to ws-total-escrow.

       240-remember-paid-loan.
           if ws-paid-count < 500
           end-if.

       245-set-payoff-due.
      *> what it takes to finish the loan on the day the money was
      *> received, figured the way loanpoq's payoff letter figures
      *> it: per-diem interest on a 365-day year from the first of
      *> the month before the next due month, plus everything still
      *> owed on principal, plus any escrow advanced. fees have
      *> already come off the top. a regular month takes the
      *> scheduled payment plus escrow.
           move loan-next-due-yr-m to ws-paid-thru-yr
           move loan-next-due-mth-m to ws-paid-thru-mth
           move 01 to ws-paid-thru-day
           if ws-paid-thru-mth = 1
               subtract 1 from ws-paid-thru-yr
               move 12 to ws-paid-thru-mth
           else
               subtract 1 from ws-paid-thru-mth
           end-if
           compute ws-per-diem rounded =
               loan-balance-m * loan-annual-rate-m / 365
           compute ws-days-accrued =
               function integer-of-date(pay-date-in)
               - function integer-of-date(ws-paid-thru)
           if ws-days-accrued < zero
               move zero to ws-days-accrued
           end-if
           compute ws-payoff-interest =
               ws-per-diem * ws-days-accrued
           move zero to ws-escrow-owed
           if loan-escrow-bal-m < zero
               compute ws-escrow-owed = zero - loan-escrow-bal-m
           end-if
           compute ws-payoff-due =
               loan-balance-m + ws-payoff-interest + ws-escrow-owed
           compute ws-sched-due =
               loan-monthly-payment-m + loan-escrow-pmt-m.

       250-post-one-month.
      *> one scheduled month applied out of suspense, split the
           if ws-principal-part not > zero
               move zero to ws-principal-part
           end-if
      *> a scheduled payment bigger than what is left takes only
      *> the balance and collects no escrow - what is left in escrow
      *> goes back to the borrower from the disbursement run.
           if ws-principal-part > loan-balance-m
               move loan-balance-m to ws-principal-part
               compute ws-month-applied =
                   ws-interest-part + ws-principal-part
               move zero to ws-esc-taken
           else
               move loan-monthly-payment-m to ws-month-applied
               move loan-escrow-pmt-m to ws-esc-taken
           end-if
           subtract ws-month-applied from loan-suspense-m
           subtract ws-esc-taken from loan-suspense-m
           subtract ws-principal-part from loan-balance-m
           add ws-esc-taken to loan-escrow-bal-m
           add ws-esc-taken to loan-escrow-coll-m
           add ws-interest-part to ws-int-this-pay
           add ws-principal-part to ws-prin-this-pay
           add ws-esc-taken to ws-esc-this-pay
           if loan-balance-m = zero
               move 'P' to loan-status-m
               add 1 to ws-paid-off-count
               add 1 to loan-next-due-mth-m
           end-if.

       255-post-payoff.
      *> the payoff out of suspense: the per-diem interest, the whole
      *> principal and any escrow advance, which brings the escrow
      *> balance back to zero. a positive escrow balance is left for
      *> loanesd to refund. anything over stays in suspense.
           subtract ws-payoff-due from loan-suspense-m
           add ws-escrow-owed to loan-escrow-bal-m
           add ws-escrow-owed to loan-escrow-coll-m
           add ws-payoff-interest to ws-int-this-pay
           add loan-balance-m to ws-prin-this-pay
           add ws-escrow-owed to ws-esc-this-pay
           move zero to loan-balance-m
           move 'P' to loan-status-m
           add 1 to ws-paid-off-count
           move 'paid off' to reg-note-out.

       270-post-curtailment.
      *> extra principal is not the month's payment: it does not
      *> roll the due date or keep the late fee away, and it takes
      *> nothing for fees, interest or escrow.
           move ws-rpt-date to mjr-date
           move loan-no-m to mjr-loan-no
           move 'CURT' to mjr-officer-id
           move loan-annual-rate-m to mjr-before-rate
           move loan-term-m to mjr-before-term
           move loan-monthly-payment-m to mjr-before-payment
           compute ws-monthly-rate rounded =
               loan-annual-rate-m / 12
           perform 275-count-months-left
           subtract pay-amount-in from loan-balance-m
           if pay-curtail-amortize
      *> the same compound-factor formula the quote program uses,
      *> over the months that were left before the curtailment.
               if ws-months-left < 999
                   move ws-months-left to loan-term-m
               end-if
               compute ws-compound-factor rounded =
                   (1 + ws-monthly-rate) ** loan-term-m
               if ws-compound-factor > 1
                   compute ws-new-payment rounded =
                       (loan-balance-m * ws-monthly-rate
                        * ws-compound-factor)
                       / (ws-compound-factor - 1)
               else
                   compute ws-new-payment rounded =
                       loan-balance-m / loan-term-m
               end-if
               move ws-new-payment to loan-monthly-payment-m
               move 'curtail-pmt' to reg-note-out
           else
               perform 275-count-months-left
               if ws-months-left < 999
                   move ws-months-left to loan-term-m
               end-if
               move 'curtail-term' to reg-note-out
           end-if
           rewrite loan-master-rec
           move loan-annual-rate-m to mjr-after-rate
           move loan-term-m to mjr-after-term
           move loan-monthly-payment-m to mjr-after-payment
           move loan-balance-m to mjr-balance
           write mod-journal-rec
           move pay-loan-no-in to reg-loan-no-out
           move pay-amount-in to reg-received-out
           move zero to reg-fee-out
           move zero to reg-interest-out
           move pay-amount-in to reg-principal-out
           move zero to reg-escrow-out
           move loan-balance-m to reg-balance-out
           move loan-suspense-m to reg-suspense-out
           write register-rec from register-detail
           move pay-loan-no-in to his-loan-no
           move pay-date-in to his-pay-date
           move pay-amount-in to his-pay-amount
           move zero to his-interest-part
           move pay-amount-in to his-principal-part
           move loan-balance-m to his-balance-after
           write payment-history-rec
           add 1 to ws-payments-posted
           add 1 to ws-curtail-count
           add pay-amount-in to ws-total-received
                                ws-total-principal
                                ws-curtail-total.

       275-count-months-left.
      *> a payment too small to cover the interest never pays the
      *> balance off; 999 says so and the term is left alone.
           move loan-balance-m to ws-sim-bal
           move zero to ws-months-left
           perform until ws-sim-bal = zero
                      or ws-months-left = 999
               compute ws-sim-interest rounded =
                   ws-sim-bal * ws-monthly-rate
               compute ws-sim-principal =
                   loan-monthly-payment-m - ws-sim-interest
               if ws-sim-principal not > zero
                   move 999 to ws-months-left
                   exit perform
               end-if
               if ws-sim-principal > ws-sim-bal
                   move zero to ws-sim-bal
               else
                   subtract ws-sim-principal from ws-sim-bal
               end-if
               add 1 to ws-months-left
           end-perform.

       320-assess-late-fees.
      *> after the payments are in: any open loan whose due month
      *> has gone by with nothing received tonight draws the flat
           move zero to reg-fee-out
           move zero to reg-interest-out
           move zero to reg-principal-out
           move zero to reg-escrow-out
           move loan-balance-m to reg-balance-out
           move loan-suspense-m to reg-suspense-out
           move 'late fee' to reg-note-out
           move 'total to principal:' to tot-label
           move ws-total-principal to tot-amount-out
           write register-rec from total-line
           move 'total to escrow:' to tot-label
           move ws-total-escrow to tot-amount-out
           write register-rec from total-line
           move 'total to late fees:' to tot-label
           move ws-total-fees-taken to tot-amount-out
           write register-rec from total-line
           move 'late fees assessed:' to tot-label
           move ws-fees-assessed-total to tot-amount-out
           write register-rec from total-line
           move 'principal curtailments:' to tot-label
           move ws-curtail-total to tot-amount-out
           write register-rec from total-line
           move 'loans paid off:' to tot-label
           move ws-paid-off-count to tot-amount-out
           write register-rec from total-line.

       450-write-gl-entries.
      *> cash in for everything received, split the way the register
      *> split it: fees collected clear the fee receivable, interest
      *> is income, principal reduces the loans, escrow is held for
      *> the borrower's tax and insurance bills, and what is left
      *> over went to (or, when held money completed a month, came
      *> out of) suspense. fees assessed are receivable against fee
      *> income.
           move gl-acct-loan-cash to glp-account
           compute ws-gl-amount = zero - ws-total-received
           move 'loan pmts - cash' to glp-description
           perform 460-write-gl-line
           move zero to ws-gl-split-total
           move gl-acct-fees-rec to glp-account
           move ws-total-fees-taken to ws-gl-amount
           move 'loan pmts - late fees' to glp-description
           add ws-gl-amount to ws-gl-split-total
           perform 460-write-gl-line
           move gl-acct-interest-inc to glp-account
           move ws-total-interest to ws-gl-amount
           move 'loan pmts - interest' to glp-description
           add ws-gl-amount to ws-gl-split-total
           perform 460-write-gl-line
           move gl-acct-loans-rec to glp-account
           move ws-total-principal to ws-gl-amount
           move 'loan pmts - principal' to glp-description
           add ws-gl-amount to ws-gl-split-total
           perform 460-write-gl-line
           move gl-acct-escrow to glp-account
           move ws-total-escrow to ws-gl-amount
           move 'loan pmts - escrow' to glp-description
           add ws-gl-amount to ws-gl-split-total
           perform 460-write-gl-line
           move gl-acct-suspense to glp-account
           compute ws-gl-amount = ws-total-received
               - ws-total-fees-taken - ws-total-interest
               - ws-total-principal - ws-total-escrow
           move 'loan pmts - suspense' to glp-description
           add ws-gl-amount to ws-gl-split-total
           perform 460-write-gl-line
           move gl-acct-fees-rec to glp-account
           compute ws-gl-amount = zero - ws-fees-assessed-total
           move 'late fees assessed' to glp-description
           perform 460-write-gl-line
           move gl-acct-fee-inc to glp-account
           move ws-fees-assessed-total to ws-gl-amount
           move 'late fees assessed' to glp-description
           perform 460-write-gl-line.

       460-write-gl-line.
      *> a zero line is not written.
           if ws-gl-amount = zero
               exit paragraph
           end-if
           move ws-rpt-date to glp-run-date
           if ws-gl-amount < zero
               move 'D' to glp-dr-cr
               compute glp-amount = zero - ws-gl-amount
           else
               move 'C' to glp-dr-cr
               move ws-gl-amount to glp-amount
           end-if
           write gl-posting-rec.

       022-write-control-totals.
      *> the money the register received must equal the split the
      *> ledger was given for it.
           move 'loanpost' to ctl-program
           move 'LOAN-GL' to ctl-rule-id
           move 'A' to ctl-side
           move ws-total-received to ctl-amount
           perform 023-write-control-side
           move 'B' to ctl-side
           move ws-gl-split-total to ctl-amount
           perform 023-write-control-side.

       023-write-control-side.
      *> one side of a balancing rule for the certificate.
           move rpt-curr-yr to ctl-bus-yr
           move rpt-curr-mth to ctl-bus-mth
           move rpt-curr-day to ctl-bus-day
           open extend balancing-file
           write control-total-rec
           close balancing-file.

       010-set-business-date.
      *> report headings and log stamps carry the business date
      *> from BUSDATE.CTL (set by nightlybatch) so a rerun books
