       identification division.
       program-id. loanesd.
       author. jon yen.
      *> escrow disbursement run. property tax bills and hazard
      *> insurance renewals come in on CH0301ESD.DAT (loan, payee
      *> type and sequence, payee, installment amount, installments a
      *> year, due date) and are loaded onto the escrow items in
      *> CH0301ESC.NDX - a new bill adds or replaces the item, a
      *> cancel stops it. every active item whose due date has come
      *> is then paid out of the loan's escrow balance and its due
      *> date rolled to the next installment. a bill bigger than the
      *> balance is still paid - the policy must not lapse - and the
      *> advance shows as a negative escrow balance until the annual
      *> analysis collects it back. a paid-off loan's leftover escrow
      *> is refunded to the borrower. the register lists every
      *> payment for accounts payable to cut the checks, and the
      *> total paid out goes to the ledger from escrow payable to
      *> loan cash. the bill file is emptied once loaded.

       environment division.

       input-output section.
       file-control.
           select optional due-date-file
               assign to "w:\Project_3\CH0301ESD.DAT"
                   organization is line sequential.

           select optional escrow-item-file
               assign to "w:\Project_3\CH0301ESC.NDX"
                   organization is indexed
                   access is dynamic
                   record key is esc-key.

           select loan-master
               assign to "w:\Project_3\CH0301LMS.NDX"
                   organization is indexed
                   access is dynamic
                   record key is loan-no-m.

           select disbursement-register
               assign to "w:\Project_3\CH0301ESR.RPT"
                   organization is line sequential.

           select optional gl-posting-file
               assign to "W:\PROJECT1\CH0101GLP.DAT"
                   organization is line sequential.

           select optional exception-log-file
               assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
       fd  due-date-file
           record contains 50 characters.
       01  due-date-rec-in.
           05  esd-loan-no-in             pic 9(7).
           05  esd-payee-type-in          pic x.
           05  esd-seq-in                 pic 99.
      *> A adds or replaces the bill; C cancels the item.
           05  esd-action-in              pic x.
           05  esd-payee-name-in          pic x(20).
           05  esd-bill-amt-in            pic 9(7)v99.
           05  esd-installments-in        pic 99.
           05  esd-due-date-in            pic 9(8).

       fd  escrow-item-file
           record contains 80 characters.
       copy loanesc.

       fd  loan-master
           record contains 250 characters.
       copy loanmst.

       fd  disbursement-register
           record contains 90 characters.
       01  register-rec                   pic x(90).

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

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       working-storage section.
       copy rptdate.
       copy rpthdr1.

       01 work-areas.
           05 more-bills               pic xxx  value 'yes'.
               88 no-more-bills                 value 'no'.
           05 ws-pg-ct                 pic 999  value 0.
           05 ws-months-step           pic 99   value zero.
           05 ws-log-key               pic 9(7) value zero.

       01 ws-loan-found-sw             pic x    value 'y'.
           88 ws-loan-found                     value 'y'.
           88 ws-loan-not-found                 value 'n'.

       01 ws-item-found-sw             pic x    value 'y'.
           88 ws-item-found                     value 'y'.
           88 ws-item-not-found                 value 'n'.

       01 ws-exceptions-sw             pic x    value 'n'.
           88 ws-exceptions-printed             value 'y'.

       01 ws-today                     pic 9(8) value zero.
       01 ws-today-parts redefines ws-today.
           05 ws-today-yr              pic 9(4).
           05 ws-today-mth             pic 99.
           05 ws-today-day             pic 99.

       01 run-totals.
           05 ws-bills-loaded          pic 9(5)     value zero.
           05 ws-bills-cancelled       pic 9(5)     value zero.
           05 ws-exceptions-count      pic 9(5)     value zero.
           05 ws-tax-count             pic 9(5)     value zero.
           05 ws-tax-paid              pic 9(9)v99  value zero.
           05 ws-ins-count             pic 9(5)     value zero.
           05 ws-ins-paid              pic 9(9)v99  value zero.
           05 ws-refund-count          pic 9(5)     value zero.
           05 ws-refund-paid           pic 9(9)v99  value zero.
           05 ws-advance-count         pic 9(5)     value zero.

      *> escrow payable on the gl chart glacct seeds, and the loan
      *> servicing cash account the checks are drawn on.
       01 gl-accounts.
           05 gl-acct-loan-cash        pic x(8) value '10300000'.
           05 gl-acct-escrow           pic x(8) value '21300000'.

      *> a positive amount is a credit and a negative one a debit.
       01 gl-work.
           05 ws-gl-amount             pic s9(9)v99 value zero.

       01 register-hdr.
           05 filler pic x(7)  value 'loan no'.
           05 filler pic x(3)  value spaces.
           05 filler pic x(4)  value 'type'.
           05 filler pic x(2)  value spaces.
           05 filler pic x(5)  value 'payee'.
           05 filler pic x(17) value spaces.
           05 filler pic x(3)  value 'due'.
           05 filler pic x(9)  value spaces.
           05 filler pic x(4)  value 'paid'.
           05 filler pic x(8)  value spaces.
           05 filler pic x(14) value 'escrow balance'.

       01 register-detail.
           05 reg-loan-no-out          pic 9(7).
           05 filler                   pic x(3) value spaces.
           05 reg-type-out             pic x(4).
           05 filler                   pic x(2) value spaces.
           05 reg-payee-out            pic x(20).
           05 filler                   pic x(2) value spaces.
           05 reg-due-out              pic 9999/99/99.
           05 filler                   pic x(1) value spaces.
           05 reg-paid-out             pic $$$,$$9.99.
           05 filler                   pic x(2) value spaces.
           05 reg-escrow-out           pic $$,$$$,$$9.99-.
           05 filler                   pic x(1) value spaces.
           05 reg-note-out             pic x(13).

       01 count-line.
           05 cnt-label                pic x(28).
           05 cnt-count-out            pic zz,zz9.

       01 total-line.
           05 tot-label                pic x(28).
           05 tot-count-out            pic zz,zz9.
           05 filler                   pic x(3) value spaces.
           05 tot-amount-out           pic $$$,$$$,$$9.99.

       procedure division.

       100-main.
           open input due-date-file
                i-o escrow-item-file
                i-o loan-master
                output disbursement-register
                extend gl-posting-file
                extend exception-log-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-today-yr
           move rpt-curr-mth to ws-today-mth
           move rpt-curr-day to ws-today-day
           move 'escrow disbursement register' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write register-rec from rpt-heading-1
           write register-rec from register-hdr
           perform until no-more-bills
               read due-date-file
                   at end move 'no' to more-bills
                   not at end perform 200-load-bill
               end-read
           end-perform
           perform 300-pay-due-items
           perform 400-refund-paid-off
           perform 500-write-totals
           perform 450-write-gl-entries
           close due-date-file
                 escrow-item-file
                 loan-master
                 disbursement-register
                 gl-posting-file
                 exception-log-file
      *> loaded bills are gone from the file, so a rerun cannot load
      *> them twice.
           open output due-date-file
           close due-date-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of escrow disbursements'
           goback.

       200-load-bill.
           move esd-loan-no-in to loan-no-m
                                  ws-log-key
           move 'y' to ws-loan-found-sw
           read loan-master
               invalid key move 'n' to ws-loan-found-sw
           end-read
           move esd-loan-no-in to esc-loan-no
           move esd-payee-type-in to esc-payee-type
           move esd-seq-in to esc-seq
           evaluate true
               when ws-loan-not-found
                   move 'escrow bill for unknown loan'
                       to exc-log-message
                   perform 290-write-exception
                   exit paragraph
               when loan-paid-off
                   move 'escrow bill for paid-off loan'
                       to exc-log-message
                   perform 290-write-exception
                   exit paragraph
               when not esc-type-valid
                   move 'escrow payee type must be T or I'
                       to exc-log-message
                   perform 290-write-exception
                   exit paragraph
           end-evaluate
           move 'y' to ws-item-found-sw
           read escrow-item-file
               invalid key move 'n' to ws-item-found-sw
           end-read
           evaluate esd-action-in
               when 'A'
                   perform 210-add-bill
               when 'C'
                   perform 220-cancel-bill
               when other
                   move 'escrow bill action must be A or C'
                       to exc-log-message
                   perform 290-write-exception
           end-evaluate.

       210-add-bill.
      *> a bill with no installment count is paid once a year.
           if esd-installments-in = zero
               move 1 to esd-installments-in
           end-if
           move esd-installments-in to esc-installments
           evaluate true
               when esd-bill-amt-in not numeric
                    or esd-bill-amt-in = zero
                   move 'escrow bill amount missing'
                       to exc-log-message
                   perform 290-write-exception
                   exit paragraph
               when not esc-installments-valid
                   move 'installments must be 1 2 4 or 12'
                       to exc-log-message
                   perform 290-write-exception
                   exit paragraph
               when esd-due-date-in not numeric
                    or esd-due-date-in = zero
                   move 'escrow bill due date missing'
                       to exc-log-message
                   perform 290-write-exception
                   exit paragraph
           end-evaluate
           if ws-item-not-found
               move spaces to escrow-item-rec
               move esd-loan-no-in to esc-loan-no
               move esd-payee-type-in to esc-payee-type
               move esd-seq-in to esc-seq
               move zero to esc-last-paid-date
                            esc-last-paid-amt
           end-if
           move esd-payee-name-in to esc-payee-name
           move esd-bill-amt-in to esc-bill-amt
           move esd-installments-in to esc-installments
           move esd-due-date-in to esc-next-due-date
           move 'A' to esc-status
           if ws-item-found
               rewrite escrow-item-rec
           else
               write escrow-item-rec
           end-if
           add 1 to ws-bills-loaded
           move esc-bill-amt to reg-paid-out
           move 'bill loaded' to reg-note-out
           perform 380-write-item-line.

       220-cancel-bill.
           if ws-item-not-found
               move 'cancel for escrow item not on file'
                   to exc-log-message
               perform 290-write-exception
               exit paragraph
           end-if
           move 'C' to esc-status
           rewrite escrow-item-rec
           add 1 to ws-bills-cancelled
           move zero to reg-paid-out
           move 'cancelled' to reg-note-out
           perform 380-write-item-line.

       300-pay-due-items.
      *> every active item whose due date has come, in loan order.
           move low-values to esc-key
           start escrow-item-file key not < esc-key
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read escrow-item-file next
                   at end exit perform
               end-read
               if esc-active
                  and esc-next-due-date not > ws-today
                   perform 310-pay-item
               end-if
           end-perform.

       310-pay-item.
           move esc-loan-no to loan-no-m
           move 'y' to ws-loan-found-sw
           read loan-master
               invalid key move 'n' to ws-loan-found-sw
           end-read
      *> nothing is paid for a loan that is gone or paid off; the
      *> item is stopped so it does not come up again.
           if ws-loan-not-found or loan-paid-off
               move 'C' to esc-status
               rewrite escrow-item-rec
               move esc-loan-no to ws-log-key
               move 'escrow item stopped - loan not open'
                   to exc-log-message
               perform 290-write-exception
               exit paragraph
           end-if
           subtract esc-bill-amt from loan-escrow-bal-m
           add esc-bill-amt to loan-escrow-disb-m
           rewrite loan-master-rec
           move esc-bill-amt to reg-paid-out
           move spaces to reg-note-out
           if loan-escrow-bal-m < zero
               move 'advanced' to reg-note-out
               add 1 to ws-advance-count
           end-if
           perform 380-write-item-line
           if esc-tax
               add 1 to ws-tax-count
               add esc-bill-amt to ws-tax-paid
           else
               add 1 to ws-ins-count
               add esc-bill-amt to ws-ins-paid
           end-if
           move ws-today to esc-last-paid-date
           move esc-bill-amt to esc-last-paid-amt
      *> roll to the next installment: twelve months for an annual
      *> bill, six for a half-yearly one, and so on.
           compute ws-months-step = 12 / esc-installments
           add ws-months-step to esc-next-due-mth
           if esc-next-due-mth > 12
               subtract 12 from esc-next-due-mth
               add 1 to esc-next-due-yr
           end-if
           if esc-next-due-day > 28
               move 28 to esc-next-due-day
           end-if
           rewrite escrow-item-rec.

       380-write-item-line.
           move esc-loan-no to reg-loan-no-out
           if esc-tax
               move 'tax' to reg-type-out
           else
               move 'ins' to reg-type-out
           end-if
           move esc-payee-name to reg-payee-out
           move esc-next-due-date to reg-due-out
           if ws-loan-found
               move loan-escrow-bal-m to reg-escrow-out
           else
               move zero to reg-escrow-out
           end-if
           write register-rec from register-detail.

       400-refund-paid-off.
      *> a loan paid off with money still in escrow gets it back. a
      *> paid-off loan still owing an advance is logged every run
      *> until servicing collects it.
           move zero to loan-no-m
           start loan-master key not < loan-no-m
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read loan-master next
                   at end exit perform
               end-read
               if loan-paid-off
                   evaluate true
                       when loan-escrow-bal-m > zero
                           perform 410-refund-escrow
                       when loan-escrow-bal-m < zero
                           move loan-no-m to ws-log-key
                           move 'escrow advance owed on paid-off loan'
                               to exc-log-message
                           perform 290-write-exception
                   end-evaluate
               end-if
           end-perform.

       410-refund-escrow.
           move loan-no-m to reg-loan-no-out
           move 'rfnd' to reg-type-out
           move loan-applicant-id-m to reg-payee-out
           move ws-today to reg-due-out
           move loan-escrow-bal-m to reg-paid-out
           add 1 to ws-refund-count
           add loan-escrow-bal-m to ws-refund-paid
           add loan-escrow-bal-m to loan-escrow-disb-m
           move zero to loan-escrow-bal-m
           rewrite loan-master-rec
           move zero to reg-escrow-out
           move 'payoff refund' to reg-note-out
           write register-rec from register-detail.

       290-write-exception.
           add 1 to ws-exceptions-count
           move 'y' to ws-exceptions-sw
           move 'loanesd' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move ws-log-key to exc-log-key
           write exception-log-rec.

       500-write-totals.
           move spaces to register-rec
           write register-rec
           move 'bills loaded:' to cnt-label
           move ws-bills-loaded to cnt-count-out
           write register-rec from count-line
           move 'bills cancelled:' to cnt-label
           move ws-bills-cancelled to cnt-count-out
           write register-rec from count-line
           move 'exceptions logged:' to cnt-label
           move ws-exceptions-count to cnt-count-out
           write register-rec from count-line
           move 'taxes paid:' to tot-label
           move ws-tax-count to tot-count-out
           move ws-tax-paid to tot-amount-out
           write register-rec from total-line
           move 'insurance paid:' to tot-label
           move ws-ins-count to tot-count-out
           move ws-ins-paid to tot-amount-out
           write register-rec from total-line
           move 'payoff refunds:' to tot-label
           move ws-refund-count to tot-count-out
           move ws-refund-paid to tot-amount-out
           write register-rec from total-line
           move 'paid on an escrow advance:' to cnt-label
           move ws-advance-count to cnt-count-out
           write register-rec from count-line.

       450-write-gl-entries.
      *> everything paid out - taxes, insurance and refunds - comes
      *> out of escrow payable and out of loan cash.
           move gl-acct-escrow to glp-account
           compute ws-gl-amount =
               zero - ws-tax-paid - ws-ins-paid - ws-refund-paid
           move 'escrow disbursed' to glp-description
           perform 460-write-gl-line
           move gl-acct-loan-cash to glp-account
           compute ws-gl-amount =
               ws-tax-paid + ws-ins-paid + ws-refund-paid
           move 'escrow disbursed' to glp-description
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
