       identification division.
       program-id. loanesa.
       author. jon yen.
      *> annual escrow analysis. run monthly; it takes up every open
      *> loan whose last escrow analysis was a year or more ago, and
      *> any loan with escrow items on CH0301ESC.NDX that has never
      *> been analyzed. for each one it projects the coming twelve
      *> months of tax and insurance bills from the items' amounts,
      *> installments and due dates, runs the escrow balance forward
      *> month by month at the new monthly amount, and compares the
      *> lowest point against a cushion of two months' escrow. a
      *> shortage is spread over the next twelve payments; a surplus
      *> of $50 or more on a current loan is refunded and a smaller
      *> one is spread back. the new escrow amount goes on the loan
      *> master and the borrower's escrow statement - the past
      *> year's activity, the projection and the new payment - is
      *> printed to CH0301ESS.RPT. refunds go to the ledger from
      *> escrow payable to loan cash.

       environment division.

       input-output section.
       file-control.
           select loan-master
               assign to "w:\Project_3\CH0301LMS.NDX"
                   organization is indexed
                   access is dynamic
                   record key is loan-no-m.

           select optional escrow-item-file
               assign to "w:\Project_3\CH0301ESC.NDX"
                   organization is indexed
                   access is dynamic
                   record key is esc-key.

           select statement-report
               assign to "w:\Project_3\CH0301ESS.RPT"
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
       fd  loan-master
           record contains 250 characters.
       copy loanmst.

       fd  escrow-item-file
           record contains 80 characters.
       copy loanesc.

       fd  statement-report
           record contains 90 characters.
       01  statement-rec                  pic x(90).

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
           05 ws-pg-ct                 pic 999  value 0.
           05 ws-months-step           pic 99   value zero.
           05 ws-offset                pic s9(4) value zero.
           05 ws-mth-sub               pic 99   value zero.
           05 ws-anniversary           pic 9(8) value zero.

       01 ws-exceptions-sw             pic x    value 'n'.
           88 ws-exceptions-printed             value 'y'.

       01 ws-refunded-sw               pic x    value 'n'.
           88 ws-surplus-refunded               value 'y'.

       01 ws-today                     pic 9(8) value zero.
       01 ws-today-parts redefines ws-today.
           05 ws-today-yr              pic 9(4).
           05 ws-today-mth             pic 99.
           05 ws-today-day             pic 99.

      *> the projection year starts with the month after this one -
      *> the first payment the new escrow amount can go on.
       01 ws-start-yr                  pic 9(4) value zero.
       01 ws-start-mth                 pic 99   value zero.

       01 projection-table.
           05 proj-disb occurs 12 times
                                       pic 9(7)v99.

      *> the loan's active items, held for the statement while the
      *> projection is worked out.
       01 ws-item-count                pic 99   value zero.
       01 item-table.
           05 item-entry occurs 20 times indexed by it-x.
               10 itm-type             pic x.
               10 itm-payee            pic x(20).
               10 itm-installments     pic 99.
               10 itm-bill-amt         pic 9(7)v99.
               10 itm-annual-amt       pic 9(7)v99.

       01 analysis-work.
           05 ws-annual-disb           pic 9(7)v99.
           05 ws-base-pmt              pic 9(5)v99.
           05 ws-cushion               pic 9(7)v99.
           05 ws-run-bal               pic s9(7)v99.
           05 ws-low-bal               pic s9(7)v99.
           05 ws-begin-bal             pic s9(7)v99.
           05 ws-shortage              pic 9(7)v99.
           05 ws-surplus               pic 9(7)v99.
           05 ws-old-pmt               pic 9(5)v99.
           05 ws-new-pmt               pic s9(5)v99.

      *> a surplus this size or more is refunded to a current
      *> borrower; anything smaller comes off the new payment.
       01 ws-min-refund                pic 9(3)v99  value 50.00.

       01 run-totals.
           05 ws-analyzed-count        pic 9(5)     value zero.
           05 ws-shortage-count        pic 9(5)     value zero.
           05 ws-shortage-total        pic 9(9)v99  value zero.
           05 ws-refund-count          pic 9(5)     value zero.
           05 ws-refund-total          pic 9(9)v99  value zero.
           05 ws-spread-count          pic 9(5)     value zero.
           05 ws-raised-count          pic 9(5)     value zero.
           05 ws-lowered-count         pic 9(5)     value zero.

       01 gl-accounts.
           05 gl-acct-loan-cash        pic x(8) value '10300000'.
           05 gl-acct-escrow           pic x(8) value '21300000'.

      *> a positive amount is a credit and a negative one a debit.
       01 gl-work.
           05 ws-gl-amount             pic s9(9)v99 value zero.

       01 stmt-title-line.
           05 filler pic x(26) value 'escrow account statement'.
           05 filler pic x(9)  value 'loan no '.
           05 stl-loan-no-out          pic 9(7).
           05 filler pic x(4)  value spaces.
           05 filler pic x(10) value 'borrower '.
           05 stl-applicant-out        pic x(9).

       01 stmt-period-line.
           05 filler pic x(26) value 'activity since'.
           05 spl-from-out             pic x(10).
           05 filler pic x(9)  value ' through '.
           05 spl-thru-out             pic 9999/99/99.

       01 stmt-amount-line.
           05 sal-label                pic x(40).
           05 sal-amount-out           pic $$,$$$,$$9.99-.

       01 stmt-item-hdr.
           05 filler pic x(4)  value spaces.
           05 filler pic x(4)  value 'type'.
           05 filler pic x(2)  value spaces.
           05 filler pic x(5)  value 'payee'.
           05 filler pic x(17) value spaces.
           05 filler pic x(8)  value 'per year'.
           05 filler pic x(4)  value spaces.
           05 filler pic x(4)  value 'each'.
           05 filler pic x(8)  value spaces.
           05 filler pic x(6)  value 'annual'.

       01 stmt-item-line.
           05 filler                   pic x(4) value spaces.
           05 sil-type-out             pic x(4).
           05 filler                   pic x(2) value spaces.
           05 sil-payee-out            pic x(20).
           05 filler                   pic x(6) value spaces.
           05 sil-installments-out     pic z9.
           05 filler                   pic x(2) value spaces.
           05 sil-each-out             pic $$$,$$9.99.
           05 filler                   pic x(2) value spaces.
           05 sil-annual-out           pic $$$,$$9.99.

       01 stmt-effective-line.
           05 filler pic x(40)
               value 'new payment effective with the one due'.
           05 sel-due-mth-out          pic 99.
           05 filler pic x     value '/'.
           05 sel-due-yr-out           pic 9999.

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
           open i-o loan-master
                input escrow-item-file
                output statement-report
                extend gl-posting-file
                extend exception-log-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-today-yr
           move rpt-curr-mth to ws-today-mth
           move rpt-curr-day to ws-today-day
           if ws-today-mth = 12
               compute ws-start-yr = ws-today-yr + 1
               move 01 to ws-start-mth
           else
               move ws-today-yr to ws-start-yr
               compute ws-start-mth = ws-today-mth + 1
           end-if
           move 'escrow analysis statements' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           move zero to loan-no-m
           start loan-master key not < loan-no-m
               invalid key continue
               not invalid key
                   perform until 1 = 2
                       read loan-master next
                           at end exit perform
                       end-read
                       if loan-open
                           perform 200-consider-loan
                       end-if
                   end-perform
           end-start
           perform 500-write-totals
           perform 450-write-gl-entries
           close loan-master
                 escrow-item-file
                 statement-report
                 gl-posting-file
                 exception-log-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of escrow analysis'
           goback.

       200-consider-loan.
      *> a loan analyzed before comes up on the anniversary of its
      *> last analysis; one never analyzed comes up as soon as it
      *> has escrow money or bills on file.
           perform 250-load-items
           if loan-escrow-analyzed-m not numeric
               move zero to loan-escrow-analyzed-m
           end-if
           if loan-escrow-analyzed-m > zero
               compute ws-anniversary =
                   loan-escrow-analyzed-m + 10000
               if ws-anniversary > ws-today
                   exit paragraph
               end-if
           else
               if ws-item-count = zero
                  and loan-escrow-pmt-m = zero
                  and loan-escrow-bal-m = zero
                   exit paragraph
               end-if
           end-if
           perform 300-analyze-loan
           perform 400-print-statement
           move ws-new-pmt to loan-escrow-pmt-m
           move zero to loan-escrow-coll-m
                        loan-escrow-disb-m
           move ws-today to loan-escrow-analyzed-m
           rewrite loan-master-rec
           add 1 to ws-analyzed-count.

       250-load-items.
      *> every active item on the loan is projected into the coming
      *> year and kept for the statement.
           move zero to ws-item-count
           initialize projection-table
           move loan-no-m to esc-loan-no
           move low-values to esc-payee-type
           move zero to esc-seq
           start escrow-item-file key not < esc-key
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read escrow-item-file next
                   at end exit perform
               end-read
               if esc-loan-no not = loan-no-m
                   exit perform
               end-if
               if esc-active
                   perform 260-project-item
               end-if
           end-perform.

       260-project-item.
           if esc-installments = zero
               move 1 to esc-installments
           end-if
           compute ws-months-step = 12 / esc-installments
           compute ws-offset =
               (esc-next-due-yr - ws-start-yr) * 12
               + esc-next-due-mth - ws-start-mth + 1
      *> an installment already due and not yet paid comes out of
      *> the first month.
           if ws-offset < 1
               add esc-bill-amt to proj-disb(1)
               perform until ws-offset > 0
                   add ws-months-step to ws-offset
               end-perform
           end-if
           perform until ws-offset > 12
               add esc-bill-amt to proj-disb(ws-offset)
               add ws-months-step to ws-offset
           end-perform
           if ws-item-count < 20
               add 1 to ws-item-count
               set it-x to ws-item-count
               move esc-payee-type to itm-type(it-x)
               move esc-payee-name to itm-payee(it-x)
               move esc-installments to itm-installments(it-x)
               move esc-bill-amt to itm-bill-amt(it-x)
               compute itm-annual-amt(it-x) =
                   esc-bill-amt * esc-installments
           else
               move 'escrow items past 20 - not on statement'
                   to exc-log-message
               perform 290-write-exception
           end-if.

       300-analyze-loan.
      *> the year's bills set the base monthly amount and the
      *> two-month cushion; the balance is run forward a month at a
      *> time at the base amount to find its lowest point.
           move 'n' to ws-refunded-sw
           move loan-escrow-pmt-m to ws-old-pmt
           compute ws-begin-bal = loan-escrow-bal-m
               - loan-escrow-coll-m + loan-escrow-disb-m
           move zero to ws-annual-disb
           perform varying ws-mth-sub from 1 by 1
                   until ws-mth-sub > 12
               add proj-disb(ws-mth-sub) to ws-annual-disb
           end-perform
           compute ws-base-pmt rounded = ws-annual-disb / 12
           compute ws-cushion rounded = ws-annual-disb / 6
           move loan-escrow-bal-m to ws-run-bal
                                     ws-low-bal
           perform varying ws-mth-sub from 1 by 1
                   until ws-mth-sub > 12
               compute ws-run-bal = ws-run-bal + ws-base-pmt
                   - proj-disb(ws-mth-sub)
               if ws-run-bal < ws-low-bal
                   move ws-run-bal to ws-low-bal
               end-if
           end-perform
           move zero to ws-shortage ws-surplus
           move ws-base-pmt to ws-new-pmt
           if ws-low-bal < ws-cushion
               compute ws-shortage = ws-cushion - ws-low-bal
               compute ws-new-pmt rounded =
                   ws-base-pmt + ws-shortage / 12
               add 1 to ws-shortage-count
               add ws-shortage to ws-shortage-total
           else
               compute ws-surplus = ws-low-bal - ws-cushion
           end-if
           if ws-surplus > zero
               if ws-surplus not < ws-min-refund
                  and loan-missed-count-m = zero
                   perform 350-refund-surplus
               else
                   compute ws-new-pmt rounded =
                       ws-base-pmt - ws-surplus / 12
                   if ws-new-pmt < zero
                       move zero to ws-new-pmt
                   end-if
                   add 1 to ws-spread-count
               end-if
           end-if
           evaluate true
               when ws-new-pmt > ws-old-pmt
                   add 1 to ws-raised-count
               when ws-new-pmt < ws-old-pmt
                   add 1 to ws-lowered-count
           end-evaluate.

       350-refund-surplus.
           move 'y' to ws-refunded-sw
           subtract ws-surplus from loan-escrow-bal-m
           add 1 to ws-refund-count
           add ws-surplus to ws-refund-total.

       400-print-statement.
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write statement-rec from rpt-heading-1
           move loan-no-m to stl-loan-no-out
           move loan-applicant-id-m to stl-applicant-out
           write statement-rec from stmt-title-line
           if loan-escrow-analyzed-m > zero
               move loan-escrow-analyzed-m to spl-thru-out
               move spl-thru-out to spl-from-out
           else
               move 'escrow opened' to spl-from-out
           end-if
           move ws-today to spl-thru-out
           write statement-rec from stmt-period-line
           move 'beginning escrow balance' to sal-label
           move ws-begin-bal to sal-amount-out
           write statement-rec from stmt-amount-line
           move 'collected with your payments' to sal-label
           move loan-escrow-coll-m to sal-amount-out
           write statement-rec from stmt-amount-line
           move 'paid out for taxes and insurance' to sal-label
           move loan-escrow-disb-m to sal-amount-out
           write statement-rec from stmt-amount-line
           move 'escrow balance today' to sal-label
           if ws-surplus-refunded
               compute sal-amount-out =
                   loan-escrow-bal-m + ws-surplus
           else
               move loan-escrow-bal-m to sal-amount-out
           end-if
           write statement-rec from stmt-amount-line
           move spaces to statement-rec
           write statement-rec
           move 'bills projected for the coming year' to statement-rec
           write statement-rec
           write statement-rec from stmt-item-hdr
           perform varying it-x from 1 by 1
                   until it-x > ws-item-count
               if itm-type(it-x) = 'T'
                   move 'tax' to sil-type-out
               else
                   move 'ins' to sil-type-out
               end-if
               move itm-payee(it-x) to sil-payee-out
               move itm-installments(it-x) to sil-installments-out
               move itm-bill-amt(it-x) to sil-each-out
               move itm-annual-amt(it-x) to sil-annual-out
               write statement-rec from stmt-item-line
           end-perform
           move 'total projected for the year' to sal-label
           move ws-annual-disb to sal-amount-out
           write statement-rec from stmt-amount-line
           move 'lowest projected balance' to sal-label
           move ws-low-bal to sal-amount-out
           write statement-rec from stmt-amount-line
           move 'required cushion (two months)' to sal-label
           move ws-cushion to sal-amount-out
           write statement-rec from stmt-amount-line
           evaluate true
               when ws-shortage > zero
                   move 'escrow shortage, spread over 12 months'
                       to sal-label
                   move ws-shortage to sal-amount-out
                   write statement-rec from stmt-amount-line
               when ws-surplus-refunded
                   move 'escrow surplus, refunded to you'
                       to sal-label
                   move ws-surplus to sal-amount-out
                   write statement-rec from stmt-amount-line
               when ws-surplus > zero
                   move 'escrow surplus, spread over 12 months'
                       to sal-label
                   move ws-surplus to sal-amount-out
                   write statement-rec from stmt-amount-line
           end-evaluate
           move spaces to statement-rec
           write statement-rec
           move 'principal and interest' to sal-label
           move loan-monthly-payment-m to sal-amount-out
           write statement-rec from stmt-amount-line
           move 'escrow - current' to sal-label
           move ws-old-pmt to sal-amount-out
           write statement-rec from stmt-amount-line
           move 'escrow - new' to sal-label
           move ws-new-pmt to sal-amount-out
           write statement-rec from stmt-amount-line
           move 'new total monthly payment' to sal-label
           compute sal-amount-out =
               loan-monthly-payment-m + ws-new-pmt
           write statement-rec from stmt-amount-line
           move loan-next-due-mth-m to sel-due-mth-out
           move loan-next-due-yr-m to sel-due-yr-out
           write statement-rec from stmt-effective-line.

       290-write-exception.
           move 'y' to ws-exceptions-sw
           move 'loanesa' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move loan-no-m to exc-log-key
           write exception-log-rec.

       500-write-totals.
           move 'escrow analysis summary' to rpt-hdr-title
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write statement-rec from rpt-heading-1
           move 'loans analyzed:' to cnt-label
           move ws-analyzed-count to cnt-count-out
           write statement-rec from count-line
           move 'shortages:' to tot-label
           move ws-shortage-count to tot-count-out
           move ws-shortage-total to tot-amount-out
           write statement-rec from total-line
           move 'surpluses refunded:' to tot-label
           move ws-refund-count to tot-count-out
           move ws-refund-total to tot-amount-out
           write statement-rec from total-line
           move 'surpluses spread:' to cnt-label
           move ws-spread-count to cnt-count-out
           write statement-rec from count-line
           move 'escrow payments raised:' to cnt-label
           move ws-raised-count to cnt-count-out
           write statement-rec from count-line
           move 'escrow payments lowered:' to cnt-label
           move ws-lowered-count to cnt-count-out
           write statement-rec from count-line.

       450-write-gl-entries.
      *> surplus refunds come out of escrow payable and loan cash.
           move gl-acct-escrow to glp-account
           compute ws-gl-amount = zero - ws-refund-total
           move 'escrow surplus refund' to glp-description
           perform 460-write-gl-line
           move gl-acct-loan-cash to glp-account
           move ws-refund-total to ws-gl-amount
           move 'escrow surplus refund' to glp-description
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
