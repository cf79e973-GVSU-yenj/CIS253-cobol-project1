       identification division.
       program-id. loanpoq.
       author. jon yen.
      *> loan payoff quotes. a borrower refinancing or selling calls
      *> for a payoff figure; the officer keys the loan, the date the
      *> money is expected and who asked on CH0301POQ.DAT and this
      *> run prints a payoff letter for each to CH0301POQ.RPT, good
      *> through that date. the letter shows the principal balance,
      *> interest accrued at the per-diem rate from the date the
      *> last payment paid interest through, late fees owed, any
      *> escrow advanced and not yet collected back, and anything
      *> held in suspense, and the per-diem figure to add for each
      *> day past the good-through date. interest runs on a 365-day
      *> year; the last payment is taken to have paid interest
      *> through the first of the month before the next due month.
      *> this is the figure loanpost takes to close the loan. an
      *> escrow balance in hand is not netted off - the escrow
      *> disbursement run refunds it once the payoff has posted -
      *> and the letter says so.

       environment division.

       input-output section.
       file-control.
           select optional quote-request-file
               assign to "w:\Project_3\CH0301POQ.DAT"
                   organization is line sequential.

           select loan-master
               assign to "w:\Project_3\CH0301LMS.NDX"
                   organization is indexed
                   access is random
                   record key is loan-no-m.

           select payoff-letters
               assign to "w:\Project_3\CH0301POQ.RPT"
                   organization is line sequential.

           select optional exception-log-file
               assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
       fd  quote-request-file
           record contains 39 characters.
       01  quote-request-in.
           05  poq-loan-no-in             pic 9(7).
           05  poq-good-thru-in.
               10  poq-good-thru-yr-in    pic 9(4).
               10  poq-good-thru-mth-in   pic 99.
               10  poq-good-thru-day-in   pic 99.
           05  poq-officer-id-in          pic x(4).
           05  poq-requested-by-in        pic x(20).

       fd  loan-master
           record contains 250 characters.
       copy loanmst.

       fd  payoff-letters
           record contains 90 characters.
       01  letter-rec                     pic x(90).

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
           05 more-requests            pic xxx  value 'yes'.
               88 no-more-requests              value 'no'.
           05 ws-pg-ct                 pic 999  value 0.

       01 ws-loan-found-sw             pic x    value 'y'.
           88 ws-loan-found                     value 'y'.
           88 ws-loan-not-found                 value 'n'.

       01 ws-exceptions-sw             pic x    value 'n'.
           88 ws-exceptions-printed             value 'y'.

       01 ws-today                     pic 9(8) value zero.
       01 ws-today-parts redefines ws-today.
           05 ws-today-yr              pic 9(4).
           05 ws-today-mth             pic 99.
           05 ws-today-day             pic 99.

       01 ws-good-thru                 pic 9(8) value zero.

      *> the first of the month the last payment paid interest
      *> through.
       01 ws-paid-thru                 pic 9(8) value zero.
       01 ws-paid-thru-parts redefines ws-paid-thru.
           05 ws-paid-thru-yr          pic 9(4).
           05 ws-paid-thru-mth         pic 99.
           05 ws-paid-thru-day         pic 99.

       01 payoff-work.
           05 ws-per-diem              pic 9(5)v99.
           05 ws-days-accrued          pic s9(5).
           05 ws-interest-accrued      pic 9(7)v99.
           05 ws-payoff-total          pic s9(8)v99.

       01 run-counts.
           05 ws-quotes-printed        pic 9(5) value zero.
           05 ws-quotes-rejected       pic 9(5) value zero.

       01 letter-title-line.
           05 filler pic x(20) value 'payoff statement'.
           05 filler pic x(9)  value 'loan no '.
           05 ltl-loan-no-out          pic 9(7).
           05 filler pic x(4)  value spaces.
           05 filler pic x(10) value 'borrower '.
           05 ltl-applicant-out        pic x(9).

       01 letter-info-line.
           05 lil-label                pic x(20).
           05 lil-value-out            pic x(20).

       01 letter-amount-line.
           05 lal-label                pic x(40).
           05 lal-amount-out           pic $$,$$$,$$9.99-.

       01 letter-interest-line.
           05 filler pic x(9)  value 'interest '.
           05 lnl-from-out             pic 9999/99/99.
           05 filler pic x(9)  value ' through '.
           05 lnl-thru-out             pic 9999/99/99.
           05 lnl-days-out             pic zzz9.
           05 filler pic x(6)  value ' days '.
           05 lnl-interest-out         pic $$,$$$,$$9.99-.

       01 letter-per-diem-line.
           05 filler pic x(40)
               value 'if funds arrive after that date, add'.
           05 lpl-per-diem-out         pic $$,$$9.99.
           05 filler pic x(13) value ' for each day'.

       01 count-line.
           05 cnt-label                pic x(28).
           05 cnt-count-out            pic zz,zz9.

       procedure division.

       100-main.
           open input quote-request-file
                input loan-master
                output payoff-letters
                extend exception-log-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-today-yr
           move rpt-curr-mth to ws-today-mth
           move rpt-curr-day to ws-today-day
           move 'loan payoff statement' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           perform until no-more-requests
               read quote-request-file
                   at end move 'no' to more-requests
                   not at end perform 200-quote-payoff
               end-read
           end-perform
           move spaces to letter-rec
           write letter-rec
           move 'payoff letters printed:' to cnt-label
           move ws-quotes-printed to cnt-count-out
           write letter-rec from count-line
           move 'payoff requests rejected:' to cnt-label
           move ws-quotes-rejected to cnt-count-out
           write letter-rec from count-line
           close quote-request-file
                 loan-master
                 payoff-letters
                 exception-log-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of payoff quotes'
           goback.

       200-quote-payoff.
           move poq-loan-no-in to loan-no-m
           move 'y' to ws-loan-found-sw
           read loan-master
               invalid key move 'n' to ws-loan-found-sw
           end-read
           move poq-good-thru-in to ws-good-thru
           evaluate true
               when ws-loan-not-found
                   move 'payoff quote for unknown loan'
                       to exc-log-message
                   perform 290-write-exception
               when loan-paid-off
                   move 'payoff quote for paid-off loan'
                       to exc-log-message
                   perform 290-write-exception
               when poq-good-thru-in not numeric
                    or poq-good-thru-mth-in < 1
                    or poq-good-thru-mth-in > 12
                    or poq-good-thru-day-in < 1
                    or poq-good-thru-day-in > 31
                   move 'payoff good-through date invalid'
                       to exc-log-message
                   perform 290-write-exception
               when ws-good-thru < ws-today
                   move 'payoff good-through date is past'
                       to exc-log-message
                   perform 290-write-exception
               when other
                   perform 300-compute-payoff
                   perform 400-print-letter
           end-evaluate.

       300-compute-payoff.
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
               function integer-of-date(ws-good-thru)
               - function integer-of-date(ws-paid-thru)
           if ws-days-accrued < zero
               move zero to ws-days-accrued
           end-if
           compute ws-interest-accrued =
               ws-per-diem * ws-days-accrued
      *> money in suspense is already in hand and an escrow advance
      *> is owed; escrow left over is refunded separately.
           compute ws-payoff-total =
               loan-balance-m + ws-interest-accrued
               + loan-fee-bal-m - loan-suspense-m
           if loan-escrow-bal-m < zero
               compute ws-payoff-total =
                   ws-payoff-total - loan-escrow-bal-m
           end-if
           if ws-payoff-total < zero
               move zero to ws-payoff-total
           end-if.

       400-print-letter.
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write letter-rec from rpt-heading-1
           move loan-no-m to ltl-loan-no-out
           move loan-applicant-id-m to ltl-applicant-out
           write letter-rec from letter-title-line
           move 'prepared for' to lil-label
           move poq-requested-by-in to lil-value-out
           write letter-rec from letter-info-line
           move 'loan officer' to lil-label
           move poq-officer-id-in to lil-value-out
           write letter-rec from letter-info-line
           move 'good through' to lil-label
           move spaces to lil-value-out
           move ws-good-thru to lnl-thru-out
           move lnl-thru-out to lil-value-out
           write letter-rec from letter-info-line
           move spaces to letter-rec
           write letter-rec
           move 'principal balance' to lal-label
           move loan-balance-m to lal-amount-out
           write letter-rec from letter-amount-line
           move ws-paid-thru to lnl-from-out
           move ws-good-thru to lnl-thru-out
           move ws-days-accrued to lnl-days-out
           move ws-interest-accrued to lnl-interest-out
           write letter-rec from letter-interest-line
           move 'late fees owed' to lal-label
           move loan-fee-bal-m to lal-amount-out
           write letter-rec from letter-amount-line
           if loan-escrow-bal-m < zero
               move 'escrow advanced on your behalf' to lal-label
               compute lal-amount-out = zero - loan-escrow-bal-m
               write letter-rec from letter-amount-line
           end-if
           if loan-suspense-m > zero
               move 'less payments received and held' to lal-label
               compute lal-amount-out = zero - loan-suspense-m
               write letter-rec from letter-amount-line
           end-if
           move 'total amount to pay off' to lal-label
           move ws-payoff-total to lal-amount-out
           write letter-rec from letter-amount-line
           move ws-per-diem to lpl-per-diem-out
           write letter-rec from letter-per-diem-line
           if loan-escrow-bal-m > zero
               move 'escrow balance refunded after payoff' to lal-label
               move loan-escrow-bal-m to lal-amount-out
               write letter-rec from letter-amount-line
           end-if
           add 1 to ws-quotes-printed.

       290-write-exception.
           add 1 to ws-quotes-rejected
           move 'y' to ws-exceptions-sw
           move 'loanpoq' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move poq-loan-no-in to exc-log-key
           write exception-log-rec.

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
