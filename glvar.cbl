       identification division.

       program-id. glvar.
      *AUTHOR. JON YEN
      *> month-end budget-versus-actual variance report. walks the
      *> CH0101GLM.NDX account master and sets each account's period
      *> and year-to-date actuals beside the budget glbud loaded to
      *> CH0101BUD.NDX for the business month, with the dollar and
      *> percent variance, so overspending is seen the month it
      *> happens instead of at year end. an account more than its
      *> tolerance off budget for the month or the year to date is
      *> flagged on the report and in the shared exception log. the
      *> actual is the account's natural balance - debits less
      *> credits for asset and expense accounts, credits less debits
      *> for liabilities, equity and revenue - so an overspent
      *> expense and a short revenue line both read the same way. it
      *> is run at month end after the last posting and before the
      *> trial balance rolls the period buckets; the masters are
      *> only read.

       environment division.

       input-output section.
       file-control.
           select gl-account-master
               assign to "W:\PROJECT1\CH0101GLM.NDX"
                   organization is indexed
                   access is sequential
                   record key is gla-account-m.
           select optional budget-master
               assign to "W:\PROJECT1\CH0101BUD.NDX"
                   organization is indexed
                   access is random
                   record key is bud-key-m.
           select print-file
               assign to "W:\PROJECT1\CH0101VAR.RPT"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
       fd  gl-account-master
           record contains 96 characters.
       copy glmst.

       fd  budget-master
           record contains 200 characters.
       copy budmst.

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
       01  ws-month-sub                pic 99   value 0.

       01  ws-budget-found-sw          pic x    value 'n'.
           88  ws-budget-found                    value 'y'.

       01  ws-over-sw                  pic x    value 'n'.
           88  ws-over-tolerance                  value 'y'.

      *> the tolerance used when an account's budget carries none.
       01  ws-default-tolerance        pic 9(3)v9   value 010.0.

       01  variance-work.
           05  ws-tolerance            pic 9(3)v9.
           05  ws-period-actual        pic s9(11)v99.
           05  ws-period-budget        pic 9(11)v99.
           05  ws-period-var           pic s9(11)v99.
           05  ws-period-pct           pic s9(4)v9.
           05  ws-ytd-actual           pic s9(11)v99.
           05  ws-ytd-budget           pic 9(11)v99.
           05  ws-ytd-var              pic s9(11)v99.
           05  ws-ytd-pct              pic s9(4)v9.
           05  ws-pct-work             pic s9(4)v9.
           05  ws-var-work             pic s9(11)v99.
           05  ws-budget-work          pic 9(11)v99.

       01  variance-totals.
           05  ws-account-count        pic 9(5)     value zero.
           05  ws-budgeted-count       pic 9(5)     value zero.
           05  ws-over-count           pic 9(5)     value zero.
           05  ws-unbudgeted-count     pic 9(5)     value zero.

       01  report-hdr-2.
           05  filler                 pic x(7)    value 'account'.
           05  filler                 pic x(43)   value spaces.
           05  filler                 pic x(6)    value 'actual'.
           05  filler                 pic x(10)   value spaces.
           05  filler                 pic x(6)    value 'budget'.
           05  filler                 pic x(8)    value spaces.
           05  filler                 pic x(8)    value 'variance'.
           05  filler                 pic x(3)    value spaces.
           05  filler                 pic x(5)    value 'var %'.

      *> two lines to an account: the month, then the year to date
      *> under the same columns.
       01  variance-line.
           05  var-account-out         pic x(8).
           05                          pic x(1)    value spaces.
           05  var-desc-out            pic x(23).
           05                          pic x(2)    value spaces.
           05  var-label-out           pic x(6).
           05                          pic x(1)    value spaces.
           05  var-actual-out          pic zzz,zzz,zz9.99-.
           05                          pic x(1)    value spaces.
           05  var-budget-out          pic zzz,zzz,zz9.99-.
           05                          pic x(1)    value spaces.
           05  var-variance-out        pic zzz,zzz,zz9.99-.
           05                          pic x(1)    value spaces.
           05  var-pct-out             pic zzz9.9-.
           05                          pic x(2)    value spaces.
           05  var-flag-out            pic x(12).

       01  count-line.
           05  cnt-label               pic x(40).
           05  cnt-count-out           pic zz,zz9.

       procedure division.
       100-main-module.
           open input gl-account-master
                input budget-master
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           perform 150-heading-rtn
           perform until no-more-data
               read gl-account-master
                   at end move 'no' to more-data
                   not at end perform 200-account-variance
               end-read
           end-perform
           perform 400-write-totals
           close gl-account-master
                 budget-master
                 print-file
                 exception-log-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of budget variance report'
           goback.

       150-heading-rtn.
           move 'budget variance report' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from report-hdr-2.

       200-account-variance.
           add 1 to ws-account-count
           if gla-natural-acct-m(1:1) = '1'
              or gla-natural-acct-m(1:1) > '4'
               compute ws-period-actual =
                   gla-period-debits-m - gla-period-credits-m
               compute ws-ytd-actual =
                   gla-ytd-debits-m - gla-ytd-credits-m
           else
               compute ws-period-actual =
                   gla-period-credits-m - gla-period-debits-m
               compute ws-ytd-actual =
                   gla-ytd-credits-m - gla-ytd-debits-m
           end-if
           move gla-account-m to bud-account-m
           move rpt-curr-yr to bud-fiscal-yr-m
           move 'y' to ws-budget-found-sw
           read budget-master
               invalid key move 'n' to ws-budget-found-sw
           end-read
           move zero to ws-period-budget ws-ytd-budget
           if ws-budget-found
               add 1 to ws-budgeted-count
               move bud-month-amt-m(rpt-curr-mth) to ws-period-budget
               perform varying ws-month-sub from 1 by 1
                       until ws-month-sub > rpt-curr-mth
                   add bud-month-amt-m(ws-month-sub) to ws-ytd-budget
               end-perform
               move bud-tolerance-pct-m to ws-tolerance
               if ws-tolerance is not numeric or ws-tolerance = zero
                   move ws-default-tolerance to ws-tolerance
               end-if
           else
      *> an account with no budget and nothing posted this year is
      *> left off; one with activity is listed so it gets a budget.
               if ws-ytd-actual = zero and ws-period-actual = zero
                   exit paragraph
               end-if
               add 1 to ws-unbudgeted-count
           end-if
           compute ws-period-var = ws-period-actual - ws-period-budget
           compute ws-ytd-var = ws-ytd-actual - ws-ytd-budget
           move 'n' to ws-over-sw
           move ws-period-var to ws-var-work
           move ws-period-budget to ws-budget-work
           perform 220-test-tolerance
           move ws-pct-work to ws-period-pct
           move ws-ytd-var to ws-var-work
           move ws-ytd-budget to ws-budget-work
           perform 220-test-tolerance
           move ws-pct-work to ws-ytd-pct
           move gla-account-m to var-account-out
           move gla-desc-m to var-desc-out
           move 'month' to var-label-out
           move ws-period-actual to var-actual-out
           move ws-period-budget to var-budget-out
           move ws-period-var to var-variance-out
           move ws-period-pct to var-pct-out
           if not ws-budget-found
               move 'no budget' to var-flag-out
           else
               if ws-over-tolerance
                   move '*** OVER ***' to var-flag-out
               else
                   move spaces to var-flag-out
               end-if
           end-if
           write print-rec from variance-line
           move spaces to var-account-out var-desc-out var-flag-out
           move 'ytd' to var-label-out
           move ws-ytd-actual to var-actual-out
           move ws-ytd-budget to var-budget-out
           move ws-ytd-var to var-variance-out
           move ws-ytd-pct to var-pct-out
           write print-rec from variance-line
           if ws-budget-found and ws-over-tolerance
               add 1 to ws-over-count
               perform 490-write-exception-log
           end-if.

       220-test-tolerance.
      *> the percent is of budget; a variance against a zero budget
      *> cannot be expressed that way and shows 0, and is over
      *> tolerance whenever anything at all was posted.
           move zero to ws-pct-work
           if ws-budget-work = zero
               if ws-var-work not = zero and ws-budget-found
                   move 'y' to ws-over-sw
               end-if
               exit paragraph
           end-if
           compute ws-pct-work rounded =
               ws-var-work * 100 / ws-budget-work
               on size error
                   if ws-var-work < zero
                       move -9999.9 to ws-pct-work
                   else
                       move 9999.9 to ws-pct-work
                   end-if
           end-compute
           if ws-pct-work > ws-tolerance
              or ws-pct-work < zero - ws-tolerance
               move 'y' to ws-over-sw
           end-if.

       400-write-totals.
           move 'accounts on the ledger:' to cnt-label
           move ws-account-count to cnt-count-out
           write print-rec from count-line
           move 'accounts with a budget this year:' to cnt-label
           move ws-budgeted-count to cnt-count-out
           write print-rec from count-line
           move 'accounts over tolerance:' to cnt-label
           move ws-over-count to cnt-count-out
           write print-rec from count-line
           move 'accounts with activity and no budget:' to cnt-label
           move ws-unbudgeted-count to cnt-count-out
           write print-rec from count-line.

       490-write-exception-log.
           move 'y' to ws-exceptions-sw
           move 'glvar' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move gla-account-m to exc-log-key
           move 'account over budget tolerance'
               to exc-log-message
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
