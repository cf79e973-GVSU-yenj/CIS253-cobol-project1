       identification division.

       program-id. glbud.
      *AUTHOR. JON YEN
      *> gl budget maintenance. accounting keys the year's budget by
      *> account and fiscal month to CH0101BUD.DAT; this run checks
      *> each line and loads it to the CH0101BUD.NDX budget master
      *> the month-end variance report compares the ledger against.
      *> a budget for an account the CH0101GLM.NDX master has never
      *> heard of is rejected to the listing and the shared
      *> exception log, the same way the posting run treats an
      *> unknown account, so a budget can never sit against an
      *> account nothing will ever post to. a month of 00 spreads
      *> the amount keyed evenly over the twelve months, the odd
      *> cents going to december; a month keyed again replaces its
      *> earlier figure. a tolerance keyed with any line becomes the
      *> account's tolerance for the year. the transaction file is
      *> emptied once loaded.

       environment division.

       input-output section.
       file-control.
           select optional budget-trans-file
               assign to "W:\PROJECT1\CH0101BUD.DAT"
                   organization is line sequential.
           select optional budget-master
               assign to "W:\PROJECT1\CH0101BUD.NDX"
                   organization is indexed
                   access is random
                   record key is bud-key-m.
           select gl-account-master
               assign to "W:\PROJECT1\CH0101GLM.NDX"
                   organization is indexed
                   access is random
                   record key is gla-account-m.
           select print-file
               assign to "W:\PROJECT1\CH0101BUD.RPT"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
       fd  budget-trans-file
           record contains 29 characters.
       01  budget-trans-rec.
           05  bdt-account             pic x(8).
           05  bdt-fiscal-yr           pic 9(4).
           05  bdt-month               pic 99.
           05  bdt-amount              pic 9(9)v99.
           05  bdt-tolerance-pct       pic 9(3)v9.
           05  bdt-tolerance-x redefines bdt-tolerance-pct
                                       pic x(4).

       fd  budget-master
           record contains 200 characters.
       copy budmst.

       fd  gl-account-master
           record contains 96 characters.
       copy glmst.

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
       01  ws-exc-message              pic x(40) value spaces.

       01  ws-budget-found-sw          pic x    value 'n'.
           88  ws-budget-found                    value 'y'.

       01  spread-work.
           05  ws-spread-amt           pic 9(9)v99.
           05  ws-spread-total         pic 9(10)v99.

       01  budget-totals.
           05  ws-lines-read           pic 9(5)      value zero.
           05  ws-lines-loaded         pic 9(5)      value zero.
           05  ws-budgets-opened       pic 9(5)      value zero.
           05  ws-lines-rejected       pic 9(5)      value zero.
           05  ws-amount-loaded        pic 9(11)v99  value zero.

       01  budget-hdr.
           05  filler                 pic x(7)    value 'account'.
           05  filler                 pic x(3)    value spaces.
           05  filler                 pic x(4)    value 'year'.
           05  filler                 pic x(2)    value spaces.
           05  filler                 pic x(5)    value 'month'.
           05  filler                 pic x(9)    value spaces.
           05  filler                 pic x(6)    value 'amount'.
           05  filler                 pic x(3)    value spaces.
           05  filler                 pic x(9)    value 'tolerance'.
           05  filler                 pic x(3)    value spaces.
           05  filler                 pic x(6)    value 'result'.

       01  budget-detail.
           05  bdd-account-out         pic x(8).
           05                          pic x(2)    value spaces.
           05  bdd-year-out            pic x(4).
           05                          pic x(3)    value spaces.
           05  bdd-month-out           pic x(2).
           05                          pic x(3)    value spaces.
           05  bdd-amount-out          pic zzz,zzz,zz9.99.
           05                          pic x(4)    value spaces.
           05  bdd-tolerance-out       pic zz9.9.
           05                          pic x(5)    value spaces.
           05  bdd-result-out          pic x(40).

       01  total-line.
           05  tot-label               pic x(25).
           05  tot-count-out           pic zz,zz9.
           05                          pic x(4)    value spaces.
           05  tot-amount-out          pic $zz,zzz,zzz,zz9.99.

       procedure division.
       100-main-module.
           open input budget-trans-file
                i-o budget-master
                input gl-account-master
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           move 'gl budget maintenance' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from budget-hdr
           perform until no-more-data
               read budget-trans-file
                   at end move 'no' to more-data
                   not at end
                       add 1 to ws-lines-read
                       perform 200-process-budget-line
               end-read
           end-perform
           perform 400-write-totals
           close budget-trans-file
                 budget-master
                 gl-account-master
                 print-file
                 exception-log-file
      *> leave the transaction file EMPTY once it is loaded, so a
      *> later load cannot put back a figure corrected since.
           open output budget-trans-file
           close budget-trans-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of gl budget maintenance'
           goback.

       200-process-budget-line.
           move bdt-account to bdd-account-out
           move bdt-fiscal-yr to bdd-year-out
           move bdt-month to bdd-month-out
           if bdt-amount is numeric
               move bdt-amount to bdd-amount-out
           else
               move zero to bdd-amount-out
           end-if
           if bdt-tolerance-pct is numeric
               move bdt-tolerance-pct to bdd-tolerance-out
           else
               move zero to bdd-tolerance-out
           end-if
           if bdt-fiscal-yr is not numeric or bdt-fiscal-yr = zero
               move 'fiscal year not numeric' to ws-exc-message
               perform 290-reject-line
               exit paragraph
           end-if
           if bdt-month is not numeric or bdt-month > 12
               move 'fiscal month must be 00 to 12'
                   to ws-exc-message
               perform 290-reject-line
               exit paragraph
           end-if
           if bdt-amount is not numeric
               move 'budget amount not numeric' to ws-exc-message
               perform 290-reject-line
               exit paragraph
           end-if
           if bdt-tolerance-x not = spaces
              and bdt-tolerance-pct is not numeric
               move 'tolerance not numeric' to ws-exc-message
               perform 290-reject-line
               exit paragraph
           end-if
           move bdt-account to gla-account-m
           read gl-account-master
               invalid key
                   move 'budget for account not on gl master'
                       to ws-exc-message
                   perform 290-reject-line
                   exit paragraph
           end-read
           perform 220-load-budget-line.

       220-load-budget-line.
           move bdt-account to bud-account-m
           move bdt-fiscal-yr to bud-fiscal-yr-m
           move 'y' to ws-budget-found-sw
           read budget-master
               invalid key move 'n' to ws-budget-found-sw
           end-read
           if not ws-budget-found
               move zero to bud-tolerance-pct-m
               perform varying ws-month-sub from 1 by 1
                       until ws-month-sub > 12
                   move zero to bud-month-amt-m(ws-month-sub)
               end-perform
           end-if
           move gla-desc-m to bud-desc-m
           if bdt-tolerance-x not = spaces
              and bdt-tolerance-pct > zero
               move bdt-tolerance-pct to bud-tolerance-pct-m
           end-if
           if bdt-month = zero
               perform 230-spread-annual-amount
               move 'loaded - spread over twelve months'
                   to bdd-result-out
           else
               move bdt-amount to bud-month-amt-m(bdt-month)
               move 'loaded' to bdd-result-out
           end-if
           move ws-rpt-date to bud-last-changed-m
           if ws-budget-found
               rewrite budget-rec
           else
               write budget-rec
               add 1 to ws-budgets-opened
           end-if
           add 1 to ws-lines-loaded
           add bdt-amount to ws-amount-loaded
           write print-rec from budget-detail.

       230-spread-annual-amount.
           compute ws-spread-amt = bdt-amount / 12
           move zero to ws-spread-total
           perform varying ws-month-sub from 1 by 1
                   until ws-month-sub > 11
               move ws-spread-amt to bud-month-amt-m(ws-month-sub)
               add ws-spread-amt to ws-spread-total
           end-perform
           compute bud-month-amt-m(12) = bdt-amount - ws-spread-total.

       290-reject-line.
           add 1 to ws-lines-rejected
           move ws-exc-message to bdd-result-out
           write print-rec from budget-detail
           move 'y' to ws-exceptions-sw
           move 'glbud' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move bdt-account to exc-log-key
           move ws-exc-message to exc-log-message
           write exception-log-rec.

       400-write-totals.
           move 'budget lines read:' to tot-label
           move ws-lines-read to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line
           move 'budget lines loaded:' to tot-label
           move ws-lines-loaded to tot-count-out
           move ws-amount-loaded to tot-amount-out
           write print-rec from total-line
           move 'new account budgets:' to tot-label
           move ws-budgets-opened to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line
           move 'budget lines rejected:' to tot-label
           move ws-lines-rejected to tot-count-out
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
