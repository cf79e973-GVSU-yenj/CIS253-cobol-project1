       identification division.

       program-id. project1lab.
      *AUTHOR. JON YEN
      *> monthly labor distribution report for management. the tax
      *> run charges every employee's pay to the territory and
      *> office PROJECT6 has the employee in, and appends what it
      *> charged to CH0101LDS.DAT. this run lists the business
      *> month's labor cost by territory and office - gross pay,
      *> the employer's taxes on it, the total labor cost, and the
      *> deductions taken - with a subtotal for each territory, and
      *> proves the distributed totals back to the totals the
      *> payroll registers carried for the same runs; a difference
      *> is flagged on the report and in the shared exception log.
      *> it is run at month end after the last payroll and before
      *> the trial balance rolls the period. records from earlier
      *> months come off the file once the month is reported.

       environment division.

       input-output section.
       file-control.
           select optional labor-dist-file
               assign to "W:\PROJECT1\CH0101LDS.DAT"
                   organization is line sequential.
           select optional labor-work-file
               assign to "W:\PROJECT1\CH0101LDS.WRK"
                   organization is line sequential.
           select print-file
               assign to "W:\PROJECT1\CH0101LAB.RPT"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
       fd  labor-dist-file
           record contains 60 characters.
       copy labdist.

       fd  labor-work-file
           record contains 60 characters.
       01  labor-work-rec              pic x(60).

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

       01  month-work.
           05  ws-report-month         pic 9(6).
           05  ws-rec-month            pic 9(6).
           05  ws-prev-territory       pic 99.
           05  ws-kept-count           pic 9(7)     value zero.
           05  ws-dropped-count        pic 9(7)     value zero.

      *> one entry per territory and office met this month, kept in
      *> territory/office order as they are added.
       01  ws-cc-count                 pic 999  value 0.
       01  ws-cc-overflow-sw           pic x    value 'n'.
           88  ws-cc-overflow                     value 'y'.
       01  ws-cc-found-sw              pic x    value 'n'.
           88  ws-cc-found                        value 'y'.
       01  ws-cc-sub                   pic 999  value 0.
       01  ws-cc-ins                   pic 999  value 0.
       01  cost-center-table.
           05  cost-center-entry occurs 200 times.
               10  cct-cost-center.
                   15  cct-territory   pic 99.
                   15  cct-office      pic 99.
               10  cct-pays            pic 9(5).
               10  cct-gross           pic 9(9)v99.
               10  cct-er-tax          pic 9(9)v99.
               10  cct-deductions      pic 9(9)v99.

       01  territory-totals.
           05  ws-trr-pays             pic 9(5)      value zero.
           05  ws-trr-gross            pic 9(10)v99  value zero.
           05  ws-trr-er-tax           pic 9(10)v99  value zero.
           05  ws-trr-deductions       pic 9(10)v99  value zero.

       01  distribution-totals.
           05  ws-dist-pays            pic 9(6)      value zero.
           05  ws-dist-gross           pic 9(10)v99  value zero.
           05  ws-dist-er-tax          pic 9(10)v99  value zero.
           05  ws-dist-deductions      pic 9(10)v99  value zero.
           05  ws-run-count            pic 9(5)      value zero.
           05  ws-reg-gross            pic 9(10)v99  value zero.
           05  ws-reg-er-tax           pic 9(10)v99  value zero.
           05  ws-reg-deductions       pic 9(10)v99  value zero.
           05  ws-gross-diff           pic s9(10)v99 value zero.
           05  ws-er-tax-diff          pic s9(10)v99 value zero.
           05  ws-ded-diff             pic s9(10)v99 value zero.

       01  month-line.
           05  filler                 pic x(22)
               value 'labor cost for month '.
           05  mth-month-out           pic 99.
           05  filler                 pic x      value '/'.
           05  mth-year-out            pic 9(4).

       01  report-hdr-2.
           05  filler                 pic x(9)    value 'territory'.
           05  filler                 pic x(2)    value spaces.
           05  filler                 pic x(6)    value 'office'.
           05  filler                 pic x(3)    value spaces.
           05  filler                 pic x(4)    value 'pays'.
           05  filler                 pic x(8)    value spaces.
           05  filler                 pic x(9)    value 'gross pay'.
           05  filler                 pic x(4)    value spaces.
           05  filler                 pic x(12)   value 'employer tax'.
           05  filler                 pic x(4)    value spaces.
           05  filler                 pic x(10)   value 'labor cost'.
           05  filler                 pic x(4)    value spaces.
           05  filler                 pic x(10)   value 'deductions'.

       01  report-detail.
           05  det-territory-out       pic x(9).
           05                          pic x(2)    value spaces.
           05  det-office-out          pic x(6).
           05                          pic x(1)    value spaces.
           05  det-pays-out            pic zz,zz9.
           05                          pic x(2)    value spaces.
           05  det-gross-out           pic zzz,zzz,zz9.99.
           05                          pic x(2)    value spaces.
           05  det-er-tax-out          pic zz,zzz,zz9.99.
           05                          pic x(2)    value spaces.
           05  det-labor-out           pic zzz,zzz,zz9.99.
           05                          pic x(2)    value spaces.
           05  det-deductions-out      pic zz,zzz,zz9.99.

       01  proof-line.
           05  filler                 pic x(2)    value spaces.
           05  prf-label              pic x(40).
           05                          pic x(5)    value spaces.
           05  prf-amount-out         pic $zz,zzz,zzz,zz9.99-.

       01  count-line.
           05  filler                 pic x(2)    value spaces.
           05  cnt-label              pic x(40).
           05                          pic x(5)    value spaces.
           05  cnt-count-out          pic zz,zzz,zz9.

       01  in-balance-line.
           05  filler                 pic x(50)
               value 'labor distribution agrees with the registers'.

       01  out-of-balance-line.
           05  filler                 pic x(50)
               value '*** labor distribution DIFFERS from register ***'.

       procedure division.
       100-main-module.
           open input labor-dist-file
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           compute ws-report-month = rpt-curr-yr * 100 + rpt-curr-mth
           perform 150-heading-rtn
           perform until no-more-data
               read labor-dist-file
                   at end move 'no' to more-data
                   not at end perform 200-accumulate-record
               end-read
           end-perform
           close labor-dist-file
           perform 300-write-distribution
           perform 400-write-proof
           perform 500-trim-labor-file
           close print-file
                 exception-log-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of labor distribution report'
           goback.

       150-heading-rtn.
           move 'monthly labor distribution' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth mth-month-out
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr mth-year-out
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from month-line
           write print-rec from report-hdr-2.

       200-accumulate-record.
           if lds-run-date is not numeric
               exit paragraph
           end-if
           compute ws-rec-month = lds-run-date / 100
           if ws-rec-month not = ws-report-month
               exit paragraph
           end-if
           if lds-run-total
               add 1 to ws-run-count
               add lds-gross to ws-reg-gross
               add lds-er-tax to ws-reg-er-tax
               add lds-deductions to ws-reg-deductions
               exit paragraph
           end-if
           if not lds-detail
               exit paragraph
           end-if
           if lds-cost-center is not numeric
               move zero to lds-cost-center
           end-if
           perform 210-find-cost-center
           add 1 to cct-pays(ws-cc-sub)
           add lds-gross to cct-gross(ws-cc-sub)
           add lds-er-tax to cct-er-tax(ws-cc-sub)
           add lds-deductions to cct-deductions(ws-cc-sub).

       210-find-cost-center.
      *> leaves ws-cc-sub on the cost center's entry, opening one in
      *> its place in the order when it is new. past the table's
      *> end the cost is carried on the last entry and flagged, so
      *> the totals still prove.
           move 'n' to ws-cc-found-sw
           move 1 to ws-cc-ins
           perform varying ws-cc-sub from 1 by 1
                   until ws-cc-sub > ws-cc-count or ws-cc-found
               if cct-cost-center(ws-cc-sub) = lds-cost-center
                   move 'y' to ws-cc-found-sw
               else
                   if cct-cost-center(ws-cc-sub) < lds-cost-center
                       compute ws-cc-ins = ws-cc-sub + 1
                   end-if
               end-if
           end-perform
           if ws-cc-found
               subtract 1 from ws-cc-sub
               exit paragraph
           end-if
           if ws-cc-count >= 200
               if not ws-cc-overflow
                   move 'y' to ws-cc-overflow-sw
                   move 'y' to ws-exceptions-sw
                   move 'cost centers exceed the 200-entry table'
                       to exc-log-message
                   perform 490-write-exception-log
               end-if
               move ws-cc-count to ws-cc-sub
               exit paragraph
           end-if
           perform varying ws-cc-sub from ws-cc-count by -1
                   until ws-cc-sub < ws-cc-ins
               move cost-center-entry(ws-cc-sub)
                   to cost-center-entry(ws-cc-sub + 1)
           end-perform
           add 1 to ws-cc-count
           move ws-cc-ins to ws-cc-sub
           move lds-cost-center to cct-cost-center(ws-cc-sub)
           move zero to cct-pays(ws-cc-sub) cct-gross(ws-cc-sub)
                        cct-er-tax(ws-cc-sub)
                        cct-deductions(ws-cc-sub).

       300-write-distribution.
           move zero to ws-prev-territory
           perform varying ws-cc-sub from 1 by 1
                   until ws-cc-sub > ws-cc-count
               if ws-cc-sub > 1
                  and cct-territory(ws-cc-sub) not = ws-prev-territory
                   perform 320-write-territory-total
               end-if
               move cct-territory(ws-cc-sub) to ws-prev-territory
               perform 310-write-cost-center
           end-perform
           if ws-cc-count > zero
               perform 320-write-territory-total
           end-if
           move spaces to det-territory-out det-office-out
           move 'month tot' to det-territory-out
           move ws-dist-pays to det-pays-out
           move ws-dist-gross to det-gross-out
           move ws-dist-er-tax to det-er-tax-out
           compute det-labor-out = ws-dist-gross + ws-dist-er-tax
           move ws-dist-deductions to det-deductions-out
           write print-rec from report-detail.

       310-write-cost-center.
           if cct-cost-center(ws-cc-sub) = zero
               move 'company' to det-territory-out
               move spaces to det-office-out
           else
               move cct-territory(ws-cc-sub) to det-territory-out
               move cct-office(ws-cc-sub) to det-office-out
           end-if
           move cct-pays(ws-cc-sub) to det-pays-out
           move cct-gross(ws-cc-sub) to det-gross-out
           move cct-er-tax(ws-cc-sub) to det-er-tax-out
           compute det-labor-out =
               cct-gross(ws-cc-sub) + cct-er-tax(ws-cc-sub)
           move cct-deductions(ws-cc-sub) to det-deductions-out
           write print-rec from report-detail
           add cct-pays(ws-cc-sub) to ws-trr-pays ws-dist-pays
           add cct-gross(ws-cc-sub) to ws-trr-gross ws-dist-gross
           add cct-er-tax(ws-cc-sub) to ws-trr-er-tax ws-dist-er-tax
           add cct-deductions(ws-cc-sub) to ws-trr-deductions
                                            ws-dist-deductions.

       320-write-territory-total.
           move spaces to det-territory-out
           move 'total' to det-office-out
           move ws-trr-pays to det-pays-out
           move ws-trr-gross to det-gross-out
           move ws-trr-er-tax to det-er-tax-out
           compute det-labor-out = ws-trr-gross + ws-trr-er-tax
           move ws-trr-deductions to det-deductions-out
           write print-rec from report-detail
           move zero to ws-trr-pays ws-trr-gross ws-trr-er-tax
                        ws-trr-deductions.

       400-write-proof.
      *> every pay distributed was on a register that night, so the
      *> month's cost-center totals must equal the registers' own
      *> totals to the cent.
           compute ws-gross-diff = ws-dist-gross - ws-reg-gross
           compute ws-er-tax-diff = ws-dist-er-tax - ws-reg-er-tax
           compute ws-ded-diff = ws-dist-deductions - ws-reg-deductions
           move 'payroll runs this month' to cnt-label
           move ws-run-count to cnt-count-out
           write print-rec from count-line
           move 'payroll register gross pay' to prf-label
           move ws-reg-gross to prf-amount-out
           write print-rec from proof-line
           move 'distributed gross pay' to prf-label
           move ws-dist-gross to prf-amount-out
           write print-rec from proof-line
           move 'payroll register employer taxes' to prf-label
           move ws-reg-er-tax to prf-amount-out
           write print-rec from proof-line
           move 'distributed employer taxes' to prf-label
           move ws-dist-er-tax to prf-amount-out
           write print-rec from proof-line
           move 'payroll register deductions' to prf-label
           move ws-reg-deductions to prf-amount-out
           write print-rec from proof-line
           move 'distributed deductions' to prf-label
           move ws-dist-deductions to prf-amount-out
           write print-rec from proof-line
           if ws-gross-diff = zero and ws-er-tax-diff = zero
              and ws-ded-diff = zero
               write print-rec from in-balance-line
           else
               write print-rec from out-of-balance-line
               move 'y' to ws-exceptions-sw
               move 'labor distribution differs from register'
                   to exc-log-message
               perform 490-write-exception-log
           end-if.

       490-write-exception-log.
           move 'proj1lab' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move 'LABOR DISTRIBUTION' to exc-log-key
           write exception-log-rec.

       500-trim-labor-file.
      *> the month just reported and anything later stay on file,
      *> so the report can be rerun; earlier months come off. the
      *> kept records go to a work file and are copied back.
           open input labor-dist-file
                output labor-work-file
           move 'yes' to more-data
           perform until no-more-data
               read labor-dist-file
                   at end move 'no' to more-data
                   not at end
                       move zero to ws-rec-month
                       if lds-run-date is numeric
                           compute ws-rec-month = lds-run-date / 100
                       end-if
                       if ws-rec-month < ws-report-month
                           add 1 to ws-dropped-count
                       else
                           write labor-work-rec from labor-dist-rec
                           add 1 to ws-kept-count
                       end-if
               end-read
           end-perform
           close labor-dist-file
                 labor-work-file
           open input labor-work-file
                output labor-dist-file
           move 'yes' to more-data
           perform until no-more-data
               read labor-work-file
                   at end move 'no' to more-data
                   not at end
                       write labor-dist-rec from labor-work-rec
               end-read
           end-perform
           close labor-work-file
                 labor-dist-file
           open output labor-work-file
           close labor-work-file
           move 'records from earlier months removed' to cnt-label
           move ws-dropped-count to cnt-count-out
           write print-rec from count-line
           move 'records kept on the labor file' to cnt-label
           move ws-kept-count to cnt-count-out
           write print-rec from count-line.

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
