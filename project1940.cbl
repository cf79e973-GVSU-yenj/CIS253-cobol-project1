       identification division.

       program-id. project1940.
      *AUTHOR. JON YEN
      *> annual federal unemployment (940) worksheet. every employee
      *> paid this year - terminated ones included, since their wages
      *> count - is listed with total payments, the part over the
      *> futa wage base, the futa-taxable wages, and the futa the tax
      *> run accrued. the totals are laid out the way the 940 asks
      *> for them, with the quarter-by-quarter liability the tax run
      *> kept in futa-qtr-m. the tax worked from the year's taxable
      *> wages is proved against the sum of the quarters, and any
      *> difference is flagged on the report and in the shared
      *> exception log. it reads the ytd figures, so it is run after
      *> the last payroll of the year and before year-end close
      *> zeroes them; the master is only read.

       environment division.

       input-output section.
       file-control.
           select employee-master
               assign to "W:\PROJECT1\CH0101MST.NDX"
                   organization is indexed
                   access is sequential
                   record key is employee-no-m.
           select print-file
               assign to "W:\PROJECT1\CH0101940.RPT"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
       fd  employee-master
           record contains 400 characters.
       copy emppay.

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
       01  ws-qtr-sub                  pic 9    value 0.

      *> the same base and rate the tax run accrues futa at.
       01  futa-values.
           05  ws-futa-wage-base       pic 9(7)     value 0007000.
           05  ws-futa-rate            pic v9(4)    value .0060.

       01  employee-work.
           05  ws-payments             pic 9(8)v99.
           05  ws-excess               pic 9(8)v99.
           05  ws-futa-wages           pic 9(8)v99.
           05  ws-futa-accrued         pic 9(6)v99.

       01  worksheet-totals.
           05  ws-employee-ct          pic 9(5)      value zero.
           05  ws-payments-total       pic 9(10)v99  value zero.
           05  ws-excess-total         pic 9(10)v99  value zero.
           05  ws-futa-wages-total     pic 9(10)v99  value zero.
           05  ws-futa-tax             pic 9(9)v99   value zero.
           05  ws-liability-total      pic 9(9)v99   value zero.
           05  ws-futa-diff            pic s9(9)v99  value zero.
           05  ws-qtr-total occurs 4 times
                                       pic 9(9)v99.

       01  report-hdr-2.
           05  filler                 pic x(11)   value 'employee no'.
           05  filler                 pic x(2)    value spaces.
           05  filler                 pic x(13)   value 'employee name'.
           05  filler                 pic x(19)   value spaces.
           05  filler                 pic x(8)    value 'payments'.
           05  filler                 pic x(5)    value spaces.
           05  filler                 pic x(9)    value 'over base'.
           05  filler                 pic x(5)    value spaces.
           05  filler                 pic x(10)   value 'futa wages'.
           05  filler                 pic x(5)    value spaces.
           05  filler                 pic x(12)   value 'futa accrued'.

       01  report-detail.
           05  det-employee-no-out     pic x(5).
           05                          pic x(8)    value spaces.
           05  det-employee-name-out   pic x(30).
           05                          pic x(2)    value spaces.
           05  det-payments-out        pic zz,zzz,zz9.99.
           05                          pic x(2)    value spaces.
           05  det-excess-out          pic zz,zzz,zz9.99.
           05                          pic x(2)    value spaces.
           05  det-futa-wages-out      pic zz,zzz,zz9.99.
           05                          pic x(4)    value spaces.
           05  det-futa-accrued-out    pic zzz,zz9.99.

       01  worksheet-hdr-line.
           05  filler                 pic x(40)
               value 'form 940 worksheet'.

       01  worksheet-line.
           05  filler                 pic x(2)    value spaces.
           05  wsl-label              pic x(50).
           05                          pic x(5)    value spaces.
           05  wsl-amount-out         pic $zz,zzz,zzz,zz9.99-.

       01  count-line.
           05  filler                 pic x(2)    value spaces.
           05  cnt-label              pic x(50).
           05                          pic x(5)    value spaces.
           05  cnt-count-out          pic zz,zz9.

       01  in-balance-line.
           05  filler                 pic x(50)
               value 'futa tax and quarterly liability agree'.

       01  out-of-balance-line.
           05  filler                 pic x(50)
               value '*** futa tax and quarterly liability DIFFER ***'.

       procedure division.
       100-main-module.
           open input employee-master
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           perform 150-heading-rtn
           move zero to ws-qtr-total(1) ws-qtr-total(2)
                        ws-qtr-total(3) ws-qtr-total(4)
           perform until no-more-data
               read employee-master
                   at end move 'no' to more-data
                   not at end perform 200-employee-detail
               end-read
           end-perform
           perform 400-write-worksheet
           close employee-master
                 print-file
                 exception-log-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of 940 worksheet'
           goback.

       150-heading-rtn.
           move 'annual futa (940) worksheet' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from report-hdr-2.

       200-employee-detail.
      *> records written before ytd-gross-m or the futa buckets
      *> existed carry spaces there, read as zero.
           move zero to ws-payments ws-futa-accrued
           if ytd-gross-m is numeric
               move ytd-gross-m to ws-payments
           end-if
           perform varying ws-qtr-sub from 1 by 1
                   until ws-qtr-sub > 4
               if futa-qtr-m(ws-qtr-sub) is numeric
                   add futa-qtr-m(ws-qtr-sub) to ws-futa-accrued
                                            ws-qtr-total(ws-qtr-sub)
               end-if
           end-perform
           if ws-payments = zero and ws-futa-accrued = zero
               exit paragraph
           end-if
           if ws-payments > ws-futa-wage-base
               compute ws-excess = ws-payments - ws-futa-wage-base
           else
               move zero to ws-excess
           end-if
           compute ws-futa-wages = ws-payments - ws-excess
           move employee-no-m to det-employee-no-out
           move employee-name-m to det-employee-name-out
           move ws-payments to det-payments-out
           move ws-excess to det-excess-out
           move ws-futa-wages to det-futa-wages-out
           move ws-futa-accrued to det-futa-accrued-out
           write print-rec from report-detail
           add 1 to ws-employee-ct
           add ws-payments to ws-payments-total
           add ws-excess to ws-excess-total
           add ws-futa-wages to ws-futa-wages-total.

       400-write-worksheet.
      *> the 940's own arithmetic: tax on the year's taxable wages,
      *> which must agree with what was accrued quarter by quarter
      *> less the odd cent of per-pay rounding.
           compute ws-futa-tax rounded =
               ws-futa-wages-total * ws-futa-rate
           compute ws-liability-total = ws-qtr-total(1)
               + ws-qtr-total(2) + ws-qtr-total(3) + ws-qtr-total(4)
           compute ws-futa-diff = ws-futa-tax - ws-liability-total
           write print-rec from worksheet-hdr-line
           move 'employees paid this year' to cnt-label
           move ws-employee-ct to cnt-count-out
           write print-rec from count-line
           move 'line 3  total payments to all employees' to wsl-label
           move ws-payments-total to wsl-amount-out
           write print-rec from worksheet-line
           move 'line 5  payments over the futa wage base'
               to wsl-label
           move ws-excess-total to wsl-amount-out
           write print-rec from worksheet-line
           move 'line 7  total taxable futa wages' to wsl-label
           move ws-futa-wages-total to wsl-amount-out
           write print-rec from worksheet-line
           move 'line 8  futa tax before adjustments' to wsl-label
           move ws-futa-tax to wsl-amount-out
           write print-rec from worksheet-line
           move 'line 16a  1st quarter liability' to wsl-label
           move ws-qtr-total(1) to wsl-amount-out
           write print-rec from worksheet-line
           move 'line 16b  2nd quarter liability' to wsl-label
           move ws-qtr-total(2) to wsl-amount-out
           write print-rec from worksheet-line
           move 'line 16c  3rd quarter liability' to wsl-label
           move ws-qtr-total(3) to wsl-amount-out
           write print-rec from worksheet-line
           move 'line 16d  4th quarter liability' to wsl-label
           move ws-qtr-total(4) to wsl-amount-out
           write print-rec from worksheet-line
           move 'line 17  total liability for the year' to wsl-label
           move ws-liability-total to wsl-amount-out
           write print-rec from worksheet-line
           move 'difference, line 8 less line 17' to wsl-label
           move ws-futa-diff to wsl-amount-out
           write print-rec from worksheet-line
      *> a few cents either way is per-pay rounding; more than a
      *> dollar means a pay was missed or posted twice.
           if ws-futa-diff > 1.00 or ws-futa-diff < -1.00
               write print-rec from out-of-balance-line
               move 'y' to ws-exceptions-sw
               perform 490-write-exception-log
           else
               write print-rec from in-balance-line
           end-if.

       490-write-exception-log.
           move 'proj1940' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move 'COMPANY TOTALS' to exc-log-key
           move 'futa tax does not match quarterly accrual'
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
