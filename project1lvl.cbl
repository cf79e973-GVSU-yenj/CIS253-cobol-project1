       identification division.

       program-id. project1lvl.
      *AUTHOR. JON YEN
      *> month-end paid-leave liability report for accounting. every
      *> employee still on the payroll is listed with the vacation and
      *> sick hours the tax run has accrued on CH0101MST.NDX, valued
      *> at the employee's hourly rate - the rate itself for hourly
      *> staff, the annual salary over 2080 hours for salaried - so
      *> the accrued-vacation liability can be booked from the total
      *> instead of from HR's index cards. sick hours are shown and
      *> valued separately, since they are not paid out at
      *> separation and accounting books them differently. the master
      *> is only read.

       environment division.

       input-output section.
       file-control.
           select employee-master
               assign to "W:\PROJECT1\CH0101MST.NDX"
                   organization is indexed
                   access is sequential
                   record key is employee-no-m.
           select print-file
               assign to "W:\PROJECT1\CH0101LVL.RPT"
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

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       working-storage section.
       copy rptdate.
       copy rpthdr1.

       01  more-data                   pic x(3) value 'yes'.
           88  no-more-data                       value 'no'.

       01  ws-pg-ct                    pic 999  value 0.

       01  liability-work.
           05  ws-hourly-equiv         pic 9(4)v9(4).
           05  ws-vac-hours            pic 9(4)v99.
           05  ws-sick-hours           pic 9(4)v99.
           05  ws-vac-value            pic 9(7)v99.
           05  ws-sick-value           pic 9(7)v99.

       01  liability-totals.
           05  ws-employee-ct          pic 9(5)     value zero.
           05  ws-vac-hours-total      pic 9(7)v99  value zero.
           05  ws-sick-hours-total     pic 9(7)v99  value zero.
           05  ws-vac-value-total      pic 9(9)v99  value zero.
           05  ws-sick-value-total     pic 9(9)v99  value zero.

       01  report-hdr-2.
           05  filler                 pic x(11)   value 'employee no'.
           05  filler                 pic x(2)    value spaces.
           05  filler                 pic x(13)   value 'employee name'.
           05  filler                 pic x(16)   value spaces.
           05  filler                 pic x(9)    value 'rate/hour'.
           05  filler                 pic x(3)    value spaces.
           05  filler                 pic x(9)    value 'vac hours'.
           05  filler                 pic x(3)    value spaces.
           05  filler                 pic x(9)    value 'vac value'.
           05  filler                 pic x(4)    value spaces.
           05  filler                 pic x(10)   value 'sick hours'.
           05  filler                 pic x(3)    value spaces.
           05  filler                 pic x(10)   value 'sick value'.

       01  report-detail.
           05  det-employee-no-out     pic x(5).
           05                          pic x(8)    value spaces.
           05  det-employee-name-out   pic x(26).
           05                          pic x(2)    value spaces.
           05  det-rate-out            pic $zz9.99.
           05                          pic x(4)    value spaces.
           05  det-vac-hours-out       pic z,zz9.99.
           05                          pic x(2)    value spaces.
           05  det-vac-value-out       pic $zzz,zz9.99.
           05                          pic x(3)    value spaces.
           05  det-sick-hours-out      pic z,zz9.99.
           05                          pic x(3)    value spaces.
           05  det-sick-value-out      pic $zzz,zz9.99.

       01  total-line.
           05  tot-label               pic x(34).
           05  tot-hours-out           pic zz,zzz,zz9.99.
           05                          pic x(4)    value spaces.
           05  tot-value-out           pic $zzz,zzz,zz9.99.

       01  count-line.
           05  cnt-label               pic x(34).
           05  cnt-count-out           pic zz,zz9.

       procedure division.
       100-main-module.
           open input employee-master
                output print-file
           perform 010-set-business-date
           perform 150-heading-rtn
           perform until no-more-data
               read employee-master
                   at end move 'no' to more-data
                   not at end perform 200-value-employee
               end-read
           end-perform
           perform 400-write-totals
           close employee-master
                 print-file
           move 0 to return-code
           display 'end of leave liability report'
           goback.

       150-heading-rtn.
           move 'paid leave liability' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from report-hdr-2.

       200-value-employee.
      *> a terminated employee's balance was settled at separation
      *> and is no longer owed.
           if emp-terminated
               exit paragraph
           end-if
           move zero to ws-vac-hours ws-sick-hours ws-hourly-equiv
           if vac-balance-m is numeric
               move vac-balance-m to ws-vac-hours
           end-if
           if sick-balance-m is numeric
               move sick-balance-m to ws-sick-hours
           end-if
           if pay-hourly
               if hourly-rate-m is numeric
                   move hourly-rate-m to ws-hourly-equiv
               end-if
           else
               if salary-m is numeric
                   compute ws-hourly-equiv rounded = salary-m / 2080
               end-if
           end-if
           compute ws-vac-value rounded =
               ws-vac-hours * ws-hourly-equiv
           compute ws-sick-value rounded =
               ws-sick-hours * ws-hourly-equiv
           move employee-no-m to det-employee-no-out
           move employee-name-m to det-employee-name-out
           move ws-hourly-equiv to det-rate-out
           move ws-vac-hours to det-vac-hours-out
           move ws-vac-value to det-vac-value-out
           move ws-sick-hours to det-sick-hours-out
           move ws-sick-value to det-sick-value-out
           write print-rec from report-detail
           add 1 to ws-employee-ct
           add ws-vac-hours to ws-vac-hours-total
           add ws-sick-hours to ws-sick-hours-total
           add ws-vac-value to ws-vac-value-total
           add ws-sick-value to ws-sick-value-total.

       400-write-totals.
           move 'employees listed:' to cnt-label
           move ws-employee-ct to cnt-count-out
           write print-rec from count-line
           move 'accrued vacation liability:' to tot-label
           move ws-vac-hours-total to tot-hours-out
           move ws-vac-value-total to tot-value-out
           write print-rec from total-line
           move 'accrued sick leave (not paid out):' to tot-label
           move ws-sick-hours-total to tot-hours-out
           move ws-sick-value-total to tot-value-out
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
