       identification division.

       program-id. empadr.
      *AUTHOR. JON YEN
      *> one-time conversion of the employee master from the 300-byte
      *> emppay layout to the 400-byte layout that carries the home
      *> mailing address the w-2 is sent to. every record is carried
      *> across byte for byte with a blank address and no returned
      *> mail; payroll then keys each address in project1mnt. the
      *> output is CH0101MST.NEW, which operations swaps in for
      *> CH0101MST.NDX once the conversion listing balances, exactly
      *> as was done for the 120-to-300 conversion.

       environment division.

       input-output section.
       file-control.
           select old-employee-master
               assign to "W:\PROJECT1\CH0101MST.NDX"
                   organization is indexed
                   access is sequential
                   record key is old-employee-no-m.
           select new-employee-master
               assign to "W:\PROJECT1\CH0101MST.NEW"
                   organization is indexed
                   access is sequential
                   record key is employee-no-m.
           select print-file
               assign to "W:\PROJECT1\CH0101EAD.RPT"
                   organization is line sequential.

       data division.

       file section.
       fd  old-employee-master
           record contains 300 characters.
       01  old-employee-master-rec.
           05  old-employee-no-m       pic x(5).
           05  old-employee-name-m     pic x(30).
           05  old-salary-m            pic 9(6).
           05  old-ytd-federal-tax-m   pic 9(7)v99.
           05  filler                  pic x(250).

       fd  new-employee-master
           record contains 400 characters.
       copy emppay.

       fd  print-file
           record contains 110 characters.
       01  print-rec                   pic x(110).

       working-storage section.
       copy rptdate.
       copy rpthdr1.

       01  more-data                   pic x(3) value 'yes'.
           88  no-more-data                       value 'no'.

       01  ws-pg-ct                    pic 999  value 0.

       01  conversion-totals.
           05  ws-converted-count      pic 9(5)     value zero.
           05  ws-old-salary-total     pic 9(9)     value zero.
           05  ws-new-salary-total     pic 9(9)     value zero.
           05  ws-old-ytd-fed-total    pic 9(9)v99  value zero.
           05  ws-new-ytd-fed-total    pic 9(9)v99  value zero.

       01  report-detail.
           05  det-employee-no-out     pic x(5).
           05                          pic x(4)    value spaces.
           05  det-employee-name-out   pic x(30).
           05                          pic x(4)    value spaces.
           05  filler                 pic x(9)    value 'converted'.

       01  total-line.
           05  tot-label               pic x(30).
           05  tot-amount-out          pic z,zzz,zzz,zz9.99.

       procedure division.
       100-main-module.
           open input old-employee-master
                output new-employee-master
                output print-file
           move function current-date to ws-rpt-date
           move 'employee master 400-byte conversion' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           perform until no-more-data
               read old-employee-master
                   at end move 'no' to more-data
                   not at end perform 200-convert-employee
               end-read
           end-perform
           perform 400-write-totals
           close old-employee-master
                 new-employee-master
                 print-file
           move 0 to return-code
           display 'end of employee master conversion'
           goback.

       200-convert-employee.
      *> everything up to the old reserve area keeps its position;
      *> the address is cut out of that reserve and the record's
      *> new tail is left as spaces for the fields still to come.
           move spaces to employee-master-rec
           move old-employee-master-rec(1:270)
               to employee-master-rec(1:270)
           move spaces to emp-mail-address-m
                          emp-addr-status-m
           move zero to emp-addr-returned-m
           write employee-master-rec
           add 1 to ws-converted-count
           if old-salary-m is numeric
               add old-salary-m to ws-old-salary-total
           end-if
           if salary-m is numeric
               add salary-m to ws-new-salary-total
           end-if
           if old-ytd-federal-tax-m is numeric
               add old-ytd-federal-tax-m to ws-old-ytd-fed-total
           end-if
           if ytd-federal-tax-m is numeric
               add ytd-federal-tax-m to ws-new-ytd-fed-total
           end-if
           move employee-no-m to det-employee-no-out
           move employee-name-m to det-employee-name-out
           write print-rec from report-detail.

       400-write-totals.
           move 'employees converted:' to tot-label
           move ws-converted-count to tot-amount-out
           write print-rec from total-line
           move 'old file salary total:' to tot-label
           move ws-old-salary-total to tot-amount-out
           write print-rec from total-line
           move 'new file salary total:' to tot-label
           move ws-new-salary-total to tot-amount-out
           write print-rec from total-line
           move 'old file ytd federal total:' to tot-label
           move ws-old-ytd-fed-total to tot-amount-out
           write print-rec from total-line
           move 'new file ytd federal total:' to tot-label
           move ws-new-ytd-fed-total to tot-amount-out
           write print-rec from total-line.
