       identification division.

       program-id. dqscan.
      *AUTHOR. JON YEN
      *> weekly data-quality scan of the indexed masters. the nightly
      *> programs only ever check the records they happen to touch,
      *> so bad data can sit on a master for months until a run trips
      *> over it. this walks every record of the nine masters - the
      *> payroll tax master, PROJECT6's personnel master, the
      *> customer and balance masters, the loan master, the student
      *> master, the vehicle master, the deduction master and the gl
      *> account master - and checks each field against its rules
      *> and each record against the files it links to: deductions
      *> and personnel for employees the tax master does not have,
      *> balances and student accounts for customers not on file.
      *> every finding goes to the shared exception log under this
      *> program's name with the file and key to fix it under. the
      *> scorecard counts the findings by file and rule against the
      *> last scan's counts, kept on CH9993DQH.DAT, so the desk can
      *> see whether the masters are getting cleaner week on week.
      *> nightlybatch runs it on the sunday business date.

       environment division.

       input-output section.
       file-control.
           select optional employee-master
               assign to "W:\PROJECT1\CH0101MST.NDX"
                   organization is indexed
                   access is dynamic
                   record key is employee-no-m.
           select optional personnel-master
               assign to "W:\CIS253PROJECT6INFO\CH1503MST.NDX"
                   organization is indexed
                   access is dynamic
                   record key is employee-no-p6.
           select optional customer-master
               assign to "W:\Project2\CH0602MST.NDX"
                   organization is indexed
                   access is dynamic
                   record key is cust-no-m.
           select optional balance-master
               assign to "W:\Project2\CH0602BAL.NDX"
                   organization is indexed
                   access is sequential
                   record key is bal-cust-no.
           select optional loan-master
               assign to "w:\Project_3\CH0301LMS.NDX"
                   organization is indexed
                   access is sequential
                   record key is loan-no-m.
           select optional student-master
               assign to "w:\Project4\CH1004MST.NDX"
                   organization is indexed
                   access is sequential
                   record key is soc-sec-no-m.
           select optional vehicle-master
               assign to "w:\PROJECT5\CH1204MST.NDX"
                   organization is indexed
                   access is sequential
                   record key is veh-id-m.
           select optional deduction-master
               assign to "W:\PROJECT1\CH0101DMS.NDX"
                   organization is indexed
                   access is sequential
                   record key is ded-key-m.
           select optional gl-account-master
               assign to "W:\PROJECT1\CH0101GLM.NDX"
                   organization is indexed
                   access is sequential
                   record key is gla-account-m.
           select optional scan-history-file
               assign to "W:\CONTROL\CH9993DQH.DAT"
                   organization is line sequential.
           select print-file
               assign to "W:\CONTROL\CH9993DQS.RPT"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.
           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.
           select optional run-stats-file
               assign to "W:\CONTROL\CH9998RUN.STA"
                   organization is line sequential.

       data division.

       file section.
       fd  employee-master
           record contains 400 characters.
       copy emppay.

       fd  personnel-master
           record contains 80 characters.
       01  personnel-master-rec.
           05  employee-no-p6          pic x(5).
           05  employee-name-p6        pic x(20).
           05  territory-no-p6         pic 99.
           05  office-no-p6            pic 99.
           05  annual-salary-p6        pic 9(6).
           05  hire-date-p6            pic 9(8).
           05  filler                  pic x(37).

       fd  customer-master
           record contains 120 characters.
       copy custmst.

       fd  balance-master
           record contains 41 characters.
       copy custbal.

       fd  loan-master
           record contains 250 characters.
       copy loanmst.

       fd  student-master
           record contains 80 characters.
       copy stumst.

       fd  vehicle-master
           record contains 150 characters.
       copy vehmst.

       fd  deduction-master
           record contains 88 characters.
       copy dedmst.

       fd  gl-account-master
           record contains 96 characters.
       copy glmst.

      *> one record per rule per scan: the business date scanned,
      *> the file and rule number, and how many findings it had.
       fd  scan-history-file
           record contains 25 characters.
       01  scan-history-rec.
           05  dqh-scan-date           pic 9(8).
           05  dqh-file                pic x(9).
           05  dqh-rule-no             pic 99.
           05  dqh-count               pic 9(6).

       fd  print-file
           record contains 110 characters.
       01  print-rec                   pic x(110).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       fd  run-stats-file
           record contains 52 characters.
       copy runstat.

       working-storage section.

       01  run-stat-work.
           05  ws-stat-timestamp       pic x(21).
           05  ws-stat-start-time      pic 9(6)  value zero.
       copy rptdate.
       copy rpthdr1.

       01  more-data                   pic x(3) value 'yes'.
           88  no-more-data                       value 'no'.

       01  ws-pg-ct                    pic 999  value 0.
       01  ws-business-date            pic 9(8) value zero.
       01  ws-last-scan-date           pic 9(8) value zero.

       01  ws-found-sw                 pic x    value 'n'.
           88  ws-record-found                    value 'y'.

       01  scan-counts.
           05  ws-records-read         pic 9(7) value zero.
           05  ws-findings             pic 9(7) value zero.
           05  ws-findings-last        pic 9(7) value zero.
           05  ws-file-findings        pic 9(7) value zero.
           05  ws-file-findings-last   pic 9(7) value zero.

       01  finding-work.
           05  ws-file-no              pic 99.
           05  ws-rule-no              pic 99.
           05  ws-finding-key          pic x(10).
           05  ws-foot-work            pic s9(9)v99.

      *> the nine masters in the order they are scanned.
       01  scan-file-values.
           05  filler pic x(32)
               value 'CH0101MSTpayroll tax master'.
           05  filler pic x(32)
               value 'CH1503MSTpersonnel master'.
           05  filler pic x(32)
               value 'CH0602MSTcustomer master'.
           05  filler pic x(32)
               value 'CH0602BALcustomer balances'.
           05  filler pic x(32)
               value 'CH0301LMSloan master'.
           05  filler pic x(32)
               value 'CH1004MSTstudent master'.
           05  filler pic x(32)
               value 'CH1204MSTvehicle master'.
           05  filler pic x(32)
               value 'CH0101DMSdeduction master'.
           05  filler pic x(32)
               value 'CH0101GLMgl account master'.
       01  scan-file-table redefines scan-file-values.
           05  scan-file-entry occurs 9 times.
               10  scan-file-code      pic x(9).
               10  scan-file-desc      pic x(23).

       01  scan-file-counts.
           05  scan-file-read          pic 9(7) occurs 9 times.

      *> every rule the scan applies, by the file it belongs to. the
      *> rule number is its place in this table and is what the
      *> history is kept under, so a new rule goes on the end.
       01  scan-rule-values.
           05  filler pic x(31)
               value '1employee name blank'.
           05  filler pic x(31)
               value '1status not A or T'.
           05  filler pic x(31)
               value '1salary not numeric'.
           05  filler pic x(31)
               value '1ytd/qtd taxes not numeric'.
           05  filler pic x(31)
               value '1ytd gross not numeric'.
           05  filler pic x(31)
               value '1pay frequency not W, B or M'.
           05  filler pic x(31)
               value '1pay method not C or D'.
           05  filler pic x(31)
               value '1direct deposit without bank'.
           05  filler pic x(31)
               value '1pay type not S or H'.
           05  filler pic x(31)
               value '1hourly with no hourly rate'.
           05  filler pic x(31)
               value '1w-4 filing status not S/M/H'.
           05  filler pic x(31)
               value '1ssn missing or not numeric'.
           05  filler pic x(31)
               value '1active - not on personnel'.
           05  filler pic x(31)
               value '2employee name blank'.
           05  filler pic x(31)
               value '2territory/office not numeric'.
           05  filler pic x(31)
               value '2salary not numeric or zero'.
           05  filler pic x(31)
               value '2hire date not numeric'.
           05  filler pic x(31)
               value '2not on payroll tax master'.
           05  filler pic x(31)
               value '3customer name blank'.
           05  filler pic x(31)
               value '3status not A, C or W'.
           05  filler pic x(31)
               value '3credit limit not numeric'.
           05  filler pic x(31)
               value '3mail address incomplete'.
           05  filler pic x(31)
               value '4balance amounts not numeric'.
           05  filler pic x(31)
               value '4closing balance does not foot'.
           05  filler pic x(31)
               value '4customer not on file'.
           05  filler pic x(31)
               value '5loan status not O or P'.
           05  filler pic x(31)
               value '5loan amounts not numeric'.
           05  filler pic x(31)
               value '5term zero or not numeric'.
           05  filler pic x(31)
               value '5next due month not 01-12'.
           05  filler pic x(31)
               value '5paid off with balance left'.
           05  filler pic x(31)
               value '6student name blank'.
           05  filler pic x(31)
               value '6class not 1-4'.
           05  filler pic x(31)
               value '6school not 1-3'.
           05  filler pic x(31)
               value '6gpa not numeric or over 4.00'.
           05  filler pic x(31)
               value '6credits not numeric'.
           05  filler pic x(31)
               value '6ar customer not on file'.
           05  filler pic x(31)
               value '7owner name blank'.
           05  filler pic x(31)
               value '7vehicle class blank'.
           05  filler pic x(31)
               value '7weight not numeric'.
           05  filler pic x(31)
               value '7expire date blank or bad'.
           05  filler pic x(31)
               value '8method not A or P'.
           05  filler pic x(31)
               value '8deduction amounts not numeric'.
           05  filler pic x(31)
               value '8employee not on file'.
           05  filler pic x(31)
               value '9account number not numeric'.
           05  filler pic x(31)
               value '9account description blank'.
           05  filler pic x(31)
               value '9debit/credit not numeric'.
       01  scan-rule-table redefines scan-rule-values.
           05  scan-rule-entry occurs 46 times.
               10  scan-rule-file      pic 9.
               10  scan-rule-desc      pic x(30).

       01  scan-rule-max               pic 99   value 46.

       01  scan-rule-counts.
           05  scan-rule-count occurs 46 times indexed by rl-x.
               10  rule-this-week      pic 9(6).
               10  rule-last-week      pic 9(6).

       01  scan-note-line.
           05                          pic x(2)    value spaces.
           05  snl-text                pic x(40).
           05  snl-date-out            pic x(10).

       01  ws-date-edit                pic 9999/99/99.

       01  section-hdr.
           05                          pic x(2)    value spaces.
           05  sct-file-out            pic x(9).
           05                          pic x(2)    value spaces.
           05  sct-desc-out            pic x(23).
           05                          pic x(4)    value spaces.
           05  filler                  pic x(16)
                                       value 'records scanned '.
           05  sct-read-out            pic z,zzz,zz9.

       01  rule-hdr.
           05                          pic x(4)    value spaces.
           05  filler                  pic x(4)    value 'rule'.
           05                          pic x(30)   value spaces.
           05  filler                  pic x(9)    value 'this week'.
           05                          pic x(3)    value spaces.
           05  filler                  pic x(9)    value 'last week'.
           05                          pic x(5)    value spaces.
           05  filler                  pic x(6)    value 'change'.

       01  rule-line.
           05                          pic x(4)    value spaces.
           05  rln-desc-out            pic x(30).
           05                          pic x(4)    value spaces.
           05  rln-this-out            pic z,zzz,zz9.
           05                          pic x(3)    value spaces.
           05  rln-last-out            pic z,zzz,zz9.
           05                          pic x(3)    value spaces.
           05  rln-change-out          pic ---,--9.

       procedure division.
       100-main-module.
           perform 010-set-business-date
           move rpt-curr-yr to ws-business-date(1:4)
           move rpt-curr-mth to ws-business-date(5:2)
           move rpt-curr-day to ws-business-date(7:2)
           perform 020-write-start-stat
           initialize scan-rule-counts
                      scan-file-counts
           perform 150-load-history
           open extend exception-log-file
           perform 200-scan-employees
           perform 220-scan-personnel
           perform 240-scan-customers
           perform 260-scan-balances
           perform 280-scan-loans
           perform 300-scan-students
           perform 320-scan-vehicles
           perform 340-scan-deductions
           perform 360-scan-gl-accounts
           close exception-log-file
           perform 500-write-scorecard
           perform 600-write-history
           if ws-findings > zero
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform 021-write-end-stat
           display 'end of data-quality scan'
           goback.

       150-load-history.
      *> last week is the latest scan before this business date; a
      *> rerun of the same date is compared with the week before,
      *> not with itself.
           move 'yes' to more-data
           open input scan-history-file
           perform until no-more-data
               read scan-history-file
                   at end move 'no' to more-data
                   not at end perform 155-take-history
               end-read
           end-perform
           close scan-history-file.

       155-take-history.
           if dqh-scan-date not numeric
              or dqh-scan-date not < ws-business-date
               exit paragraph
           end-if
           if dqh-scan-date > ws-last-scan-date
               move dqh-scan-date to ws-last-scan-date
               perform varying rl-x from 1 by 1
                       until rl-x > scan-rule-max
                   move zero to rule-last-week(rl-x)
               end-perform
           end-if
           if dqh-scan-date = ws-last-scan-date
              and dqh-rule-no numeric
              and dqh-rule-no > zero
              and dqh-rule-no not > scan-rule-max
              and dqh-count numeric
               move dqh-count to rule-last-week(dqh-rule-no)
           end-if.

       200-scan-employees.
           move 1 to ws-file-no
           move 'yes' to more-data
           open input employee-master
                      personnel-master
           perform until no-more-data
               read employee-master next record
                   at end move 'no' to more-data
                   not at end perform 205-check-employee
               end-read
           end-perform
           close employee-master
                 personnel-master.

       205-check-employee.
           add 1 to scan-file-read(ws-file-no)
           move employee-no-m to ws-finding-key
           if employee-name-m = spaces
               move 1 to ws-rule-no
               perform 800-log-finding
           end-if
           if not emp-active and not emp-terminated
               move 2 to ws-rule-no
               perform 800-log-finding
           end-if
           if salary-m not numeric
               move 3 to ws-rule-no
               perform 800-log-finding
           end-if
           if ytd-federal-tax-m not numeric
              or ytd-state-tax-m not numeric
              or qtd-federal-tax-m not numeric
              or qtd-state-tax-m not numeric
               move 4 to ws-rule-no
               perform 800-log-finding
           end-if
           if ytd-gross-m not numeric
               move 5 to ws-rule-no
               perform 800-log-finding
           end-if
      *> a blank pay frequency is paid biweekly, a blank pay type
      *> salaried and a blank filing status single - all allowed.
           if not pay-weekly and not pay-biweekly
              and not pay-monthly and pay-frequency-m not = space
               move 6 to ws-rule-no
               perform 800-log-finding
           end-if
           if not paid-by-check and not paid-by-deposit
              and pay-method-m not = space
               move 7 to ws-rule-no
               perform 800-log-finding
           end-if
           if paid-by-deposit
               if bank-routing-m not numeric
                  or bank-account-m = spaces
                   move 8 to ws-rule-no
                   perform 800-log-finding
               else
                   if bank-routing-m = zero
                       move 8 to ws-rule-no
                       perform 800-log-finding
                   end-if
               end-if
           end-if
           if not pay-salaried and not pay-hourly
               move 9 to ws-rule-no
               perform 800-log-finding
           end-if
           if pay-hourly
               if hourly-rate-m not numeric
                   move 10 to ws-rule-no
                   perform 800-log-finding
               else
                   if hourly-rate-m = zero
                       move 10 to ws-rule-no
                       perform 800-log-finding
                   end-if
               end-if
           end-if
           if not filing-single and not filing-married
              and not filing-head-household
               move 11 to ws-rule-no
               perform 800-log-finding
           end-if
           if ssn-m not numeric
               move 12 to ws-rule-no
               perform 800-log-finding
           else
               if ssn-m = zero
                   move 12 to ws-rule-no
                   perform 800-log-finding
               end-if
           end-if
      *> a terminated employee stays on the tax master until year
      *> end after PROJECT6 has let them go, so only the active ones
      *> must still be on personnel.
           if emp-active
               move employee-no-m to employee-no-p6
               move 'y' to ws-found-sw
               read personnel-master
                   invalid key move 'n' to ws-found-sw
               end-read
               if not ws-record-found
                   move 13 to ws-rule-no
                   perform 800-log-finding
               end-if
           end-if.

       220-scan-personnel.
           move 2 to ws-file-no
           move 'yes' to more-data
           open input personnel-master
                      employee-master
           perform until no-more-data
               read personnel-master next record
                   at end move 'no' to more-data
                   not at end perform 225-check-personnel
               end-read
           end-perform
           close personnel-master
                 employee-master.

       225-check-personnel.
           add 1 to scan-file-read(ws-file-no)
           move employee-no-p6 to ws-finding-key
           if employee-name-p6 = spaces
               move 14 to ws-rule-no
               perform 800-log-finding
           end-if
           if territory-no-p6 not numeric
              or office-no-p6 not numeric
               move 15 to ws-rule-no
               perform 800-log-finding
           end-if
           if annual-salary-p6 not numeric
               move 16 to ws-rule-no
               perform 800-log-finding
           else
               if annual-salary-p6 = zero
                   move 16 to ws-rule-no
                   perform 800-log-finding
               end-if
           end-if
           if hire-date-p6 not numeric
               move 17 to ws-rule-no
               perform 800-log-finding
           end-if
           move employee-no-p6 to employee-no-m
           move 'y' to ws-found-sw
           read employee-master
               invalid key move 'n' to ws-found-sw
           end-read
           if not ws-record-found
               move 18 to ws-rule-no
               perform 800-log-finding
           end-if.

       240-scan-customers.
           move 3 to ws-file-no
           move 'yes' to more-data
           open input customer-master
           perform until no-more-data
               read customer-master next record
                   at end move 'no' to more-data
                   not at end perform 245-check-customer
               end-read
           end-perform
           close customer-master.

       245-check-customer.
           add 1 to scan-file-read(ws-file-no)
           move cust-no-m to ws-finding-key
           if cust-last-name-m = spaces
               move 19 to ws-rule-no
               perform 800-log-finding
           end-if
           if not cust-active and not cust-closed
              and not cust-written-off
               move 20 to ws-rule-no
               perform 800-log-finding
           end-if
           if cust-credit-limit-m not numeric
               move 21 to ws-rule-no
               perform 800-log-finding
           end-if
      *> a blank address is held by the mail-piece extract and is
      *> not a finding; half an address is.
           if cust-mail-address-m not = spaces
               if cust-street-m = spaces or cust-city-m = spaces
                  or cust-state-m = spaces or cust-zip-m = spaces
                   move 22 to ws-rule-no
                   perform 800-log-finding
               end-if
           end-if.

       260-scan-balances.
           move 4 to ws-file-no
           move 'yes' to more-data
           open input balance-master
                      customer-master
           perform until no-more-data
               read balance-master
                   at end move 'no' to more-data
                   not at end perform 265-check-balance
               end-read
           end-perform
           close balance-master
                 customer-master.

       265-check-balance.
           add 1 to scan-file-read(ws-file-no)
           move bal-cust-no to ws-finding-key
           if bal-prior-balance not numeric
              or bal-month-debits not numeric
              or bal-month-credits not numeric
              or bal-closing-balance not numeric
               move 23 to ws-rule-no
               perform 800-log-finding
           else
               compute ws-foot-work = bal-prior-balance
                   + bal-month-debits - bal-month-credits
               if ws-foot-work not = bal-closing-balance
                   move 24 to ws-rule-no
                   perform 800-log-finding
               end-if
           end-if
           move bal-cust-no to cust-no-m
           move 'y' to ws-found-sw
           read customer-master
               invalid key move 'n' to ws-found-sw
           end-read
           if not ws-record-found
               move 25 to ws-rule-no
               perform 800-log-finding
           end-if.

       280-scan-loans.
           move 5 to ws-file-no
           move 'yes' to more-data
           open input loan-master
           perform until no-more-data
               read loan-master
                   at end move 'no' to more-data
                   not at end perform 285-check-loan
               end-read
           end-perform
           close loan-master.

       285-check-loan.
           add 1 to scan-file-read(ws-file-no)
           move loan-no-m to ws-finding-key
           if not loan-open and not loan-paid-off
               move 26 to ws-rule-no
               perform 800-log-finding
           end-if
           if loan-balance-m not numeric
              or loan-monthly-payment-m not numeric
              or loan-suspense-m not numeric
              or loan-fee-bal-m not numeric
              or loan-escrow-pmt-m not numeric
              or loan-escrow-bal-m not numeric
               move 27 to ws-rule-no
               perform 800-log-finding
           else
               if loan-paid-off and loan-balance-m > zero
                   move 30 to ws-rule-no
                   perform 800-log-finding
               end-if
           end-if
           if loan-term-m not numeric
               move 28 to ws-rule-no
               perform 800-log-finding
           else
               if loan-term-m = zero
                   move 28 to ws-rule-no
                   perform 800-log-finding
               end-if
           end-if
           if loan-open
               if loan-next-due-mth-m not numeric
                   move 29 to ws-rule-no
                   perform 800-log-finding
               else
                   if loan-next-due-mth-m < 1
                      or loan-next-due-mth-m > 12
                       move 29 to ws-rule-no
                       perform 800-log-finding
                   end-if
               end-if
           end-if.

       300-scan-students.
           move 6 to ws-file-no
           move 'yes' to more-data
           open input student-master
                      customer-master
           perform until no-more-data
               read student-master
                   at end move 'no' to more-data
                   not at end perform 305-check-student
               end-read
           end-perform
           close student-master
                 customer-master.

       305-check-student.
           add 1 to scan-file-read(ws-file-no)
           move soc-sec-no-m to ws-finding-key
           if name-m = spaces
               move 31 to ws-rule-no
               perform 800-log-finding
           end-if
           if class-m < '1' or class-m > '4'
               move 32 to ws-rule-no
               perform 800-log-finding
           end-if
           if school-m < '1' or school-m > '3'
               move 33 to ws-rule-no
               perform 800-log-finding
           end-if
           if gpa-m not numeric
               move 34 to ws-rule-no
               perform 800-log-finding
           else
               if gpa-m > 4.00
                   move 34 to ws-rule-no
                   perform 800-log-finding
               end-if
           end-if
           if credits-m not numeric
               move 35 to ws-rule-no
               perform 800-log-finding
           end-if
      *> zero means the student has not been billed yet.
           if ar-cust-no-m not numeric
               move 36 to ws-rule-no
               perform 800-log-finding
               exit paragraph
           end-if
           if ar-cust-no-m = zero
               exit paragraph
           end-if
           move ar-cust-no-m to cust-no-m
           move 'y' to ws-found-sw
           read customer-master
               invalid key move 'n' to ws-found-sw
           end-read
           if not ws-record-found
               move 36 to ws-rule-no
               perform 800-log-finding
           end-if.

       320-scan-vehicles.
           move 7 to ws-file-no
           move 'yes' to more-data
           open input vehicle-master
           perform until no-more-data
               read vehicle-master
                   at end move 'no' to more-data
                   not at end perform 325-check-vehicle
               end-read
           end-perform
           close vehicle-master.

       325-check-vehicle.
           add 1 to scan-file-read(ws-file-no)
           move veh-id-m to ws-finding-key
           if veh-last-name-m = spaces
               move 37 to ws-rule-no
               perform 800-log-finding
           end-if
           if veh-class-m = spaces
               move 38 to ws-rule-no
               perform 800-log-finding
           end-if
           if veh-weight-m not numeric
               move 39 to ws-rule-no
               perform 800-log-finding
           end-if
           if veh-expire-date-m = spaces
              or veh-expire-date-m not numeric
               move 40 to ws-rule-no
               perform 800-log-finding
           end-if.

       340-scan-deductions.
           move 8 to ws-file-no
           move 'yes' to more-data
           open input deduction-master
                      employee-master
           perform until no-more-data
               read deduction-master
                   at end move 'no' to more-data
                   not at end perform 345-check-deduction
               end-read
           end-perform
           close deduction-master
                 employee-master.

       345-check-deduction.
           add 1 to scan-file-read(ws-file-no)
           move ded-key-m to ws-finding-key
           if not ded-mst-is-amount and not ded-mst-is-percent
               move 41 to ws-rule-no
               perform 800-log-finding
           end-if
           if ded-value-m not numeric
              or ded-annual-goal-m not numeric
              or ded-total-owed-m not numeric
              or ded-taken-ytd-m not numeric
              or ded-taken-total-m not numeric
              or ded-arrears-m not numeric
               move 42 to ws-rule-no
               perform 800-log-finding
           end-if
           move ded-emp-no-m to employee-no-m
           move 'y' to ws-found-sw
           read employee-master
               invalid key move 'n' to ws-found-sw
           end-read
           if not ws-record-found
               move 43 to ws-rule-no
               perform 800-log-finding
           end-if.

       360-scan-gl-accounts.
           move 9 to ws-file-no
           move 'yes' to more-data
           open input gl-account-master
           perform until no-more-data
               read gl-account-master
                   at end move 'no' to more-data
                   not at end perform 365-check-gl-account
               end-read
           end-perform
           close gl-account-master.

       365-check-gl-account.
           add 1 to scan-file-read(ws-file-no)
           move gla-account-m to ws-finding-key
           if gla-account-m not numeric
               move 44 to ws-rule-no
               perform 800-log-finding
           end-if
           if gla-desc-m = spaces
               move 45 to ws-rule-no
               perform 800-log-finding
           end-if
           if gla-period-debits-m not numeric
              or gla-period-credits-m not numeric
              or gla-ytd-debits-m not numeric
              or gla-ytd-credits-m not numeric
               move 46 to ws-rule-no
               perform 800-log-finding
           end-if.

       500-write-scorecard.
           open output print-file
           move 'weekly data-quality scorecard' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           if ws-last-scan-date = zero
               move 'no earlier scan on file to compare with'
                   to snl-text
               move spaces to snl-date-out
               write print-rec from scan-note-line
           else
               move 'last week is the scan of business date'
                   to snl-text
               move ws-last-scan-date to ws-date-edit
               move ws-date-edit to snl-date-out
               write print-rec from scan-note-line
           end-if
           perform varying ws-file-no from 1 by 1
                   until ws-file-no > 9
               perform 510-write-file-section
           end-perform
           move spaces to print-rec
           write print-rec
           move 'all files' to rln-desc-out
           move ws-findings to rln-this-out
           move ws-findings-last to rln-last-out
           compute rln-change-out = ws-findings - ws-findings-last
           write print-rec from rule-line
           close print-file.

       510-write-file-section.
           move spaces to print-rec
           write print-rec
           move scan-file-code(ws-file-no) to sct-file-out
           move scan-file-desc(ws-file-no) to sct-desc-out
           move scan-file-read(ws-file-no) to sct-read-out
           write print-rec from section-hdr
           write print-rec from rule-hdr
           move zero to ws-file-findings
                        ws-file-findings-last
           perform varying rl-x from 1 by 1
                   until rl-x > scan-rule-max
               if scan-rule-file(rl-x) = ws-file-no
                   move scan-rule-desc(rl-x) to rln-desc-out
                   move rule-this-week(rl-x) to rln-this-out
                   move rule-last-week(rl-x) to rln-last-out
                   compute rln-change-out = rule-this-week(rl-x)
                       - rule-last-week(rl-x)
                   write print-rec from rule-line
                   add rule-this-week(rl-x) to ws-file-findings
                   add rule-last-week(rl-x) to ws-file-findings-last
               end-if
           end-perform
           move 'file total' to rln-desc-out
           move ws-file-findings to rln-this-out
           move ws-file-findings-last to rln-last-out
           compute rln-change-out = ws-file-findings
               - ws-file-findings-last
           write print-rec from rule-line
           add ws-file-findings-last to ws-findings-last.

       600-write-history.
           open extend scan-history-file
           perform varying rl-x from 1 by 1
                   until rl-x > scan-rule-max
               move ws-business-date to dqh-scan-date
               move scan-file-code(scan-rule-file(rl-x)) to dqh-file
               set ws-rule-no to rl-x
               move ws-rule-no to dqh-rule-no
               move rule-this-week(rl-x) to dqh-count
               write scan-history-rec
           end-perform
           close scan-history-file.

       800-log-finding.
           add 1 to rule-this-week(ws-rule-no)
           add 1 to ws-findings
           move 'dqscan' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           string scan-file-code(ws-file-no) ' ' ws-finding-key
               delimited by size into exc-log-key
           move scan-rule-desc(ws-rule-no) to exc-log-message
           write exception-log-rec.

       020-write-start-stat.
      *> one 'S' record at start-up and one 'E' record at end of
      *> job go to the shared stats file, so the morning summary
      *> can reconstruct the night without the console.
           move 'dqscan' to run-program
           move rpt-curr-yr to run-bus-yr
           move rpt-curr-mth to run-bus-mth
           move rpt-curr-day to run-bus-day
           move 'S' to run-rec-type
           move function current-date to ws-stat-timestamp
           move ws-stat-timestamp(9:6) to run-start-time
                                         ws-stat-start-time
           move zero to run-end-time
                        run-records-read
                        run-records-written
                        run-exception-count
                        run-return-code
           open extend run-stats-file
           write run-stat-rec
           close run-stats-file.

       021-write-end-stat.
           move 'dqscan' to run-program
           move rpt-curr-yr to run-bus-yr
           move rpt-curr-mth to run-bus-mth
           move rpt-curr-day to run-bus-day
           move 'E' to run-rec-type
           move ws-stat-start-time to run-start-time
           move function current-date to ws-stat-timestamp
           move ws-stat-timestamp(9:6) to run-end-time
           perform varying ws-file-no from 1 by 1
                   until ws-file-no > 9
               add scan-file-read(ws-file-no) to ws-records-read
           end-perform
           move ws-records-read to run-records-read
           move zero to run-records-written
           move ws-findings to run-exception-count
           move return-code to run-return-code
           open extend run-stats-file
           write run-stat-rec
           close run-stats-file.

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
