       identification division.

       program-id. mailmnt.
      *AUTHOR. JON YEN
      *> online mailing-address maintenance for the masters that have
      *> no maintenance screen of their own, and the one place
      *> returned mail is keyed. 'V' keys the owner's address on a
      *> vehicle for the renewal notices, 'L' the mailing name and
      *> address on a loan for the interest statement. 'R' takes a
      *> piece of returned mail against any of the masters -
      *> customer, employee, loan, vehicle or fleet - and flags that
      *> address bad as of the business date, so the mail-piece
      *> extract stops sending to it; keying a new address here (or
      *> on project1mnt, project2mnt or vehflt) clears the flag. every
      *> change is journaled with the clerk id and both addresses.
      *> the clerk signs on through OPSIGN and needs maintain
      *> authority here.

       environment division.

       input-output section.
       file-control.
           select cust-master
               assign to "W:\Project2\CH0602MST.NDX"
                   organization is indexed
                   access is random
                   record key is cust-no-m.
           select employee-master
               assign to "W:\PROJECT1\CH0101MST.NDX"
                   organization is indexed
                   access is random
                   record key is employee-no-m.
           select loan-master
               assign to "w:\Project_3\CH0301LMS.NDX"
                   organization is indexed
                   access is random
                   record key is loan-no-m.
           select vehicle-master
               assign to "w:\PROJECT5\CH1204MST.NDX"
                   organization is indexed
                   access is random
                   record key is veh-id-m.
           select optional fleet-master
               assign to "w:\PROJECT5\CH1204FLT.NDX"
                   organization is indexed
                   access is random
                   record key is flt-id-m.
           select optional address-journal
               assign to "W:\CONTROL\CH9994MAD.DAT"
                   organization is line sequential.
           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd  employee-master
           record contains 400 characters.
       copy emppay.

       fd  loan-master
           record contains 250 characters.
       copy loanmst.

       fd  vehicle-master
           record contains 150 characters.
       copy vehmst.

       fd  fleet-master
           record contains 150 characters.
       copy fltmst.

       fd  address-journal
           record contains 160 characters.
       01  journal-rec.
           05  jrn-yr                  pic 9(4).
           05  jrn-mth                 pic 99.
           05  jrn-day                 pic 99.
           05  jrn-clerk-id            pic x(8).
           05  jrn-action              pic x(6).
           05  jrn-master              pic x.
           05  jrn-key                 pic x(10).
           05  jrn-before-address      pic x(61).
           05  jrn-before-addr-status  pic x.
           05  jrn-after-address       pic x(61).
           05  jrn-after-addr-status   pic x.
           05  filler                  pic x(3).

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       working-storage section.
       copy rptdate.
       copy oprsgn.

       01  work-areas.
           05  more-maintenance        pic x       value 'y'.
           05  ws-action               pic x       value space.
           05  ws-rec-found-sw         pic x       value 'n'.
               88  ws-rec-found                    value 'y'.
           05  ws-entry-valid-sw       pic x       value 'y'.
               88  ws-entry-valid                  value 'y'.
           05  ws-confirm              pic x       value 'n'.
               88  ws-confirmed                    value 'y' 'Y'.
           05  ws-business-date        pic 9(8)    value zero.

       01  entry-fields.
           05  ent-clerk-id            pic x(8)    value spaces.
           05  ent-master              pic x       value space.
               88  ent-customer                    value 'C'.
               88  ent-employee                    value 'E'.
               88  ent-loan                        value 'L'.
               88  ent-vehicle                     value 'V'.
               88  ent-fleet                       value 'F'.
           05  ent-key                 pic x(10)   value spaces.
           05  ent-mail-name           pic x(30)   value spaces.
           05  ent-mail-address.
               10  ent-street          pic x(30)   value spaces.
               10  ent-city            pic x(20)   value spaces.
               10  ent-state           pic x(2)    value spaces.
               10  ent-zip             pic x(9)    value spaces.

      *> the address as it stood on the master when it was read,
      *> whichever master that was.
       01  current-fields.
           05  cur-name-out            pic x(30)   value spaces.
           05  cur-mail-address.
               10  cur-street-out      pic x(30)   value spaces.
               10  cur-city-out        pic x(20)   value spaces.
               10  cur-state-out       pic x(2)    value spaces.
               10  cur-zip-out         pic x(9)    value spaces.
           05  cur-addr-status         pic x       value space.
               88  cur-address-bad                 value 'B'.
           05  cur-addr-returned       pic 9(8)    value zero.
           05  cur-addr-note-out       pic x(30)   value spaces.

       01  msg-line                    pic x(45)   value spaces.

       screen section.
       01  action-screen.
      *> 1 is value for Blue, 7 is value for White
           05  blank screen
               background-color is 1
               foreground-color is 7
               highlight.
               10  blank screen.
               10  line 1 column 1
                   value 'mailing address maintenance'.
               10  line 3 column 1
                   value 'V = vehicle owner address'.
               10  line 4 column 1
                   value 'L = loan mailing name and address'.
               10  line 5 column 1
                   value 'R = returned mail'.
               10  line 6 column 1
                   value 'X = exit'.
               10  line 7 column 1
                   value 'Enter action:'.
               10  pic x to ws-action.

       01  master-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 9 column 1
                   value 'Master <C E L V or F>:'.
               10  pic x to ent-master.
               10  line 9 column 25
                   value '(C customer E employee L loan V vehicle'.
               10  line 9 column 65
                   value 'F fleet)'.

       01  key-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 10 column 1
                   value 'Enter number or id:'.
               10  pic x(10) to ent-key.

       01  address-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 11 column 1
                   value 'Name:'.
               10  line 11 column 18 pic x(30) from cur-name-out.
               10  line 12 column 1
                   value 'Current address:'.
               10  line 12 column 18 pic x(30) from cur-street-out.
               10  line 13 column 18 pic x(20) from cur-city-out.
               10  line 13 column 40 pic x(2) from cur-state-out.
               10  line 13 column 44 pic x(9) from cur-zip-out.
               10  line 14 column 18 pic x(30)
                   from cur-addr-note-out.
               10  line 16 column 1
                   value 'New street:'.
               10  line 16 column 14 pic x(30) to ent-street.
               10  line 17 column 1
                   value 'New city:'.
               10  line 17 column 14 pic x(20) to ent-city.
               10  line 18 column 1
                   value 'New state:'.
               10  line 18 column 14 pic x(2) to ent-state.
               10  line 18 column 19
                   value 'ZIP:'.
               10  line 18 column 24 pic x(9) to ent-zip.

      *> a loan's mail can go to someone other than the applicant.
       01  mail-name-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 15 column 1
                   value 'Mail to (blank = keep):'.
               10  line 15 column 25 pic x(30) to ent-mail-name.

       01  returned-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 11 column 1
                   value 'Name:'.
               10  line 11 column 18 pic x(30) from cur-name-out.
               10  line 12 column 1
                   value 'Address:'.
               10  line 12 column 18 pic x(30) from cur-street-out.
               10  line 13 column 18 pic x(20) from cur-city-out.
               10  line 13 column 40 pic x(2) from cur-state-out.
               10  line 13 column 44 pic x(9) from cur-zip-out.
               10  line 14 column 18 pic x(30)
                   from cur-addr-note-out.
               10  line 16 column 1
                   value 'Flag this address bad? <y or n>'.
               10  pic x to ws-confirm.

       01  result-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 20 column 1 pic x(45) from msg-line.
               10  line 22 column 1
                   value 'More maintenance? <y or n>'.
               10  pic x to more-maintenance.

       procedure division.

       100-main.
           move 'S' to sgn-request
           move 'MAILMNT' to sgn-program
           move 'M' to sgn-required-level
           call 'opsign' using sign-on-area
           if not sgn-granted
               display 'sign-on refused - session ended'
               goback
           end-if
           move sgn-user-id to ent-clerk-id
           open i-o cust-master
                    employee-master
                    loan-master
                    vehicle-master
                    fleet-master
                extend address-journal
           perform 010-set-business-date
           move rpt-curr-yr to ws-business-date(1:4)
           move rpt-curr-mth to ws-business-date(5:2)
           move rpt-curr-day to ws-business-date(7:2)
           perform until more-maintenance = 'n' or 'N'
               display action-screen
               accept  action-screen
               move spaces to msg-line
               evaluate ws-action
                   when 'V' when 'v'
                       move 'V' to ent-master
                       perform 200-change-address
                   when 'L' when 'l'
                       move 'L' to ent-master
                       perform 200-change-address
                   when 'R' when 'r'
                       perform 300-returned-mail
                   when 'X' when 'x'
                       move 'n' to more-maintenance
                   when other
                       move 'invalid action - use V L R or X'
                           to msg-line
                       display result-screen
                       accept  result-screen
               end-evaluate
           end-perform
           close cust-master
                 employee-master
                 loan-master
                 vehicle-master
                 fleet-master
                 address-journal
           display 'end of maintenance session'
           goback.

       200-change-address.
           move spaces to ent-key
           display key-screen
           accept  key-screen
           perform 400-read-master
           if not ws-rec-found
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           move spaces to ent-mail-name
                          ent-mail-address
           display address-screen
           if ent-loan
               display mail-name-screen
               accept  mail-name-screen
           end-if
           accept  address-screen
           if ent-street = spaces and ent-mail-name = spaces
               move 'address not changed' to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
      *> a mail name alone may be changed on a loan; the address
      *> then stays as it was.
           if ent-street = spaces
               move cur-mail-address to ent-mail-address
           else
               perform 600-validate-address
               if not ws-entry-valid
                   display result-screen
                   accept  result-screen
                   exit paragraph
               end-if
           end-if
           move cur-mail-address to jrn-before-address
           move cur-addr-status to jrn-before-addr-status
      *> a new address is taken to be a good one, so the returned
      *> mail flag comes off with it.
           if ent-mail-address not = cur-mail-address
               move ent-mail-address to cur-mail-address
               move space to cur-addr-status
               move zero to cur-addr-returned
           end-if
           perform 450-rewrite-master
           move 'ADDR' to jrn-action
           perform 700-write-journal
           move 'mailing address changed' to msg-line
           display result-screen
           accept  result-screen.

       300-returned-mail.
           move space to ent-master
           move spaces to ent-key
           display master-screen
           accept  master-screen
           inspect ent-master converting 'celvf' to 'CELVF'
           if not ent-customer and not ent-employee
              and not ent-loan and not ent-vehicle
              and not ent-fleet
               move 'master must be C E L V or F' to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           display key-screen
           accept  key-screen
           perform 400-read-master
           if not ws-rec-found
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           if cur-mail-address = spaces
               move 'no address on file to flag' to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           if cur-address-bad
               move 'address already flagged bad' to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           move 'n' to ws-confirm
           display returned-screen
           accept  returned-screen
           if not ws-confirmed
               move 'address not flagged' to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           move cur-mail-address to jrn-before-address
           move cur-addr-status to jrn-before-addr-status
           move 'B' to cur-addr-status
           move ws-business-date to cur-addr-returned
           perform 450-rewrite-master
           move 'RETURN' to jrn-action
           perform 700-write-journal
           move 'address flagged bad - mail held' to msg-line
           display result-screen
           accept  result-screen.

       400-read-master.
      *> reads the master named by ent-master for ent-key and lifts
      *> its name and address into current-fields; msg-line says
      *> why when the record is not there.
           move 'y' to ws-rec-found-sw
           move spaces to current-fields
           move zero to cur-addr-returned
           evaluate true
               when ent-customer
                   if ent-key(1:5) is not numeric
                      or ent-key(6:5) not = spaces
                       move 'n' to ws-rec-found-sw
                   else
                       move ent-key(1:5) to cust-no-m
                       read cust-master
                           invalid key move 'n' to ws-rec-found-sw
                       end-read
                   end-if
                   if ws-rec-found
                       move spaces to cur-name-out
                       string cust-first-name-m delimited by '  '
                              ' ' delimited by size
                              cust-last-name-m delimited by '  '
                           into cur-name-out
                       move cust-mail-address-m to cur-mail-address
                       move cust-addr-status-m to cur-addr-status
                       if cust-addr-returned-m is numeric
                           move cust-addr-returned-m
                               to cur-addr-returned
                       end-if
                   end-if
               when ent-employee
                   move ent-key to employee-no-m
                   read employee-master
                       invalid key move 'n' to ws-rec-found-sw
                   end-read
                   if ws-rec-found
                       move employee-name-m to cur-name-out
                       move emp-mail-address-m to cur-mail-address
                       move emp-addr-status-m to cur-addr-status
                       if emp-addr-returned-m is numeric
                           move emp-addr-returned-m
                               to cur-addr-returned
                       end-if
                   end-if
               when ent-loan
                   if ent-key(1:7) is not numeric
                      or ent-key(8:3) not = spaces
                       move 'n' to ws-rec-found-sw
                   else
                       move ent-key(1:7) to loan-no-m
                       read loan-master
                           invalid key move 'n' to ws-rec-found-sw
                       end-read
                   end-if
                   if ws-rec-found
                       move loan-mail-name-m to cur-name-out
                       if cur-name-out = spaces
                           move loan-applicant-id-m to cur-name-out
                       end-if
                       move loan-mail-address-m to cur-mail-address
                       move loan-addr-status-m to cur-addr-status
                       if loan-addr-returned-m is numeric
                           move loan-addr-returned-m
                               to cur-addr-returned
                       end-if
                   end-if
               when ent-vehicle
                   move ent-key to veh-id-m
                   read vehicle-master
                       invalid key move 'n' to ws-rec-found-sw
                   end-read
                   if ws-rec-found
                       move spaces to cur-name-out
                       string veh-first-name-m delimited by '  '
                              ' ' delimited by size
                              veh-last-name-m delimited by '  '
                           into cur-name-out
                       move veh-mail-address-m to cur-mail-address
                       move veh-addr-status-m to cur-addr-status
                       if veh-addr-returned-m is numeric
                           move veh-addr-returned-m
                               to cur-addr-returned
                       end-if
                   end-if
               when ent-fleet
                   move ent-key to flt-id-m
                   read fleet-master
                       invalid key move 'n' to ws-rec-found-sw
                   end-read
                   if ws-rec-found
                       move flt-name-m to cur-name-out
                       move flt-mail-address-m to cur-mail-address
                       move flt-addr-status-m to cur-addr-status
                       if flt-addr-returned-m is numeric
                           move flt-addr-returned-m
                               to cur-addr-returned
                       end-if
                   end-if
           end-evaluate
           if not ws-rec-found
               move 'not on file' to msg-line
               exit paragraph
           end-if
           if cur-address-bad
               string 'mail returned ' cur-addr-returned
                   delimited by size into cur-addr-note-out
           end-if.

       450-rewrite-master.
      *> puts current-fields back on the master it was read from.
           evaluate true
               when ent-customer
                   move cur-mail-address to cust-mail-address-m
                   move cur-addr-status to cust-addr-status-m
                   move cur-addr-returned to cust-addr-returned-m
                   rewrite cust-master-rec
               when ent-employee
                   move cur-mail-address to emp-mail-address-m
                   move cur-addr-status to emp-addr-status-m
                   move cur-addr-returned to emp-addr-returned-m
                   rewrite employee-master-rec
               when ent-loan
                   if ent-mail-name not = spaces
                       move ent-mail-name to loan-mail-name-m
                   end-if
                   move cur-mail-address to loan-mail-address-m
                   move cur-addr-status to loan-addr-status-m
                   move cur-addr-returned to loan-addr-returned-m
                   rewrite loan-master-rec
               when ent-vehicle
                   move cur-mail-address to veh-mail-address-m
                   move cur-addr-status to veh-addr-status-m
                   move cur-addr-returned to veh-addr-returned-m
                   rewrite vehicle-master-rec
               when ent-fleet
                   move cur-mail-address to flt-mail-address-m
                   move cur-addr-status to flt-addr-status-m
                   move cur-addr-returned to flt-addr-returned-m
                   rewrite fleet-master-rec
           end-evaluate.

       600-validate-address.
      *> a keyed address has to be complete enough to mail to.
           move 'y' to ws-entry-valid-sw
           inspect ent-state converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           if ent-street = spaces or ent-city = spaces
              or ent-state = spaces or ent-zip = spaces
               move 'address incomplete - not saved' to msg-line
               move 'n' to ws-entry-valid-sw
               exit paragraph
           end-if
           if ent-zip(1:5) is not numeric
               move 'ZIP code not valid - not saved' to msg-line
               move 'n' to ws-entry-valid-sw
           end-if.

       700-write-journal.
           move rpt-curr-yr to jrn-yr
           move rpt-curr-mth to jrn-mth
           move rpt-curr-day to jrn-day
           move ent-clerk-id to jrn-clerk-id
           move ent-master to jrn-master
           move ent-key to jrn-key
           move cur-mail-address to jrn-after-address
           move cur-addr-status to jrn-after-addr-status
           write journal-rec.

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
