      *> to a dated maintenance journal with the clerk id and the
      *> before/after images, and terminations only flag the record
      *> inactive so the YTD tax history survives until year end.
      *> the employee's w-4 elections and work state are kept here
      *> too, and journaled the same way, since a changed election
      *> is as much a payroll change as a changed salary. so is the
      *> social security number the electronic w-2 is filed under.
      *> the clerk signs on through OPSIGN and needs maintain
      *> authority here; the signed-on id is what the journal
      *> carries. a salary or hourly rate moved by more than 10%
      *> either way needs a supervisor's override, and the approving
      *> supervisor is journaled with the change. the home mailing
      *> address the w-2 goes to is keyed on the add and changed
      *> with 'M'; a new address clears any returned-mail flag, and
      *> both addresses are journaled.

       environment division.


       file section.
       fd  employee-master
           record contains 400 characters.
       copy emppay.

       fd  maintenance-journal
           record contains 310 characters.
       01  journal-rec.
           05  jrn-yr                  pic 9(4).
           05  jrn-mth                 pic 99.
           05  jrn-after-name          pic x(30).
           05  jrn-after-salary        pic 9(6).
           05  jrn-after-status        pic x.
           05  jrn-before-pay-type     pic x.
           05  jrn-before-rate         pic 9(3)v99.
           05  jrn-after-pay-type      pic x.
           05  jrn-after-rate          pic 9(3)v99.
           05  jrn-before-w4.
               10  jrn-before-filing   pic x.
               10  jrn-before-allow    pic 99.
               10  jrn-before-credits  pic 9(5).
               10  jrn-before-extra-wh pic 9(4)v99.
               10  jrn-before-exempt   pic x.
               10  jrn-before-state    pic xx.
           05  jrn-after-w4.
               10  jrn-after-filing    pic x.
               10  jrn-after-allow     pic 99.
               10  jrn-after-credits   pic 9(5).
               10  jrn-after-extra-wh  pic 9(4)v99.
               10  jrn-after-exempt    pic x.
               10  jrn-after-state     pic xx.
           05  jrn-before-ssn          pic 9(9).
           05  jrn-after-ssn           pic 9(9).
           05  jrn-override-id         pic x(8).
           05  filler                  pic x(7).
           05  jrn-before-address      pic x(61).
           05  jrn-before-addr-status  pic x.
           05  jrn-after-address       pic x(61).
           05  jrn-after-addr-status   pic x.
           05  filler                  pic x(6).

       working-storage section.
       copy rptdate.
       copy oprsgn.

      *> pay changes beyond this percentage need a supervisor.
       01  override-fields.
           05  ws-override-pct         pic 99      value 10.
           05  ws-override-id          pic x(8)    value spaces.
           05  ws-old-pay              pic 9(6)v99 value zero.
           05  ws-new-pay              pic 9(6)v99 value zero.
           05  ws-pay-diff             pic 9(6)v99 value zero.
           05  ws-override-sw          pic x       value 'n'.
               88  ws-override-needed              value 'y'.

       01  work-areas.
           05  more-maintenance        pic x       value 'y'.
           05  ent-pay-method          pic x       value 'C'.
           05  ent-bank-routing        pic 9(9)    value zero.
           05  ent-bank-account        pic x(12)   value spaces.
           05  ent-pay-type            pic x       value 'S'.
           05  ent-hourly-rate         pic 9(3)v99 value zero.
           05  ent-filing-status       pic x       value 'S'.
           05  ent-allowances          pic 99      value zero.
           05  ent-credits             pic 9(5)    value zero.
           05  ent-extra-wh            pic 9(4)v99 value zero.
           05  ent-exempt              pic x       value 'N'.
           05  ent-work-state          pic xx      value spaces.
           05  ent-ssn                 pic 9(9)    value zero.
           05  ent-mail-address.
               10  ent-street          pic x(30)   value spaces.
               10  ent-city            pic x(20)   value spaces.
               10  ent-state           pic x(2)    value spaces.
               10  ent-zip             pic x(9)    value spaces.

       01  ws-entry-valid-sw           pic x       value 'y'.
           88  ws-entry-valid                      value 'y'.

       01  message-fields.
           05  msg-line                pic x(40)   value spaces.
           05  cur-name-out            pic x(30)   value spaces.
           05  cur-salary-out          pic $zzz,zz9.
           05  cur-status-out          pic x       value space.
           05  cur-street-out          pic x(30)   value spaces.
           05  cur-city-out            pic x(20)   value spaces.
           05  cur-state-out           pic x(2)    value spaces.
           05  cur-zip-out             pic x(9)    value spaces.
           05  cur-addr-note-out       pic x(30)   value spaces.

       screen section.
       01  action-screen.
      *> 1 is value for Blue, 7 is value for White
           05  blank screen
               background-color is 1
               foreground-color is 7
               10  line 3 column 1
                   value 'A = add   C = change   D = terminate'.
               10  line 4 column 1
                   value 'M = change mailing address   X = exit'.
               10  line 6 column 1
                   value 'Enter action:'.
               10  pic x to ws-action.
               10  line 11 column 1
                   value 'Enter annual salary:'.
               10  pic 9(6) to ent-salary.
               10  line 11 column 40
                   value 'Social security no:'.
               10  pic 9(9) to ent-ssn.
               10  line 12 column 1
                   value 'Pay frequency <W B or M>:'.
               10  pic x to ent-pay-frequency.
               10  line 15 column 1
                   value 'Bank account no (deposit only):'.
               10  pic x(12) to ent-bank-account.
               10  line 16 column 1
                   value 'Pay type <S or H>:'.
               10  pic x to ent-pay-type.
               10  line 17 column 1
                   value 'Hourly rate (hourly only):'.
               10  pic 9(3)v99 to ent-hourly-rate.
               10  line 19 column 1
                   value 'W-4 filing status <S M or H>:'.
               10  pic x to ent-filing-status.
               10  line 19 column 40
                   value 'Allowances:'.
               10  pic 99 to ent-allowances.
               10  line 20 column 1
                   value 'Annual credits:'.
               10  pic 9(5) to ent-credits.
               10  line 20 column 40
                   value 'Extra w/h per pay:'.
               10  pic 9(4)v99 to ent-extra-wh.
               10  line 21 column 1
                   value 'Exempt <Y or N>:'.
               10  pic x to ent-exempt.
               10  line 21 column 40
                   value 'Work state (blank = home):'.
               10  pic xx to ent-work-state.

       01  change-detail-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 9 column 1
                   value 'Current name:  '.
               10  line 9 column 17 pic x(30) from cur-name-out.
               10  line 10 column 1
                   value 'Current salary:'.
               10  line 10 column 17 pic $zzz,zz9 from cur-salary-out.
               10  line 11 column 1
                   value 'Enter new name:'.
               10  pic x(30) using ent-employee-name.
               10  line 12 column 1
                   value 'Enter new annual salary:'.
               10  pic 9(6) using ent-salary.
               10  line 12 column 40
                   value 'Social security no:'.
               10  pic 9(9) using ent-ssn.
               10  line 13 column 1
                   value 'Pay frequency <W B or M>:'.
               10  pic x using ent-pay-frequency.
               10  line 14 column 1
                   value 'Pay method <C or D>:'.
               10  pic x using ent-pay-method.
               10  line 15 column 1
                   value 'Bank routing no (deposit only):'.
               10  pic 9(9) using ent-bank-routing.
               10  line 16 column 1
                   value 'Bank account no (deposit only):'.
               10  pic x(12) using ent-bank-account.
               10  line 17 column 1
                   value 'Pay type <S or H>:'.
               10  pic x using ent-pay-type.
               10  line 18 column 1
                   value 'Hourly rate (hourly only):'.
               10  pic 9(3)v99 using ent-hourly-rate.
               10  line 19 column 1
                   value 'W-4 filing status <S M or H>:'.
               10  pic x using ent-filing-status.
               10  line 19 column 40
                   value 'Allowances:'.
               10  pic 99 using ent-allowances.
               10  line 20 column 1
                   value 'Annual credits:'.
               10  pic 9(5) using ent-credits.
               10  line 20 column 40
                   value 'Extra w/h per pay:'.
               10  pic 9(4)v99 using ent-extra-wh.
               10  line 21 column 1
                   value 'Exempt <Y or N>:'.
               10  pic x using ent-exempt.
               10  line 21 column 40
                   value 'Work state (blank = home):'.
               10  pic xx using ent-work-state.

       01  address-screen.
           05  blank screen
               background-color is 1
               foreground-color is 7
               highlight.
               10  blank screen.
               10  line 1 column 1
                   value 'employee mailing address'.
               10  line 1 column 30 pic x(5) from ent-employee-no.
               10  line 3 column 1
                   value 'Current address:'.
               10  line 3 column 18 pic x(30) from cur-street-out.
               10  line 4 column 18 pic x(20) from cur-city-out.
               10  line 4 column 40 pic x(2) from cur-state-out.
               10  line 4 column 44 pic x(9) from cur-zip-out.
               10  line 5 column 18 pic x(30)
                   from cur-addr-note-out.
               10  line 7 column 1
                   value 'New street:'.
               10  line 7 column 14 pic x(30) to ent-street.
               10  line 8 column 1
                   value 'New city:'.
               10  line 8 column 14 pic x(20) to ent-city.
               10  line 9 column 1
                   value 'New state:'.
               10  line 9 column 14 pic x(2) to ent-state.
               10  line 9 column 19
                   value 'ZIP:'.
               10  line 9 column 24 pic x(9) to ent-zip.

       01  result-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 22 column 1 pic x(40) from msg-line.
               10  line 23 column 1
                   value 'More maintenance? <y or n>'.
               10  pic x to more-maintenance.

       procedure division.

       100-main.
           move 'S' to sgn-request
           move 'PROJECT1MNT' to sgn-program
           move 'M' to sgn-required-level
           call 'opsign' using sign-on-area
           if not sgn-granted
               display 'sign-on refused - session ended'
               goback
           end-if
           move sgn-user-id to ent-clerk-id
           open i-o employee-master
                extend maintenance-journal
           move function current-date to ws-rpt-date
           perform until more-maintenance = 'n' or 'N'
               display action-screen
               accept  action-screen
                       perform 300-change-employee
                   when 'D' when 'd'
                       perform 400-terminate-employee
                   when 'M' when 'm'
                       perform 600-change-address
                   when 'X' when 'x'
                       move 'n' to more-maintenance
                   when other
                       move 'invalid action - use A C D M or X'
                           to msg-line
                       display result-screen
                       accept  result-screen
       200-add-employee.
           display employee-no-screen
           accept  employee-no-screen
      *> a new employee starts from the defaults, never from the
      *> employee last changed.
           move spaces to ent-employee-name
                          ent-bank-account
                          ent-work-state
           move zero to ent-salary
                        ent-bank-routing
                        ent-hourly-rate
                        ent-allowances
                        ent-credits
                        ent-extra-wh
                        ent-ssn
           move 'B' to ent-pay-frequency
           move 'C' to ent-pay-method
           move 'S' to ent-pay-type
                       ent-filing-status
           move 'N' to ent-exempt
           display add-detail-screen
           accept  add-detail-screen
           perform 460-validate-pay-type
           if ws-entry-valid
               perform 470-validate-w4
           end-if
      *> the address may be left off and keyed later with 'M', but
      *> one that is started has to be finished.
           if ws-entry-valid
               move spaces to cur-street-out
                              cur-city-out
                              cur-state-out
                              cur-zip-out
                              cur-addr-note-out
                              ent-mail-address
               display address-screen
               accept  address-screen
               perform 620-validate-address
           end-if
           if not ws-entry-valid
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           move spaces to employee-master-rec
           move ent-employee-no to employee-no-m
           move ent-employee-name to employee-name-m
           move ent-salary to salary-m
           move ent-pay-method to pay-method-m
           move ent-bank-routing to bank-routing-m
           move ent-bank-account to bank-account-m
           move ent-pay-type to pay-type-m
           move ent-hourly-rate to hourly-rate-m
           perform 480-move-w4-entry
           move ent-mail-address to emp-mail-address-m
           move space to emp-addr-status-m
           move zero to emp-addr-returned-m
           move 'A' to emp-status-m
           write employee-master-rec
               invalid key
           if ws-rec-found
               move employee-name-m to cur-name-out
               move salary-m to cur-salary-out
               perform 305-load-change-entry
               display change-detail-screen
               accept  change-detail-screen
               perform 460-validate-pay-type
               if ws-entry-valid
                   perform 470-validate-w4
               end-if
               if not ws-entry-valid
                   display result-screen
                   accept  result-screen
                   exit paragraph
               end-if
               perform 490-check-override
               if ws-override-needed and not sgn-granted
                   move 'override refused - not saved' to msg-line
                   display result-screen
                   accept  result-screen
                   exit paragraph
               end-if
               perform 510-journal-before-image
               move ent-employee-name to employee-name-m
               move ent-salary to salary-m
               move ent-pay-method to pay-method-m
               move ent-bank-routing to bank-routing-m
               move ent-bank-account to bank-account-m
               move ent-pay-type to pay-type-m
               move ent-hourly-rate to hourly-rate-m
               perform 480-move-w4-entry
               perform 520-journal-after-image
               rewrite employee-master-rec
               move 'CHANGE' to jrn-action
           display result-screen
           accept  result-screen.

       305-load-change-entry.
      *> the change screen opens on the employee's own values, so a
      *> field the clerk passes over is written back as it was, not
      *> as a default or the last employee's entry. fields from
      *> before the w-4, rate and deposit fields existed carry
      *> spaces and come up as zero.
           move employee-name-m to ent-employee-name
           move salary-m to ent-salary
           move pay-frequency-m to ent-pay-frequency
           move pay-method-m to ent-pay-method
           move bank-account-m to ent-bank-account
           move pay-type-m to ent-pay-type
           if ent-pay-type = space
               move 'S' to ent-pay-type
           end-if
           move w4-filing-status-m to ent-filing-status
           move w4-exempt-m to ent-exempt
           move work-state-m to ent-work-state
           move zero to ent-bank-routing
                        ent-hourly-rate
                        ent-allowances
                        ent-credits
                        ent-extra-wh
                        ent-ssn
           if bank-routing-m is numeric
               move bank-routing-m to ent-bank-routing
           end-if
           if hourly-rate-m is numeric
               move hourly-rate-m to ent-hourly-rate
           end-if
           if w4-allowances-m is numeric
               move w4-allowances-m to ent-allowances
           end-if
           if w4-credits-m is numeric
               move w4-credits-m to ent-credits
           end-if
           if w4-extra-wh-m is numeric
               move w4-extra-wh-m to ent-extra-wh
           end-if
           if ssn-m is numeric
               move ssn-m to ent-ssn
           end-if.

       400-terminate-employee.
           display employee-no-screen
           accept  employee-no-screen
           display result-screen
           accept  result-screen.

       600-change-address.
           display employee-no-screen
           accept  employee-no-screen
           perform 450-read-employee
           if not ws-rec-found
               move 'employee not on file' to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           move emp-street-m to cur-street-out
           move emp-city-m to cur-city-out
           move emp-state-m to cur-state-out
           move emp-zip-m to cur-zip-out
           move spaces to cur-addr-note-out
           if emp-address-bad
               string 'mail returned ' emp-addr-returned-m
                   delimited by size into cur-addr-note-out
           end-if
           move spaces to ent-mail-address
           display address-screen
           accept  address-screen
           if ent-street = spaces
               move 'address not changed' to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           perform 620-validate-address
           if ws-entry-valid
      *> a new address is taken to be a good one, so the returned
      *> mail flag comes off with it.
               perform 510-journal-before-image
               move ent-mail-address to emp-mail-address-m
               move space to emp-addr-status-m
               move zero to emp-addr-returned-m
               perform 520-journal-after-image
               rewrite employee-master-rec
               move 'ADDR' to jrn-action
               perform 550-write-journal
               move 'mailing address changed' to msg-line
           end-if
           display result-screen
           accept  result-screen.

       620-validate-address.
      *> an all-blank address passes; one that is keyed has to be
      *> complete enough to mail to.
           move 'y' to ws-entry-valid-sw
           if ent-mail-address = spaces
               exit paragraph
           end-if
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

       450-read-employee.
           move ent-employee-no to employee-no-m
           move 'y' to ws-rec-found-sw
               invalid key move 'n' to ws-rec-found-sw
           end-read.

       460-validate-pay-type.
      *> an hourly employee with no rate would come through the tax
      *> run as an exception every payday - refuse it at the desk.
           move 'y' to ws-entry-valid-sw
           if ent-pay-type = 's'
               move 'S' to ent-pay-type
           end-if
           if ent-pay-type = 'h'
               move 'H' to ent-pay-type
           end-if
           if ent-pay-type not = 'S' and ent-pay-type not = 'H'
               move 'pay type must be S or H - not saved'
                   to msg-line
               move 'n' to ws-entry-valid-sw
           else
               if ent-pay-type = 'H' and ent-hourly-rate = zero
                   move 'hourly rate required - not saved'
                       to msg-line
                   move 'n' to ws-entry-valid-sw
               end-if
           end-if.

       470-validate-w4.
      *> blank filing status and exempt flag take the usual single,
      *> not-exempt defaults. the work state is only checked for
      *> form here; a state with no brackets on the tax table is
      *> caught by the tax run as an exception.
           inspect ent-filing-status converting 'smh' to 'SMH'
           inspect ent-exempt converting 'yn' to 'YN'
           inspect ent-work-state converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           if ent-filing-status = space
               move 'S' to ent-filing-status
           end-if
           if ent-exempt = space
               move 'N' to ent-exempt
           end-if
           if ent-filing-status not = 'S' and not = 'M'
                                  and not = 'H'
               move 'filing status not S M or H - not saved'
                   to msg-line
               move 'n' to ws-entry-valid-sw
           else
           if ent-exempt not = 'Y' and ent-exempt not = 'N'
               move 'exempt must be Y or N - not saved' to msg-line
               move 'n' to ws-entry-valid-sw
           else
           if ent-work-state not = spaces
              and (ent-work-state is not alphabetic
                   or ent-work-state(1:1) = space
                   or ent-work-state(2:1) = space)
               move 'work state must be 2 letters - not saved'
                   to msg-line
               move 'n' to ws-entry-valid-sw
           end-if
           end-if
           end-if.

       480-move-w4-entry.
           move ent-filing-status to w4-filing-status-m
           move ent-allowances to w4-allowances-m
           move ent-credits to w4-credits-m
           move ent-extra-wh to w4-extra-wh-m
           move ent-exempt to w4-exempt-m
           move ent-work-state to work-state-m
           move ent-ssn to ssn-m.

       490-check-override.
      *> a salaried change is measured on the annual salary, an
      *> hourly one on the rate; a first salary or rate on the
      *> record has nothing to be measured against. a supervisor
      *> signed on here approves their own change.
           move 'n' to ws-override-sw
           move zero to ws-old-pay
                        ws-new-pay
           if ent-pay-type = 'H'
               if hourly-rate-m is numeric
                   move hourly-rate-m to ws-old-pay
               end-if
               move ent-hourly-rate to ws-new-pay
           else
               move salary-m to ws-old-pay
               move ent-salary to ws-new-pay
           end-if
           if ws-old-pay = zero
               exit paragraph
           end-if
           if ws-new-pay > ws-old-pay
               compute ws-pay-diff = ws-new-pay - ws-old-pay
           else
               compute ws-pay-diff = ws-old-pay - ws-new-pay
           end-if
           if ws-pay-diff * 100 not > ws-old-pay * ws-override-pct
               exit paragraph
           end-if
           move 'y' to ws-override-sw
           if sgn-level-supervise
               move 'Y' to sgn-result
               move sgn-user-id to ws-override-id
               exit paragraph
           end-if
           move 'O' to sgn-request
           move 'pay change over 10%' to sgn-override-reason
           move ent-employee-no to sgn-override-key
           call 'opsign' using sign-on-area
           if sgn-granted
               move sgn-supervisor-id to ws-override-id
           end-if.

       500-journal-before-blank.
           move spaces to jrn-before-name
           move zero to jrn-before-salary
           move space to jrn-before-status
           move space to jrn-before-pay-type
           move zero to jrn-before-rate
           move spaces to jrn-before-filing
                          jrn-before-exempt
                          jrn-before-state
           move zero to jrn-before-allow
                        jrn-before-credits
                        jrn-before-extra-wh
                        jrn-before-ssn
           move spaces to jrn-before-address
                          jrn-before-addr-status.

       510-journal-before-image.
           move employee-name-m to jrn-before-name
           move salary-m to jrn-before-salary
           move emp-status-m to jrn-before-status
           move pay-type-m to jrn-before-pay-type
           if hourly-rate-m is numeric
               move hourly-rate-m to jrn-before-rate
           else
               move zero to jrn-before-rate
           end-if
      *> a record written before the w-4 fields existed journals
      *> its blank elections as zero.
           move w4-filing-status-m to jrn-before-filing
           move w4-exempt-m to jrn-before-exempt
           move work-state-m to jrn-before-state
           move zero to jrn-before-allow
                        jrn-before-credits
                        jrn-before-extra-wh
           if w4-allowances-m is numeric
               move w4-allowances-m to jrn-before-allow
           end-if
           if w4-credits-m is numeric
               move w4-credits-m to jrn-before-credits
           end-if
           if w4-extra-wh-m is numeric
               move w4-extra-wh-m to jrn-before-extra-wh
           end-if
           move zero to jrn-before-ssn
           if ssn-m is numeric
               move ssn-m to jrn-before-ssn
           end-if
           move emp-mail-address-m to jrn-before-address
           move emp-addr-status-m to jrn-before-addr-status.

       520-journal-after-image.
           move employee-name-m to jrn-after-name
           move salary-m to jrn-after-salary
           move emp-status-m to jrn-after-status
           move pay-type-m to jrn-after-pay-type
           move hourly-rate-m to jrn-after-rate
           move w4-filing-status-m to jrn-after-filing
           move w4-allowances-m to jrn-after-allow
           move w4-credits-m to jrn-after-credits
           move w4-extra-wh-m to jrn-after-extra-wh
           move w4-exempt-m to jrn-after-exempt
           move work-state-m to jrn-after-state
           move ssn-m to jrn-after-ssn
           move emp-mail-address-m to jrn-after-address
           move emp-addr-status-m to jrn-after-addr-status.

       550-write-journal.
           move rpt-curr-yr to jrn-yr
           move rpt-curr-day to jrn-day
           move ent-clerk-id to jrn-clerk-id
           move ent-employee-no to jrn-employee-no
           move ws-override-id to jrn-override-id
           write journal-rec
           move spaces to ws-override-id.
