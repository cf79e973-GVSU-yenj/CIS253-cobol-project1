      *> number from CH0602CNO.CTL, continuing the conversion's
      *> 10001-up assignment; changes fix the name fields; a close
      *> is refused unless CH0602BAL.NDX shows a zero closing
      *> balance. a written-off account comes back to active only
      *> when the collection file CH0602COL.NDX shows the write-off
      *> recovered in full. every action is journaled with the clerk
      *> id and the before/after images. the clerk signs on through
      *> OPSIGN and needs maintain authority here. raising a credit
      *> limit - including lifting it to none - needs a supervisor's
      *> override, journaled with the before and after limits. the
      *> mailing address statements and dunning letters go to is
      *> keyed on the add and changed with 'M'; a new address clears
      *> any returned-mail flag, and both addresses are journaled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BAL-CUST-NO.
           SELECT OPTIONAL COLLECTION-FILE
               ASSIGN TO "W:\Project2\CH0602COL.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS COL-CUST-NO.
           SELECT OPTIONAL CUSTOMER-CONTROL-FILE
               ASSIGN TO "W:\Project2\CH0602CNO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd  balance-master
           record contains 41 characters.
       copy custbal.

       fd  collection-file
           record contains 80 characters.
       copy custcol.

      *> last assigned customer number, kept across sessions.
       fd  customer-control-file
           record contains 5 characters.
           05  ctl-last-cust-no       pic 9(5).

       fd  maintenance-journal
           record contains 240 characters.
       01  journal-rec.
           05  jrn-yr                 pic 9(4).
           05  jrn-mth                pic 99.
           05  jrn-after-first-name   pic x(15).
           05  jrn-after-status       pic x.
           05  filler                 pic x(1).
           05  jrn-before-limit       pic 9(7).
           05  jrn-after-limit        pic 9(7).
           05  jrn-override-id        pic x(8).
           05  filler                 pic x(8).
           05  jrn-before-address     pic x(61).
           05  jrn-before-addr-status pic x.
           05  jrn-after-address      pic x(61).
           05  jrn-after-addr-status  pic x.
           05  filler                 pic x(6).

       FD  BUSINESS-DATE-FILE
           RECORD CONTAINS 9 CHARACTERS.

       WORKING-STORAGE SECTION.
       copy rptdate.
       copy oprsgn.

       01  override-fields.
           05  ws-override-id         pic x(8)    value spaces.
           05  ws-override-sw         pic x       value 'n'.
               88  ws-override-needed              value 'y'.

       01  work-areas.
           05  more-maintenance       pic x       value 'y'.
           05  ent-initial1           pic x       value space.
           05  ent-initial2           pic x       value space.
           05  ent-credit-limit       pic 9(7)    value zero.
           05  ent-mail-address.
               10  ent-street         pic x(30)   value spaces.
               10  ent-city           pic x(20)   value spaces.
               10  ent-state          pic x(2)    value spaces.
               10  ent-zip            pic x(9)    value spaces.

       01  message-fields.
           05  msg-line               pic x(45)   value spaces.
           05  cur-last-name-out      pic x(10)   value spaces.
           05  cur-first-name-out     pic x(15)   value spaces.
           05  cur-street-out         pic x(30)   value spaces.
           05  cur-city-out           pic x(20)   value spaces.
           05  cur-state-out          pic x(2)    value spaces.
           05  cur-zip-out            pic x(9)    value spaces.
           05  cur-addr-note-out      pic x(30)   value spaces.

       screen section.
       01  action-screen.
      *> 1 is value for Blue, 7 is value for White
           05  blank screen
               background-color is 1
               foreground-color is 7
               10  line 3 column 1
                   value 'A = add   C = change name   D = close'.
               10  line 4 column 1
                   value 'M = change mailing address'.
               10  line 5 column 1
                   value 'R = return written-off account to active'.
               10  line 6 column 1
                   value 'X = exit'.
               10  line 7 column 1
                   value 'Enter action:'.
               10  pic x to ws-action.

               10  line 12 column 1
                   value 'Credit limit (0 = none):'.
               10  pic 9(7) to ent-credit-limit.
               10  line 14 column 1
                   value 'Street:'.
               10  line 14 column 10 pic x(30) to ent-street.
               10  line 15 column 1
                   value 'City:'.
               10  line 15 column 10 pic x(20) to ent-city.
               10  line 16 column 1
                   value 'State:'.
               10  line 16 column 10 pic x(2) to ent-state.
               10  line 16 column 15
                   value 'ZIP:'.
               10  line 16 column 20 pic x(9) to ent-zip.

       01  change-detail-screen.
           05  background-color is 1
                   value 'Credit limit (0 = none):'.
               10  pic 9(7) to ent-credit-limit.

       01  address-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 10 column 1
                   value 'Current address:'.
               10  line 10 column 18 pic x(30) from cur-street-out.
               10  line 11 column 18 pic x(20) from cur-city-out.
               10  line 11 column 40 pic x(2) from cur-state-out.
               10  line 11 column 44 pic x(9) from cur-zip-out.
               10  line 12 column 18 pic x(30)
                   from cur-addr-note-out.
               10  line 14 column 1
                   value 'New street:'.
               10  line 14 column 14 pic x(30) to ent-street.
               10  line 15 column 1
                   value 'New city:'.
               10  line 15 column 14 pic x(20) to ent-city.
               10  line 16 column 1
                   value 'New state:'.
               10  line 16 column 14 pic x(2) to ent-state.
               10  line 16 column 19
                   value 'ZIP:'.
               10  line 16 column 24 pic x(9) to ent-zip.

       01  result-screen.
           05  background-color is 1
               foreground-color is 7
       PROCEDURE DIVISION.

       100-main.
           move 'S' to sgn-request
           move 'PROJECT2MNT' to sgn-program
           move 'M' to sgn-required-level
           call 'opsign' using sign-on-area
           if not sgn-granted
               display 'sign-on refused - session ended'
               goback
           end-if
           move sgn-user-id to ent-clerk-id
           perform 110-load-customer-control
           open i-o cust-master
                input balance-master
                i-o collection-file
                extend maintenance-journal
           perform 010-set-business-date
           if ws-next-cust-no = zero
               perform 120-find-highest-customer
           end-if
           perform until more-maintenance = 'n' or 'N'
               display action-screen
               accept  action-screen
                       perform 300-change-customer
                   when 'D' when 'd'
                       perform 400-close-customer
                   when 'M' when 'm'
                       perform 700-change-address
                   when 'R' when 'r'
                       perform 600-reinstate-customer
                   when 'X' when 'x'
                       move 'n' to more-maintenance
                   when other
                       move 'invalid action - use A C D M R or X'
                           to msg-line
                       display result-screen
                       accept  result-screen
           end-perform
           close cust-master
                 balance-master
                 collection-file
                 maintenance-journal
           perform 500-save-customer-control
           display 'end of maintenance session'
           close customer-control-file.

       200-add-customer.
           move spaces to ent-mail-address
           display add-detail-screen
           accept  add-detail-screen
      *> the address may be left off and keyed later with 'M', but
      *> one that is started has to be finished.
           perform 720-edit-address
           if msg-line not = spaces
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           move spaces to cust-master-rec
           add 1 to ws-next-cust-no
           move ws-next-cust-no to cust-no-m
           move ent-last-name to cust-last-name-m
           move ent-initial2 to cust-initial2-m
           move 'A' to cust-status-m
           move ent-credit-limit to cust-credit-limit-m
           move ent-mail-address to cust-mail-address-m
           move space to cust-addr-status-m
           move zero to cust-addr-returned-m
                        cust-last-activity-m
           write cust-master-rec
               invalid key
                   move 'customer number collision - not added'
               move cust-first-name-m to cur-first-name-out
               display change-detail-screen
               accept  change-detail-screen
               perform 310-check-override
               if ws-override-needed and not sgn-granted
                   move 'override refused - not saved' to msg-line
                   display result-screen
                   accept  result-screen
                   exit paragraph
               end-if
               perform 520-journal-before-image
               move ent-last-name to cust-last-name-m
               move ent-first-name to cust-first-name-m
           display result-screen
           accept  result-screen.

       310-check-override.
      *> a limit of zero means none at all, so taking a limit off is
      *> the biggest increase there is. a supervisor signed on here
      *> approves their own change.
           move 'n' to ws-override-sw
           if cust-credit-limit-m = zero
              or (ent-credit-limit not = zero
                  and ent-credit-limit not > cust-credit-limit-m)
               exit paragraph
           end-if
           move 'y' to ws-override-sw
           if sgn-level-supervise
               move 'Y' to sgn-result
               move sgn-user-id to ws-override-id
               exit paragraph
           end-if
           move 'O' to sgn-request
           move 'credit limit raised' to sgn-override-reason
           move ent-cust-no to sgn-override-key
           call 'opsign' using sign-on-area
           if sgn-granted
               move sgn-supervisor-id to ws-override-id
           end-if.

       400-close-customer.
           display cust-no-screen
           accept  cust-no-screen
           display result-screen
           accept  result-screen.

       600-reinstate-customer.
           display cust-no-screen
           accept  cust-no-screen
           perform 450-read-customer
           if not ws-rec-found
               move 'customer not on file' to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           if not cust-written-off
               move 'account is not written off' to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           move ent-cust-no to col-cust-no
           read collection-file
               invalid key
                   move 'no collection record - NOT returned'
                       to msg-line
                   display result-screen
                   accept  result-screen
                   exit paragraph
           end-read
           if not col-paid-in-full
               move 'not recovered in full - NOT returned'
                   to msg-line
           else
               perform 520-journal-before-image
               move 'A' to cust-status-m
               perform 530-journal-after-image
               rewrite cust-master-rec
               move 'REINST' to jrn-action
               move cust-no-m to jrn-cust-no
               perform 550-write-journal
               move 'A' to col-status
               move ws-rpt-date to col-reinstated-date
               rewrite collection-rec
               move 'account returned to active' to msg-line
           end-if
           display result-screen
           accept  result-screen.

       700-change-address.
           display cust-no-screen
           accept  cust-no-screen
           perform 450-read-customer
           if not ws-rec-found
               move 'customer not on file' to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           move cust-street-m to cur-street-out
           move cust-city-m to cur-city-out
           move cust-state-m to cur-state-out
           move cust-zip-m to cur-zip-out
           move spaces to cur-addr-note-out
           if cust-address-bad
               string 'mail returned ' cust-addr-returned-m
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
           perform 720-edit-address
           if msg-line = spaces
      *> a new address is taken to be a good one, so the returned
      *> mail flag comes off with it.
               perform 520-journal-before-image
               move ent-mail-address to cust-mail-address-m
               move space to cust-addr-status-m
               move zero to cust-addr-returned-m
               perform 530-journal-after-image
               rewrite cust-master-rec
               move 'ADDR' to jrn-action
               move cust-no-m to jrn-cust-no
               perform 550-write-journal
               move 'mailing address changed' to msg-line
           end-if
           display result-screen
           accept  result-screen.

       720-edit-address.
      *> msg-line comes back blank when the address is either all
      *> blank or complete enough to mail to.
           move spaces to msg-line
           if ent-mail-address = spaces
               exit paragraph
           end-if
           inspect ent-state converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           if ent-street = spaces or ent-city = spaces
              or ent-state = spaces or ent-zip = spaces
               move 'address incomplete - not saved' to msg-line
               exit paragraph
           end-if
           if ent-zip(1:5) is not numeric
               move 'ZIP code not valid - not saved' to msg-line
           end-if.

       450-read-customer.
           move ent-cust-no to cust-no-m
           move 'y' to ws-rec-found-sw
       510-journal-before-blank.
           move spaces to jrn-before-last-name
                          jrn-before-first-name
           move space to jrn-before-status
                         jrn-before-addr-status
           move spaces to jrn-before-address
           move zero to jrn-before-limit.

       520-journal-before-image.
           move cust-last-name-m to jrn-before-last-name
           move cust-first-name-m to jrn-before-first-name
           move cust-status-m to jrn-before-status
           move cust-credit-limit-m to jrn-before-limit
           move cust-mail-address-m to jrn-before-address
           move cust-addr-status-m to jrn-before-addr-status.

       530-journal-after-image.
           move cust-last-name-m to jrn-after-last-name
           move cust-first-name-m to jrn-after-first-name
           move cust-status-m to jrn-after-status
           move cust-credit-limit-m to jrn-after-limit
           move cust-mail-address-m to jrn-after-address
           move cust-addr-status-m to jrn-after-addr-status.

       550-write-journal.
           move rpt-curr-yr to jrn-yr
           move rpt-curr-mth to jrn-mth
           move rpt-curr-day to jrn-day
           move ent-clerk-id to jrn-clerk-id
           move ws-override-id to jrn-override-id
           write journal-rec
           move spaces to ws-override-id.

       010-set-business-date.
      *> report headings and log stamps carry the business date
