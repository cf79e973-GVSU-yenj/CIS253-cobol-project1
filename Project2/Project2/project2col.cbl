       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROJECT2COL.
       AUTHOR. JON YEN.
      *> monthly collection agency run, after the write-off run.
      *> every written-off account waiting on CH0602COL.NDX is
      *> placed with the agency CH0602AGY.PAR marks as taking new
      *> accounts, and goes to that agency on the placement file
      *> CH0602PLC.DAT. the agencies' remittance file CH0602REM.DAT
      *> is then posted back against the accounts they hold: the
      *> gross collected, the commission the agency kept at its
      *> rate from the parm file, and the net we receive. an account
      *> recovered in full is marked paid in full, which is what
      *> lets the maintenance desk return it to active. the net
      *> goes to cash and the commission to expense against bad
      *> debt recoveries on the gl extract. the placement and
      *> recovery report closes with recovery rates by agency and
      *> by write-off month. a remittance for an account the agency
      *> does not hold is rejected and logged. the remittance file
      *> is emptied once posted, so a rerun cannot post it twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AGENCY-PARM-FILE
               ASSIGN TO "W:\Project2\CH0602AGY.PAR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COLLECTION-FILE
               ASSIGN TO "W:\Project2\CH0602COL.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS COL-CUST-NO.
           SELECT CUST-MASTER
               ASSIGN TO "W:\Project2\CH0602MST.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO-M.
           SELECT PLACEMENT-FILE
               ASSIGN TO "W:\Project2\CH0602PLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REMITTANCE-FILE
               ASSIGN TO "W:\Project2\CH0602REM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE
               ASSIGN TO "W:\PROJECT1\CH0101GLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE
               ASSIGN TO "W:\Project2\CH0602COL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-LOG-FILE
               ASSIGN TO "W:\EXCEPTIONS\CH9999EXC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "W:\CONTROL\BUSDATE.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       file section.
      *> one record per collection agency we use: its code, name,
      *> commission rate, and 'Y' on the one taking new accounts.
       fd  agency-parm-file
           record contains 30 characters.
       01  agency-parm-rec.
           05  agp-code               pic x(4).
           05  agp-name               pic x(20).
           05  agp-commission-pct     pic 9v9(4).
           05  agp-placing-sw         pic x.

       fd  collection-file
           record contains 80 characters.
       copy custcol.

       fd  cust-master
           record contains 120 characters.
       copy custmst.

      *> the accounts sent to the agency this month.
       fd  placement-file
           record contains 60 characters.
       01  placement-rec.
           05  plc-agency-code        pic x(4).
           05  plc-cust-no            pic 9(5).
           05  plc-last-name          pic x(10).
           05  plc-first-name         pic x(15).
           05  plc-wof-amt            pic 9(7)v99.
           05  plc-wof-date           pic 9(8).
           05  plc-placed-date        pic 9(8).
           05  filler                 pic x.

      *> what each agency collected on our accounts, gross.
       fd  remittance-file
           record contains 30 characters.
       01  remittance-rec.
           05  rem-agency-code        pic x(4).
           05  rem-cust-no            pic x(5).
           05  rem-cust-no-n redefines rem-cust-no
                                      pic 9(5).
           05  rem-collected-amt      pic 9(7)v99.
           05  rem-collected-date     pic 9(8).
           05  filler                 pic x(4).

       fd  gl-posting-file
           record contains 51 characters.
       01  gl-posting-rec.
           05  glp-account             pic x(8).
           05  glp-run-date            pic 9(8).
           05  glp-dr-cr               pic x.
           05  glp-amount              pic 9(9)v99.
           05  glp-description         pic x(23).

       fd  print-file
           record contains 100 characters.
       01  print-rec                  pic x(100).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       FD  BUSINESS-DATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       copy busdate.

       WORKING-STORAGE SECTION.
       copy rptdate.
       copy rpthdr1.

       01  work-areas.
           05  are-there-more-records pic xxx     value 'yes'.
               88  no-more-records                 value 'no'.
           05  ws-pg-ct               pic 9(3)    value zero.
           05  ws-placing-sub         pic 99      value zero.
           05  ws-agy-sub             pic 99      value zero.
           05  ws-reject-msg          pic x(40)   value spaces.
           05  ws-log-key             pic x(20)   value spaces.

       01  ws-exceptions-sw           pic x       value 'n'.
           88  ws-exceptions-logged               value 'y'.

       01  ws-today                   pic 9(8)    value zero.
       01  ws-today-parts redefines ws-today.
           05  ws-today-yr            pic 9(4).
           05  ws-today-mth           pic 99.
           05  ws-today-day           pic 99.

       01  remit-work.
           05  ws-commission          pic 9(7)v99 value zero.
           05  ws-net                 pic 9(7)v99 value zero.
           05  ws-rate                pic 9(3)v9  value zero.

       01  run-totals.
           05  ws-placed-count        pic 9(5)     value zero.
           05  ws-placed-total        pic 9(9)v99  value zero.
           05  ws-posted-count        pic 9(5)     value zero.
           05  ws-gross-total         pic 9(9)v99  value zero.
           05  ws-commission-total    pic 9(9)v99  value zero.
           05  ws-net-total           pic 9(9)v99  value zero.
           05  ws-rejected-count      pic 9(5)     value zero.
           05  ws-paid-full-count     pic 9(5)     value zero.

      *> the agencies from the parm file, with their recovery
      *> figures gathered from the whole collection file. an agency
      *> code on file but no longer in the parm file is carried
      *> under its code alone.
       01  ws-agy-count               pic 99      value zero.
       01  agency-table.
           05  agy-entry occurs 20 times indexed by ag-x.
               10  agy-code           pic x(4).
               10  agy-name           pic x(20).
               10  agy-commission-pct pic 9v9(4).
               10  agy-placed-count   pic 9(5).
               10  agy-placed-amt     pic 9(9)v99.
               10  agy-gross          pic 9(9)v99.
               10  agy-commission     pic 9(9)v99.

      *> recovery by the month of write-off, searched and kept the
      *> same way the over-limit report builds its worklist.
       01  ws-mth-count               pic 99      value zero.
       01  ws-mth-overflow-sw         pic x       value 'n'.
           88  ws-mth-overflow                     value 'y'.
       01  ws-wof-month               pic 9(6)    value zero.
       01  month-table.
           05  mth-entry occurs 60 times indexed by mt-x.
               10  mth-key            pic 9(6).
               10  mth-count          pic 9(5).
               10  mth-wof-amt        pic 9(9)v99.
               10  mth-gross          pic 9(9)v99.
               10  mth-commission     pic 9(9)v99.
               10  mth-done-sw        pic x.
       01  ws-pick-sub                pic 99      value zero.
       01  ws-low-month               pic 9(6)    value zero.

      *> the accounts on the gl chart glacct seeds.
       01  gl-accounts.
           05  gl-acct-receipts       pic x(8)    value '10200000'.
           05  gl-acct-recoveries     pic x(8)    value '40400000'.
           05  gl-acct-commission     pic x(8)    value '60400000'.

       01  gl-pair-work.
           05  ws-gl-debit-acct       pic x(8).
           05  ws-gl-credit-acct      pic x(8).
           05  ws-gl-amount           pic 9(9)v99.
           05  ws-gl-description      pic x(23).

       01  section-line.
           05  section-title-out      pic x(50).

       01  blank-line                 pic x       value space.

       01  placement-hdr.
           05  filler                 pic x(8)     value 'customer'.
           05  filler                 pic x(10)    value spaces.
           05  filler                 pic x(6)     value 'agency'.
           05  filler                 pic x(4)     value spaces.
           05  filler                 pic x(11)    value 'written off'.
           05  filler                 pic x(6)     value spaces.
           05  filler                 pic x(6)     value 'amount'.

       01  placement-line.
           05  plc-cust-no-out        pic 9(5).
           05  filler                 pic x        value space.
           05  plc-last-name-out      pic x(10).
           05  filler                 pic x(2)     value spaces.
           05  plc-agency-out         pic x(4).
           05  filler                 pic x(6)     value spaces.
           05  plc-wof-date-out       pic 9999/99/99.
           05  filler                 pic x(2)     value spaces.
           05  plc-amount-out         pic $$,$$$,$$9.99.

       01  remit-hdr.
           05  filler                 pic x(6)     value 'agency'.
           05  filler                 pic x(2)     value spaces.
           05  filler                 pic x(8)     value 'customer'.
           05  filler                 pic x(6)     value spaces.
           05  filler                 pic x(5)     value 'gross'.
           05  filler                 pic x(5)     value spaces.
           05  filler                 pic x(10)    value 'commission'.
           05  filler                 pic x(8)     value spaces.
           05  filler                 pic x(3)     value 'net'.

       01  remit-line.
           05  rml-agency-out         pic x(4).
           05  filler                 pic x(4)     value spaces.
           05  rml-cust-no-out        pic x(5).
           05  filler                 pic x(2)     value spaces.
           05  rml-gross-out          pic $$,$$$,$$9.99.
           05  filler                 pic x(2)     value spaces.
           05  rml-commission-out     pic $$,$$$,$$9.99.
           05  filler                 pic x(2)     value spaces.
           05  rml-net-out            pic $$,$$$,$$9.99.
           05  filler                 pic x(2)     value spaces.
           05  rml-note-out           pic x(40).

       01  rate-hdr.
           05  filler                 pic x(24)    value spaces.
           05  filler                 pic x(5)     value 'accts'.
           05  filler                 pic x(4)     value spaces.
           05  filler                 pic x(11)    value 'written off'.
           05  filler                 pic x(4)     value spaces.
           05  filler                 pic x(9)     value 'recovered'.
           05  filler                 pic x(5)     value spaces.
           05  filler                 pic x(10)    value 'commission'.
           05  filler                 pic x(3)     value spaces.
           05  filler                 pic x(4)     value 'rate'.

       01  rate-line.
           05  rat-label-out          pic x(24).
           05  rat-count-out          pic zz,zz9.
           05  filler                 pic x(2)     value spaces.
           05  rat-wof-out            pic $$,$$$,$$9.99.
           05  filler                 pic x(2)     value spaces.
           05  rat-gross-out          pic $$,$$$,$$9.99.
           05  filler                 pic x(2)     value spaces.
           05  rat-commission-out     pic $$,$$$,$$9.99.
           05  filler                 pic x(2)     value spaces.
           05  rat-rate-out           pic zz9.9.
           05  filler                 pic x        value '%'.

       01  month-label.
           05  mlb-yr                 pic 9(4).
           05  filler                 pic x        value '/'.
           05  mlb-mth                pic 99.

       01  total-line.
           05  tot-label              pic x(34).
           05  tot-count-out          pic zz,zz9.
           05  filler                 pic x(3)     value spaces.
           05  tot-amount-out         pic $$$,$$$,$$9.99.

       01  amount-line.
           05  amt-label              pic x(43).
           05  amt-amount-out         pic $$$,$$$,$$9.99.

       01  overflow-note-line.
           05  filler                 pic x(50)
               value '*** month table full - later months not shown'.

       PROCEDURE DIVISION.
       100-main-module.
           perform 110-load-agencies
           open i-o collection-file
                input cust-master
                input remittance-file
                output placement-file
                output print-file
                extend gl-posting-file
                extend exception-log-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-today-yr
           move rpt-curr-mth to ws-today-mth
           move rpt-curr-day to ws-today-day
           perform 150-heading-rtn
           perform 200-place-accounts
           perform 300-post-remittances
           perform 400-write-gl-entries
           perform 500-write-run-totals
           perform 600-recovery-rates
           close collection-file
                 cust-master
                 remittance-file
                 placement-file
                 print-file
                 gl-posting-file
                 exception-log-file
      *> posted remittances are gone from the file, the same way
      *> the lockbox file is emptied once loaded.
           open output remittance-file
           close remittance-file
           if ws-exceptions-logged
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of collection agency run'
           goback.

       110-load-agencies.
           open input agency-parm-file
           perform until 1 = 2
               read agency-parm-file
                   at end exit perform
               end-read
               if ws-agy-count < 20
                   add 1 to ws-agy-count
                   set ag-x to ws-agy-count
                   move agp-code to agy-code(ag-x)
                   move agp-name to agy-name(ag-x)
                   move agp-commission-pct
                       to agy-commission-pct(ag-x)
                   move zero to agy-placed-count(ag-x)
                                agy-placed-amt(ag-x)
                                agy-gross(ag-x)
                                agy-commission(ag-x)
                   if agp-placing-sw = 'Y' or 'y'
                       move ws-agy-count to ws-placing-sub
                   end-if
               end-if
           end-perform
           close agency-parm-file.

       150-heading-rtn.
           move 'collection placement and recovery' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1.

       200-place-accounts.
           move 'accounts placed this run' to section-title-out
           write print-rec from section-line
           write print-rec from placement-hdr
           move zero to col-cust-no
           start collection-file key is not less than col-cust-no
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read collection-file next record
                   at end exit perform
               end-read
               if col-awaiting-placement
                   perform 250-place-account
               end-if
           end-perform.

       250-place-account.
      *> with no agency marked as taking new accounts the account
      *> waits, logged, for next month's run.
           if ws-placing-sub = zero
               move 'no agency taking new accounts'
                   to ws-reject-msg
               move spaces to ws-log-key
               move col-cust-no to ws-log-key
               perform 295-write-exception-log
               exit paragraph
           end-if
           set ag-x to ws-placing-sub
           move col-cust-no to cust-no-m
           read cust-master
               invalid key
                   move 'unknown' to cust-last-name-m
                   move spaces to cust-first-name-m
           end-read
           move agy-code(ag-x) to col-agency-code
           move ws-today to col-placed-date
           move 'P' to col-status
           rewrite collection-rec
           move spaces to placement-rec
           move col-agency-code to plc-agency-code
           move col-cust-no to plc-cust-no
           move cust-last-name-m to plc-last-name
           move cust-first-name-m to plc-first-name
           move col-wof-amt to plc-wof-amt
           move col-wof-date to plc-wof-date
           move col-placed-date to plc-placed-date
           write placement-rec
           move col-cust-no to plc-cust-no-out
           move cust-last-name-m to plc-last-name-out
           move col-agency-code to plc-agency-out
           move col-wof-date to plc-wof-date-out
           move col-wof-amt to plc-amount-out
           write print-rec from placement-line
           add 1 to ws-placed-count
           add col-wof-amt to ws-placed-total.

       300-post-remittances.
           write print-rec from blank-line
           move 'agency remittances posted' to section-title-out
           write print-rec from section-line
           write print-rec from remit-hdr
           perform until no-more-records
               read remittance-file
                   at end move 'no' to are-there-more-records
                   not at end perform 310-post-remittance
               end-read
           end-perform.

       310-post-remittance.
           move rem-agency-code to rml-agency-out
           move rem-cust-no to rml-cust-no-out
           move zero to ws-commission ws-net
           move spaces to ws-reject-msg
           evaluate true
               when rem-cust-no is not numeric
                   move 'customer number not numeric'
                       to ws-reject-msg
               when rem-collected-amt is not numeric
                 or rem-collected-amt = zero
                   move 'collected amount missing' to ws-reject-msg
           end-evaluate
           if ws-reject-msg = spaces
               move rem-cust-no-n to col-cust-no
               read collection-file
                   invalid key
                       move 'account not placed for collection'
                           to ws-reject-msg
               end-read
           end-if
           if ws-reject-msg = spaces
               if not (col-placed or col-paid-in-full)
                   move 'account not placed for collection'
                       to ws-reject-msg
               else
                   if col-agency-code not = rem-agency-code
                       move 'agency does not hold account'
                           to ws-reject-msg
                   end-if
               end-if
           end-if
           if ws-reject-msg not = spaces
               move rem-collected-amt to rml-gross-out
               move zero to rml-commission-out rml-net-out
               move ws-reject-msg to rml-note-out
               write print-rec from remit-line
               add 1 to ws-rejected-count
               move spaces to ws-log-key
               string rem-agency-code ' ' rem-cust-no
                   delimited by size into ws-log-key
               perform 295-write-exception-log
               exit paragraph
           end-if
           perform 320-find-agency
           if ws-agy-sub > zero
               set ag-x to ws-agy-sub
               compute ws-commission rounded =
                   rem-collected-amt * agy-commission-pct(ag-x)
           end-if
           compute ws-net = rem-collected-amt - ws-commission
           add rem-collected-amt to col-recovered-gross
           add ws-commission to col-commission-amt
           move rem-collected-date to col-last-remit-date
           move spaces to rml-note-out
           if col-placed and col-recovered-gross >= col-wof-amt
               move 'F' to col-status
               move 'recovered in full' to rml-note-out
               add 1 to ws-paid-full-count
           end-if
           rewrite collection-rec
           move rem-collected-amt to rml-gross-out
           move ws-commission to rml-commission-out
           move ws-net to rml-net-out
           write print-rec from remit-line
           add 1 to ws-posted-count
           add rem-collected-amt to ws-gross-total
           add ws-commission to ws-commission-total
           add ws-net to ws-net-total.

       320-find-agency.
      *> an agency missing from the parm file earns no commission
      *> here; its remittance is posted at the full amount.
           move zero to ws-agy-sub
           perform varying ag-x from 1 by 1
                   until ag-x > ws-agy-count
               if agy-code(ag-x) = col-agency-code
                   set ws-agy-sub to ag-x
               end-if
           end-perform.

       295-write-exception-log.
           move 'y' to ws-exceptions-sw
           move 'proj2col' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move ws-log-key to exc-log-key
           move ws-reject-msg to exc-log-message
           write exception-log-rec.

       400-write-gl-entries.
      *> the agency sends the net; the commission it kept is
      *> expense, and the gross is the recovery of bad debt.
           move gl-acct-receipts to ws-gl-debit-acct
           move gl-acct-recoveries to ws-gl-credit-acct
           move ws-net-total to ws-gl-amount
           move 'agency recoveries, net' to ws-gl-description
           perform 450-write-gl-pair
           move gl-acct-commission to ws-gl-debit-acct
           move gl-acct-recoveries to ws-gl-credit-acct
           move ws-commission-total to ws-gl-amount
           move 'agency commission' to ws-gl-description
           perform 450-write-gl-pair.

       450-write-gl-pair.
      *> a balanced debit and credit; a month with none of it
      *> writes nothing.
           if ws-gl-amount = zero
               exit paragraph
           end-if
           move ws-gl-debit-acct to glp-account
           move ws-rpt-date to glp-run-date
           move 'D' to glp-dr-cr
           move ws-gl-amount to glp-amount
           move ws-gl-description to glp-description
           write gl-posting-rec
           move ws-gl-credit-acct to glp-account
           move 'C' to glp-dr-cr
           write gl-posting-rec.

       500-write-run-totals.
           write print-rec from blank-line
           move 'accounts placed:' to tot-label
           move ws-placed-count to tot-count-out
           move ws-placed-total to tot-amount-out
           write print-rec from total-line
           move 'remittances posted, gross:' to tot-label
           move ws-posted-count to tot-count-out
           move ws-gross-total to tot-amount-out
           write print-rec from total-line
           move 'agency commission:' to amt-label
           move ws-commission-total to amt-amount-out
           write print-rec from amount-line
           move 'net recovered:' to amt-label
           move ws-net-total to amt-amount-out
           write print-rec from amount-line
           move 'remittances rejected:' to tot-label
           move ws-rejected-count to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line
           move 'accounts recovered in full:' to tot-label
           move ws-paid-full-count to tot-count-out
           write print-rec from total-line.

       600-recovery-rates.
      *> rates are worked from the whole collection file: what each
      *> agency was given against what it has brought back, and
      *> the same by the month the debt was written off.
           move zero to col-cust-no
           start collection-file key is not less than col-cust-no
               invalid key continue
           end-start
           perform until 1 = 2
               read collection-file next record
                   at end exit perform
               end-read
               perform 620-accum-agency
               perform 640-accum-month
           end-perform
           write print-rec from blank-line
           move 'recovery by agency' to section-title-out
           write print-rec from section-line
           write print-rec from rate-hdr
           perform varying ag-x from 1 by 1
                   until ag-x > ws-agy-count
               move agy-name(ag-x) to rat-label-out
               if agy-name(ag-x) = spaces
                   move agy-code(ag-x) to rat-label-out
               end-if
               move agy-placed-count(ag-x) to rat-count-out
               move agy-placed-amt(ag-x) to rat-wof-out
               move agy-gross(ag-x) to rat-gross-out
               move agy-commission(ag-x) to rat-commission-out
               move zero to ws-rate
               if agy-placed-amt(ag-x) > zero
                   compute ws-rate rounded =
                       agy-gross(ag-x) * 100 / agy-placed-amt(ag-x)
               end-if
               move ws-rate to rat-rate-out
               write print-rec from rate-line
           end-perform
           write print-rec from blank-line
           move 'recovery by write-off month' to section-title-out
           write print-rec from section-line
           write print-rec from rate-hdr
           perform 660-print-months-in-order
           if ws-mth-overflow
               write print-rec from overflow-note-line
           end-if.

       620-accum-agency.
           if col-agency-code = spaces
               exit paragraph
           end-if
           perform 320-find-agency
           if ws-agy-sub = zero
               if ws-agy-count >= 20
                   exit paragraph
               end-if
               add 1 to ws-agy-count
               move ws-agy-count to ws-agy-sub
               set ag-x to ws-agy-sub
               move col-agency-code to agy-code(ag-x)
               move spaces to agy-name(ag-x)
               move zero to agy-commission-pct(ag-x)
                            agy-placed-count(ag-x)
                            agy-placed-amt(ag-x)
                            agy-gross(ag-x)
                            agy-commission(ag-x)
           end-if
           set ag-x to ws-agy-sub
           add 1 to agy-placed-count(ag-x)
           add col-wof-amt to agy-placed-amt(ag-x)
           add col-recovered-gross to agy-gross(ag-x)
           add col-commission-amt to agy-commission(ag-x).

       640-accum-month.
           compute ws-wof-month = col-wof-yr * 100 + col-wof-mth
           set mt-x to 1
           search mth-entry
               at end
                   if ws-mth-count >= 60
                       move 'y' to ws-mth-overflow-sw
                   else
                       add 1 to ws-mth-count
                       set mt-x to ws-mth-count
                       move ws-wof-month to mth-key(mt-x)
                       move 1 to mth-count(mt-x)
                       move col-wof-amt to mth-wof-amt(mt-x)
                       move col-recovered-gross to mth-gross(mt-x)
                       move col-commission-amt
                           to mth-commission(mt-x)
                       move 'n' to mth-done-sw(mt-x)
                   end-if
               when mth-key(mt-x) = ws-wof-month
                   add 1 to mth-count(mt-x)
                   add col-wof-amt to mth-wof-amt(mt-x)
                   add col-recovered-gross to mth-gross(mt-x)
                   add col-commission-amt to mth-commission(mt-x)
           end-search.

       660-print-months-in-order.
      *> the months were gathered in customer order; they print
      *> oldest first, picking the lowest month left each pass.
           perform until 1 = 2
               move zero to ws-pick-sub
               move 999999 to ws-low-month
               perform varying mt-x from 1 by 1
                       until mt-x > ws-mth-count
                   if mth-done-sw(mt-x) = 'n'
                      and mth-key(mt-x) <= ws-low-month
                       move mth-key(mt-x) to ws-low-month
                       set ws-pick-sub to mt-x
                   end-if
               end-perform
               if ws-pick-sub = zero
                   exit perform
               end-if
               set mt-x to ws-pick-sub
               move 'y' to mth-done-sw(mt-x)
               perform 670-print-month
           end-perform.

       670-print-month.
           move mth-key(mt-x) to ws-wof-month
           move ws-wof-month(1:4) to mlb-yr
           move ws-wof-month(5:2) to mlb-mth
           move spaces to rat-label-out
           move month-label to rat-label-out
           move mth-count(mt-x) to rat-count-out
           move mth-wof-amt(mt-x) to rat-wof-out
           move mth-gross(mt-x) to rat-gross-out
           move mth-commission(mt-x) to rat-commission-out
           move zero to ws-rate
           if mth-wof-amt(mt-x) > zero
               compute ws-rate rounded =
                   mth-gross(mt-x) * 100 / mth-wof-amt(mt-x)
           end-if
           move ws-rate to rat-rate-out
           write print-rec from rate-line.

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
