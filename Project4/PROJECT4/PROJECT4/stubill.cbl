       identification division.
       program-id. STUBILL.

       author. Jon Yen.
      *> term tuition billing run. the bursar used to bill from a
      *> spreadsheet kept beside PROJECT4; this run bills straight
      *> from the registrar's files. CH1004TCR.DAT carries each
      *> student's enrolled credits for the term named in
      *> CH1004TRM.PAR. a student at 12 or more credits is full-time
      *> and pays the school's flat full-time tuition; under 12 is
      *> part-time and pays the school's per-credit rate for each
      *> credit; both pay the term fees. the rates come from
      *> CH1004TUI.TAB by school and full-time/part-time, in whole
      *> dollars since receivables carries whole-dollar amounts.
      *> each bill goes onto CH0602.DAT as a type-'T' tuition
      *> charge under the next CH0602RCP.CTL reference, charged to
      *> the customer number cross-referenced on CH1004MST.NDX; a
      *> student with none yet is opened on CH0602MST.NDX under the
      *> next CH0602CNO.CTL number, so statements, aging and dunning
      *> cover tuition from the first bill. the term billed is kept
      *> on the student master and a second bill for the same term
      *> is refused. the billing register totals by school;
      *> rejected lines go to the register and the shared exception
      *> log.
       environment division.

       input-output section.
       file-control.
           select optional term-parm-file
           assign to "w:\Project4\CH1004TRM.PAR"
               organization is line sequential.

           select optional term-credit-file
           assign to "w:\Project4\CH1004TCR.DAT"
               organization is line sequential.

           select optional tuition-rate-file
           assign to "w:\Project4\CH1004TUI.TAB"
               organization is line sequential.

           select student-master
           assign to "w:\Project4\CH1004MST.NDX"
               organization is indexed
               access is random
               record key is soc-sec-no-m.

           select cust-master
           assign to "W:\Project2\CH0602MST.NDX"
               organization is indexed
               access is dynamic
               record key is cust-no-m.

           select optional customer-control-file
           assign to "W:\Project2\CH0602CNO.CTL"
               organization is line sequential.

           select optional receipt-control-file
           assign to "W:\Project2\CH0602RCP.CTL"
               organization is line sequential.

           select cust-file
           assign to "W:\Project2\CH0602.DAT"
               organization is line sequential.

           select billing-register
           assign to "w:\Project4\CH1004BIL.RPT"
               organization is line sequential.

           select optional exception-log-file
           assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
               organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.
       file section.

       fd  term-parm-file
           record contains 6 characters.
       01  term-parm-rec                   pic x(6).

      *> one line per student enrolled for the term: ssn, term and
      *> the credits the student is carrying.
       fd  term-credit-file
           record contains 17 characters.
       01  term-credit-rec.
           05  tcr-soc-sec-no-in           pic x(9).
           05  tcr-term-in                 pic x(6).
           05  tcr-credits-in              pic x(2).

      *> one line per school and full-time/part-time status: the
      *> flat full-time tuition or the part-time rate per credit,
      *> and the term fees, all in whole dollars.
       fd  tuition-rate-file
           record contains 11 characters.
       01  tuition-rate-rec.
           05  tui-school-in               pic x.
           05  tui-status-in               pic x.
           05  tui-tuition-in              pic 9(5).
           05  tui-fees-in                 pic 9(4).

       fd  student-master
           record contains 80 characters.
       copy stumst.

       fd  cust-master
           record contains 120 characters.
       copy custmst.

      *> last assigned customer number, shared with the customer
      *> maintenance desk.
       fd  customer-control-file
           record contains 5 characters.
       01  customer-control-rec.
           05  ctl-last-cust-no            pic 9(5).

      *> last assigned receipt number, shared with the entry desk;
      *> each tuition charge takes the next one as its reference.
       fd  receipt-control-file
           record contains 6 characters.
       01  receipt-control-rec.
           05  ctl-last-receipt-no         pic 9(6).

       fd  cust-file
           record contains 30 characters.
       copy custtrn.

       fd  billing-register
           record contains 100 characters.
       01  register-out                    pic x(100).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       working-storage section.
       copy rptdate.
       copy rpthdr1.

       01 temp-values.
           05 r-there-more-rcds            pic x(3)    value 'yes'.
           05 ws-pg-count                  pic 999     value 0.
           05 ws-next-cust-no              pic 9(5)    value zero.
           05 ws-next-receipt-no           pic 9(6)    value zero.

      *> term being billed, from CH1004TRM.PAR; yyyymm of the
      *> business date when the registrar has not set it.
       01 ws-term-code                    pic x(6)    value spaces.

       01 ws-master-found-sw              pic x       value 'y'.
           88 ws-master-found                          value 'y'.
           88 ws-master-not-found                      value 'n'.

       01 ws-cust-found-sw                pic x       value 'y'.
           88 ws-cust-found                            value 'y'.
           88 ws-cust-not-found                        value 'n'.

       01 ws-exceptions-sw                pic x       value 'n'.
           88 ws-exceptions-printed                    value 'y'.

       01 ws-exc-message                   pic x(40)   value spaces.

      *> the rate table as loaded from CH1004TUI.TAB.
       01 ws-rate-count                    pic 99      value zero.
       01 rate-table.
           05 rate-entry occurs 20 times indexed by rt-x.
               10 rte-school               pic x.
               10 rte-status               pic x.
               10 rte-tuition              pic 9(5).
               10 rte-fees                 pic 9(4).

       01 bill-work.
           05 ws-credits                   pic 99      value zero.
           05 ws-status                    pic x       value space.
               88 ws-full-time                         value 'F'.
               88 ws-part-time                         value 'P'.
           05 ws-tuition                   pic 9(6)    value zero.
           05 ws-fees                      pic 9(4)    value zero.
           05 ws-bill-total                pic 9(6)    value zero.
           05 ws-new-account-sw            pic x       value 'n'.
               88 ws-new-account                       value 'y'.

      *> billing totals by school, in the order schools first bill.
       01 ws-school-count                  pic 99      value zero.
       01 school-table.
           05 school-entry occurs 10 times indexed by sc-x.
               10 sch-code                 pic x.
               10 sch-ft-count             pic 9(5).
               10 sch-pt-count             pic 9(5).
               10 sch-tuition              pic 9(9).
               10 sch-fees                 pic 9(9).
               10 sch-total                pic 9(9).

       01 billing-counts.
           05 ws-students-billed           pic 9(5)    value zero.
           05 ws-accounts-opened           pic 9(5)    value zero.
           05 ws-bills-rejected            pic 9(5)    value zero.
           05 ws-grand-total               pic 9(9)    value zero.

       01 register-hdr.
           05  filler            pic x(9)    value 'ssn'.
           05  filler            pic x(2)    value spaces.
           05  filler            pic x(4)    value 'name'.
           05  filler            pic x(18)   value spaces.
           05  filler            pic x(4)    value 'schl'.
           05  filler            pic x(2)    value spaces.
           05  filler            pic x(5)    value 'ft/pt'.
           05  filler            pic x(1)    value spaces.
           05  filler            pic x(3)    value 'crs'.
           05  filler            pic x(6)    value spaces.
           05  filler            pic x(7)    value 'tuition'.
           05  filler            pic x(6)    value spaces.
           05  filler            pic x(4)    value 'fees'.
           05  filler            pic x(8)    value spaces.
           05  filler            pic x(5)    value 'total'.
           05  filler            pic x(2)    value spaces.
           05  filler            pic x(8)    value 'customer'.

       01 register-detail.
           05  reg-ssn-out        pic x(9).
           05  filler            pic x(2)    value spaces.
           05  reg-name-out       pic x(21).
           05  filler            pic x(2)    value spaces.
           05  reg-school-out     pic x.
           05  filler            pic x(5)    value spaces.
           05  reg-status-out     pic x.
           05  filler            pic x(3)    value spaces.
           05  reg-credits-out    pic z9.
           05  filler            pic x(2)    value spaces.
           05  reg-tuition-out    pic $$$,$$9.
           05  filler            pic x(2)    value spaces.
           05  reg-fees-out       pic $$,$$9.
           05  filler            pic x(2)    value spaces.
           05  reg-total-out      pic $$$,$$9.
           05  filler            pic x(2)    value spaces.
           05  reg-cust-no-out    pic x(5).
           05  filler            pic x(2)    value spaces.
           05  reg-note-out       pic x(20).

       01 reject-detail.
           05  rej-ssn-out        pic x(9).
           05  filler            pic x(2)    value spaces.
           05  rej-term-out       pic x(6).
           05  filler            pic x(2)    value spaces.
           05  rej-message-out    pic x(51).

       01 school-hdr.
           05  filler            pic x(16)   value 'school totals'.
           05  filler            pic x(9)    value 'full'.
           05  filler            pic x(9)    value 'part'.
           05  filler            pic x(14)   value 'tuition'.
           05  filler            pic x(13)   value 'fees'.
           05  filler            pic x(5)    value 'total'.

       01 school-line.
           05  scl-school-out     pic x.
           05  filler            pic x       value space.
           05  scl-name-out       pic x(12).
           05  scl-ft-out         pic zz,zz9.
           05  filler            pic x(3)    value spaces.
           05  scl-pt-out         pic zz,zz9.
           05  filler            pic x(2)    value spaces.
           05  scl-tuition-out    pic $$$,$$$,$$9.
           05  filler            pic x(2)    value spaces.
           05  scl-fees-out       pic $$$,$$$,$$9.
           05  filler            pic x(2)    value spaces.
           05  scl-total-out      pic $$$,$$$,$$9.

       01 count-line.
           05  cnt-label          pic x(28).
           05  cnt-count-out      pic zz,zz9.

       01 total-line.
           05  tot-label          pic x(28).
           05  tot-amount-out     pic $$$,$$$,$$9.

       procedure division.
       000-main-module.
           perform 010-set-business-date
           perform 050-load-term-code
           perform 060-load-rate-table
           perform 070-load-customer-control
           perform 080-load-receipt-control
           open input term-credit-file
                i-o student-master
                i-o cust-master
                extend cust-file
                output billing-register
                extend exception-log-file
           if ws-next-cust-no = zero
               perform 090-find-highest-customer
           end-if
           move spaces to rpt-hdr-title
           string 'tuition billing - term ' ws-term-code
               delimited by size into rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-count
           move ws-pg-count to rpt-hdr-page
           write register-out from rpt-heading-1
           write register-out from register-hdr
           perform until r-there-more-rcds = 'no'
               read term-credit-file
                   at end move 'no' to r-there-more-rcds
                   not at end perform 100-bill-student
               end-read
           end-perform
           perform 400-write-school-totals
           perform 450-write-counts
           close term-credit-file
                 student-master
                 cust-master
                 cust-file
                 billing-register
                 exception-log-file
           perform 075-save-customer-control
           perform 085-save-receipt-control
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of tuition billing'
           goback.

       050-load-term-code.
           open input term-parm-file
           read term-parm-file into ws-term-code
               at end
                   move spaces to ws-term-code
                   string rpt-curr-yr rpt-curr-mth
                       delimited by size into ws-term-code
           end-read
           close term-parm-file.

       060-load-rate-table.
           open input tuition-rate-file
           move 'yes' to r-there-more-rcds
           perform until r-there-more-rcds = 'no'
               read tuition-rate-file
                   at end move 'no' to r-there-more-rcds
                   not at end
                       if ws-rate-count < 20
                          and tui-tuition-in is numeric
                          and tui-fees-in is numeric
                           add 1 to ws-rate-count
                           set rt-x to ws-rate-count
                           move tui-school-in to rte-school(rt-x)
                           move tui-status-in to rte-status(rt-x)
                           move tui-tuition-in to rte-tuition(rt-x)
                           move tui-fees-in to rte-fees(rt-x)
                       end-if
               end-read
           end-perform
           close tuition-rate-file
           move 'yes' to r-there-more-rcds.

       070-load-customer-control.
           open input customer-control-file
           read customer-control-file
               at end move zero to ctl-last-cust-no
           end-read
           move ctl-last-cust-no to ws-next-cust-no
           close customer-control-file.

       075-save-customer-control.
           open output customer-control-file
           move ws-next-cust-no to ctl-last-cust-no
           write customer-control-rec
           close customer-control-file.

       080-load-receipt-control.
           open input receipt-control-file
           read receipt-control-file
               at end move 100000 to ctl-last-receipt-no
           end-read
           move ctl-last-receipt-no to ws-next-receipt-no
           close receipt-control-file.

       085-save-receipt-control.
           open output receipt-control-file
           move ws-next-receipt-no to ctl-last-receipt-no
           write receipt-control-rec
           close receipt-control-file.

       090-find-highest-customer.
      *> no control file yet: pick up where the conversion's
      *> 10001-up assignment left off by walking the master for the
      *> highest number on file.
           move 10000 to ws-next-cust-no
           move zero to cust-no-m
           start cust-master key not < cust-no-m
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read cust-master next
                   at end exit perform
               end-read
               if cust-no-m > ws-next-cust-no
                   move cust-no-m to ws-next-cust-no
               end-if
           end-perform.

       100-bill-student.
           if tcr-term-in not = ws-term-code
               move 'credits are for another term' to ws-exc-message
               perform 300-reject-bill
               exit paragraph
           end-if
           if tcr-credits-in is not numeric
              or tcr-credits-in = '00'
               move 'enrolled credits invalid' to ws-exc-message
               perform 300-reject-bill
               exit paragraph
           end-if
           move tcr-soc-sec-no-in to soc-sec-no-m
           move 'y' to ws-master-found-sw
           read student-master
               invalid key move 'n' to ws-master-found-sw
           end-read
           if ws-master-not-found
               move 'student not on master' to ws-exc-message
               perform 300-reject-bill
               exit paragraph
           end-if
           if last-billed-term-m = ws-term-code
               move 'student already billed for the term'
                   to ws-exc-message
               perform 300-reject-bill
               exit paragraph
           end-if
           move tcr-credits-in to ws-credits
           if ws-credits >= 12
               move 'F' to ws-status
           else
               move 'P' to ws-status
           end-if
           set rt-x to 1
           search rate-entry
               at end
                   move 'no tuition rate for school and status'
                       to ws-exc-message
                   perform 300-reject-bill
                   exit paragraph
               when rt-x > ws-rate-count
                   move 'no tuition rate for school and status'
                       to ws-exc-message
                   perform 300-reject-bill
                   exit paragraph
               when rte-school(rt-x) = school-m
                    and rte-status(rt-x) = ws-status
                   continue
           end-search
           perform 200-price-tuition
           perform 220-find-customer
           if ws-cust-not-found
               perform 300-reject-bill
               exit paragraph
           end-if
           perform 250-write-charge.

       200-price-tuition.
           if ws-full-time
               move rte-tuition(rt-x) to ws-tuition
           else
               compute ws-tuition = rte-tuition(rt-x) * ws-credits
           end-if
           move rte-fees(rt-x) to ws-fees
           compute ws-bill-total = ws-tuition + ws-fees.

       220-find-customer.
      *> a student already cross-referenced is charged on that
      *> account, which must still be open; a student without one
      *> gets a new account.
           move 'y' to ws-cust-found-sw
           move 'n' to ws-new-account-sw
           if ar-cust-no-m is not numeric
              or ar-cust-no-m = zero
               perform 230-open-customer
               exit paragraph
           end-if
           move ar-cust-no-m to cust-no-m
           read cust-master
               invalid key
                   move 'n' to ws-cust-found-sw
                   move 'customer account not on file'
                       to ws-exc-message
                   exit paragraph
           end-read
           if cust-closed or cust-written-off
               move 'n' to ws-cust-found-sw
               move 'customer account closed or written off'
                   to ws-exc-message
           end-if.

       230-open-customer.
      *> the registrar keys the name surname first; the surname
      *> and given name are split at the first comma or space.
           add 1 to ws-next-cust-no
           move spaces to cust-master-rec
           move ws-next-cust-no to cust-no-m
           unstring name-m delimited by ', ' or ',' or all spaces
               into cust-last-name-m cust-first-name-m
           end-unstring
           move cust-first-name-m(1:1) to cust-initial1-m
           move cust-last-name-m(1:1) to cust-initial2-m
           move 'A' to cust-status-m
           move zero to cust-credit-limit-m
                        cust-addr-returned-m
                        cust-last-activity-m
           write cust-master-rec
               invalid key
                   move 'n' to ws-cust-found-sw
                   move 'customer number collision - not opened'
                       to ws-exc-message
                   subtract 1 from ws-next-cust-no
                   exit paragraph
           end-write
           move ws-next-cust-no to ar-cust-no-m
           move 'y' to ws-new-account-sw
           add 1 to ws-accounts-opened.

       250-write-charge.
           move cust-no-m to cust-no-in
           move rpt-curr-mth to mon-o-transaction
           move rpt-curr-yr to yr-o-tranaction
           move ws-bill-total to trans-amt
           move 'T' to trans-type-in
           add 1 to ws-next-receipt-no
           move ws-next-receipt-no to trans-ref-no
           move zero to trans-apply-ref
           write trans-rec-in
           move ws-term-code to last-billed-term-m
           rewrite student-master-rec
           add 1 to ws-students-billed
           add ws-bill-total to ws-grand-total
           perform 260-add-school-total
           move soc-sec-no-m to reg-ssn-out
           move name-m to reg-name-out
           move school-m to reg-school-out
           move ws-status to reg-status-out
           move ws-credits to reg-credits-out
           move ws-tuition to reg-tuition-out
           move ws-fees to reg-fees-out
           move ws-bill-total to reg-total-out
           move cust-no-m to reg-cust-no-out
           if ws-new-account
               move 'account opened' to reg-note-out
           else
               move spaces to reg-note-out
           end-if
           write register-out from register-detail.

       260-add-school-total.
           set sc-x to 1
           search school-entry
               at end
                   if ws-school-count < 10
                       add 1 to ws-school-count
                       set sc-x to ws-school-count
                       move school-m to sch-code(sc-x)
                       move zero to sch-ft-count(sc-x)
                                    sch-pt-count(sc-x)
                                    sch-tuition(sc-x)
                                    sch-fees(sc-x)
                                    sch-total(sc-x)
                       perform 270-add-to-school
                   end-if
               when sc-x > ws-school-count
                   if ws-school-count < 10
                       add 1 to ws-school-count
                       set sc-x to ws-school-count
                       move school-m to sch-code(sc-x)
                       move zero to sch-ft-count(sc-x)
                                    sch-pt-count(sc-x)
                                    sch-tuition(sc-x)
                                    sch-fees(sc-x)
                                    sch-total(sc-x)
                       perform 270-add-to-school
                   end-if
               when sch-code(sc-x) = school-m
                   perform 270-add-to-school
           end-search.

       270-add-to-school.
           if ws-full-time
               add 1 to sch-ft-count(sc-x)
           else
               add 1 to sch-pt-count(sc-x)
           end-if
           add ws-tuition to sch-tuition(sc-x)
           add ws-fees to sch-fees(sc-x)
           add ws-bill-total to sch-total(sc-x).

       300-reject-bill.
           add 1 to ws-bills-rejected
           move tcr-soc-sec-no-in to rej-ssn-out
           move tcr-term-in to rej-term-out
           move spaces to rej-message-out
           string 'rejected - ' ws-exc-message
               delimited by size into rej-message-out
           write register-out from reject-detail
           move 'y' to ws-exceptions-sw
           move 'stubill' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move tcr-soc-sec-no-in to exc-log-key
           move ws-exc-message to exc-log-message
           write exception-log-rec.

       400-write-school-totals.
           move spaces to register-out
           write register-out
           write register-out from school-hdr
           perform varying sc-x from 1 by 1
                   until sc-x > ws-school-count
               move sch-code(sc-x) to scl-school-out
               evaluate sch-code(sc-x)
                   when '1' move 'business' to scl-name-out
                   when '2' move 'arts' to scl-name-out
                   when '3' move 'engineering' to scl-name-out
                   when other move spaces to scl-name-out
               end-evaluate
               move sch-ft-count(sc-x) to scl-ft-out
               move sch-pt-count(sc-x) to scl-pt-out
               move sch-tuition(sc-x) to scl-tuition-out
               move sch-fees(sc-x) to scl-fees-out
               move sch-total(sc-x) to scl-total-out
               write register-out from school-line
           end-perform.

       450-write-counts.
           move spaces to register-out
           write register-out
           move 'total billed:' to tot-label
           move ws-grand-total to tot-amount-out
           write register-out from total-line
           move 'students billed:' to cnt-label
           move ws-students-billed to cnt-count-out
           write register-out from count-line
           move 'receivables accounts opened:' to cnt-label
           move ws-accounts-opened to cnt-count-out
           write register-out from count-line
           move 'bills rejected:' to cnt-label
           move ws-bills-rejected to cnt-count-out
           write register-out from count-line.

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
