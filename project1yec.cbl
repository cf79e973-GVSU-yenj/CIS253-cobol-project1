      *> zeroes the ytd and qtd tax fields for the new year. the
      *> close-control file records the year closed so the job
      *> refuses to run twice for the same year.
      *> before anything is touched, every employee's annual wages
      *> and withholding are proved against the four quarterly
      *> closes on CH0101QTH.DAT (plus any quarter still open on the
      *> master), employee by employee and in total. anything that
      *> does not tie out prints on the CH0101W2V.RPT variance
      *> listing and the close stops with the master as it stood,
      *> since once the ytd fields are zeroed there is nothing left
      *> to correct the w-2s from. a clean proof lets the close run
      *> and releases the electronic w-2 wage file CH0101W2E.DAT -
      *> submitter, employer, one employee record per employee paid
      *> this year, totals, and final record - built from the same
      *> master fields as the printed statements. each statement
      *> and w-2 employee record carries the employee's mailing
      *> address, and each statement goes to the CH9994MPC.DAT
      *> mail-piece file for the presort extract.

       environment division.

                   organization is indexed
                   access is sequential
                   record key is ded-key-m.
           select optional employer-parm-file
               assign to "W:\PROJECT1\CH0101ER.PAR"
                   organization is line sequential.
           select optional quarter-history-file
               assign to "W:\PROJECT1\CH0101QTH.DAT"
                   organization is line sequential.
           select w2-wage-file
               assign to "W:\PROJECT1\CH0101W2E.DAT"
                   organization is line sequential.
           select variance-report
               assign to "W:\PROJECT1\CH0101W2V.RPT"
                   organization is line sequential.
           select optional close-control-file
               assign to "W:\PROJECT1\CH0101YEC.CTL"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.
           select optional mail-piece-file
               assign to "W:\CONTROL\CH9994MPC.DAT"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"

       file section.
       fd  employee-master
           record contains 400 characters.
       copy emppay.

       fd  master-archive-file
           record contains 400 characters.
       01  master-archive-rec          pic x(400).

       fd  print-file
           record contains 110 characters.
           record contains 88 characters.
       copy dedmst.

      *> the company's filing identity, kept by payroll: the
      *> employer identification number, name and address as
      *> registered, and the submitter's user id and contact.
       fd  employer-parm-file
           record contains 167 characters.
       01  employer-parm-rec.
           05  erp-ein                 pic 9(9).
           05  erp-name                pic x(57).
           05  erp-address             pic x(22).
           05  erp-city                pic x(22).
           05  erp-state               pic xx.
           05  erp-zip                 pic x(5).
           05  erp-user-id             pic x(8).
           05  erp-contact-name        pic x(27).
           05  erp-contact-phone       pic x(15).

       fd  quarter-history-file
           record contains 54 characters.
       copy qtrhist.

       fd  w2-wage-file
           record contains 512 characters.
       01  w2-wage-rec                 pic x(512).

       fd  variance-report
           record contains 110 characters.
       01  variance-rec                pic x(110).

       fd  close-control-file
           record contains 4 characters.
       01  close-control-rec.
           record contains 76 characters.
       copy exclog.

       fd  mail-piece-file
           record contains 128 characters.
       copy mailpc.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.
           88  no-more-deductions               value 'no'.
       01  ws-archive-filename         pic x(40) value spaces.

       01  ws-employer-found-sw        pic x    value 'n'.
           88  ws-employer-found                  value 'y'.
       01  ws-variance-ct              pic 9(5) value 0.
       01  ws-cur-quarter              pic 9    value 0.
       01  ws-qtr-sub                  pic 9    value 0.
       01  ws-qtr-seen-flags.
           05  ws-qtr-seen occurs 4 times  pic x.

      *> each employee's four quarterly closes added up, loaded
      *> once for the proof. more employees than the table holds
      *> stops the close rather than prove against a short table.
       01  ws-qth-count                pic 9(4) value 0.
       01  ws-qth-overflow-sw          pic x    value 'n'.
           88  ws-qth-overflow                    value 'y'.
       01  ws-qth-found-sw             pic x    value 'n'.
           88  ws-qth-found                       value 'y'.
       01  quarter-sum-table.
           05  qsum-entry occurs 1000 times indexed by qs-x.
               10  qsum-employee-no    pic x(5).
               10  qsum-gross          pic s9(9)v99.
               10  qsum-federal        pic s9(9)v99.
               10  qsum-state          pic s9(9)v99.
               10  qsum-fica           pic s9(9)v99.
               10  qsum-medicare       pic s9(9)v99.
               10  qsum-matched-sw     pic x.

      *> one employee's figures both ways: the year as the master
      *> carries it, and the quarters as closed plus whatever the
      *> master still holds for the quarter not yet closed.
       01  proof-work.
           05  ws-ann-gross            pic 9(9)v99.
           05  ws-ann-federal          pic 9(9)v99.
           05  ws-ann-state            pic 9(9)v99.
           05  ws-ann-fica             pic 9(9)v99.
           05  ws-ann-medicare         pic 9(9)v99.
           05  ws-qtr-gross            pic 9(9)v99.
           05  ws-qtr-federal          pic 9(9)v99.
           05  ws-qtr-state            pic 9(9)v99.
           05  ws-qtr-fica             pic 9(9)v99.
           05  ws-qtr-medicare         pic 9(9)v99.
           05  ws-proof-key            pic x(20).
           05  ws-proof-field          pic x(28).
           05  ws-proof-annual         pic 9(10)v99.
           05  ws-proof-quarters       pic 9(10)v99.
           05  ws-proof-diff           pic s9(10)v99.

       01  proof-totals.
           05  ws-tot-ann-gross        pic 9(10)v99 value zero.
           05  ws-tot-ann-federal      pic 9(10)v99 value zero.
           05  ws-tot-ann-state        pic 9(10)v99 value zero.
           05  ws-tot-ann-fica         pic 9(10)v99 value zero.
           05  ws-tot-ann-medicare     pic 9(10)v99 value zero.
           05  ws-tot-qtr-gross        pic 9(10)v99 value zero.
           05  ws-tot-qtr-federal      pic 9(10)v99 value zero.
           05  ws-tot-qtr-state        pic 9(10)v99 value zero.
           05  ws-tot-qtr-fica         pic 9(10)v99 value zero.
           05  ws-tot-qtr-medicare     pic 9(10)v99 value zero.

      *> social security wages stop at the same wage base the tax
      *> run caps fica at.
       01  ws-fica-wage-base           pic 9(7)     value 0176100.

       01  w2-file-work.
           05  ws-rw-count             pic 9(7)     value zero.
           05  ws-ss-wages             pic 9(9)v99.
           05  ws-name-words           pic 9        value zero.
           05  ws-name-1               pic x(20).
           05  ws-name-2               pic x(20).
           05  ws-name-3               pic x(20).
           05  ws-rt-wages             pic 9(13)v99 value zero.
           05  ws-rt-federal           pic 9(13)v99 value zero.
           05  ws-rt-ss-wages          pic 9(13)v99 value zero.
           05  ws-rt-ss-tax            pic 9(13)v99 value zero.
           05  ws-rt-medicare-wages    pic 9(13)v99 value zero.
           05  ws-rt-medicare-tax      pic 9(13)v99 value zero.

      *> the electronic wage file records, laid out at the filing
      *> positions: amounts are dollars and cents with no point.
       01  w2-submitter-rec.
           05  filler                  pic xx       value 'RA'.
           05  ra-ein                  pic 9(9).
           05  ra-user-id              pic x(8).
           05  filler                  pic x(16)    value spaces.
           05  filler                  pic xx       value '98'.
           05  ra-company-name         pic x(57).
           05  ra-location             pic x(22).
           05  ra-delivery             pic x(22).
           05  ra-city                 pic x(22).
           05  ra-state                pic xx.
           05  ra-zip                  pic x(5).
           05  filler                  pic x(49)    value spaces.
           05  ra-submitter-name       pic x(57).
           05  ra-sub-location         pic x(22).
           05  ra-sub-delivery         pic x(22).
           05  ra-sub-city             pic x(22).
           05  ra-sub-state            pic xx.
           05  ra-sub-zip              pic x(5).
           05  filler                  pic x(40)    value spaces.
           05  ra-contact-name         pic x(27).
           05  ra-contact-phone        pic x(15).
           05  filler                  pic x(84)    value spaces.

       01  w2-employer-rec.
           05  filler                  pic xx       value 'RE'.
           05  re-tax-yr               pic 9(4).
           05  filler                  pic x        value space.
           05  re-ein                  pic 9(9).
           05  filler                  pic x(9)     value spaces.
           05  filler                  pic x        value '0'.
           05  filler                  pic x(13)    value spaces.
           05  re-name                 pic x(57).
           05  re-location             pic x(22).
           05  re-delivery             pic x(22).
           05  re-city                 pic x(22).
           05  re-state                pic xx.
           05  re-zip                  pic x(5).
           05  filler                  pic x(4)     value spaces.
           05  filler                  pic x        value 'N'.
           05  filler                  pic x(44)    value spaces.
           05  filler                  pic x        value 'R'.
           05  filler                  pic x        value space.
           05  filler                  pic x        value '0'.
           05  re-contact-name         pic x(27).
           05  re-contact-phone        pic x(15).
           05  filler                  pic x(249)   value spaces.

       01  w2-employee-rec.
           05  filler                  pic xx       value 'RW'.
           05  rw-ssn                  pic 9(9).
           05  rw-first-name           pic x(15).
           05  rw-middle-name          pic x(15).
           05  rw-last-name            pic x(20).
           05  filler                  pic x(4)     value spaces.
           05  rw-location             pic x(22).
           05  rw-delivery             pic x(22).
           05  rw-city                 pic x(22).
           05  rw-state                pic xx.
           05  rw-zip                  pic x(5).
           05  rw-zip-ext              pic x(4).
           05  filler                  pic x(45)    value spaces.
           05  rw-wages                pic 9(9)v99.
           05  rw-federal-tax          pic 9(9)v99.
           05  rw-ss-wages             pic 9(9)v99.
           05  rw-ss-tax               pic 9(9)v99.
           05  rw-medicare-wages       pic 9(9)v99.
           05  rw-medicare-tax         pic 9(9)v99.
           05  filler                  pic x(259)   value spaces.

       01  w2-total-rec.
           05  filler                  pic xx       value 'RT'.
           05  rt-rw-count             pic 9(7).
           05  rt-wages                pic 9(13)v99.
           05  rt-federal-tax          pic 9(13)v99.
           05  rt-ss-wages             pic 9(13)v99.
           05  rt-ss-tax               pic 9(13)v99.
           05  rt-medicare-wages       pic 9(13)v99.
           05  rt-medicare-tax         pic 9(13)v99.
           05  filler                  pic x(413)   value spaces.

       01  w2-final-rec.
           05  filler                  pic xx       value 'RF'.
           05  filler                  pic x(5)     value spaces.
           05  rf-rw-count             pic 9(9).
           05  filler                  pic x(496)   value spaces.

       01  variance-hdr.
           05  filler                 pic x(20)
               value 'employee / total'.
           05  filler                 pic x(28)   value 'figure'.
           05  filler                 pic x(17)
               value '    annual (w-2)'.
           05  filler                 pic x(18)
               value '    quarters (941)'.
           05  filler                 pic x(16)
               value '      difference'.

       01  variance-line.
           05  var-key-out             pic x(20).
           05  var-field-out           pic x(28).
           05  var-annual-out          pic $z,zzz,zzz,zz9.99.
           05  var-quarters-out        pic $z,zzz,zzz,zz9.99.
           05                          pic x        value space.
           05  var-diff-out            pic $z,zzz,zzz,zz9.99-.

       01  variance-message-line.
           05  var-msg-key-out         pic x(20).
           05  var-msg-out             pic x(60).

       01  variance-summary-line.
           05  vsum-count-out          pic zz,zz9.
           05  filler                 pic x(54)
               value ' variances - w-2 file held, year NOT closed'.

       01  variance-clean-line.
           05  filler                 pic x(60)
               value 'all employees and totals tie to the quarters'.

       01  w2-file-summary-line.
           05  filler                 pic x(30)
               value 'electronic w-2 records:      '.
           05  w2s-count-out           pic zz,zz9.

       01  statement-hdr.
           05  filler                 pic x(20)
               value 'earnings year:      '.
           05                          pic x(6)    value spaces.
           05  stm-employee-name-out   pic x(30).

       01  statement-address-1.
           05                          pic x(26)   value spaces.
           05  stm-street-out          pic x(30).

       01  statement-address-2.
           05                          pic x(26)   value spaces.
           05  stm-city-out            pic x(20).
           05                          pic x       value space.
           05  stm-addr-state-out      pic x(2).
           05                          pic x(2)    value spaces.
           05  stm-zip-out             pic x(9).

       01  statement-address-held.
           05                          pic x(26)   value spaces.
           05  filler                  pic x(40)
               value '*** no good address - mail held ***'.

       01  statement-detail-2.
           05  filler                 pic x(22)
               value 'annual salary:        '.
           end-if
           string rpt-curr-yr '_CH0101MST.ARC'
               delimited by size into ws-archive-filename
           perform 130-load-employer-parm
           perform 140-load-quarter-history
           if ws-qth-overflow
               display 'CH0101QTH.DAT exceeds the 1000-entry table'
               display 'year-end close NOT run'
               move 8 to return-code
               goback
           end-if
           perform 160-prove-w2-figures
           if ws-variance-ct > zero
               open extend exception-log-file
               perform 490-write-exception-log
               close exception-log-file
               display 'w-2 figures do not tie to the quarters'
               display 'year-end close NOT run'
               move 8 to return-code
               goback
           end-if
           open i-o employee-master
                output master-archive-file
                output print-file
                output w2-wage-file
                extend exception-log-file
                extend mail-piece-file
           perform 150-heading-rtn
           perform 600-write-w2-headers
           move 'yes' to more-data
           perform until no-more-data
               read employee-master
                   at end move 'no' to more-data
                   not at end perform 200-close-employee
               end-read
           end-perform
           perform 620-write-w2-totals
           perform 300-reset-deduction-goals
           move ws-employee-ct to sum-employee-ct-out
           write print-rec from close-summary-line
           move ws-deduction-ct to sum-deduction-ct-out
           write print-rec from deduction-summary-line
           move ws-rw-count to w2s-count-out
           write print-rec from w2-file-summary-line
           close employee-master
                 master-archive-file
                 print-file
                 w2-wage-file
                 exception-log-file
                 mail-piece-file
           perform 500-record-close
           move 0 to return-code
           display 'end of year-end close'
           end-if
           close close-control-file.

       130-load-employer-parm.
      *> without the company's identity there is no employer record,
      *> and the file cannot go; the proof counts it as a variance.
           open input employer-parm-file
           read employer-parm-file
               at end continue
               not at end
                   if erp-ein is numeric and erp-ein > zero
                       move 'y' to ws-employer-found-sw
                   end-if
           end-read
           close employer-parm-file.

       140-load-quarter-history.
      *> only this year's quarters count; earlier years' closes stay
      *> on the history file untouched.
           move spaces to ws-qtr-seen-flags
           open input quarter-history-file
           perform until 1 = 2
               read quarter-history-file
                   at end exit perform
               end-read
               if qth-yr = rpt-curr-yr
                  and qth-qtr >= 1 and qth-qtr <= 4
                   move 'y' to ws-qtr-seen(qth-qtr)
                   perform 145-add-history-row
                   if ws-qth-overflow
                       exit perform
                   end-if
               end-if
           end-perform
           close quarter-history-file.

       145-add-history-row.
           perform 146-find-quarter-sum
           if not ws-qth-found
               if ws-qth-count >= 1000
                   move 'y' to ws-qth-overflow-sw
                   exit paragraph
               end-if
               add 1 to ws-qth-count
               set qs-x to ws-qth-count
               move qth-employee-no to qsum-employee-no(qs-x)
               move zero to qsum-gross(qs-x)
                            qsum-federal(qs-x)
                            qsum-state(qs-x)
                            qsum-fica(qs-x)
                            qsum-medicare(qs-x)
               move 'n' to qsum-matched-sw(qs-x)
           end-if
           add qth-gross to qsum-gross(qs-x)
           add qth-federal-tax to qsum-federal(qs-x)
           add qth-state-tax to qsum-state(qs-x)
           add qth-fica-tax to qsum-fica(qs-x)
           add qth-medicare-tax to qsum-medicare(qs-x).

       146-find-quarter-sum.
           move 'n' to ws-qth-found-sw
           set qs-x to 1
           search qsum-entry
               at end continue
               when qs-x > ws-qth-count
                   continue
               when qsum-employee-no(qs-x) = qth-employee-no
                   move 'y' to ws-qth-found-sw
           end-search.

       150-heading-rtn.
           move 'annual earnings statements' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
      *> print the statement and roll the tax fields for the new year.
           move employee-master-rec to master-archive-rec
           write master-archive-rec
      *> the proof has already shown these figures are numeric
      *> wherever there were wages.
           if ytd-gross-m is numeric and ytd-gross-m > zero
               move zero to ws-ann-federal ws-ann-fica ws-ann-medicare
               if ytd-federal-tax-m is numeric
                   move ytd-federal-tax-m to ws-ann-federal
               end-if
               if ytd-fica-m is numeric
                   move ytd-fica-m to ws-ann-fica
               end-if
               if ytd-medicare-m is numeric
                   move ytd-medicare-m to ws-ann-medicare
               end-if
               perform 610-write-w2-employee
           end-if
           move employee-no-m to stm-employee-no-out
           move employee-name-m to stm-employee-name-out
           move salary-m to stm-salary-out
           move ytd-federal-tax-m to stm-federal-out
           move ytd-state-tax-m to stm-state-out
           write print-rec from statement-detail-1
           perform 210-write-mail-piece
           if mp-street = spaces or mp-address-bad
               write print-rec from statement-address-held
           else
               move mp-street to stm-street-out
               move mp-city to stm-city-out
               move mp-state to stm-addr-state-out
               move mp-zip to stm-zip-out
               write print-rec from statement-address-1
               write print-rec from statement-address-2
           end-if
           write print-rec from statement-detail-2
           write print-rec from statement-detail-3
           write print-rec from statement-detail-4
                        qtd-federal-tax-m
                        qtd-state-tax-m
                        ytd-gross-m
                        qtd-er-fica-m
                        qtd-er-medicare-m
                        qtd-suta-m
                        ytd-suta-m
                        futa-qtr-m(1)
                        futa-qtr-m(2)
                        futa-qtr-m(3)
                        futa-qtr-m(4)
                        qtd-gross-m
                        ytd-fica-m
                        ytd-medicare-m
      *> leave balances carry into the new year - the tax run cuts
      *> vacation back to its carryover cap on the first pay - but
      *> the taken-this-year figures start again.
                        vac-taken-ytd-m
                        sick-taken-ytd-m
           rewrite employee-master-rec
           add 1 to ws-employee-ct.

       210-write-mail-piece.
      *> the statement's piece for the presort extract, which holds
      *> it back when the address is blank or has come back.
           move spaces to mail-piece-rec
           move 'W2' to mp-doc-type
           move 'proj1yec' to mp-source
           move 'E' to mp-master
           move employee-no-m to mp-key
           move employee-name-m to mp-name
           move emp-street-m to mp-street
           move emp-city-m to mp-city
           move emp-state-m to mp-state
           move emp-zip-m to mp-zip
           move emp-addr-status-m to mp-addr-status
           move rpt-curr-yr to mp-bus-date(1:4)
           move rpt-curr-mth to mp-bus-date(5:2)
           move rpt-curr-day to mp-bus-date(7:2)
           write mail-piece-rec.

       160-prove-w2-figures.
      *> a read-only pass: nothing on the master changes here.
           open input employee-master
                output variance-report
           move 'w-2 to 941 year-end reconciliation' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           move 1 to rpt-hdr-page
           write variance-rec from rpt-heading-1
           write variance-rec from variance-hdr
           perform until no-more-data
               read employee-master
                   at end move 'no' to more-data
                   not at end perform 170-prove-employee
               end-read
           end-perform
           close employee-master
           perform 180-prove-unmatched-history
           perform 190-prove-company-totals
           if ws-variance-ct > zero
               move ws-variance-ct to vsum-count-out
               write variance-rec from variance-summary-line
           else
               write variance-rec from variance-clean-line
           end-if
           close variance-report.

       170-prove-employee.
      *> spaces in fields written before they existed read as zero.
           move zero to proof-work
           if ytd-gross-m is numeric
               move ytd-gross-m to ws-ann-gross
           end-if
           if ytd-federal-tax-m is numeric
               move ytd-federal-tax-m to ws-ann-federal
           end-if
           if ytd-state-tax-m is numeric
               move ytd-state-tax-m to ws-ann-state
           end-if
           if ytd-fica-m is numeric
               move ytd-fica-m to ws-ann-fica
           end-if
           if ytd-medicare-m is numeric
               move ytd-medicare-m to ws-ann-medicare
           end-if
           if qtd-gross-m is numeric
               move qtd-gross-m to ws-qtr-gross
           end-if
           if qtd-federal-tax-m is numeric
               move qtd-federal-tax-m to ws-qtr-federal
           end-if
           if qtd-state-tax-m is numeric
               move qtd-state-tax-m to ws-qtr-state
           end-if
           if qtd-er-fica-m is numeric
               move qtd-er-fica-m to ws-qtr-fica
           end-if
           if qtd-er-medicare-m is numeric
               move qtd-er-medicare-m to ws-qtr-medicare
           end-if
           move employee-no-m to qth-employee-no
           perform 146-find-quarter-sum
           if ws-qth-found
               move 'y' to qsum-matched-sw(qs-x)
               add qsum-gross(qs-x) to ws-qtr-gross
               add qsum-federal(qs-x) to ws-qtr-federal
               add qsum-state(qs-x) to ws-qtr-state
               add qsum-fica(qs-x) to ws-qtr-fica
               add qsum-medicare(qs-x) to ws-qtr-medicare
           end-if
           add ws-ann-gross to ws-tot-ann-gross
           add ws-ann-federal to ws-tot-ann-federal
           add ws-ann-state to ws-tot-ann-state
           add ws-ann-fica to ws-tot-ann-fica
           add ws-ann-medicare to ws-tot-ann-medicare
           add ws-qtr-gross to ws-tot-qtr-gross
           add ws-qtr-federal to ws-tot-qtr-federal
           add ws-qtr-state to ws-tot-qtr-state
           add ws-qtr-fica to ws-tot-qtr-fica
           add ws-qtr-medicare to ws-tot-qtr-medicare
           move employee-no-m to ws-proof-key
           perform 175-compare-five-figures
           if ws-ann-gross > zero
              and (ssn-m is not numeric or ssn-m = zero)
               move employee-no-m to var-msg-key-out
               move 'wages paid but no social security number'
                   to var-msg-out
               write variance-rec from variance-message-line
               add 1 to ws-variance-ct
           end-if.

       175-compare-five-figures.
           move 'wages' to ws-proof-field
           move ws-ann-gross to ws-proof-annual
           move ws-qtr-gross to ws-proof-quarters
           perform 176-compare-one-figure
           move 'federal income tax withheld' to ws-proof-field
           move ws-ann-federal to ws-proof-annual
           move ws-qtr-federal to ws-proof-quarters
           perform 176-compare-one-figure
           move 'state income tax withheld' to ws-proof-field
           move ws-ann-state to ws-proof-annual
           move ws-qtr-state to ws-proof-quarters
           perform 176-compare-one-figure
           move 'social security tax withheld' to ws-proof-field
           move ws-ann-fica to ws-proof-annual
           move ws-qtr-fica to ws-proof-quarters
           perform 176-compare-one-figure
           move 'medicare tax withheld' to ws-proof-field
           move ws-ann-medicare to ws-proof-annual
           move ws-qtr-medicare to ws-proof-quarters
           perform 176-compare-one-figure.

       176-compare-one-figure.
           compute ws-proof-diff = ws-proof-annual - ws-proof-quarters
           if ws-proof-diff not = zero
               move ws-proof-key to var-key-out
               move ws-proof-field to var-field-out
               move ws-proof-annual to var-annual-out
               move ws-proof-quarters to var-quarters-out
               move ws-proof-diff to var-diff-out
               write variance-rec from variance-line
               add 1 to ws-variance-ct
           end-if.

       180-prove-unmatched-history.
      *> a quarter closed for an employee no longer on the master
      *> has wages no w-2 will report.
           perform varying qs-x from 1 by 1
                   until qs-x > ws-qth-count
               if qsum-matched-sw(qs-x) not = 'y'
                   move zero to proof-work
                   move qsum-gross(qs-x) to ws-qtr-gross
                   move qsum-federal(qs-x) to ws-qtr-federal
                   move qsum-state(qs-x) to ws-qtr-state
                   move qsum-fica(qs-x) to ws-qtr-fica
                   move qsum-medicare(qs-x) to ws-qtr-medicare
                   add ws-qtr-gross to ws-tot-qtr-gross
                   add ws-qtr-federal to ws-tot-qtr-federal
                   add ws-qtr-state to ws-tot-qtr-state
                   add ws-qtr-fica to ws-tot-qtr-fica
                   add ws-qtr-medicare to ws-tot-qtr-medicare
                   move qsum-employee-no(qs-x) to ws-proof-key
                   perform 175-compare-five-figures
               end-if
           end-perform.

       190-prove-company-totals.
      *> every quarter before the current one must have been closed,
      *> or its withholding is in neither the history nor the
      *> master's open quarter.
           move 'COMPANY TOTALS' to ws-proof-key
           move ws-tot-ann-gross to ws-ann-gross
           move ws-tot-ann-federal to ws-ann-federal
           move ws-tot-ann-state to ws-ann-state
           move ws-tot-ann-fica to ws-ann-fica
           move ws-tot-ann-medicare to ws-ann-medicare
           move ws-tot-qtr-gross to ws-qtr-gross
           move ws-tot-qtr-federal to ws-qtr-federal
           move ws-tot-qtr-state to ws-qtr-state
           move ws-tot-qtr-fica to ws-qtr-fica
           move ws-tot-qtr-medicare to ws-qtr-medicare
           perform 175-compare-five-figures
           compute ws-cur-quarter = (rpt-curr-mth + 2) / 3
           perform varying ws-qtr-sub from 1 by 1
                   until ws-qtr-sub >= ws-cur-quarter
               if ws-qtr-seen(ws-qtr-sub) not = 'y'
                   move 'COMPANY TOTALS' to var-msg-key-out
                   move spaces to var-msg-out
                   string 'no quarterly close on file for quarter '
                       ws-qtr-sub delimited by size into var-msg-out
                   write variance-rec from variance-message-line
                   add 1 to ws-variance-ct
               end-if
           end-perform
           if not ws-employer-found
               move 'COMPANY TOTALS' to var-msg-key-out
               move 'no employer identification on CH0101ER.PAR'
                   to var-msg-out
               write variance-rec from variance-message-line
               add 1 to ws-variance-ct
           end-if.

       300-reset-deduction-goals.
      *> the annual-goal counters on the deduction master roll with
      *> the employee ytd fields: a 401(k) that hit its limit in
           end-perform
           close deduction-master.

       490-write-exception-log.
           move 'proj1yec' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move 'W-2 FILE' to exc-log-key
           move 'w-2 figures do not tie - close held'
               to exc-log-message
           write exception-log-rec.

       600-write-w2-headers.
           move erp-ein to ra-ein re-ein
           move erp-user-id to ra-user-id
           move erp-name to ra-company-name ra-submitter-name re-name
           move erp-address to ra-delivery ra-sub-delivery
                               re-delivery
           move spaces to ra-location ra-sub-location re-location
           move erp-city to ra-city ra-sub-city re-city
           move erp-state to ra-state ra-sub-state re-state
           move erp-zip to ra-zip ra-sub-zip re-zip
           move erp-contact-name to ra-contact-name re-contact-name
           move erp-contact-phone to ra-contact-phone
                                     re-contact-phone
           move rpt-curr-yr to re-tax-yr
           write w2-wage-rec from w2-submitter-rec
           write w2-wage-rec from w2-employer-rec.

       610-write-w2-employee.
      *> the name is carried as one field on the master; its words
      *> are laid out first, middle, last as the file wants them.
           move spaces to ws-name-1 ws-name-2 ws-name-3
           move zero to ws-name-words
           unstring employee-name-m delimited by all spaces
               into ws-name-1 ws-name-2 ws-name-3
               tallying in ws-name-words
           end-unstring
           move spaces to rw-first-name rw-middle-name rw-last-name
           evaluate true
               when ws-name-2 = spaces
                   move ws-name-1 to rw-last-name
               when ws-name-3 = spaces
                   move ws-name-1 to rw-first-name
                   move ws-name-2 to rw-last-name
               when other
                   move ws-name-1 to rw-first-name
                   move ws-name-2 to rw-middle-name
                   move ws-name-3 to rw-last-name
           end-evaluate
           move ssn-m to rw-ssn
           move spaces to rw-location
           move emp-street-m to rw-delivery
           move emp-city-m to rw-city
           move emp-state-m to rw-state
           move emp-zip-m(1:5) to rw-zip
           move emp-zip-m(6:4) to rw-zip-ext
           move ytd-gross-m to rw-wages rw-medicare-wages
           if ytd-gross-m > ws-fica-wage-base
               move ws-fica-wage-base to ws-ss-wages
           else
               move ytd-gross-m to ws-ss-wages
           end-if
           move ws-ss-wages to rw-ss-wages
           move ws-ann-federal to rw-federal-tax
           move ws-ann-fica to rw-ss-tax
           move ws-ann-medicare to rw-medicare-tax
           write w2-wage-rec from w2-employee-rec
           add 1 to ws-rw-count
           add ytd-gross-m to ws-rt-wages ws-rt-medicare-wages
           add ws-ss-wages to ws-rt-ss-wages
           add ws-ann-federal to ws-rt-federal
           add ws-ann-fica to ws-rt-ss-tax
           add ws-ann-medicare to ws-rt-medicare-tax.

       620-write-w2-totals.
           move ws-rw-count to rt-rw-count rf-rw-count
           move ws-rt-wages to rt-wages
           move ws-rt-federal to rt-federal-tax
           move ws-rt-ss-wages to rt-ss-wages
           move ws-rt-ss-tax to rt-ss-tax
           move ws-rt-medicare-wages to rt-medicare-wages
           move ws-rt-medicare-tax to rt-medicare-tax
           write w2-wage-rec from w2-total-rec
           write w2-wage-rec from w2-final-rec.

       500-record-close.
           open output close-control-file
           move rpt-curr-yr to ctl-last-closed-yr
