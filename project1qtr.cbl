      *> employee detail and company totals (the 941 source figures),
      *> reconciled against the deposits control file we keep from the
      *> bank statements, and any difference is flagged on the report
      *> and in the shared exception log. state withholding is also
      *> broken out by each employee's work state, since every state
      *> gets its own return, and the company's own fica and
      *> medicare match, futa and suta for the quarter are listed
      *> after the withholding. once the report is written the qtd
      *> fields are zeroed for the new quarter - the lifetime ytd
      *> fields are left alone for year-end - and each employee's
      *> quarter is kept on CH0101QTH.DAT for the year-end w-2 proof.

       environment division.

           select print-file
               assign to "W:\PROJECT1\CH0101QTR.RPT"
                   organization is line sequential.
           select optional quarter-history-file
               assign to "W:\PROJECT1\CH0101QTH.DAT"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

       file section.
       fd  employee-master
           record contains 400 characters.
       copy emppay.

       fd  deposits-control-file
           record contains 110 characters.
       01  print-rec                   pic x(110).

       fd  quarter-history-file
           record contains 54 characters.
       copy qtrhist.

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.
           05  ws-dep-state-total      pic 9(9)v99  value zero.
           05  ws-federal-diff         pic s9(9)v99 value zero.
           05  ws-state-diff           pic s9(9)v99 value zero.
           05  ws-qtd-er-fica-total    pic 9(9)v99  value zero.
           05  ws-qtd-er-medicare-total pic 9(9)v99 value zero.
           05  ws-qtr-futa-total       pic 9(9)v99  value zero.
           05  ws-qtd-suta-total       pic 9(9)v99  value zero.
           05  ws-941-fica-medicare    pic 9(9)v99  value zero.
           05  ws-qtd-gross-total      pic 9(9)v99  value zero.

      *> qtd state withholding by work state, blank being the home
      *> state. sized for every state and the district.
       01  ws-state-count              pic 99       value zero.
       01  ws-state-found-sw           pic x        value 'n'.
           88  ws-state-found                       value 'y'.
       01  state-total-table.
           05  state-total occurs 51 times indexed by st-x.
               10  stt-state           pic xx.
               10  stt-employee-ct     pic 9(5).
               10  stt-amount          pic 9(9)v99.

       01  report-hdr-2.
           05  filler                 pic x(8)    value 'quarter '.
           05  filler                 pic x(11)   value 'qtd federal'.
           05  filler                 pic x(5)    value spaces.
           05  filler                 pic x(9)    value 'qtd state'.
           05  filler                 pic x(4)    value spaces.
           05  filler                 pic x(5)    value 'state'.

       01  report-detail.
           05  det-employee-no-out     pic x(5).
           05  det-qtd-federal-out     pic $z,zzz,zz9.99.
           05                          pic x(3)    value spaces.
           05  det-qtd-state-out       pic $z,zzz,zz9.99.
           05                          pic x(4)    value spaces.
           05  det-work-state-out      pic x(4).

       01  company-total-line.
           05  filler                 pic x(25)
           05                          pic x(1)    value spaces.
           05  diff-state-out          pic $zz,zzz,zz9.99-.

       01  state-hdr-line.
           05  filler                 pic x(34)
               value 'state withholding by work state'.

       01  state-total-line.
           05  filler                 pic x(2)    value spaces.
           05  sttl-state-out         pic x(4).
           05  filler                 pic x(4)    value spaces.
           05  sttl-employee-ct-out   pic zz,zz9.
           05  filler                 pic x(10)   value ' employees'.
           05                          pic x(37)   value spaces.
           05  sttl-amount-out        pic $zz,zzz,zz9.99.

       01  employer-hdr-line.
           05  filler                 pic x(34)
               value 'employer payroll taxes'.

       01  employer-tax-line.
           05  filler                 pic x(2)    value spaces.
           05  ert-label              pic x(36).
           05                          pic x(25)   value spaces.
           05  ert-amount-out         pic $zz,zzz,zz9.99.

       01  in-balance-line.
           05  filler                 pic x(50)
               value 'withholding and deposits in balance'.
           open i-o employee-master
                input deposits-control-file
                output print-file
                extend quarter-history-file
                extend exception-log-file
           perform 010-set-business-date
           perform 150-heading-rtn
           close employee-master
                 deposits-control-file
                 print-file
                 quarter-history-file
                 exception-log-file
           if ws-exceptions-printed
               move 4 to return-code
           write print-rec from report-hdr-3.

       200-remit-detail.
      *> a record written before the employer fields existed reads
      *> them as zero. an exempt employee has no withholding but
      *> still carries the company's taxes, so is still listed.
           if qtd-er-fica-m is not numeric
               move zero to qtd-er-fica-m
           end-if
           if qtd-er-medicare-m is not numeric
               move zero to qtd-er-medicare-m
           end-if
           if qtd-suta-m is not numeric
               move zero to qtd-suta-m
           end-if
           if futa-qtr-m(ws-quarter) is not numeric
               move zero to futa-qtr-m(ws-quarter)
           end-if
           if qtd-gross-m is not numeric
               move zero to qtd-gross-m
           end-if
           if qtd-federal-tax-m = zero and qtd-state-tax-m = zero
              and qtd-er-fica-m = zero and qtd-er-medicare-m = zero
              and qtd-suta-m = zero
              and futa-qtr-m(ws-quarter) = zero
              and qtd-gross-m = zero
               continue
           else
               move employee-no-m to det-employee-no-out
               move employee-name-m to det-employee-name-out
               move qtd-federal-tax-m to det-qtd-federal-out
               move qtd-state-tax-m to det-qtd-state-out
               if work-state-m = spaces
                   move 'home' to det-work-state-out
               else
                   move work-state-m to det-work-state-out
               end-if
               write print-rec from report-detail
               add qtd-federal-tax-m to ws-qtd-federal-total
               add qtd-state-tax-m to ws-qtd-state-total
               perform 220-accum-work-state
               add qtd-er-fica-m to ws-qtd-er-fica-total
               add qtd-er-medicare-m to ws-qtd-er-medicare-total
               add qtd-suta-m to ws-qtd-suta-total
               add futa-qtr-m(ws-quarter) to ws-qtr-futa-total
               add qtd-gross-m to ws-qtd-gross-total
               perform 240-write-quarter-history
               perform 250-zero-qtd-fields
           end-if.

       220-accum-work-state.
           move 'n' to ws-state-found-sw
           set st-x to 1
           search state-total
               at end continue
               when st-x > ws-state-count
                   continue
               when stt-state(st-x) = work-state-m
                   move 'y' to ws-state-found-sw
           end-search
           if not ws-state-found
               if ws-state-count < 51
                   add 1 to ws-state-count
                   set st-x to ws-state-count
                   move work-state-m to stt-state(st-x)
                   move zero to stt-employee-ct(st-x)
                                stt-amount(st-x)
               else
      *> more codes than states means bad data on the master; the
      *> amount still lands in the company total and is flagged.
                   move 'y' to ws-exceptions-sw
                   move employee-no-m to exc-log-key
                   move 'work state not broken out - table full'
                       to exc-log-message
                   perform 495-write-log-entry
                   exit paragraph
               end-if
           end-if
           add 1 to stt-employee-ct(st-x)
           add qtd-state-tax-m to stt-amount(st-x).

       240-write-quarter-history.
           move rpt-curr-yr to qth-yr
           move ws-quarter to qth-qtr
           move employee-no-m to qth-employee-no
           move qtd-gross-m to qth-gross
           move qtd-federal-tax-m to qth-federal-tax
           move qtd-state-tax-m to qth-state-tax
           move qtd-er-fica-m to qth-fica-tax
           move qtd-er-medicare-m to qth-medicare-tax
           write qtr-history-rec.

       250-zero-qtd-fields.
      *> futa stays in its quarter's bucket for the 940.
           move zero to qtd-federal-tax-m
                        qtd-state-tax-m
                        qtd-er-fica-m
                        qtd-er-medicare-m
                        qtd-suta-m
                        qtd-gross-m
           rewrite employee-master-rec.

       300-read-deposits.
               write print-rec from out-of-balance-line
               move 'y' to ws-exceptions-sw
               perform 490-write-exception-log
           end-if
           perform 410-write-state-totals
           perform 420-write-employer-taxes.

       410-write-state-totals.
           write print-rec from state-hdr-line
           perform varying st-x from 1 by 1
                   until st-x > ws-state-count
               if stt-state(st-x) = spaces
                   move 'home' to sttl-state-out
               else
                   move stt-state(st-x) to sttl-state-out
               end-if
               move stt-employee-ct(st-x) to sttl-employee-ct-out
               move stt-amount(st-x) to sttl-amount-out
               write print-rec from state-total-line
           end-perform.

       420-write-employer-taxes.
      *> the company's side, next to the 941 figures above. the
      *> match equals the employees' own fica and medicare, so the
      *> 941's social security and medicare line is twice the match.
           write print-rec from employer-hdr-line
           move '941 wages for the quarter' to ert-label
           move ws-qtd-gross-total to ert-amount-out
           write print-rec from employer-tax-line
           move 'employer fica match' to ert-label
           move ws-qtd-er-fica-total to ert-amount-out
           write print-rec from employer-tax-line
           move 'employer medicare match' to ert-label
           move ws-qtd-er-medicare-total to ert-amount-out
           write print-rec from employer-tax-line
           compute ws-941-fica-medicare =
               (ws-qtd-er-fica-total + ws-qtd-er-medicare-total) * 2
           move '941 fica and medicare, both shares' to ert-label
           move ws-941-fica-medicare to ert-amount-out
           write print-rec from employer-tax-line
           move 'futa liability this quarter' to ert-label
           move ws-qtr-futa-total to ert-amount-out
           write print-rec from employer-tax-line
           move 'suta liability this quarter' to ert-label
           move ws-qtd-suta-total to ert-amount-out
           write print-rec from employer-tax-line.

       490-write-exception-log.
           move 'COMPANY TOTALS' to exc-log-key
           move 'remittance does not match bank deposits'
               to exc-log-message
           perform 495-write-log-entry.

       495-write-log-entry.
           move 'proj1qtr' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           write exception-log-rec.

       010-set-business-date.
