       identification division.

       program-id. monthend.
      *AUTHOR. JON YEN
      *> month-end close job. runs the monthly programs back to back
      *> in a fixed order the way nightlybatch runs the night: the
      *> receivables balance roll first, then the finance charges,
      *> aging, statements and write-offs that read the rolled
      *> balances; loan posting ahead of the delinquency aging; the
      *> lending activity report; vehicle renewals ahead of their
      *> follow-up; the plate inventory reconciliation; the
      *> unclaimed-property run in the december close; the
      *> quarterly withholding run in a quarter-end month; the
      *> presort extract of the month's statements, letters and
      *> notices; the leave liability and labor distribution
      *> reports; the receivables journal and the gl posting, so
      *> the close's own entries land in the month they belong to;
      *> the budget variance; the trial balance; and the balancing
      *> certificate last. steps declare their prerequisites - a
      *> failed balance roll marks everything that reads the rolled
      *> balances SKIPPED instead of charging finance on last
      *> month's figures
      *> - and a restart step keyed in CH9996MRS.PAR resumes a
      *> failed close where it died. the business month is kept in
      *> CH9996MEC.CTL once the close starts: a second run for the
      *> same month is refused, except a keyed restart of a close
      *> that did not finish. the job writes its own start and end
      *> records to CH9998RUN.STA and a STEPS-RUN rule to
      *> CH9997BAL.DAT (steps due vs steps that finished), so the
      *> morning summary and the certificate cover month-end too.

       environment division.

       input-output section.
       file-control.
           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

           select optional restart-parm-file
               assign to "W:\CONTROL\CH9996MRS.PAR"
                   organization is line sequential.

           select optional month-close-file
               assign to "W:\CONTROL\CH9996MEC.CTL"
                   organization is line sequential.

           select optional run-stats-file
               assign to "W:\CONTROL\CH9998RUN.STA"
                   organization is line sequential.

           select optional balancing-file
               assign to "W:\CONTROL\CH9997BAL.DAT"
                   organization is line sequential.

       data division.

       file section.
       fd  business-date-file
           record contains 9 characters.
       copy busdate.

      *> the step name the operator wants the close to resume from,
      *> keyed before the rerun; cleared after one run.
       fd  restart-parm-file
           record contains 12 characters.
       01  restart-parm-rec            pic x(12).

      *> the business month of the last close started, and whether
      *> it ran to the end.
       fd  month-close-file
           record contains 7 characters.
       01  month-close-rec.
           05  mec-close-yr            pic 9(4).
           05  mec-close-mth           pic 99.
           05  mec-close-status        pic x.
               88  mec-close-started             value 'R'.
               88  mec-close-finished            value 'C'.

       fd  run-stats-file
           record contains 52 characters.
       copy runstat.

       fd  balancing-file
           record contains 42 characters.
       copy ctlbal.

       working-storage section.
       copy rptdate.

       01  run-stat-work.
           05  ws-stat-timestamp       pic x(21).
           05  ws-stat-start-time      pic 9(6)  value zero.

       01  restart-controls.
           05  ws-restart-step         pic x(12) value spaces.
               88  ws-restart-step-known
                   value 'PROJECT2BAL' 'PROJECT2FIN' 'PROJECT2AGE'
                         'PROJECT2STM' 'PROJECT2WOF'
                         'LOANPOST' 'LOANDLQ' 'LOANACT'
                         'VEHRNW' 'VEHFLW' 'VEHPIN' 'ESCHEAT'
                         'PROJECT1QTR' 'MAILEXT'
                         'PROJECT1LVL' 'PROJECT1LAB'
                         'PROJECT2GL' 'GLPOST' 'GLVAR'
                         'GLTRIAL' 'BALRUN'.
           05  ws-step-name            pic x(12) value spaces.
           05  ws-resume-sw            pic x     value 'y'.
               88  ws-resume-reached             value 'y'.
           05  ws-step-held-sw         pic x     value 'n'.
               88  ws-step-held                  value 'y'.
           05  ws-restart-bad-sw       pic x     value 'n'.
               88  ws-restart-bad                value 'y'.

       01  ws-month-refused-sw         pic x    value 'n'.
           88  ws-month-refused                 value 'y'.

       01  ws-skipped-count            pic 99   value 0.
       01  ws-failed-count             pic 99   value 0.

      *> steps due this run (not held for a restart, not off-cycle)
      *> against steps that ran to the end - the STEPS-RUN rule.
       01  step-tally.
           05  ws-steps-due            pic 99   value 0.
           05  ws-steps-done           pic 99   value 0.
           05  ws-tally-status         pic x(10) value spaces.

       01  ws-quarter-end-sw           pic x    value 'n'.
           88  ws-quarter-end                   value 'y'.
       01  ws-year-end-sw              pic x    value 'n'.
           88  ws-year-end                      value 'y'.

       01  job-step-status.
           05  ws-project2bal-status   pic x(9) value spaces.
           05  ws-project2fin-status   pic x(9) value spaces.
           05  ws-project2age-status   pic x(9) value spaces.
           05  ws-project2stm-status   pic x(9) value spaces.
           05  ws-project2wof-status   pic x(9) value spaces.
           05  ws-loanpost-status      pic x(9) value spaces.
           05  ws-loandlq-status       pic x(9) value spaces.
           05  ws-loanact-status       pic x(9) value spaces.
           05  ws-vehrnw-status        pic x(9) value spaces.
           05  ws-vehflw-status        pic x(9) value spaces.
           05  ws-vehpin-status        pic x(9) value spaces.
           05  ws-escheat-status       pic x(9) value spaces.
           05  ws-project1qtr-status   pic x(9) value spaces.
           05  ws-mailext-status       pic x(9) value spaces.
           05  ws-project1lvl-status   pic x(9) value spaces.
           05  ws-project1lab-status   pic x(9) value spaces.
           05  ws-project2gl-status    pic x(9) value spaces.
           05  ws-glpost-status        pic x(9) value spaces.
           05  ws-glvar-status         pic x(9) value spaces.
           05  ws-gltrial-status       pic x(9) value spaces.
           05  ws-balrun-status        pic x(10) value spaces.

       procedure division.
       100-main.
           display 'month-end close starting'
           perform 105-set-business-date
           perform 106-load-restart-step
           if ws-restart-bad
               display '*** CH9996MRS.PAR names no known step: '
                   ws-restart-step
               display '*** close NOT launched - fix the restart '
                   'parm ***'
               move 8 to return-code
               goback
           end-if
           perform 107-check-month-closed
           if ws-month-refused
               move 8 to return-code
               goback
           end-if
           perform 020-write-start-stat
           perform 205-run-project2bal
           perform 210-run-project2fin
           perform 215-run-project2age
           perform 220-run-project2stm
           perform 225-run-project2wof
           perform 230-run-loanpost
           perform 235-run-loandlq
           perform 240-run-loanact
           perform 245-run-vehrnw
           perform 250-run-vehflw
           perform 252-run-vehpin
           perform 253-run-escheat
           perform 255-run-project1qtr
           perform 256-run-mailext
           perform 257-run-project1lvl
           perform 258-run-project1lab
           perform 262-run-project2gl
           perform 264-run-glpost
           perform 266-run-glvar
           perform 268-run-gltrial
           perform 022-write-control-totals
           perform 270-run-balancer
           perform 900-job-summary
           if ws-skipped-count > zero
              or ws-failed-count > zero
              or ws-balrun-status = 'failed'
               move 8 to return-code
           else
               move 0 to return-code
           end-if
           perform 021-write-end-stat
           perform 910-record-month-close
           perform 915-clear-restart-step
           goback.

       105-set-business-date.
      *> the close books under the business date nightlybatch set in
      *> BUSDATE.CTL for the last night of the month; the calendar
      *> date is the fallback when the control file is absent.
           move function current-date to ws-rpt-date
           open input business-date-file
           read business-date-file
               at end continue
               not at end
                   move bus-date-yr to rpt-curr-yr
                   move bus-date-mth to rpt-curr-mth
                   move bus-date-day to rpt-curr-day
           end-read
           close business-date-file
           if rpt-curr-mth = 3 or 6 or 9 or 12
               move 'y' to ws-quarter-end-sw
           end-if
           if rpt-curr-mth = 12
               move 'y' to ws-year-end-sw
           end-if
           display 'business date for this close: '
               rpt-curr-yr '-' rpt-curr-mth '-' rpt-curr-day.

       106-load-restart-step.
           open input restart-parm-file
           read restart-parm-file into ws-restart-step
               at end move spaces to ws-restart-step
           end-read
           close restart-parm-file
           if ws-restart-step = spaces
               exit paragraph
           end-if
      *> a mistyped step name would match nothing, hold every step,
      *> and run the close as a no-op - it is refused outright and
      *> the parm is left in place for the operator to fix.
           if not ws-restart-step-known
               move 'y' to ws-restart-bad-sw
               exit paragraph
           end-if
           move 'n' to ws-resume-sw
           display 'restarting close from step: '
               ws-restart-step.

       107-check-month-closed.
      *> the monthly programs roll balances, charge finance and zero
      *> period buckets - a second full run for the same month would
      *> do all of it twice. a month whose close finished is refused
      *> outright; a month whose close started and did not finish
      *> may only be resumed from a keyed restart step, and a keyed
      *> restart is only good for that month - a restart of a close
      *> that never started would hold the steps ahead of it as
      *> already run and then mark the month closed.
           move zero to mec-close-yr
                        mec-close-mth
           move space to mec-close-status
           open input month-close-file
           read month-close-file
               at end continue
           end-read
           close month-close-file
           if mec-close-yr = rpt-curr-yr
              and mec-close-mth = rpt-curr-mth
               if mec-close-finished
                   move 'y' to ws-month-refused-sw
                   display '*** month-end for ' rpt-curr-yr '-'
                       rpt-curr-mth ' already closed ***'
                   display '*** close NOT launched ***'
                   exit paragraph
               end-if
               if ws-restart-step = spaces
                   move 'y' to ws-month-refused-sw
                   display '*** month-end for ' rpt-curr-yr '-'
                       rpt-curr-mth ' already started ***'
                   display '*** key the failed step in CH9996MRS.PAR '
                       'to resume - close NOT launched ***'
                   exit paragraph
               end-if
           end-if
           if ws-restart-step not = spaces
              and (mec-close-yr not = rpt-curr-yr
                   or mec-close-mth not = rpt-curr-mth
                   or not mec-close-started)
               move 'y' to ws-month-refused-sw
               display '*** month-end for ' rpt-curr-yr '-'
                   rpt-curr-mth ' was never started ***'
               display '*** restart refused - clear CH9996MRS.PAR '
                   'and run the full close ***'
               exit paragraph
           end-if
           move rpt-curr-yr to mec-close-yr
           move rpt-curr-mth to mec-close-mth
           move 'R' to mec-close-status
           open output month-close-file
           write month-close-rec
           close month-close-file.

       150-check-restart-gate.
      *> on a restart, every step ahead of the named one already ran
      *> the first time and is held; the named step opens the gate
      *> for itself and everything after it.
           move 'n' to ws-step-held-sw
           if ws-restart-step = spaces
               exit paragraph
           end-if
           if not ws-resume-reached
               if ws-step-name = ws-restart-step
                   move 'y' to ws-resume-sw
               else
                   move 'y' to ws-step-held-sw
               end-if
           end-if.

       020-write-start-stat.
      *> one 'S' record at start-up and one 'E' record at end of
      *> job go to the shared stats file, so the morning summary
      *> shows the close alongside the night.
           move 'monthend' to run-program
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
           move 'monthend' to run-program
           move rpt-curr-yr to run-bus-yr
           move rpt-curr-mth to run-bus-mth
           move rpt-curr-day to run-bus-day
           move 'E' to run-rec-type
           move ws-stat-start-time to run-start-time
           move function current-date to ws-stat-timestamp
           move ws-stat-timestamp(9:6) to run-end-time
           move ws-steps-due to run-records-read
           move ws-steps-done to run-records-written
           compute run-exception-count =
               ws-skipped-count + ws-failed-count
           move return-code to run-return-code
           open extend run-stats-file
           write run-stat-rec
           close run-stats-file.

       022-write-control-totals.
      *> every step due tonight must have run to the end; a skipped
      *> or failed step puts the close out of balance on the
      *> certificate. the balancing step itself is not counted -
      *> it reads this rule.
           move ws-project2bal-status to ws-tally-status
           perform 024-tally-step
           move ws-project2fin-status to ws-tally-status
           perform 024-tally-step
           move ws-project2age-status to ws-tally-status
           perform 024-tally-step
           move ws-project2stm-status to ws-tally-status
           perform 024-tally-step
           move ws-project2wof-status to ws-tally-status
           perform 024-tally-step
           move ws-loanpost-status to ws-tally-status
           perform 024-tally-step
           move ws-loandlq-status to ws-tally-status
           perform 024-tally-step
           move ws-loanact-status to ws-tally-status
           perform 024-tally-step
           move ws-vehrnw-status to ws-tally-status
           perform 024-tally-step
           move ws-vehflw-status to ws-tally-status
           perform 024-tally-step
           move ws-vehpin-status to ws-tally-status
           perform 024-tally-step
           move ws-escheat-status to ws-tally-status
           perform 024-tally-step
           move ws-project1qtr-status to ws-tally-status
           perform 024-tally-step
           move ws-mailext-status to ws-tally-status
           perform 024-tally-step
           move ws-project1lvl-status to ws-tally-status
           perform 024-tally-step
           move ws-project1lab-status to ws-tally-status
           perform 024-tally-step
           move ws-project2gl-status to ws-tally-status
           perform 024-tally-step
           move ws-glpost-status to ws-tally-status
           perform 024-tally-step
           move ws-glvar-status to ws-tally-status
           perform 024-tally-step
           move ws-gltrial-status to ws-tally-status
           perform 024-tally-step
           move 'monthend' to ctl-program
           move 'STEPS-RUN' to ctl-rule-id
           move 'A' to ctl-side
           move ws-steps-due to ctl-amount
           perform 023-write-control-side
           move 'B' to ctl-side
           move ws-steps-done to ctl-amount
           perform 023-write-control-side.

       023-write-control-side.
      *> one side of a balancing rule for the certificate.
           move rpt-curr-yr to ctl-bus-yr
           move rpt-curr-mth to ctl-bus-mth
           move rpt-curr-day to ctl-bus-day
           open extend balancing-file
           write control-total-rec
           close balancing-file.

       024-tally-step.
           if ws-tally-status = 'rst-skip'
              or ws-tally-status = 'not due'
               exit paragraph
           end-if
           add 1 to ws-steps-due
           if ws-tally-status = 'completed'
              or ws-tally-status = 'warnings'
               add 1 to ws-steps-done
           end-if
           if ws-tally-status = 'failed'
               add 1 to ws-failed-count
           end-if.

       910-record-month-close.
      *> the month is marked closed only when no step failed or was
      *> skipped; otherwise it stays started, and only a keyed
      *> restart may take it further.
           if ws-skipped-count > zero
              or ws-failed-count > zero
              or ws-balrun-status = 'failed'
               exit paragraph
           end-if
           move rpt-curr-yr to mec-close-yr
           move rpt-curr-mth to mec-close-mth
           move 'C' to mec-close-status
           open output month-close-file
           write month-close-rec
           close month-close-file
           display 'month-end for ' rpt-curr-yr '-' rpt-curr-mth
               ' closed'.

       915-clear-restart-step.
      *> a restart step applies to exactly one run.
           if ws-restart-step not = spaces
               move spaces to restart-parm-rec
               open output restart-parm-file
               write restart-parm-rec
               close restart-parm-file
           end-if.

       205-run-project2bal.
      *> the balance roll comes first - the finance charges, the
      *> statements and the write-offs all read the rolled balances.
           move 'PROJECT2BAL' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-project2bal-status
               exit paragraph
           end-if
           display 'running project2bal - balance carry-forward'
           call 'PROJECT2BAL'
               on exception
                   move 'failed' to ws-project2bal-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-project2bal-status
                   else
                       move 'warnings' to ws-project2bal-status
                   end-if
           end-call.

       210-run-project2fin.
      *> declared dependency: finance charges assessed ahead of the
      *> roll are charged on last month's money.
           move 'PROJECT2FIN' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-project2fin-status
               exit paragraph
           end-if
           if ws-project2bal-status = 'failed'
              or ws-project2bal-status = 'SKIPPED'
               move 'SKIPPED' to ws-project2fin-status
               add 1 to ws-skipped-count
               display '*** project2fin SKIPPED - project2bal did '
                   'not complete ***'
               exit paragraph
           end-if
           display 'running project2fin - finance charges'
           call 'PROJECT2FIN'
               on exception
                   move 'failed' to ws-project2fin-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-project2fin-status
                   else
                       move 'warnings' to ws-project2fin-status
                   end-if
           end-call.

       215-run-project2age.
      *> the aging reads the open items the nightly run keeps and
      *> needs nothing from the balance roll.
           move 'PROJECT2AGE' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-project2age-status
               exit paragraph
           end-if
           display 'running project2age - aged receivables'
           call 'PROJECT2AGE'
               on exception
                   move 'failed' to ws-project2age-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-project2age-status
                   else
                       move 'warnings' to ws-project2age-status
                   end-if
           end-call.

       220-run-project2stm.
      *> statements open on the rolled opening balance.
           move 'PROJECT2STM' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-project2stm-status
               exit paragraph
           end-if
           if ws-project2bal-status = 'failed'
              or ws-project2bal-status = 'SKIPPED'
               move 'SKIPPED' to ws-project2stm-status
               add 1 to ws-skipped-count
               display '*** project2stm SKIPPED - project2bal did '
                   'not complete ***'
               exit paragraph
           end-if
           display 'running project2stm - customer statements'
           call 'PROJECT2STM'
               on exception
                   move 'failed' to ws-project2stm-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-project2stm-status
                   else
                       move 'warnings' to ws-project2stm-status
                   end-if
           end-call.

       225-run-project2wof.
      *> write-offs clear on the rolled closing balance.
           move 'PROJECT2WOF' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-project2wof-status
               exit paragraph
           end-if
           if ws-project2bal-status = 'failed'
              or ws-project2bal-status = 'SKIPPED'
               move 'SKIPPED' to ws-project2wof-status
               add 1 to ws-skipped-count
               display '*** project2wof SKIPPED - project2bal did '
                   'not complete ***'
               exit paragraph
           end-if
           display 'running project2wof - write-offs'
           call 'PROJECT2WOF'
               on exception
                   move 'failed' to ws-project2wof-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-project2wof-status
                   else
                       move 'warnings' to ws-project2wof-status
                   end-if
           end-call.

       230-run-loanpost.
           move 'LOANPOST' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-loanpost-status
               exit paragraph
           end-if
           display 'running loanpost - loan payment posting'
           call 'loanpost'
               on exception
                   move 'failed' to ws-loanpost-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-loanpost-status
                   else
                       move 'warnings' to ws-loanpost-status
                   end-if
           end-call.

       235-run-loandlq.
      *> the delinquency aging counts months behind from the next
      *> due date the posting run advances - aged ahead of the
      *> month's payments, every payer would show a month late.
           move 'LOANDLQ' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-loandlq-status
               exit paragraph
           end-if
           if ws-loanpost-status = 'failed'
              or ws-loanpost-status = 'SKIPPED'
               move 'SKIPPED' to ws-loandlq-status
               add 1 to ws-skipped-count
               display '*** loandlq SKIPPED - loanpost did not '
                   'complete ***'
               exit paragraph
           end-if
           display 'running loandlq - loan delinquency'
           call 'loandlq'
               on exception
                   move 'failed' to ws-loandlq-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-loandlq-status
                   else
                       move 'warnings' to ws-loandlq-status
                   end-if
           end-call.

       240-run-loanact.
           move 'LOANACT' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-loanact-status
               exit paragraph
           end-if
           display 'running loanact - lending activity report'
           call 'loanact'
               on exception
                   move 'failed' to ws-loanact-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-loanact-status
                   else
                       move 'warnings' to ws-loanact-status
                   end-if
           end-call.

       245-run-vehrnw.
           move 'VEHRNW' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-vehrnw-status
               exit paragraph
           end-if
           display 'running vehrnw - registration renewals'
           call 'VEHRNW'
               on exception
                   move 'failed' to ws-vehrnw-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-vehrnw-status
                   else
                       move 'warnings' to ws-vehrnw-status
                   end-if
           end-call.

       250-run-vehflw.
      *> the follow-up matches the notices the renewal run issued.
           move 'VEHFLW' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-vehflw-status
               exit paragraph
           end-if
           if ws-vehrnw-status = 'failed'
              or ws-vehrnw-status = 'SKIPPED'
               move 'SKIPPED' to ws-vehflw-status
               add 1 to ws-skipped-count
               display '*** vehflw SKIPPED - vehrnw did not '
                   'complete ***'
               exit paragraph
           end-if
           display 'running vehflw - renewal follow-up'
           call 'VEHFLW'
               on exception
                   move 'failed' to ws-vehflw-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-vehflw-status
                   else
                       move 'warnings' to ws-vehflw-status
                   end-if
           end-call.

       252-run-vehpin.
      *> every plate received, issued and on hand for the month.
           move 'VEHPIN' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-vehpin-status
               exit paragraph
           end-if
           display 'running vehpin - plate inventory reconciliation'
           call 'VEHPIN'
               on exception
                   move 'failed' to ws-vehpin-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-vehpin-status
                   else
                       move 'warnings' to ws-vehpin-status
                   end-if
           end-call.

       253-run-escheat.
      *> unclaimed property is reported once a year, in the december
      *> close; the transactions clearing credit balances go to
      *> CH0602.DAT for the receivables journal below, and its
      *> letters go out with the presort extract.
           move 'ESCHEAT' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-escheat-status
               exit paragraph
           end-if
           if not ws-year-end
               move 'not due' to ws-escheat-status
               display 'escheat not due - not the december close'
               exit paragraph
           end-if
           if ws-project2bal-status = 'failed'
              or ws-project2bal-status = 'SKIPPED'
               move 'SKIPPED' to ws-escheat-status
               add 1 to ws-skipped-count
               display '*** escheat SKIPPED - project2bal did '
                   'not complete ***'
               exit paragraph
           end-if
           display 'running escheat - unclaimed property'
           call 'escheat'
               on exception
                   move 'failed' to ws-escheat-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-escheat-status
                   else
                       move 'warnings' to ws-escheat-status
                   end-if
           end-call.

       255-run-project1qtr.
      *> the withholding remittance zeroes the quarter-to-date
      *> figures - it runs only in the last month of a quarter.
           move 'PROJECT1QTR' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-project1qtr-status
               exit paragraph
           end-if
           if not ws-quarter-end
               move 'not due' to ws-project1qtr-status
               display 'project1qtr not due - not a quarter-end '
                   'month'
               exit paragraph
           end-if
           display 'running project1qtr - quarterly withholding'
           call 'project1qtr'
               on exception
                   move 'failed' to ws-project1qtr-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-project1qtr-status
                   else
                       move 'warnings' to ws-project1qtr-status
                   end-if
           end-call.

       256-run-mailext.
      *> the statements, dunning letters and renewal notices the
      *> close has just printed go to the presort vendor in ZIP
      *> order; anything without a good address is held back.
           move 'MAILEXT' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-mailext-status
               exit paragraph
           end-if
           display 'running mailext - mail-piece presort extract'
           call 'mailext'
               on exception
                   move 'failed' to ws-mailext-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-mailext-status
                   else
                       move 'warnings' to ws-mailext-status
                   end-if
           end-call.

       257-run-project1lvl.
      *> the accrued-leave liability as the month's last payroll
      *> left it, for accounting to book before the close.
           move 'PROJECT1LVL' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-project1lvl-status
               exit paragraph
           end-if
           display 'running project1lvl - leave liability'
           call 'project1lvl'
               on exception
                   move 'failed' to ws-project1lvl-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-project1lvl-status
                   else
                       move 'warnings' to ws-project1lvl-status
                   end-if
           end-call.

       258-run-project1lab.
      *> the month's labor cost by territory and office, proved to
      *> the payroll registers, before the period rolls.
           move 'PROJECT1LAB' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-project1lab-status
               exit paragraph
           end-if
           display 'running project1lab - labor distribution'
           call 'project1lab'
               on exception
                   move 'failed' to ws-project1lab-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-project1lab-status
                   else
                       move 'warnings' to ws-project1lab-status
                   end-if
           end-call.

       262-run-project2gl.
      *> the finance charges, write-offs and escheat adjustments the
      *> close has just added to CH0602.DAT are journalled tonight,
      *> not left for the first night of next month.
           move 'PROJECT2GL' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-project2gl-status
               exit paragraph
           end-if
           display 'running project2gl - receivables gl journal'
           call 'PROJECT2GL'
               on exception
                   move 'failed' to ws-project2gl-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-project2gl-status
                   else
                       move 'warnings' to ws-project2gl-status
                   end-if
           end-call.

       264-run-glpost.
      *> everything the close put on the posting extract - the
      *> receivables journal, the loan posting, the unclaimed
      *> property - is journalled into this period's buckets.
           move 'GLPOST' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-glpost-status
               exit paragraph
           end-if
           display 'running glpost - gl posting'
           call 'glpost'
               on exception
                   move 'failed' to ws-glpost-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-glpost-status
                   else
                       move 'warnings' to ws-glpost-status
                   end-if
           end-call.

       266-run-glvar.
      *> the variance reads the period buckets after the last
      *> posting and before the trial balance zeroes them.
           move 'GLVAR' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-glvar-status
               exit paragraph
           end-if
           if ws-glpost-status = 'failed'
              or ws-glpost-status = 'SKIPPED'
               move 'SKIPPED' to ws-glvar-status
               add 1 to ws-skipped-count
               display '*** glvar SKIPPED - glpost did not '
                   'complete ***'
               exit paragraph
           end-if
           display 'running glvar - budget variance'
           call 'glvar'
               on exception
                   move 'failed' to ws-glvar-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-glvar-status
                   else
                       move 'warnings' to ws-glvar-status
                   end-if
           end-call.

       268-run-gltrial.
      *> the trial balance rolls the period buckets to zero, so it
      *> runs after everything else in the close. declared
      *> dependency: a period rolled ahead of the month's postings
      *> or its variance report loses them from the month for good.
           move 'GLTRIAL' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-gltrial-status
               exit paragraph
           end-if
           if ws-project2gl-status = 'failed'
              or ws-project2gl-status = 'SKIPPED'
              or ws-glpost-status = 'failed'
              or ws-glpost-status = 'SKIPPED'
              or ws-glvar-status = 'failed'
              or ws-glvar-status = 'SKIPPED'
               move 'SKIPPED' to ws-gltrial-status
               add 1 to ws-skipped-count
               display '*** gltrial SKIPPED - the gl posting or '
                   'variance did not complete ***'
               exit paragraph
           end-if
           display 'running gltrial - trial balance'
           call 'gltrial'
               on exception
                   move 'failed' to ws-gltrial-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-gltrial-status
                   else
                       move 'warnings' to ws-gltrial-status
                   end-if
           end-call.

       270-run-balancer.
      *> always the last step: it certifies the loan posting and the
      *> close's own step count before the operators go home.
           move 'BALRUN' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-balrun-status
               exit paragraph
           end-if
           display 'running balrun - balancing certificate'
           call 'balrun'
               on exception
                   move 'failed' to ws-balrun-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-balrun-status
                   else
                       move 'OUT-OF-BAL' to ws-balrun-status
                   end-if
           end-call.

       900-job-summary.
           display '===================================='
           display 'month-end close completion summary'
           display 'project2bal balance roll ... '
               ws-project2bal-status
           display 'project2fin finance charge . '
               ws-project2fin-status
           display 'project2age aged receivable  '
               ws-project2age-status
           display 'project2stm statements ..... '
               ws-project2stm-status
           display 'project2wof write-offs ..... '
               ws-project2wof-status
           display 'loanpost loan posting ...... '
               ws-loanpost-status
           display 'loandlq loan delinquency ... '
               ws-loandlq-status
           display 'loanact lending activity ... '
               ws-loanact-status
           display 'vehrnw renewal notices ..... '
               ws-vehrnw-status
           display 'vehflw renewal follow-up ... '
               ws-vehflw-status
           display 'vehpin plate inventory ..... '
               ws-vehpin-status
           display 'escheat unclaimed property . '
               ws-escheat-status
           display 'project1qtr qtr withholding  '
               ws-project1qtr-status
           display 'mailext mail-piece extract . '
               ws-mailext-status
           display 'project1lvl leave liability  '
               ws-project1lvl-status
           display 'project1lab labor distrib .. '
               ws-project1lab-status
           display 'project2gl receivables gl .. '
               ws-project2gl-status
           display 'glpost gl posting .......... '
               ws-glpost-status
           display 'glvar budget variance ...... '
               ws-glvar-status
           display 'gltrial trial balance ...... '
               ws-gltrial-status
           display 'balrun balancing cert ...... '
               ws-balrun-status
           if ws-skipped-count > zero
               display '*** ' ws-skipped-count
                   ' STEP(S) SKIPPED - prerequisite failed ***'
           end-if
           if ws-skipped-count > zero
              or ws-failed-count > zero
              or ws-balrun-status = 'failed'
               display '*** month NOT closed - resume from the '
                   'failed step in CH9996MRS.PAR ***'
           end-if
           display '===================================='.
