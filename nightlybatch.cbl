       01  restart-controls.
           05  ws-restart-step         pic x(12) value spaces.
               88  ws-restart-step-known
                   value 'TCDEDIT' 'PROJECT1' 'CHKPOST' 'PAYFEED'
                         'PAYREL' 'PAYEDIT' 'PROJECT6'
                         'SALFEED' 'PAYRECON'
                         'PROJECT2LBX' 'PROJECT2DRW'
                         'PROJECT2' 'PROJECT2GL'
                         'PROJECT2OPN' 'PROJECT4'
                         'VEHFLT' 'VEHFPY' 'VEHHLD'
                         'PROJECT5' 'GLPOST' 'DQSCAN'
                         'EXCMGMT'
                         'OPRACC' 'MAILEXT' 'BALRUN'.
           05  ws-step-name            pic x(12) value spaces.
           05  ws-resume-sw            pic x     value 'y'.
               88  ws-resume-reached             value 'y'.

       01  ws-skipped-count            pic 99   value 0.

       01  day-of-week-work.
           05  ws-dow-date             pic 9(8) value zero.
           05  ws-dow-weeks            pic 9(7) value zero.
           05  ws-dow-day              pic 9    value zero.

       01  ws-preflight-sw             pic x    value 'n'.
           88  ws-preflight-failed              value 'y'.

       01  job-step-status.
           05  ws-tcdedit-status       pic x(9) value spaces.
           05  ws-project1-status      pic x(9) value spaces.
           05  ws-chkpost-status       pic x(9) value spaces.
           05  ws-glpost-status        pic x(9) value spaces.
           05  ws-payrel-status        pic x(9) value spaces.
           05  ws-payedit-status       pic x(9) value spaces.
           05  ws-project6-status      pic x(9) value spaces.
           05  ws-salfeed-status       pic x(9) value spaces.
           05  ws-payrecon-status      pic x(9) value spaces.
           05  ws-project2lbx-status   pic x(9) value spaces.
           05  ws-project2drw-status   pic x(9) value spaces.
           05  ws-project2-status      pic x(9) value spaces.
           05  ws-project2gl-status    pic x(9) value spaces.
           05  ws-project2opn-status   pic x(9) value spaces.
           05  ws-project4-status      pic x(9) value spaces.
           05  ws-vehhld-status        pic x(9) value spaces.
           05  ws-vehflt-status        pic x(9) value spaces.
           05  ws-vehfpy-status        pic x(9) value spaces.
           05  ws-project5-status      pic x(9) value spaces.
           05  ws-dqscan-status        pic x(9) value spaces.
           05  ws-excmgmt-status       pic x(9) value spaces.
           05  ws-opracc-status        pic x(9) value spaces.
           05  ws-mailext-status       pic x(9) value spaces.
           05  ws-balrun-status        pic x(10) value spaces.

       procedure division.
               move 8 to return-code
               goback
           end-if
           perform 205-run-tcdedit
           perform 210-run-project1
           perform 211-run-chkpost
           perform 212-run-payfeed
           perform 213-run-payrel
           perform 215-run-payedit
           perform 220-run-project6
           perform 221-run-salfeed
           perform 225-run-payrecon
           perform 228-run-project2lbx
           perform 229-run-project2drw
           perform 230-run-project2
           perform 232-run-project2gl
           perform 234-run-project2opn
           perform 240-run-project4
           perform 244-run-vehflt
           perform 246-run-vehfpy
           perform 248-run-vehhld
           perform 250-run-project5
           perform 252-run-glpost
           perform 254-run-dqscan
           perform 255-run-excmgmt
           perform 256-run-opracc
           perform 258-run-mailext
           perform 260-run-balancer
           perform 900-job-summary
           perform 910-release-date-override
               close restart-parm-file
           end-if.

       205-run-tcdedit.
      *> the hourly timecards are edited before the tax run reads
      *> them; a stopped edit leaves an empty accepted file, so the
      *> hourly staff come out of the tax run as exceptions rather
      *> than being paid from last period's cards.
           move 'TCDEDIT' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-tcdedit-status
               exit paragraph
           end-if
           display 'running tcdedit - timecard edit'
           call 'tcdedit'
               on exception
                   move 'failed' to ws-tcdedit-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-tcdedit-status
                   else
                       move 'warnings' to ws-tcdedit-status
                   end-if
           end-call.

       210-run-project1.
           move 'PROJECT1' to ws-step-name
           perform 150-check-restart-gate
                   end-if
           end-call.

       221-run-salfeed.
      *> PROJECT6's raises and salary changes go back to the tax
      *> master only when the update that wrote them completed.
           move 'SALFEED' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-salfeed-status
               exit paragraph
           end-if
           if ws-project6-status = 'failed'
              or ws-project6-status = 'SKIPPED'
               move 'SKIPPED' to ws-salfeed-status
               add 1 to ws-skipped-count
               display '*** salfeed SKIPPED - project6 did not '
                   'complete ***'
               exit paragraph
           end-if
           display 'running salfeed - salary feed to tax master'
           call 'salfeed'
               on exception
                   move 'failed' to ws-salfeed-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-salfeed-status
                   else
                       move 'warnings' to ws-salfeed-status
                   end-if
           end-call.

                   end-if
           end-call.

       228-run-project2lbx.
      *> the lockbox import ahead of the receivables runs, so the
      *> bank's payments are on the customer file for tonight's
      *> report, journal and open items.
           move 'PROJECT2LBX' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-project2lbx-status
               exit paragraph
           end-if
           display 'running project2lbx - lockbox payment import'
           call 'PROJECT2LBX'
               on exception
                   move 'failed' to ws-project2lbx-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-project2lbx-status
                   else
                       move 'warnings' to ws-project2lbx-status
                   end-if
           end-call.

       229-run-project2drw.
      *> the counter drawers are settled once the desk has closed,
      *> so the night's over and short reaches the ledger with the
      *> rest of the receivables entries.
           move 'PROJECT2DRW' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-project2drw-status
               exit paragraph
           end-if
           display 'running project2drw - drawer settlement'
           call 'PROJECT2DRW'
               on exception
                   move 'failed' to ws-project2drw-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-project2drw-status
                   else
                       move 'warnings' to ws-project2drw-status
                   end-if
           end-call.

       230-run-project2.
           move 'PROJECT2' to ws-step-name
           perform 150-check-restart-gate
                   end-if
           end-call.

       232-run-project2gl.
      *> the receivables journal reads the customer file on its own
      *> position and needs nothing from the report run ahead of it.
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

       234-run-project2opn.
      *> the open-item update keeps its own position in the customer
      *> file too; the statements, aging and inquiry read its items.
           move 'PROJECT2OPN' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-project2opn-status
               exit paragraph
           end-if
           display 'running project2opn - receivables open items'
           call 'PROJECT2OPN'
               on exception
                   move 'failed' to ws-project2opn-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-project2opn-status
                   else
                       move 'warnings' to ws-project2opn-status
                   end-if
           end-call.

       240-run-project4.
           move 'PROJECT4' to ws-step-name
           perform 150-check-restart-gate
                   end-if
           end-call.

       244-run-vehflt.
      *> fleet changes and vehicle links go on before the fleet
      *> payments, so a vehicle linked today is on its fleet.
           move 'VEHFLT' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-vehflt-status
               exit paragraph
           end-if
           display 'running vehflt - fleet maintenance'
           call 'VEHFLT'
               on exception
                   move 'failed' to ws-vehflt-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-vehflt-status
                   else
                       move 'warnings' to ws-vehflt-status
                   end-if
           end-call.

       246-run-vehfpy.
      *> the fleet payments write their renewal transactions to
      *> CH1204.DAT ahead of the registration run, so a fleet paid
      *> today is renewed tonight.
           move 'VEHFPY' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-vehfpy-status
               exit paragraph
           end-if
           display 'running vehfpy - fleet payments'
           call 'VEHFPY'
               on exception
                   move 'failed' to ws-vehfpy-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-vehfpy-status
                   else
                       move 'warnings' to ws-vehfpy-status
                   end-if
           end-call.

       248-run-vehhld.
      *> the agencies' hold placements and releases go on ahead of
      *> the registration run, so tonight's refusals are made
      *> against today's holds.
           move 'VEHHLD' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-vehhld-status
               exit paragraph
           end-if
           display 'running vehhld - registration holds'
           call 'VEHHLD'
               on exception
                   move 'failed' to ws-vehhld-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-vehhld-status
                   else
                       move 'warnings' to ws-vehhld-status
                   end-if
           end-call.

       250-run-project5.
           move 'PROJECT5' to ws-step-name
           perform 150-check-restart-gate
                   end-if
           end-call.

       252-run-glpost.
      *> the posting extract is journalled into the ledger only when
      *> the tax run that wrote it completed. it runs after the
      *> receivables journal and the registration run so their
      *> entries reach the ledger the same night; on a night it is
      *> skipped they wait on the extract for the next posting.
           move 'GLPOST' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-glpost-status
               exit paragraph
           end-if
           if ws-project1-status = 'failed'
              or ws-project1-status = 'SKIPPED'
               move 'SKIPPED' to ws-glpost-status
               add 1 to ws-skipped-count
               display '*** glpost SKIPPED - project1 did not '
                   'complete ***'
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

       254-run-dqscan.
      *> the data-quality scan is weekly: it runs on the sunday
      *> business date, ahead of excmgmt so its findings are on that
      *> night's exception report. day 1 of the integer date count
      *> was a monday, so a sunday divides evenly by seven.
           move 'DQSCAN' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-dqscan-status
               exit paragraph
           end-if
           move bus-date-yr to ws-dow-date(1:4)
           move bus-date-mth to ws-dow-date(5:2)
           move bus-date-day to ws-dow-date(7:2)
           divide function integer-of-date(ws-dow-date) by 7
               giving ws-dow-weeks remainder ws-dow-day
           if ws-dow-day not = zero
               move 'not due' to ws-dqscan-status
               exit paragraph
           end-if
           display 'running dqscan - weekly data-quality scan'
           call 'dqscan'
               on exception
                   move 'failed' to ws-dqscan-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-dqscan-status
                   else
                       move 'warnings' to ws-dqscan-status
                   end-if
           end-call.

       255-run-excmgmt.
           move 'EXCMGMT' to ws-step-name
           perform 150-check-restart-gate
                   end-if
           end-call.

       256-run-opracc.
           move 'OPRACC' to ws-step-name
           perform 150-check-restart-gate
           if ws-step-held
               move 'rst-skip' to ws-opracc-status
               exit paragraph
           end-if
           display 'running opracc - operator access report'
           call 'opracc'
               on exception
                   move 'failed' to ws-opracc-status
               not on exception
                   if return-code = zero
                       move 'completed' to ws-opracc-status
                   else
                       move 'warnings' to ws-opracc-status
                   end-if
           end-call.

       258-run-mailext.
      *> picks up the mail pieces from any document run since the
      *> last extract - the year-end w-2s and interest statements
      *> are run on demand during the day.
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

       260-run-balancer.
      *> always the last step: it certifies everything the night
      *> wrote before the operators go home.
       900-job-summary.
           display '===================================='
           display 'nightly batch job completion summary'
           display 'tcdedit timecard edit ...... '
               ws-tcdedit-status
           display 'project1 tax calc .......... '
               ws-project1-status
           display 'chkpost check register ..... '
               ws-payedit-status
           display 'project6 master update ..... '
               ws-project6-status
           display 'salfeed salary feed ........ '
               ws-salfeed-status
           display 'payrecon master compare ..... '
               ws-payrecon-status
           display 'project2lbx lockbox import . '
               ws-project2lbx-status
           display 'project2drw drawer settle .. '
               ws-project2drw-status
           display 'project2 transaction rpt ... '
               ws-project2-status
           display 'project2gl receivables gl .. '
               ws-project2gl-status
           display 'project2opn open items ..... '
               ws-project2opn-status
           display 'project4 gpa report ......... '
               ws-project4-status
           display 'vehflt fleet maintenance ... '
               ws-vehflt-status
           display 'vehfpy fleet payments ...... '
               ws-vehfpy-status
           display 'vehhld registration holds .. '
               ws-vehhld-status
           display 'project5 registration rpt .. '
               ws-project5-status
           display 'glpost gl posting .......... '
               ws-glpost-status
           display 'dqscan data-quality scan ... '
               ws-dqscan-status
           display 'excmgmt exception log ...... '
               ws-excmgmt-status
           display 'opracc operator access ..... '
               ws-opracc-status
           display 'mailext mail-piece extract . '
               ws-mailext-status
           display 'balrun balancing cert ...... '
               ws-balrun-status
           if ws-skipped-count > zero
