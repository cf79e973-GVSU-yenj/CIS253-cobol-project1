       identification division.

       program-id. tcdedit.
      *AUTHOR. JON YEN
      *> front-end edit for the hourly timecards, run ahead of the tax
      *> run the same way payedit runs ahead of PROJECT6. every
      *> CH0101TCD.DAT card is checked - employee on CH0101MST.NDX,
      *> active, paid hourly, hours numeric and not all zero, only
      *> one card per employee in the batch - and the good cards go
      *> to CH0101TCA.DAT, the only timecard file the tax run reads.
      *> the master is then walked for active hourly employees with
      *> no accepted card, so a missing timecard lands on the
      *> exceptions listing for the desk instead of quietly becoming
      *> a skipped or zero paycheck. a card must split its straight
      *> time by week (the tax run's overtime test is 40 hours a
      *> week) and must be for a period after the last one posted
      *> to the employee, and CH0101TCD.DAT is emptied once its
      *> cards are released, so no run can pay the same hours twice.
      *> released cards are added to CH0101TCA.DAT, never written
      *> over it: cards released on an earlier night wait there
      *> until the tax run pays them and takes them off, and a card
      *> for an employee who already has one waiting is rejected.

       environment division.

       input-output section.
       file-control.
           select optional timecard-file
               assign to "W:\PROJECT1\CH0101TCD.DAT"
                   organization is line sequential.
           select optional accepted-file
               assign to "W:\PROJECT1\CH0101TCA.DAT"
                   organization is line sequential.
           select employee-master
               assign to "W:\PROJECT1\CH0101MST.NDX"
                   organization is indexed
                   access is dynamic
                   record key is employee-no-m.
           select print-file
               assign to "W:\PROJECT1\CH0101TCE.RPT"
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

           select optional balancing-file
               assign to "W:\CONTROL\CH9997BAL.DAT"
                   organization is line sequential.

       data division.

       file section.
       fd  timecard-file
           record contains 58 characters.
       copy timecard.

       fd  accepted-file
           record contains 58 characters.
       01  accepted-rec.
           05  acc-employee-no         pic x(5).
           05  filler                  pic x(53).

       fd  employee-master
           record contains 400 characters.
       copy emppay.

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

       fd  balancing-file
           record contains 42 characters.
       copy ctlbal.

       working-storage section.

       01  run-stat-work.
           05  ws-stat-timestamp       pic x(21).
           05  ws-stat-start-time      pic 9(6)  value zero.
           05  ws-stat-records-read    pic 9(7)  value zero.
           05  ws-stat-records-written pic 9(7)  value zero.
           05  ws-stat-exception-count pic 9(5)  value zero.
       copy rptdate.
       copy rpthdr1.

       01  more-data                   pic x(3) value 'yes'.
           88  no-more-data                       value 'no'.

       01  ws-exceptions-sw            pic x    value 'n'.
           88  ws-exceptions-printed              value 'y'.

       01  ws-pg-ct                    pic 999  value 0.

       01  ws-record-ok-sw             pic x    value 'y'.
           88  ws-record-ok                       value 'y'.

       01  ws-emp-found-sw             pic x    value 'y'.
           88  ws-emp-found                       value 'y'.
           88  ws-emp-not-found                   value 'n'.

       01  ws-card-seen-sw             pic x    value 'n'.
           88  ws-card-seen                       value 'y'.

       01  ws-reject-reason            pic x(40) value spaces.

       01  ws-tcd-week                 pic 9    value 0.
       01  ws-week-total               pic 9(4)v99 value zero.

      *> employee numbers with an accepted card - the ones still
      *> waiting on CH0101TCA.DAT first, then this batch's - for the
      *> duplicate check going in and the missing-card check coming
      *> out.
       01  ws-seen-count               pic 9(4) value 0.
       01  ws-held-count               pic 9(4) value 0.
       01  ws-batch-count              pic 9(5) value 0.
       01  ws-seen-overflow-sw         pic x    value 'n'.
           88  ws-seen-overflow                   value 'y'.
       01  seen-keys.
           05  seen-entry occurs 1000 times indexed by sk-x
                                       pic x(5).

       01  edit-counts.
           05  ws-accepted-count       pic 9(5)     value zero.
           05  ws-rejected-count       pic 9(5)     value zero.
           05  ws-missing-count        pic 9(5)     value zero.
           05  ws-accepted-hours       pic 9(7)v99  value zero.

       01  reject-hdr.
           05  filler                 pic x(30)
               value 'rejected timecards'.

       01  reject-line.
           05                          pic x(4)    value spaces.
           05  rej-employee-no-out     pic x(5).
           05                          pic x(4)    value spaces.
           05  rej-employee-name-out   pic x(30).
           05                          pic x(4)    value spaces.
           05  rej-reason-out          pic x(40).

       01  missing-hdr.
           05  filler                 pic x(45)
               value 'active hourly employees with no timecard'.

       01  missing-line.
           05                          pic x(4)    value spaces.
           05  mis-employee-no-out     pic x(5).
           05                          pic x(4)    value spaces.
           05  mis-employee-name-out   pic x(30).
           05                          pic x(4)    value spaces.
           05  filler                 pic x(30)
               value 'no timecard - will not be paid'.

       01  count-line.
           05  cnt-label               pic x(25).
           05  cnt-count-out           pic zz,zz9.

       01  hours-line.
           05  hrs-label               pic x(25).
           05  hrs-hours-out           pic z,zzz,zz9.99.

       01  overflow-note-line.
           05  filler                 pic x(50)
               value 'duplicate-check table full - edit stopped'.

       procedure division.
       100-main-module.
           perform 110-load-held-cards
           perform 120-count-batch
           open input timecard-file
                input employee-master
                extend accepted-file
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           perform 020-write-start-stat
           move 'timecard edit listing' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from reject-hdr
      *> the table is sized before a card is released: a check that
      *> silently stopped registering keys would manufacture wrong
      *> edit results. nothing has been added to CH0101TCA.DAT and
      *> CH0101TCD.DAT is left as keyed, so the cards already
      *> waiting are still paid and tonight's can be edited again.
           if ws-seen-overflow
               write print-rec from overflow-note-line
               close timecard-file
                     employee-master
                     accepted-file
                     print-file
                     exception-log-file
               display 'CH0101TCD.DAT exceeds duplicate-check table'
               display 'edit stopped - no timecards released'
               move 8 to return-code
               perform 021-write-end-stat
               goback
           end-if
           perform until no-more-data
               read timecard-file
                   at end move 'no' to more-data
                   not at end
                       add 1 to ws-stat-records-read
                       perform 200-edit-timecard
               end-read
           end-perform
           perform 400-check-missing-cards
           move 'accepted timecards:' to cnt-label
           move ws-accepted-count to cnt-count-out
           write print-rec from count-line
           move 'rejected timecards:' to cnt-label
           move ws-rejected-count to cnt-count-out
           write print-rec from count-line
           move 'missing timecards:' to cnt-label
           move ws-missing-count to cnt-count-out
           write print-rec from count-line
           move 'accepted hours:' to hrs-label
           move ws-accepted-hours to hrs-hours-out
           write print-rec from hours-line
           close timecard-file
                 employee-master
                 accepted-file
                 print-file
                 exception-log-file
      *> leave the timecard file EMPTY once its cards are released
      *> to CH0101TCA.DAT, the same way chkpost empties the check
      *> file - a rejected card is on the listing and the log to be
      *> corrected and keyed again, and nothing may be paid twice.
           open output timecard-file
           close timecard-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of timecard edit'
           perform 022-write-control-totals
           perform 021-write-end-stat
           goback.

       110-load-held-cards.
      *> cards released on an earlier night that the tax run has not
      *> yet paid.
           open input accepted-file
           perform until 1 = 2
               read accepted-file
                   at end exit perform
               end-read
               if ws-seen-count >= 1000
                   move 'y' to ws-seen-overflow-sw
                   exit perform
               end-if
               add 1 to ws-seen-count
               set sk-x to ws-seen-count
               move acc-employee-no to seen-entry(sk-x)
           end-perform
           move ws-seen-count to ws-held-count
           close accepted-file.

       120-count-batch.
           open input timecard-file
           perform until 1 = 2
               read timecard-file
                   at end exit perform
               end-read
               add 1 to ws-batch-count
           end-perform
           close timecard-file
           if ws-held-count + ws-batch-count > 1000
               move 'y' to ws-seen-overflow-sw
           end-if.

       200-edit-timecard.
           move 'y' to ws-record-ok-sw
           move spaces to ws-reject-reason
           move tcd-employee-no to employee-no-m
           move 'y' to ws-emp-found-sw
           read employee-master
               invalid key move 'n' to ws-emp-found-sw
           end-read
           if ws-emp-not-found
               move spaces to employee-name-m
               move 'employee not on master' to ws-reject-reason
               move 'n' to ws-record-ok-sw
           end-if
           if ws-record-ok and not emp-active
               move 'employee is not active' to ws-reject-reason
               move 'n' to ws-record-ok-sw
           end-if
           if ws-record-ok and not pay-hourly
               move 'employee is not paid hourly'
                   to ws-reject-reason
               move 'n' to ws-record-ok-sw
           end-if
           if ws-record-ok
              and (tcd-regular-hours is not numeric
                   or tcd-overtime-hours is not numeric
                   or tcd-holiday-hours is not numeric)
               move 'hours are not numeric' to ws-reject-reason
               move 'n' to ws-record-ok-sw
           end-if
           if ws-record-ok
              and tcd-regular-hours = zero
              and tcd-overtime-hours = zero
              and tcd-holiday-hours = zero
               move 'no hours on timecard' to ws-reject-reason
               move 'n' to ws-record-ok-sw
           end-if
           if ws-record-ok and tcd-period-end is not numeric
               move 'period end date is not numeric'
                   to ws-reject-reason
               move 'n' to ws-record-ok-sw
           end-if
           if ws-record-ok
               perform 230-check-weekly-hours
           end-if
      *> the tax run stamps posted-thru with the date it paid the
      *> employee; a card for a period ending on or before that has
      *> been paid already.
           if ws-record-ok
              and posted-thru-date-m is numeric
              and tcd-period-end not > posted-thru-date-m
               move 'period already paid' to ws-reject-reason
               move 'n' to ws-record-ok-sw
           end-if
           if ws-record-ok
               perform 250-check-duplicate
           end-if
           if not ws-record-ok
               perform 300-reject-timecard
               exit paragraph
           end-if
           write accepted-rec from timecard-rec
           add 1 to ws-accepted-count
           add 1 to ws-stat-records-written
           add tcd-regular-hours tcd-overtime-hours tcd-holiday-hours
               to ws-accepted-hours.

       230-check-weekly-hours.
           move zero to ws-week-total
           perform varying ws-tcd-week from 1 by 1
                   until ws-tcd-week > 6
               if tcd-week-hours(ws-tcd-week) is not numeric
                   move 'weekly hours are not numeric'
                       to ws-reject-reason
                   move 'n' to ws-record-ok-sw
                   exit paragraph
               end-if
               add tcd-week-hours(ws-tcd-week) to ws-week-total
           end-perform
           if ws-week-total not = tcd-regular-hours
               move 'weekly hours do not total regular hours'
                   to ws-reject-reason
               move 'n' to ws-record-ok-sw
           end-if.

       250-check-duplicate.
           perform varying sk-x from 1 by 1
                   until sk-x > ws-seen-count
               if seen-entry(sk-x) = tcd-employee-no
                   if sk-x > ws-held-count
                       move 'duplicate timecard within batch'
                           to ws-reject-reason
                   else
                       move 'timecard already released, not paid'
                           to ws-reject-reason
                   end-if
                   move 'n' to ws-record-ok-sw
               end-if
           end-perform
      *> 120-count-batch has already made sure there is room.
           if ws-record-ok
               add 1 to ws-seen-count
               set sk-x to ws-seen-count
               move tcd-employee-no to seen-entry(sk-x)
           end-if.

       300-reject-timecard.
           add 1 to ws-rejected-count
           move tcd-employee-no to rej-employee-no-out
           move employee-name-m to rej-employee-name-out
           move ws-reject-reason to rej-reason-out
           write print-rec from reject-line
           move tcd-employee-no to exc-log-key
           move ws-reject-reason to exc-log-message
           perform 290-write-exception-log.

       400-check-missing-cards.
      *> every active hourly employee must have come through with an
      *> accepted card; the ones who did not are listed so the desk
      *> can chase the supervisor before the tax run, not after.
           write print-rec from missing-hdr
           move low-values to employee-no-m
           start employee-master key not < employee-no-m
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read employee-master next
                   at end exit perform
               end-read
               if emp-active and pay-hourly
                   perform 410-check-one-employee
               end-if
           end-perform.

       410-check-one-employee.
           move 'n' to ws-card-seen-sw
           perform varying sk-x from 1 by 1
                   until sk-x > ws-seen-count
               if seen-entry(sk-x) = employee-no-m
                   move 'y' to ws-card-seen-sw
               end-if
           end-perform
           if not ws-card-seen
               add 1 to ws-missing-count
               move employee-no-m to mis-employee-no-out
               move employee-name-m to mis-employee-name-out
               write print-rec from missing-line
               move employee-no-m to exc-log-key
               move 'no timecard for hourly employee'
                   to exc-log-message
               perform 290-write-exception-log
           end-if.

       290-write-exception-log.
           move 'y' to ws-exceptions-sw
           move 'tcdedit' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           write exception-log-rec
           add 1 to ws-stat-exception-count.

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

       020-write-start-stat.
      *> one 'S' record at start-up and one 'E' record at end of
      *> job go to the shared stats file, so the morning summary
      *> can reconstruct the night without the console.
           move 'tcdedit' to run-program
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
           move 'tcdedit' to run-program
           move rpt-curr-yr to run-bus-yr
           move rpt-curr-mth to run-bus-mth
           move rpt-curr-day to run-bus-day
           move 'E' to run-rec-type
           move ws-stat-start-time to run-start-time
           move function current-date to ws-stat-timestamp
           move ws-stat-timestamp(9:6) to run-end-time
           move ws-stat-records-read to run-records-read
           move ws-stat-records-written to run-records-written
           move ws-stat-exception-count to run-exception-count
           move return-code to run-return-code
           open extend run-stats-file
           write run-stat-rec
           close run-stats-file.

       022-write-control-totals.
      *> every card read must land in either the accepted file or
      *> the rejected list.
           move 'tcdedit' to ctl-program
           move 'IN-VS-OUT' to ctl-rule-id
           move 'A' to ctl-side
           move ws-stat-records-read to ctl-amount
           perform 023-write-control-side
           move 'B' to ctl-side
           compute ctl-amount = ws-accepted-count
               + ws-rejected-count
           perform 023-write-control-side.

       023-write-control-side.
      *> one side of a balancing rule for tonight's certificate.
           move rpt-curr-yr to ctl-bus-yr
           move rpt-curr-mth to ctl-bus-mth
           move rpt-curr-day to ctl-bus-day
           open extend balancing-file
           write control-total-rec
           close balancing-file.
