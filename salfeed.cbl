       identification division.

       program-id. salfeed.
      *AUTHOR. JON YEN
      *> nightly feed of PROJECT6's salary changes back to the tax
      *> master - payfeed's partner going the other way. PROJECT6
      *> writes every raise and salary change it applies to
      *> CH1503SAL.DAT with the date it took effect; this run moves
      *> the new salary onto SALARY-M on CH0101MST.NDX, so the tax
      *> run pays it from the next payday instead of waiting for
      *> someone to notice payrecon's drift report. a change
      *> effective on or before the employee's last posted pay date
      *> means those pays went out at the old salary: the difference
      *> for each of them is added to RETRO-PAY-M, which the tax run
      *> pays as an earnings line of its own on the next pay. a
      *> change that started in project1mnt comes back through
      *> PROJECT6 with the tax master already at the new figure and
      *> is passed over. the feed file is emptied once applied.

       environment division.

       input-output section.
       file-control.
           select optional salary-feed-file
               assign to "W:\CIS253PROJECT6INFO\CH1503SAL.DAT"
                   organization is line sequential.
           select employee-master
               assign to "W:\PROJECT1\CH0101MST.NDX"
                   organization is indexed
                   access is random
                   record key is employee-no-m.
           select print-file
               assign to "W:\PROJECT1\CH0101SFD.RPT"
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

       data division.

       file section.
       fd  salary-feed-file
           record contains 33 characters.
       01  salary-feed-rec.
           05  sfd-employee-no         pic x(5).
           05  sfd-old-salary          pic 9(6).
           05  sfd-new-salary          pic 9(6).
           05  sfd-eff-date            pic 9(8).
           05  sfd-eff-date-x redefines sfd-eff-date.
               10  sfd-eff-yr          pic 9(4).
               10  sfd-eff-mth         pic 99.
               10  sfd-eff-day         pic 99.
           05  sfd-bus-date            pic 9(8).

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
       01  ws-exc-message              pic x(40) value spaces.

       01  ws-master-found-sw          pic x    value 'y'.
           88  ws-master-found                    value 'y'.
           88  ws-master-not-found                value 'n'.

      *> the pays already made at the old salary are counted from
      *> the effective date to the last posted pay date: every
      *> cycle-length step counts one pay, the pay dated on or
      *> after the effective date counting in full.
       01  retro-work.
           05  ws-posted-date          pic 9(8).
           05  ws-posted-date-x redefines ws-posted-date.
               10  ws-posted-yr        pic 9(4).
               10  ws-posted-mth       pic 99.
               10  ws-posted-day       pic 99.
           05  ws-periods-per-year     pic 99.
           05  ws-cycle-days           pic 99.
           05  ws-eff-int              pic 9(7).
           05  ws-posted-int           pic 9(7).
           05  ws-days-between         pic 9(7).
           05  ws-months-between       pic s9(5).
           05  ws-retro-periods        pic 9(5).
           05  ws-salary-diff          pic s9(7).
           05  ws-retro-amt            pic 9(6)v99.
           05  ws-old-tax-salary       pic 9(6).

       01  feed-totals.
           05  ws-changes-read         pic 9(5)     value zero.
           05  ws-salaries-updated     pic 9(5)     value zero.
           05  ws-already-current      pic 9(5)     value zero.
           05  ws-retro-count          pic 9(5)     value zero.
           05  ws-retro-total          pic 9(9)v99  value zero.
           05  ws-changes-rejected     pic 9(5)     value zero.

       01  feed-hdr.
           05  filler                 pic x(11)   value 'employee no'.
           05  filler                 pic x(2)    value spaces.
           05  filler                 pic x(13)   value 'employee name'.
           05  filler                 pic x(16)   value spaces.
           05  filler                 pic x(10)   value 'old salary'.
           05  filler                 pic x(2)    value spaces.
           05  filler                 pic x(10)   value 'new salary'.
           05  filler                 pic x(2)    value spaces.
           05  filler                 pic x(9)    value 'effective'.
           05  filler                 pic x(2)    value spaces.
           05  filler                 pic x(4)    value 'pays'.
           05  filler                 pic x(5)    value spaces.
           05  filler                 pic x(9)    value 'retro pay'.

       01  feed-detail.
           05  fdt-employee-no-out     pic x(5).
           05                          pic x(8)    value spaces.
           05  fdt-employee-name-out   pic x(26).
           05                          pic x(2)    value spaces.
           05  fdt-old-salary-out      pic $zzz,zz9.
           05                          pic x(4)    value spaces.
           05  fdt-new-salary-out      pic $zzz,zz9.
           05                          pic x(4)    value spaces.
           05  fdt-eff-date-out        pic 9(8).
           05                          pic x(3)    value spaces.
           05  fdt-periods-out         pic zz9.
           05                          pic x(2)    value spaces.
           05  fdt-retro-out           pic $zzz,zz9.99.
           05                          pic x(2)    value spaces.
           05  fdt-result-out          pic x(16).

       01  total-line.
           05  tot-label               pic x(30).
           05  tot-count-out           pic zz,zz9.
           05                          pic x(4)    value spaces.
           05  tot-amount-out          pic $zz,zzz,zz9.99.

       procedure division.
       100-main-module.
           open input salary-feed-file
                i-o employee-master
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           perform 020-write-start-stat
           move 'salary feed from personnel' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from feed-hdr
           perform until no-more-data
               read salary-feed-file
                   at end move 'no' to more-data
                   not at end
                       add 1 to ws-changes-read
                       add 1 to ws-stat-records-read
                       perform 200-apply-salary-change
               end-read
           end-perform
           perform 400-write-totals
           close salary-feed-file
                 employee-master
                 print-file
                 exception-log-file
      *> leave the feed file EMPTY once it is applied - a rerun
      *> must not pay the same retroactive difference twice.
           open output salary-feed-file
           close salary-feed-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of salary feed'
           perform 021-write-end-stat
           goback.

       200-apply-salary-change.
           move sfd-employee-no to employee-no-m
                                   fdt-employee-no-out
           move 'y' to ws-master-found-sw
           read employee-master
               invalid key move 'n' to ws-master-found-sw
           end-read
           move sfd-old-salary to fdt-old-salary-out
           move sfd-new-salary to fdt-new-salary-out
           move sfd-eff-date to fdt-eff-date-out
           move zero to ws-retro-periods ws-retro-amt
           if ws-master-not-found
               move spaces to fdt-employee-name-out
               move 'not on tax master' to ws-exc-message
               perform 290-reject-change
               exit paragraph
           end-if
           move employee-name-m to fdt-employee-name-out
           if salary-m is not numeric
               move zero to salary-m
           end-if
           if salary-m = sfd-new-salary
               add 1 to ws-already-current
               move zero to fdt-periods-out fdt-retro-out
               move 'already current' to fdt-result-out
               write print-rec from feed-detail
               exit paragraph
           end-if
      *> what the tax run has actually been paying is the old
      *> figure the retro is measured from.
           move salary-m to ws-old-tax-salary
           move ws-old-tax-salary to fdt-old-salary-out
           move sfd-new-salary to salary-m
           perform 220-compute-retro-pay
           if ws-retro-amt > zero
               if retro-pay-m is not numeric
                   move zero to retro-pay-m
               end-if
               add ws-retro-amt to retro-pay-m
               add 1 to ws-retro-count
               add ws-retro-amt to ws-retro-total
               move 'retro pending' to fdt-result-out
           else
               move 'salary updated' to fdt-result-out
           end-if
           rewrite employee-master-rec
           add 1 to ws-salaries-updated
           add 1 to ws-stat-records-written
           move ws-retro-periods to fdt-periods-out
           move ws-retro-amt to fdt-retro-out
           write print-rec from feed-detail.

       220-compute-retro-pay.
      *> retro is owed only to salaried employees still on the
      *> payroll whose last posted pay falls on or after the
      *> effective date - hourly pay comes from the rate and the
      *> timecards, never from SALARY-M.
           if not pay-salaried
               exit paragraph
           end-if
           if posted-thru-date-m is not numeric
              or posted-thru-date-m = zero
              or sfd-eff-date is not numeric
              or sfd-eff-date > posted-thru-date-m
               exit paragraph
           end-if
           if emp-terminated
               move 'retro owed - terminated, pay off-cycle'
                   to ws-exc-message
               perform 295-write-exception-log
               exit paragraph
           end-if
           compute ws-salary-diff = sfd-new-salary - ws-old-tax-salary
           if ws-salary-diff < zero
      *> an overpayment is never taken back by the machine; the
      *> desk decides how it is recovered.
               move 'retro decrease - recover by hand'
                   to ws-exc-message
               perform 295-write-exception-log
               exit paragraph
           end-if
           move posted-thru-date-m to ws-posted-date
           evaluate true
               when pay-weekly
                   move 52 to ws-periods-per-year
                   move 7 to ws-cycle-days
               when pay-monthly
                   move 12 to ws-periods-per-year
                   move zero to ws-cycle-days
               when other
                   move 26 to ws-periods-per-year
                   move 14 to ws-cycle-days
           end-evaluate
           if ws-cycle-days = zero
               compute ws-months-between =
                   (ws-posted-yr * 12 + ws-posted-mth)
                   - (sfd-eff-yr * 12 + sfd-eff-mth)
               if ws-posted-day >= sfd-eff-day
                   add 1 to ws-months-between
               end-if
               if ws-months-between < zero
                   move zero to ws-months-between
               end-if
               move ws-months-between to ws-retro-periods
           else
               compute ws-eff-int =
                   function integer-of-date(sfd-eff-date)
               compute ws-posted-int =
                   function integer-of-date(ws-posted-date)
               compute ws-days-between = ws-posted-int - ws-eff-int
               compute ws-retro-periods =
                   ws-days-between / ws-cycle-days + 1
           end-if
      *> a change back-dated more than a year is a keying error,
      *> not a year of back pay.
           if ws-retro-periods > ws-periods-per-year
               move ws-periods-per-year to ws-retro-periods
               move 'retro limited to one year of pays'
                   to ws-exc-message
               perform 295-write-exception-log
           end-if
           compute ws-retro-amt rounded =
               ws-salary-diff * ws-retro-periods / ws-periods-per-year.

       290-reject-change.
           add 1 to ws-changes-rejected
           move zero to fdt-periods-out fdt-retro-out
           move '*** rejected ***' to fdt-result-out
           write print-rec from feed-detail
           perform 295-write-exception-log.

       295-write-exception-log.
           move 'y' to ws-exceptions-sw
           move 'salfeed' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move sfd-employee-no to exc-log-key
           move ws-exc-message to exc-log-message
           write exception-log-rec
           add 1 to ws-stat-exception-count.

       400-write-totals.
           move 'salary changes read:' to tot-label
           move ws-changes-read to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line
           move 'tax master salaries updated:' to tot-label
           move ws-salaries-updated to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line
           move 'already current:' to tot-label
           move ws-already-current to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line
           move 'retroactive pay pending:' to tot-label
           move ws-retro-count to tot-count-out
           move ws-retro-total to tot-amount-out
           write print-rec from total-line
           move 'changes rejected:' to tot-label
           move ws-changes-rejected to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line.

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
           move 'salfeed' to run-program
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
           move 'salfeed' to run-program
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
