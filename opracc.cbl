       identification division.

       program-id. opracc.
      *AUTHOR. JON YEN
      *> daily operator access report from CH9995ACC.LOG, the log
      *> OPSIGN writes for every sign-on at the online programs.
      *> for the business date it lists, in three sections, the
      *> operators who signed on and where; the failed passwords,
      *> ids locked out and sign-ons refused for a locked or revoked
      *> id or for want of authority; and every supervisor override,
      *> approved or denied, with what it was for. counts by event
      *> close the report so security can see a bad night at a
      *> glance. the log itself is left as it stands.

       environment division.

       input-output section.
       file-control.
           select optional access-log-file
               assign to "W:\CONTROL\CH9995ACC.LOG"
                   organization is line sequential.
           select print-file
               assign to "W:\CONTROL\CH9995ACC.RPT"
                   organization is line sequential.
           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.
           select optional run-stats-file
               assign to "W:\CONTROL\CH9998RUN.STA"
                   organization is line sequential.

       data division.

       file section.
       fd  access-log-file
           record contains 80 characters.
       copy oprlog.

       fd  print-file
           record contains 110 characters.
       01  print-rec                   pic x(110).

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
       copy rptdate.
       copy rpthdr1.

       01  more-data                   pic x(3) value 'yes'.
           88  no-more-data                       value 'no'.

       01  ws-pg-ct                    pic 999  value 0.
       01  ws-business-date            pic 9(8) value zero.

      *> which section the current pass over the log is listing.
       01  ws-section                  pic x    value space.
           88  ws-section-sign-ons                value 'S'.
           88  ws-section-failures                value 'F'.
           88  ws-section-overrides               value 'O'.
       01  ws-section-lines            pic 9(5) value zero.

       01  access-counts.
           05  ws-entries-read         pic 9(5) value zero.
           05  ws-entries-listed       pic 9(5) value zero.
           05  ws-signed-on-count      pic 9(5) value zero.
           05  ws-failed-count         pic 9(5) value zero.
           05  ws-locked-count         pic 9(5) value zero.
           05  ws-refused-count        pic 9(5) value zero.
           05  ws-override-count       pic 9(5) value zero.
           05  ws-denied-count         pic 9(5) value zero.

       01  section-hdr.
           05  sct-title               pic x(50).

       01  access-hdr.
           05                          pic x(2)    value spaces.
           05  filler                  pic x(4)    value 'time'.
           05                          pic x(6)    value spaces.
           05  filler                  pic x(7)    value 'program'.
           05                          pic x(7)    value spaces.
           05  filler                  pic x(7)    value 'user id'.
           05                          pic x(3)    value spaces.
           05  filler                  pic x(5)    value 'event'.
           05                          pic x(13)   value spaces.
           05  filler                  pic x(10)   value 'supervisor'.
           05                          pic x(2)    value spaces.
           05  filler                  pic x(6)    value 'detail'.

       01  access-detail.
           05                          pic x(2)    value spaces.
           05  acd-time-out            pic 99b99b99.
           05                          pic x(2)    value spaces.
           05  acd-program-out         pic x(12).
           05                          pic x(2)    value spaces.
           05  acd-user-id-out         pic x(8).
           05                          pic x(2)    value spaces.
           05  acd-event-out           pic x(16).
           05                          pic x(2)    value spaces.
           05  acd-supervisor-out      pic x(8).
           05                          pic x(4)    value spaces.
           05  acd-detail-out          pic x(30).

       01  none-line.
           05                          pic x(2)    value spaces.
           05  filler                  pic x(6)    value 'none'.

       01  count-line.
           05                          pic x(2)    value spaces.
           05  cnt-label               pic x(40).
           05  cnt-count-out           pic zz,zz9.

       procedure division.
       100-main-module.
           perform 010-set-business-date
           move rpt-curr-yr to ws-business-date(1:4)
           move rpt-curr-mth to ws-business-date(5:2)
           move rpt-curr-day to ws-business-date(7:2)
           open output print-file
           move 'operator access report' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           perform 020-write-start-stat
           move 'S' to ws-section
           move 'sign-ons' to sct-title
           perform 200-list-section
           move 'F' to ws-section
           move 'failures, lock-outs and refusals' to sct-title
           perform 200-list-section
           move 'O' to ws-section
           move 'supervisor overrides' to sct-title
           perform 200-list-section
           perform 400-write-counts
           close print-file
           move 0 to return-code
           perform 021-write-end-stat
           display 'end of operator access report'
           goback.

       200-list-section.
      *> one pass over the log per section, so each section comes
      *> out in time order without holding the day in a table.
           write print-rec from section-hdr
           write print-rec from access-hdr
           move zero to ws-section-lines
           move 'yes' to more-data
           open input access-log-file
           perform until no-more-data
               read access-log-file
                   at end move 'no' to more-data
                   not at end perform 300-consider-entry
               end-read
           end-perform
           close access-log-file
           if ws-section-lines = zero
               write print-rec from none-line
           end-if.

       300-consider-entry.
      *> the counts are taken on the first pass only.
           if acc-date not = ws-business-date
               exit paragraph
           end-if
           if ws-section-sign-ons
               add 1 to ws-entries-read
               evaluate true
                   when acc-signed-on
                       add 1 to ws-signed-on-count
                   when acc-failed
                       add 1 to ws-failed-count
                   when acc-locked-out
                       add 1 to ws-locked-count
                   when acc-refused
                       add 1 to ws-refused-count
                   when acc-override
                       add 1 to ws-override-count
                   when acc-override-denied
                       add 1 to ws-denied-count
               end-evaluate
           end-if
           evaluate true
               when ws-section-sign-ons and acc-signed-on
                   move 'signed on' to acd-event-out
               when ws-section-failures and acc-failed
                   move 'failed password' to acd-event-out
               when ws-section-failures and acc-locked-out
                   move 'locked out' to acd-event-out
               when ws-section-failures and acc-refused
                   move 'refused' to acd-event-out
               when ws-section-overrides and acc-override
                   move 'override approved' to acd-event-out
               when ws-section-overrides and acc-override-denied
                   move 'override denied' to acd-event-out
               when other
                   exit paragraph
           end-evaluate
           move acc-time to acd-time-out
           move acc-program to acd-program-out
           move acc-user-id to acd-user-id-out
           move acc-supervisor-id to acd-supervisor-out
           move acc-detail to acd-detail-out
           write print-rec from access-detail
           add 1 to ws-section-lines
           add 1 to ws-entries-listed.

       400-write-counts.
           move 'counts for the day' to sct-title
           write print-rec from section-hdr
           move 'sign-ons' to cnt-label
           move ws-signed-on-count to cnt-count-out
           write print-rec from count-line
           move 'failed passwords' to cnt-label
           move ws-failed-count to cnt-count-out
           write print-rec from count-line
           move 'ids locked out' to cnt-label
           move ws-locked-count to cnt-count-out
           write print-rec from count-line
           move 'sign-ons refused' to cnt-label
           move ws-refused-count to cnt-count-out
           write print-rec from count-line
           move 'overrides approved' to cnt-label
           move ws-override-count to cnt-count-out
           write print-rec from count-line
           move 'overrides denied' to cnt-label
           move ws-denied-count to cnt-count-out
           write print-rec from count-line.

       020-write-start-stat.
      *> one 'S' record at start-up and one 'E' record at end of
      *> job go to the shared stats file, so the morning summary
      *> can reconstruct the night without the console.
           move 'opracc' to run-program
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
           move 'opracc' to run-program
           move rpt-curr-yr to run-bus-yr
           move rpt-curr-mth to run-bus-mth
           move rpt-curr-day to run-bus-day
           move 'E' to run-rec-type
           move ws-stat-start-time to run-start-time
           move function current-date to ws-stat-timestamp
           move ws-stat-timestamp(9:6) to run-end-time
           move ws-entries-read to run-records-read
           move ws-entries-listed to run-records-written
           move zero to run-exception-count
           move return-code to run-return-code
           open extend run-stats-file
           write run-stat-rec
           close run-stats-file.

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
