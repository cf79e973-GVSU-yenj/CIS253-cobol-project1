       identification division.
       program-id. VEHHOR.
       author. Jon Yen.
      *> weekly outstanding registration holds report. walks the
      *> CH1204HLD.NDX hold file in agency order on its alternate
      *> key and gives each agency its own pages: every hold it has
      *> placed that is still outstanding - against a vehicle id or
      *> an owner - with the hold type, the reason, the date placed
      *> and the days it has been on, and a release dated ahead
      *> noted as pending. each agency's pages end with its count,
      *> so the list can go back to the agency to be worked or
      *> released. the report closes with the outstanding count by
      *> hold type across all agencies.

       environment division.

       input-output section.
       file-control.
           select optional registration-hold-file
               assign to "w:\PROJECT5\CH1204HLD.NDX"
                   organization is indexed
                   access is dynamic
                   record key is hld-key
                   alternate record key is hld-agency
                       with duplicates.

           select hold-report
               assign to "w:\PROJECT5\CH1204HOR.RPT"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.
       file section.

       fd  registration-hold-file
           record contains 80 characters.
       copy vehhld.

       fd  hold-report
           record contains 80 characters.
       01  report-rec                      pic x(80).

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       working-storage section.

       01 r-there-more-records             pic xxx         value "yes".
           88 no-records-fam                               value "no".

       01 ws-pg-ct                         pic 99          value 0.

       copy rptdate.
       copy rpthdr1.

       01 ws-business-date                 pic 9(8)        value zero.
       01 ws-days-held                     pic s9(5)       value zero.
       01 ws-prev-agency                   pic x(6)        value spaces.

       01 hold-counts.
           05 ws-agency-count              pic 9(5)        value zero.
           05 ws-agencies-listed           pic 9(5)        value zero.
           05 ws-total-outstanding         pic 9(5)        value zero.
           05 ws-parking-count             pic 9(5)        value zero.
           05 ws-insurance-count           pic 9(5)        value zero.
           05 ws-check-count               pic 9(5)        value zero.
           05 ws-other-count               pic 9(5)        value zero.

       01 agency-hdr.
           05 filler                       pic x(8)    value 'agency: '.
           05 agh-agency-out               pic x(6).

       01 detail-hdr.
           05 filler                       pic x(20)
               value 'vehicle / owner'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(4)    value 'type'.
           05 filler                       pic x(20)
               value 'reason'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(8)    value 'placed'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(4)    value 'days'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(7)    value 'release'.

       01 detail-line.
           05 det-holder-out               pic x(20).
           05 filler                       pic x(2)    value spaces.
           05 det-type-out                 pic x(2).
           05 filler                       pic x(2)    value spaces.
           05 det-reason-out               pic x(20).
           05 filler                       pic x(2)    value spaces.
           05 det-placed-out               pic 9(8).
           05 filler                       pic x(2)    value spaces.
           05 det-days-out                 pic zzz9.
           05 filler                       pic x(2)    value spaces.
           05 det-release-out              pic x(16).

       01 agency-total-line.
           05 filler                       pic x(20)
               value 'holds outstanding: '.
           05 agt-count-out                pic zz,zz9.

       01 count-line.
           05 cnt-label                    pic x(28).
           05 cnt-count-out                pic zz,zz9.

       procedure division.

       100-main.
           open input registration-hold-file
                output hold-report
           perform 010-set-business-date
           move rpt-curr-yr to ws-business-date(1:4)
           move rpt-curr-mth to ws-business-date(5:2)
           move rpt-curr-day to ws-business-date(7:2)
           move 'outstanding registration holds' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           move low-values to hld-agency
           start registration-hold-file key >= hld-agency
               invalid key move 'no' to r-there-more-records
           end-start
           perform until no-records-fam
               read registration-hold-file next
                   at end move 'no' to r-there-more-records
                   not at end perform 200-consider-hold
               end-read
           end-perform
           if ws-agencies-listed > zero
               perform 350-agency-total
           end-if
           perform 700-write-summary
           close registration-hold-file
                 hold-report
           move 0 to return-code
           goback.

       200-consider-hold.
      *> a hold released on or before today is history, not
      *> outstanding.
           if hld-release-date not = zero
              and hld-release-date <= ws-business-date
               exit paragraph
           end-if
           if ws-agencies-listed = zero
              or hld-agency not = ws-prev-agency
               if ws-agencies-listed > zero
                   perform 350-agency-total
               end-if
               perform 300-agency-heading
           end-if
           add 1 to ws-agency-count
           add 1 to ws-total-outstanding
           evaluate true
               when hld-parking-fines
                   add 1 to ws-parking-count
               when hld-insurance-lapse
                   add 1 to ws-insurance-count
               when hld-bad-check
                   add 1 to ws-check-count
               when other
                   add 1 to ws-other-count
           end-evaluate
           move spaces to det-holder-out
           if hld-by-owner
               string hld-owner-last delimited by '  '
                   ',' space hld-owner-first delimited by '  '
                   into det-holder-out
           else
               move hld-key-value to det-holder-out
           end-if
           move hld-type to det-type-out
           move hld-reason to det-reason-out
           move hld-placed-date to det-placed-out
           if hld-placed-date > zero
              and hld-placed-date <= ws-business-date
               compute ws-days-held =
                   function integer-of-date(ws-business-date)
                   - function integer-of-date(hld-placed-date)
           else
               move zero to ws-days-held
           end-if
           move ws-days-held to det-days-out
           move spaces to det-release-out
           if hld-release-date not = zero
               string 'pending ' hld-release-date
                   delimited by size into det-release-out
           end-if
           write report-rec from detail-line.

       300-agency-heading.
      *> each agency starts a new page so its pages can be torn off
      *> and sent back to it.
           move hld-agency to ws-prev-agency
                              agh-agency-out
           add 1 to ws-agencies-listed
           move zero to ws-agency-count
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write report-rec from rpt-heading-1
           write report-rec from agency-hdr
           write report-rec from detail-hdr.

       350-agency-total.
           move ws-agency-count to agt-count-out
           write report-rec from agency-total-line.

       700-write-summary.
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write report-rec from rpt-heading-1
           move 'agencies with holds:' to cnt-label
           move ws-agencies-listed to cnt-count-out
           write report-rec from count-line
           move 'parking fines holds:' to cnt-label
           move ws-parking-count to cnt-count-out
           write report-rec from count-line
           move 'insurance lapse holds:' to cnt-label
           move ws-insurance-count to cnt-count-out
           write report-rec from count-line
           move 'bad check holds:' to cnt-label
           move ws-check-count to cnt-count-out
           write report-rec from count-line
           if ws-other-count > zero
               move 'other holds:' to cnt-label
               move ws-other-count to cnt-count-out
               write report-rec from count-line
           end-if
           move 'total holds outstanding:' to cnt-label
           move ws-total-outstanding to cnt-count-out
           write report-rec from count-line.

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
