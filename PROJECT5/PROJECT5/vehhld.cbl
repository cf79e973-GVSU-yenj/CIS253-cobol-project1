       identification division.
       program-id. VEHHLD.
       author. Jon Yen.
      *> registration hold maintenance. the agencies send two files
      *> against the CH1204HLD.NDX hold file: CH1204HLP.DAT places
      *> holds - unpaid parking fines, a lapsed insurance
      *> certificate, a bounced registration check - against a
      *> vehicle id or an owner, and CH1204HLR.DAT releases them. a
      *> release keeps the hold on file with its release date, so
      *> the hold's history is still there when an owner disputes
      *> it; a release dated ahead leaves the hold outstanding until
      *> that date. a hold already outstanding, a release with no
      *> hold behind it, and bad lines go to the listing and the
      *> shared exception log. both files are emptied afterwards so
      *> a rerun cannot apply them twice.

       environment division.

       input-output section.
       file-control.
           select optional hold-placement-file
               assign to "w:\PROJECT5\CH1204HLP.DAT"
                   organization is line sequential.

           select optional hold-release-file
               assign to "w:\PROJECT5\CH1204HLR.DAT"
                   organization is line sequential.

           select optional registration-hold-file
               assign to "w:\PROJECT5\CH1204HLD.NDX"
                   organization is indexed
                   access is random
                   record key is hld-key
                   alternate record key is hld-agency
                       with duplicates.

           select hold-listing
               assign to "w:\PROJECT5\CH1204HLD.RPT"
                   organization is line sequential.

           select optional exception-log-file
               assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.
       file section.

      *> placements and releases share one layout, read into
      *> hold-trans-in: 'V' and a vehicle id or 'O' and the owner's
      *> last and first name, the hold type and agency, the reason,
      *> and the date placed or the date released (the business date
      *> when left blank). the reason is only read on a placement.
       fd  hold-placement-file
           record contains 80 characters.
       01  hold-placement-rec              pic x(80).

       fd  hold-release-file
           record contains 80 characters.
       01  hold-release-rec                pic x(80).

       fd  registration-hold-file
           record contains 80 characters.
       copy vehhld.

       fd  hold-listing
           record contains 80 characters.
       01  listing-rec                     pic x(80).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       working-storage section.

       01 r-there-more-records             pic xxx         value "yes".
           88 no-records-fam                               value "no".

       01 ws-exceptions-sw                 pic x           value 'n'.
           88 ws-exceptions-printed                         value 'y'.

       01 ws-pg-ct                         pic 99          value 0.

       copy rptdate.
       copy rpthdr1.

       01 ws-business-date                 pic 9(8)        value zero.
       01 ws-exc-message                   pic x(40)       value spaces.

       01 hold-trans-in.
           05 hlt-action                   pic x.
               88 hlt-is-placement                         value 'P'.
               88 hlt-is-release                           value 'R'.
           05 hlt-key.
               10 hlt-key-kind             pic x.
               10 hlt-key-value            pic x(31).
               10 hlt-owner-key redefines hlt-key-value.
                   15 hlt-owner-last       pic x(20).
                   15 hlt-owner-first      pic x(10).
                   15 hlt-owner-mi         pic x.
               10 hlt-type                 pic x(2).
                   88 hlt-valid-type               value 'PK' 'IN'
                                                         'CK'.
               10 hlt-agency               pic x(6).
           05 hlt-reason                   pic x(20).
           05 hlt-date                     pic x(8).
           05 filler                       pic x(11).

       01 ws-hold-found-sw                 pic x           value 'y'.
           88 ws-hold-found                                value 'y'.

       01 hold-counts.
           05 ws-holds-placed              pic 9(5)        value zero.
           05 ws-holds-released            pic 9(5)        value zero.
           05 ws-trans-rejected            pic 9(5)        value zero.

       01 listing-hdr.
           05 filler                       pic x(4)    value 'actn'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(20)
               value 'vehicle / owner'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(4)    value 'type'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(6)    value 'agency'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(6)    value 'result'.

       01 listing-detail.
           05 lst-action-out               pic x.
           05 filler                       pic x(5)    value spaces.
           05 lst-holder-out               pic x(20).
           05 filler                       pic x(2)    value spaces.
           05 lst-type-out                 pic x(2).
           05 filler                       pic x(4)    value spaces.
           05 lst-agency-out               pic x(6).
           05 filler                       pic x(2)    value spaces.
           05 lst-result-out               pic x(38).

       01 count-line.
           05 cnt-label                    pic x(24).
           05 cnt-count-out                pic zzz,zz9.

       procedure division.

       100-main.
           open input hold-placement-file
                input hold-release-file
                i-o registration-hold-file
                output hold-listing
                extend exception-log-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-business-date(1:4)
           move rpt-curr-mth to ws-business-date(5:2)
           move rpt-curr-day to ws-business-date(7:2)
           move 'registration hold maintenance' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write listing-rec from rpt-heading-1
           write listing-rec from listing-hdr
           perform until no-records-fam
               read hold-placement-file
                   at end move 'no' to r-there-more-records
                   not at end
                       move 'P' to hlt-action
                       move hold-placement-rec to hold-trans-in(2:79)
                       perform 200-apply-hold-trans
               end-read
           end-perform
      *> releases go on after the placements, so a hold placed and
      *> paid off the same day ends the run released.
           move 'yes' to r-there-more-records
           perform until no-records-fam
               read hold-release-file
                   at end move 'no' to r-there-more-records
                   not at end
                       move 'R' to hlt-action
                       move hold-release-rec to hold-trans-in(2:79)
                       perform 200-apply-hold-trans
               end-read
           end-perform
           perform 700-write-counts
           close hold-placement-file
                 hold-release-file
                 registration-hold-file
                 hold-listing
                 exception-log-file
           open output hold-placement-file
           close hold-placement-file
           open output hold-release-file
           close hold-release-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       200-apply-hold-trans.
           move hlt-action to lst-action-out
           move hlt-type to lst-type-out
           move hlt-agency to lst-agency-out
           if hlt-key-kind = 'O'
               move spaces to lst-holder-out
               string hlt-owner-last delimited by '  '
                   ',' space hlt-owner-first delimited by '  '
                   into lst-holder-out
      *> an owner hold ignores the middle initial.
               move space to hlt-owner-mi
           else
               move hlt-key-value to lst-holder-out
           end-if
           if hlt-key-kind not = 'V' and hlt-key-kind not = 'O'
               move 'hold must be against V or O' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           if hlt-key-value = spaces
               move 'hold has no vehicle id or owner'
                   to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           if hlt-agency = spaces
               move 'hold has no source agency' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           move hlt-key to hld-key
           move 'y' to ws-hold-found-sw
           read registration-hold-file
               invalid key move 'n' to ws-hold-found-sw
           end-read
           if hlt-is-placement
               perform 300-place-hold
           else
               perform 400-release-hold
           end-if.

       300-place-hold.
      *> a hold released earlier is placed again on the same record;
      *> one still outstanding is a duplicate from the agency.
           if not hlt-valid-type
               move 'hold type must be PK, IN or CK' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           if ws-hold-found
              and (hld-release-date = zero
                   or hld-release-date > ws-business-date)
               move 'hold already outstanding' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           move hlt-key to hld-key
           move hlt-reason to hld-reason
           if hlt-date is numeric
               move hlt-date to hld-placed-date
           else
               move ws-business-date to hld-placed-date
           end-if
           move zero to hld-release-date
           if ws-hold-found
               rewrite registration-hold-rec
           else
               write registration-hold-rec
           end-if
           add 1 to ws-holds-placed
           move spaces to lst-result-out
           string 'placed - ' hlt-reason
               delimited by size into lst-result-out
           write listing-rec from listing-detail.

       400-release-hold.
           if not ws-hold-found
               move 'no hold on file to release' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           if hld-release-date not = zero
               move 'hold already released' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           if hlt-date is numeric
               move hlt-date to hld-release-date
           else
               move ws-business-date to hld-release-date
           end-if
           rewrite registration-hold-rec
           add 1 to ws-holds-released
           move spaces to lst-result-out
           string 'released ' hld-release-date
               delimited by size into lst-result-out
           write listing-rec from listing-detail.

       600-reject-trans.
           add 1 to ws-trans-rejected
           move spaces to lst-result-out
           string 'rejected - ' ws-exc-message
               delimited by size into lst-result-out
           write listing-rec from listing-detail
           move 'y' to ws-exceptions-sw
           move 'vehhld' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move lst-holder-out to exc-log-key
           move ws-exc-message to exc-log-message
           write exception-log-rec.

       700-write-counts.
           move 'holds placed:' to cnt-label
           move ws-holds-placed to cnt-count-out
           write listing-rec from count-line
           move 'holds released:' to cnt-label
           move ws-holds-released to cnt-count-out
           write listing-rec from count-line
           move 'transactions rejected:' to cnt-label
           move ws-trans-rejected to cnt-count-out
           write listing-rec from count-line.

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
