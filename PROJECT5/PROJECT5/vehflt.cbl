       identification division.
       program-id. VEHFLT.
       author. Jon Yen.
      *> fleet account maintenance. the counter keys fleet changes
      *> to CH1204FMT.DAT against the CH1204FLT.NDX fleet master and
      *> the CH1204FLV.NDX vehicle links: 'A' opens a fleet with its
      *> name, billing address and renewal month, 'C' changes any of
      *> them (a blank field keeps what is on file), 'L' links a
      *> vehicle already on CH1204MST.NDX to the fleet and 'U'
      *> unlinks one. a linked vehicle gets no renewal notice of its
      *> own - it renews on the fleet's consolidated invoice. a
      *> vehicle is on one fleet at a time; a link for a vehicle
      *> already on a fleet, an unknown fleet or vehicle, and bad
      *> lines go to the listing and the shared exception log. the
      *> file is emptied afterwards so a rerun cannot apply it
      *> twice.

       environment division.

       input-output section.
       file-control.
           select optional fleet-trans-file
               assign to "w:\PROJECT5\CH1204FMT.DAT"
                   organization is line sequential.

           select optional fleet-master
               assign to "w:\PROJECT5\CH1204FLT.NDX"
                   organization is indexed
                   access is random
                   record key is flt-id-m.

           select optional fleet-vehicle-file
               assign to "w:\PROJECT5\CH1204FLV.NDX"
                   organization is indexed
                   access is random
                   record key is flv-key
                   alternate record key is flv-alt-veh-id.

           select vehicle-master
               assign to "w:\PROJECT5\CH1204MST.NDX"
                   organization is indexed
                   access is random
                   record key is veh-id-m.

           select fleet-listing
               assign to "w:\PROJECT5\CH1204FLT.RPT"
                   organization is line sequential.

           select optional exception-log-file
               assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.
       file section.

      *> the action, the fleet id, the vehicle id on a link or
      *> unlink, and on an add or change the fleet name, billing
      *> address and renewal month (01-12).
       fd  fleet-trans-file
           record contains 120 characters.
       01  fleet-trans-rec.
           05  ftr-action                  pic x.
               88  ftr-is-add                      value 'A'.
               88  ftr-is-change                   value 'C'.
               88  ftr-is-link                     value 'L'.
               88  ftr-is-unlink                   value 'U'.
           05  ftr-fleet-id                pic x(6).
           05  ftr-veh-id                  pic x(8).
           05  ftr-name                    pic x(30).
           05  ftr-mail-address.
               10  ftr-street              pic x(30).
               10  ftr-city                pic x(20).
               10  ftr-state               pic x(2).
               10  ftr-zip                 pic x(9).
           05  ftr-renewal-mth             pic x(2).
           05  ftr-renewal-mth-n redefines ftr-renewal-mth
                                           pic 99.
           05  filler                      pic x(12).

       fd  fleet-master
           record contains 150 characters.
       copy fltmst.

       fd  fleet-vehicle-file
           record contains 40 characters.
       copy fltveh.

       fd  vehicle-master
           record contains 150 characters.
       copy vehmst.

       fd  fleet-listing
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

       01 ws-fleet-found-sw                pic x           value 'y'.
           88 ws-fleet-found                               value 'y'.
       01 ws-link-found-sw                 pic x           value 'y'.
           88 ws-link-found                                value 'y'.
       01 ws-entry-valid-sw                pic x           value 'y'.
           88 ws-entry-valid                               value 'y'.

       01 fleet-counts.
           05 ws-fleets-added              pic 9(5)        value zero.
           05 ws-fleets-changed            pic 9(5)        value zero.
           05 ws-vehicles-linked           pic 9(5)        value zero.
           05 ws-vehicles-unlinked         pic 9(5)        value zero.
           05 ws-trans-rejected            pic 9(5)        value zero.

       01 listing-hdr.
           05 filler                       pic x(4)    value 'actn'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(5)    value 'fleet'.
           05 filler                       pic x(3)    value spaces.
           05 filler                       pic x(7)    value 'vehicle'.
           05 filler                       pic x(3)    value spaces.
           05 filler                       pic x(6)    value 'result'.

       01 listing-detail.
           05 lst-action-out               pic x.
           05 filler                       pic x(5)    value spaces.
           05 lst-fleet-id-out             pic x(6).
           05 filler                       pic x(2)    value spaces.
           05 lst-veh-id-out               pic x(8).
           05 filler                       pic x(2)    value spaces.
           05 lst-result-out               pic x(56).

       01 count-line.
           05 cnt-label                    pic x(24).
           05 cnt-count-out                pic zzz,zz9.

       procedure division.

       100-main.
           open input fleet-trans-file
                i-o fleet-master
                i-o fleet-vehicle-file
                input vehicle-master
                output fleet-listing
                extend exception-log-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-business-date(1:4)
           move rpt-curr-mth to ws-business-date(5:2)
           move rpt-curr-day to ws-business-date(7:2)
           move 'fleet account maintenance' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write listing-rec from rpt-heading-1
           write listing-rec from listing-hdr
           perform until no-records-fam
               read fleet-trans-file
                   at end move 'no' to r-there-more-records
                   not at end perform 200-apply-fleet-trans
               end-read
           end-perform
           perform 700-write-counts
           close fleet-trans-file
                 fleet-master
                 fleet-vehicle-file
                 vehicle-master
                 fleet-listing
                 exception-log-file
           open output fleet-trans-file
           close fleet-trans-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       200-apply-fleet-trans.
           move ftr-action to lst-action-out
           move ftr-fleet-id to lst-fleet-id-out
           move ftr-veh-id to lst-veh-id-out
           if not ftr-is-add and not ftr-is-change
              and not ftr-is-link and not ftr-is-unlink
               move 'action must be A, C, L or U' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           if ftr-fleet-id = spaces
               move 'fleet id missing' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           move ftr-fleet-id to flt-id-m
           move 'y' to ws-fleet-found-sw
           read fleet-master
               invalid key move 'n' to ws-fleet-found-sw
           end-read
           if ftr-is-add
               perform 300-add-fleet
               exit paragraph
           end-if
           if not ws-fleet-found
               move 'fleet not on file' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           evaluate true
               when ftr-is-change
                   perform 350-change-fleet
               when ftr-is-link
                   perform 400-link-vehicle
               when other
                   perform 450-unlink-vehicle
           end-evaluate.

       300-add-fleet.
           if ws-fleet-found
               move 'fleet already on file' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           if ftr-name = spaces
               move 'fleet name missing' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           perform 500-validate-renewal-mth
           if not ws-entry-valid
               exit paragraph
           end-if
      *> an address must be complete, or left off altogether - the
      *> invoice is then held until one is keyed.
           if ftr-mail-address not = spaces
               perform 550-validate-address
               if not ws-entry-valid
                   exit paragraph
               end-if
           end-if
           move spaces to fleet-master-rec
           move ftr-fleet-id to flt-id-m
           move ftr-name to flt-name-m
           move ftr-mail-address to flt-mail-address-m
           move zero to flt-addr-returned-m
                        flt-vehicle-count-m
           move ftr-renewal-mth-n to flt-renewal-mth-m
           move ws-business-date to flt-opened-date-m
           write fleet-master-rec
           add 1 to ws-fleets-added
           move spaces to lst-result-out
           string 'fleet opened - renews month ' ftr-renewal-mth
               delimited by size into lst-result-out
           write listing-rec from listing-detail.

       350-change-fleet.
           if ftr-renewal-mth not = spaces
               perform 500-validate-renewal-mth
               if not ws-entry-valid
                   exit paragraph
               end-if
           end-if
           if ftr-mail-address not = spaces
               perform 550-validate-address
               if not ws-entry-valid
                   exit paragraph
               end-if
           end-if
           if ftr-name not = spaces
               move ftr-name to flt-name-m
           end-if
           if ftr-renewal-mth not = spaces
               move ftr-renewal-mth-n to flt-renewal-mth-m
           end-if
      *> a new address is taken to be a good one, so the returned
      *> mail flag comes off with it.
           if ftr-mail-address not = spaces
              and ftr-mail-address not = flt-mail-address-m
               move ftr-mail-address to flt-mail-address-m
               move space to flt-addr-status-m
               move zero to flt-addr-returned-m
           end-if
           rewrite fleet-master-rec
           add 1 to ws-fleets-changed
           move 'fleet changed' to lst-result-out
           write listing-rec from listing-detail.

       400-link-vehicle.
           if ftr-veh-id = spaces
               move 'vehicle id missing' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           move ftr-veh-id to veh-id-m
           read vehicle-master
               invalid key
                   move 'vehicle not on master' to ws-exc-message
                   perform 600-reject-trans
                   exit paragraph
           end-read
           move ftr-veh-id to flv-alt-veh-id
           move 'y' to ws-link-found-sw
           read fleet-vehicle-file key is flv-alt-veh-id
               invalid key move 'n' to ws-link-found-sw
           end-read
           if ws-link-found
               move spaces to ws-exc-message
               string 'vehicle already on fleet ' flv-fleet-id
                   delimited by size into ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           move spaces to fleet-vehicle-rec
           move ftr-fleet-id to flv-fleet-id
           move ftr-veh-id to flv-veh-id
                              flv-alt-veh-id
           move ws-business-date to flv-linked-date
           write fleet-vehicle-rec
           add 1 to flt-vehicle-count-m
           rewrite fleet-master-rec
           add 1 to ws-vehicles-linked
           move spaces to lst-result-out
           string 'linked - expires ' veh-expire-date-m
               delimited by size into lst-result-out
           write listing-rec from listing-detail.

       450-unlink-vehicle.
           move ftr-fleet-id to flv-fleet-id
           move ftr-veh-id to flv-veh-id
           read fleet-vehicle-file
               invalid key
                   move 'vehicle not on this fleet' to ws-exc-message
                   perform 600-reject-trans
                   exit paragraph
           end-read
           delete fleet-vehicle-file
           if flt-vehicle-count-m > zero
               subtract 1 from flt-vehicle-count-m
           end-if
           rewrite fleet-master-rec
           add 1 to ws-vehicles-unlinked
           move 'unlinked - renews on its own' to lst-result-out
           write listing-rec from listing-detail.

       500-validate-renewal-mth.
           move 'y' to ws-entry-valid-sw
           if ftr-renewal-mth is not numeric
               move 'n' to ws-entry-valid-sw
           else
               if ftr-renewal-mth-n < 1 or ftr-renewal-mth-n > 12
                   move 'n' to ws-entry-valid-sw
               end-if
           end-if
           if not ws-entry-valid
               move 'renewal month must be 01 to 12'
                   to ws-exc-message
               perform 600-reject-trans
           end-if.

       550-validate-address.
      *> a keyed address has to be complete enough to mail to.
           move 'y' to ws-entry-valid-sw
           inspect ftr-state converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           if ftr-street = spaces or ftr-city = spaces
              or ftr-state = spaces or ftr-zip = spaces
               move 'n' to ws-entry-valid-sw
               move 'address incomplete' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           if ftr-zip(1:5) is not numeric
               move 'n' to ws-entry-valid-sw
               move 'ZIP code not valid' to ws-exc-message
               perform 600-reject-trans
           end-if.

       600-reject-trans.
           add 1 to ws-trans-rejected
           move spaces to lst-result-out
           string 'rejected - ' ws-exc-message
               delimited by size into lst-result-out
           write listing-rec from listing-detail
           move 'y' to ws-exceptions-sw
           move 'vehflt' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           string ftr-fleet-id ' ' ftr-veh-id
               delimited by size into exc-log-key
           move ws-exc-message to exc-log-message
           write exception-log-rec.

       700-write-counts.
           move 'fleets opened:' to cnt-label
           move ws-fleets-added to cnt-count-out
           write listing-rec from count-line
           move 'fleets changed:' to cnt-label
           move ws-fleets-changed to cnt-count-out
           write listing-rec from count-line
           move 'vehicles linked:' to cnt-label
           move ws-vehicles-linked to cnt-count-out
           write listing-rec from count-line
           move 'vehicles unlinked:' to cnt-label
           move ws-vehicles-unlinked to cnt-count-out
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
