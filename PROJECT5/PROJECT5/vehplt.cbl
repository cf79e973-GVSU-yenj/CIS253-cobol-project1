       identification division.
       program-id. VEHPLT.
       author. Jon Yen.
      *> license plate stock maintenance. CH1204PLR.DAT carries the
      *> plate desk's transactions against the CH1204PLT.NDX plate
      *> inventory: a 'B' line receives a manufacturer's batch - a
      *> plate type, the batch number, and a run of serials under
      *> one prefix - and puts every plate in it on hand; an 'L',
      *> 'S' or 'R' line reports a plate lost, stolen or surrendered.
      *> a plate taken off a vehicle that way comes off the vehicle
      *> master, but the plate record keeps the vehicle it was
      *> issued to, so a stolen plate can still be traced. plates
      *> already on file, unknown plates, and bad lines go to the
      *> listing and the shared exception log. the transaction file
      *> is emptied afterwards so a rerun cannot receive a batch
      *> twice.

       environment division.

       input-output section.
       file-control.
           select optional plate-trans-file
               assign to "w:\PROJECT5\CH1204PLR.DAT"
                   organization is line sequential.

           select optional plate-inventory
               assign to "w:\PROJECT5\CH1204PLT.NDX"
                   organization is indexed
                   access is random
                   record key is plt-plate-no
                   alternate record key is plt-stock-key
                       with duplicates.

           select optional vehicle-master
               assign to "w:\PROJECT5\CH1204MST.NDX"
                   organization is indexed
                   access is random
                   record key is veh-id-m.

           select plate-listing
               assign to "w:\PROJECT5\CH1204PLT.RPT"
                   organization is line sequential.

           select optional exception-log-file
               assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.
       file section.

       fd  plate-trans-file
           record contains 40 characters.
       01  plate-trans-rec.
           05  plr-action-in               pic x.
               88  plr-receive-batch               value 'B'.
               88  plr-report-lost                 value 'L'.
               88  plr-report-stolen               value 'S'.
               88  plr-report-surrendered          value 'R'.
           05  plr-plate-type-in           pic x(2).
           05  plr-batch-no-in             pic x(6).
           05  plr-prefix-in               pic x(3).
           05  plr-first-serial-in         pic x(5).
           05  plr-quantity-in             pic x(4).
           05  filler                      pic x(19).
      *> a lost, stolen or surrendered plate, with the date it was
      *> reported (the business date when left blank).
       01  plate-status-trans-rec redefines plate-trans-rec.
           05  filler                      pic x.
           05  plr-plate-no-in             pic x(8).
           05  plr-report-date-in          pic x(8).
           05  filler                      pic x(23).

       fd  plate-inventory
           record contains 60 characters.
       copy vehplt.

       fd  vehicle-master
           record contains 150 characters.
       copy vehmst.

       fd  plate-listing
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

      *> a batch is received plate by plate: prefix and serial make
      *> the plate number.
       01 batch-work.
           05 ws-serial                    pic 9(5)        value zero.
           05 ws-quantity                  pic 9(4)        value zero.
           05 ws-last-serial               pic 9(6)        value zero.
           05 ws-batch-received            pic 9(4)        value zero.
           05 ws-plate-no.
               10 ws-plate-prefix          pic x(3).
               10 ws-plate-serial          pic 9(5).

       01 ws-plate-found-sw                pic x           value 'y'.
           88 ws-plate-found                               value 'y'.

       01 plate-counts.
           05 ws-plates-received           pic 9(6)        value zero.
           05 ws-plates-duplicate          pic 9(6)        value zero.
           05 ws-plates-lost               pic 9(5)        value zero.
           05 ws-plates-stolen             pic 9(5)        value zero.
           05 ws-plates-surrendered        pic 9(5)        value zero.
           05 ws-trans-rejected            pic 9(5)        value zero.

       01 listing-hdr.
           05 filler                       pic x(4)    value 'actn'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(8)    value 'plate'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(4)    value 'type'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(8)    value 'vehicle'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(6)    value 'result'.

       01 listing-detail.
           05 lst-action-out               pic x.
           05 filler                       pic x(5)    value spaces.
           05 lst-plate-out                pic x(8).
           05 filler                       pic x(2)    value spaces.
           05 lst-type-out                 pic x(2).
           05 filler                       pic x(4)    value spaces.
           05 lst-vehicle-out              pic x(8).
           05 filler                       pic x(2)    value spaces.
           05 lst-result-out               pic x(48).

       01 count-line.
           05 cnt-label                    pic x(24).
           05 cnt-count-out                pic zzz,zz9.

       procedure division.

       100-main.
           open input plate-trans-file
                i-o plate-inventory
                i-o vehicle-master
                output plate-listing
                extend exception-log-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-business-date(1:4)
           move rpt-curr-mth to ws-business-date(5:2)
           move rpt-curr-day to ws-business-date(7:2)
           move 'plate stock maintenance' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write listing-rec from rpt-heading-1
           write listing-rec from listing-hdr
           perform until no-records-fam
               read plate-trans-file
                   at end move 'no' to r-there-more-records
                   not at end perform 200-apply-plate-trans
               end-read
           end-perform
           perform 700-write-counts
           close plate-trans-file
                 plate-inventory
                 vehicle-master
                 plate-listing
                 exception-log-file
           open output plate-trans-file
           close plate-trans-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       200-apply-plate-trans.
           evaluate true
               when plr-receive-batch
                   perform 300-receive-batch
               when plr-report-lost
                   perform 400-report-plate
               when plr-report-stolen
                   perform 400-report-plate
               when plr-report-surrendered
                   perform 400-report-plate
               when other
                   move spaces to lst-plate-out
                                  lst-type-out
                   move 'action must be B, L, S or R' to ws-exc-message
                   perform 600-reject-trans
           end-evaluate.

       300-receive-batch.
           move spaces to lst-plate-out
           move plr-plate-type-in to lst-type-out
           if plr-plate-type-in = spaces
               move 'batch has no plate type' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           if plr-first-serial-in is not numeric
              or plr-quantity-in is not numeric
               move 'batch serial or quantity not numeric'
                   to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           move plr-first-serial-in to ws-serial
           move plr-quantity-in to ws-quantity
           compute ws-last-serial = ws-serial + ws-quantity - 1
           if ws-quantity = zero or ws-last-serial > 99999
               move 'batch quantity out of range' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           move zero to ws-batch-received
           move plr-prefix-in to ws-plate-prefix
           perform 310-receive-plate
               until ws-quantity = zero
           move spaces to lst-vehicle-out
           move plr-first-serial-in to ws-plate-serial
           move ws-plate-no to lst-plate-out
           move spaces to lst-result-out
           string 'batch ' plr-batch-no-in ' received, '
               ws-batch-received ' plates'
               delimited by size into lst-result-out
           write listing-rec from listing-detail.

       310-receive-plate.
      *> a plate number already on the inventory is a misprint or
      *> a batch keyed twice - it is logged, never overwritten.
           move ws-serial to ws-plate-serial
           move spaces to plate-inventory-rec
           move ws-plate-no to plt-plate-no
           move plr-plate-type-in to plt-plate-type
           move 'A' to plt-status
           move plr-batch-no-in to plt-batch-no
           move ws-business-date to plt-received-date
           move zero to plt-issued-date
                        plt-status-date
           write plate-inventory-rec
               invalid key
                   add 1 to ws-plates-duplicate
                   move ws-plate-no to lst-plate-out
                   move 'plate already on inventory'
                       to ws-exc-message
                   perform 600-reject-trans
               not invalid key
                   add 1 to ws-plates-received
                   add 1 to ws-batch-received
           end-write
           add 1 to ws-serial
           subtract 1 from ws-quantity.

       400-report-plate.
           move plr-plate-no-in to plt-plate-no
                                   lst-plate-out
           move spaces to lst-type-out
           move 'y' to ws-plate-found-sw
           read plate-inventory
               invalid key move 'n' to ws-plate-found-sw
           end-read
           if not ws-plate-found
               move 'plate not on inventory' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           move plt-plate-type to lst-type-out
           if plt-status = plr-action-in
               move 'plate already in that status' to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           if plr-report-surrendered and not plt-issued
               move 'only an issued plate can be surrendered'
                   to ws-exc-message
               perform 600-reject-trans
               exit paragraph
           end-if
           if plr-report-date-in is numeric
               move plr-report-date-in to plt-status-date
           else
               move ws-business-date to plt-status-date
           end-if
           if plt-issued
               perform 450-clear-vehicle-plate
           end-if
           move plr-action-in to plt-status
           rewrite plate-inventory-rec
           evaluate true
               when plr-report-lost
                   add 1 to ws-plates-lost
                   move 'reported lost' to lst-result-out
               when plr-report-stolen
                   add 1 to ws-plates-stolen
                   move 'reported stolen' to lst-result-out
               when other
                   add 1 to ws-plates-surrendered
                   move 'surrendered' to lst-result-out
           end-evaluate
           move plt-veh-id to lst-vehicle-out
           move plr-action-in to lst-action-out
           write listing-rec from listing-detail.

       450-clear-vehicle-plate.
      *> the plate is no longer on the vehicle; the vehicle keeps
      *> its registration and gets a plate on its next transfer or
      *> new registration.
           if plt-veh-id = spaces
               exit paragraph
           end-if
           move plt-veh-id to veh-id-m
           read vehicle-master
               invalid key exit paragraph
           end-read
           if veh-plate-no-m = plt-plate-no
               move spaces to veh-plate-no-m
               rewrite vehicle-master-rec
           end-if.

       600-reject-trans.
           add 1 to ws-trans-rejected
           move plr-action-in to lst-action-out
           move spaces to lst-vehicle-out
           move spaces to lst-result-out
           string 'rejected - ' ws-exc-message
               delimited by size into lst-result-out
           write listing-rec from listing-detail
           move 'y' to ws-exceptions-sw
           move 'vehplt' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           if plr-receive-batch
               move plr-batch-no-in to exc-log-key(1:6)
               move lst-plate-out to exc-log-key(8:8)
           else
               move plr-plate-no-in to exc-log-key
           end-if
           move ws-exc-message to exc-log-message
           write exception-log-rec.

       700-write-counts.
           move 'plates received:' to cnt-label
           move ws-plates-received to cnt-count-out
           write listing-rec from count-line
           move 'plates already on file:' to cnt-label
           move ws-plates-duplicate to cnt-count-out
           write listing-rec from count-line
           move 'plates reported lost:' to cnt-label
           move ws-plates-lost to cnt-count-out
           write listing-rec from count-line
           move 'plates reported stolen:' to cnt-label
           move ws-plates-stolen to cnt-count-out
           write listing-rec from count-line
           move 'plates surrendered:' to cnt-label
           move ws-plates-surrendered to cnt-count-out
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
