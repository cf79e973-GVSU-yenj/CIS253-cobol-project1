       identification division.
       program-id. VEHPIN.
       author. Jon Yen.
      *> monthly plate inventory reconciliation, run in the
      *> month-end close. walks the CH1204PLT.NDX plate inventory
      *> and accounts for every plate of every type: received to
      *> date against on hand, issued, lost, stolen and surrendered,
      *> and the month's movement - plates on hand when the month
      *> opened, plus plates received, less plates issued and plates
      *> lost or stolen out of stock, must equal the plates on hand
      *> now. every issued plate is checked against the vehicle
      *> master, and every plate reported lost or stolen this month
      *> is listed with the vehicle it was issued to, for the
      *> police. the month's proof goes to CH9997BAL.DAT as the
      *> PLATE-INV rule so the close's certificate carries it.

       environment division.

       input-output section.
       file-control.
           select optional plate-inventory
               assign to "w:\PROJECT5\CH1204PLT.NDX"
                   organization is indexed
                   access is sequential
                   record key is plt-plate-no
                   alternate record key is plt-stock-key
                       with duplicates.

           select optional vehicle-master
               assign to "w:\PROJECT5\CH1204MST.NDX"
                   organization is indexed
                   access is random
                   record key is veh-id-m.

           select reconciliation-report
               assign to "w:\PROJECT5\CH1204PIN.RPT"
                   organization is line sequential.

           select optional exception-log-file
               assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

           select optional balancing-file
               assign to "W:\CONTROL\CH9997BAL.DAT"
                   organization is line sequential.

       data division.
       file section.

       fd  plate-inventory
           record contains 60 characters.
       copy vehplt.

       fd  vehicle-master
           record contains 150 characters.
       copy vehmst.

       fd  reconciliation-report
           record contains 80 characters.
       01  report-rec                      pic x(80).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       fd  balancing-file
           record contains 42 characters.
       copy ctlbal.

       working-storage section.

       01 r-there-more-records             pic xxx         value "yes".
           88 no-records-fam                               value "no".

       01 ws-exceptions-sw                 pic x           value 'n'.
           88 ws-exceptions-printed                         value 'y'.

       01 ws-pg-ct                         pic 99          value 0.

       copy rptdate.
       copy rpthdr1.

      *> the month being reconciled is the business month: the
      *> close runs on its last night.
       01 month-bounds.
           05 ws-month-start               pic 9(8)        value zero.
           05 ws-month-end                 pic 9(8)        value zero.

      *> one row per plate type, in the order the types turn up.
       01 ws-type-count                    pic 99          value 0.
       01 ws-type-overflow-sw              pic x           value 'n'.
           88 ws-type-overflow                             value 'y'.
       01 plate-type-table.
           05 type-entry occurs 30 times indexed by t1.
               10 typ-code                 pic x(2).
               10 typ-received-total       pic 9(6).
               10 typ-on-hand              pic 9(6).
               10 typ-issued               pic 9(6).
               10 typ-lost                 pic 9(6).
               10 typ-stolen               pic 9(6).
               10 typ-surrendered          pic 9(6).
               10 typ-opening              pic 9(6).
               10 typ-mth-received         pic 9(6).
               10 typ-mth-issued           pic 9(6).
               10 typ-mth-off-stock        pic 9(6).

       01 proof-work.
           05 ws-computed-closing          pic s9(7)       value zero.
           05 ws-total-computed            pic s9(7)       value zero.
           05 ws-total-on-hand             pic s9(7)       value zero.
           05 ws-mismatch-count            pic 9(5)        value zero.
           05 ws-trace-count               pic 9(5)        value zero.
           05 ws-out-of-proof-count        pic 9(3)        value zero.

       01 trace-hdr.
           05 filler                       pic x(40)
               value 'plates off inventory or out of place'.

       01 trace-line.
           05 trc-plate-out                pic x(8).
           05 filler                       pic x(2)    value spaces.
           05 trc-type-out                 pic x(2).
           05 filler                       pic x(2)    value spaces.
           05 trc-status-out               pic x(11).
           05 filler                       pic x(2)    value spaces.
           05 trc-vehicle-out              pic x(8).
           05 filler                       pic x(2)    value spaces.
           05 trc-owner-out                pic x(20).
           05 filler                       pic x(2)    value spaces.
           05 trc-date-out                 pic x(8).

       01 status-hdr.
           05 filler                       pic x(4)    value 'type'.
           05 filler                       pic x(4)    value spaces.
           05 filler                       pic x(8)    value 'received'.
           05 filler                       pic x(1)    value spaces.
           05 filler                       pic x(7)    value 'on hand'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(6)    value 'issued'.
           05 filler                       pic x(4)    value spaces.
           05 filler                       pic x(4)    value 'lost'.
           05 filler                       pic x(3)    value spaces.
           05 filler                       pic x(6)    value 'stolen'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(11)
               value 'surrendered'.

       01 status-line.
           05 sts-type-out                 pic x(2).
           05 filler                       pic x(3)    value spaces.
           05 sts-received-out             pic zzz,zz9.
           05 filler                       pic x(2)    value spaces.
           05 sts-on-hand-out              pic zzz,zz9.
           05 filler                       pic x(2)    value spaces.
           05 sts-issued-out               pic zzz,zz9.
           05 filler                       pic x(2)    value spaces.
           05 sts-lost-out                 pic zzz,zz9.
           05 filler                       pic x(2)    value spaces.
           05 sts-stolen-out               pic zzz,zz9.
           05 filler                       pic x(2)    value spaces.
           05 sts-surrendered-out          pic zzz,zz9.

       01 movement-hdr.
           05 filler                       pic x(4)    value 'type'.
           05 filler                       pic x(5)    value spaces.
           05 filler                       pic x(7)    value 'opening'.
           05 filler                       pic x(1)    value spaces.
           05 filler                       pic x(8)    value 'received'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(6)    value 'issued'.
           05 filler                       pic x(1)    value spaces.
           05 filler                       pic x(8)    value 'off stck'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(7)    value 'closing'.
           05 filler                       pic x(2)    value spaces.
           05 filler                       pic x(7)    value 'on hand'.

       01 movement-line.
           05 mvt-type-out                 pic x(2).
           05 filler                       pic x(5)    value spaces.
           05 mvt-opening-out              pic zzz,zz9.
           05 filler                       pic x(2)    value spaces.
           05 mvt-received-out             pic zzz,zz9.
           05 filler                       pic x(2)    value spaces.
           05 mvt-issued-out               pic zzz,zz9.
           05 filler                       pic x(2)    value spaces.
           05 mvt-off-stock-out            pic zzz,zz9.
           05 filler                       pic x(2)    value spaces.
           05 mvt-closing-out              pic zzz,zz9-.
           05 filler                       pic x(1)    value spaces.
           05 mvt-on-hand-out              pic zzz,zz9.
           05 filler                       pic x(2)    value spaces.
           05 mvt-flag-out                 pic x(9).

       01 count-line.
           05 cnt-label                    pic x(34).
           05 cnt-count-out                pic zzz,zz9.

       01 type-overflow-line.
           05 filler                       pic x(44)
               value '*** more than 30 plate types - not all shown'.

       procedure division.

       100-main.
           open input plate-inventory
                input vehicle-master
                output reconciliation-report
                extend exception-log-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-month-start(1:4)
           move rpt-curr-mth to ws-month-start(5:2)
           move 01 to ws-month-start(7:2)
           move ws-month-start to ws-month-end
           move 31 to ws-month-end(7:2)
           move spaces to rpt-hdr-title
           string 'plate inventory recon ' rpt-curr-yr '-'
               rpt-curr-mth delimited by size into rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write report-rec from rpt-heading-1
           write report-rec from trace-hdr
           perform until no-records-fam
               read plate-inventory
                   at end move 'no' to r-there-more-records
                   not at end perform 200-account-for-plate
               end-read
           end-perform
           perform 500-print-type-summary
           perform 600-write-control-totals
           close plate-inventory
                 vehicle-master
                 reconciliation-report
                 exception-log-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       200-account-for-plate.
           perform 210-find-type
           if ws-type-overflow
               exit paragraph
           end-if
           add 1 to typ-received-total(t1)
           evaluate true
               when plt-on-hand
                   add 1 to typ-on-hand(t1)
               when plt-issued
                   add 1 to typ-issued(t1)
                   perform 300-check-issued-plate
               when plt-lost
                   add 1 to typ-lost(t1)
               when plt-stolen
                   add 1 to typ-stolen(t1)
               when plt-surrendered
                   add 1 to typ-surrendered(t1)
           end-evaluate
      *> the month's movement. a plate was on hand when the month
      *> opened if it had been received by then and had not yet
      *> been issued or gone off inventory out of stock.
           if plt-received-date >= ws-month-start
              and plt-received-date <= ws-month-end
               add 1 to typ-mth-received(t1)
           end-if
           if plt-issued-date >= ws-month-start
              and plt-issued-date <= ws-month-end
               add 1 to typ-mth-issued(t1)
           end-if
           if plt-issued-date = zero and plt-off-inventory
              and plt-status-date >= ws-month-start
              and plt-status-date <= ws-month-end
               add 1 to typ-mth-off-stock(t1)
           end-if
           if plt-received-date < ws-month-start
              and (plt-issued-date = zero
                   or plt-issued-date >= ws-month-start)
              and not (plt-issued-date = zero
                       and plt-off-inventory
                       and plt-status-date < ws-month-start)
               add 1 to typ-opening(t1)
           end-if
           if (plt-lost or plt-stolen)
              and plt-status-date >= ws-month-start
              and plt-status-date <= ws-month-end
               perform 400-trace-plate
           end-if.

       210-find-type.
           move 'n' to ws-type-overflow-sw
           set t1 to 1
           search type-entry
               at end
                   if ws-type-count < 30
                       add 1 to ws-type-count
                       set t1 to ws-type-count
                       initialize type-entry(t1)
                       move plt-plate-type to typ-code(t1)
                   else
                       move 'y' to ws-type-overflow-sw
                   end-if
               when typ-code(t1) = plt-plate-type
                   continue
           end-search.

       300-check-issued-plate.
      *> an issued plate must be the plate its vehicle carries.
           move plt-veh-id to veh-id-m
           read vehicle-master
               invalid key
                   move spaces to veh-plate-no-m
                                  veh-last-name-m
           end-read
           if veh-plate-no-m = plt-plate-no
               exit paragraph
           end-if
           add 1 to ws-mismatch-count
           move 'not on veh' to trc-status-out
           perform 450-write-trace-line
           move 'y' to ws-exceptions-sw
           move 'vehpin' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move plt-plate-no to exc-log-key(1:8)
           move plt-veh-id to exc-log-key(10:8)
           move 'issued plate not on its vehicle'
               to exc-log-message
           write exception-log-rec.

       400-trace-plate.
           add 1 to ws-trace-count
           move spaces to veh-last-name-m
           if plt-veh-id not = spaces
               move plt-veh-id to veh-id-m
               read vehicle-master
                   invalid key move spaces to veh-last-name-m
               end-read
           end-if
           if plt-lost
               move 'lost' to trc-status-out
           else
               move 'stolen' to trc-status-out
           end-if
           perform 450-write-trace-line.

       450-write-trace-line.
           move plt-plate-no to trc-plate-out
           move plt-plate-type to trc-type-out
           move plt-veh-id to trc-vehicle-out
           move veh-last-name-m to trc-owner-out
           move plt-status-date to trc-date-out
           write report-rec from trace-line.

       500-print-type-summary.
           move spaces to report-rec
           write report-rec
           write report-rec from status-hdr
           perform varying t1 from 1 by 1 until t1 > ws-type-count
               move typ-code(t1) to sts-type-out
               move typ-received-total(t1) to sts-received-out
               move typ-on-hand(t1) to sts-on-hand-out
               move typ-issued(t1) to sts-issued-out
               move typ-lost(t1) to sts-lost-out
               move typ-stolen(t1) to sts-stolen-out
               move typ-surrendered(t1) to sts-surrendered-out
               write report-rec from status-line
           end-perform
           move spaces to report-rec
           write report-rec
           write report-rec from movement-hdr
           perform varying t1 from 1 by 1 until t1 > ws-type-count
               compute ws-computed-closing = typ-opening(t1)
                   + typ-mth-received(t1) - typ-mth-issued(t1)
                   - typ-mth-off-stock(t1)
               add ws-computed-closing to ws-total-computed
               add typ-on-hand(t1) to ws-total-on-hand
               move typ-code(t1) to mvt-type-out
               move typ-opening(t1) to mvt-opening-out
               move typ-mth-received(t1) to mvt-received-out
               move typ-mth-issued(t1) to mvt-issued-out
               move typ-mth-off-stock(t1) to mvt-off-stock-out
               move ws-computed-closing to mvt-closing-out
               move typ-on-hand(t1) to mvt-on-hand-out
               if ws-computed-closing = typ-on-hand(t1)
                   move 'proves' to mvt-flag-out
               else
                   move '*** OUT' to mvt-flag-out
                   add 1 to ws-out-of-proof-count
                   move 'y' to ws-exceptions-sw
               end-if
               write report-rec from movement-line
           end-perform
           if ws-type-overflow
               write report-rec from type-overflow-line
               move 'y' to ws-exceptions-sw
           end-if
           move spaces to report-rec
           write report-rec
           move 'plates lost or stolen this month:' to cnt-label
           move ws-trace-count to cnt-count-out
           write report-rec from count-line
           move 'issued plates not on vehicle:' to cnt-label
           move ws-mismatch-count to cnt-count-out
           write report-rec from count-line
           move 'plate types out of proof:' to cnt-label
           move ws-out-of-proof-count to cnt-count-out
           write report-rec from count-line.

       600-write-control-totals.
      *> the month's movement against the plates actually on hand.
           move 'vehpin' to ctl-program
           move 'PLATE-INV' to ctl-rule-id
           move 'A' to ctl-side
           move ws-total-computed to ctl-amount
           perform 610-write-control-side
           move 'B' to ctl-side
           move ws-total-on-hand to ctl-amount
           perform 610-write-control-side.

       610-write-control-side.
           move rpt-curr-yr to ctl-bus-yr
           move rpt-curr-mth to ctl-bus-mth
           move rpt-curr-day to ctl-bus-day
           open extend balancing-file
           write control-total-rec
           close balancing-file.

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
