      *> the registration run uses, prints a renewal notice per
      *> vehicle, and writes a pre-billed renewal transaction file
      *> in the CH1204.DAT layout so renewal season stops starting
      *> from a blank form. a vehicle or owner under an outstanding
      *> registration hold gets no notice until the agency releases
      *> it. each notice carries the owner's mailing address and goes
      *> to the CH9994MPC.DAT mail-piece file for the presort
      *> extract. a vehicle linked to a fleet on CH1204FLV.NDX that
      *> expires in its fleet's renewal month gets no notice of its
      *> own; one expiring in any other month is sent the ordinary
      *> notice, so it cannot lapse waiting for the fleet's month.
      *> every fleet whose renewal month is next month gets one
      *> consolidated invoice on CH1204FIN.RPT, a line per vehicle
      *> priced through the same v-tab search as of the fleet's due
      *> date, and the invoice is kept on CH1204FIV.NDX for the
      *> fleet payment run to renew from.

       environment division.

           select vehicle-master
               assign to "w:\PROJECT5\CH1204MST.NDX"
                   organization is indexed
                   access is dynamic
                   record key is veh-id-m.

           select registration-table-input-file
               assign to "w:\PROJECT5\CH1204C.TAB"
                   organization is line sequential.

           select optional registration-hold-file
               assign to "w:\PROJECT5\CH1204HLD.NDX"
                   organization is indexed
                   access is dynamic
                   record key is hld-key
                   alternate record key is hld-agency
                       with duplicates.

           select optional fleet-master
               assign to "w:\PROJECT5\CH1204FLT.NDX"
                   organization is indexed
                   access is dynamic
                   record key is flt-id-m.

           select optional fleet-vehicle-file
               assign to "w:\PROJECT5\CH1204FLV.NDX"
                   organization is indexed
                   access is dynamic
                   record key is flv-key
                   alternate record key is flv-alt-veh-id.

           select optional fleet-invoice-file
               assign to "w:\PROJECT5\CH1204FIV.NDX"
                   organization is indexed
                   access is dynamic
                   record key is fiv-key.

           select fleet-invoice-print
               assign to "w:\PROJECT5\CH1204FIN.RPT"
                   organization is line sequential.

           select renewal-notice-file
               assign to "w:\PROJECT5\CH1204RNW.RPT"
                   organization is line sequential.
               assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional mail-piece-file
               assign to "W:\CONTROL\CH9994MPC.DAT"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.
       file section.

       fd  vehicle-master
           record contains 150 characters.
       copy vehmst.

       fd registration-table-input-file
           05  cls-min-weight-in           pic 9(5).
           05  cls-max-weight-in           pic 9(5).

       fd  registration-hold-file
           record contains 80 characters.
       copy vehhld.

       fd  fleet-master
           record contains 150 characters.
       copy fltmst.

       fd  fleet-vehicle-file
           record contains 40 characters.
       copy fltveh.

       fd  fleet-invoice-file
           record contains 100 characters.
       copy fltinv.

       fd  fleet-invoice-print
           record contains 80 characters.
       01  invoice-print-rec               pic x(80).

       fd  renewal-notice-file
           record contains 80 characters.
       01  notice-rec                      pic x(80).
           record contains 76 characters.
       copy exclog.

       fd  mail-piece-file
           record contains 128 characters.
       copy mailpc.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       copy rpthdr1.

       01 ws-held-sw                       pic x           value 'n'.
           88 ws-vehicle-held                              value 'y'.

       01 ws-hold-scan-key                 pic x(32).

      *> the renewal month: the month after the run date, yyyymm.
       01 ws-renewal-month.
           05 ws-rnw-yr                    pic 9(4).
       01 renewal-counts.
           05 ws-notices-written           pic 9(5)        value zero.
           05 ws-renewal-fee-total         pic 9(7)v99     value zero.
           05 ws-held-count                pic 9(5)        value zero.

       01 calc-fee                         pic 9(5)v99     value zero.

      *> the fleet invoice in progress. a fleet renews as of the
      *> first of its renewal month, whatever each vehicle's own
      *> expiration, so its vehicles come due together.
       01 fleet-work.
           05 ws-fleet-due-date.
               10 ws-fleet-due-yyyymm      pic 9(6).
               10 ws-fleet-due-dd          pic x(2)    value '01'.
           05 ws-invoice-no                pic x(12).
           05 ws-invoice-lines             pic 9(4)        value zero.
           05 ws-invoice-total             pic 9(7)v99     value zero.
           05 ws-invoice-found-sw          pic x           value 'n'.
               88 ws-invoice-found                         value 'y'.
           05 ws-fleet-vehicle-sw          pic x           value 'n'.
               88 ws-fleet-vehicle                         value 'y'.

       01 fleet-counts.
           05 ws-fleet-skipped             pic 9(5)        value zero.
           05 ws-fleet-invoices            pic 9(5)        value zero.
           05 ws-fleet-lines               pic 9(5)        value zero.
           05 ws-fleet-fee-total           pic 9(7)v99     value zero.

       01 invoice-line-1.
           05 filler                       pic x(22)
               value 'fleet renewal invoice '.
           05 inv-invoice-no-out           pic x(12).

       01 invoice-line-2.
           05 filler                       pic x(7)
               value 'fleet: '.
           05 inv-fleet-name-out           pic x(30).

       01 invoice-line-3.
           05 filler                       pic x(13)
               value 'renewal due: '.
           05 inv-due-date-out             pic x(8).

       01 invoice-col-hdr.
           05 filler                       pic x(10)
               value 'vehicle id'.
           05 filler                       pic x(2)        value spaces.
           05 filler                       pic x(5)    value 'class'.
           05 filler                       pic x(2)        value spaces.
           05 filler                       pic x(6)
               value 'weight'.
           05 filler                       pic x(2)        value spaces.
           05 filler                       pic x(7)
               value 'expires'.
           05 filler                       pic x(7)        value spaces.
           05 filler                       pic x(3)        value 'fee'.

       01 invoice-detail.
           05 ind-veh-id-out               pic x(8).
           05 filler                       pic x(4)        value spaces.
           05 ind-class-out                pic x(2).
           05 filler                       pic x(4)        value spaces.
           05 ind-weight-out               pic zz,zz9.
           05 filler                       pic x(3)        value spaces.
           05 ind-expire-out               pic x(8).
           05 filler                       pic x(2)        value spaces.
           05 ind-fee-out                  pic $zz,zz9.99.

       01 invoice-total-line.
           05 filler                       pic x(16)
               value 'vehicles billed:'.
           05 int-lines-out                pic zzz9.
           05 filler                       pic x(4)        value spaces.
           05 filler                       pic x(14)
               value 'invoice total:'.
           05 int-total-out                pic $$,$$$,$$9.99.

       01 invoice-remit-line-1.
           05 filler                       pic x(32)
               value 'one payment of the invoice total'.
           05 filler                       pic x(29)
               value ' renews every vehicle listed.'.

       01 invoice-remit-line-2.
           05 filler                       pic x(42)
               value 'quote the invoice number with the payment.'.

       01 invoice-none-line.
           05 filler                       pic x(43)
               value 'no vehicle billable - see the exception log'.

       01 invoice-paid-line.
           05 filler                       pic x(8)    value 'invoice '.
           05 ipl-invoice-no-out           pic x(12).
           05 filler                       pic x(28)
               value ' already paid - not rebilled'.

       01 fleet-summary-line.
           05 filler                       pic x(17)
               value 'fleet invoices:  '.
           05 fsl-count-out                pic zz,zz9.
           05 filler                       pic x(4)        value spaces.
           05 filler                       pic x(12)
               value 'fees billed:'.
           05 fsl-fee-out                  pic $$,$$$,$$9.99.

       01 fleet-skip-line.
           05 filler                       pic x(17)
               value 'on fleet invoice:'.
           05 fsk-count-out                pic zz,zz9.

       01 notice-line-1.
           05 filler                       pic x(22)
               value 'renewal notice - plate'.
           05 filler                       pic x           value space.
           05 ntc-last-name-out            pic x(20).

       01 notice-address-1.
           05 filler                       pic x(7)        value spaces.
           05 ntc-street-out               pic x(30).

       01 notice-address-2.
           05 filler                       pic x(7)        value spaces.
           05 ntc-city-out                 pic x(20).
           05 filler                       pic x           value space.
           05 ntc-state-out                pic x(2).
           05 filler                       pic x(2)        value spaces.
           05 ntc-zip-out                  pic x(9).

       01 notice-address-held.
           05 filler                       pic x(7)        value spaces.
           05 filler                       pic x(40)
               value '*** no good address - mail held ***'.

       01 notice-line-3.
           05 filler                       pic x(9)
               value 'expires: '.
               value 'fees billed:'.
           05 sum-fee-out                  pic $$,$$$,$$9.99.

       01 held-summary-line.
           05 filler                       pic x(17)
               value 'held - no notice:'.
           05 hsl-count-out                pic zz,zz9.

       procedure division.

       100-main.
           open input vehicle-master
                input registration-table-input-file
                input registration-hold-file
                input fleet-vehicle-file
                i-o fleet-master
                i-o fleet-invoice-file
                output fleet-invoice-print
                output renewal-notice-file
                output renewal-trans-file
                extend exception-log-file
                extend mail-piece-file

           perform 010-set-business-date
           perform 050-load-class-defs

           move 'yes' to r-there-more-records
           perform until no-records-fam
               read vehicle-master next record
                   at end move 'no' to r-there-more-records
                   not at end perform 200-consider-vehicle
               end-read
           end-perform
           perform 400-fleet-invoices

           move ws-notices-written to sum-count-out
           move ws-renewal-fee-total to sum-fee-out
           write notice-rec from summary-line
           move ws-held-count to hsl-count-out
           write notice-rec from held-summary-line
           move ws-fleet-skipped to fsk-count-out
           write notice-rec from fleet-skip-line
           move ws-fleet-invoices to fsl-count-out
           move ws-fleet-fee-total to fsl-fee-out
           write invoice-print-rec from fleet-summary-line
           close vehicle-master
                 fleet-master
                 fleet-vehicle-file
                 fleet-invoice-file
                 fleet-invoice-print
                 registration-table-input-file
                 registration-hold-file
                 renewal-notice-file
                 renewal-trans-file
                 exception-log-file
                 mail-piece-file
           if ws-exceptions-printed
               move 4 to return-code
           else
           if ws-expire-yyyymm not = ws-renewal-month
               exit paragraph
           end-if
      *> a fleet vehicle is billed on its fleet's invoice instead,
      *> but only when the fleet renews this month too; a vehicle
      *> whose fleet is missing is treated as an ordinary one.
           move veh-id-m to flv-alt-veh-id
           move 'y' to ws-fleet-vehicle-sw
           read fleet-vehicle-file key is flv-alt-veh-id
               invalid key move 'n' to ws-fleet-vehicle-sw
           end-read
           if ws-fleet-vehicle
               move flv-fleet-id to flt-id-m
               read fleet-master
                   invalid key move 'n' to ws-fleet-vehicle-sw
               end-read
           end-if
           if ws-fleet-vehicle
              and flt-renewal-mth-m not = ws-rnw-mth
               move 'n' to ws-fleet-vehicle-sw
           end-if
           if ws-fleet-vehicle
               add 1 to ws-fleet-skipped
               exit paragraph
           end-if
           perform 250-check-weight
           if not ws-weight-ok
               exit paragraph
           end-if
           perform 270-check-holds
           if ws-vehicle-held
               exit paragraph
           end-if
           set x1 to 1
           search v-tab
               at end perform 600-error-rtn
               to exc-log-message
           write exception-log-rec.

       270-check-holds.
      *> the same test the registration run applies: a hold on the
      *> vehicle id or on the owner, not yet released, withholds
      *> the notice, and the desk sees it on the exception log.
           move 'n' to ws-held-sw
           move spaces to hld-key
           move 'V' to hld-key-kind
           move veh-id-m to hld-key-value
           perform 275-scan-holds
           if not ws-vehicle-held
               move spaces to hld-key
               move 'O' to hld-key-kind
               move veh-last-name-m to hld-owner-last
               move veh-first-name-m to hld-owner-first
               perform 275-scan-holds
           end-if
           if not ws-vehicle-held
               exit paragraph
           end-if
           add 1 to ws-held-count
           move 'y' to ws-exceptions-sw
           move 'vehrnw' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move veh-id-m to exc-log-key
           move spaces to exc-log-message
           string 'held ' hld-type ' ' hld-agency ' - no notice cut'
               delimited by size into exc-log-message
           write exception-log-rec.

       275-scan-holds.
           move hld-key(1:32) to ws-hold-scan-key
           move low-values to hld-type
                              hld-agency
           start registration-hold-file key >= hld-key
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read registration-hold-file next
                   at end exit perform
               end-read
               if hld-key(1:32) not = ws-hold-scan-key
                   exit perform
               end-if
               if hld-release-date = zero
                  or hld-release-date > ws-rpt-date
                   move 'y' to ws-held-sw
                   exit perform
               end-if
           end-perform.

       300-write-renewal.
           compute calc-fee = veh-weight-m * reg-rate(x1)
           add calc-fee to ws-renewal-fee-total
           move calc-fee to ntc-fee-out
           write notice-rec from notice-line-1
           write notice-rec from notice-line-2
           perform 350-write-mail-piece
           if mp-street = spaces or mp-address-bad
               write notice-rec from notice-address-held
           else
               move mp-street to ntc-street-out
               move mp-city to ntc-city-out
               move mp-state to ntc-state-out
               move mp-zip to ntc-zip-out
               write notice-rec from notice-address-1
               write notice-rec from notice-address-2
           end-if
           write notice-rec from notice-line-3
           write notice-rec from notice-separator
           move veh-id-m to rnw-vehicle-id
           write renewal-trans-rec
           add 1 to ws-notices-written.

       350-write-mail-piece.
      *> the notice's piece for the presort extract, which holds it
      *> back when the address is blank or has come back.
           move spaces to mail-piece-rec
           move 'RNWL' to mp-doc-type
           move 'vehrnw' to mp-source
           move 'V' to mp-master
           move veh-id-m to mp-key
           string veh-first-name-m delimited by '  '
                  ' ' delimited by size
                  veh-last-name-m delimited by '  '
               into mp-name
           move veh-street-m to mp-street
           move veh-city-m to mp-city
           move veh-state-m to mp-state
           move veh-zip-m to mp-zip
           move veh-addr-status-m to mp-addr-status
           move rpt-curr-yr to mp-bus-date(1:4)
           move rpt-curr-mth to mp-bus-date(5:2)
           move rpt-curr-day to mp-bus-date(7:2)
           write mail-piece-rec.

       400-fleet-invoices.
      *> every fleet that renews next month, in fleet id order.
           move ws-renewal-month to ws-fleet-due-yyyymm
           move ws-fleet-due-date to inv-due-date-out
      *> the vehicle pass read fleets at random, so start again from
      *> the first.
           move low-values to flt-id-m
           start fleet-master key not < flt-id-m
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read fleet-master next record
                   at end exit perform
               end-read
               if flt-renewal-mth-m = ws-rnw-mth
                  and flt-vehicle-count-m > zero
                   perform 410-bill-fleet
               end-if
           end-perform.

       410-bill-fleet.
           move flt-id-m to ws-invoice-no(1:6)
           move ws-renewal-month to ws-invoice-no(7:6)
      *> a rerun rebills an invoice not yet paid from scratch; one
      *> already paid stands.
           move ws-invoice-no to fiv-invoice-no
           move spaces to fiv-veh-id
           move 'y' to ws-invoice-found-sw
           read fleet-invoice-file
               invalid key move 'n' to ws-invoice-found-sw
           end-read
           if ws-invoice-found
               if fiv-paid
                   move ws-invoice-no to ipl-invoice-no-out
                   write invoice-print-rec from invoice-paid-line
                   exit paragraph
               end-if
               perform 420-drop-open-invoice
           end-if
           move zero to ws-invoice-lines
                        ws-invoice-total
           perform 450-build-mail-piece
           move ws-invoice-no to inv-invoice-no-out
           move flt-name-m to inv-fleet-name-out
           write invoice-print-rec from invoice-line-1
           write invoice-print-rec from invoice-line-2
           if mp-street = spaces or mp-address-bad
               write invoice-print-rec from notice-address-held
           else
               move mp-street to ntc-street-out
               move mp-city to ntc-city-out
               move mp-state to ntc-state-out
               move mp-zip to ntc-zip-out
               write invoice-print-rec from notice-address-1
               write invoice-print-rec from notice-address-2
           end-if
           write invoice-print-rec from invoice-line-3
           write invoice-print-rec from invoice-col-hdr
           move flt-id-m to flv-fleet-id
           move low-values to flv-veh-id
           start fleet-vehicle-file key not < flv-key
               invalid key continue
               not invalid key
                   perform 430-walk-fleet-vehicles
           end-start
           if ws-invoice-lines = zero
               write invoice-print-rec from invoice-none-line
               write invoice-print-rec from notice-separator
               exit paragraph
           end-if
           move ws-invoice-no to fiv-invoice-no
           move spaces to fiv-veh-id
                          fiv-body
           move ws-fleet-due-date to fiv-due-date
           move ws-invoice-lines to fiv-line-count
           move ws-invoice-total to fiv-invoice-total
           move 'O' to fiv-status
           move ws-rpt-date to fiv-billed-date
           move zero to fiv-paid-date
                        fiv-paid-amount
           write fleet-invoice-rec
           move ws-invoice-lines to int-lines-out
           move ws-invoice-total to int-total-out
           write invoice-print-rec from invoice-total-line
           write invoice-print-rec from invoice-remit-line-1
           write invoice-print-rec from invoice-remit-line-2
           write invoice-print-rec from notice-separator
           write mail-piece-rec
           move ws-invoice-no to flt-last-invoice-m
           rewrite fleet-master-rec
           add 1 to ws-fleet-invoices
           add ws-invoice-lines to ws-fleet-lines
           add ws-invoice-total to ws-fleet-fee-total.

       420-drop-open-invoice.
           move ws-invoice-no to fiv-invoice-no
           move low-values to fiv-veh-id
           start fleet-invoice-file key not < fiv-key
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read fleet-invoice-file next record
                   at end exit perform
               end-read
               if fiv-invoice-no not = ws-invoice-no
                   exit perform
               end-if
               delete fleet-invoice-file record
           end-perform.

       430-walk-fleet-vehicles.
           perform until 1 = 2
               read fleet-vehicle-file next record
                   at end exit perform
               end-read
               if flv-fleet-id not = flt-id-m
                   exit perform
               end-if
               perform 440-bill-fleet-vehicle
           end-perform.

       440-bill-fleet-vehicle.
      *> the same weight and hold tests a notice gets; a vehicle
      *> that fails one is left off the invoice and logged.
           move flv-veh-id to veh-id-m
           read vehicle-master
               invalid key
                   move 'y' to ws-exceptions-sw
                   move 'vehrnw' to exc-log-program
                   move rpt-curr-yr to exc-log-yr
                   move rpt-curr-mth to exc-log-mth
                   move rpt-curr-day to exc-log-day
                   move flv-veh-id to exc-log-key
                   move 'fleet vehicle not on vehicle master'
                       to exc-log-message
                   write exception-log-rec
                   exit paragraph
           end-read
           perform 250-check-weight
           if not ws-weight-ok
               exit paragraph
           end-if
           perform 270-check-holds
           if ws-vehicle-held
               exit paragraph
           end-if
           set x1 to 1
           search v-tab
               at end perform 600-error-rtn
               when veh-class-m = v-class(x1)
                    and ws-fleet-due-date >= v-eff-start-date(x1)
                    and (v-eff-end-date(x1) = spaces
                         or ws-fleet-due-date <= v-eff-end-date(x1))
                   perform 445-write-invoice-line
           end-search.

       445-write-invoice-line.
           compute calc-fee = veh-weight-m * reg-rate(x1)
           add calc-fee to ws-invoice-total
           add 1 to ws-invoice-lines
           move ws-invoice-no to fiv-invoice-no
           move veh-id-m to fiv-veh-id
           move spaces to fiv-body
           move veh-class-m to fil-class
           move veh-first-name-m to fil-first-name
           move veh-middle-init-m to fil-middle-init
           move veh-last-name-m to fil-last-name
           move veh-weight-m to fil-weight
           move veh-expire-date-m to fil-expire-date
           move calc-fee to fil-fee
           write fleet-invoice-rec
           move veh-id-m to ind-veh-id-out
           move veh-class-m to ind-class-out
           move veh-weight-m to ind-weight-out
           move veh-expire-date-m to ind-expire-out
           move calc-fee to ind-fee-out
           write invoice-print-rec from invoice-detail.

       450-build-mail-piece.
      *> the invoice's piece for the presort extract, written once
      *> the invoice has a line on it.
           move spaces to mail-piece-rec
           move 'RNWL' to mp-doc-type
           move 'vehrnw' to mp-source
           move 'F' to mp-master
           move flt-id-m to mp-key
           move flt-name-m to mp-name
           move flt-street-m to mp-street
           move flt-city-m to mp-city
           move flt-state-m to mp-state
           move flt-zip-m to mp-zip
           move flt-addr-status-m to mp-addr-status
           move rpt-curr-yr to mp-bus-date(1:4)
           move rpt-curr-mth to mp-bus-date(5:2)
           move rpt-curr-day to mp-bus-date(7:2).

       600-error-rtn.
           move 'y' to ws-exceptions-sw
           move 'vehrnw' to exc-log-program
