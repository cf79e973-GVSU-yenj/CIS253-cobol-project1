      *> screen prices the current fee through the identical
      *> effective-dated v-tab search and late-penalty rule the
      *> batch run uses, so the number quoted at the counter always
      *> matches the number the run will charge. the plate the
      *> vehicle carries is shown from the master, and an
      *> outstanding registration hold on the vehicle or its owner
      *> is shown with its type, agency and reason so the clerk can
      *> send the customer to the agency before taking the fee.
      *> a vehicle on a fleet shows the fleet that bills it; keying
      *> a fleet id instead lists the fleet's vehicles off
      *> CH1204FLV.NDX with each one's plate and expiration, a
      *> screen at a time, under the fleet's renewal month and its
      *> last invoice.
      *> the clerk signs on through OPSIGN and needs inquire
      *> authority here.

       environment division.

               assign to "w:\PROJECT5\CH1204T.TAB"
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
                   access is random
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
                   access is random
                   record key is fiv-key.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.
       file section.

       fd  vehicle-master
           record contains 150 characters.
       copy vehmst.

       fd registration-table-input-file
          record contains 21 characters.
       01 table-rec                        pic x(21).

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

       fd  business-date-file
           record contains 9 characters.
       copy busdate.
           88 no-records-fam                               value "no".

       copy rptdate.
       copy oprsgn.

       01 work-areas.
           05 more-inquiries               pic x           value 'y'.
           05 ws-veh-found-sw              pic x           value 'y'.
               88 ws-veh-found                             value 'y'.
               88 ws-veh-not-found                         value 'n'.
           05 ws-held-sw                   pic x           value 'n'.
               88 ws-vehicle-held                          value 'y'.
           05 ws-hold-scan-key             pic x(32)  value spaces.
           05 ws-inq-fleet-id              pic x(6)   value spaces.
           05 ws-more-vehicles             pic x           value 'y'.
           05 ws-fleet-found-sw            pic x           value 'y'.
               88 ws-fleet-found                           value 'y'.
           05 ws-fleet-row-ct              pic 99          value 0.

       01 table1.
           05 v-tab occurs 90 times indexed by x1.
           05 inq-class-out                pic x(2)   value spaces.
           05 inq-weight-out               pic zz,zz9.
           05 inq-expire-out               pic x(8)   value spaces.
           05 inq-plate-out                pic x(12)  value spaces.
           05 inq-hold-out                 pic x(40)  value spaces.
           05 inq-quote-out                pic $zz,zz9.99.
           05 inq-quote-note               pic x(30)  value spaces.
           05 inq-fleet-out                pic x(40)  value spaces.

       01 fleet-display-fields.
           05 inq-fleet-name-out           pic x(30)  value spaces.
           05 inq-renewal-mth-out          pic x(2)   value spaces.
           05 inq-vehicle-count-out        pic zzz9.
           05 inq-last-invoice-out         pic x(30)  value spaces.

      *> one line of the fleet list per vehicle, a screenful at a
      *> time.
       01 fleet-row.
           05 frw-veh-id                   pic x(8).
           05 filler                       pic x(2)   value spaces.
           05 frw-class                    pic x(2).
           05 filler                       pic x(3)   value spaces.
           05 frw-plate                    pic x(8).
           05 filler                       pic x(2)   value spaces.
           05 frw-expire                   pic x(8).
           05 filler                       pic x(2)   value spaces.
           05 frw-note                     pic x(25).

       01 fleet-list.
           05 flq-line occurs 12 times     pic x(60).
       01 fleet-list-lines redefines fleet-list.
           05 flq-line-01                  pic x(60).
           05 flq-line-02                  pic x(60).
           05 flq-line-03                  pic x(60).
           05 flq-line-04                  pic x(60).
           05 flq-line-05                  pic x(60).
           05 flq-line-06                  pic x(60).
           05 flq-line-07                  pic x(60).
           05 flq-line-08                  pic x(60).
           05 flq-line-09                  pic x(60).
           05 flq-line-10                  pic x(60).
           05 flq-line-11                  pic x(60).
           05 flq-line-12                  pic x(60).

       screen section.
       01 inquiry-screen.
              10 line 3 column 1
                 value 'Enter vehicle id:'.
              10 pic x(8) to ws-inq-vehicle-id.
              10 line 4 column 1
                 value 'or fleet id:     '.
              10 pic x(6) to ws-inq-fleet-id.

       01 result-screen.
           05 background-color is 1
              10 line 8 column 1
                 value 'expires:    '.
              10 line 8 column 14 pic x(8) from inq-expire-out.
              10 line 9 column 1
                 value 'plate:      '.
              10 line 9 column 14 pic x(12) from inq-plate-out.
              10 line 10 column 1
                 value 'hold:       '.
              10 line 10 column 14 pic x(40) from inq-hold-out.
              10 line 11 column 1
                 value 'fee quote:  '.
              10 line 11 column 14 pic x(10) from inq-quote-out.
              10 line 11 column 26 pic x(30) from inq-quote-note.
              10 line 12 column 1
                 value 'fleet:      '.
              10 line 12 column 14 pic x(40) from inq-fleet-out.
              10 line 13 column 1
                 value 'Another inquiry? <y or n>'.
              10 pic x to more-inquiries.

                 value 'Another inquiry? <y or n>'.
              10 pic x to more-inquiries.

       01 fleet-screen.
           05 background-color is 1
              foreground-color is 7
              highlight.
              10 line 5 column 1
                 value 'fleet:      '.
              10 line 5 column 14 pic x(30) from inq-fleet-name-out.
              10 line 6 column 1
                 value 'renews:     month'.
              10 line 6 column 19 pic x(2) from inq-renewal-mth-out.
              10 line 6 column 25
                 value 'vehicles:'.
              10 line 6 column 35 pic x(4) from inq-vehicle-count-out.
              10 line 7 column 1
                 value 'invoice:    '.
              10 line 7 column 14 pic x(30) from inq-last-invoice-out.
              10 line 8 column 1
                 value 'vehicle   class plate     expires'.
              10 line 9 column 1 pic x(60) from flq-line-01.
              10 line 10 column 1 pic x(60) from flq-line-02.
              10 line 11 column 1 pic x(60) from flq-line-03.
              10 line 12 column 1 pic x(60) from flq-line-04.
              10 line 13 column 1 pic x(60) from flq-line-05.
              10 line 14 column 1 pic x(60) from flq-line-06.
              10 line 15 column 1 pic x(60) from flq-line-07.
              10 line 16 column 1 pic x(60) from flq-line-08.
              10 line 17 column 1 pic x(60) from flq-line-09.
              10 line 18 column 1 pic x(60) from flq-line-10.
              10 line 19 column 1 pic x(60) from flq-line-11.
              10 line 20 column 1 pic x(60) from flq-line-12.

       01 fleet-more-screen.
           05 background-color is 1
              foreground-color is 7
              highlight.
              10 line 22 column 1
                 value 'More vehicles? <y or n>  '.
              10 pic x to ws-more-vehicles.

       01 fleet-end-screen.
           05 background-color is 1
              foreground-color is 7
              highlight.
              10 line 22 column 1
                 value 'Another inquiry? <y or n>'.
              10 pic x to more-inquiries.

       01 fleet-not-found-screen.
           05 background-color is 1
              foreground-color is 7
              highlight.
              10 line 5 column 1
                 value 'fleet not on file'.
              10 line 7 column 1
                 value 'Another inquiry? <y or n>'.
              10 pic x to more-inquiries.

       procedure division.
       100-main.
           move 'S' to sgn-request
           move 'VEHINQ' to sgn-program
           move 'I' to sgn-required-level
           call 'opsign' using sign-on-area
           if not sgn-granted
               display 'sign-on refused - session ended'
               goback
           end-if
           open input vehicle-master
                input registration-table-input-file
                input registration-hold-file
                input fleet-master
                input fleet-vehicle-file
                input fleet-invoice-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-business-date(1:4)
           move rpt-curr-mth to ws-business-date(5:2)
           close registration-table-input-file

           perform until more-inquiries = 'n' or 'N'
               move spaces to ws-inq-vehicle-id
                              ws-inq-fleet-id
               display inquiry-screen
               accept  inquiry-screen
               if ws-inq-fleet-id not = spaces
                   perform 400-fleet-inquiry
               else
                   perform 210-vehicle-inquiry
               end-if
           end-perform
           close vehicle-master
                 registration-hold-file
                 fleet-master
                 fleet-vehicle-file
                 fleet-invoice-file
           display 'end of inquiry session'
           goback.

       210-vehicle-inquiry.
               perform 200-look-up-vehicle
               if ws-veh-found
                   perform 300-quote-fee
               else
                   display not-found-screen
                   accept  not-found-screen
               end-if.

       200-look-up-vehicle.
           move ws-inq-vehicle-id to veh-id-m
               move veh-class-m to inq-class-out
               move veh-weight-m to inq-weight-out
               move veh-expire-date-m to inq-expire-out
               if veh-plate-no-m = spaces
                   move 'none issued' to inq-plate-out
               else
                   move veh-plate-no-m to inq-plate-out
               end-if
               perform 250-show-hold
               perform 270-show-fleet
           end-if.

       250-show-hold.
      *> the first outstanding hold on the vehicle id, then on the
      *> owner - the same order the registration run refuses in.
           move 'n' to ws-held-sw
           move spaces to hld-key
           move 'V' to hld-key-kind
           move veh-id-m to hld-key-value
           perform 260-scan-holds
           if not ws-vehicle-held
               move spaces to hld-key
               move 'O' to hld-key-kind
               move veh-last-name-m to hld-owner-last
               move veh-first-name-m to hld-owner-first
               perform 260-scan-holds
           end-if
           move spaces to inq-hold-out
           if ws-vehicle-held
               string hld-type ' ' hld-agency ' ' hld-reason
                   delimited by size into inq-hold-out
           else
               move 'none' to inq-hold-out
           end-if.

       260-scan-holds.
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
                  or hld-release-date > ws-business-date
                   move 'y' to ws-held-sw
                   exit perform
               end-if
           end-perform.

       270-show-fleet.
           move veh-id-m to flv-alt-veh-id
           read fleet-vehicle-file key is flv-alt-veh-id
               invalid key
                   move 'none' to inq-fleet-out
                   exit paragraph
           end-read
           move flv-fleet-id to flt-id-m
           move spaces to flt-name-m
           read fleet-master
               invalid key continue
           end-read
           move spaces to inq-fleet-out
           string flv-fleet-id ' ' flt-name-m
               delimited by size into inq-fleet-out.

       300-quote-fee.
      *> weight times the rate in effect as of today's business
      *> date, plus the late penalty once the expiration has gone
           end-if
           move calc-fee to inq-quote-out.

       400-fleet-inquiry.
           move ws-inq-fleet-id to flt-id-m
           move 'y' to ws-fleet-found-sw
           read fleet-master
               invalid key move 'n' to ws-fleet-found-sw
           end-read
           if not ws-fleet-found
               display fleet-not-found-screen
               accept  fleet-not-found-screen
               exit paragraph
           end-if
           move flt-name-m to inq-fleet-name-out
           move flt-renewal-mth-m to inq-renewal-mth-out
           move flt-vehicle-count-m to inq-vehicle-count-out
           perform 410-show-last-invoice
           move spaces to fleet-list
           move zero to ws-fleet-row-ct
           move 'y' to ws-more-vehicles
           move flt-id-m to flv-fleet-id
           move low-values to flv-veh-id
           start fleet-vehicle-file key not < flv-key
               invalid key continue
               not invalid key
                   perform 420-list-fleet-vehicles
           end-start
      *> the last (or only) screenful, however full.
           display inquiry-screen
           display fleet-screen
           display fleet-end-screen
           accept  fleet-end-screen.

       410-show-last-invoice.
           move spaces to inq-last-invoice-out
           if flt-last-invoice-m = spaces
               move 'none billed' to inq-last-invoice-out
               exit paragraph
           end-if
           move flt-last-invoice-m to fiv-invoice-no
           move spaces to fiv-veh-id
           read fleet-invoice-file
               invalid key
                   move flt-last-invoice-m to inq-last-invoice-out
                   exit paragraph
           end-read
           if fiv-paid
               string flt-last-invoice-m ' paid'
                   delimited by size into inq-last-invoice-out
           else
               string flt-last-invoice-m ' open - due ' fiv-due-date
                   delimited by size into inq-last-invoice-out
           end-if.

       420-list-fleet-vehicles.
           perform until 1 = 2
               read fleet-vehicle-file next record
                   at end exit perform
               end-read
               if flv-fleet-id not = flt-id-m
                   exit perform
               end-if
               if ws-fleet-row-ct = 12
                   display inquiry-screen
                   display fleet-screen
                   display fleet-more-screen
                   accept  fleet-more-screen
                   if ws-more-vehicles = 'n' or 'N'
                       move spaces to fleet-list
                       exit perform
                   end-if
                   move spaces to fleet-list
                   move zero to ws-fleet-row-ct
               end-if
               perform 430-build-fleet-row
           end-perform.

       430-build-fleet-row.
           move spaces to fleet-row
           move flv-veh-id to frw-veh-id
           move flv-veh-id to veh-id-m
           read vehicle-master
               invalid key
                   move 'not on vehicle master' to frw-note
               not invalid key
                   move veh-class-m to frw-class
                   move veh-plate-no-m to frw-plate
                   move veh-expire-date-m to frw-expire
                   if veh-expire-date-m < ws-business-date
                       move 'expired' to frw-note
                   end-if
           end-read
           add 1 to ws-fleet-row-ct
           move fleet-row to flq-line(ws-fleet-row-ct).

       010-set-business-date.
      *> report headings and log stamps carry the business date
      *> from BUSDATE.CTL (set by nightlybatch) so a rerun books
