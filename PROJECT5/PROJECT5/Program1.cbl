               assign to "w:\PROJECT5\CH1204REM.DAT"
                   organization is line sequential.

      *> the night's fee revenue goes to the ledger as a balanced
      *> journal - registration cash against each fund's revenue
      *> account - appended to the payroll posting extract glpost
      *> journals.
           select optional gl-posting-file
               assign to "W:\PROJECT1\CH0101GLP.DAT"
                   organization is line sequential.

           select optional vehicle-master
               assign to "w:\PROJECT5\CH1204MST.NDX"
                   organization is indexed
               assign to "w:\PROJECT5\CH1204TRF.DAT"
                   organization is line sequential.

      *> plate stock: a new registration or a transfer is issued
      *> the first plate on hand of the vehicle's class, and a
      *> transfer surrenders the plate the vehicle carried.
           select optional plate-inventory
               assign to "w:\PROJECT5\CH1204PLT.NDX"
                   organization is indexed
                   access is dynamic
                   record key is plt-plate-no
                   alternate record key is plt-stock-key
                       with duplicates.

      *> holds placed by the agencies (vehhld): a vehicle or owner
      *> with one outstanding is refused a new registration, renewal
      *> or transfer until the agency releases it.
           select optional registration-hold-file
               assign to "w:\PROJECT5\CH1204HLD.NDX"
                   organization is indexed
                   access is dynamic
                   record key is hld-key
                   alternate record key is hld-agency
                       with duplicates.

           select transfer-register
               assign to "w:\PROJECT5\CH1204TRF.RPT"
                   organization is line sequential.
          data record is report-rec.
       01 report-rec                       pic x(80).

      *> the gl account trails the original 22-byte record; a fund
      *> whose row leaves it blank posts to the general
      *> registration fee account.
       fd  distribution-table-file
           record contains 30 characters.
       01  distribution-rec-in.
           05  dst-fund-code-in            pic x(2).
           05  dst-fund-name-in            pic x(15).
           05  dst-fund-pct-in             pic 9v9(4).
           05  dst-gl-account-in           pic x(8).

       fd  remittance-extract-file
           record contains 21 characters.
           05  rem-amount                  pic s9(8)v99.
           05  filler                      pic x.

       fd  gl-posting-file
           record contains 51 characters.
       01  gl-posting-rec.
           05  glp-account                 pic x(8).
           05  glp-run-date                pic 9(8).
           05  glp-dr-cr                   pic x.
           05  glp-amount                  pic 9(9)v99.
           05  glp-description             pic x(23).

       fd  vehicle-master
           record contains 150 characters.
       copy vehmst.

       fd  transfer-history-file
           05  trf-in-last-name            pic x(20).
           05  filler                      pic x(2).

       fd  plate-inventory
           record contains 60 characters.
       copy vehplt.

       fd  transfer-register
           record contains 90 characters.
       01  transfer-register-rec           pic x(90).

       fd  registration-hold-file
           record contains 80 characters.
       copy vehhld.

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.
               10 fund-name                pic x(15).
               10 fund-pct                 pic 9v9(4).
               10 fund-total               pic s9(8)v99.
               10 fund-gl-account          pic x(8).

      *> the registration accounts on the gl chart glacct seeds.
       01 gl-accounts.
           05 gl-acct-reg-cash             pic x(8)   value '10400000'.
           05 gl-acct-reg-fees             pic x(8)   value '41300000'.

      *> a fund whose night nets to a refund is debited, and the cash
      *> credited, so every extract amount stays positive. the net
      *> credited to the revenue accounts is the ledger's side of
      *> the remittance proof.
       01 gl-work.
           05 ws-gl-amount                 pic s9(9)v99    value zero.
           05 ws-gl-net-revenue            pic s9(9)v99    value zero.

      *> class weight limits from CH1204C.TAB; a class with no row
      *> here goes unchecked, so the table can be built up class by
               value 'transfers recorded:  '.
           05 tcl-count-out                pic zz,zz9.

       01 plate-counts.
           05 ws-plates-issued             pic 9(5)        value zero.
           05 ws-plates-surrendered        pic 9(5)        value zero.
           05 ws-plates-short              pic 9(5)        value zero.

       01 no-plate-line.
           05 npl-vehicle-id-out           pic x(8).
           05 filler                       pic x(4)    value spaces.
           05 filler                       pic x(27)
               value 'no plate on hand for class '.
           05 npl-class-out                pic x(2).

      *> the hold that refused the transaction, for the report
      *> line and the exception log.
       01 ws-held-sw                       pic x           value 'n'.
           88 ws-vehicle-held                              value 'y'.

       01 ws-hold-scan-key                 pic x(32).
       01 ws-holds-refused                 pic 9(5)        value zero.

       01 held-line.
           05 hdl-vehicle-id-out           pic x(8).
           05 filler                       pic x(4)    value spaces.
           05 hdl-owner-out                pic x(22).
           05 filler                       pic x(14)
               value 'refused - hold'.
           05 filler                       pic x(1)    value spaces.
           05 hdl-type-out                 pic x(2).
           05 filler                       pic x(1)    value spaces.
           05 hdl-agency-out               pic x(6).
           05 filler                       pic x(1)    value spaces.
           05 hdl-reason-out               pic x(20).

       01 trans-type-counts.
           05 ws-new-count                 pic 9(5)        value zero.
           05 ws-renewal-count             pic 9(5)        value zero.
                input registration-table-input-file
                output registration-report
                i-o vehicle-master
                i-o plate-inventory
                input registration-hold-file
                output remittance-extract-file
                extend gl-posting-file
                extend transfer-history-file
                output transfer-register
                extend exception-log-file
                 registration-table-input-file
                 registration-report
                 vehicle-master
                 plate-inventory
                 registration-hold-file
                 remittance-extract-file
                 gl-posting-file
                 transfer-history-file
                 transfer-register
                 exception-log-file
               move dst-fund-name-in to fund-name(f1)
               move dst-fund-pct-in to fund-pct(f1)
               move zero to fund-total(f1)
               move dst-gl-account-in to fund-gl-account(f1)
               if fund-gl-account(f1) = spaces
                   move gl-acct-reg-fees to fund-gl-account(f1)
               end-if
           end-perform
           close distribution-table-file
           if ws-fund-count = zero
               move 'general fund' to fund-name(f1)
               move 1.0000 to fund-pct(f1)
               move zero to fund-total(f1)
               move gl-acct-reg-fees to fund-gl-account(f1)
           end-if.

       170-load-class-defs.
                   exit paragraph
               end-if
           end-if
           if not reg-is-void and not reg-is-refund
               perform 540-check-holds
               if ws-vehicle-held
                   exit paragraph
               end-if
           end-if
           perform 510-check-weight
           if not ws-weight-ok
               exit paragraph
           write exception-log-rec
           add 1 to ws-stat-exception-count.

       540-check-holds.
      *> a hold against the vehicle id, or against the owner named
      *> on the transaction, blocks it; a void or refund only
      *> reverses a fee already taken and is never held.
           move 'n' to ws-held-sw
           if vehicle-id-in not = spaces
               move spaces to hld-key
               move 'V' to hld-key-kind
               move vehicle-id-in to hld-key-value
               perform 545-scan-holds
           end-if
           if not ws-vehicle-held
               move spaces to hld-key
               move 'O' to hld-key-kind
               move last-name-in to hld-owner-last
               move first-name-in to hld-owner-first
               perform 545-scan-holds
           end-if
           if ws-vehicle-held
               perform 550-refuse-held
           end-if.

       545-scan-holds.
      *> every hold on the vehicle or owner, whatever its type or
      *> agency; the first one still outstanding refuses it.
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

       550-refuse-held.
           add 1 to ws-holds-refused
           move vehicle-id-in to hdl-vehicle-id-out
           move spaces to hdl-owner-out
           string last-name-in delimited by '  '
               ',' space first-name-in delimited by '  '
               into hdl-owner-out
           move hld-type to hdl-type-out
           move hld-agency to hdl-agency-out
           move hld-reason to hdl-reason-out
           write report-rec from held-line
           move 'y' to ws-exceptions-sw
           move 'project5' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           if hld-by-vehicle
               move vehicle-id-in to exc-log-key
           else
               move last-name-in(1:14) to exc-log-key(1:14)
               move ',' to exc-log-key(15:1)
               move first-name-in(1:5) to exc-log-key(16:5)
           end-if
           move spaces to exc-log-message
           string 'held ' hld-type ' ' hld-agency ' ' hld-reason
               delimited by size into exc-log-message
           write exception-log-rec
           add 1 to ws-stat-exception-count.

       690-write-transfer-history.
           move vehicle-id-in to trf-vehicle-id
           move ws-rpt-date to trf-date
           move vehicle-id-in to veh-id-m
           read vehicle-master
               invalid key
                   move spaces to vehicle-master-rec
                   move zero to veh-addr-returned-m
                   perform 680-build-vehicle-rec
                   if reg-is-new
                       perform 675-issue-plate
                   end-if
                   write vehicle-master-rec
               not invalid key
                   perform 680-build-vehicle-rec
                   if reg-is-transfer
                       perform 677-surrender-plate
      *> the old owner's address goes with the old plate; the new
      *> owner's is keyed on mailmnt before the next renewal notice.
                       move spaces to veh-mail-address-m
                                      veh-addr-status-m
                       move zero to veh-addr-returned-m
                   end-if
                   if veh-plate-no-m = spaces
                      and (reg-is-new or reg-is-transfer)
                       perform 675-issue-plate
                   end-if
                   rewrite vehicle-master-rec
           end-read.

       675-issue-plate.
      *> the first plate of the class still on hand. with none left
      *> the registration still stands - the vehicle goes on the
      *> report and the exception log for the counter to plate it.
           move class-in to plt-plate-type
           move 'A' to plt-status
           start plate-inventory key = plt-stock-key
               invalid key
                   perform 678-no-plate-on-hand
                   exit paragraph
           end-start
           read plate-inventory next
               at end
                   perform 678-no-plate-on-hand
                   exit paragraph
           end-read
           if plt-plate-type not = class-in or not plt-on-hand
               perform 678-no-plate-on-hand
               exit paragraph
           end-if
           move 'I' to plt-status
           move vehicle-id-in to plt-veh-id
           move ws-rpt-date to plt-issued-date
                               plt-status-date
           rewrite plate-inventory-rec
           move plt-plate-no to veh-plate-no-m
           add 1 to ws-plates-issued.

       677-surrender-plate.
      *> the plate the vehicle carried comes back with the transfer.
           if veh-plate-no-m = spaces
               exit paragraph
           end-if
           move veh-plate-no-m to plt-plate-no
           read plate-inventory key is plt-plate-no
               invalid key continue
               not invalid key
                   if plt-issued
                       move 'R' to plt-status
                       move ws-rpt-date to plt-status-date
                       rewrite plate-inventory-rec
                       add 1 to ws-plates-surrendered
                   end-if
           end-read
           move spaces to veh-plate-no-m.

       678-no-plate-on-hand.
           add 1 to ws-plates-short
           move vehicle-id-in to npl-vehicle-id-out
           move class-in to npl-class-out
           write report-rec from no-plate-line
           move 'y' to ws-exceptions-sw
           move 'project5' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move vehicle-id-in to exc-log-key
           move 'no plate on hand for vehicle class'
               to exc-log-message
           write exception-log-rec
           add 1 to ws-stat-exception-count.

       680-build-vehicle-rec.
           move vehicle-id-in to veh-id-m
           move first-name-in to veh-first-name-m
           move ws-transfer-count to tcl-count-out
           write transfer-register-rec from transfer-count-line
           perform 720-type-counts-rtn
           perform 750-distribution-rtn
           perform 760-write-gl-entries.

       720-type-counts-rtn.
           move 'new registrations:' to ttc-label
           write report-rec from type-count-line
           move 'refunds:' to ttc-label
           move ws-refund-count to ttc-count-out
           write report-rec from type-count-line
           move 'plates issued:' to ttc-label
           move ws-plates-issued to ttc-count-out
           write report-rec from type-count-line
           move 'plates surrendered:' to ttc-label
           move ws-plates-surrendered to ttc-count-out
           write report-rec from type-count-line
           move 'no plate on hand:' to ttc-label
           move ws-plates-short to ttc-count-out
           write report-rec from type-count-line
           move 'refused on hold:' to ttc-label
           move ws-holds-refused to ttc-count-out
           write report-rec from type-count-line.

       750-distribution-rtn.
               move 'y' to ws-exceptions-sw
           end-if.

       760-write-gl-entries.
      *> one revenue line per fund, then the cash line for the
      *> night's net fees. a fund or a night with nothing in it
      *> writes no line.
           move zero to ws-gl-net-revenue
           perform varying f1 from 1 by 1
                   until f1 > ws-fund-count
               if fund-total(f1) not = zero
                   move fund-gl-account(f1) to glp-account
                   move fund-total(f1) to ws-gl-amount
                   move spaces to glp-description
                   string 'reg fees fund ' delimited by size
                          fund-code(f1) delimited by size
                       into glp-description
                   perform 765-write-gl-line
                   add fund-total(f1) to ws-gl-net-revenue
               end-if
           end-perform
           if fee-totals in fees not = zero
               move gl-acct-reg-cash to glp-account
      *> the cash line runs the opposite way to the revenue lines.
               compute ws-gl-amount = zero - fee-totals in fees
               move 'reg fees - cash' to glp-description
               perform 765-write-gl-line
           end-if.

       765-write-gl-line.
      *> a positive amount is a credit, a negative one a debit.
           move ws-rpt-date to glp-run-date
           if ws-gl-amount < zero
               move 'D' to glp-dr-cr
               compute glp-amount = zero - ws-gl-amount
           else
               move 'C' to glp-dr-cr
               move ws-gl-amount to glp-amount
           end-if
           write gl-posting-rec.

       010-set-business-date.
      *> report headings and log stamps carry the business date
      *> from BUSDATE.CTL (set by nightlybatch) so a rerun books
               add class-sub-fee-total(x2) to ctl-amount
               set x2 up by 1
           end-perform
           perform 023-write-control-side
      *> the fund split sent to the remittance extract must equal
      *> the revenue the ledger was given for it.
           move 'REM-VS-GL' to ctl-rule-id
           move 'A' to ctl-side
           move ws-fund-add-back to ctl-amount
           perform 023-write-control-side
           move 'B' to ctl-side
           move ws-gl-net-revenue to ctl-amount
           perform 023-write-control-side.

       023-write-control-side.
