       identification division.
       program-id. VEHFPY.
       author. Jon Yen.
      *> fleet renewal payments. the cashier keys each fleet's
      *> payment to CH1204FPY.DAT with the invoice number from the
      *> consolidated renewal invoice. this run finds the invoice on
      *> CH1204FIV.NDX and, for a payment that covers it, writes a
      *> renewal transaction for every vehicle on the invoice to
      *> CH1204.DAT, so tonight's registration run prices, books
      *> and renews each one exactly as it would a renewal keyed at
      *> the counter - one payment, every vehicle renewed. a payment
      *> on time renews as of the invoice's due date, so the fleet's
      *> vehicles keep expiring together; a late one renews as of
      *> the payment date and must cover the late penalty on each
      *> vehicle as well. an unknown or already-paid invoice and a
      *> short payment go to the listing and the shared exception
      *> log; an overpayment is applied and logged for a refund.
      *> the payment file is emptied afterwards so a rerun cannot
      *> renew the fleet twice.

       environment division.

       input-output section.
       file-control.
           select optional fleet-payment-file
               assign to "w:\PROJECT5\CH1204FPY.DAT"
                   organization is line sequential.

           select optional fleet-invoice-file
               assign to "w:\PROJECT5\CH1204FIV.NDX"
                   organization is indexed
                   access is dynamic
                   record key is fiv-key.

           select optional registration-trans
               assign to "w:\PROJECT5\CH1204.DAT"
                   organization is line sequential.

           select payment-listing
               assign to "w:\PROJECT5\CH1204FPY.RPT"
                   organization is line sequential.

           select optional exception-log-file
               assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.
       file section.

      *> the invoice number, the amount paid, the date paid (the
      *> business date when left blank) and the cashier's receipt
      *> reference.
       fd  fleet-payment-file
           record contains 60 characters.
       01  fleet-payment-rec.
           05  fpy-invoice-no              pic x(12).
           05  fpy-amount                  pic 9(7)v99.
           05  fpy-paid-date               pic x(8).
           05  fpy-reference               pic x(20).
           05  filler                      pic x(11).

       fd  fleet-invoice-file
           record contains 100 characters.
       copy fltinv.

       fd  registration-trans
           record contains 76 characters.
       01  registration-rec-out.
           05  reg-class-out               pic x(2).
           05  reg-first-name-out          pic x(10).
           05  reg-middle-init-out         pic x(1).
           05  reg-last-name-out           pic x(20).
           05  reg-weight-out              pic 9(5).
           05  reg-description-out         pic x(13).
           05  reg-due-date-out            pic x(8).
           05  reg-processing-date-out     pic x(8).
           05  reg-trans-type-out          pic x.
           05  reg-vehicle-id-out          pic x(8).

       fd  payment-listing
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

       01 ws-business-date                 pic x(8)        value spaces.
       01 ws-exc-message                   pic x(40)       value spaces.

      *> the same flat surcharge the registration run adds to each
      *> renewal processed after its due date.
       01 ws-late-penalty                  pic 9(3)v99     value 25.00.

       01 payment-work.
           05 ws-paid-date                 pic x(8).
           05 ws-due-date                  pic x(8).
           05 ws-renew-as-of               pic x(8).
           05 ws-amount-due                pic 9(7)v99.
           05 ws-renewed-this-invoice      pic 9(4).
           05 ws-invoice-found-sw          pic x           value 'y'.
               88 ws-invoice-found                         value 'y'.

       01 payment-counts.
           05 ws-payments-read             pic 9(5)        value zero.
           05 ws-payments-applied          pic 9(5)        value zero.
           05 ws-payments-total            pic 9(9)v99     value zero.
           05 ws-vehicles-renewed          pic 9(5)        value zero.
           05 ws-payments-rejected         pic 9(5)        value zero.

       01 listing-hdr.
           05 filler                       pic x(10)
               value 'invoice no'.
           05 filler                       pic x(4)    value spaces.
           05 filler                       pic x(6)    value 'amount'.
           05 filler                       pic x(8)    value spaces.
           05 filler                       pic x(6)    value 'result'.

       01 listing-detail.
           05 lst-invoice-no-out           pic x(12).
           05 filler                       pic x(2)    value spaces.
           05 lst-amount-out               pic $zzz,zz9.99.
           05 filler                       pic x(2)    value spaces.
           05 lst-result-out               pic x(53).

       01 count-line.
           05 cnt-label                    pic x(24).
           05 cnt-count-out                pic zzz,zz9.
           05 filler                       pic x(4)    value spaces.
           05 cnt-amount-out               pic $$,$$$,$$9.99.

       procedure division.

       100-main.
           open input fleet-payment-file
                i-o fleet-invoice-file
                extend registration-trans
                output payment-listing
                extend exception-log-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-business-date(1:4)
           move rpt-curr-mth to ws-business-date(5:2)
           move rpt-curr-day to ws-business-date(7:2)
           move 'fleet renewal payments' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write listing-rec from rpt-heading-1
           write listing-rec from listing-hdr
           perform until no-records-fam
               read fleet-payment-file
                   at end move 'no' to r-there-more-records
                   not at end
                       add 1 to ws-payments-read
                       perform 200-apply-payment
               end-read
           end-perform
           perform 700-write-counts
           close fleet-payment-file
                 fleet-invoice-file
                 registration-trans
                 payment-listing
                 exception-log-file
           open output fleet-payment-file
           close fleet-payment-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       200-apply-payment.
           move fpy-invoice-no to lst-invoice-no-out
           move fpy-amount to lst-amount-out
           move fpy-invoice-no to fiv-invoice-no
           move spaces to fiv-veh-id
           move 'y' to ws-invoice-found-sw
           read fleet-invoice-file
               invalid key move 'n' to ws-invoice-found-sw
           end-read
           if not ws-invoice-found
               move 'no such fleet invoice' to ws-exc-message
               perform 600-reject-payment
               exit paragraph
           end-if
           if fiv-paid
               move 'fleet invoice already paid' to ws-exc-message
               perform 600-reject-payment
               exit paragraph
           end-if
           if fpy-paid-date is numeric
               move fpy-paid-date to ws-paid-date
           else
               move ws-business-date to ws-paid-date
           end-if
           move fiv-due-date to ws-due-date
           if ws-paid-date > ws-due-date
               compute ws-amount-due = fiv-invoice-total
                   + ws-late-penalty * fiv-line-count
               move ws-paid-date to ws-renew-as-of
           else
               move fiv-invoice-total to ws-amount-due
               move ws-due-date to ws-renew-as-of
           end-if
           if fpy-amount < ws-amount-due
               move 'payment short of fleet invoice due'
                   to ws-exc-message
               perform 600-reject-payment
               exit paragraph
           end-if
           perform 300-renew-invoice-lines
      *> the header is read again - the line walk moved off it.
           move fpy-invoice-no to fiv-invoice-no
           move spaces to fiv-veh-id
           read fleet-invoice-file
               invalid key continue
           end-read
           move 'P' to fiv-status
           move ws-paid-date to fiv-paid-date
           move fpy-amount to fiv-paid-amount
           move fpy-reference to fiv-paid-ref
           rewrite fleet-invoice-rec
               invalid key continue
           end-rewrite
           add 1 to ws-payments-applied
           add fpy-amount to ws-payments-total
           move spaces to lst-result-out
           string 'paid - vehicles renewed: ' ws-renewed-this-invoice
               delimited by size into lst-result-out
           write listing-rec from listing-detail
           if fpy-amount > ws-amount-due
               move 'fleet payment over amount due - refund'
                   to ws-exc-message
               perform 650-log-exception
           end-if.

       300-renew-invoice-lines.
           move zero to ws-renewed-this-invoice
           move fpy-invoice-no to fiv-invoice-no
           move low-values to fiv-veh-id
           start fleet-invoice-file key not < fiv-key
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read fleet-invoice-file next record
                   at end exit perform
               end-read
               if fiv-invoice-no not = fpy-invoice-no
                   exit perform
               end-if
               if fiv-veh-id not = spaces
                   perform 350-write-renewal-trans
               end-if
           end-perform.

       350-write-renewal-trans.
      *> the vehicle as it was billed, renewing as of the due date
      *> (or the payment date when late).
           move fil-class to reg-class-out
           move fil-first-name to reg-first-name-out
           move fil-middle-init to reg-middle-init-out
           move fil-last-name to reg-last-name-out
           move fil-weight to reg-weight-out
           move 'fleet renewal' to reg-description-out
           move ws-due-date to reg-due-date-out
           move ws-renew-as-of to reg-processing-date-out
           move 'R' to reg-trans-type-out
           move fiv-veh-id to reg-vehicle-id-out
           write registration-rec-out
           add 1 to ws-renewed-this-invoice
           add 1 to ws-vehicles-renewed.

       600-reject-payment.
           add 1 to ws-payments-rejected
           move spaces to lst-result-out
           string 'rejected - ' ws-exc-message
               delimited by size into lst-result-out
           write listing-rec from listing-detail
           perform 650-log-exception.

       650-log-exception.
           move 'y' to ws-exceptions-sw
           move 'vehfpy' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move fpy-invoice-no to exc-log-key
           move ws-exc-message to exc-log-message
           write exception-log-rec.

       700-write-counts.
           move 'payments read:' to cnt-label
           move ws-payments-read to cnt-count-out
           move zero to cnt-amount-out
           write listing-rec from count-line
           move 'payments applied:' to cnt-label
           move ws-payments-applied to cnt-count-out
           move ws-payments-total to cnt-amount-out
           write listing-rec from count-line
           move 'vehicles renewed:' to cnt-label
           move ws-vehicles-renewed to cnt-count-out
           move zero to cnt-amount-out
           write listing-rec from count-line
           move 'payments rejected:' to cnt-label
           move ws-payments-rejected to cnt-count-out
           move zero to cnt-amount-out
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
