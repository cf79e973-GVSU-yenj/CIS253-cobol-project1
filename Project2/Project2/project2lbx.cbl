       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROJECT2LBX.
       AUTHOR. JON YEN.
      *> nightly lockbox payment import. the bank's daily lockbox
      *> file CH0602LBX.DAT carries one 'D' record per customer
      *> payment it deposited and a 'T' trailer with the deposit
      *> figure. each payment is tied to a customer on CH0602MST.NDX
      *> by the customer number on the remittance, or failing that
      *> by the invoice reference through the open-item file, and is
      *> written to CH0602.DAT as a credit under the next receipt
      *> number from CH0602RCP.CTL, naming the invoice when one was
      *> quoted - the same credit the desk used to rekey from the
      *> bank's printout. a payment that ties to nobody is parked on
      *> CH0602UAC.NDX as unapplied cash for the credit desk to work
      *> on project2uac. receivables are kept in whole dollars, so
      *> the odd cents of a posted payment go to cash over and short.
      *> the unapplied cash and the odd cents are journalled here;
      *> the posted credits reach the ledger through the receivables
      *> journal like any other payment. the deposit proof ties the
      *> items to the bank's deposit figure, and both go to the
      *> balancing file. the lockbox file is emptied once loaded so
      *> a rerun of the night cannot post a payment twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOCKBOX-FILE
               ASSIGN TO "W:\Project2\CH0602LBX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-MASTER
               ASSIGN TO "W:\Project2\CH0602MST.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO-M.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "W:\Project2\CH0602OPN.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPN-KEY
               ALTERNATE RECORD KEY IS OPN-ITEM-REF
                   WITH DUPLICATES.
           SELECT OPTIONAL UNAPPLIED-CASH-FILE
               ASSIGN TO "W:\Project2\CH0602UAC.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS UAC-KEY.
           SELECT CUST-FILE
               ASSIGN TO "W:\Project2\CH0602.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-CONTROL-FILE
               ASSIGN TO "W:\Project2\CH0602RCP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE
               ASSIGN TO "W:\PROJECT1\CH0101GLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE
               ASSIGN TO "W:\Project2\CH0602LBX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-LOG-FILE
               ASSIGN TO "W:\EXCEPTIONS\CH9999EXC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "W:\CONTROL\BUSDATE.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-STATS-FILE
               ASSIGN TO "W:\CONTROL\CH9998RUN.STA"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BALANCING-FILE
               ASSIGN TO "W:\CONTROL\CH9997BAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       file section.
      *> the bank's lockbox layout: payments, then one trailer
      *> carrying the deposit the bank made for the batch.
       fd  lockbox-file
           record contains 40 characters.
       01  lockbox-rec.
           05  lbx-rec-type            pic x.
               88  lbx-payment                     value 'D'.
               88  lbx-trailer                     value 'T'.
           05  lbx-payment-data.
               10  lbx-cust-no         pic x(5).
               10  lbx-cust-no-n redefines lbx-cust-no
                                       pic 9(5).
               10  lbx-invoice-ref     pic x(6).
               10  lbx-invoice-ref-n redefines lbx-invoice-ref
                                       pic 9(6).
               10  lbx-amount          pic 9(7)v99.
               10  lbx-check-no        pic x(10).
               10  lbx-deposit-date    pic 9(8).
               10  filler              pic x.
           05  lbx-trailer-data redefines lbx-payment-data.
               10  lbx-deposit-total   pic 9(9)v99.
               10  lbx-item-count      pic 9(5).
               10  lbx-trl-deposit-date
                                       pic 9(8).
               10  filler              pic x(15).

       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd  open-item-file
           record contains 60 characters.
       copy custopn.

       fd  unapplied-cash-file
           record contains 110 characters.
       copy custuac.

       fd  cust-file
           record contains 30 characters.
       copy custtrn.

      *> last assigned receipt number, shared with the entry desk.
       fd  receipt-control-file
           record contains 6 characters.
       01  receipt-control-rec.
           05  ctl-last-receipt-no    pic 9(6).

       fd  gl-posting-file
           record contains 51 characters.
       01  gl-posting-rec.
           05  glp-account             pic x(8).
           05  glp-run-date            pic 9(8).
           05  glp-dr-cr               pic x.
           05  glp-amount              pic 9(9)v99.
           05  glp-description         pic x(23).

       fd print-file
          record contains 100 characters.
       01 print-rec                   pic x(100).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       FD  BUSINESS-DATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       copy busdate.

       FD  RUN-STATS-FILE
           RECORD CONTAINS 52 CHARACTERS.
       copy runstat.

       FD  BALANCING-FILE
           RECORD CONTAINS 42 CHARACTERS.
       copy ctlbal.

       WORKING-STORAGE SECTION.

       01  run-stat-work.
           05  ws-stat-timestamp       pic x(21).
           05  ws-stat-start-time      pic 9(6)  value zero.
           05  ws-stat-records-read    pic 9(7)  value zero.
           05  ws-stat-records-written pic 9(7)  value zero.
           05  ws-stat-exception-count pic 9(5)  value zero.
       01  work-areas.
           05  are-there-more-records pic xxx
                   value 'yes'.
               88  no-more-records                 value 'no'.
           05  ws-pg-ct               pic 9(3)
                   value zero.
           05  ws-next-receipt-no     pic 9(6)    value zero.
           05  ws-item-seq            pic 9(4)    value zero.

       copy rptdate.

       01  ws-exceptions-sw           pic x       value 'n'.
           88  ws-exceptions-printed              value 'y'.

       01  ws-exc-message             pic x(40)   value spaces.

       01  ws-matched-sw              pic x       value 'n'.
           88  ws-matched                          value 'y'.

       01  ws-trailer-sw              pic x       value 'n'.
           88  ws-trailer-found                    value 'y'.

       01  ws-found-sw                pic x       value 'n'.
           88  ws-found                            value 'y'.

       01  payment-work.
           05  ws-match-cust-no       pic 9(5)    value zero.
           05  ws-apply-ref           pic 9(6)    value zero.
           05  ws-match-how           pic x(8)    value spaces.
           05  ws-whole-dollars       pic 9(6)    value zero.
           05  ws-odd-cents           pic 9v99    value zero.
           05  ws-park-reason         pic x(30)   value spaces.

      *> the bank's trailer figures.
       01  deposit-work.
           05  ws-deposit-total       pic 9(9)v99 value zero.
           05  ws-deposit-count       pic 9(5)    value zero.

       01  lockbox-totals.
           05  ws-payment-count       pic 9(5)     value zero.
           05  ws-batch-total         pic 9(9)v99  value zero.
           05  ws-posted-count        pic 9(5)     value zero.
           05  ws-posted-total        pic 9(9)v99  value zero.
           05  ws-cents-total         pic 9(7)v99  value zero.
           05  ws-unapplied-count     pic 9(5)     value zero.
           05  ws-unapplied-total     pic 9(9)v99  value zero.
           05  ws-rejected-count      pic 9(5)     value zero.
           05  ws-accounted-total     pic 9(9)v99  value zero.
           05  ws-deposit-diff        pic s9(9)v99 value zero.

      *> the accounts on the gl chart glacct seeds.
       01  gl-accounts.
           05  gl-acct-receipts       pic x(8)    value '10200000'.
           05  gl-acct-unapplied      pic x(8)    value '21200000'.
           05  gl-acct-over-short     pic x(8)    value '40300000'.

       01  gl-pair-work.
           05  ws-gl-debit-acct       pic x(8).
           05  ws-gl-credit-acct      pic x(8).
           05  ws-gl-amount           pic 9(9)v99.
           05  ws-gl-description      pic x(23).

       copy rpthdr1.

       01  lockbox-hdr.
           05  filler                 pic x(4)     value 'item'.
           05  filler                 pic x(2)     value spaces.
           05  filler                 pic x(8)     value 'check no'.
           05  filler                 pic x(4)     value spaces.
           05  filler                 pic x(5)     value 'cust'.
           05  filler                 pic x(2)     value spaces.
           05  filler                 pic x(7)     value 'invoice'.
           05  filler                 pic x(7)     value spaces.
           05  filler                 pic x(6)     value 'amount'.
           05  filler                 pic x(2)     value spaces.
           05  filler                 pic x(6)     value 'result'.

       01  lockbox-line.
           05  lbl-seq-out            pic zzz9.
           05  filler                 pic x(2)     value spaces.
           05  lbl-check-out          pic x(10).
           05  filler                 pic x(2)     value spaces.
           05  lbl-cust-out           pic x(5).
           05  filler                 pic x(2)     value spaces.
           05  lbl-invoice-out        pic x(6).
           05  filler                 pic x(2)     value spaces.
           05  lbl-amount-out         pic $$,$$$,$$9.99.
           05  filler                 pic x(2)     value spaces.
           05  lbl-result-out         pic x(45).

       01  proof-line.
           05  prf-label-out          pic x(36).
           05  prf-count-out          pic zz,zz9.
           05  filler                 pic x(3)     value spaces.
           05  prf-amount-out         pic $$$,$$$,$$9.99-.

       01  proof-result-line.
           05  filler                 pic x(36)    value spaces.
           05  prr-result-out         pic x(40).

       PROCEDURE DIVISION.
       100-main-module.
           perform 120-load-receipt-control
           open input lockbox-file
                input cust-master
                input open-item-file
                i-o unapplied-cash-file
                extend cust-file
                extend gl-posting-file
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           perform 020-write-start-stat
           perform 150-heading-rtn
           perform until no-more-records
               read lockbox-file
                   at end move 'no' to are-there-more-records
                   not at end
                       add 1 to ws-stat-records-read
                       perform 200-lockbox-record
               end-read
           end-perform
           perform 300-prove-deposit
           perform 400-write-gl-entries
           perform 500-write-totals
           close lockbox-file
                 cust-master
                 open-item-file
                 unapplied-cash-file
                 cust-file
                 gl-posting-file
                 print-file
                 exception-log-file
      *> leave the lockbox file EMPTY once it is loaded, so a rerun
      *> of the night cannot post the same payments again.
           open output lockbox-file
           close lockbox-file
           perform 610-save-receipt-control
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform 022-write-control-totals
           perform 021-write-end-stat
           goback.

       120-load-receipt-control.
           open input receipt-control-file
           read receipt-control-file
               at end move 100000 to ctl-last-receipt-no
           end-read
           move ctl-last-receipt-no to ws-next-receipt-no
           close receipt-control-file.

       150-heading-rtn.
           move 'lockbox deposit proof' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from lockbox-hdr.

       200-lockbox-record.
           evaluate true
               when lbx-payment
                   perform 210-process-payment
               when lbx-trailer
                   move 'y' to ws-trailer-sw
                   if lbx-deposit-total is numeric
                       move lbx-deposit-total to ws-deposit-total
                   end-if
                   if lbx-item-count is numeric
                       move lbx-item-count to ws-deposit-count
                   end-if
               when other
                   move zero to cust-no-in
                   move 'lockbox record type not D or T'
                       to ws-exc-message
                   perform 295-write-exception-log
                   add 1 to ws-rejected-count
           end-evaluate.

       210-process-payment.
           add 1 to ws-item-seq
           add 1 to ws-payment-count
           move ws-item-seq to lbl-seq-out
           move lbx-check-no to lbl-check-out
           move lbx-cust-no to lbl-cust-out
           move lbx-invoice-ref to lbl-invoice-out
           if lbx-amount is not numeric
               move zero to lbl-amount-out
               move 'amount not numeric - NOT posted'
                   to lbl-result-out
               write print-rec from lockbox-line
               move zero to cust-no-in
               move 'lockbox payment amount not numeric'
                   to ws-exc-message
               perform 295-write-exception-log
               add 1 to ws-rejected-count
               exit paragraph
           end-if
           move lbx-amount to lbl-amount-out
           add lbx-amount to ws-batch-total
           move 'n' to ws-matched-sw
           move zero to ws-apply-ref
           perform 220-match-by-customer
           if not ws-matched
               perform 230-match-by-invoice
           end-if
           move 'no customer or invoice match' to ws-park-reason
           if ws-matched
               if lbx-amount > 999999.99
                   move 'too large for one credit' to ws-park-reason
                   move 'n' to ws-matched-sw
               end-if
               if lbx-amount < 1
                   move 'payment under one dollar' to ws-park-reason
                   move 'n' to ws-matched-sw
               end-if
           end-if
           if ws-matched
               perform 240-post-credit
           else
               perform 260-park-unapplied
           end-if.

       220-match-by-customer.
      *> the customer number on the remittance, if it is one we
      *> know; an invoice quoted with it is named on the credit when
      *> it is still open for that customer.
           if lbx-cust-no is not numeric or lbx-cust-no-n = zero
               exit paragraph
           end-if
           move lbx-cust-no-n to cust-no-m
           move 'y' to ws-found-sw
           read cust-master
               invalid key move 'n' to ws-found-sw
           end-read
           if not ws-found
               exit paragraph
           end-if
           move 'y' to ws-matched-sw
           move cust-no-m to ws-match-cust-no
           move 'customer' to ws-match-how
           if lbx-invoice-ref is numeric and lbx-invoice-ref-n > zero
               move cust-no-m to opn-cust-no
               move lbx-invoice-ref-n to opn-item-ref
               read open-item-file
                   invalid key continue
                   not invalid key
                       if opn-open and not opn-is-unapplied
                           move opn-item-ref to ws-apply-ref
                       end-if
               end-read
           end-if.

       230-match-by-invoice.
      *> no usable customer number: the invoice reference alone,
      *> looked up on the item file's alternate key, names the
      *> customer the charge was raised against.
           if lbx-invoice-ref is not numeric
              or lbx-invoice-ref-n = zero
               exit paragraph
           end-if
           move lbx-invoice-ref-n to opn-item-ref
           move 'y' to ws-found-sw
           read open-item-file key is opn-item-ref
               invalid key move 'n' to ws-found-sw
           end-read
           if not ws-found or opn-is-unapplied
               exit paragraph
           end-if
           move opn-cust-no to cust-no-m
           move 'y' to ws-found-sw
           read cust-master
               invalid key move 'n' to ws-found-sw
           end-read
           if not ws-found
               exit paragraph
           end-if
           move 'y' to ws-matched-sw
           move cust-no-m to ws-match-cust-no
           move 'invoice' to ws-match-how
           if opn-open
               move opn-item-ref to ws-apply-ref
           end-if.

       240-post-credit.
           move lbx-amount to ws-whole-dollars
           compute ws-odd-cents = lbx-amount - ws-whole-dollars
           add 1 to ws-next-receipt-no
           move ws-match-cust-no to cust-no-in
           move rpt-curr-mth to mon-o-transaction
           move rpt-curr-yr to yr-o-tranaction
           move ws-whole-dollars to trans-amt
           move 'C' to trans-type-in
           move ws-next-receipt-no to trans-ref-no
           move ws-apply-ref to trans-apply-ref
           write trans-rec-in
           add 1 to ws-stat-records-written
           add 1 to ws-posted-count
           add ws-whole-dollars to ws-posted-total
           add ws-odd-cents to ws-cents-total
           move spaces to lbl-result-out
           string 'posted to ' ws-match-cust-no ' by ' ws-match-how
               ' receipt ' ws-next-receipt-no
               delimited by size into lbl-result-out
           write print-rec from lockbox-line.

       260-park-unapplied.
           move spaces to unapplied-cash-rec
           if lbx-deposit-date is numeric and lbx-deposit-date > zero
               move lbx-deposit-date to uac-deposit-date
           else
               move ws-rpt-date to uac-deposit-date
           end-if
           move ws-item-seq to uac-item-seq
           move lbx-check-no to uac-check-no
           move lbx-cust-no to uac-remit-cust-no
           move lbx-invoice-ref to uac-remit-invoice-ref
           move lbx-amount to uac-amount
           move ws-park-reason to uac-reason
           move 'O' to uac-status
           move zero to uac-applied-cust-no
                        uac-applied-ref
                        uac-resolved-date
           move spaces to uac-resolved-clerk
           write unapplied-cash-rec
               invalid key
                   move 'already on unapplied file - NOT parked'
                       to lbl-result-out
                   write print-rec from lockbox-line
                   move zero to cust-no-in
                   move 'lockbox item already on unapplied file'
                       to ws-exc-message
                   perform 295-write-exception-log
                   add 1 to ws-rejected-count
               not invalid key
                   add 1 to ws-stat-records-written
                   add 1 to ws-unapplied-count
                   add lbx-amount to ws-unapplied-total
                   move spaces to lbl-result-out
                   string 'unapplied - ' ws-park-reason
                       delimited by size into lbl-result-out
                   write print-rec from lockbox-line
           end-write.

       295-write-exception-log.
           move 'y' to ws-exceptions-sw
           move 'proj2lbx' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move cust-no-in to exc-log-key
           move ws-exc-message to exc-log-message
           write exception-log-rec
           add 1 to ws-stat-exception-count.

       300-prove-deposit.
      *> the payments posted, their odd cents, and the cash parked
      *> must add back to what the bank says it deposited.
           compute ws-accounted-total = ws-posted-total
               + ws-cents-total + ws-unapplied-total
           compute ws-deposit-diff = ws-deposit-total
               - ws-accounted-total
           move zero to cust-no-in
           if ws-payment-count = zero and not ws-trailer-found
               exit paragraph
           end-if
           if not ws-trailer-found
               move 'lockbox trailer missing - not proved'
                   to ws-exc-message
               perform 295-write-exception-log
               exit paragraph
           end-if
           if ws-deposit-diff not = zero
               move 'lockbox items do not agree to deposit'
                   to ws-exc-message
               perform 295-write-exception-log
           end-if
           if ws-deposit-count not = ws-payment-count
               move 'lockbox item count not trailer count'
                   to ws-exc-message
               perform 295-write-exception-log
           end-if.

       400-write-gl-entries.
           move gl-acct-receipts to ws-gl-debit-acct
           move gl-acct-unapplied to ws-gl-credit-acct
           move ws-unapplied-total to ws-gl-amount
           move 'lockbox unapplied cash' to ws-gl-description
           perform 450-write-gl-pair
           move gl-acct-receipts to ws-gl-debit-acct
           move gl-acct-over-short to ws-gl-credit-acct
           move ws-cents-total to ws-gl-amount
           move 'lockbox odd cents' to ws-gl-description
           perform 450-write-gl-pair.

       450-write-gl-pair.
      *> a balanced debit and credit; a night with none of it
      *> writes nothing.
           if ws-gl-amount = zero
               exit paragraph
           end-if
           move ws-gl-debit-acct to glp-account
           move ws-rpt-date to glp-run-date
           move 'D' to glp-dr-cr
           move ws-gl-amount to glp-amount
           move ws-gl-description to glp-description
           write gl-posting-rec
           move ws-gl-credit-acct to glp-account
           move 'C' to glp-dr-cr
           write gl-posting-rec
           add 2 to ws-stat-records-written.

       500-write-totals.
           move 'payments in lockbox file:' to prf-label-out
           move ws-payment-count to prf-count-out
           move ws-batch-total to prf-amount-out
           write print-rec from proof-line
           move 'posted to customers (dollars):' to prf-label-out
           move ws-posted-count to prf-count-out
           move ws-posted-total to prf-amount-out
           write print-rec from proof-line
           move 'odd cents to over and short:' to prf-label-out
           move zero to prf-count-out
           move ws-cents-total to prf-amount-out
           write print-rec from proof-line
           move 'parked as unapplied cash:' to prf-label-out
           move ws-unapplied-count to prf-count-out
           move ws-unapplied-total to prf-amount-out
           write print-rec from proof-line
           move 'records rejected:' to prf-label-out
           move ws-rejected-count to prf-count-out
           move zero to prf-amount-out
           write print-rec from proof-line
           move 'total accounted for:' to prf-label-out
           move zero to prf-count-out
           move ws-accounted-total to prf-amount-out
           write print-rec from proof-line
           move 'bank deposit per trailer:' to prf-label-out
           move ws-deposit-count to prf-count-out
           move ws-deposit-total to prf-amount-out
           write print-rec from proof-line
           move 'difference:' to prf-label-out
           move zero to prf-count-out
           move ws-deposit-diff to prf-amount-out
           write print-rec from proof-line
           evaluate true
               when ws-payment-count = zero and not ws-trailer-found
                   move 'no lockbox file today' to prr-result-out
               when not ws-trailer-found
                   move '*** NO TRAILER - DEPOSIT NOT PROVED ***'
                       to prr-result-out
               when ws-deposit-diff not = zero
                   move '*** DEPOSIT OUT OF BALANCE ***'
                       to prr-result-out
               when other
                   move 'deposit in balance' to prr-result-out
           end-evaluate
           write print-rec from proof-result-line.

       610-save-receipt-control.
           open output receipt-control-file
           move ws-next-receipt-no to ctl-last-receipt-no
           write receipt-control-rec
           close receipt-control-file.

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

       020-write-start-stat.
      *> one 'S' record at start-up and one 'E' record at end of
      *> job go to the shared stats file, so the morning summary
      *> can reconstruct the night without the console.
           move 'proj2lbx' to run-program
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
           move 'proj2lbx' to run-program
           move rpt-curr-yr to run-bus-yr
           move rpt-curr-mth to run-bus-mth
           move rpt-curr-day to run-bus-day
           move 'E' to run-rec-type
           move ws-stat-start-time to run-start-time
           move function current-date to ws-stat-timestamp
           move ws-stat-timestamp(9:6) to run-end-time
           move ws-stat-records-read to run-records-read
           move ws-stat-records-written to run-records-written
           move ws-stat-exception-count to run-exception-count
           move return-code to run-return-code
           open extend run-stats-file
           write run-stat-rec
           close run-stats-file.

       022-write-control-totals.
      *> what the bank deposited must equal what the import posted,
      *> took to over and short, and parked.
           move 'proj2lbx' to ctl-program
           move 'LOCKBOX' to ctl-rule-id
           move 'A' to ctl-side
           move ws-deposit-total to ctl-amount
           perform 023-write-control-side
           move 'B' to ctl-side
           move ws-accounted-total to ctl-amount
           perform 023-write-control-side.

       023-write-control-side.
      *> one side of a balancing rule for tonight's certificate.
           move rpt-curr-yr to ctl-bus-yr
           move rpt-curr-mth to ctl-bus-mth
           move rpt-curr-day to ctl-bus-day
           open extend balancing-file
           write control-total-rec
           close balancing-file.
