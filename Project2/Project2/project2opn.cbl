       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROJECT2OPN.
       AUTHOR. JON YEN.
      *> nightly open-item update. every charge and finance charge
      *> on CH0602.DAT is opened as an item on CH0602OPN.NDX under
      *> its own reference, and every payment and write-off is
      *> applied to items: first to the item the payment names in
      *> trans-apply-ref, then to the customer's oldest open items,
      *> and anything left over is held as an unapplied credit that
      *> the customer's next charge takes up. statements, the aged
      *> trial balance and the inquiry screen work from these items
      *> instead of one running number. like the receivables
      *> journal, the run takes only the records added to
      *> CH0602.DAT since last night - the count and an image of
      *> the file's first record are kept in CH0602OPN.CTL - so a
      *> rerun applies nothing twice. a record with no reference
      *> (written before references were kept) takes the next one
      *> from CH0602RCP.CTL, so it must run after the desk has
      *> closed, as the rest of the night does. the very first run
      *> finds the item file empty and opens one brought-forward
      *> item per customer from the closing balance on
      *> CH0602BAL.NDX. every application is listed on
      *> CH0602OPN.RPT, and the night's net transactions and the
      *> net change in open items go to the balancing file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE
               ASSIGN TO "W:\Project2\CH0602.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-POSITION-FILE
               ASSIGN TO "W:\Project2\CH0602OPN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "W:\Project2\CH0602OPN.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPN-KEY
               ALTERNATE RECORD KEY IS OPN-ITEM-REF
                   WITH DUPLICATES.
           SELECT OPTIONAL BALANCE-MASTER
               ASSIGN TO "W:\Project2\CH0602BAL.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BAL-CUST-NO.
           SELECT OPTIONAL RECEIPT-CONTROL-FILE
               ASSIGN TO "W:\Project2\CH0602RCP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE
               ASSIGN TO "W:\Project2\CH0602OPN.RPT"
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
       fd  cust-file
           record contains 30 characters.
       copy custtrn.

      *> how far into CH0602.DAT the items have been brought, and
      *> the first record of the file that count belongs to.
       fd  open-position-file
           record contains 25 characters.
       01  open-position-rec.
           05  opc-records-posted      pic 9(7).
           05  opc-first-rec           pic x(18).

       fd  open-item-file
           record contains 60 characters.
       copy custopn.

       fd  balance-master
           record contains 41 characters.
       copy custbal.

      *> last assigned receipt number, shared with the entry desk.
       fd  receipt-control-file
           record contains 6 characters.
       01  receipt-control-rec.
           05  ctl-last-receipt-no    pic 9(6).

       fd print-file
          record contains 90 characters.
       01 print-rec                   pic x(90).

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

       copy rptdate.

       01  ws-exceptions-sw           pic x       value 'n'.
           88  ws-exceptions-printed              value 'y'.

       01  ws-exc-message             pic x(40)   value spaces.

      *> the position carried from last night, and tonight's.
       01  open-position.
           05  ws-already-posted      pic 9(7)    value zero.
           05  ws-saved-first-rec     pic x(18)   value spaces.
           05  ws-record-no           pic 9(7)    value zero.
           05  ws-first-rec           pic x(18)   value spaces.

       01  ws-new-file-sw             pic x       value 'n'.
           88  ws-new-file                         value 'y'.

       01  ws-item-file-empty-sw      pic x       value 'n'.
           88  ws-item-file-empty                  value 'y'.

       01  ws-item-found-sw           pic x       value 'n'.
           88  ws-item-found                       value 'y'.

       01  ws-cust-done-sw            pic x       value 'n'.
           88  ws-cust-done                        value 'y'.

       01  item-work.
           05  ws-item-ref            pic 9(6)    value zero.
           05  ws-trans-amount        pic 9(7)v99 value zero.
           05  ws-amount-left         pic 9(7)v99 value zero.
           05  ws-apply-amt           pic 9(7)v99 value zero.
           05  ws-apply-note          pic x(30)   value spaces.
           05  ws-bf-mon              pic 99      value zero.
           05  ws-bf-yr               pic 9(4)    value zero.

       01  open-item-totals.
           05  ws-opened-count        pic 9(5)     value zero.
           05  ws-opened-total        pic 9(9)v99  value zero.
           05  ws-applied-count       pic 9(5)     value zero.
           05  ws-applied-total       pic 9(9)v99  value zero.
           05  ws-unapplied-count     pic 9(5)     value zero.
           05  ws-unapplied-total     pic 9(9)v99  value zero.
           05  ws-bf-count            pic 9(5)     value zero.
           05  ws-bf-total            pic s9(9)v99 value zero.
           05  ws-rejected-count      pic 9(5)     value zero.

      *> the two sides of the open-item proof: the net of tonight's
      *> transactions, and the net change in what customers have
      *> open (charges open less unapplied credits held).
       01  open-item-proof.
           05  ws-txn-net             pic s9(9)v99 value zero.
           05  ws-item-net            pic s9(9)v99 value zero.

       copy rpthdr1.

       01  apply-hdr.
           05  filler                 pic x(8)     value 'customer'.
           05  filler                 pic x(2)     value spaces.
           05  filler                 pic x(6)     value 'credit'.
           05  filler                 pic x(2)     value spaces.
           05  filler                 pic x(4)     value 'type'.
           05  filler                 pic x(2)     value spaces.
           05  filler                 pic x(4)     value 'item'.
           05  filler                 pic x(10)    value spaces.
           05  filler                 pic x(6)     value 'amount'.
           05  filler                 pic x(3)     value spaces.
           05  filler                 pic x(6)     value 'action'.

       01  apply-line.
           05  apl-cust-no-out        pic 9(5).
           05  filler                 pic x(5)     value spaces.
           05  apl-credit-ref-out     pic x(6).
           05  filler                 pic x(3)     value spaces.
           05  apl-type-out           pic x.
           05  filler                 pic x(4)     value spaces.
           05  apl-item-ref-out       pic x(6).
           05  filler                 pic x(2)     value spaces.
           05  apl-amount-out         pic $$,$$$,$$9.99.
           05  filler                 pic x(3)     value spaces.
           05  apl-note-out           pic x(30).

       01  total-line.
           05  tot-label-out          pic x(32).
           05  filler                 pic x(2)     value spaces.
           05  tot-count-out          pic zz,zz9.
           05  filler                 pic x(3)     value spaces.
           05  tot-amount-out         pic $$$,$$$,$$9.99-.

       01  reject-line.
           05  rej-cust-no-out        pic x(5).
           05  filler                 pic x(3)     value spaces.
           05  rej-record-no-out      pic z,zzz,zz9.
           05  filler                 pic x(3)     value spaces.
           05  rej-message-out        pic x(40).

       01  position-line.
           05  pos-label-out          pic x(40).
           05  pos-count-out          pic z,zzz,zz9.

       PROCEDURE DIVISION.
       100-main-module.
           perform 110-load-open-position
           perform 120-load-receipt-control
           open input cust-file
                i-o open-item-file
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           perform 020-write-start-stat
           perform 150-heading-rtn
           perform 130-check-item-file
           if ws-item-file-empty
               perform 140-open-brought-forward
           end-if
           perform until no-more-records
               read cust-file
                   at end move 'no' to are-there-more-records
                   not at end
                       add 1 to ws-stat-records-read
                       perform 200-next-record
               end-read
           end-perform
           perform 300-check-file-length
           perform 500-write-totals
           close cust-file
                 open-item-file
                 print-file
                 exception-log-file
           perform 600-save-open-position
           perform 610-save-receipt-control
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform 022-write-control-totals
           perform 021-write-end-stat
           goback.

       110-load-open-position.
           open input open-position-file
           read open-position-file
               at end
                   move zero to opc-records-posted
                   move spaces to opc-first-rec
           end-read
           close open-position-file
           if opc-records-posted is not numeric
               move zero to opc-records-posted
           end-if
           move opc-records-posted to ws-already-posted
           move opc-first-rec to ws-saved-first-rec.

       120-load-receipt-control.
           open input receipt-control-file
           read receipt-control-file
               at end move 100000 to ctl-last-receipt-no
           end-read
           move ctl-last-receipt-no to ws-next-receipt-no
           close receipt-control-file.

       130-check-item-file.
           move zero to opn-cust-no opn-item-ref
           move 'y' to ws-item-file-empty-sw
           start open-item-file key is not less than opn-key
               invalid key continue
               not invalid key move 'n' to ws-item-file-empty-sw
           end-start.

       140-open-brought-forward.
      *> what each customer owed at the last month-end close
      *> becomes one item dated the month before, so it ages on
      *> from there; a credit balance is held as unapplied.
           move rpt-curr-mth to ws-bf-mon
           move rpt-curr-yr to ws-bf-yr
           if ws-bf-mon = 1
               move 12 to ws-bf-mon
               subtract 1 from ws-bf-yr
           else
               subtract 1 from ws-bf-mon
           end-if
           open input balance-master
           perform until 1 = 2
               read balance-master
                   at end exit perform
               end-read
               if bal-closing-balance not = zero
                   move spaces to open-item-rec
                   move bal-cust-no to opn-cust-no
                   move zero to opn-item-ref
                   if bal-closing-balance > zero
                       move 'B' to opn-item-type
                       move bal-closing-balance to opn-original-amt
                   else
                       move 'U' to opn-item-type
                       compute opn-original-amt =
                           zero - bal-closing-balance
                   end-if
                   move ws-bf-mon to opn-item-mon
                   move ws-bf-yr to opn-item-yr
                   move opn-original-amt to opn-open-amt
                   move 'O' to opn-status
                   move ws-rpt-date to opn-last-activity-date
                   write open-item-rec
                   add 1 to ws-bf-count
                   add bal-closing-balance to ws-bf-total
                   add 1 to ws-stat-records-written
               end-if
           end-perform
           close balance-master.

       150-heading-rtn.
           move 'open-item application register' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from apply-hdr.

       200-next-record.
           add 1 to ws-record-no
           if ws-record-no = 1
               move trans-rec-in(1:18) to ws-first-rec
               if ws-first-rec not = ws-saved-first-rec
                  and ws-already-posted > zero
                   move 'y' to ws-new-file-sw
                   move zero to ws-already-posted
               end-if
           end-if
           if ws-record-no > ws-already-posted
               perform 210-post-transaction
           end-if.

       210-post-transaction.
           if trans-amt is not numeric
               move 'transaction amount not numeric' to ws-exc-message
               perform 290-reject-transaction
               exit paragraph
           end-if
           move trans-amt to ws-trans-amount
           evaluate true
               when trans-is-debit
               when trans-is-fin-charge
               when trans-is-tuition
               when trans-is-escheat
                   add ws-trans-amount to ws-txn-net
                   perform 220-open-item
               when trans-is-credit
               when trans-is-writeoff
               when trans-is-claim-restore
                   subtract ws-trans-amount from ws-txn-net
                   perform 250-apply-credit
               when other
                   move 'unknown transaction type - not posted'
                       to ws-exc-message
                   perform 290-reject-transaction
           end-evaluate.

       215-set-item-ref.
           if trans-ref-no is numeric and trans-ref-no > zero
               move trans-ref-no to ws-item-ref
           else
               add 1 to ws-next-receipt-no
               move ws-next-receipt-no to ws-item-ref
           end-if.

       218-find-free-ref.
      *> a reference already on file for the customer gets the next
      *> number instead, so nothing already open is overwritten.
           move cust-no-in to opn-cust-no
           move ws-item-ref to opn-item-ref
           move 'y' to ws-item-found-sw
           read open-item-file
               invalid key move 'n' to ws-item-found-sw
           end-read
           if ws-item-found
               move 'item reference on file - renumbered'
                   to ws-exc-message
               perform 295-write-exception-log
           end-if
           perform until not ws-item-found
               add 1 to ws-next-receipt-no
               move ws-next-receipt-no to ws-item-ref
               move ws-item-ref to opn-item-ref
               move 'y' to ws-item-found-sw
               read open-item-file
                   invalid key move 'n' to ws-item-found-sw
               end-read
           end-perform.

       220-open-item.
           perform 215-set-item-ref
           perform 218-find-free-ref
           move ws-trans-amount to ws-amount-left
           perform 230-absorb-unapplied
           move spaces to open-item-rec
           move cust-no-in to opn-cust-no
           move ws-item-ref to opn-item-ref
           move trans-type-in to opn-item-type
           move mon-o-transaction to opn-item-mon
           move yr-o-tranaction to opn-item-yr
           move ws-trans-amount to opn-original-amt
           move ws-amount-left to opn-open-amt
           if ws-amount-left = zero
               move 'C' to opn-status
           else
               move 'O' to opn-status
           end-if
           move ws-rpt-date to opn-last-activity-date
           write open-item-rec
           add 1 to ws-stat-records-written
           add 1 to ws-opened-count
           add ws-trans-amount to ws-opened-total
           add ws-amount-left to ws-item-net.

       230-absorb-unapplied.
      *> credit the customer already has on file pays the new
      *> charge before it is ever carried as open.
           move cust-no-in to opn-cust-no
           move zero to opn-item-ref
           move 'n' to ws-cust-done-sw
           start open-item-file key is not less than opn-key
               invalid key move 'y' to ws-cust-done-sw
           end-start
           perform until ws-cust-done or ws-amount-left = zero
               read open-item-file next record
                   at end move 'y' to ws-cust-done-sw
               end-read
               if not ws-cust-done
                   if opn-cust-no not = cust-no-in
                       move 'y' to ws-cust-done-sw
                   else
                       if opn-is-unapplied and opn-open
                           perform 235-take-unapplied
                       end-if
                   end-if
               end-if
           end-perform.

       235-take-unapplied.
           if opn-open-amt > ws-amount-left
               move ws-amount-left to ws-apply-amt
           else
               move opn-open-amt to ws-apply-amt
           end-if
           subtract ws-apply-amt from opn-open-amt
           subtract ws-apply-amt from ws-amount-left
           if opn-open-amt = zero
               move 'C' to opn-status
           end-if
           move ws-rpt-date to opn-last-activity-date
           rewrite open-item-rec
           add ws-apply-amt to ws-item-net
           add 1 to ws-applied-count
           add ws-apply-amt to ws-applied-total
           move opn-item-ref to apl-credit-ref-out
           move opn-item-type to apl-type-out
           move ws-item-ref to apl-item-ref-out
           move 'unapplied credit taken up' to ws-apply-note
           perform 280-write-apply-line.

       250-apply-credit.
           perform 215-set-item-ref
           move ws-trans-amount to ws-amount-left
           if trans-apply-ref is numeric and trans-apply-ref > zero
               perform 260-apply-named-item
           end-if
           if ws-amount-left > zero
               perform 270-apply-oldest-first
           end-if
           if ws-amount-left > zero
               perform 275-hold-unapplied
           end-if.

       260-apply-named-item.
      *> the item the payment names is paid first; a name that is
      *> not an open charge of this customer is noted and the
      *> payment goes oldest-first as if none had been given.
           move cust-no-in to opn-cust-no
           move trans-apply-ref to opn-item-ref
           move 'y' to ws-item-found-sw
           read open-item-file
               invalid key move 'n' to ws-item-found-sw
           end-read
           if not ws-item-found
               move 'named item not on file - oldest first'
                   to ws-exc-message
               perform 295-write-exception-log
               exit paragraph
           end-if
           if opn-closed or opn-is-unapplied
               move 'named item not open - oldest first'
                   to ws-exc-message
               perform 295-write-exception-log
               exit paragraph
           end-if
           move 'applied to item named' to ws-apply-note
           perform 265-apply-to-item.

       265-apply-to-item.
           if opn-open-amt > ws-amount-left
               move ws-amount-left to ws-apply-amt
           else
               move opn-open-amt to ws-apply-amt
           end-if
           subtract ws-apply-amt from opn-open-amt
           subtract ws-apply-amt from ws-amount-left
           if opn-open-amt = zero
               move 'C' to opn-status
           end-if
           move ws-rpt-date to opn-last-activity-date
           rewrite open-item-rec
           subtract ws-apply-amt from ws-item-net
           add 1 to ws-applied-count
           add ws-apply-amt to ws-applied-total
           move ws-item-ref to apl-credit-ref-out
           move trans-type-in to apl-type-out
           move opn-item-ref to apl-item-ref-out
           perform 280-write-apply-line.

       270-apply-oldest-first.
      *> references are assigned in sequence, so key order within
      *> the customer is oldest first, the brought-forward item
      *> (reference zero) ahead of everything.
           move cust-no-in to opn-cust-no
           move zero to opn-item-ref
           move 'n' to ws-cust-done-sw
           start open-item-file key is not less than opn-key
               invalid key move 'y' to ws-cust-done-sw
           end-start
           perform until ws-cust-done or ws-amount-left = zero
               read open-item-file next record
                   at end move 'y' to ws-cust-done-sw
               end-read
               if not ws-cust-done
                   if opn-cust-no not = cust-no-in
                       move 'y' to ws-cust-done-sw
                   else
                       if opn-open and not opn-is-unapplied
                           move 'applied oldest first'
                               to ws-apply-note
                           perform 265-apply-to-item
                       end-if
                   end-if
               end-if
           end-perform.

       275-hold-unapplied.
      *> what is left after every open charge is paid stays on file
      *> as a credit under the payment's own reference.
           perform 218-find-free-ref
           move spaces to open-item-rec
           move cust-no-in to opn-cust-no
           move ws-item-ref to opn-item-ref
           move 'U' to opn-item-type
           move mon-o-transaction to opn-item-mon
           move yr-o-tranaction to opn-item-yr
           move ws-amount-left to opn-original-amt
                                  opn-open-amt
           move 'O' to opn-status
           move ws-rpt-date to opn-last-activity-date
           write open-item-rec
           add 1 to ws-stat-records-written
           subtract ws-amount-left from ws-item-net
           add 1 to ws-unapplied-count
           add ws-amount-left to ws-unapplied-total
           move ws-item-ref to apl-credit-ref-out
           move trans-type-in to apl-type-out
           move spaces to apl-item-ref-out
           move ws-amount-left to ws-apply-amt
           move 'held as unapplied credit' to ws-apply-note
           perform 280-write-apply-line
           move zero to ws-amount-left.

       280-write-apply-line.
           move cust-no-in to apl-cust-no-out
           move ws-apply-amt to apl-amount-out
           move ws-apply-note to apl-note-out
           write print-rec from apply-line.

       290-reject-transaction.
           add 1 to ws-rejected-count
           move cust-no-in to rej-cust-no-out
           move ws-record-no to rej-record-no-out
           move ws-exc-message to rej-message-out
           write print-rec from reject-line
           perform 295-write-exception-log.

       295-write-exception-log.
           move 'y' to ws-exceptions-sw
           move 'proj2opn' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move cust-no-in to exc-log-key
           move ws-exc-message to exc-log-message
           write exception-log-rec
           add 1 to ws-stat-exception-count.

       300-check-file-length.
      *> a file shorter than the count already posted, but with the
      *> same first record, has lost records the items were already
      *> given - that is for accounting to look at, and the position
      *> drops back to the file as it now stands.
           if ws-record-no < ws-already-posted
               if ws-record-no > zero
                   move zero to cust-no-in
                   move 'customer file shorter than posted'
                       to ws-exc-message
                   perform 290-reject-transaction
               end-if
               move 'y' to ws-new-file-sw
           end-if.

       500-write-totals.
           if ws-bf-count > zero
               move 'brought-forward items opened:' to tot-label-out
               move ws-bf-count to tot-count-out
               move ws-bf-total to tot-amount-out
               write print-rec from total-line
           end-if
           move 'items opened:' to tot-label-out
           move ws-opened-count to tot-count-out
           move ws-opened-total to tot-amount-out
           write print-rec from total-line
           move 'credit applications:' to tot-label-out
           move ws-applied-count to tot-count-out
           move ws-applied-total to tot-amount-out
           write print-rec from total-line
           move 'unapplied credits held:' to tot-label-out
           move ws-unapplied-count to tot-count-out
           move ws-unapplied-total to tot-amount-out
           write print-rec from total-line
           move 'records rejected:' to tot-label-out
           move ws-rejected-count to tot-count-out
           move zero to tot-amount-out
           write print-rec from total-line
           if ws-new-file
               move 'new customer file - posted from top'
                   to pos-label-out
               move zero to pos-count-out
               write print-rec from position-line
           end-if
           move 'records posted before tonight:' to pos-label-out
           move ws-already-posted to pos-count-out
           write print-rec from position-line
           move 'records on file after tonight:' to pos-label-out
           move ws-record-no to pos-count-out
           write print-rec from position-line.

       600-save-open-position.
           move ws-record-no to opc-records-posted
           move ws-first-rec to opc-first-rec
           open output open-position-file
           write open-position-rec
           close open-position-file.

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
           move 'proj2opn' to run-program
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
           move 'proj2opn' to run-program
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
      *> the net of the transactions posted tonight must equal the
      *> net change in what customers have open.
           move 'proj2opn' to ctl-program
           move 'OPEN-ITEMS' to ctl-rule-id
           move 'A' to ctl-side
           move ws-txn-net to ctl-amount
           perform 023-write-control-side
           move 'B' to ctl-side
           move ws-item-net to ctl-amount
           perform 023-write-control-side.

       023-write-control-side.
      *> one side of a balancing rule for tonight's certificate.
           move rpt-curr-yr to ctl-bus-yr
           move rpt-curr-mth to ctl-bus-mth
           move rpt-curr-day to ctl-bus-day
           open extend balancing-file
           write control-total-rec
           close balancing-file.
