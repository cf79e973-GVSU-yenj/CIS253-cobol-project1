      *> carry-forward update. for every customer with activity on
      *> CH0602.DAT it prints a mailable statement: name and customer
      *> number, the opening balance from CH0602BAL.NDX, every
      *> transaction for the month under its reference (and, for a
      *> payment, the item it was made against), the closing
      *> balance, and then each item still open on CH0602OPN.NDX
      *> with what was charged and what remains, so the customer
      *> can see which invoices the money paid. this is the page the
      *> desk could never produce when a customer phoned asking
      *> what they owe. an item on dispute hold in CH0602DSP.NDX is
      *> marked in dispute and totalled under the open items; an
      *> account on hold says so under the name. the mailing
      *> address prints under the name, and each statement goes to
      *> the CH9994MPC.DAT mail-piece file for the presort extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BAL-CUST-NO.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "W:\Project2\CH0602OPN.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPN-KEY
               ALTERNATE RECORD KEY IS OPN-ITEM-REF
                   WITH DUPLICATES.
           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO "W:\Project2\CH0602DSP.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DSP-KEY.
           SELECT STATEMENT-FILE
               ASSIGN TO "W:\Project2\CH0602STM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-LOG-FILE
               ASSIGN TO "W:\EXCEPTIONS\CH9999EXC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAIL-PIECE-FILE
               ASSIGN TO "W:\CONTROL\CH9994MPC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "W:\CONTROL\BUSDATE.CTL"
       DATA DIVISION.
       file section.
       fd  cust-file
           record contains 30 characters.
       copy custtrn.

       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd  balance-master
           record contains 41 characters.
       copy custbal.

       fd  open-item-file
           record contains 60 characters.
       copy custopn.

       fd  dispute-file
           record contains 100 characters.
       copy custdsp.

       fd  statement-file
           record contains 80 characters.
       01  statement-rec              pic x(80).
           record contains 76 characters.
       copy exclog.

       fd  mail-piece-file
           record contains 128 characters.
       copy mailpc.

       FD  BUSINESS-DATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       copy busdate.

       01  ws-prev-cust-no            pic 9(5)    value zero.
       01  ws-running-balance         pic s9(7)v99 value zero.
       01  ws-open-total              pic s9(7)v99 value zero.
       01  ws-open-amt                pic s9(7)v99 value zero.
       01  ws-disputed-total          pic s9(7)v99 value zero.

       01  ws-acct-hold-sw            pic x       value 'n'.
           88  ws-acct-on-hold                     value 'y'.
       01  ws-item-hold-sw            pic x       value 'n'.
           88  ws-item-on-hold                     value 'y'.

       01  ws-items-done-sw           pic x       value 'n'.
           88  ws-items-done                       value 'y'.

      *> a written-off account gets no statement: the balance was
      *> cleared by the write-off run and the paper only confused
           05  filler                 pic x        value space.
           05  stm-last-name-out      pic x(10).

       01  address-line-1.
           05  filler                 pic x(17)    value spaces.
           05  adr-street-out         pic x(30).

       01  address-line-2.
           05  filler                 pic x(17)    value spaces.
           05  adr-city-out           pic x(20).
           05  filler                 pic x        value space.
           05  adr-state-out          pic x(2).
           05  filler                 pic x(2)     value spaces.
           05  adr-zip-out            pic x(9).

       01  address-held-line.
           05  filler                 pic x(17)    value spaces.
           05  filler                 pic x(40)
               value '*** no good address - mail held ***'.

       01  account-hold-line.
           05  filler                 pic x(50)
               value '*** account in dispute - under review ***'.

       01  opening-line.
           05  filler                 pic x(20)
               value 'opening balance:    '.
           05  filler                 pic x(4)     value spaces.
           05  filler                 pic x(4)     value 'type'.
           05  filler                 pic x(3)     value spaces.
           05  filler                 pic x(9)     value 'reference'.
           05  filler                 pic x(3)     value spaces.
           05  filler                 pic x(10)    value 'applies to'.

       01  trans-line.
           05  stm-mon-out            pic xx.
           05  stm-amt-out            pic $$$,$$9.99.
           05  filler                 pic x(5)     value spaces.
           05  stm-type-out           pic x.
           05  filler                 pic x(5)     value spaces.
           05  stm-ref-out            pic x(6).
           05  filler                 pic x(6)     value spaces.
           05  stm-apply-out          pic x(6).

       01  closing-line.
           05  filler                 pic x(20)
               value 'closing balance:    '.
           05  cls-balance-out        pic $$,$$$,$$9.99-.

       01  items-hdr-1.
           05  filler                 pic x(20)
               value 'items still open:'.

       01  items-hdr-2.
           05  filler                 pic x(9)     value 'reference'.
           05  filler                 pic x(3)     value spaces.
           05  filler                 pic x(5)     value 'month'.
           05  filler                 pic x(3)     value spaces.
           05  filler                 pic x(4)     value 'year'.
           05  filler                 pic x(6)     value spaces.
           05  filler                 pic x(7)     value 'charged'.
           05  filler                 pic x(6)     value spaces.
           05  filler                 pic x(9)     value 'remaining'.

       01  item-line.
           05  itm-ref-out            pic x(6).
           05  filler                 pic x(6)     value spaces.
           05  itm-mon-out            pic xx.
           05  filler                 pic x(6)     value spaces.
           05  itm-yr-out             pic x(4).
           05  filler                 pic x(3)     value spaces.
           05  itm-original-out       pic $$$,$$9.99.
           05  filler                 pic x(3)     value spaces.
           05  itm-open-out           pic $$,$$$,$$9.99-.
           05  filler                 pic x(2)     value spaces.
           05  itm-note-out           pic x(16).

       01  items-total-line.
           05  filler                 pic x(20)
               value 'total still open:   '.
           05  itm-total-out          pic $$,$$$,$$9.99-.

       01  disputed-total-line.
           05  filler                 pic x(20)
               value 'of which in dispute:'.
           05  dsp-total-out          pic $$,$$$,$$9.99-.

       01  statement-separator.
           05  filler                 pic x(60)    value all '='.

           open input cust-file
                input cust-master
                input balance-master
                input open-item-file
                input dispute-file
                output statement-file
                extend exception-log-file
                extend mail-piece-file
           perform 010-set-business-date
           perform until no-more-records
               read cust-file
           close cust-file
                 cust-master
                 balance-master
                 open-item-file
                 dispute-file
                 statement-file
                 exception-log-file
                 mail-piece-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               exit paragraph
           end-if
           if trans-is-credit or trans-is-writeoff
              or trans-is-claim-restore
               subtract trans-amt from ws-running-balance
           else
               add trans-amt to ws-running-balance
           move yr-o-tranaction to stm-yr-out
           move trans-amt to stm-amt-out
           move trans-type-in to stm-type-out
           if trans-ref-no is numeric and trans-ref-no > zero
               move trans-ref-no to stm-ref-out
           else
               move spaces to stm-ref-out
           end-if
           if trans-apply-ref is numeric and trans-apply-ref > zero
               move trans-apply-ref to stm-apply-out
           else
               move spaces to stm-apply-out
           end-if
           write statement-rec from trans-line.

       300-start-statement.
               perform 350-write-exception-log
           end-if
           write statement-rec from statement-hdr-2
           perform 355-write-address
           perform 360-check-account-hold
           if ws-acct-on-hold
               write statement-rec from account-hold-line
           end-if
           move cust-no-in to bal-cust-no
           read balance-master
               invalid key move zero to bal-prior-balance
           move 'not on customer master' to exc-log-message
           write exception-log-rec.

       355-write-address.
      *> the address under the name, and the statement's piece in
      *> the mail-piece file - held by the extract when the address
      *> is blank or has come back.
           move spaces to mail-piece-rec
           move 'STMT' to mp-doc-type
           move 'p2stmt' to mp-source
           move 'C' to mp-master
           move cust-no-in to mp-key
           move spaces to mp-name
           if ws-cust-found
               string cust-first-name-m delimited by '  '
                      ' ' delimited by size
                      cust-last-name-m delimited by '  '
                   into mp-name
               move cust-street-m to mp-street
               move cust-city-m to mp-city
               move cust-state-m to mp-state
               move cust-zip-m to mp-zip
               move cust-addr-status-m to mp-addr-status
           end-if
           move rpt-curr-yr to mp-bus-date(1:4)
           move rpt-curr-mth to mp-bus-date(5:2)
           move rpt-curr-day to mp-bus-date(7:2)
           write mail-piece-rec
           if mp-street = spaces or mp-address-bad
               write statement-rec from address-held-line
           else
               move mp-street to adr-street-out
               move mp-city to adr-city-out
               move mp-state to adr-state-out
               move mp-zip to adr-zip-out
               write statement-rec from address-line-1
               write statement-rec from address-line-2
           end-if.

       360-check-account-hold.
           move 'n' to ws-acct-hold-sw
           move cust-no-in to dsp-cust-no
           move 'A' to dsp-scope
           move zero to dsp-item-ref
           read dispute-file
               invalid key continue
               not invalid key
                   if dsp-held
                       move 'y' to ws-acct-hold-sw
                   end-if
           end-read.

       400-close-statement.
           if ws-skip-customer
               exit paragraph
           end-if
           move ws-running-balance to cls-balance-out
           write statement-rec from closing-line
           perform 450-list-open-items
           write statement-rec from statement-separator.

       450-list-open-items.
      *> the items behind the balance. items are kept in reference
      *> order, so the oldest charge is listed first.
           write statement-rec from items-hdr-1
           write statement-rec from items-hdr-2
           move zero to ws-open-total ws-disputed-total
           move ws-prev-cust-no to opn-cust-no
           move zero to opn-item-ref
           move 'n' to ws-items-done-sw
           start open-item-file key is not less than opn-key
               invalid key move 'y' to ws-items-done-sw
           end-start
           perform until ws-items-done
               read open-item-file next record
                   at end move 'y' to ws-items-done-sw
               end-read
               if not ws-items-done
                   if opn-cust-no not = ws-prev-cust-no
                       move 'y' to ws-items-done-sw
                   else
                       if opn-open
                           perform 460-write-item-line
                       end-if
                   end-if
               end-if
           end-perform
           move ws-open-total to itm-total-out
           write statement-rec from items-total-line
           if ws-disputed-total not = zero
               move ws-disputed-total to dsp-total-out
               write statement-rec from disputed-total-line
           end-if.

       460-write-item-line.
           move opn-open-amt to ws-open-amt
           evaluate true
               when opn-is-unapplied
                   move 'unapplied credit' to itm-note-out
                   compute ws-open-amt = zero - opn-open-amt
               when opn-is-brought-fwd
                   move 'brought forward' to itm-note-out
               when opn-is-fin-charge
                   move 'finance charge' to itm-note-out
               when opn-is-tuition
                   move 'tuition' to itm-note-out
               when other
                   move spaces to itm-note-out
           end-evaluate
           if not opn-is-unapplied
               perform 470-check-item-hold
               if ws-acct-on-hold or ws-item-on-hold
                   move '*in dispute*' to itm-note-out
                   add ws-open-amt to ws-disputed-total
               end-if
           end-if
           if opn-is-brought-fwd
               move spaces to itm-ref-out
           else
               move opn-item-ref to itm-ref-out
           end-if
           move opn-item-mon to itm-mon-out
           move opn-item-yr to itm-yr-out
           move opn-original-amt to itm-original-out
           move ws-open-amt to itm-open-out
           write statement-rec from item-line
           add ws-open-amt to ws-open-total.

       470-check-item-hold.
           move 'n' to ws-item-hold-sw
           move opn-cust-no to dsp-cust-no
           move 'I' to dsp-scope
           move opn-item-ref to dsp-item-ref
           read dispute-file
               invalid key continue
               not invalid key
                   if dsp-held
                       move 'y' to ws-item-hold-sw
                   end-if
           end-read.

       010-set-business-date.
      *> report headings and log stamps carry the business date
      *> from BUSDATE.CTL (set by nightlybatch) so a rerun books
