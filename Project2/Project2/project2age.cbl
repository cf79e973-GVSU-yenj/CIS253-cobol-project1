       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROJECT2AGE.
       AUTHOR. JON YEN.
      *> aged receivables run. walks the open items on
      *> CH0602OPN.NDX in customer order and buckets what is still
      *> open on each charge into current/30/60/90-plus from the
      *> month and year the item was raised. payments were applied
      *> by the nightly open-item run to the items they actually
      *> paid, so a customer who paid this month's invoice and not
      *> last quarter's shows last quarter's money as late; an
      *> unapplied credit reduces current money. prints the aged
      *> trial balance with bucket totals and a dunning letter for
      *> every account with money past 60 days, so collections
      *> stops working from a highlighter. money on dispute hold in
      *> CH0602DSP.NDX is not aged: it prints in its own disputed
      *> column, counts in the balance, and never draws a letter -
      *> an account on hold gets no letter at all. each letter is
      *> addressed from the customer master and goes to the
      *> CH9994MPC.DAT mail-piece file for the presort extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO "W:\Project2\CH0602OPN.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OPN-KEY
               ALTERNATE RECORD KEY IS OPN-ITEM-REF
                   WITH DUPLICATES.
           SELECT CUST-MASTER
               ASSIGN TO "W:\Project2\CH0602MST.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO-M.
           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO "W:\Project2\CH0602DSP.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DSP-KEY.
           SELECT PRINT-FILE
               ASSIGN TO "W:\Project2\CH0602AGE.RPT"
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
       fd  open-item-file
           record contains 60 characters.
       copy custopn.

       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd  dispute-file
           record contains 100 characters.
       copy custdsp.

       fd print-file
          record contains 90 characters.
           record contains 76 characters.
       copy exclog.

       fd  mail-piece-file
           record contains 128 characters.
       copy mailpc.

       FD  BUSINESS-DATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       copy busdate.
       01  ws-months-old              pic s9(4)   value zero.
       01  ws-trans-yr                pic 9(4)    value zero.
       01  ws-trans-mon               pic 99      value zero.
       01  ws-cust-total              pic s9(8)v99 value zero.

       01  cust-buckets.
           05  ws-bkt-30              pic s9(7)v99 value zero.
           05  ws-bkt-60              pic s9(7)v99 value zero.
           05  ws-bkt-90              pic s9(7)v99 value zero.
           05  ws-bkt-held            pic s9(7)v99 value zero.

       01  ws-acct-hold-sw            pic x       value 'n'.
           88  ws-acct-on-hold                     value 'y'.
       01  ws-item-hold-sw            pic x       value 'n'.
           88  ws-item-on-hold                     value 'y'.

       01  company-buckets.
           05  ws-tot-current         pic s9(9)v99 value zero.
           05  ws-tot-60              pic s9(9)v99 value zero.
           05  ws-tot-90              pic s9(9)v99 value zero.
           05  ws-tot-balance         pic s9(9)v99 value zero.
           05  ws-tot-held            pic s9(9)v99 value zero.

       01  ws-dunning-count           pic 9(5)    value zero.

       01  ws-cust-found-sw           pic x       value 'y'.
           88  ws-cust-found                       value 'y'.

       copy rpthdr1.

       01  detail-hdr.
           05  filler                 pic x(2)     value '60'.
           05  filler                 pic x(10)    value spaces.
           05  filler                 pic x(7)     value '90-plus'.
           05  filler                 pic x(7)     value spaces.
           05  filler                 pic x(7)     value 'balance'.
           05  filler                 pic x(2)     value spaces.
           05  filler                 pic x(8)     value 'disputed'.

       01  detail-line.
           05  det-cust-no-out        pic 9(5).
           05  det-90-out             pic $,$$$,$$9.99-.
           05  filler                 pic x        value space.
           05  det-balance-out        pic $$,$$$,$$9.99-.
           05  filler                 pic x        value space.
           05  det-held-out           pic $$$$,$$9.99-.

       01  total-line.
           05  filler                 pic x(7)     value 'totals:'.
           05  filler                 pic x        value space.
           05  tot-balance-out        pic $$,$$$,$$9.99-.

       01  held-total-line.
           05  filler                 pic x(25)
               value 'total held in dispute:'.
           05  tot-held-out           pic $$,$$$,$$9.99-.

       01  dun-address-1.
           05  dun-name-out           pic x(30).

       01  dun-address-2.
           05  dun-street-out         pic x(30).

       01  dun-address-3.
           05  dun-city-out           pic x(20).
           05  filler                 pic x        value space.
           05  dun-state-out          pic x(2).
           05  filler                 pic x(2)     value spaces.
           05  dun-zip-out            pic x(9).

       01  dun-address-held.
           05  filler                 pic x(40)
               value '*** no good address - mail held ***'.

       01  dun-letter-1.
           05  filler                 pic x(5)     value 'dear '.
           05  dun-first-name-out     pic x(15).

       PROCEDURE DIVISION.
       100-main-module.
           open input open-item-file
                input cust-master
                input dispute-file
                output print-file
                output dunning-file
                extend exception-log-file
                extend mail-piece-file
           perform 010-set-business-date
           perform 150-heading-rtn
           perform until no-more-records
               read open-item-file
                   at end move 'no' to are-there-more-records
                   not at end
                       if opn-open
                           perform 200-age-item
                       end-if
               end-read
           end-perform
           if not ws-first-record
               perform 400-report-customer
           end-if
           perform 500-write-totals
           close open-item-file
                 cust-master
                 dispute-file
                 print-file
                 dunning-file
                 exception-log-file
                 mail-piece-file
           move 0 to return-code
           goback.

           write print-rec from rpt-heading-1
           write print-rec from detail-hdr.

       200-age-item.
           if ws-first-record
               move 'n' to ws-first-record-sw
               perform 250-start-customer
           else
               if opn-cust-no not = ws-prev-cust-no
                   perform 400-report-customer
                   perform 250-start-customer
               end-if
           end-if
           if opn-is-unapplied
               subtract opn-open-amt from ws-bkt-current
               exit paragraph
           end-if
           perform 270-check-item-hold
           if ws-acct-on-hold or ws-item-on-hold
               add opn-open-amt to ws-bkt-held
           else
               perform 280-bucket-item
           end-if.

       250-start-customer.
           move opn-cust-no to ws-prev-cust-no
           move zero to ws-bkt-current ws-bkt-30
                        ws-bkt-60 ws-bkt-90 ws-bkt-held
           perform 260-check-account-hold.

       260-check-account-hold.
           move 'n' to ws-acct-hold-sw
           move opn-cust-no to dsp-cust-no
           move 'A' to dsp-scope
           move zero to dsp-item-ref
           read dispute-file
               invalid key continue
               not invalid key
                   if dsp-held
                       move 'y' to ws-acct-hold-sw
                   end-if
           end-read.

       270-check-item-hold.
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

       280-bucket-item.
           if opn-item-mon is not numeric
              or opn-item-yr is not numeric
               move zero to ws-months-old
           else
               move opn-item-yr to ws-trans-yr
               move opn-item-mon to ws-trans-mon
               compute ws-months-old =
                   (rpt-curr-yr - ws-trans-yr) * 12
                   + rpt-curr-mth - ws-trans-mon
           end-if
           evaluate true
               when ws-months-old not > zero
                   add opn-open-amt to ws-bkt-current
               when ws-months-old = 1
                   add opn-open-amt to ws-bkt-30
               when ws-months-old = 2
                   add opn-open-amt to ws-bkt-60
               when other
                   add opn-open-amt to ws-bkt-90
           end-evaluate.

       400-report-customer.
           compute ws-cust-total = ws-bkt-current + ws-bkt-30
               + ws-bkt-60 + ws-bkt-90 + ws-bkt-held
           if ws-cust-total > zero
               move ws-prev-cust-no to det-cust-no-out
               move ws-bkt-current to det-current-out
               move ws-bkt-60 to det-60-out
               move ws-bkt-90 to det-90-out
               move ws-cust-total to det-balance-out
               move ws-bkt-held to det-held-out
               write print-rec from detail-line
               add ws-bkt-current to ws-tot-current
               add ws-bkt-30 to ws-tot-30
               add ws-bkt-60 to ws-tot-60
               add ws-bkt-90 to ws-tot-90
               add ws-cust-total to ws-tot-balance
               add ws-bkt-held to ws-tot-held
               if ws-bkt-60 + ws-bkt-90 > zero
                  and not ws-acct-on-hold
                   perform 450-write-dunning-letter
               end-if
           end-if.

       450-write-dunning-letter.
           move ws-prev-cust-no to cust-no-m
           move 'y' to ws-cust-found-sw
           read cust-master
               invalid key
                   move 'n' to ws-cust-found-sw
                   move spaces to cust-first-name-m
                   move 'customer' to cust-last-name-m
           end-read
           perform 460-write-mail-piece
           if mp-street = spaces or mp-address-bad
               write dunning-rec from dun-address-held
           else
               move mp-name to dun-name-out
               move mp-street to dun-street-out
               move mp-city to dun-city-out
               move mp-state to dun-state-out
               move mp-zip to dun-zip-out
               write dunning-rec from dun-address-1
               write dunning-rec from dun-address-2
               write dunning-rec from dun-address-3
           end-if
           move cust-first-name-m to dun-first-name-out
           move cust-last-name-m to dun-last-name-out
           write dunning-rec from dun-letter-1
           write dunning-rec from dun-separator
           add 1 to ws-dunning-count.

       460-write-mail-piece.
      *> the letter's piece for the presort extract, which holds it
      *> back when the address is blank or has come back.
           move spaces to mail-piece-rec
           move 'DUNN' to mp-doc-type
           move 'p2age' to mp-source
           move 'C' to mp-master
           move ws-prev-cust-no to mp-key
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
           write mail-piece-rec.

       500-write-totals.
           move ws-tot-current to tot-current-out
           move ws-tot-30 to tot-30-out
           move ws-tot-90 to tot-90-out
           move ws-tot-balance to tot-balance-out
           write print-rec from total-line
           move ws-tot-held to tot-held-out
           write print-rec from held-total-line
           display 'dunning letters produced: ' ws-dunning-count.

       010-set-business-date.
