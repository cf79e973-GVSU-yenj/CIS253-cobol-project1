      *> next-morning exception is refused while the clerk can still
      *> fix it. each accepted transaction gets the next receipt
      *> number from CH0602RCP.CTL, is appended to CH0602.DAT in the
      *> custtrn layout with the receipt number as its reference,
      *> and lands on the end-of-day keying proof listing with
      *> totals for the clerk to sign. a payment may name the item
      *> it pays; a customer item on CH0602OPN.NDX that is already
      *> paid off is refused on the spot, and one not on file yet
      *> (keyed today) is taken as keyed for the nightly open-item
      *> run to apply or, failing that, to pay oldest-first. each
      *> clerk works from a cash drawer: the first session of the day
      *> opens it with a starting float, every payment is taken as
      *> cash, check or card and journalled to CH0602DRW.DAT under
      *> its receipt number, and the clerk closes the drawer with
      *> what was counted in it for the nightly drawer settlement.
      *> the clerk signs on through OPSIGN and needs enter
      *> authority here; the signed-on id is the one the drawer
      *> journal carries against every receipt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO-M.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "W:\Project2\CH0602OPN.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OPN-KEY
               ALTERNATE RECORD KEY IS OPN-ITEM-REF
                   WITH DUPLICATES.
           SELECT OPTIONAL RECEIPT-CONTROL-FILE
               ASSIGN TO "W:\Project2\CH0602RCP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-DRAWER-FILE
               ASSIGN TO "W:\Project2\CH0602DRW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOF-FILE
               ASSIGN TO "W:\Project2\CH0602ENT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  cust-file
           record contains 30 characters.
       copy custtrn.

       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd  open-item-file
           record contains 60 characters.
       copy custopn.

      *> last assigned receipt number, kept across sessions.
       fd  receipt-control-file
           record contains 6 characters.
       01  receipt-control-rec.
           05  ctl-last-receipt-no    pic 9(6).

       fd  cash-drawer-file
           record contains 50 characters.
       copy cshdrw.

       fd  proof-file
           record contains 80 characters.
       01  proof-rec                  pic x(80).
       WORKING-STORAGE SECTION.
       copy rptdate.
       copy rpthdr1.
       copy oprsgn.

       01  work-areas.
           05  more-entries           pic x       value 'y'.
           88  ws-date-valid                       value 'y'.
           88  ws-date-invalid                     value 'n'.

       01  ws-item-sw                 pic x       value 'n'.
           88  ws-item-not-on-file                 value 'n'.
           88  ws-item-payable                     value 'p'.
           88  ws-item-not-payable                 value 'x'.

      *> where the clerk's drawer stands for the business date.
       01  ws-drawer-sw               pic x       value 'n'.
           88  ws-drawer-not-open                  value 'n'.
           88  ws-drawer-open                      value 'o'.
           88  ws-drawer-closed                    value 'c'.

       01  ws-trans-yr-num            pic 9(4)    value zero.
       01  ws-trans-mon-num           pic 99      value zero.

           05  ent-year               pic x(4)    value spaces.
           05  ent-amount             pic 9(6)    value zero.
           05  ent-type               pic x       value 'D'.
           05  ent-apply-ref          pic 9(6)    value zero.
           05  ent-tender             pic x       value spaces.
               88  ent-tender-valid               value 'C' 'K' 'D'.
           05  ent-float              pic 9(5)v99 value zero.
           05  ent-close-drawer       pic x       value 'n'.
           05  ent-counted-cash       pic 9(7)v99 value zero.
           05  ent-counted-check      pic 9(7)v99 value zero.
           05  ent-counted-card       pic 9(7)v99 value zero.

       01  msg-line                   pic x(45)   value spaces.

           05  ws-entry-count         pic 9(5)     value zero.
           05  ws-debit-total         pic 9(8)     value zero.
           05  ws-credit-total        pic 9(8)     value zero.
           05  ws-cash-total          pic 9(8)     value zero.
           05  ws-check-total         pic 9(8)     value zero.
           05  ws-card-total          pic 9(8)     value zero.

       01  proof-hdr.
           05  filler                 pic x(7)     value 'receipt'.
           05  filler                 pic x(6)     value 'amount'.
           05  filler                 pic x(4)     value spaces.
           05  filler                 pic x(4)     value 'type'.
           05  filler                 pic x(2)     value spaces.
           05  filler                 pic x(10)    value 'applies to'.
           05  filler                 pic x        value space.
           05  filler                 pic x(6)     value 'tender'.

       01  proof-detail.
           05  prf-receipt-out        pic 9(6).
           05  prf-amt-out            pic $$$,$$9.
           05  filler                 pic x(6)     value spaces.
           05  prf-type-out           pic x.
           05  filler                 pic x(4)     value spaces.
           05  prf-apply-out          pic x(6).
           05  filler                 pic x(6)     value spaces.
           05  prf-tender-out         pic x.

       01  proof-total-line.
           05  prt-label              pic x(25).
           05  filler                 pic x(4)     value spaces.
           05  prt-amount-out         pic $$,$$$,$$9.

       01  drawer-line.
           05  drl-label              pic x(25).
           05  filler                 pic x(10)    value spaces.
           05  drl-amount-out         pic $$,$$$,$$9.99.

       01  clerk-line.
           05  filler                 pic x(16)
               value 'keyed by clerk: '.
               value 'signature: _________'.

       screen section.
       01  entry-screen.
      *> 1 is value for Blue, 7 is value for White
           05  blank screen
               background-color is 1
               foreground-color is 7
               10  line 7 column 1
                   value 'Debit or credit <D or C>:'.
               10  pic x to ent-type.
               10  line 8 column 1
                   value 'Credit applies to item (0 = oldest):'.
               10  pic 9(6) to ent-apply-ref.
               10  line 9 column 1
                   value 'Credit tendered <C cash K check D card>:'.
               10  pic x to ent-tender.

       01  result-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 10 column 1 pic x(45) from msg-line.
               10  line 12 column 1
                   value 'Another transaction? <y or n>'.
               10  pic x to more-entries.

       01  float-screen.
           05  blank screen
               background-color is 1
               foreground-color is 7
               highlight.
               10  blank screen.
               10  line 1 column 1
                   value 'open cash drawer'.
               10  line 3 column 1
                   value 'Starting float in your drawer:'.
               10  pic 9(5)v99 to ent-float.

       01  drawer-closed-screen.
           05  blank screen
               background-color is 1
               foreground-color is 7
               highlight.
               10  blank screen.
               10  line 1 column 1
                   value 'your drawer is closed for today'.
               10  line 3 column 1
                   value 'no entries can be taken - press enter'.
               10  pic x to more-entries.

       01  close-screen.
           05  blank screen
               background-color is 1
               foreground-color is 7
               highlight.
               10  blank screen.
               10  line 1 column 1
                   value 'close cash drawer'.
               10  line 3 column 1
                   value 'Close your drawer for the day? <y or n>'.
               10  pic x to ent-close-drawer.
               10  line 4 column 1
                   value 'Cash counted, float included:'.
               10  pic 9(7)v99 to ent-counted-cash.
               10  line 5 column 1
                   value 'Checks counted:'.
               10  pic 9(7)v99 to ent-counted-check.
               10  line 6 column 1
                   value 'Card slips counted:'.
               10  pic 9(7)v99 to ent-counted-card.

       PROCEDURE DIVISION.
       100-main.
           move 'S' to sgn-request
           move 'PROJECT2ENT' to sgn-program
           move 'E' to sgn-required-level
           call 'opsign' using sign-on-area
           if not sgn-granted
               display 'sign-on refused - session ended'
               goback
           end-if
           move sgn-user-id to ent-clerk-id
           perform 110-load-receipt-control
           open input cust-master
                input open-item-file
                extend cust-file
                output proof-file
           perform 010-set-business-date
           perform 150-heading-rtn
           perform 120-find-drawer
           open extend cash-drawer-file
           if ws-drawer-closed
               display drawer-closed-screen
               accept  drawer-closed-screen
               move 'n' to more-entries
           end-if
           if ws-drawer-not-open
               perform 130-open-drawer
           end-if
           perform until more-entries = 'n' or 'N'
               display entry-screen
               accept  entry-screen
               display result-screen
               accept  result-screen
           end-perform
           if ws-drawer-open
               perform 350-close-drawer
           end-if
           perform 400-write-totals
           close cust-master
                 open-item-file
                 cust-file
                 cash-drawer-file
                 proof-file
           perform 500-save-receipt-control
           display 'end of transaction entry session'
           write receipt-control-rec
           close receipt-control-file.

       120-find-drawer.
      *> the clerk's drawer journal records for the business date
      *> say whether the drawer is still to be opened, open from an
      *> earlier session, or already closed.
           move 'n' to ws-drawer-sw
           open input cash-drawer-file
           perform until 1 = 2
               read cash-drawer-file
                   at end exit perform
               end-read
               if drw-clerk-id = ent-clerk-id
                  and drw-bus-date = ws-rpt-date
                   if drw-is-open and ws-drawer-not-open
                       move 'o' to ws-drawer-sw
                   end-if
                   if drw-is-close
                       move 'c' to ws-drawer-sw
                   end-if
               end-if
           end-perform
           close cash-drawer-file.

       130-open-drawer.
           display float-screen
           accept  float-screen
           move spaces to cash-drawer-rec
           move 'O' to drw-rec-type
           move ent-clerk-id to drw-clerk-id
           move ws-rpt-date to drw-bus-date
           move ent-float to drw-float
           write cash-drawer-rec
           move 'o' to ws-drawer-sw
           move 'drawer opened - float:' to drl-label
           move ent-float to drl-amount-out
           write proof-rec from drawer-line.

       150-heading-rtn.
           move 'transaction entry proof listing' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
                   to msg-line
               exit paragraph
           end-if
           if ent-type = 'D'
               move zero to ent-apply-ref
               move space to ent-tender
           end-if
           if ent-type = 'C' and not ent-tender-valid
               move 'tender must be C, K or D - not accepted'
                   to msg-line
               exit paragraph
           end-if
           if ent-apply-ref > zero
               perform 230-validate-apply-ref
               if ws-item-not-payable
                   move 'item not open for customer - not accepted'
                       to msg-line
                   exit paragraph
               end-if
           end-if
           perform 300-write-transaction.

       210-validate-customer.
               end-if
           end-if.

       230-validate-apply-ref.
           move ent-cust-no to opn-cust-no
           move ent-apply-ref to opn-item-ref
           move 'p' to ws-item-sw
           read open-item-file
               invalid key move 'n' to ws-item-sw
           end-read
           if ws-item-payable
               if opn-closed or opn-is-unapplied
                   move 'x' to ws-item-sw
               end-if
           end-if.

       300-write-transaction.
           add 1 to ws-next-receipt-no
           move ent-cust-no to cust-no-in
           move ent-year to yr-o-tranaction
           move ent-amount to trans-amt
           move ent-type to trans-type-in
           move ws-next-receipt-no to trans-ref-no
           move ent-apply-ref to trans-apply-ref
           write trans-rec-in
           add 1 to ws-entry-count
           if ent-type = 'C'
               add ent-amount to ws-credit-total
               perform 310-write-drawer-payment
           else
               add ent-amount to ws-debit-total
           end-if
           move ent-year to prf-yr-out
           move ent-amount to prf-amt-out
           move ent-type to prf-type-out
           move ent-tender to prf-tender-out
           if ent-apply-ref > zero
               move ent-apply-ref to prf-apply-out
           else
               move spaces to prf-apply-out
           end-if
           write proof-rec from proof-detail
           move spaces to msg-line
           string 'accepted - receipt ' ws-next-receipt-no
               delimited by size into msg-line.

       310-write-drawer-payment.
           move spaces to cash-drawer-rec
           move 'P' to drw-rec-type
           move ent-clerk-id to drw-clerk-id
           move ws-rpt-date to drw-bus-date
           move ws-next-receipt-no to drw-receipt-no
           move ent-cust-no to drw-cust-no
           move ent-tender to drw-tender
           move ent-amount to drw-amount
           write cash-drawer-rec
           evaluate true
               when drw-tender-cash
                   add ent-amount to ws-cash-total
               when drw-tender-check
                   add ent-amount to ws-check-total
               when other
                   add ent-amount to ws-card-total
           end-evaluate.

       350-close-drawer.
      *> a clerk going on to another session leaves the drawer open;
      *> the close is taken once, at the end of the clerk's day.
           move 'n' to ent-close-drawer
           move zero to ent-counted-cash
                        ent-counted-check
                        ent-counted-card
           display close-screen
           accept  close-screen
           if ent-close-drawer not = 'y' and not = 'Y'
               exit paragraph
           end-if
           move spaces to cash-drawer-rec
           move 'C' to drw-rec-type
           move ent-clerk-id to drw-clerk-id
           move ws-rpt-date to drw-bus-date
           move ent-counted-cash to drw-counted-cash
           move ent-counted-check to drw-counted-check
           move ent-counted-card to drw-counted-card
           write cash-drawer-rec
           move 'c' to ws-drawer-sw
           move 'drawer closed - cash:' to drl-label
           move ent-counted-cash to drl-amount-out
           write proof-rec from drawer-line
           move 'drawer closed - checks:' to drl-label
           move ent-counted-check to drl-amount-out
           write proof-rec from drawer-line
           move 'drawer closed - card:' to drl-label
           move ent-counted-card to drl-amount-out
           write proof-rec from drawer-line.

       400-write-totals.
           move 'transactions keyed:' to prt-label
           move ws-entry-count to prt-count-out
           move zero to prt-count-out
           move ws-credit-total to prt-amount-out
           write proof-rec from proof-total-line
           move '  taken in cash:' to prt-label
           move ws-cash-total to prt-amount-out
           write proof-rec from proof-total-line
           move '  taken by check:' to prt-label
           move ws-check-total to prt-amount-out
           write proof-rec from proof-total-line
           move '  taken by card:' to prt-label
           move ws-card-total to prt-amount-out
           write proof-rec from proof-total-line
           move ent-clerk-id to clk-clerk-out
           write proof-rec from clerk-line.

