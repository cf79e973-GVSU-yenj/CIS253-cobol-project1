       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROJECT2UAC.
       AUTHOR. JON YEN.
      *> online unapplied-cash desk. lists the lockbox payments the
      *> nightly import parked on CH0602UAC.NDX because they tied to
      *> no customer, eight to a page, oldest deposit first. the
      *> credit desk picks one by deposit date and item number and
      *> either applies it - keying the customer number found from
      *> the check or a phone call, and optionally the item it pays
      *> - or marks it returned to the remitter. an applied payment
      *> is written to CH0602.DAT as a credit under the next receipt
      *> number from CH0602RCP.CTL, exactly as the import would have
      *> written it, and comes off unapplied cash on the ledger: the
      *> dollars go to customer receipts for the receivables journal
      *> to carry to receivables, and the odd cents to cash over and
      *> short. a returned payment comes off unapplied cash against
      *> customer receipts. the clerk and the date are kept on the
      *> item. the clerk signs on through OPSIGN and needs enter
      *> authority here; the signed-on id is the one kept.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UNAPPLIED-CASH-FILE
               ASSIGN TO "W:\Project2\CH0602UAC.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS UAC-KEY.
           SELECT CUST-MASTER
               ASSIGN TO "W:\Project2\CH0602MST.NDX"
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
           SELECT CUST-FILE
               ASSIGN TO "W:\Project2\CH0602.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-CONTROL-FILE
               ASSIGN TO "W:\Project2\CH0602RCP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE
               ASSIGN TO "W:\PROJECT1\CH0101GLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "W:\CONTROL\BUSDATE.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       file section.
       fd  unapplied-cash-file
           record contains 110 characters.
       copy custuac.

       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd  open-item-file
           record contains 60 characters.
       copy custopn.

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

       FD  BUSINESS-DATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       copy busdate.

       WORKING-STORAGE SECTION.
       copy rptdate.
       copy oprsgn.

       01  work-areas.
           05  more-work              pic x       value 'y'.
           05  ws-action              pic x       value space.
           05  ws-next-receipt-no     pic 9(6)    value zero.
           05  ws-lines-shown         pic 9       value zero.
           05  ws-rec-found-sw        pic x       value 'n'.
               88  ws-rec-found                    value 'y'.
           05  ws-list-done-sw        pic x       value 'n'.
               88  ws-list-done                    value 'y'.
      *> 't' starts the list from the oldest deposit, 'n' from the
      *> item after the last one shown.
           05  ws-page-sw             pic x       value 't'.
               88  ws-page-from-top                value 't'.
               88  ws-page-next                    value 'n'.
           05  ws-last-key-shown      pic x(12)   value spaces.

       01  entry-fields.
           05  ent-clerk-id           pic x(8)    value spaces.
           05  ent-deposit-date       pic 9(8)    value zero.
           05  ent-item-seq           pic 9(4)    value zero.
           05  ent-cust-no            pic 9(5)    value zero.
           05  ent-apply-ref          pic 9(6)    value zero.

       01  apply-work.
           05  ws-whole-dollars       pic 9(6)    value zero.
           05  ws-odd-cents           pic 9v99    value zero.

      *> the accounts on the gl chart glacct seeds.
       01  gl-accounts.
           05  gl-acct-receipts       pic x(8)    value '10200000'.
           05  gl-acct-unapplied      pic x(8)    value '21200000'.
           05  gl-acct-over-short     pic x(8)    value '40300000'.

       01  msg-line                   pic x(45)   value spaces.

       01  list-lines.
           05  uac-list-line occurs 8 times
                                      pic x(70).

       01  list-build-line.
           05  ulb-date               pic 9(8).
           05  filler                 pic x       value space.
           05  ulb-seq                pic 9(4).
           05  filler                 pic x(2)    value spaces.
           05  ulb-check              pic x(10).
           05  filler                 pic x(2)    value spaces.
           05  ulb-cust               pic x(5).
           05  filler                 pic x(2)    value spaces.
           05  ulb-invoice            pic x(6).
           05  filler                 pic x(2)    value spaces.
           05  ulb-amount             pic $$$,$$9.99.
           05  filler                 pic x(2)    value spaces.
           05  ulb-reason             pic x(16).

       screen section.
       01  list-screen.
           05  blank screen
               background-color is 1
               foreground-color is 7
               highlight.
               10  blank screen.
               10  line 1 column 1
                   value 'unapplied cash desk'.
               10  line 3 column 1
                   value 'deposit  item  check no    cust   invoice'.
               10  line 3 column 45
                   value 'amount  reason'.
               10  line 4 column 1 pic x(70) from uac-list-line(1).
               10  line 5 column 1 pic x(70) from uac-list-line(2).
               10  line 6 column 1 pic x(70) from uac-list-line(3).
               10  line 7 column 1 pic x(70) from uac-list-line(4).
               10  line 8 column 1 pic x(70) from uac-list-line(5).
               10  line 9 column 1 pic x(70) from uac-list-line(6).
               10  line 10 column 1 pic x(70) from uac-list-line(7).
               10  line 11 column 1 pic x(70) from uac-list-line(8).
               10  line 13 column 1
                   value 'A = apply  R = returned  N = next page'.
               10  line 14 column 1
                   value 'T = top of list  X = exit'.
               10  line 16 column 1
                   value 'Enter action:'.
               10  pic x to ws-action.

       01  item-key-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 17 column 1
                   value 'Enter deposit date <yyyymmdd>:'.
               10  pic 9(8) to ent-deposit-date.
               10  line 18 column 1
                   value 'Enter item number:'.
               10  pic 9(4) to ent-item-seq.

       01  apply-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 19 column 1
                   value 'Apply to customer number:'.
               10  pic 9(5) to ent-cust-no.
               10  line 20 column 1
                   value 'Applies to item (0 = oldest):'.
               10  pic 9(6) to ent-apply-ref.

       01  result-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 22 column 1 pic x(45) from msg-line.
               10  line 23 column 1
                   value 'More work? <y or n>'.
               10  pic x to more-work.

       PROCEDURE DIVISION.
       100-main.
           move 'S' to sgn-request
           move 'PROJECT2UAC' to sgn-program
           move 'E' to sgn-required-level
           call 'opsign' using sign-on-area
           if not sgn-granted
               display 'sign-on refused - session ended'
               goback
           end-if
           move sgn-user-id to ent-clerk-id
           open i-o unapplied-cash-file
                input cust-master
                input open-item-file
                extend cust-file
                extend gl-posting-file
           perform 010-set-business-date
           perform until more-work = 'n' or 'N'
               perform 200-build-list
               display list-screen
               accept  list-screen
               evaluate ws-action
                   when 'A' when 'a'
                       perform 300-apply-item
                   when 'R' when 'r'
                       perform 400-return-item
                   when 'N' when 'n'
                       move 'n' to ws-page-sw
                   when 'T' when 't'
                       move 't' to ws-page-sw
                   when 'X' when 'x'
                       move 'n' to more-work
                   when other
                       move 'invalid action - use A R N T or X'
                           to msg-line
                       display result-screen
                       accept  result-screen
               end-evaluate
           end-perform
           close unapplied-cash-file
                 cust-master
                 open-item-file
                 cust-file
                 gl-posting-file
           display 'end of unapplied cash session'
           goback.

       200-build-list.
      *> the next page picks up after the last item shown; a page
      *> that runs off the end starts again from the top.
           move spaces to list-lines
           move zero to ws-lines-shown
           move 'n' to ws-list-done-sw
           if ws-page-next and ws-last-key-shown not = spaces
               move ws-last-key-shown to uac-key
               start unapplied-cash-file key is greater than uac-key
                   invalid key move 'y' to ws-list-done-sw
               end-start
           else
               move zero to uac-deposit-date uac-item-seq
               start unapplied-cash-file
                       key is not less than uac-key
                   invalid key move 'y' to ws-list-done-sw
               end-start
           end-if
           perform until ws-list-done or ws-lines-shown = 8
               read unapplied-cash-file next record
                   at end move 'y' to ws-list-done-sw
               end-read
               if not ws-list-done and uac-open
                   perform 250-build-list-line
               end-if
           end-perform
           if ws-lines-shown < 8
               move spaces to ws-last-key-shown
           end-if
           move 't' to ws-page-sw.

       250-build-list-line.
           add 1 to ws-lines-shown
           move uac-deposit-date to ulb-date
           move uac-item-seq to ulb-seq
           move uac-check-no to ulb-check
           move uac-remit-cust-no to ulb-cust
           move uac-remit-invoice-ref to ulb-invoice
           move uac-amount to ulb-amount
           move uac-reason to ulb-reason
           move list-build-line to uac-list-line(ws-lines-shown)
           move uac-key to ws-last-key-shown.

       300-apply-item.
           perform 450-read-item
           if not ws-rec-found
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           if uac-amount > 999999.99 or uac-amount < 1
               move 'amount cannot go on one credit' to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           display apply-screen
           accept  apply-screen
           move ent-cust-no to cust-no-m
           read cust-master
               invalid key
                   move 'customer not on master - not applied'
                       to msg-line
                   display result-screen
                   accept  result-screen
                   exit paragraph
           end-read
           if ent-apply-ref > zero
               move ent-cust-no to opn-cust-no
               move ent-apply-ref to opn-item-ref
               read open-item-file
                   invalid key continue
                   not invalid key
                       if opn-closed or opn-is-unapplied
                           move 'item not open for customer'
                               to msg-line
                           display result-screen
                           accept  result-screen
                           exit paragraph
                       end-if
               end-read
           end-if
           perform 500-next-receipt-no
           move uac-amount to ws-whole-dollars
           compute ws-odd-cents = uac-amount - ws-whole-dollars
           move ent-cust-no to cust-no-in
           move rpt-curr-mth to mon-o-transaction
           move rpt-curr-yr to yr-o-tranaction
           move ws-whole-dollars to trans-amt
           move 'C' to trans-type-in
           move ws-next-receipt-no to trans-ref-no
           move ent-apply-ref to trans-apply-ref
           write trans-rec-in
           move gl-acct-unapplied to glp-account
           move 'D' to glp-dr-cr
           move uac-amount to glp-amount
           move 'unapplied cash applied' to glp-description
           perform 550-write-gl-line
           move gl-acct-receipts to glp-account
           move 'C' to glp-dr-cr
           move ws-whole-dollars to glp-amount
           perform 550-write-gl-line
           if ws-odd-cents > zero
               move gl-acct-over-short to glp-account
               move ws-odd-cents to glp-amount
               perform 550-write-gl-line
           end-if
           move 'A' to uac-status
           move ent-cust-no to uac-applied-cust-no
           move ws-next-receipt-no to uac-applied-ref
           perform 460-resolve-item
           move spaces to msg-line
           string 'applied - receipt ' ws-next-receipt-no
               delimited by size into msg-line
           display result-screen
           accept  result-screen.

       400-return-item.
           perform 450-read-item
           if not ws-rec-found
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           move gl-acct-unapplied to glp-account
           move 'D' to glp-dr-cr
           move uac-amount to glp-amount
           move 'unapplied cash returned' to glp-description
           perform 550-write-gl-line
           move gl-acct-receipts to glp-account
           move 'C' to glp-dr-cr
           perform 550-write-gl-line
           move 'R' to uac-status
           move zero to uac-applied-cust-no uac-applied-ref
           perform 460-resolve-item
           move 'marked returned to remitter' to msg-line
           display result-screen
           accept  result-screen.

       450-read-item.
           display item-key-screen
           accept  item-key-screen
           move ent-deposit-date to uac-deposit-date
           move ent-item-seq to uac-item-seq
           move 'y' to ws-rec-found-sw
           read unapplied-cash-file
               invalid key
                   move 'n' to ws-rec-found-sw
                   move 'item not on unapplied file' to msg-line
           end-read
           if ws-rec-found and not uac-open
               move 'n' to ws-rec-found-sw
               move 'item already worked' to msg-line
           end-if.

       460-resolve-item.
           move ws-rpt-date to uac-resolved-date
           move ent-clerk-id to uac-resolved-clerk
           rewrite unapplied-cash-rec.

       500-next-receipt-no.
      *> the receipt number is taken and saved at once, so the
      *> entry desk and the nightly runs never hand out the same
      *> number twice from one working session.
           open input receipt-control-file
           read receipt-control-file
               at end move 100000 to ctl-last-receipt-no
           end-read
           close receipt-control-file
           move ctl-last-receipt-no to ws-next-receipt-no
           add 1 to ws-next-receipt-no
           open output receipt-control-file
           move ws-next-receipt-no to ctl-last-receipt-no
           write receipt-control-rec
           close receipt-control-file.

       550-write-gl-line.
           move ws-rpt-date to glp-run-date
           write gl-posting-rec.

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
