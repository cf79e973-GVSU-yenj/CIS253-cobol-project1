      *> customer number and sees the master record, the carried
      *> balance from CH0602BAL.NDX, and the five most recent
      *> transactions from the month's CH0602.DAT with their
      *> debit/credit type and reference - no more paging through
      *> last night's CH0601.RPT printout while the customer waits
      *> on the phone. below them are the customer's five oldest
      *> items still open on CH0602OPN.NDX with what each has left
      *> to pay, so the clerk can tell the caller which invoice a
      *> payment should name. the clerk signs on through OPSIGN and
      *> needs inquire authority here.

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

       WORKING-STORAGE SECTION.
       copy oprsgn.

       01  work-areas.
           05  more-inquiries         pic x       value 'y'.
           05  ws-inq-cust-no         pic 9(5)    value zero.
               88  ws-cust-found                   value 'y'.
               88  ws-cust-not-found               value 'n'.
           05  ws-tx-shown            pic 9       value zero.
           05  ws-items-shown         pic 9       value zero.
           05  ws-items-done-sw       pic x       value 'n'.
               88  ws-items-done                   value 'y'.

       01  display-fields.
           05  inq-name-out           pic x(26)   value spaces.
           05  txb-amt                pic $$$,$$9.99.
           05  filler                 pic x(3)    value spaces.
           05  txb-type               pic x.
           05  filler                 pic x(3)    value spaces.
           05  txb-ref                pic x(6).
           05  filler                 pic x(7)    value spaces.

      *> the five oldest open items for the keyed customer, in the
      *> reference order the open-item file keeps them.
       01  open-item-lines.
           05  inq-item-1             pic x(40)   value spaces.
           05  inq-item-2             pic x(40)   value spaces.
           05  inq-item-3             pic x(40)   value spaces.
           05  inq-item-4             pic x(40)   value spaces.
           05  inq-item-5             pic x(40)   value spaces.
       01  open-item-table redefines open-item-lines.
           05  inq-item-line occurs 5 times
                                      pic x(40).

       01  item-build-line.
           05  itb-ref                pic x(6).
           05  filler                 pic x(2)    value spaces.
           05  itb-mon                pic xx.
           05  filler                 pic x       value '/'.
           05  itb-yr                 pic x(4).
           05  filler                 pic x(2)    value spaces.
           05  itb-original           pic $$$,$$9.99.
           05  filler                 pic x(2)    value spaces.
           05  itb-open               pic $$$,$$9.99-.

       screen section.
       01  inquiry-screen.
               10  line 14 column 1 pic x(40) from inq-tx-4.
               10  line 15 column 1 pic x(40) from inq-tx-5.
               10  line 17 column 1
                   value 'open items (oldest first):'.
               10  line 18 column 1 pic x(40) from inq-item-1.
               10  line 19 column 1 pic x(40) from inq-item-2.
               10  line 20 column 1 pic x(40) from inq-item-3.
               10  line 21 column 1 pic x(40) from inq-item-4.
               10  line 22 column 1 pic x(40) from inq-item-5.
               10  line 24 column 1
                   value 'Another inquiry? <y or n>'.
               10  pic x to more-inquiries.


       PROCEDURE DIVISION.
       100-main.
           move 'S' to sgn-request
           move 'PROJECT2INQ' to sgn-program
           move 'I' to sgn-required-level
           call 'opsign' using sign-on-area
           if not sgn-granted
               display 'sign-on refused - session ended'
               goback
           end-if
           open input cust-master
                input balance-master
                input open-item-file
           perform until more-inquiries = 'n' or 'N'
               display inquiry-screen
               accept  inquiry-screen
               perform 200-look-up-customer
               if ws-cust-found
                   perform 300-collect-transactions
                   perform 400-collect-open-items
                   display result-screen
                   accept  result-screen
               else
           end-perform
           close cust-master
                 balance-master
                 open-item-file
           display 'end of inquiry session'
           goback.

           move inq-tx-line(2) to inq-tx-line(3)
           move inq-tx-line(1) to inq-tx-line(2)
           if trans-is-credit or trans-is-writeoff
              or trans-is-claim-restore
               subtract trans-amt from ws-mtd-movement
           else
               add trans-amt to ws-mtd-movement
           move yr-o-tranaction to txb-yr
           move trans-amt to txb-amt
           move trans-type-in to txb-type
           if trans-ref-no is numeric and trans-ref-no > zero
               move trans-ref-no to txb-ref
           else
               move spaces to txb-ref
           end-if
           move tx-build-line to inq-tx-line(1)
           if ws-tx-shown < 5
               add 1 to ws-tx-shown
           end-if.

       400-collect-open-items.
           move spaces to open-item-lines
           move zero to ws-items-shown
           move ws-inq-cust-no to opn-cust-no
           move zero to opn-item-ref
           move 'n' to ws-items-done-sw
           start open-item-file key is not less than opn-key
               invalid key move 'y' to ws-items-done-sw
           end-start
           perform until ws-items-done or ws-items-shown = 5
               read open-item-file next record
                   at end move 'y' to ws-items-done-sw
               end-read
               if not ws-items-done
                   if opn-cust-no not = ws-inq-cust-no
                       move 'y' to ws-items-done-sw
                   else
                       if opn-open
                           perform 450-build-item-line
                       end-if
                   end-if
               end-if
           end-perform.

       450-build-item-line.
      *> an unapplied credit shows what is left of it as a minus.
           if opn-is-brought-fwd
               move 'b/fwd' to itb-ref
           else
               move opn-item-ref to itb-ref
           end-if
           move opn-item-mon to itb-mon
           move opn-item-yr to itb-yr
           move opn-original-amt to itb-original
           if opn-is-unapplied
               compute itb-open = zero - opn-open-amt
           else
               move opn-open-amt to itb-open
           end-if
           add 1 to ws-items-shown
           move item-build-line to inq-item-line(ws-items-shown).
