               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BAL-CUST-NO.
           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO "W:\Project2\CH0602DSP.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSP-KEY.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "W:\Project2\CH0602OPN.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OPN-KEY
               ALTERNATE RECORD KEY IS OPN-ITEM-REF
                   WITH DUPLICATES.
           SELECT OVER-LIMIT-EXTRACT-FILE
               ASSIGN TO "W:\Project2\CH0602OVL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  cust-file
           record contains 30 characters.
       copy custtrn.

       fd print-file
       01 print-rec                   pic x(80).

       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd  balance-master
           record contains 41 characters.
       copy custbal.

       fd  dispute-file
           record contains 100 characters.
       copy custdsp.

       fd  open-item-file
           record contains 60 characters.
       copy custopn.

      *> one extract record per transaction that leaves its customer
      *> over the credit limit; the daily over-limit report sorts
      *> these worst-first for the credit desk.
           05  ovl-amount-over         pic 9(8)v99.

       fd  suspense-file
           record contains 30 characters.
       01  suspense-rec                pic x(30).

       fd  suspense-work-file
           record contains 30 characters.
       01  suspense-work-rec           pic x(30).

       fd  exception-log-file
           record contains 76 characters.
           05  ws-amount-over         pic 9(8)v99  value zero.
           05  ws-over-limit-count    pic 9(5)     value zero.

      *> money on dispute hold in CH0602DSP.NDX is left out of the
      *> exposure; an account on hold is not tested at all. worked
      *> out once per customer, when the customer changes.
       01  dispute-hold-work.
           05  ws-held-cust-no        pic 9(5)     value zero.
           05  ws-held-amount         pic 9(8)v99  value zero.
           05  ws-acct-hold-sw        pic x        value 'n'.
               88  ws-acct-on-hold                  value 'y'.

       copy rpthdr1.

       01  hdr-2.
           open input cust-file
                input cust-master
                input balance-master
                input dispute-file
                input open-item-file
                output print-file
                output over-limit-extract-file
                extend exception-log-file
           close cust-file
                 cust-master
                 balance-master
                 dispute-file
                 open-item-file
                 print-file
                 over-limit-extract-file
                 exception-log-file
               add trans-amt to ws-cust-month-total
               add trans-amt to ws-grand-total
               if trans-is-credit or trans-is-writeoff
                  or trans-is-claim-restore
                   subtract trans-amt from ws-running-balance
               else
                   add trans-amt to ws-running-balance
                   invalid key move zero to bal-closing-balance
               end-read
               move bal-closing-balance to ws-carried-balance
               if cust-no-in not = ws-held-cust-no
                   perform 240-load-held-amount
               end-if
           end-if.

       240-load-held-amount.
           move cust-no-in to ws-held-cust-no
           move zero to ws-held-amount
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
           end-read
           if ws-acct-on-hold
               exit paragraph
           end-if
           move cust-no-in to dsp-cust-no
           move 'I' to dsp-scope
           move zero to dsp-item-ref
           start dispute-file key is not less than dsp-key
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read dispute-file next record
                   at end exit perform
               end-read
               if dsp-cust-no not = cust-no-in
                  or not dsp-item-hold
                   exit perform
               end-if
               if dsp-held
                   move dsp-cust-no to opn-cust-no
                   move dsp-item-ref to opn-item-ref
                   read open-item-file
                       invalid key continue
                       not invalid key
                           if opn-open
                               add opn-open-amt to ws-held-amount
                           end-if
                   end-read
               end-if
           end-perform.

       230-check-credit-limit.
      *> the limit is tested against everything the customer owes:
      *> the balance carried at last month end plus the month's
      *> read until the desk sets a figure.
           if cust-credit-limit-m is not numeric
              or cust-credit-limit-m = zero
              or ws-acct-on-hold
               exit paragraph
           end-if
           compute ws-total-exposure =
               ws-running-balance + ws-carried-balance
               - ws-held-amount
           if ws-total-exposure > cust-credit-limit-m
               move '*over limit*' to det-ovl-out
               compute ws-amount-over =
