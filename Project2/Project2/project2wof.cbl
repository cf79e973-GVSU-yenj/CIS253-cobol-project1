      *> type-'W' credit into CH0602.DAT, marks the customer record
      *> written off so the statement run stops producing paper for
      *> it, and lands on a register with the totals accounting
      *> books as bad-debt expense. an approved write-off also opens
      *> a record on the collection file CH0602COL.NDX, so the
      *> monthly collection run places the account with the agency
      *> and tracks what is recovered.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO-M.
           SELECT OPTIONAL COLLECTION-FILE
               ASSIGN TO "W:\Project2\CH0602COL.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS COL-CUST-NO.
           SELECT CUST-FILE
               ASSIGN TO "W:\Project2\CH0602.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVED-LIST-FILE
               ASSIGN TO "W:\Project2\CH0602WOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-CONTROL-FILE
               ASSIGN TO "W:\Project2\CH0602RCP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE
               ASSIGN TO "W:\Project2\CH0602WOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       copy custbal.

       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd  collection-file
           record contains 80 characters.
       copy custcol.

       fd  cust-file
           record contains 30 characters.
       copy custtrn.

      *> automatic small-balance threshold in whole dollars and
       01  approved-rec-in.
           05  apr-cust-no-in         pic 9(5).

      *> last assigned receipt number, shared with the entry desk;
      *> each generated transaction takes the next one as its
      *> reference.
       fd  receipt-control-file
           record contains 6 characters.
       01  receipt-control-rec.
           05  ctl-last-receipt-no    pic 9(6).

       fd  print-file
           record contains 90 characters.
       01  print-rec                  pic x(90).
           05  are-there-more-records pic xxx     value 'yes'.
               88  no-more-records                 value 'no'.
           05  ws-pg-ct               pic 9(3)    value zero.
           05  ws-next-receipt-no     pic 9(6)    value zero.

       01  ws-threshold               pic 9(5)v99 value 1.00.

           perform 120-load-approved-list
           open input balance-master
                i-o cust-master
                i-o collection-file
                output print-file
           perform 010-set-business-date
           move 'write-off register' to rpt-hdr-title
           end-if
           close balance-master
                 cust-master
                 collection-file
                 print-file
           perform 600-append-writeoffs
           if ws-wof-overflow
               when ws-approved
                   move 'approved by collections' to det-reason-out
                   perform 300-write-off-account
                   perform 350-open-collection
                   add 1 to ws-appr-count
                   add ws-wof-whole to ws-appr-total
               when other
           move bal-closing-balance to det-balance-out
           write print-rec from detail-line.

       350-open-collection.
      *> the small automatic balances are not worth an agency's
      *> time; only an approved write-off goes out for collection.
           move spaces to collection-rec
           move bal-cust-no to col-cust-no
           move 'W' to col-status
           move rpt-curr-yr to col-wof-yr
           move rpt-curr-mth to col-wof-mth
           move rpt-curr-day to col-wof-day
           move ws-wof-whole to col-wof-amt
           move spaces to col-agency-code
           move zero to col-placed-date col-recovered-gross
                        col-commission-amt col-last-remit-date
                        col-reinstated-date
           write collection-rec
               invalid key rewrite collection-rec
           end-write.

       500-write-totals.
           move 'small balances written off:' to tot-label
           move ws-auto-count to tot-count-out
           if ws-wof-count = zero
               exit paragraph
           end-if
           perform 610-load-receipt-control
           open extend cust-file
           perform varying ws-wof-sub from 1 by 1
                   until ws-wof-sub > ws-wof-count
               move rpt-curr-yr to yr-o-tranaction
               move wof-amount(wf-x) to trans-amt
               move 'W' to trans-type-in
               add 1 to ws-next-receipt-no
               move ws-next-receipt-no to trans-ref-no
               move zero to trans-apply-ref
               write trans-rec-in
           end-perform
           close cust-file
           perform 620-save-receipt-control.

       610-load-receipt-control.
           open input receipt-control-file
           read receipt-control-file
               at end move 100000 to ctl-last-receipt-no
           end-read
           move ctl-last-receipt-no to ws-next-receipt-no
           close receipt-control-file.

       620-save-receipt-control.
           open output receipt-control-file
           move ws-next-receipt-no to ctl-last-receipt-no
           write receipt-control-rec
           close receipt-control-file.

       010-set-business-date.
      *> report headings and log stamps carry the business date
