       PROGRAM-ID.PROJECT2FIN.
       AUTHOR. JON YEN.
      *> month-end finance-charge assessment, run after the
      *> project2bal roll. ages each customer's open items on
      *> CH0602OPN.NDX into the same current/30/60/90-plus buckets
      *> the aged trial balance uses - payments have already been
      *> applied to the items they paid, so what is left open is
      *> what is really late - applies the percentage from
      *> CH0602FIN.PAR to everything 30 days and older, writes the
      *> charge back into CH0602.DAT as a generated type-'F' debit
      *> under its own reference (so statements can label it), and
      *> prints an assessment register totalling the charges by
      *> aging bucket. customers who pay late finally pay for the
      *> privilege. an item or account on dispute hold in
      *> CH0602DSP.NDX draws no charge while the hold is on; the
      *> held money is totalled separately on the register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CUST-FILE
               ASSIGN TO "W:\Project2\CH0602.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO "W:\Project2\CH0602OPN.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OPN-KEY
               ALTERNATE RECORD KEY IS OPN-ITEM-REF
                   WITH DUPLICATES.
           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO "W:\Project2\CH0602DSP.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DSP-KEY.
           SELECT OPTIONAL CHARGE-PARM-FILE
               ASSIGN TO "W:\Project2\CH0602FIN.PAR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-CONTROL-FILE
               ASSIGN TO "W:\Project2\CH0602RCP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE
               ASSIGN TO "W:\Project2\CH0602FIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  cust-file
           record contains 30 characters.
       copy custtrn.

       fd  open-item-file
           record contains 60 characters.
       copy custopn.

       fd  dispute-file
           record contains 100 characters.
       copy custdsp.

      *> monthly finance-charge percentage, read at start-up the
      *> same way PROJECT6 takes its raise percentage from its parm
           record contains 6 characters.
       01  charge-pct-rec-in          pic 9v9(5).

      *> last assigned receipt number, shared with the entry desk;
      *> each generated transaction takes the next one as its
      *> reference.
       fd  receipt-control-file
           record contains 6 characters.
       01  receipt-control-rec.
           05  ctl-last-receipt-no    pic 9(6).

       fd print-file
          record contains 90 characters.
       01 print-rec                   pic x(90).
           05  are-there-more-records pic xxx     value 'yes'.
               88  no-more-records                 value 'no'.
           05  ws-pg-ct               pic 9(3)    value zero.
           05  ws-next-receipt-no     pic 9(6)    value zero.

       copy rptdate.

       01  ws-months-old              pic s9(4)   value zero.
       01  ws-trans-yr                pic 9(4)    value zero.
       01  ws-trans-mon               pic 99      value zero.

       01  cust-buckets.
           05  ws-bkt-current         pic s9(7)v99 value zero.
           05  ws-bkt-30              pic s9(7)v99 value zero.
           05  ws-bkt-60              pic s9(7)v99 value zero.
           05  ws-bkt-90              pic s9(7)v99 value zero.
           05  ws-bkt-held            pic s9(7)v99 value zero.

       01  ws-acct-hold-sw            pic x       value 'n'.
           88  ws-acct-on-hold                     value 'y'.
       01  ws-item-hold-sw            pic x       value 'n'.
           88  ws-item-on-hold                     value 'y'.

       01  charge-work.
           05  ws-charge-30           pic 9(6)     value zero.
           05  ws-tot-charge-90       pic 9(8)     value zero.
           05  ws-tot-charges         pic 9(8)     value zero.
           05  ws-accounts-charged    pic 9(5)     value zero.
           05  ws-tot-held            pic 9(8)v99  value zero.

      *> charges are collected here while the items are read and
      *> appended to CH0602.DAT in one pass afterwards; the nightly
      *> open-item run opens them as items.
       01  ws-chg-count               pic 9(3)    value zero.
       01  ws-chg-sub                 pic 9(3)    value zero.
       01  ws-chg-overflow-sw         pic x       value 'n'.
       PROCEDURE DIVISION.
       100-main-module.
           perform 110-load-charge-pct
           open input open-item-file
                input dispute-file
                output print-file
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
      *> without half the month's charges already on file.
               write print-rec from overflow-note-line
               perform 500-write-totals
               close open-item-file
                     dispute-file
                     print-file
               display 'CH0602.DAT charges exceed the 200-entry'
                   ' table'
               goback
           end-if
           perform 500-write-totals
           close open-item-file
                 dispute-file
                 print-file
           perform 600-append-charges
           move 0 to return-code
           write print-rec from rpt-heading-1
           write print-rec from detail-hdr.

       200-age-item.
           if ws-first-record
               move 'n' to ws-first-record-sw
               perform 250-start-customer
           else
               if opn-cust-no not = ws-prev-cust-no
                   perform 400-assess-customer
                   perform 250-start-customer
               end-if
           end-if
      *> credit not yet taken up by a charge reduces current money,
      *> the same way the aged trial balance shows it.
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

       400-assess-customer.
      *> current money rides free; everything 30 days and older
      *> draws the charge. transaction amounts are whole dollars,
      *> so each bucket's charge rounds to the dollar.
           add ws-bkt-held to ws-tot-held
           move zero to ws-charge-30 ws-charge-60 ws-charge-90
           if ws-bkt-30 > zero
               compute ws-charge-30 rounded =
           move 'total finance charges:' to tot-label
           move ws-tot-charges to tot-amount-out
           write print-rec from total-line
           move 'held in dispute, not charged:' to tot-label
           move ws-tot-held to tot-amount-out
           write print-rec from total-line
           display 'accounts assessed: ' ws-accounts-charged.

       600-append-charges.
           if ws-chg-count = zero
               exit paragraph
           end-if
           perform 610-load-receipt-control
           open extend cust-file
           perform varying ws-chg-sub from 1 by 1
                   until ws-chg-sub > ws-chg-count
               move rpt-curr-yr to yr-o-tranaction
               move chg-amount(cg-x) to trans-amt
               move 'F' to trans-type-in
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
