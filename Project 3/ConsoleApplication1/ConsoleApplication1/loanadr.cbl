       identification division.
       program-id. loanadr.
       author. jon yen.
      *> one-time conversion of the loan master from the 150-byte
      *> layout to the 250-byte layout that carries the borrower's
      *> mailing name and address. every loan is carried across
      *> byte for byte with the mail name and address blank and no
      *> returned mail; the addresses are then keyed loan by loan on
      *> mailmnt. the output is CH0301LMS.NEW, which operations swaps
      *> in for CH0301LMS.NDX once the conversion listing balances,
      *> the same way the 150-byte conversion was done.

       environment division.

       input-output section.
       file-control.
           select old-loan-master
               assign to "w:\Project_3\CH0301LMS.NDX"
                   organization is indexed
                   access is sequential
                   record key is old-loan-no-m.

           select new-loan-master
               assign to "w:\Project_3\CH0301LMS.NEW"
                   organization is indexed
                   access is sequential
                   record key is loan-no-m.

           select conversion-listing
               assign to "w:\Project_3\CH0301LAD.RPT"
                   organization is line sequential.

       data division.

       file section.
       fd  old-loan-master
           record contains 150 characters.
       01  old-loan-master-rec.
           05  old-loan-no-m              pic 9(7).
           05  old-applicant-id-m         pic x(9).
           05  old-orig-amount-m          pic 9(6).
           05  old-balance-m              pic 9(7)v99.
           05  filler                     pic x(119).

       fd  new-loan-master
           record contains 250 characters.
       copy loanmst.

       fd  conversion-listing
           record contains 90 characters.
       01  listing-rec                    pic x(90).

       working-storage section.
       copy rptdate.
       copy rpthdr1.

       01 work-areas.
           05 more-loans               pic xxx  value 'yes'.
               88 no-more-loans                 value 'no'.
           05 ws-pg-ct                 pic 999  value 0.

       01 conversion-totals.
           05 ws-converted-count       pic 9(5)     value zero.
           05 ws-old-balance-total     pic 9(9)v99  value zero.
           05 ws-new-balance-total     pic 9(9)v99  value zero.

       01 listing-detail.
           05 det-loan-no-out          pic 9(7).
           05 filler                   pic x(4) value spaces.
           05 det-applicant-out        pic x(9).
           05 filler                   pic x(4) value spaces.
           05 det-balance-out          pic $$,$$$,$$9.99.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(9) value 'converted'.

       01 total-line.
           05 tot-label                pic x(28).
           05 tot-amount-out           pic $$$,$$$,$$9.99.

       01 count-line.
           05 cnt-label                pic x(28).
           05 cnt-count-out            pic zz,zz9.

       procedure division.

       100-main.
           open input old-loan-master
                output new-loan-master
                output conversion-listing
           move function current-date to ws-rpt-date
           move 'loan master 250-byte conversion' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write listing-rec from rpt-heading-1
           perform until no-more-loans
               read old-loan-master
                   at end move 'no' to more-loans
                   not at end perform 200-convert-loan
               end-read
           end-perform
           perform 400-write-totals
           close old-loan-master
                 new-loan-master
                 conversion-listing
           move 0 to return-code
           display 'end of loan master conversion'
           goback.

       200-convert-loan.
      *> the whole 150-byte record keeps its position; the mailing
      *> fields are laid on after it.
           move spaces to loan-master-rec
           move old-loan-master-rec to loan-master-rec(1:150)
           move spaces to loan-mail-name-m
                          loan-mail-address-m
                          loan-addr-status-m
           move zero to loan-addr-returned-m
           write loan-master-rec
           add 1 to ws-converted-count
           if old-balance-m is numeric
               add old-balance-m to ws-old-balance-total
           end-if
           if loan-balance-m is numeric
               add loan-balance-m to ws-new-balance-total
           end-if
           move loan-no-m to det-loan-no-out
           move loan-applicant-id-m to det-applicant-out
           move loan-balance-m to det-balance-out
           write listing-rec from listing-detail.

       400-write-totals.
           move 'loans converted:' to cnt-label
           move ws-converted-count to cnt-count-out
           write listing-rec from count-line
           move 'old file balance total:' to tot-label
           move ws-old-balance-total to tot-amount-out
           write listing-rec from total-line
           move 'new file balance total:' to tot-label
           move ws-new-balance-total to tot-amount-out
           write listing-rec from total-line.
