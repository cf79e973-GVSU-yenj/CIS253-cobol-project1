       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROJECT2ADR.
       AUTHOR. JON YEN.
      *> one-time conversion of the customer master from the 48-byte
      *> custmst layout to the 120-byte layout that carries the
      *> mailing address statements and dunning letters go to.
      *> every customer is carried across byte for byte with a
      *> blank address and no returned mail; the desk then keys each
      *> address in project2mnt. the output is CH0602MST.NEW, which
      *> operations swaps in for CH0602MST.NDX once the conversion
      *> listing balances, the same way the employee master was
      *> converted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUST-MASTER
               ASSIGN TO "W:\Project2\CH0602MST.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-CUST-NO-M.
           SELECT NEW-CUST-MASTER
               ASSIGN TO "W:\Project2\CH0602MST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CUST-NO-M.
           SELECT PRINT-FILE
               ASSIGN TO "W:\Project2\CH0602ADR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       file section.
       fd  old-cust-master
           record contains 48 characters.
       01  old-cust-master-rec.
           05  old-cust-no-m          pic 9(5).
           05  filler                 pic x(28).
           05  old-credit-limit-m     pic 9(7).
           05  filler                 pic x(8).

       fd  new-cust-master
           record contains 120 characters.
       copy custmst.

       fd  print-file
           record contains 80 characters.
       01  print-rec                  pic x(80).

       WORKING-STORAGE SECTION.
       copy rptdate.
       copy rpthdr1.

       01  work-areas.
           05  are-there-more-records pic xxx     value 'yes'.
               88  no-more-records                 value 'no'.
           05  ws-pg-ct               pic 9(3)    value zero.

       01  conversion-totals.
           05  ws-converted-count     pic 9(5)    value zero.
           05  ws-old-limit-total     pic 9(11)   value zero.
           05  ws-new-limit-total     pic 9(11)   value zero.

       01  report-detail.
           05  det-cust-no-out        pic 9(5).
           05  filler                 pic x(4)    value spaces.
           05  det-last-name-out      pic x(10).
           05  filler                 pic x       value space.
           05  det-first-name-out     pic x(15).
           05  filler                 pic x(4)    value spaces.
           05  filler                 pic x(9)    value 'converted'.

       01  total-line.
           05  tot-label              pic x(30).
           05  tot-amount-out         pic zz,zzz,zzz,zz9.

       PROCEDURE DIVISION.
       100-main-module.
           open input old-cust-master
                output new-cust-master
                output print-file
           move function current-date to ws-rpt-date
           move 'customer master 120-byte conversion'
               to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           perform until no-more-records
               read old-cust-master
                   at end move 'no' to are-there-more-records
                   not at end perform 200-convert-customer
               end-read
           end-perform
           perform 400-write-totals
           close old-cust-master
                 new-cust-master
                 print-file
           move 0 to return-code
           display 'end of customer master conversion'
           goback.

       200-convert-customer.
      *> everything through the credit limit keeps its position; the
      *> address is laid on after it.
           move spaces to cust-master-rec
           move old-cust-master-rec(1:40) to cust-master-rec(1:40)
           move spaces to cust-mail-address-m
                          cust-addr-status-m
           move zero to cust-addr-returned-m
                        cust-last-activity-m
           write cust-master-rec
           add 1 to ws-converted-count
           if old-credit-limit-m is numeric
               add old-credit-limit-m to ws-old-limit-total
           end-if
           if cust-credit-limit-m is numeric
               add cust-credit-limit-m to ws-new-limit-total
           end-if
           move cust-no-m to det-cust-no-out
           move cust-last-name-m to det-last-name-out
           move cust-first-name-m to det-first-name-out
           write print-rec from report-detail.

       400-write-totals.
           move 'customers converted:' to tot-label
           move ws-converted-count to tot-amount-out
           write print-rec from total-line
           move 'old file credit limit total:' to tot-label
           move ws-old-limit-total to tot-amount-out
           write print-rec from total-line
           move 'new file credit limit total:' to tot-label
           move ws-new-limit-total to tot-amount-out
           write print-rec from total-line.
