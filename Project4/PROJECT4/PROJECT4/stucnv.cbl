       identification division.
       program-id. STUCNV.

       author. Jon Yen.
      *> one-time conversion of the student master from the 38-byte
      *> layout to the 80-byte layout that carries the receivables
      *> customer number and the last term billed. every student is
      *> carried across field for field with no customer number and
      *> no term billed; the first term billing run opens each
      *> student's account. the output is CH1004MST.NEW, which
      *> operations swaps in for CH1004MST.NDX once the conversion
      *> listing balances, the same way the loan and employee
      *> master conversions were done.
       environment division.

       input-output section.
       file-control.
           select old-student-master
           assign to "w:\Project4\CH1004MST.NDX"
               organization is indexed
               access is sequential
               record key is old-soc-sec-no-m.

           select new-student-master
           assign to "w:\Project4\CH1004MST.NEW"
               organization is indexed
               access is sequential
               record key is soc-sec-no-m.

           select conversion-listing
           assign to "w:\Project4\CH1004CNV.RPT"
               organization is line sequential.

       data division.
       file section.

       fd  old-student-master
           record contains 38 characters.
       01  old-student-master-rec.
           05  old-soc-sec-no-m            pic x(9).
           05  filler                      pic x(29).

       fd  new-student-master
           record contains 80 characters.
       copy stumst.

       fd  conversion-listing
           record contains 80 characters.
       01  listing-out                     pic x(80).

       working-storage section.
       copy rptdate.
       copy rpthdr1.

       01 temp-values.
           05 r-there-more-rcds            pic x(3)    value 'yes'.
           05 ws-pg-count                  pic 999     value 0.

       01 ws-converted-count              pic 9(5)    value zero.

       01 listing-detail.
           05  lst-ssn-out        pic x(9).
           05  filler            pic x(4)    value spaces.
           05  lst-name-out       pic x(21).
           05  filler            pic x(4)    value spaces.
           05  filler            pic x(9)    value 'converted'.

       01 count-line.
           05  cnt-label          pic x(20).
           05  cnt-count-out      pic zz,zz9.

       procedure division.
       000-main-module.
           open input old-student-master
                output new-student-master
                output conversion-listing
           move function current-date to ws-rpt-date
           move 'student master 80-byte conversion' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-count
           move ws-pg-count to rpt-hdr-page
           write listing-out from rpt-heading-1
           perform until r-there-more-rcds = 'no'
               read old-student-master
                   at end move 'no' to r-there-more-rcds
                   not at end perform 100-convert-student
               end-read
           end-perform
           move 'students converted:' to cnt-label
           move ws-converted-count to cnt-count-out
           write listing-out from count-line
           close old-student-master
                 new-student-master
                 conversion-listing
           move 0 to return-code
           display 'end of student master conversion'
           goback.

       100-convert-student.
      *> the old record is moved over byte for byte so every field
      *> comes across exactly, then the bursar's fields are cleared.
           move spaces to student-master-rec
           move old-student-master-rec to student-master-rec(1:38)
           move zero to ar-cust-no-m
           write student-master-rec
           add 1 to ws-converted-count
           move soc-sec-no-m to lst-ssn-out
           move name-m to lst-name-out
           write listing-out from listing-detail.
