       identification division.
       program-id. VEHCNV.
       author. Jon Yen.
      *> one-time conversion of the vehicle master from the 60-byte
      *> layout to the 150-byte layout that carries the plate
      *> number. every vehicle is carried across field for field
      *> with no plate; the next new registration or transfer
      *> issues one. the output is CH1204MST.NEW, which operations
      *> swaps in for CH1204MST.NDX once the conversion listing
      *> balances, the same way the student master was converted.

       environment division.

       input-output section.
       file-control.
           select old-vehicle-master
               assign to "w:\PROJECT5\CH1204MST.NDX"
                   organization is indexed
                   access is sequential
                   record key is old-veh-id-m.

           select new-vehicle-master
               assign to "w:\PROJECT5\CH1204MST.NEW"
                   organization is indexed
                   access is sequential
                   record key is veh-id-m.

           select conversion-listing
               assign to "w:\PROJECT5\CH1204CNV.RPT"
                   organization is line sequential.

       data division.
       file section.

       fd  old-vehicle-master
           record contains 60 characters.
       01  old-vehicle-master-rec.
           05  old-veh-id-m                pic x(8).
           05  filler                      pic x(52).

       fd  new-vehicle-master
           record contains 150 characters.
       copy vehmst.

       fd  conversion-listing
           record contains 80 characters.
       01  listing-rec                     pic x(80).

       working-storage section.

       01 r-there-more-records             pic xxx         value "yes".
           88 no-records-fam                               value "no".

       01 ws-pg-ct                         pic 99          value 0.
       01 ws-converted-count               pic 9(5)        value zero.

       copy rptdate.
       copy rpthdr1.

       01 listing-detail.
           05 lst-vehicle-id-out           pic x(8).
           05 filler                       pic x(4)    value spaces.
           05 lst-last-name-out            pic x(20).
           05 filler                       pic x(4)    value spaces.
           05 filler                       pic x(9)
               value 'converted'.

       01 count-line.
           05 filler                       pic x(20)
               value 'vehicles converted: '.
           05 cnt-count-out                pic zz,zz9.

       procedure division.

       100-main.
           open input old-vehicle-master
                output new-vehicle-master
                output conversion-listing
           move function current-date to ws-rpt-date
           move 'vehicle master 150-byte conversion' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write listing-rec from rpt-heading-1
           perform until no-records-fam
               read old-vehicle-master
                   at end move 'no' to r-there-more-records
                   not at end perform 200-convert-vehicle
               end-read
           end-perform
           move ws-converted-count to cnt-count-out
           write listing-rec from count-line
           close old-vehicle-master
                 new-vehicle-master
                 conversion-listing
           move 0 to return-code
           display 'end of vehicle master conversion'
           goback.

       200-convert-vehicle.
      *> the old record is moved over byte for byte onto a cleared
      *> record, so the plate and the reserve come across blank.
           move spaces to vehicle-master-rec
           move old-vehicle-master-rec(1:54)
               to vehicle-master-rec(1:54)
           write vehicle-master-rec
           add 1 to ws-converted-count
           move veh-id-m to lst-vehicle-id-out
           move veh-last-name-m to lst-last-name-out
           write listing-rec from listing-detail.
