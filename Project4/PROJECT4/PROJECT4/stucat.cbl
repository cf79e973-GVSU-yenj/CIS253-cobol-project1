       identification division.
       program-id. STUCAT.

       author. Jon Yen.
      *> course catalog and term section maintenance. the registrar
      *> keys CH1004CAT.DAT with two kinds of line: a 'C' line adds
      *> or replaces a course on the CH1004CAT.NDX catalog (title,
      *> credit hours, up to three prerequisites, active or
      *> withdrawn), and an 'S' line adds or replaces a section of a
      *> course for a term on CH1004SEC.NDX with its instructor and
      *> seat capacity. a prerequisite must itself be on the
      *> catalog, a section must be for an active course, and a
      *> section's capacity can never be cut below the seats already
      *> taken; anything else goes to the listing and the shared
      *> exception log. the transaction file is emptied once loaded.
       environment division.

       input-output section.
       file-control.
           select optional catalog-trans-file
           assign to "w:\Project4\CH1004CAT.DAT"
               organization is line sequential.

           select optional course-catalog
           assign to "w:\Project4\CH1004CAT.NDX"
               organization is indexed
               access is random
               record key is cat-course-id.

           select optional section-file
           assign to "w:\Project4\CH1004SEC.NDX"
               organization is indexed
               access is random
               record key is sec-key.

           select catalog-listing
           assign to "w:\Project4\CH1004CAT.RPT"
               organization is line sequential.

           select optional exception-log-file
           assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
               organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.
       file section.

       fd  catalog-trans-file
           record contains 58 characters.
       01  catalog-trans-rec.
           05  cct-rec-type-in             pic x.
               88  cct-course-line                     value 'C'.
               88  cct-section-line                    value 'S'.
           05  cct-course-id-in            pic x(6).
           05  cct-title-in                pic x(30).
           05  cct-credit-hours-in         pic x(2).
           05  cct-prereq-id-in            pic x(6) occurs 3 times.
           05  cct-status-in               pic x.
       01  section-trans-rec.
           05  filler                      pic x.
           05  sct-term-in                 pic x(6).
           05  sct-course-id-in            pic x(6).
           05  sct-no-in                   pic x(2).
           05  sct-instructor-in           pic x(20).
           05  sct-capacity-in             pic x(3).
           05  filler                      pic x(20).

       fd  course-catalog
           record contains 80 characters.
       copy crscat.

       fd  section-file
           record contains 60 characters.
       copy crssec.

       fd  catalog-listing
           record contains 80 characters.
       01  listing-out                     pic x(80).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       working-storage section.
       copy rptdate.
       copy rpthdr1.

       01 temp-values.
           05 r-there-more-rcds            pic x(3)    value 'yes'.
           05 ws-pg-count                  pic 999     value 0.
           05 ws-pre-sub                   pic 9       value 0.

       01 ws-rec-found-sw                 pic x       value 'y'.
           88 ws-rec-found                             value 'y'.
           88 ws-rec-not-found                         value 'n'.

       01 ws-line-bad-sw                  pic x       value 'n'.
           88 ws-line-bad                              value 'y'.

       01 ws-exceptions-sw                pic x       value 'n'.
           88 ws-exceptions-printed                    value 'y'.

       01 ws-exc-message                   pic x(40)   value spaces.

      *> the catalog record being keyed, held while its
      *> prerequisites are looked up on the same file.
       01 ws-new-course                    pic x(80)   value spaces.

       01 load-counts.
           05 ws-courses-added             pic 9(5)    value zero.
           05 ws-courses-replaced          pic 9(5)    value zero.
           05 ws-sections-added            pic 9(5)    value zero.
           05 ws-sections-replaced         pic 9(5)    value zero.
           05 ws-lines-rejected            pic 9(5)    value zero.

       01 listing-hdr.
           05  filler            pic x(4)    value 'type'.
           05  filler            pic x(3)    value spaces.
           05  filler            pic x(6)    value 'course'.
           05  filler            pic x(3)    value spaces.
           05  filler            pic x(6)    value 'term'.
           05  filler            pic x(3)    value spaces.
           05  filler            pic x(3)    value 'sec'.
           05  filler            pic x(3)    value spaces.
           05  filler            pic x(6)    value 'action'.

       01 listing-detail.
           05  lst-type-out       pic x.
           05  filler            pic x(6)    value spaces.
           05  lst-course-out     pic x(6).
           05  filler            pic x(3)    value spaces.
           05  lst-term-out       pic x(6).
           05  filler            pic x(3)    value spaces.
           05  lst-sec-out        pic x(2).
           05  filler            pic x(4)    value spaces.
           05  lst-action-out     pic x(49).

       01 count-line.
           05  cnt-label          pic x(20).
           05  cnt-count-out      pic zz,zz9.

       procedure division.
       000-main-module.
           open input catalog-trans-file
                i-o course-catalog
                i-o section-file
                output catalog-listing
                extend exception-log-file
           perform 010-set-business-date
           move 'course catalog load listing' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-count
           move ws-pg-count to rpt-hdr-page
           write listing-out from rpt-heading-1
           write listing-out from listing-hdr
           perform until r-there-more-rcds = 'no'
               read catalog-trans-file
                   at end move 'no' to r-there-more-rcds
                   not at end perform 100-apply-line
               end-read
           end-perform
           perform 400-write-counts
           close catalog-trans-file
                 course-catalog
                 section-file
                 catalog-listing
                 exception-log-file
      *> the lines are on the masters now; the file is emptied so a
      *> rerun cannot load them twice.
           open output catalog-trans-file
           close catalog-trans-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       100-apply-line.
           move 'n' to ws-line-bad-sw
           evaluate true
               when cct-course-line
                   perform 200-apply-course
               when cct-section-line
                   perform 250-apply-section
               when other
                   move 'unknown line type' to ws-exc-message
                   perform 300-reject-line
           end-evaluate.

       200-apply-course.
           if cct-course-id-in = spaces
               move 'course id missing' to ws-exc-message
               perform 300-reject-line
               exit paragraph
           end-if
           if cct-credit-hours-in is not numeric
              or cct-credit-hours-in = '00'
               move 'credit hours invalid' to ws-exc-message
               perform 300-reject-line
               exit paragraph
           end-if
           if cct-status-in not = 'A' and cct-status-in not = 'I'
              and cct-status-in not = space
               move 'status must be A or I' to ws-exc-message
               perform 300-reject-line
               exit paragraph
           end-if
           perform 210-check-prerequisite
               varying ws-pre-sub from 1 by 1
               until ws-pre-sub > 3 or ws-line-bad
           if ws-line-bad
               exit paragraph
           end-if
           move spaces to course-catalog-rec
           move cct-course-id-in to cat-course-id
           move cct-title-in to cat-title
           move cct-credit-hours-in to cat-credit-hours
           move cct-prereq-id-in(1) to cat-prereq-id(1)
           move cct-prereq-id-in(2) to cat-prereq-id(2)
           move cct-prereq-id-in(3) to cat-prereq-id(3)
           if cct-status-in = 'I'
               move 'I' to cat-status
           else
               move 'A' to cat-status
           end-if
           move course-catalog-rec to ws-new-course
           read course-catalog
               invalid key move 'n' to ws-rec-found-sw
               not invalid key move 'y' to ws-rec-found-sw
           end-read
           move ws-new-course to course-catalog-rec
           if ws-rec-found
               rewrite course-catalog-rec
               add 1 to ws-courses-replaced
               move 'course replaced' to lst-action-out
           else
               write course-catalog-rec
               add 1 to ws-courses-added
               move 'course added' to lst-action-out
           end-if
           perform 280-write-listing.

       210-check-prerequisite.
           if cct-prereq-id-in(ws-pre-sub) = spaces
               exit paragraph
           end-if
           if cct-prereq-id-in(ws-pre-sub) = cct-course-id-in
               move 'course is its own prerequisite'
                   to ws-exc-message
               perform 300-reject-line
               exit paragraph
           end-if
           move cct-prereq-id-in(ws-pre-sub) to cat-course-id
           read course-catalog
               invalid key
                   move 'prerequisite not on catalog'
                       to ws-exc-message
                   perform 300-reject-line
           end-read.

       250-apply-section.
           if sct-term-in = spaces or sct-no-in = spaces
               move 'term or section missing' to ws-exc-message
               perform 300-reject-line
               exit paragraph
           end-if
           if sct-capacity-in is not numeric
              or sct-capacity-in = '000'
               move 'section capacity invalid' to ws-exc-message
               perform 300-reject-line
               exit paragraph
           end-if
           move sct-course-id-in to cat-course-id
           move 'y' to ws-rec-found-sw
           read course-catalog
               invalid key move 'n' to ws-rec-found-sw
           end-read
           if ws-rec-not-found
               move 'course not on catalog' to ws-exc-message
               perform 300-reject-line
               exit paragraph
           end-if
           if cat-inactive
               move 'course withdrawn from catalog'
                   to ws-exc-message
               perform 300-reject-line
               exit paragraph
           end-if
           move sct-term-in to sec-term
           move sct-course-id-in to sec-course-id
           move sct-no-in to sec-no
           move 'y' to ws-rec-found-sw
           read section-file
               invalid key move 'n' to ws-rec-found-sw
           end-read
           if ws-rec-found
               if sec-enrolled > sct-capacity-in
                   move 'capacity below seats already taken'
                       to ws-exc-message
                   perform 300-reject-line
                   exit paragraph
               end-if
               move sct-instructor-in to sec-instructor
               move sct-capacity-in to sec-capacity
               rewrite section-rec
               add 1 to ws-sections-replaced
               move 'section replaced' to lst-action-out
           else
               move spaces to section-rec
               move sct-term-in to sec-term
               move sct-course-id-in to sec-course-id
               move sct-no-in to sec-no
               move sct-instructor-in to sec-instructor
               move sct-capacity-in to sec-capacity
               move zero to sec-enrolled
                            sec-waitlisted
                            sec-next-wait-seq
               write section-rec
               add 1 to ws-sections-added
               move 'section added' to lst-action-out
           end-if
           perform 280-write-listing.

       280-write-listing.
           move cct-rec-type-in to lst-type-out
           if cct-section-line
               move sct-course-id-in to lst-course-out
               move sct-term-in to lst-term-out
               move sct-no-in to lst-sec-out
           else
               move cct-course-id-in to lst-course-out
               move spaces to lst-term-out
                              lst-sec-out
           end-if
           write listing-out from listing-detail.

       300-reject-line.
           move 'y' to ws-line-bad-sw
           add 1 to ws-lines-rejected
           move spaces to lst-action-out
           string 'rejected - ' ws-exc-message
               delimited by size into lst-action-out
           perform 280-write-listing
           move 'y' to ws-exceptions-sw
           move 'stucat' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           if cct-section-line
               move sct-term-in to exc-log-key(1:6)
               move sct-course-id-in to exc-log-key(8:6)
               move sct-no-in to exc-log-key(15:2)
           else
               move cct-course-id-in to exc-log-key
           end-if
           move ws-exc-message to exc-log-message
           write exception-log-rec.

       400-write-counts.
           move 'courses added:' to cnt-label
           move ws-courses-added to cnt-count-out
           write listing-out from count-line
           move 'courses replaced:' to cnt-label
           move ws-courses-replaced to cnt-count-out
           write listing-out from count-line
           move 'sections added:' to cnt-label
           move ws-sections-added to cnt-count-out
           write listing-out from count-line
           move 'sections replaced:' to cnt-label
           move ws-sections-replaced to cnt-count-out
           write listing-out from count-line
           move 'lines rejected:' to cnt-label
           move ws-lines-rejected to cnt-count-out
           write listing-out from count-line.

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
