      *> behind them. this run posts CH1004GRD.DAT grade
      *> transactions (student ssn, term, course id, credit hours,
      *> letter grade) against CH1004MST.NDX: each grade converts
      *> to quality points and the posted course is added to the
      *> CH1004CRS.DAT grade history - the auditable course detail
      *> the averages finally rest on. grades for unknown students
      *> or out-of-range marks go to the listing and the shared
      *> exception log. the flat CH1004.DAT the gpa report sorts is
      *> refreshed from the master afterwards, the same way the
      *> registrar update refreshes it. a grade is taken only for a
      *> course the student is enrolled in on CH1004ENR.NDX (the
      *> enrollment run seats them), and only once; the enrollment
      *> is marked graded when it posts.
      *>
      *> a change transaction replaces a posted grade: the old
      *> history line is marked replaced, the new grade is added,
      *> and CH1004GCH.DAT keeps an audit line of old and new. an I
      *> (incomplete) holds the course out of the gpa until it is
      *> changed to a final grade or its deadline passes, when the
      *> run lapses it to an F the same way. when a course is taken
      *> again only the latest attempt counts - earlier attempts are
      *> marked repeated. the history is held in a table while the
      *> run works and written back through a work file; every
      *> student's cumulative gpa and credits are then recomputed
      *> from the counted lines.
       environment division.

       input-output section.
               access is dynamic
               record key is soc-sec-no-m.

           select optional enrollment-file
           assign to "w:\Project4\CH1004ENR.NDX"
               organization is indexed
               access is random
               record key is enr-key
               alternate record key is enr-section-key
                   with duplicates.

           select optional grade-history-file
           assign to "w:\Project4\CH1004CRS.DAT"
               organization is line sequential.

           select optional grade-history-work
           assign to "w:\Project4\CH1004CRS.WRK"
               organization is line sequential.

           select optional grade-change-audit
           assign to "w:\Project4\CH1004GCH.DAT"
               organization is line sequential.

           select student-file-out
           assign to "w:\Project4\CH1004.DAT"
               organization is line sequential.
       file section.

       fd  grade-trans-file
           record contains 33 characters.
       01  grade-trans-rec.
           05  grd-soc-sec-no-in           pic x(9).
           05  grd-term-in                 pic x(6).
           05  grd-course-id-in            pic x(6).
           05  grd-credit-hours-in         pic x(2).
           05  grd-letter-grade-in         pic x.
               88  grd-valid-grade  value 'A' 'B' 'C' 'D' 'F' 'I'.
               88  grd-incomplete   value 'I'.
      *> blank or P posts a grade; C changes one already posted.
           05  grd-action-in               pic x.
               88  grd-post                 value ' ' 'P'.
               88  grd-change               value 'C'.
      *> date an incomplete lapses to an F (yyyymmdd); a year from
      *> the business date when left blank.
           05  grd-deadline-in             pic x(8).

       fd  student-master
           record contains 80 characters.
       copy stumst.

       fd  enrollment-file
           record contains 60 characters.
       copy stuenr.

       fd  grade-history-file
           record contains 40 characters.
       copy stucrs.

       fd  grade-history-work
           record contains 40 characters.
       01  grade-history-work-rec          pic x(40).

       fd  grade-change-audit
           record contains 40 characters.
       01  grade-change-rec.
           05  gch-soc-sec-no              pic x(9).
           05  gch-term                    pic x(6).
           05  gch-course-id               pic x(6).
           05  gch-old-grade               pic x.
           05  gch-new-grade               pic x.
           05  gch-reason                  pic x.
               88  gch-instructor-change            value 'C'.
               88  gch-incomplete-lapsed            value 'L'.
           05  gch-change-date             pic 9(8).
           05  filler                      pic x(8).

       fd  student-file-out
           record contains 38 characters.
           05 r-there-more-rcds            pic x(3)    value 'yes'.
           05 ws-pg-count                  pic 999     value 0.

       01 ws-today                         pic 9(8)    value zero.
       01 ws-default-deadline              pic 9(8)    value zero.

       01 ws-master-found-sw              pic x       value 'y'.
           88 ws-master-found                          value 'y'.
           88 ws-master-not-found                      value 'n'.

       01 ws-enr-found-sw                 pic x       value 'y'.
           88 ws-enr-found                             value 'y'.
           88 ws-enr-not-found                         value 'n'.

       01 ws-exceptions-sw                pic x       value 'n'.
           88 ws-exceptions-printed                    value 'y'.

      *> the whole grade history while the run works on it. a
      *> history too big for the table is never written back, or
      *> the lines past the end would be lost.
       01 ws-hist-count                    pic 9(5)    value zero.
       01 ws-hist-overflow-sw              pic x       value 'n'.
           88 ws-hist-overflow                         value 'y'.
       01 history-table.
           05 hist-entry occurs 9000 times indexed by hx hy.
               10 hte-ssn                  pic x(9).
               10 hte-term                 pic x(6).
               10 hte-course-id            pic x(6).
               10 hte-hours                pic 9(2).
               10 hte-grade                pic x.
               10 hte-points               pic 9v99.
               10 hte-status               pic x.
               10 hte-deadline             pic x(8).

      *> the history line a change or lapse replaces, and the line
      *> just added.
       01 history-work.
           05 ws-old-sub                   pic 9(5)    value zero.
           05 ws-new-sub                   pic 9(5)    value zero.
           05 ws-lapse-limit               pic 9(5)    value zero.
           05 ws-old-grade                 pic x       value space.
           05 ws-new-grade                 pic x       value space.
           05 ws-change-reason             pic x       value space.

       01 gpa-work.
           05 ws-quality-points            pic 9v99    value zero.
           05 ws-hours                     pic 99      value zero.
           05 ws-total-points              pic 9(5)v99 value zero.
           05 ws-new-credits               pic 9(4)    value zero.
           05 ws-new-gpa                   pic 9v99    value zero.
           05 ws-student-lines             pic 9(4)    value zero.

       01 posting-counts.
           05 ws-grades-posted             pic 9(5)    value zero.
           05 ws-grades-changed            pic 9(5)    value zero.
           05 ws-incompletes-lapsed        pic 9(5)    value zero.
           05 ws-grades-rejected           pic 9(5)    value zero.
           05 ws-students-recomputed       pic 9(5)    value zero.

       01 ws-exc-message                   pic x(40)   value spaces.


       procedure division.
       000-main-module.
           perform 010-set-business-date
           move rpt-curr-yr to ws-today(1:4)
           move rpt-curr-mth to ws-today(5:2)
           move rpt-curr-day to ws-today(7:2)
           compute ws-default-deadline = ws-today + 10000
           perform 060-load-grade-history
           open input grade-trans-file
                i-o student-master
                i-o enrollment-file
                extend grade-change-audit
                output posting-listing
                extend exception-log-file
           move 'course grade posting listing' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move ws-pg-count to rpt-hdr-page
           write listing-out from rpt-heading-1
           write listing-out from listing-hdr
           if ws-hist-overflow
               perform 070-refuse-run
               goback
           end-if
           perform until r-there-more-rcds = 'no'
               read grade-trans-file
                   at end move 'no' to r-there-more-rcds
                   not at end perform 100-apply-transaction
               end-read
           end-perform
           perform 350-lapse-incompletes
           perform 550-save-grade-history
           perform 450-recompute-students
           perform 400-write-counts
           close grade-trans-file
                 student-master
                 enrollment-file
                 grade-change-audit
                 posting-listing
           perform 500-unload-master
           close exception-log-file
           end-if
           goback.

       060-load-grade-history.
           open input grade-history-file
           perform until 1 = 2
               read grade-history-file
                   at end exit perform
               end-read
               if ws-hist-count < 9000
                   add 1 to ws-hist-count
                   set hx to ws-hist-count
                   move crs-soc-sec-no to hte-ssn(hx)
                   move crs-term to hte-term(hx)
                   move crs-course-id to hte-course-id(hx)
                   move crs-credit-hours to hte-hours(hx)
                   move crs-letter-grade to hte-grade(hx)
                   move crs-quality-points to hte-points(hx)
                   move crs-attempt-status to hte-status(hx)
                   move crs-incomplete-deadline to hte-deadline(hx)
               else
                   move 'y' to ws-hist-overflow-sw
               end-if
           end-perform
           close grade-history-file.

       070-refuse-run.
      *> nothing is posted: the grades stay on CH1004GRD.DAT for a
      *> rerun once the table is enlarged.
           display 'CH1004CRS.DAT exceeds the 9000-entry table'
           display 'no grades posted'
           move spaces to grd-soc-sec-no-in
           move 'grade history exceeds table - no posting'
               to ws-exc-message
           perform 300-reject-grade
           close grade-trans-file
                 student-master
                 enrollment-file
                 grade-change-audit
                 posting-listing
                 exception-log-file
           move 8 to return-code.

       100-apply-transaction.
           if not grd-valid-grade
               move 'out-of-range grade mark' to ws-exc-message
               perform 300-reject-grade
               exit paragraph
           end-if
           evaluate true
               when grd-post
                   perform 110-post-grade
               when grd-change
                   perform 250-change-grade
               when other
                   move 'action must be P or C' to ws-exc-message
                   perform 300-reject-grade
           end-evaluate.

       110-post-grade.
           if grd-credit-hours-in is not numeric
              or grd-credit-hours-in = '00'
               move 'credit hours invalid' to ws-exc-message
               perform 300-reject-grade
               exit paragraph
           end-if
           if grd-incomplete and grd-deadline-in not = spaces
              and grd-deadline-in is not numeric
               move 'incomplete deadline invalid' to ws-exc-message
               perform 300-reject-grade
               exit paragraph
           end-if
           move grd-soc-sec-no-in to soc-sec-no-m
           move 'y' to ws-master-found-sw
           read student-master
               perform 300-reject-grade
               exit paragraph
           end-if
           if ws-hist-count not < 9000
               move 'grade history table full' to ws-exc-message
               perform 300-reject-grade
               exit paragraph
           end-if
           move grd-soc-sec-no-in to enr-soc-sec-no
           move grd-term-in to enr-term
           move grd-course-id-in to enr-course-id
           move 'y' to ws-enr-found-sw
           read enrollment-file key is enr-key
               invalid key move 'n' to ws-enr-found-sw
           end-read
           if ws-enr-found and enr-graded
               move 'grade already posted for course'
                   to ws-exc-message
               perform 300-reject-grade
               exit paragraph
           end-if
           if ws-enr-not-found or not enr-enrolled
               move 'not enrolled in course' to ws-exc-message
               perform 300-reject-grade
               exit paragraph
           end-if
           perform 200-apply-grade.

       200-apply-grade.
           move grd-letter-grade-in to ws-new-grade
           perform 210-set-quality-points
           move grd-credit-hours-in to ws-hours
           add 1 to ws-hist-count
           move ws-hist-count to ws-new-sub
           set hx to ws-new-sub
           move grd-soc-sec-no-in to hte-ssn(hx)
           move grd-term-in to hte-term(hx)
           move grd-course-id-in to hte-course-id(hx)
           move ws-hours to hte-hours(hx)
           move ws-new-grade to hte-grade(hx)
           move ws-quality-points to hte-points(hx)
           move space to hte-status(hx)
           move spaces to hte-deadline(hx)
           if grd-incomplete
               if grd-deadline-in = spaces
                   move ws-default-deadline to hte-deadline(hx)
               else
                   move grd-deadline-in to hte-deadline(hx)
               end-if
           end-if
           perform 230-mark-repeats
           move 'G' to enr-status
           move ws-new-grade to enr-grade
           rewrite enrollment-rec
           add 1 to ws-grades-posted
           if grd-incomplete
               move 'posted - incomplete' to lst-action-out
           else
               move 'posted' to lst-action-out
           end-if
           perform 280-write-listing.

       210-set-quality-points.
           evaluate ws-new-grade
               when 'A' move 4.00 to ws-quality-points
               when 'B' move 3.00 to ws-quality-points
               when 'C' move 2.00 to ws-quality-points
               when 'D' move 1.00 to ws-quality-points
               when other move zero to ws-quality-points
           end-evaluate.

       230-mark-repeats.
      *> only the latest attempt at a course counts. a final grade
      *> retires the student's earlier counted attempts; if a later
      *> term's attempt is already on file, this one is the one
      *> retired. an incomplete retires nothing until it resolves.
           set hx to ws-new-sub
           if hte-grade(hx) = 'I' or hte-status(hx) not = space
               exit paragraph
           end-if
           perform varying hy from 1 by 1 until hy > ws-hist-count
               if hy not = hx
                  and hte-ssn(hy) = hte-ssn(hx)
                  and hte-course-id(hy) = hte-course-id(hx)
                  and hte-status(hy) = space
                   if hte-term(hy) < hte-term(hx)
                       move 'R' to hte-status(hy)
                   else
                       if hte-term(hy) > hte-term(hx)
                          and hte-grade(hy) not = 'I'
                           move 'R' to hte-status(hx)
                       end-if
                   end-if
               end-if
           end-perform.

       250-change-grade.
      *> the grade being replaced is the live line for the course
      *> in that term - counted or already retired by a repeat -
      *> never one an earlier change has replaced.
           if grd-incomplete
               move 'cannot change a grade to I' to ws-exc-message
               perform 300-reject-grade
               exit paragraph
           end-if
           move zero to ws-old-sub
           perform varying hx from 1 by 1 until hx > ws-hist-count
               if hte-ssn(hx) = grd-soc-sec-no-in
                  and hte-term(hx) = grd-term-in
                  and hte-course-id(hx) = grd-course-id-in
                  and hte-status(hx) not = 'X'
                   set ws-old-sub to hx
               end-if
           end-perform
           if ws-old-sub = zero
               move 'no posted grade to change' to ws-exc-message
               perform 300-reject-grade
               exit paragraph
           end-if
           set hx to ws-old-sub
           if hte-grade(hx) = grd-letter-grade-in
               move 'grade unchanged' to ws-exc-message
               perform 300-reject-grade
               exit paragraph
           end-if
           if ws-hist-count not < 9000
               move 'grade history table full' to ws-exc-message
               perform 300-reject-grade
               exit paragraph
           end-if
           move grd-letter-grade-in to ws-new-grade
           move 'C' to ws-change-reason
           perform 260-replace-grade
           add 1 to ws-grades-changed
           move spaces to lst-action-out
           string 'grade changed from ' ws-old-grade
               delimited by size into lst-action-out
           perform 280-write-listing.

       260-replace-grade.
      *> shared by instructor changes and lapsed incompletes: the
      *> old line is marked replaced, the new grade goes on as a
      *> line of its own, and the audit file keeps old and new.
           set hx to ws-old-sub
           move hte-grade(hx) to ws-old-grade
           add 1 to ws-hist-count
           move ws-hist-count to ws-new-sub
           set hy to ws-new-sub
           move hist-entry(hx) to hist-entry(hy)
           move 'X' to hte-status(hx)
           move ws-new-grade to hte-grade(hy)
           perform 210-set-quality-points
           move ws-quality-points to hte-points(hy)
           move spaces to hte-deadline(hy)
           perform 230-mark-repeats
           set hx to ws-new-sub
           move hte-ssn(hx) to gch-soc-sec-no
                               enr-soc-sec-no
           move hte-term(hx) to gch-term
                                enr-term
           move hte-course-id(hx) to gch-course-id
                                     enr-course-id
           move ws-old-grade to gch-old-grade
           move ws-new-grade to gch-new-grade
           move ws-change-reason to gch-reason
           move ws-today to gch-change-date
           write grade-change-rec
           read enrollment-file key is enr-key
               invalid key continue
               not invalid key
                   if enr-graded
                       move ws-new-grade to enr-grade
                       rewrite enrollment-rec
                   end-if
           end-read.

       280-write-listing.
           move grd-soc-sec-no-in to lst-ssn-out
           move grd-term-in to lst-term-out
           move ws-exc-message to exc-log-message
           write exception-log-rec.

       350-lapse-incompletes.
      *> an incomplete still open past its deadline becomes an F.
      *> the lines this pass adds are final grades, so the loop
      *> stops at the count it started with.
           move ws-hist-count to ws-lapse-limit
           perform varying ws-old-sub from 1 by 1
                   until ws-old-sub > ws-lapse-limit
               set hx to ws-old-sub
               if hte-grade(hx) = 'I'
                  and hte-status(hx) not = 'X'
                  and hte-deadline(hx) is numeric
                  and hte-deadline(hx) < ws-today
                   perform 360-lapse-one
               end-if
           end-perform.

       360-lapse-one.
           if ws-hist-count not < 9000
               move hte-ssn(hx) to grd-soc-sec-no-in
               move 'grade history table full' to ws-exc-message
               perform 300-reject-grade
               exit paragraph
           end-if
           move 'F' to ws-new-grade
           move 'L' to ws-change-reason
           perform 260-replace-grade
           add 1 to ws-incompletes-lapsed
           set hx to ws-new-sub
           move hte-ssn(hx) to lst-ssn-out
           move hte-term(hx) to lst-term-out
           move hte-course-id(hx) to lst-course-out
           move hte-hours(hx) to lst-hours-out
           move 'F' to lst-grade-out
           move 'incomplete lapsed to F' to lst-action-out
           write listing-out from listing-detail.

       400-write-counts.
           move 'grades posted:' to cnt-label
           move ws-grades-posted to cnt-count-out
           write listing-out from count-line
           move 'grades changed:' to cnt-label
           move ws-grades-changed to cnt-count-out
           write listing-out from count-line
           move 'incompletes lapsed:' to cnt-label
           move ws-incompletes-lapsed to cnt-count-out
           write listing-out from count-line
           move 'grades rejected:' to cnt-label
           move ws-grades-rejected to cnt-count-out
           write listing-out from count-line
           move 'gpas recomputed:' to cnt-label
           move ws-students-recomputed to cnt-count-out
           write listing-out from count-line.

       450-recompute-students.
      *> every student with course history gets the cumulative gpa
      *> and credits the counted lines add up to: final grades only,
      *> no replaced or repeated attempts, no open incompletes.
           move low-values to soc-sec-no-m
           start student-master key not < soc-sec-no-m
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read student-master next
                   at end exit perform
               end-read
               move zero to ws-total-points
                            ws-new-credits
                            ws-student-lines
               perform varying hx from 1 by 1
                       until hx > ws-hist-count
                   if hte-ssn(hx) = soc-sec-no-m
                       add 1 to ws-student-lines
                       if hte-status(hx) = space
                          and hte-grade(hx) not = 'I'
                           compute ws-total-points = ws-total-points
                               + hte-points(hx) * hte-hours(hx)
                           add hte-hours(hx) to ws-new-credits
                       end-if
                   end-if
               end-perform
               if ws-student-lines > zero
                   perform 460-store-gpa
               end-if
           end-perform.

       460-store-gpa.
           if ws-new-credits > zero
               compute ws-new-gpa rounded =
                   ws-total-points / ws-new-credits
           else
               move zero to ws-new-gpa
           end-if
           move ws-new-gpa to gpa-m
           if ws-new-credits > 999
               move 999 to credits-m
           else
               move ws-new-credits to credits-m
           end-if
           rewrite student-master-rec
           add 1 to ws-students-recomputed.

       500-unload-master.
      *> refresh the flat file PROJECT4 sorts from the updated master.
           open input student-master
           close student-master
                 student-file-out.

       550-save-grade-history.
      *> the updated history goes to a work file and is copied back,
      *> so CH1004CRS.DAT is never left half written.
           open output grade-history-work
           perform varying hx from 1 by 1 until hx > ws-hist-count
               move spaces to grade-history-rec
               move hte-ssn(hx) to crs-soc-sec-no
               move hte-term(hx) to crs-term
               move hte-course-id(hx) to crs-course-id
               move hte-hours(hx) to crs-credit-hours
               move hte-grade(hx) to crs-letter-grade
               move hte-points(hx) to crs-quality-points
               move hte-status(hx) to crs-attempt-status
               move hte-deadline(hx) to crs-incomplete-deadline
               write grade-history-work-rec from grade-history-rec
           end-perform
           close grade-history-work
           open input grade-history-work
                output grade-history-file
           perform until 1 = 2
               read grade-history-work
                   at end exit perform
               end-read
               write grade-history-rec from grade-history-work-rec
           end-perform
           close grade-history-work
                 grade-history-file
           open output grade-history-work
           close grade-history-work.

       010-set-business-date.
      *> report headings and log stamps carry the business date
      *> from BUSDATE.CTL (set by nightlybatch) so a rerun books
