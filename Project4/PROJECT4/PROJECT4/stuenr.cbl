       identification division.
       program-id. STUENR.

       author. Jon Yen.
      *> term enrollment run. CH1004REG.DAT carries the registrar's
      *> add and drop requests (student ssn, term, course id and,
      *> optionally, section) for the term named in CH1004TRM.PAR.
      *> an add is checked against the CH1004CAT.NDX course catalog
      *> and the student's CH1004CRS.DAT grade history - every
      *> prerequisite must have been passed with a D or better -
      *> and then seated in the section asked for, or the first
      *> section of the course with a seat left. a full section
      *> takes the student onto its waitlist in the order the adds
      *> arrive. a drop gives the seat back and the first student
      *> waiting moves into it. enrollments are kept on
      *> CH1004ENR.NDX, which the grade posting run checks so a
      *> grade is only taken for a course the student is actually
      *> in. once the requests are applied the run rewrites
      *> CH1004TCR.DAT with every student's enrolled credits for the
      *> term, for the tuition billing run, and prints a class
      *> roster per section with its waitlist. rejected requests go
      *> to the listing and the shared exception log.
       environment division.

       input-output section.
       file-control.
           select optional term-parm-file
           assign to "w:\Project4\CH1004TRM.PAR"
               organization is line sequential.

           select optional enroll-request-file
           assign to "w:\Project4\CH1004REG.DAT"
               organization is line sequential.

           select student-master
           assign to "w:\Project4\CH1004MST.NDX"
               organization is indexed
               access is random
               record key is soc-sec-no-m.

           select course-catalog
           assign to "w:\Project4\CH1004CAT.NDX"
               organization is indexed
               access is random
               record key is cat-course-id.

           select section-file
           assign to "w:\Project4\CH1004SEC.NDX"
               organization is indexed
               access is dynamic
               record key is sec-key.

           select optional enrollment-file
           assign to "w:\Project4\CH1004ENR.NDX"
               organization is indexed
               access is dynamic
               record key is enr-key
               alternate record key is enr-section-key
                   with duplicates.

           select optional grade-history-file
           assign to "w:\Project4\CH1004CRS.DAT"
               organization is line sequential.

           select term-credit-file
           assign to "w:\Project4\CH1004TCR.DAT"
               organization is line sequential.

           select enrollment-listing
           assign to "w:\Project4\CH1004ENL.RPT"
               organization is line sequential.

           select roster-report
           assign to "w:\Project4\CH1004ROS.RPT"
               organization is line sequential.

           select optional exception-log-file
           assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
               organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.
       file section.

       fd  term-parm-file
           record contains 6 characters.
       01  term-parm-rec                   pic x(6).

       fd  enroll-request-file
           record contains 24 characters.
       01  enroll-request-rec.
           05  req-action-in               pic x.
               88  req-add                             value 'A'.
               88  req-drop                            value 'D'.
           05  req-soc-sec-no-in           pic x(9).
           05  req-term-in                 pic x(6).
           05  req-course-id-in            pic x(6).
           05  req-sec-no-in               pic x(2).

       fd  student-master
           record contains 80 characters.
       copy stumst.

       fd  course-catalog
           record contains 80 characters.
       copy crscat.

       fd  section-file
           record contains 60 characters.
       copy crssec.

       fd  enrollment-file
           record contains 60 characters.
       copy stuenr.

       fd  grade-history-file
           record contains 40 characters.
       copy stucrs.

       fd  term-credit-file
           record contains 17 characters.
       01  term-credit-rec.
           05  tcr-soc-sec-no              pic x(9).
           05  tcr-term                    pic x(6).
           05  tcr-credits                 pic 99.

       fd  enrollment-listing
           record contains 80 characters.
       01  listing-out                     pic x(80).

       fd  roster-report
           record contains 80 characters.
       01  roster-out                      pic x(80).

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
           05 ws-roster-pg-count           pic 999     value 0.
           05 ws-pre-sub                   pic 9       value 0.

      *> term being registered, from CH1004TRM.PAR; yyyymm of the
      *> business date when the registrar has not set it.
       01 ws-term-code                    pic x(6)    value spaces.

       01 ws-today                         pic 9(8)    value zero.

       01 ws-rec-found-sw                 pic x       value 'y'.
           88 ws-rec-found                             value 'y'.
           88 ws-rec-not-found                         value 'n'.

       01 ws-enr-on-file-sw               pic x       value 'n'.
           88 ws-enr-on-file                           value 'y'.

       01 ws-request-bad-sw               pic x       value 'n'.
           88 ws-request-bad                           value 'y'.

       01 ws-exceptions-sw                pic x       value 'n'.
           88 ws-exceptions-printed                    value 'y'.

       01 ws-exc-message                   pic x(40)   value spaces.

      *> every course each student has on the grade history, with
      *> the grade, for the prerequisite check.
       01 ws-hist-count                    pic 9(5)    value zero.
       01 ws-hist-overflow-sw              pic x       value 'n'.
           88 ws-hist-overflow                         value 'y'.
       01 history-table.
           05 hist-entry occurs 9000 times indexed by hx.
               10 hte-ssn                  pic x(9).
               10 hte-course-id            pic x(6).
               10 hte-grade                pic x.

       01 ws-prereq-passed-sw             pic x       value 'n'.
           88 ws-prereq-passed                         value 'y'.

      *> the section chosen for an add, and the first section of
      *> the course when none has a seat.
       01 section-choice.
           05 ws-chosen-sec-no             pic xx      value spaces.
           05 ws-first-sec-no              pic xx      value spaces.

      *> the first student waiting for a seat given up by a drop.
       01 waitlist-work.
           05 ws-drop-section-key          pic x(14)   value spaces.
           05 ws-promote-key               pic x(21)   value spaces.
           05 ws-promote-seq               pic 9(4)    value zero.

       01 term-credit-work.
           05 ws-credit-ssn                pic x(9)    value spaces.
           05 ws-credit-total              pic 9(3)    value zero.

       01 roster-work.
           05 ws-roster-section-key        pic x(14)   value spaces.
           05 ws-roster-line-count         pic 9(3)    value zero.

       01 enrollment-counts.
           05 ws-adds-seated               pic 9(5)    value zero.
           05 ws-adds-waitlisted           pic 9(5)    value zero.
           05 ws-drops-applied             pic 9(5)    value zero.
           05 ws-waitlist-moved            pic 9(5)    value zero.
           05 ws-requests-rejected         pic 9(5)    value zero.
           05 ws-students-credited         pic 9(5)    value zero.

       01 listing-hdr.
           05  filler            pic x(4)    value 'actn'.
           05  filler            pic x(2)    value spaces.
           05  filler            pic x(9)    value 'ssn'.
           05  filler            pic x(3)    value spaces.
           05  filler            pic x(6)    value 'course'.
           05  filler            pic x(2)    value spaces.
           05  filler            pic x(3)    value 'sec'.
           05  filler            pic x(2)    value spaces.
           05  filler            pic x(6)    value 'result'.

       01 listing-detail.
           05  lst-action-in-out  pic x.
           05  filler            pic x(5)    value spaces.
           05  lst-ssn-out        pic x(9).
           05  filler            pic x(3)    value spaces.
           05  lst-course-out     pic x(6).
           05  filler            pic x(2)    value spaces.
           05  lst-sec-out        pic x(2).
           05  filler            pic x(3)    value spaces.
           05  lst-result-out     pic x(49).

       01 roster-section-line.
           05  filler            pic x(8)    value 'course '.
           05  ros-course-out     pic x(6).
           05  filler            pic x(10)   value '  section '.
           05  ros-sec-out        pic x(2).
           05  filler            pic x(2)    value spaces.
           05  ros-title-out      pic x(30).
           05  filler            pic x(2)    value spaces.
           05  ros-instructor-out pic x(20).

       01 roster-detail.
           05  filler            pic x(4)    value spaces.
           05  rsd-ssn-out        pic x(9).
           05  filler            pic x(3)    value spaces.
           05  rsd-name-out       pic x(21).
           05  filler            pic x(3)    value spaces.
           05  rsd-status-out     pic x(9).
           05  rsd-wait-seq-out   pic zzz9.

       01 roster-seat-line.
           05  filler            pic x(4)    value spaces.
           05  filler            pic x(12)   value 'seats taken '.
           05  rst-enrolled-out   pic zz9.
           05  filler            pic x(4)    value ' of '.
           05  rst-capacity-out   pic zz9.
           05  filler            pic x(12)   value '   waiting '.
           05  rst-waiting-out    pic zz9.

       01 count-line.
           05  cnt-label          pic x(28).
           05  cnt-count-out      pic zz,zz9.

       procedure division.
       000-main-module.
           perform 010-set-business-date
           move rpt-curr-yr to ws-today(1:4)
           move rpt-curr-mth to ws-today(5:2)
           move rpt-curr-day to ws-today(7:2)
           perform 050-load-term-code
           perform 060-load-grade-history
           open input enroll-request-file
                input student-master
                input course-catalog
                i-o section-file
                i-o enrollment-file
                output enrollment-listing
                extend exception-log-file
           move spaces to rpt-hdr-title
           string 'enrollment listing - term ' ws-term-code
               delimited by size into rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-count
           move ws-pg-count to rpt-hdr-page
           write listing-out from rpt-heading-1
           write listing-out from listing-hdr
           move 'yes' to r-there-more-rcds
           perform until r-there-more-rcds = 'no'
               read enroll-request-file
                   at end move 'no' to r-there-more-rcds
                   not at end perform 100-apply-request
               end-read
           end-perform
           perform 500-write-term-credits
           perform 600-print-rosters
           perform 400-write-counts
           close enroll-request-file
                 student-master
                 course-catalog
                 section-file
                 enrollment-file
                 enrollment-listing
                 exception-log-file
      *> the requests are on the enrollment file now; the file is
      *> emptied so a rerun cannot apply them twice.
           open output enroll-request-file
           close enroll-request-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of enrollment run'
           goback.

       050-load-term-code.
           open input term-parm-file
           read term-parm-file into ws-term-code
               at end
                   move spaces to ws-term-code
                   string rpt-curr-yr rpt-curr-mth
                       delimited by size into ws-term-code
           end-read
           close term-parm-file.

       060-load-grade-history.
           open input grade-history-file
           move 'yes' to r-there-more-rcds
           perform until r-there-more-rcds = 'no'
               read grade-history-file
                   at end move 'no' to r-there-more-rcds
                   not at end
                       if crs-counted
                           perform 065-keep-history-entry
                       end-if
               end-read
           end-perform
           close grade-history-file.

       065-keep-history-entry.
      *> only counted attempts - a grade changed away or an attempt
      *> since repeated no longer stands as a pass.
           if ws-hist-count < 9000
               add 1 to ws-hist-count
               set hx to ws-hist-count
               move crs-soc-sec-no to hte-ssn(hx)
               move crs-course-id to hte-course-id(hx)
               move crs-letter-grade to hte-grade(hx)
           else
               move 'y' to ws-hist-overflow-sw
           end-if.

       100-apply-request.
           move 'n' to ws-request-bad-sw
           if req-term-in not = ws-term-code
               move 'request is for another term' to ws-exc-message
               perform 300-reject-request
               exit paragraph
           end-if
           evaluate true
               when req-add
                   perform 200-add-enrollment
               when req-drop
                   perform 250-drop-enrollment
               when other
                   move 'action must be A or D' to ws-exc-message
                   perform 300-reject-request
           end-evaluate.

       200-add-enrollment.
           move req-soc-sec-no-in to soc-sec-no-m
           move 'y' to ws-rec-found-sw
           read student-master
               invalid key move 'n' to ws-rec-found-sw
           end-read
           if ws-rec-not-found
               move 'student not on master' to ws-exc-message
               perform 300-reject-request
               exit paragraph
           end-if
           move req-course-id-in to cat-course-id
           move 'y' to ws-rec-found-sw
           read course-catalog
               invalid key move 'n' to ws-rec-found-sw
           end-read
           if ws-rec-not-found
               move 'course not on catalog' to ws-exc-message
               perform 300-reject-request
               exit paragraph
           end-if
           if cat-inactive
               move 'course withdrawn from catalog'
                   to ws-exc-message
               perform 300-reject-request
               exit paragraph
           end-if
           move req-soc-sec-no-in to enr-soc-sec-no
           move req-term-in to enr-term
           move req-course-id-in to enr-course-id
           move 'y' to ws-enr-on-file-sw
           read enrollment-file key is enr-key
               invalid key move 'n' to ws-enr-on-file-sw
           end-read
           if ws-enr-on-file and not enr-dropped
               move 'already enrolled or waitlisted'
                   to ws-exc-message
               perform 300-reject-request
               exit paragraph
           end-if
           perform 210-check-prerequisite
               varying ws-pre-sub from 1 by 1
               until ws-pre-sub > 3 or ws-request-bad
           if ws-request-bad
               exit paragraph
           end-if
           perform 220-choose-section
           if ws-request-bad
               exit paragraph
           end-if
           perform 230-seat-student.

       210-check-prerequisite.
           if cat-prereq-id(ws-pre-sub) = spaces
               exit paragraph
           end-if
      *> a history too big for the table cannot prove a pass, so
      *> the add is refused rather than let through unchecked.
           if ws-hist-overflow
               move 'grade history too large to check'
                   to ws-exc-message
               perform 300-reject-request
               exit paragraph
           end-if
           move 'n' to ws-prereq-passed-sw
           perform varying hx from 1 by 1
                   until hx > ws-hist-count or ws-prereq-passed
               if hte-ssn(hx) = req-soc-sec-no-in
                  and hte-course-id(hx) = cat-prereq-id(ws-pre-sub)
                  and (hte-grade(hx) = 'A' or 'B' or 'C' or 'D')
                   move 'y' to ws-prereq-passed-sw
               end-if
           end-perform
           if not ws-prereq-passed
               move spaces to ws-exc-message
               string 'prerequisite ' cat-prereq-id(ws-pre-sub)
                   ' not passed' delimited by size
                   into ws-exc-message
               perform 300-reject-request
           end-if.

       220-choose-section.
      *> a section keyed on the request must exist for the term; a
      *> request without one takes the first section of the course
      *> with a seat left, or the first section's waitlist when
      *> every section is full.
           if req-sec-no-in not = spaces
               move req-term-in to sec-term
               move req-course-id-in to sec-course-id
               move req-sec-no-in to sec-no
               read section-file key is sec-key
                   invalid key
                       move 'section not offered this term'
                           to ws-exc-message
                       perform 300-reject-request
               end-read
               exit paragraph
           end-if
           move spaces to ws-chosen-sec-no
                          ws-first-sec-no
           move req-term-in to sec-term
           move req-course-id-in to sec-course-id
           move low-values to sec-no
           start section-file key not < sec-key
               invalid key continue
           end-start
           perform until 1 = 2
               read section-file next
                   at end exit perform
               end-read
               if sec-term not = req-term-in
                  or sec-course-id not = req-course-id-in
                   exit perform
               end-if
               if ws-first-sec-no = spaces
                   move sec-no to ws-first-sec-no
               end-if
               if sec-enrolled < sec-capacity
                   move sec-no to ws-chosen-sec-no
                   exit perform
               end-if
           end-perform
           if ws-chosen-sec-no = spaces
               move ws-first-sec-no to ws-chosen-sec-no
           end-if
           if ws-chosen-sec-no = spaces
               move 'course not offered this term' to ws-exc-message
               perform 300-reject-request
               exit paragraph
           end-if
           move req-term-in to sec-term
           move req-course-id-in to sec-course-id
           move ws-chosen-sec-no to sec-no
           read section-file key is sec-key
               invalid key
                   move 'course not offered this term'
                       to ws-exc-message
                   perform 300-reject-request
           end-read.

       230-seat-student.
           move spaces to enrollment-rec
           move req-soc-sec-no-in to enr-soc-sec-no
           move req-term-in to enr-term
           move req-course-id-in to enr-course-id
           move sec-term to enr-sec-term
           move sec-course-id to enr-sec-course-id
           move sec-no to enr-sec-no
           move cat-credit-hours to enr-credit-hours
           move ws-today to enr-date
           if sec-enrolled < sec-capacity
               move 'E' to enr-status
               move zero to enr-wait-seq
               add 1 to sec-enrolled
               add 1 to ws-adds-seated
               move 'enrolled' to lst-result-out
           else
               move 'W' to enr-status
               add 1 to sec-next-wait-seq
               move sec-next-wait-seq to enr-wait-seq
               add 1 to sec-waitlisted
               add 1 to ws-adds-waitlisted
               move 'section full - waitlisted' to lst-result-out
           end-if
           rewrite section-rec
           if ws-enr-on-file
               rewrite enrollment-rec
           else
               write enrollment-rec
           end-if
           move sec-no to lst-sec-out
           perform 280-write-listing.

       250-drop-enrollment.
           move req-soc-sec-no-in to enr-soc-sec-no
           move req-term-in to enr-term
           move req-course-id-in to enr-course-id
           move 'y' to ws-enr-on-file-sw
           read enrollment-file key is enr-key
               invalid key move 'n' to ws-enr-on-file-sw
           end-read
           if not ws-enr-on-file or enr-dropped
               move 'not enrolled in course' to ws-exc-message
               perform 300-reject-request
               exit paragraph
           end-if
           if enr-graded
               move 'course already graded' to ws-exc-message
               perform 300-reject-request
               exit paragraph
           end-if
           move enr-section-key to ws-drop-section-key
           move enr-sec-no to lst-sec-out
           move enr-sec-term to sec-term
           move enr-sec-course-id to sec-course-id
           move enr-sec-no to sec-no
           move 'y' to ws-rec-found-sw
           read section-file key is sec-key
               invalid key move 'n' to ws-rec-found-sw
           end-read
           if enr-enrolled
               move 'D' to enr-status
               rewrite enrollment-rec
               if ws-rec-found
                   if sec-enrolled > zero
                       subtract 1 from sec-enrolled
                   end-if
                   perform 260-promote-waitlist
                   rewrite section-rec
               end-if
           else
               move 'D' to enr-status
               move zero to enr-wait-seq
               rewrite enrollment-rec
               if ws-rec-found
                   if sec-waitlisted > zero
                       subtract 1 from sec-waitlisted
                   end-if
                   rewrite section-rec
               end-if
           end-if
           add 1 to ws-drops-applied
           move 'dropped' to lst-result-out
           perform 280-write-listing.

       260-promote-waitlist.
      *> the student who has waited longest for the section takes
      *> the seat given up.
           move spaces to ws-promote-key
           move zero to ws-promote-seq
           move ws-drop-section-key to enr-section-key
           start enrollment-file key not < enr-section-key
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read enrollment-file next
                   at end exit perform
               end-read
               if enr-section-key not = ws-drop-section-key
                   exit perform
               end-if
               if enr-waitlisted
                   if ws-promote-key = spaces
                      or enr-wait-seq < ws-promote-seq
                       move enr-key to ws-promote-key
                       move enr-wait-seq to ws-promote-seq
                   end-if
               end-if
           end-perform
           if ws-promote-key = spaces
               exit paragraph
           end-if
           move ws-promote-key to enr-key
           read enrollment-file key is enr-key
               invalid key exit paragraph
           end-read
           move 'E' to enr-status
           move zero to enr-wait-seq
           rewrite enrollment-rec
           add 1 to sec-enrolled
           if sec-waitlisted > zero
               subtract 1 from sec-waitlisted
           end-if
           add 1 to ws-waitlist-moved
           move 'W' to lst-action-in-out
           move enr-soc-sec-no to lst-ssn-out
           move enr-course-id to lst-course-out
           move enr-sec-no to lst-sec-out
           move 'moved from waitlist into seat' to lst-result-out
           write listing-out from listing-detail.

       280-write-listing.
           move req-action-in to lst-action-in-out
           move req-soc-sec-no-in to lst-ssn-out
           move req-course-id-in to lst-course-out
           write listing-out from listing-detail.

       300-reject-request.
           move 'y' to ws-request-bad-sw
           add 1 to ws-requests-rejected
           move req-sec-no-in to lst-sec-out
           move spaces to lst-result-out
           string 'rejected - ' ws-exc-message
               delimited by size into lst-result-out
           perform 280-write-listing
           move 'y' to ws-exceptions-sw
           move 'stuenr' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move req-soc-sec-no-in to exc-log-key(1:9)
           move req-course-id-in to exc-log-key(11:6)
           move ws-exc-message to exc-log-message
           write exception-log-rec.

       500-write-term-credits.
      *> every student's seated credits for the term, enrolled or
      *> already graded, for the tuition billing run. a student
      *> only on a waitlist is not billed.
           open output term-credit-file
           move spaces to ws-credit-ssn
           move zero to ws-credit-total
           move low-values to enr-key
           start enrollment-file key not < enr-key
               invalid key continue
           end-start
           perform until 1 = 2
               read enrollment-file next
                   at end exit perform
               end-read
               if enr-soc-sec-no not = ws-credit-ssn
                   perform 510-write-credit-line
                   move enr-soc-sec-no to ws-credit-ssn
                   move zero to ws-credit-total
               end-if
               if enr-term = ws-term-code
                  and (enr-enrolled or enr-graded)
                   add enr-credit-hours to ws-credit-total
               end-if
           end-perform
           perform 510-write-credit-line
           close term-credit-file.

       510-write-credit-line.
           if ws-credit-ssn = spaces or ws-credit-total = zero
               exit paragraph
           end-if
           move ws-credit-ssn to tcr-soc-sec-no
           move ws-term-code to tcr-term
           if ws-credit-total > 99
               move 99 to tcr-credits
           else
               move ws-credit-total to tcr-credits
           end-if
           write term-credit-rec
           add 1 to ws-students-credited.

       600-print-rosters.
           open output roster-report
           move spaces to rpt-hdr-title
           string 'class rosters - term ' ws-term-code
               delimited by size into rpt-hdr-title
           add 1 to ws-roster-pg-count
           move ws-roster-pg-count to rpt-hdr-page
           write roster-out from rpt-heading-1
           move ws-term-code to sec-term
           move low-values to sec-course-id
                              sec-no
           start section-file key not < sec-key
               invalid key continue
           end-start
           perform until 1 = 2
               read section-file next
                   at end exit perform
               end-read
               if sec-term not = ws-term-code
                   exit perform
               end-if
               perform 610-print-section
           end-perform
           close roster-report.

       610-print-section.
           move spaces to roster-out
           write roster-out
           move sec-course-id to ros-course-out
                                 cat-course-id
           move sec-no to ros-sec-out
           move sec-instructor to ros-instructor-out
           read course-catalog
               invalid key move spaces to cat-title
           end-read
           move cat-title to ros-title-out
           write roster-out from roster-section-line
           move sec-key to ws-roster-section-key
                           enr-section-key
           start enrollment-file key not < enr-section-key
               invalid key continue
           end-start
           perform until 1 = 2
               read enrollment-file next
                   at end exit perform
               end-read
               if enr-section-key not = ws-roster-section-key
                   exit perform
               end-if
               if not enr-dropped
                   perform 620-print-roster-line
               end-if
           end-perform
           move sec-enrolled to rst-enrolled-out
           move sec-capacity to rst-capacity-out
           move sec-waitlisted to rst-waiting-out
           write roster-out from roster-seat-line.

       620-print-roster-line.
           move enr-soc-sec-no to rsd-ssn-out
                                  soc-sec-no-m
           read student-master
               invalid key move spaces to name-m
           end-read
           move name-m to rsd-name-out
           if enr-waitlisted
               move 'waitlist' to rsd-status-out
               move enr-wait-seq to rsd-wait-seq-out
           else
               move 'enrolled' to rsd-status-out
               move zero to rsd-wait-seq-out
           end-if
           write roster-out from roster-detail.

       400-write-counts.
           move 'adds seated:' to cnt-label
           move ws-adds-seated to cnt-count-out
           write listing-out from count-line
           move 'adds waitlisted:' to cnt-label
           move ws-adds-waitlisted to cnt-count-out
           write listing-out from count-line
           move 'drops applied:' to cnt-label
           move ws-drops-applied to cnt-count-out
           write listing-out from count-line
           move 'moved from waitlist:' to cnt-label
           move ws-waitlist-moved to cnt-count-out
           write listing-out from count-line
           move 'requests rejected:' to cnt-label
           move ws-requests-rejected to cnt-count-out
           write listing-out from count-line
           move 'students with term credits:' to cnt-label
           move ws-students-credited to cnt-count-out
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
