      *> hours, the per-term and cumulative gpa, the school spelled
      *> out the way the gpa report spells it, and a
      *> credits-toward-graduation line against the catalog's
      *> 120-credit threshold. every attempt stays on the
      *> transcript: a grade since changed, an attempt since
      *> repeated and an open incomplete are marked on the course
      *> line and left out of the gpa, the same way the grade
      *> posting run leaves them out.
       environment division.

       input-output section.
           05  req-soc-sec-no-in           pic x(9).

       fd  grade-history-file
           record contains 40 characters.
       copy stucrs.

       fd  student-master
           record contains 80 characters.
       copy stumst.

       fd  transcript-report
           record contains 80 characters.
               10 hte-hours            pic 9(2).
               10 hte-grade            pic x.
               10 hte-points           pic 9v99.
               10 hte-status           pic x.

      *> the requested student's distinct terms in the order they
      *> were posted.
           05 crl-hours-out       pic z9.
           05 filler              pic x(4)    value spaces.
           05 crl-grade-out       pic x.
           05 filler              pic x(4)    value spaces.
           05 crl-note-out        pic x(20).

       01 term-gpa-line.
           05 filler              pic x(4)    value spaces.
                   move crs-credit-hours to hte-hours(hx)
                   move crs-letter-grade to hte-grade(hx)
                   move crs-quality-points to hte-points(hx)
                   move crs-attempt-status to hte-status(hx)
               else
                   move 'y' to ws-his-overflow-sw
               end-if
                   move hte-course(hx) to crl-course-out
                   move hte-hours(hx) to crl-hours-out
                   move hte-grade(hx) to crl-grade-out
                   evaluate true
                       when hte-status(hx) = 'X'
                           move 'grade replaced' to crl-note-out
                       when hte-status(hx) = 'R'
                           move 'repeated - not in gpa'
                               to crl-note-out
                       when hte-grade(hx) = 'I'
                           move 'incomplete' to crl-note-out
                       when other
                           move spaces to crl-note-out
                   end-evaluate
                   write report-out from course-line
                   if hte-status(hx) = space
                      and hte-grade(hx) not = 'I'
                       compute ws-term-points = ws-term-points
                           + hte-points(hx) * hte-hours(hx)
                       add hte-hours(hx) to ws-term-hours
                   end-if
               end-if
           end-perform
           add ws-term-points to ws-cum-points
