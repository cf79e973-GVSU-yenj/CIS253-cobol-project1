      *> term section record for CH1004SEC.NDX, keyed on term,
      *> course id and section number. each section carries its
      *> seat capacity, the seats taken, the students waiting, and
      *> the next waitlist position to hand out, so the enrollment
      *> run can seat a student, waitlist one, and move the first
      *> student waiting into a seat given up by a drop.
       01  SECTION-REC.
           05  SEC-KEY.
               10  SEC-TERM            PIC X(6).
               10  SEC-COURSE-ID       PIC X(6).
               10  SEC-NO              PIC XX.
           05  SEC-INSTRUCTOR          PIC X(20).
           05  SEC-CAPACITY            PIC 9(3).
           05  SEC-ENROLLED            PIC 9(3).
           05  SEC-WAITLISTED          PIC 9(3).
           05  SEC-NEXT-WAIT-SEQ       PIC 9(4).
           05  FILLER                  PIC X(13).
