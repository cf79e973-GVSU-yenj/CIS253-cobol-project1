      *> student enrollment record for CH1004ENR.NDX, keyed on the
      *> student, term and course. the section the student is in is
      *> an alternate key (with duplicates) so the rosters and the
      *> waitlist can be walked section by section. a student is
      *> enrolled in a seat or waitlisted at a position; a drop is
      *> kept on file as dropped, and the grade posting run marks
      *> the enrollment graded with the grade it posted - a grade
      *> is only accepted for a course the student is enrolled in.
       01  ENROLLMENT-REC.
           05  ENR-KEY.
               10  ENR-SOC-SEC-NO      PIC X(9).
               10  ENR-TERM            PIC X(6).
               10  ENR-COURSE-ID       PIC X(6).
           05  ENR-SECTION-KEY.
               10  ENR-SEC-TERM        PIC X(6).
               10  ENR-SEC-COURSE-ID   PIC X(6).
               10  ENR-SEC-NO          PIC XX.
           05  ENR-STATUS              PIC X.
               88  ENR-ENROLLED                    VALUE 'E'.
               88  ENR-WAITLISTED                  VALUE 'W'.
               88  ENR-DROPPED                     VALUE 'D'.
               88  ENR-GRADED                      VALUE 'G'.
           05  ENR-WAIT-SEQ            PIC 9(4).
           05  ENR-CREDIT-HOURS        PIC 99.
           05  ENR-DATE                PIC 9(8).
           05  ENR-GRADE               PIC X.
           05  FILLER                  PIC X(9).
