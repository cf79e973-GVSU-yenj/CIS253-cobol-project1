      *> course grade history record for CH1004CRS.DAT, one line per
      *> grade the posting run has taken. the first 27 bytes are the
      *> record the file has always carried. a line is never taken
      *> off: a grade change or a lapsed incomplete marks the old
      *> line replaced and adds a line with the new grade, and an
      *> earlier attempt at a course the student has since repeated
      *> is marked repeated. only counted lines with a final grade
      *> go into the gpa. an incomplete carries the date it lapses
      *> to an F. lines written before the status byte existed read
      *> back as counted with no deadline.
       01  GRADE-HISTORY-REC.
           05  CRS-SOC-SEC-NO          PIC X(9).
           05  CRS-TERM                PIC X(6).
           05  CRS-COURSE-ID           PIC X(6).
           05  CRS-CREDIT-HOURS        PIC 9(2).
           05  CRS-LETTER-GRADE        PIC X.
               88  CRS-INCOMPLETE                  VALUE 'I'.
           05  CRS-QUALITY-POINTS      PIC 9V99.
           05  CRS-ATTEMPT-STATUS      PIC X.
               88  CRS-COUNTED                     VALUE ' '.
               88  CRS-REPLACED                    VALUE 'X'.
               88  CRS-REPEATED                    VALUE 'R'.
           05  CRS-INCOMPLETE-DEADLINE PIC X(8).
           05  FILLER                  PIC X(4).
