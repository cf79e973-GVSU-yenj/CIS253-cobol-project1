      *> course catalog record for CH1004CAT.NDX, keyed on the
      *> course id. the registrar keeps the title, the credit hours
      *> the course carries and up to three prerequisite courses a
      *> student must have passed first. a course withdrawn from
      *> the catalog is marked inactive rather than deleted, so old
      *> grade history still has a title to print against.
       01  COURSE-CATALOG-REC.
           05  CAT-COURSE-ID           PIC X(6).
           05  CAT-TITLE               PIC X(30).
           05  CAT-CREDIT-HOURS        PIC 99.
           05  CAT-PREREQ-ID           PIC X(6) OCCURS 3 TIMES.
           05  CAT-STATUS              PIC X.
               88  CAT-ACTIVE                      VALUE 'A'.
               88  CAT-INACTIVE                    VALUE 'I'.
           05  FILLER                  PIC X(23).
