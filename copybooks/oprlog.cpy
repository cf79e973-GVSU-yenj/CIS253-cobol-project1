      *> operator access log record for CH9995ACC.LOG, one line per
      *> sign-on event OPSIGN handles: a sign-on granted or failed,
      *> an id locked, a sign-on refused (locked, revoked, or no
      *> authority for the program), and a supervisor override
      *> granted or denied with what it was for. the daily access
      *> report is read from this log.
       01  ACCESS-LOG-REC.
           05  ACC-DATE                PIC 9(8).
           05  ACC-TIME                PIC 9(6).
           05  ACC-PROGRAM             PIC X(12).
           05  ACC-USER-ID             PIC X(8).
           05  ACC-EVENT               PIC X.
               88  ACC-SIGNED-ON                   VALUE 'S'.
               88  ACC-FAILED                      VALUE 'F'.
               88  ACC-LOCKED-OUT                  VALUE 'L'.
               88  ACC-REFUSED                     VALUE 'R'.
               88  ACC-OVERRIDE                    VALUE 'O'.
               88  ACC-OVERRIDE-DENIED             VALUE 'D'.
           05  ACC-LEVEL               PIC X.
           05  ACC-SUPERVISOR-ID       PIC X(8).
           05  ACC-DETAIL              PIC X(30).
           05  FILLER                  PIC X(6).
