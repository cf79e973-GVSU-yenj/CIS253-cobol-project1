      *> parameter area passed to OPSIGN by the online programs.
      *> for a sign-on ('S') the caller names itself and the lowest
      *> level it will run at, and gets back the operator's id and
      *> level; for an override ('O') it also says what the
      *> override is for and on which record, and gets back the
      *> supervisor who approved it. SGN-GRANTED is the answer
      *> either way.
       01  SIGN-ON-AREA.
           05  SGN-REQUEST             PIC X.
               88  SGN-SIGN-ON                     VALUE 'S'.
               88  SGN-OVERRIDE                    VALUE 'O'.
           05  SGN-PROGRAM             PIC X(12).
           05  SGN-REQUIRED-LEVEL      PIC X.
           05  SGN-USER-ID             PIC X(8).
           05  SGN-LEVEL               PIC X.
               88  SGN-LEVEL-SUPERVISE             VALUE 'S'.
           05  SGN-RESULT              PIC X.
               88  SGN-GRANTED                     VALUE 'Y'.
               88  SGN-REFUSED                     VALUE 'N'.
           05  SGN-OVERRIDE-REASON     PIC X(20).
           05  SGN-OVERRIDE-KEY        PIC X(10).
           05  SGN-SUPERVISOR-ID       PIC X(8).
