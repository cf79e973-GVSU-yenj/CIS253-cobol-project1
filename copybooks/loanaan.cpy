      *> adverse-action notice log for CH0301AAN.NDX, keyed on the
      *> applicant and the date of the decision - one notice covers
      *> every quote declined for an applicant on the same day. the
      *> adverse-action run writes an entry for each notice it
      *> prints, with the officer and branch that declined, the
      *> reason, when the notice went out and how many days after
      *> the decision; a notice more than 30 days after the decision
      *> is marked late.
       01  ADVERSE-NOTICE-REC.
           05  AAN-KEY.
               10  AAN-APPLICANT-ID    PIC X(9).
               10  AAN-DECISION-DATE   PIC 9(8).
           05  AAN-OFFICER-ID          PIC X(4).
           05  AAN-BRANCH              PIC X(3).
           05  AAN-OUTCOME             PIC X(20).
           05  AAN-NOTICE-DATE         PIC 9(8).
           05  AAN-DAYS-TO-NOTICE      PIC 9(4).
           05  AAN-LATE-SW             PIC X.
               88  AAN-SENT-LATE                   VALUE 'Y'.
               88  AAN-SENT-ON-TIME                VALUE 'N'.
           05  FILLER                  PIC X(23).
