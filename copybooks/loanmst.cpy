      *> written here with its balance, rate, term, scheduled payment
      *> and next due date, and the payment-posting run works the
      *> balance down splitting interest and principal the same way
      *> the schedule was printed. the record grew from 150 to 250
      *> bytes to carry the borrower's mailing name and address.
       01  LOAN-MASTER-REC.
           05  LOAN-NO-M               PIC 9(7).
           05  LOAN-APPLICANT-ID-M     PIC X(9).
      *> late fees assessed and not yet collected - taken off the
      *> top of the next payment, ahead of principal.
           05  LOAN-FEE-BAL-M          PIC 9(5)V99.
      *> escrow for property tax and hazard insurance. the monthly
      *> escrow amount is collected with the scheduled payment and
      *> held here until the escrow disbursement run pays the tax
      *> office or the insurer out of it; a bill larger than the
      *> balance is advanced, leaving the balance negative until
      *> the annual escrow analysis recovers the shortage. the
      *> collected and disbursed figures run from one analysis to
      *> the next and are what the borrower's statement reports.
           05  LOAN-ESCROW-PMT-M       PIC 9(5)V99.
           05  LOAN-ESCROW-BAL-M       PIC S9(7)V99.
           05  LOAN-ESCROW-COLL-M      PIC 9(7)V99.
           05  LOAN-ESCROW-DISB-M      PIC 9(7)V99.
           05  LOAN-ESCROW-ANALYZED-M  PIC 9(8).
           05  FILLER                  PIC X(37).
      *> who the borrower's year-end interest statement goes to and
      *> where, kept on mailmnt. mail that comes back is keyed there
      *> too, which flags the address bad and dates it; the
      *> mail-piece extract holds back anything addressed to a bad
      *> or blank address until a new one is keyed, which clears
      *> the flag.
           05  LOAN-MAIL-NAME-M        PIC X(30).
           05  LOAN-MAIL-ADDRESS-M.
               10  LOAN-STREET-M       PIC X(30).
               10  LOAN-CITY-M         PIC X(20).
               10  LOAN-STATE-M        PIC X(2).
               10  LOAN-ZIP-M          PIC X(9).
           05  LOAN-ADDR-STATUS-M      PIC X.
               88  LOAN-ADDRESS-BAD                VALUE 'B'.
           05  LOAN-ADDR-RETURNED-M    PIC 9(8).
