      *> assigned customer number that replaced the old
      *> initials-plus-surname key (two "J A SMITH" accounts used to
      *> collide onto one record). the old initials are carried along
      *> so old paperwork can still be matched to the account. the
      *> record grew from 48 to 120 bytes to carry the mailing
      *> address.
       01  CUST-MASTER-REC.
           05  CUST-NO-M               PIC 9(5).
           05  CUST-LAST-NAME-M        PIC X(10).
      *> against the running balance plus the carried balance. zero
      *> (or the spaces on conversion-era records) means no limit.
           05  CUST-CREDIT-LIMIT-M     PIC 9(7).
      *> where statements and dunning letters are mailed, kept by
      *> the online maintenance program. mail that comes back is
      *> keyed on mailmnt, which flags the address bad and dates it;
      *> the mail-piece extract holds back anything addressed to a
      *> bad or blank address until a new one is keyed, which
      *> clears the flag.
           05  CUST-MAIL-ADDRESS-M.
               10  CUST-STREET-M       PIC X(30).
               10  CUST-CITY-M         PIC X(20).
               10  CUST-STATE-M        PIC X(2).
               10  CUST-ZIP-M          PIC X(9).
           05  CUST-ADDR-STATUS-M      PIC X.
               88  CUST-ADDRESS-BAD                VALUE 'B'.
           05  CUST-ADDR-RETURNED-M    PIC 9(8).
      *> the month-end close the account last had a transaction,
      *> stamped by the balance roll - the date the escheat run
      *> measures a credit balance's dormancy from. zero (or the
      *> spaces on records written before the field existed) means
      *> not yet known; the escheat run starts the clock there.
           05  CUST-LAST-ACTIVITY-M    PIC 9(8).
           05  FILLER                  PIC X(2).
