      *> buckets here, and the trial balance proves the file still
      *> foots - so accounting stops re-keying the journal entry
      *> from the printed summary.
      *> the last four digits of an account are its cost-center
      *> segment - PROJECT6's territory and office numbers - so
      *> labor cost can be booked where it was spent. company-wide
      *> accounts carry 0000 there.
       01  GL-ACCOUNT-REC.
           05  GLA-ACCOUNT-M           PIC X(8).
           05  GLA-ACCOUNT-PARTS-M REDEFINES GLA-ACCOUNT-M.
               10  GLA-NATURAL-ACCT-M  PIC X(4).
               10  GLA-COST-CENTER-M.
                   15  GLA-TERRITORY-M PIC 99.
                   15  GLA-OFFICE-M    PIC 99.
           05  GLA-DESC-M              PIC X(23).
           05  GLA-PERIOD-DEBITS-M    PIC 9(11)V99.
           05  GLA-PERIOD-CREDITS-M   PIC 9(11)V99.
