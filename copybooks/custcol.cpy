      *> collection placement record for CH0602COL.NDX, keyed on the
      *> customer number. the write-off run opens one for every
      *> balance collections approved for write-off; the monthly
      *> collection run places it with the agency then taking new
      *> accounts and posts the agency's remittances against it,
      *> gross and commission, until the write-off is recovered in
      *> full. a paid-in-full account may be returned to active at
      *> the maintenance desk. a later write-off of the same
      *> customer starts the record over.
       01  COLLECTION-REC.
           05  COL-CUST-NO             PIC 9(5).
           05  COL-STATUS              PIC X.
               88  COL-AWAITING-PLACEMENT          VALUE 'W'.
               88  COL-PLACED                      VALUE 'P'.
               88  COL-PAID-IN-FULL                VALUE 'F'.
               88  COL-REINSTATED                  VALUE 'A'.
           05  COL-WOF-DATE.
               10  COL-WOF-YR          PIC 9(4).
               10  COL-WOF-MTH         PIC 99.
               10  COL-WOF-DAY         PIC 99.
           05  COL-WOF-AMT             PIC 9(7)V99.
           05  COL-AGENCY-CODE         PIC X(4).
           05  COL-PLACED-DATE         PIC 9(8).
           05  COL-RECOVERED-GROSS     PIC 9(7)V99.
           05  COL-COMMISSION-AMT      PIC 9(7)V99.
           05  COL-LAST-REMIT-DATE     PIC 9(8).
           05  COL-REINSTATED-DATE     PIC 9(8).
           05  FILLER                  PIC X(11).
