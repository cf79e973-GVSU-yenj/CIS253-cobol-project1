      *> counter cash-drawer journal record for CH0602DRW.DAT. the
      *> entry desk writes an 'O' record when a clerk opens a drawer
      *> for the day with its starting float, a 'P' record for every
      *> counter payment with its receipt number and how it was
      *> tendered, and a 'C' record when the clerk closes the drawer
      *> with what was counted in it, by tender. the nightly drawer
      *> settlement reads the day's records clerk by clerk.
       01  CASH-DRAWER-REC.
           05  DRW-REC-TYPE            PIC X.
               88  DRW-IS-OPEN                     VALUE 'O'.
               88  DRW-IS-PAYMENT                  VALUE 'P'.
               88  DRW-IS-CLOSE                    VALUE 'C'.
           05  DRW-CLERK-ID            PIC X(8).
           05  DRW-BUS-DATE            PIC 9(8).
           05  DRW-DETAIL              PIC X(33).
           05  DRW-OPEN-DETAIL REDEFINES DRW-DETAIL.
               10  DRW-FLOAT           PIC 9(5)V99.
               10  FILLER              PIC X(26).
           05  DRW-PAYMENT-DETAIL REDEFINES DRW-DETAIL.
               10  DRW-RECEIPT-NO      PIC 9(6).
               10  DRW-CUST-NO         PIC 9(5).
               10  DRW-TENDER          PIC X.
                   88  DRW-TENDER-CASH             VALUE 'C'.
                   88  DRW-TENDER-CHECK            VALUE 'K'.
                   88  DRW-TENDER-CARD             VALUE 'D'.
                   88  DRW-TENDER-VALID            VALUE 'C' 'K'
                                                         'D'.
               10  DRW-AMOUNT          PIC 9(7)V99.
               10  FILLER              PIC X(12).
           05  DRW-CLOSE-DETAIL REDEFINES DRW-DETAIL.
               10  DRW-COUNTED-CASH    PIC 9(7)V99.
               10  DRW-COUNTED-CHECK   PIC 9(7)V99.
               10  DRW-COUNTED-CARD    PIC 9(7)V99.
               10  FILLER              PIC X(6).
