      *> fleet renewal invoice record for CH1204FIV.NDX, written by
      *> the renewal run. the invoice number is the fleet id and the
      *> renewal month it bills, so a fleet has one invoice a year.
      *> the header record - vehicle id blank, so it reads first -
      *> carries the due date, total and payment status; each line
      *> record carries one vehicle as it was billed. the fleet
      *> payment run renews every line on the invoice from one
      *> payment and marks the header paid.
       01  FLEET-INVOICE-REC.
           05  FIV-KEY.
               10  FIV-INVOICE-NO.
                   15  FIV-FLEET-ID    PIC X(6).
                   15  FIV-RENEWAL-YYYYMM
                                       PIC 9(6).
               10  FIV-VEH-ID          PIC X(8).
           05  FIV-BODY                PIC X(80).
           05  FIV-HEADER REDEFINES FIV-BODY.
               10  FIV-DUE-DATE        PIC X(8).
               10  FIV-LINE-COUNT      PIC 9(4).
               10  FIV-INVOICE-TOTAL   PIC 9(7)V99.
               10  FIV-STATUS          PIC X.
                   88  FIV-OPEN                    VALUE 'O'.
                   88  FIV-PAID                    VALUE 'P'.
               10  FIV-BILLED-DATE     PIC 9(8).
               10  FIV-PAID-DATE       PIC 9(8).
               10  FIV-PAID-AMOUNT     PIC 9(7)V99.
               10  FIV-PAID-REF        PIC X(20).
               10  FILLER              PIC X(13).
           05  FIV-LINE REDEFINES FIV-BODY.
               10  FIL-CLASS           PIC X(2).
               10  FIL-FIRST-NAME      PIC X(10).
               10  FIL-MIDDLE-INIT     PIC X.
               10  FIL-LAST-NAME       PIC X(20).
               10  FIL-WEIGHT          PIC 9(5).
               10  FIL-EXPIRE-DATE     PIC X(8).
               10  FIL-FEE             PIC 9(5)V99.
               10  FILLER              PIC X(27).
