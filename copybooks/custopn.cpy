      *> receivables open-item record for CH0602OPN.NDX, keyed on
      *> customer number and item reference. every charge and
      *> finance charge on CH0602.DAT is opened here under its own
      *> reference by the nightly open-item run, and payments and
      *> write-offs are applied against it until nothing is left
      *> open. the balance a customer carried before items were kept
      *> is one brought-forward item under reference zero; a credit
      *> with nothing left to pay stays on file as an unapplied
      *> credit and is taken up by the customer's next charge. the
      *> item reference is also an alternate key, so a remittance
      *> that quotes only an invoice number can find its customer.
       01  OPEN-ITEM-REC.
           05  OPN-KEY.
               10  OPN-CUST-NO         PIC 9(5).
               10  OPN-ITEM-REF        PIC 9(6).
           05  OPN-ITEM-TYPE           PIC X.
               88  OPN-IS-CHARGE                   VALUE 'D'.
               88  OPN-IS-FIN-CHARGE               VALUE 'F'.
               88  OPN-IS-TUITION                  VALUE 'T'.
               88  OPN-IS-BROUGHT-FWD              VALUE 'B'.
               88  OPN-IS-UNAPPLIED                VALUE 'U'.
           05  OPN-ITEM-MON            PIC XX.
           05  OPN-ITEM-YR             PIC X(4).
           05  OPN-ORIGINAL-AMT        PIC 9(7)V99.
           05  OPN-OPEN-AMT            PIC 9(7)V99.
           05  OPN-STATUS              PIC X.
               88  OPN-OPEN                        VALUE 'O'.
               88  OPN-CLOSED                      VALUE 'C'.
           05  OPN-LAST-ACTIVITY-DATE  PIC 9(8).
           05  FILLER                  PIC X(15).
