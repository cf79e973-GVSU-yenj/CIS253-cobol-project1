      *> unapplied customer cash record for CH0602UAC.NDX, keyed on
      *> the bank's deposit date and the item's place in the
      *> lockbox batch. a lockbox payment the import cannot tie to a
      *> customer is parked here, already in the bank and on the
      *> ledger as unapplied cash, until the credit desk applies it
      *> to an account or sends it back to the remitter. the
      *> customer number and invoice reference are carried exactly
      *> as the bank keyed them from the remittance.
       01  UNAPPLIED-CASH-REC.
           05  UAC-KEY.
               10  UAC-DEPOSIT-DATE    PIC 9(8).
               10  UAC-ITEM-SEQ        PIC 9(4).
           05  UAC-CHECK-NO            PIC X(10).
           05  UAC-REMIT-CUST-NO       PIC X(5).
           05  UAC-REMIT-INVOICE-REF   PIC X(6).
           05  UAC-AMOUNT              PIC 9(7)V99.
           05  UAC-REASON              PIC X(30).
           05  UAC-STATUS              PIC X.
               88  UAC-OPEN                        VALUE 'O'.
               88  UAC-APPLIED                     VALUE 'A'.
               88  UAC-RETURNED                    VALUE 'R'.
      *> set when the desk works the item: the customer it went to
      *> and the receipt number of the credit written for it.
           05  UAC-APPLIED-CUST-NO     PIC 9(5).
           05  UAC-APPLIED-REF         PIC 9(6).
           05  UAC-RESOLVED-DATE       PIC 9(8).
           05  UAC-RESOLVED-CLERK      PIC X(8).
           05  FILLER                  PIC X(10).
