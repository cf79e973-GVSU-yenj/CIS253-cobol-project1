      *> 'W' is a generated write-off - balance math treats it as a
      *> credit, but registers and statements can label it.
               88  TRANS-IS-WRITEOFF               VALUE 'W'.
      *> 'T' is a tuition charge from the term billing run - a
      *> debit to the student's account, journalled to tuition
      *> revenue rather than sales.
               88  TRANS-IS-TUITION                VALUE 'T'.
      *> 'E' clears a credit balance the unclaimed-property run has
      *> reported to the state - a debit, journalled against the
      *> unclaimed-property liability. 'R' puts such a credit back
      *> when the owner's claim is paid - a credit, journalled
      *> against the recovery the state refunds.
               88  TRANS-IS-ESCHEAT                VALUE 'E'.
               88  TRANS-IS-CLAIM-RESTORE          VALUE 'R'.
      *> every transaction carries its own reference - the receipt
      *> number the entry desk assigns, or the next number from
      *> CH0602RCP.CTL for generated charges and write-offs - and a
      *> charge is carried as an open item under it until paid. a
      *> credit may name the item it pays in TRANS-APPLY-REF; zero
      *> (or a record written before references were kept) means
      *> apply it to the oldest open items first.
           05  TRANS-REF-NO            PIC 9(6).
           05  TRANS-APPLY-REF         PIC 9(6).
