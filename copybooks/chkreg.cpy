      *> the tax run cuts and accumulates it here; the monthly
      *> reconciliation marks checks the bank has paid, and the
      *> outstanding-check report ages whatever is left - so a stale
      *> check finally has somewhere to be seen. a paycheck voided
      *> by the off-cycle run is kept, flagged 'V' with the void
      *> date in the cleared-date field, so the number is never
      *> reused and a void the bank pays anyway is caught. a check
      *> stopped at the bank by chkstop is flagged 'S' the same way,
      *> with the stop date.
       01  CHECK-REGISTER-REC.
           05  CRG-CHECK-NO-M          PIC 9(8).
           05  CRG-ISSUE-DATE-M        PIC 9(8).
           05  CRG-STATUS-M            PIC X.
               88  CRG-OUTSTANDING                 VALUE 'O'.
               88  CRG-CLEARED                     VALUE 'C'.
               88  CRG-VOIDED                      VALUE 'V'.
               88  CRG-STOPPED                     VALUE 'S'.
           05  CRG-CLEARED-DATE-M      PIC 9(8).
           05  FILLER                  PIC X(11).
