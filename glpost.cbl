      *> master has never heard of is rejected to the listing and
      *> the shared exception log, never silently dropped, and the
      *> run's debit and credit totals go to the balancing file so
      *> the nightly certificate proves the journal footed. the
      *> receivables journal, the registration run and the loan
      *> payment posting append their own balanced entries to the
      *> same extract, so one posting run carries every subledger
      *> into the ledger.

       environment division.

                 gl-account-master
                 print-file
                 exception-log-file
      *> leave the extract EMPTY once it is journalled - every
      *> feed appends to it, and a posting must never reach the
      *> ledger twice.
           open output gl-posting-file
           close gl-posting-file
           if ws-exceptions-printed
