      *> file CH0101PDC.DAT, marks each matching check on the
      *> CH0101CRG.NDX register cleared with the paid date, and
      *> flags what does not reconcile: a paid check the register
      *> has never heard of, one already cleared, voided, or
      *> stopped, or an amount the bank paid differently than we
      *> issued - each listed and logged to the shared exception
      *> log for the morning desk.

       environment division.

                   write print-rec from recon-detail
                   move 'check paid twice by bank' to ws-exc-message
                   perform 290-write-exception-log
      *> the pay was reversed when the check was voided, so the bank
      *> has paid money nobody is owed - left voided for the desk
      *> to recover, never marked cleared.
               when crg-voided
                   add 1 to ws-unknown-count
                   move '*** check was voided ***' to rcn-result-out
                   write print-rec from recon-detail
                   move 'bank paid a voided check' to ws-exc-message
                   perform 290-write-exception-log
      *> a stopped check was sent to the bank as a cancel on the
      *> positive-pay file; paying it anyway is the bank's error to
      *> recover, and the register keeps the stop.
               when crg-stopped
                   add 1 to ws-unknown-count
                   move '*** stop payment on file ***'
                       to rcn-result-out
                   write print-rec from recon-detail
                   move 'bank paid a stopped check' to ws-exc-message
                   perform 290-write-exception-log
               when pdc-amount not = crg-amount-m
      *> the check is still marked cleared - the money has left the
      *> bank - but the difference is flagged for accounting.
