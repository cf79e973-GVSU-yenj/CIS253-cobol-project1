      *> license plate inventory record for CH1204PLT.NDX, keyed on
      *> the plate number. plates come in from the manufacturer in
      *> numbered batches and sit on hand until the registration run
      *> issues one to a vehicle on a new registration or a
      *> transfer. a plate reported lost or stolen, or surrendered
      *> at the counter, keeps the vehicle it was issued to so it
      *> can be traced. the plate type and status together are an
      *> alternate key (with duplicates), so the registration run
      *> can start at the first plate of a type still on hand.
       01  PLATE-INVENTORY-REC.
           05  PLT-PLATE-NO            PIC X(8).
           05  PLT-STOCK-KEY.
               10  PLT-PLATE-TYPE      PIC X(2).
               10  PLT-STATUS          PIC X.
                   88  PLT-ON-HAND                 VALUE 'A'.
                   88  PLT-ISSUED                  VALUE 'I'.
                   88  PLT-LOST                    VALUE 'L'.
                   88  PLT-STOLEN                  VALUE 'S'.
                   88  PLT-SURRENDERED             VALUE 'R'.
                   88  PLT-OFF-INVENTORY           VALUE 'L' 'S'
                                                         'R'.
           05  PLT-BATCH-NO            PIC X(6).
           05  PLT-RECEIVED-DATE       PIC 9(8).
           05  PLT-VEH-ID              PIC X(8).
           05  PLT-ISSUED-DATE         PIC 9(8).
           05  PLT-STATUS-DATE         PIC 9(8).
           05  FILLER                  PIC X(11).
