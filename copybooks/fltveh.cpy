      *> fleet vehicle link record for CH1204FLV.NDX: one per vehicle
      *> on a fleet, keyed fleet id then vehicle id so a fleet's
      *> vehicles read back together in vehicle order. the vehicle
      *> id is carried again as an alternate key (no duplicates - a
      *> vehicle belongs to one fleet at a time), so the renewal run
      *> and the inquiry can tell from a vehicle which fleet bills
      *> it.
       01  FLEET-VEHICLE-REC.
           05  FLV-KEY.
               10  FLV-FLEET-ID        PIC X(6).
               10  FLV-VEH-ID          PIC X(8).
           05  FLV-ALT-VEH-ID          PIC X(8).
           05  FLV-LINKED-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).
