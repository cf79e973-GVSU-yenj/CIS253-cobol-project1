      *> by the registration run from each priced transaction, so
      *> renewals no longer start from a blank form. the expiration
      *> date is set one year out from the processing date and drives
      *> the annual renewal-notice selection. the plate number is
      *> the plate issued off CH1204PLT.NDX on a new registration or
      *> a transfer, blank while the vehicle has none; the record
      *> grew from 60 to 150 bytes to carry it, with the rest held
      *> in reserve. the owner's mailing address, for the renewal
      *> notices, comes out of that reserve.
       01  VEHICLE-MASTER-REC.
           05  VEH-ID-M                PIC X(8).
           05  VEH-FIRST-NAME-M        PIC X(10).
           05  VEH-CLASS-M             PIC X(2).
           05  VEH-WEIGHT-M            PIC 9(5).
           05  VEH-EXPIRE-DATE-M       PIC X(8).
           05  VEH-PLATE-NO-M          PIC X(8).
      *> kept on mailmnt, and cleared by the registration run when
      *> the vehicle changes hands. mail that comes back is keyed on
      *> mailmnt, which flags the address bad and dates it; the
      *> mail-piece extract holds back anything addressed to a bad
      *> or blank address until a new one is keyed, which clears
      *> the flag.
           05  VEH-MAIL-ADDRESS-M.
               10  VEH-STREET-M        PIC X(30).
               10  VEH-CITY-M          PIC X(20).
               10  VEH-STATE-M         PIC X(2).
               10  VEH-ZIP-M           PIC X(9).
           05  VEH-ADDR-STATUS-M       PIC X.
               88  VEH-ADDRESS-BAD                 VALUE 'B'.
           05  VEH-ADDR-RETURNED-M     PIC 9(8).
           05  FILLER                  PIC X(18).
