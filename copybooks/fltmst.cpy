      *> fleet account master record for CH1204FLT.NDX, keyed on the
      *> fleet id the counter assigns a commercial customer - a
      *> rental agency or a delivery company registering vehicles
      *> by the dozen. the fleet's vehicles are linked to it on
      *> CH1204FLV.NDX; every one of them renews in the fleet's
      *> renewal month on one consolidated invoice to the address
      *> here, instead of a notice per vehicle. kept by vehflt; mail
      *> that comes back is keyed on mailmnt, which flags the address
      *> bad and dates it, and a new address keyed on vehflt clears
      *> the flag.
       01  FLEET-MASTER-REC.
           05  FLT-ID-M                PIC X(6).
           05  FLT-NAME-M              PIC X(30).
           05  FLT-MAIL-ADDRESS-M.
               10  FLT-STREET-M        PIC X(30).
               10  FLT-CITY-M          PIC X(20).
               10  FLT-STATE-M         PIC X(2).
               10  FLT-ZIP-M           PIC X(9).
           05  FLT-ADDR-STATUS-M       PIC X.
               88  FLT-ADDRESS-BAD                 VALUE 'B'.
           05  FLT-ADDR-RETURNED-M     PIC 9(8).
      *> the month, 01-12, every vehicle on the fleet renews in.
           05  FLT-RENEWAL-MTH-M       PIC 99.
               88  FLT-VALID-RENEWAL-MTH           VALUE 1 THRU 12.
      *> vehicles linked now, kept by vehflt as they are linked and
      *> unlinked.
           05  FLT-VEHICLE-COUNT-M     PIC 9(4).
           05  FLT-OPENED-DATE-M       PIC 9(8).
      *> the last invoice billed, fleet id plus renewal yyyymm.
           05  FLT-LAST-INVOICE-M      PIC X(12).
           05  FILLER                  PIC X(18).
