      *> registration hold record for CH1204HLD.NDX. an outside
      *> agency - parking enforcement for unpaid fines, the insurance
      *> bureau for a lapsed certificate, the cashier for a bounced
      *> registration check - places a hold against a vehicle id or
      *> against an owner, and the registration run refuses a new
      *> registration, renewal or transfer while it is outstanding.
      *> an owner hold is keyed on last and first name; the middle
      *> initial is left blank so a hold reaches the owner however
      *> the counter keyed it. a hold stays outstanding until the
      *> agency's release sets its release date, and that date has
      *> arrived. the agency is an alternate key (with duplicates)
      *> so the weekly report can go back to each agency in turn.
       01  REGISTRATION-HOLD-REC.
           05  HLD-KEY.
               10  HLD-KEY-KIND        PIC X.
                   88  HLD-BY-VEHICLE              VALUE 'V'.
                   88  HLD-BY-OWNER                VALUE 'O'.
               10  HLD-KEY-VALUE       PIC X(31).
               10  HLD-OWNER-KEY REDEFINES HLD-KEY-VALUE.
                   15  HLD-OWNER-LAST  PIC X(20).
                   15  HLD-OWNER-FIRST PIC X(10).
                   15  FILLER          PIC X.
               10  HLD-TYPE            PIC X(2).
                   88  HLD-PARKING-FINES           VALUE 'PK'.
                   88  HLD-INSURANCE-LAPSE         VALUE 'IN'.
                   88  HLD-BAD-CHECK               VALUE 'CK'.
                   88  HLD-VALID-TYPE              VALUE 'PK' 'IN'
                                                         'CK'.
               10  HLD-AGENCY          PIC X(6).
           05  HLD-REASON              PIC X(20).
           05  HLD-PLACED-DATE         PIC 9(8).
           05  HLD-RELEASE-DATE        PIC 9(8).
           05  FILLER                  PIC X(4).
