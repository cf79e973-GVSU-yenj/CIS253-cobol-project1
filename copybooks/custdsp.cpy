      *> receivables dispute register for CH0602DSP.NDX, keyed on
      *> customer number, hold scope and item reference. the credit
      *> desk puts a single open item on hold (scope 'I' with the
      *> item's reference) or the whole account (scope 'A' with a
      *> zero reference) while a customer's dispute is worked. a
      *> held amount draws no finance charge, no dunning letter and
      *> no over-limit flag, and statements print it as in dispute.
      *> a released hold stays on file with the release date and
      *> clerk; a new dispute on the same item or account reopens it.
       01  DISPUTE-REC.
           05  DSP-KEY.
               10  DSP-CUST-NO         PIC 9(5).
               10  DSP-SCOPE           PIC X.
                   88  DSP-ACCOUNT-HOLD            VALUE 'A'.
                   88  DSP-ITEM-HOLD               VALUE 'I'.
               10  DSP-ITEM-REF        PIC 9(6).
           05  DSP-REASON-CODE         PIC XX.
               88  DSP-REASON-PRICE                VALUE 'PR'.
               88  DSP-REASON-NOT-RECEIVED         VALUE 'NR'.
               88  DSP-REASON-DAMAGED              VALUE 'DM'.
               88  DSP-REASON-DUPLICATE            VALUE 'DB'.
               88  DSP-REASON-PAID                 VALUE 'PD'.
               88  DSP-REASON-OTHER                VALUE 'OT'.
               88  DSP-REASON-VALID                VALUE 'PR' 'NR'
                                                   'DM' 'DB' 'PD' 'OT'.
           05  DSP-STATUS              PIC X.
               88  DSP-HELD                        VALUE 'H'.
               88  DSP-RELEASED                    VALUE 'R'.
      *> the open amount on the item when it went on hold (zero for
      *> an account hold), for the weekly open-disputes report.
           05  DSP-HOLD-AMT            PIC 9(7)V99.
           05  DSP-HOLD-DATE           PIC 9(8).
           05  DSP-FOLLOW-UP-DATE      PIC 9(8).
           05  DSP-HOLD-CLERK          PIC X(8).
           05  DSP-NOTE                PIC X(30).
           05  DSP-RELEASE-DATE        PIC 9(8).
           05  DSP-RELEASE-CLERK       PIC X(8).
           05  FILLER                  PIC X(6).
