      *> unclaimed-property record for CH9992UPM.NDX, one per item the
      *> annual escheat run selects: a payroll check outstanding past
      *> the dormancy period on CH0101CRG.NDX, or a customer credit
      *> balance on CH0602BAL.NDX with no activity for as long. the
      *> key carries the year the item was selected, so a check or an
      *> account that goes dormant again after its owner answered is
      *> a new item and the old one keeps its history. the record is
      *> never deleted - it is how a claim that reaches the state
      *> years later is researched and paid back.
       01  UNCLAIMED-PROPERTY-REC.
           05  UPM-KEY.
               10  UPM-SOURCE          PIC X.
                   88  UPM-PAYROLL-CHECK           VALUE 'C'.
                   88  UPM-CREDIT-BALANCE          VALUE 'B'.
      *> the check number, or the customer number left-justified.
               10  UPM-ITEM-ID         PIC X(8).
               10  UPM-SELECT-YR       PIC 9(4).
      *> the employee or customer the property belongs to, and the
      *> last known name and address the letter went to.
           05  UPM-OWNER-ID            PIC X(10).
           05  UPM-OWNER-NAME          PIC X(30).
           05  UPM-OWNER-ADDRESS.
               10  UPM-STREET          PIC X(30).
               10  UPM-CITY            PIC X(20).
               10  UPM-STATE           PIC X(2).
               10  UPM-ZIP             PIC X(9).
           05  UPM-AMOUNT              PIC 9(7)V99.
      *> the check's issue date, or the account's last activity.
           05  UPM-LAST-ACTIVITY-DATE  PIC 9(8).
      *> 'D' due-diligence letter out and waiting on the owner; 'R'
      *> released - the owner answered, or cashed the check or used
      *> the balance, before it was reported; 'E' escheated -
      *> voided or cleared, reported and remitted to the state; 'P'
      *> paid back to an owner who claimed it after it was reported.
           05  UPM-STATUS              PIC X.
               88  UPM-LETTER-SENT                 VALUE 'D'.
               88  UPM-RELEASED                    VALUE 'R'.
               88  UPM-ESCHEATED                   VALUE 'E'.
               88  UPM-PAID-BACK                   VALUE 'P'.
           05  UPM-LETTER-DATE         PIC 9(8).
           05  UPM-ESCHEAT-DATE        PIC 9(8).
           05  UPM-REPORT-YR           PIC 9(4).
      *> when and why a released or paid-back item was closed - the
      *> desk's claim reference, or what the run found.
           05  UPM-CLOSED-DATE         PIC 9(8).
           05  UPM-CLOSED-REF          PIC X(20).
           05  FILLER                  PIC X(20).
