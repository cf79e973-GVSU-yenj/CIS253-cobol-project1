      *> paid-leave accrual rule for CH0101LVR.TAB. one row per pay
      *> frequency and service band: the row that applies is the one
      *> for the employee's frequency with the highest minimum years
      *> not above the employee's completed years of service. hours
      *> are accrued per pay period; the vacation cap is the most
      *> that carries into a new year, the sick cap the most the
      *> sick balance may ever hold.
       01  LEAVE-RULE-REC.
           05  LVR-FREQUENCY           PIC X.
           05  LVR-MIN-YEARS           PIC 99.
           05  LVR-VAC-HOURS           PIC 99V99.
           05  LVR-SICK-HOURS          PIC 99V99.
           05  LVR-VAC-CAP             PIC 9(4)V99.
           05  LVR-SICK-CAP            PIC 9(4)V99.
