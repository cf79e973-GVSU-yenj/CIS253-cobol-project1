      *> positive-pay issue record for CH0101PPY.DAT, the file sent
      *> to the bank each night so it will only pay a payroll check
      *> we actually issued, for the amount and payee we issued it
      *> to. chkpost writes an issue record for every check it
      *> numbers and the off-cycle run for every manual check it
      *> records; a void or a stop payment sends a cancel record so
      *> the bank refuses the item if it is ever presented. the
      *> file is appended to by each of them and cleared by
      *> operations after transmission, as the ach file is.
       01  POSITIVE-PAY-REC.
           05  PPY-ACTION              PIC X.
               88  PPY-ISSUE                       VALUE 'I'.
               88  PPY-CANCEL                      VALUE 'V'.
           05  PPY-CHECK-NO            PIC 9(8).
           05  PPY-ISSUE-DATE          PIC 9(8).
           05  PPY-AMOUNT              PIC 9(8)V99.
           05  PPY-PAYEE               PIC X(30).
           05  FILLER                  PIC X(3).
