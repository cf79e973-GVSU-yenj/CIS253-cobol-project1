      *> budget master record for CH0101BUD.NDX, one per gl account
      *> and fiscal year, loaded by glbud from accounting's budget
      *> transactions and read by the month-end variance report.
      *> the fiscal year is the calendar year the ledger's ytd
      *> buckets run on, month 1 being january. the tolerance is the
      *> percentage either way an account may stray from budget
      *> before the variance report flags it; zero means the
      *> report's standard ten percent.
       01  BUDGET-REC.
           05  BUD-KEY-M.
               10  BUD-ACCOUNT-M       PIC X(8).
               10  BUD-FISCAL-YR-M     PIC 9(4).
           05  BUD-DESC-M              PIC X(23).
           05  BUD-TOLERANCE-PCT-M     PIC 9(3)V9.
           05  BUD-MONTH-AMT-M OCCURS 12 TIMES
                                       PIC 9(9)V99.
           05  BUD-LAST-CHANGED-M      PIC 9(8).
           05  FILLER                  PIC X(21).
