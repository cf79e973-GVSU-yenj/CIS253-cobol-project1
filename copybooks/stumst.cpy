      *> student master record for CH1004MST.NDX, keyed on social
      *> security number. the first 38 bytes are the record the
      *> registrar update has always kept (and that it unloads to
      *> CH1004.DAT for the gpa report); behind them the bursar's
      *> fields: the receivables customer number the term billing
      *> run charges tuition to - zero until the student's first
      *> bill opens an account on CH0602MST.NDX - and the last term
      *> billed, so a term is never billed twice.
       01  STUDENT-MASTER-REC.
           05  SOC-SEC-NO-M            PIC X(9).
           05  NAME-M                  PIC X(21).
           05  CLASS-M                 PIC X.
           05  SCHOOL-M                PIC X.
           05  GPA-M                   PIC 9V99.
           05  CREDITS-M               PIC 9(3).
           05  AR-CUST-NO-M            PIC 9(5).
           05  LAST-BILLED-TERM-M      PIC X(6).
           05  FILLER                  PIC X(31).
