      *> quarterly withholding history for CH0101QTH.DAT, one record
      *> per employee per quarter, appended by project1qtr as it
      *> zeroes the quarter's figures on the master. year-end close
      *> adds the four quarters back up and proves them against the
      *> annual figures before the electronic w-2 file is released.
      *> the employee's fica and medicare for the quarter equal the
      *> company's match, which is what the master carries by quarter.
      *> a paycheck voided by offcyc after its quarter was closed
      *> appends an adjusting record for that quarter with the
      *> voided amounts negative, so the quarters still add up to
      *> the year.
       01  QTR-HISTORY-REC.
           05  QTH-YR                  PIC 9(4).
           05  QTH-QTR                 PIC 9.
           05  QTH-EMPLOYEE-NO         PIC X(5).
           05  QTH-GROSS               PIC S9(8)V99.
           05  QTH-FEDERAL-TAX         PIC S9(7)V99.
           05  QTH-STATE-TAX           PIC S9(7)V99.
           05  QTH-FICA-TAX            PIC S9(6)V99.
           05  QTH-MEDICARE-TAX        PIC S9(6)V99.
