      *> labor distribution file CH0101LDS.DAT. the tax run appends
      *> one 'D' record per employee paid - what the pay cost and
      *> which territory and office it is charged to - and one 'T'
      *> record with the run's register totals, so the monthly
      *> labor distribution report can prove the cost-center
      *> figures add back to what the registers paid. a cost center
      *> of 0000 is company-wide: an employee not on PROJECT6's
      *> master, or whose office has no accounts on the chart.
       01  LABOR-DIST-REC.
           05  LDS-REC-TYPE            PIC X.
               88  LDS-DETAIL                      VALUE 'D'.
               88  LDS-RUN-TOTAL                   VALUE 'T'.
           05  LDS-RUN-DATE            PIC 9(8).
           05  LDS-EMPLOYEE-NO         PIC X(5).
           05  LDS-COST-CENTER.
               10  LDS-TERRITORY       PIC 99.
               10  LDS-OFFICE          PIC 99.
           05  LDS-GROSS               PIC 9(9)V99.
           05  LDS-ER-TAX              PIC 9(9)V99.
           05  LDS-DEDUCTIONS          PIC 9(9)V99.
           05  FILLER                  PIC X(9).
