      *> lesson was spent undoing it with payrstr-style arithmetic.
      *> records written before the field existed carry spaces here.
           05  POSTED-THRU-DATE-M      PIC 9(8).
      *> salaried employees are paid SALARY-M over their pay cycle;
      *> hourly employees are paid their timecard hours at
      *> HOURLY-RATE-M. records carried over from the 120-byte
      *> layout have a blank pay type and are treated as salaried.
           05  PAY-TYPE-M              PIC X.
               88  PAY-SALARIED                    VALUE 'S' ' '.
               88  PAY-HOURLY                      VALUE 'H'.
           05  HOURLY-RATE-M           PIC 9(3)V99.
      *> paid leave in hours. the tax run accrues both balances each
      *> pay by pay frequency and years of service, takes the keyed
      *> usage, and holds vacation to its carryover cap at the first
      *> pay of a new year; year end zeroes the taken-ytd figures.
      *> records converted from the 120-byte layout carry spaces
      *> here and start from zero.
           05  VAC-BALANCE-M           PIC 9(4)V99.
           05  SICK-BALANCE-M          PIC 9(4)V99.
           05  VAC-TAKEN-YTD-M         PIC 9(4)V99.
           05  SICK-TAKEN-YTD-M        PIC 9(4)V99.
      *> the employee's w-4 elections. the tax run takes the
      *> allowances off the annualized wage before both bracket
      *> walks, widens the federal brackets for married and head of
      *> household filers, takes the annual credits off the federal
      *> result, and adds the extra withholding to every period. an
      *> exempt employee has no federal or state income tax withheld
      *> but still pays fica and medicare. records written before
      *> these fields existed carry spaces: single, no allowances,
      *> no credits, no extra, not exempt.
           05  W4-FILING-STATUS-M      PIC X.
               88  FILING-SINGLE                   VALUE 'S' ' '.
               88  FILING-MARRIED                  VALUE 'M'.
               88  FILING-HEAD-HOUSEHOLD           VALUE 'H'.
           05  W4-ALLOWANCES-M         PIC 99.
           05  W4-CREDITS-M            PIC 9(5).
           05  W4-EXTRA-WH-M           PIC 9(4)V99.
           05  W4-EXEMPT-M             PIC X.
               88  W4-EXEMPT                       VALUE 'Y'.
      *> the state the employee works in, which picks the state
      *> bracket set from CH0101TAX.TAB. blank is the home state -
      *> the unlabelled 'S' set, as every employee was taxed before
      *> work states were carried.
           05  WORK-STATE-M            PIC XX.
      *> the company's own payroll taxes on this employee, worked
      *> by the tax run each pay: the fica and medicare match and
      *> the state unemployment (suta) for the quarter, zeroed with
      *> the withholding by the quarterly close, and the federal
      *> unemployment (futa) by quarter of the year for the 940,
      *> zeroed at year end with suta's year figure. records written
      *> before these fields existed carry spaces, read as zero.
           05  QTD-ER-FICA-M           PIC 9(6)V99.
           05  QTD-ER-MEDICARE-M       PIC 9(6)V99.
           05  QTD-SUTA-M              PIC 9(6)V99.
           05  YTD-SUTA-M              PIC 9(7)V99.
           05  FUTA-QTR-M              PIC 9(5)V99 OCCURS 4 TIMES.
      *> the w-2 figures the master did not already carry: gross for
      *> the quarter (zeroed by the quarterly close, as the qtd taxes
      *> are), the employee's own fica and medicare for the year
      *> (zeroed at year end), and the social security number the
      *> electronic w-2 file is keyed on. spaces read as zero.
           05  QTD-GROSS-M             PIC 9(8)V99.
           05  YTD-FICA-M              PIC 9(6)V99.
           05  YTD-MEDICARE-M          PIC 9(6)V99.
           05  SSN-M                   PIC 9(9).
      *> retroactive pay owed for periods already paid at the old
      *> salary, worked out by salfeed when PROJECT6 applies a raise
      *> or change effective before the last pay date. the tax run
      *> pays it as a line of its own on the next pay and zeroes it.
      *> spaces read as zero.
           05  RETRO-PAY-M             PIC 9(6)V99.
      *> the employee's home mailing address, where the w-2 goes,
      *> kept by the online maintenance program. mail that comes
      *> back is keyed on mailmnt, which flags the address bad and
      *> dates it; the mail-piece extract holds back anything
      *> addressed to a bad or blank address until a new one is
      *> keyed, which clears the flag. the 300-byte layout had no
      *> room left for it, so the record was lengthened to 400.
           05  EMP-MAIL-ADDRESS-M.
               10  EMP-STREET-M        PIC X(30).
               10  EMP-CITY-M          PIC X(20).
               10  EMP-STATE-M         PIC X(2).
               10  EMP-ZIP-M           PIC X(9).
           05  EMP-ADDR-STATUS-M       PIC X.
               88  EMP-ADDRESS-BAD                 VALUE 'B'.
           05  EMP-ADDR-RETURNED-M     PIC 9(8).
      *> room for the fields still to come.
           05  FILLER                  PIC X(60).
