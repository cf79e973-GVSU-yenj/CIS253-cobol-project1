      *> hourly timecard record for CH0101TCD.DAT (as keyed) and
      *> CH0101TCA.DAT (as accepted by tcdedit). one card per hourly
      *> employee per pay period: straight-time hours, overtime hours
      *> already approved as such, and paid holiday hours. the tax
      *> run pays straight time past 40 hours a week at time and a
      *> half whether or not the supervisor split it out, so the
      *> straight-time hours are also carried week by week - week 1
      *> only for a weekly card, weeks 1-2 for a biweekly one, and
      *> up to 6 calendar weeks for a semi-monthly or monthly one -
      *> and the weeks must add up to TCD-REGULAR-HOURS.
       01  TIMECARD-REC.
           05  TCD-EMPLOYEE-NO         PIC X(5).
           05  TCD-PERIOD-END          PIC 9(8).
           05  TCD-REGULAR-HOURS       PIC 9(3)V99.
           05  TCD-OVERTIME-HOURS      PIC 9(3)V99.
           05  TCD-HOLIDAY-HOURS       PIC 9(3)V99.
           05  TCD-WEEK-HOURS          PIC 9(3)V99 OCCURS 6 TIMES.
