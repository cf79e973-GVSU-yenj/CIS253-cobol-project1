           SELECT OPTIONAL EXCEPTION-LOG-FILE
               ASSIGN TO "W:\EXCEPTIONS\CH9999EXC.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *> every salary the update moves goes back to the tax master
      *> through salfeed, with the date it took effect.
           SELECT OPTIONAL SALARY-FEED-FILE
               ASSIGN TO "W:\CIS253PROJECT6INFO\CH1503SAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "W:\CONTROL\BUSDATE.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL.
           RECORD CONTAINS 76 CHARACTERS.
       copy exclog.

       fd  salary-feed-file
           record contains 33 characters.
       01  salary-feed-rec.
           05  sfd-employee-no         pic x(5).
           05  sfd-old-salary          pic 9(6).
           05  sfd-new-salary          pic 9(6).
           05  sfd-eff-date            pic 9(8).
           05  sfd-bus-date            pic 9(8).

       fd  business-date-file
           record contains 9 characters.
       copy busdate.
      *> balancing rule.
       01 ws-salary-change-total  pic s9(9)  value zero.

       01 ws-feed-old-salary  pic 9(6)  value zero.

       procedure division.
       100-main.
           perform 050-load-checkpoint
                i-o  payroll-master
                output compression-report-file
                extend exception-log-file
                extend salary-feed-file

           if ws-checkpoint-count > 0
               open extend print-file
                 MASTER-BACKUP-FILE
                 CHECKPOINT-FILE
                 EXCEPTION-LOG-FILE
                 SALARY-FEED-FILE
      *> leave the accepted file EMPTY once it is applied, the same
      *> convention the edit uses when it refuses a batch - a rerun
      *> or a following night can never feed these transactions to
               perform 400-write-exception
           end-if.

       660-write-salary-feed.
      *> a raise capped back to where it started has moved nothing.
           if ANNUAL-SALARY-M not = ws-feed-old-salary
               perform 665-write-salary-change
           end-if.

       665-write-salary-change.
      *> the change's effective date rides along so salfeed can pay
      *> back any periods the tax run already paid at the old rate;
      *> a transaction keyed without one took effect today.
           move EMPLOYEE-NO-M to sfd-employee-no
           move ws-feed-old-salary to sfd-old-salary
           move ANNUAL-SALARY-M to sfd-new-salary
           if EFF-DATE-IN is numeric
              and EFF-DATE-IN not = zero
               move EFF-DATE-IN to sfd-eff-date
           else
               move ws-rpt-date to sfd-eff-date
           end-if
           move ws-rpt-date to sfd-bus-date
           write salary-feed-rec.

       200-heading-module.
           add 1 to ws-pg-count
           move ws-pg-count to rpt-hdr-page
           add ANNUAL-SALARY-M to office-old-subtotal

           subtract ANNUAL-SALARY-M from ws-salary-change-total
           move ANNUAL-SALARY-M to ws-feed-old-salary
           compute ANNUAL-SALARY-M rounded =
               ANNUAL-SALARY-M + ANNUAL-SALARY-M * ws-raise-pct
           perform 630-check-raise-band
           add ANNUAL-SALARY-M to ws-salary-change-total
           perform 660-write-salary-feed

           move ANNUAL-SALARY-M to new-a-sal-out
           add ANNUAL-SALARY-M to new-a-total
      *> the employee's pay band, now that there finally is one.
           if ANNUAL-SALARY-IN not = zero
               subtract ANNUAL-SALARY-M from ws-salary-change-total
               move ANNUAL-SALARY-M to ws-feed-old-salary
               move ANNUAL-SALARY-IN to ANNUAL-SALARY-M
               add ANNUAL-SALARY-M to ws-salary-change-total
               perform 650-check-change-band
               if ANNUAL-SALARY-M not = ws-feed-old-salary
                   perform 665-write-salary-change
               end-if
           end-if
           move ANNUAL-SALARY-M to new-a-sal-out
           add ANNUAL-SALARY-M to new-a-total
