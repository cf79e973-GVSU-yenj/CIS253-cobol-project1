      *> are posted, and the new closing balance is written back.
      *> customers with activity but no balance record yet are opened
      *> at zero. the control listing shows every roll with company
      *> totals at the end. each customer rolled had activity in the
      *> month, so the close date is stamped on the customer master
      *> as the account's last activity for the escheat run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BAL-CUST-NO.
           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO "W:\Project2\CH0602MST.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO-M.
           SELECT PRINT-FILE
               ASSIGN TO "W:\Project2\CH0602BAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  cust-file
           record contains 30 characters.
       copy custtrn.

       fd  balance-master
           record contains 41 characters.
       copy custbal.

       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd print-file
          record contains 80 characters.
       01 print-rec                   pic x(80).
       100-main-module.
           open input cust-file
                i-o balance-master
                i-o cust-master
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           perform 400-write-totals
           close cust-file
                 balance-master
                 cust-master
                 print-file
                 exception-log-file
           move 0 to return-code
               end-if
           end-if
           if trans-is-credit or trans-is-writeoff
              or trans-is-claim-restore
               add trans-amt to ws-cust-credits
           else
               add trans-amt to ws-cust-debits
           add ws-cust-credits to ws-total-credits
           add bal-closing-balance to ws-total-closing
           add 1 to ws-customer-ct
           perform 350-stamp-activity
           move zero to ws-cust-debits ws-cust-credits.

       350-stamp-activity.
      *> a transaction for a customer not on the master is the
      *> data-quality scan's to report, not the roll's.
           move bal-cust-no to cust-no-m
           read cust-master
               invalid key exit paragraph
           end-read
           move ws-rpt-date to cust-last-activity-m
           rewrite cust-master-rec
               invalid key continue
           end-rewrite.

       400-write-totals.
           move 'total debits:' to tot-label
           move ws-total-debits to tot-amount-out
