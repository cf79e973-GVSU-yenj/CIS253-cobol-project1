
       file section.
       fd  loan-master
           record contains 250 characters.
       copy loanmst.

       fd  delinquency-report
