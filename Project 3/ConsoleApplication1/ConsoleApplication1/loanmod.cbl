           05  mod-officer-id-in          pic x(4).

       fd  loan-master
           record contains 250 characters.
       copy loanmst.

       fd  modification-journal
