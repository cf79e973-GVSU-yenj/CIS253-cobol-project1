           05  ovl-amount-over         pic 9(8)v99.

       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd  print-file
