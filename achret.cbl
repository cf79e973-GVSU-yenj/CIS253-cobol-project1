           05  ach-date                pic 9(8).

       fd  employee-master
           record contains 400 characters.
       copy emppay.

       fd  check-print-file
