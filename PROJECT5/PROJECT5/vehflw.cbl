           05  vehicle-id-in               pic x(8).

       fd  vehicle-master
           record contains 150 characters.
       copy vehmst.

       fd registration-table-input-file
