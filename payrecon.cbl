
       file section.
       fd  tax-master
           record contains 400 characters.
       copy emppay.

       fd  personnel-master
