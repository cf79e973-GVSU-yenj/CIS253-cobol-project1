           05  trans-credits-in            pic 9(3).

       fd  student-master
           record contains 80 characters.
       copy stumst.

       fd  student-file-out
           record contains 38 characters.
           end-evaluate.

       210-add-student.
           move spaces to student-master-rec
           move zero to ar-cust-no-m
           move trans-soc-sec-no-in to soc-sec-no-m
           move trans-name-in to name-m
           move trans-class-in to class-m
