           05  stu-his-credits             pic 9(3).

       fd  student-master
           record contains 80 characters.
       copy stumst.

       fd  standing-report
           record contains 80 characters.
