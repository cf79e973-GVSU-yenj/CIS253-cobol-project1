
       file section.
       fd  maintenance-journal
           record contains 310 characters.
       01  journal-rec.
           05  jrn-yr                  pic 9(4).
           05  jrn-mth                 pic 99.
           05  jrn-after-name          pic x(30).
           05  jrn-after-salary        pic 9(6).
           05  jrn-after-status        pic x.
           05  filler                  pic x(209).

       fd  personnel-master
           record contains 80 characters.
