
       file section.
       fd  employee-master
           record contains 400 characters.
       copy emppay.

       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd  personnel-master
      *> the very rerun that repairs it.
       01  ws-restart-step            pic x(12) value spaces.
           88  ws-restart-rebuilds-edit
               value 'TCDEDIT' 'PROJECT1' 'CHKPOST' 'PAYFEED'
                     'PAYREL' 'PAYEDIT'.

       01  checklist-line.
