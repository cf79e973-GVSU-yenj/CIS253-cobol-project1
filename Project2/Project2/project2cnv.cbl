           05  old-first-name-m        pic x(15).

       fd  new-cust-master
           record contains 120 characters.
       copy custmst.

       fd  xref-file
           05  old-trans-type-in       pic x.

       fd  new-cust-file
           record contains 30 characters.
       copy custtrn.

       fd  print-file
               move old-yr-o-tranaction to yr-o-tranaction
               move old-trans-amt to trans-amt
               move old-trans-type-in to trans-type-in
               move zero to trans-ref-no trans-apply-ref
               write trans-rec-in
               add 1 to ws-trans-converted
           else
