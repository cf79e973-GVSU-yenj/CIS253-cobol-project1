           05   old-ytd-state-tax-m    pic 9(7)v99.

       fd  new-employee-master
           record contains 400 characters.
       copy emppay.

       fd  print-file
           move 'C' to pay-method-m
           move zero to bank-routing-m
           move spaces to bank-account-m
           move 'S' to pay-type-m
           move zero to hourly-rate-m
           write employee-master-rec
           add 1 to ws-converted-count
           add old-salary-m to ws-old-salary-total
