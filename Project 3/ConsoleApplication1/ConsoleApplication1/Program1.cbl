       01  decision-rpt-rec               pic x(80).

       fd  loan-master
           record contains 250 characters.
       copy loanmst.

      *> last assigned loan number, kept across runs the same way
               / (ws-compound-factor - 1).

       270-write-loan-master.
           move spaces to loan-master-rec
           add 1 to ws-next-loan-no
           move ws-next-loan-no to loan-no-m
           move ws-current-applicant-id to loan-applicant-id-m
           move zero to loan-missed-count-m
                        loan-suspense-m
                        loan-fee-bal-m
      *> escrow starts empty; the first escrow analysis after the
      *> tax and insurance bills are on file sets the payment.
                        loan-escrow-pmt-m
                        loan-escrow-bal-m
                        loan-escrow-coll-m
                        loan-escrow-disb-m
                        loan-escrow-analyzed-m
      *> the mailing name and address are keyed on mailmnt.
                        loan-addr-returned-m
           move 'O' to loan-status-m
           write loan-master-rec
               invalid key
