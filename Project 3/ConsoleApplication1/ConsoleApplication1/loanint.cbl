      *> prints one statement per loan with the borrower's applicant
      *> id and the interest and principal paid. the company total
      *> at the end reconciles to the twelve monthly posting
      *> registers. each statement is addressed from the loan's
      *> mailing name and address and goes to the CH9994MPC.DAT
      *> mail-piece file for the presort extract.

       environment division.

               assign to "w:\Project_3\CH0301YR.PAR"
                   organization is line sequential.

           select optional mail-piece-file
               assign to "W:\CONTROL\CH9994MPC.DAT"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.
           05  filler                     pic x(1).

       fd  loan-master
           record contains 250 characters.
       copy loanmst.

       fd  statement-report
           record contains 4 characters.
       01  year-parm-rec                  pic 9(4).

       fd  mail-piece-file
           record contains 128 characters.
       copy mailpc.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.
               value 'borrower: '.
           05 std-applicant-out        pic x(9).

       01 statement-address-1.
           05 filler                   pic x(9)  value spaces.
           05 sta-name-out             pic x(30).

       01 statement-address-2.
           05 filler                   pic x(9)  value spaces.
           05 sta-street-out           pic x(30).

       01 statement-address-3.
           05 filler                   pic x(9)  value spaces.
           05 sta-city-out             pic x(20).
           05 filler                   pic x     value space.
           05 sta-state-out            pic x(2).
           05 filler                   pic x(2)  value spaces.
           05 sta-zip-out              pic x(9).

       01 statement-address-held.
           05 filler                   pic x(9)  value spaces.
           05 filler                   pic x(40)
               value '*** no good address - mail held ***'.

       01 statement-detail-2.
           05 filler                   pic x(22)
               value 'interest paid:        '.
           open input sorted-history-file
                input loan-master
                output statement-report
                extend mail-piece-file
           perform 010-set-business-date
           perform 050-load-statement-year
           move 'annual borrower interest paid' to rpt-hdr-title
           close sorted-history-file
                 loan-master
                 statement-report
                 mail-piece-file
           move 0 to return-code
           display 'end of annual interest statements'
           goback.
           move ws-prev-loan-no to std-loan-no-out
           move loan-applicant-id-m to std-applicant-out
           write statement-rec from statement-detail-1
           perform 350-write-mail-piece
           if mp-street = spaces or mp-address-bad
               write statement-rec from statement-address-held
           else
               move mp-name to sta-name-out
               move mp-street to sta-street-out
               move mp-city to sta-city-out
               move mp-state to sta-state-out
               move mp-zip to sta-zip-out
               write statement-rec from statement-address-1
               write statement-rec from statement-address-2
               write statement-rec from statement-address-3
           end-if
           move ws-loan-interest to std-interest-out
           move ws-loan-principal to std-principal-out
           write statement-rec from statement-detail-2
                        ws-loan-principal
                        ws-loan-payments.

       350-write-mail-piece.
      *> the statement's piece for the presort extract, which holds
      *> it back when the address is blank or has come back. with
      *> no mailing name keyed the borrower's applicant id stands in.
           move spaces to mail-piece-rec
           move 'LINT' to mp-doc-type
           move 'loanint' to mp-source
           move 'L' to mp-master
           move ws-prev-loan-no to mp-key
           if ws-loan-found
               move loan-mail-name-m to mp-name
               if mp-name = spaces
                   move loan-applicant-id-m to mp-name
               end-if
               move loan-street-m to mp-street
               move loan-city-m to mp-city
               move loan-state-m to mp-state
               move loan-zip-m to mp-zip
               move loan-addr-status-m to mp-addr-status
           end-if
           move rpt-curr-yr to mp-bus-date(1:4)
           move rpt-curr-mth to mp-bus-date(5:2)
           move rpt-curr-day to mp-bus-date(7:2)
           write mail-piece-rec.

       400-write-totals.
      *> the company interest total must agree with the sum of the
      *> year's twelve posting-register interest totals.
