      *> program1's gl-accounts group - each opened with zero
      *> balances. an account already on file is left exactly as it
      *> stands, so the run can be repeated after adding a new
      *> account without disturbing posted balances. it then walks
      *> PROJECT6's personnel master and opens the cost-center
      *> accounts - salary expense, payroll tax expense and
      *> deductions payable with the territory and office as the
      *> last four digits - for every office that has staff, so a
      *> new office is set up by running it again. the receivables,
      *> loan servicing and registration accounts their feeds post
      *> to are seeded with the payroll chart, and each fund on
      *> PROJECT5's distribution table that names its own revenue
      *> account has that account opened under the fund's name.

       environment division.

                   organization is indexed
                   access is random
                   record key is gla-account-m.
           select optional personnel-master
               assign to "W:\CIS253PROJECT6INFO\CH1503MST.NDX"
                   organization is indexed
                   access is sequential
                   record key is employee-no-p6.
           select optional distribution-table-file
               assign to "W:\PROJECT5\CH1204DST.TAB"
                   organization is line sequential.
           select print-file
               assign to "W:\PROJECT1\CH0101GLM.RPT"
                   organization is line sequential.
           record contains 96 characters.
       copy glmst.

       fd  personnel-master
           record contains 80 characters.
       01  personnel-master-rec.
           05  employee-no-p6          pic x(5).
           05  employee-name-p6        pic x(20).
           05  territory-no-p6         pic 99.
           05  office-no-p6            pic 99.
           05  filler                  pic x(51).

       fd  distribution-table-file
           record contains 30 characters.
       01  distribution-rec-in.
           05  dst-fund-code-in        pic x(2).
           05  dst-fund-name-in        pic x(15).
           05  dst-fund-pct-in         pic 9v9(4).
           05  dst-gl-account-in       pic x(8).

       fd  print-file
           record contains 110 characters.
       01  print-rec                   pic x(110).
       01  ws-pg-ct                    pic 999  value 0.
       01  ws-seed-sub                 pic 99   value 0.

       01  more-data                   pic x(3) value 'yes'.
           88  no-more-data                       value 'no'.

       01  seed-counts.
           05  ws-opened-count         pic 999  value zero.
           05  ws-existing-count       pic 999  value zero.
           05  ws-cc-office-count      pic 999  value zero.

      *> the cost-center accounts opened for each office: the
      *> natural account's first four digits and the description
      *> it is listed under, the territory and office following.
       01  cc-account-values.
           05  filler pic x(19)  value '6010salary expense'.
           05  filler pic x(19)  value '6020payroll tax exp'.
           05  filler pic x(19)  value '2103deductions pay'.
       01  cc-account-table redefines cc-account-values.
           05  cc-account-entry occurs 3 times.
               10  cc-natural          pic x(4).
               10  cc-desc             pic x(15).

      *> offices already seen on this pass, so each is tried once.
       01  ws-cc-seen-count            pic 999  value 0.
       01  ws-cc-seen-sw               pic x    value 'n'.
           88  ws-cc-seen                         value 'y'.
       01  ws-emp-cost-center.
           05  ws-emp-territory        pic 99.
           05  ws-emp-office           pic 99.
       01  cc-seen-table.
           05  cc-seen occurs 200 times indexed by cs-x
                                       pic x(4).

       01  cc-desc-work.
           05  ccd-desc                pic x(15).
           05  ccd-territory           pic 99.
           05  filler                  pic x      value '-'.
           05  ccd-office              pic 99.
           05  filler                  pic x(3)   value spaces.

      *> the payroll chart: the five original extract accounts plus
      *> the fica and medicare liabilities and the ach bank-clearing
      *> account the return run posts through, and the employer
      *> payroll tax expense with its four liabilities; then the
      *> receivables accounts project2gl journals the customer
      *> file to, the loan servicing accounts loanpost books, and
      *> the registration cash and general fee revenue PROJECT5
      *> books any fund without an account of its own to, and the
      *> unclaimed-property liability the escheat run books voided
      *> checks and cleared credit balances to, with the recovery
      *> due from the state for any it pays back on a claim.
       01  seed-account-values.
           05  filler pic x(31)
               value '60100000salary expense'.
               value '21000000net payroll payable'.
           05  filler pic x(31)
               value '10100000bank clearing'.
           05  filler pic x(31)
               value '60200000payroll tax expense'.
           05  filler pic x(31)
               value '21060000employer fica payable'.
           05  filler pic x(31)
               value '21070000employer medicare pay'.
           05  filler pic x(31)
               value '21080000futa liability'.
           05  filler pic x(31)
               value '21090000suta liability'.
           05  filler pic x(31)
               value '11000000accounts receivable'.
           05  filler pic x(31)
               value '40100000sales revenue'.
           05  filler pic x(31)
               value '10200000customer receipts'.
           05  filler pic x(31)
               value '40200000finance charge income'.
           05  filler pic x(31)
               value '60300000bad debt expense'.
           05  filler pic x(31)
               value '21200000unapplied customer cash'.
           05  filler pic x(31)
               value '40300000ar cash over and short'.
           05  filler pic x(31)
               value '40400000bad debt recoveries'.
           05  filler pic x(31)
               value '60400000collection commission'.
           05  filler pic x(31)
               value '10300000loan payments cash'.
           05  filler pic x(31)
               value '12100000loans receivable'.
           05  filler pic x(31)
               value '12200000late fees receivable'.
           05  filler pic x(31)
               value '21100000loan payment suspense'.
           05  filler pic x(31)
               value '21300000loan escrow payable'.
           05  filler pic x(31)
               value '41100000loan interest income'.
           05  filler pic x(31)
               value '41200000loan late fee income'.
           05  filler pic x(31)
               value '10400000registration cash'.
           05  filler pic x(31)
               value '41300000registration fees'.
           05  filler pic x(31)
               value '41400000tuition revenue'.
           05  filler pic x(31)
               value '21400000unclaimed property liab'.
           05  filler pic x(31)
               value '12300000unclaimed prop recovery'.
       01  seed-account-table redefines seed-account-values.
           05  seed-entry occurs 34 times.
               10  seed-account        pic x(8).
               10  seed-desc           pic x(23).

           05  det-result-out          pic x(20).

       01  total-line.
           05  tot-label               pic x(34).
           05  tot-count-out           pic zz9.

       procedure division.
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           perform varying ws-seed-sub from 1 by 1
                   until ws-seed-sub > 34
               perform 200-seed-account
           end-perform
           open input distribution-table-file
           perform until no-more-data
               read distribution-table-file
                   at end move 'no' to more-data
                   not at end perform 350-seed-fund-account
               end-read
           end-perform
           close distribution-table-file
           move 'yes' to more-data
           open input personnel-master
           perform until no-more-data
               read personnel-master
                   at end move 'no' to more-data
                   not at end perform 300-seed-cost-center
               end-read
           end-perform
           close personnel-master
           perform 400-write-totals
           close gl-account-master
                 print-file
           end-write
           write print-rec from seed-detail.

       300-seed-cost-center.
      *> an employee with no territory and office is charged
      *> company-wide; there is no office to open accounts for.
           if territory-no-p6 is not numeric
              or office-no-p6 is not numeric
               exit paragraph
           end-if
           move territory-no-p6 to ws-emp-territory
           move office-no-p6 to ws-emp-office
           if ws-emp-cost-center = zero
               exit paragraph
           end-if
           move 'n' to ws-cc-seen-sw
           set cs-x to 1
           search cc-seen
               at end continue
               when cs-x > ws-cc-seen-count
                   continue
               when cc-seen(cs-x) = ws-emp-cost-center
                   move 'y' to ws-cc-seen-sw
           end-search
           if ws-cc-seen or ws-cc-seen-count >= 200
               exit paragraph
           end-if
           add 1 to ws-cc-seen-count
           move ws-emp-cost-center to cc-seen(ws-cc-seen-count)
           add 1 to ws-cc-office-count
           perform varying ws-seed-sub from 1 by 1
                   until ws-seed-sub > 3
               perform 310-open-cost-center-account
           end-perform.

       310-open-cost-center-account.
           move cc-natural(ws-seed-sub) to gla-natural-acct-m
           move ws-emp-territory to gla-territory-m ccd-territory
           move ws-emp-office to gla-office-m ccd-office
           move cc-desc(ws-seed-sub) to ccd-desc
           move cc-desc-work to gla-desc-m
           move gla-account-m to det-account-out
           move gla-desc-m to det-desc-out
           move zero to gla-period-debits-m
                        gla-period-credits-m
                        gla-ytd-debits-m
                        gla-ytd-credits-m
           write gl-account-rec
               invalid key
                   move 'already on file' to det-result-out
                   add 1 to ws-existing-count
               not invalid key
                   move 'opened' to det-result-out
                   add 1 to ws-opened-count
           end-write
           write print-rec from seed-detail.

       350-seed-fund-account.
      *> a fund with no account of its own posts to the general
      *> registration fee account seeded above.
           if dst-gl-account-in = spaces
               exit paragraph
           end-if
           move dst-gl-account-in to gla-account-m
                                     det-account-out
           move spaces to gla-desc-m
           string 'reg fees ' delimited by size
                  dst-fund-name-in delimited by size
               into gla-desc-m
           move gla-desc-m to det-desc-out
           move zero to gla-period-debits-m
                        gla-period-credits-m
                        gla-ytd-debits-m
                        gla-ytd-credits-m
           write gl-account-rec
               invalid key
                   move 'already on file' to det-result-out
                   add 1 to ws-existing-count
               not invalid key
                   move 'opened' to det-result-out
                   add 1 to ws-opened-count
           end-write
           write print-rec from seed-detail.

       400-write-totals.
           move 'offices with cost-center accounts:' to tot-label
           move ws-cc-office-count to tot-count-out
           write print-rec from total-line
           move 'accounts opened:' to tot-label
           move ws-opened-count to tot-count-out
           write print-rec from total-line
