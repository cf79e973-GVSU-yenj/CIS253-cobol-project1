       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROJECT2GL.
       AUTHOR. JON YEN.
      *> nightly receivables journal. CH0602.DAT holds the whole
      *> month's customer activity - entered charges and payments,
      *> project2fin's finance charges, project2wof's write-offs and
      *> the term billing run's tuition charges - and grows through
      *> the month, so this run journals only the records added
      *> since the last night. the count already
      *> journalled and an image of the file's first record are kept
      *> in CH0602GLP.CTL; a different first record means the month
      *> was rolled and a new file started, and the whole file is
      *> journalled from the top. the night's activity goes to the
      *> ledger as balanced entries on the posting extract glpost
      *> journals: charges debit receivables against sales, payments
      *> credit receivables against customer receipts, finance
      *> charges debit receivables against finance charge income,
      *> tuition debits receivables against tuition revenue, and
      *> write-offs credit receivables against bad-debt expense,
      *> credit balances cleared by the unclaimed-property run debit
      *> receivables against the unclaimed-property liability, and
      *> credits restored on a paid claim credit receivables against
      *> the recovery the state refunds.
      *> the movement in the customer file and the movement given to
      *> the receivables account go to the balancing file so the
      *> certificate proves the subledger and the ledger agree. a
      *> rerun of the night finds nothing new and books nothing
      *> twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE
               ASSIGN TO "W:\Project2\CH0602.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-CONTROL-FILE
               ASSIGN TO "W:\Project2\CH0602GLP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE
               ASSIGN TO "W:\PROJECT1\CH0101GLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE
               ASSIGN TO "W:\Project2\CH0602GLJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-LOG-FILE
               ASSIGN TO "W:\EXCEPTIONS\CH9999EXC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "W:\CONTROL\BUSDATE.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-STATS-FILE
               ASSIGN TO "W:\CONTROL\CH9998RUN.STA"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BALANCING-FILE
               ASSIGN TO "W:\CONTROL\CH9997BAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       file section.
       fd  cust-file
           record contains 30 characters.
       copy custtrn.

      *> how far into CH0602.DAT the ledger has been given, and the
      *> first record of the file that count belongs to.
       fd  journal-control-file
           record contains 25 characters.
       01  journal-control-rec.
           05  gjc-records-journalled  pic 9(7).
           05  gjc-first-rec           pic x(18).

       fd  gl-posting-file
           record contains 51 characters.
       01  gl-posting-rec.
           05  glp-account             pic x(8).
           05  glp-run-date            pic 9(8).
           05  glp-dr-cr               pic x.
           05  glp-amount              pic 9(9)v99.
           05  glp-description         pic x(23).

       fd print-file
          record contains 80 characters.
       01 print-rec                   pic x(80).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       FD  BUSINESS-DATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       copy busdate.

       FD  RUN-STATS-FILE
           RECORD CONTAINS 52 CHARACTERS.
       copy runstat.

       FD  BALANCING-FILE
           RECORD CONTAINS 42 CHARACTERS.
       copy ctlbal.

       WORKING-STORAGE SECTION.

       01  run-stat-work.
           05  ws-stat-timestamp       pic x(21).
           05  ws-stat-start-time      pic 9(6)  value zero.
           05  ws-stat-records-read    pic 9(7)  value zero.
           05  ws-stat-records-written pic 9(7)  value zero.
           05  ws-stat-exception-count pic 9(5)  value zero.
       01  work-areas.
           05  are-there-more-records pic xxx
                   value 'yes'.
               88  no-more-records                 value 'no'.
           05  ws-pg-ct               pic 9(3)
                   value zero.

       copy rptdate.

       01  ws-exceptions-sw           pic x       value 'n'.
           88  ws-exceptions-printed              value 'y'.

       01  ws-exc-message             pic x(40)   value spaces.

      *> the position carried from last night, and tonight's.
       01  journal-position.
           05  ws-already-journalled  pic 9(7)    value zero.
           05  ws-saved-first-rec     pic x(18)   value spaces.
           05  ws-record-no           pic 9(7)    value zero.
           05  ws-first-rec           pic x(18)   value spaces.

       01  ws-new-file-sw             pic x       value 'n'.
           88  ws-new-file                         value 'y'.

      *> the receivables accounts on the gl chart glacct seeds.
       01  gl-accounts.
           05  gl-acct-receivable     pic x(8)    value '11000000'.
           05  gl-acct-sales          pic x(8)    value '40100000'.
           05  gl-acct-receipts       pic x(8)    value '10200000'.
           05  gl-acct-fin-income     pic x(8)    value '40200000'.
           05  gl-acct-bad-debt       pic x(8)    value '60300000'.
           05  gl-acct-tuition        pic x(8)    value '41400000'.
           05  gl-acct-unclaimed-liab pic x(8)    value '21400000'.
           05  gl-acct-recovery       pic x(8)    value '12300000'.

       01  gl-pair-work.
           05  ws-gl-debit-acct       pic x(8).
           05  ws-gl-credit-acct      pic x(8).
           05  ws-gl-amount           pic 9(9)v99.
           05  ws-gl-description      pic x(23).

       01  journal-totals.
           05  ws-sales-count         pic 9(5)     value zero.
           05  ws-sales-total         pic 9(9)v99  value zero.
           05  ws-receipts-count      pic 9(5)     value zero.
           05  ws-receipts-total      pic 9(9)v99  value zero.
           05  ws-finchg-count        pic 9(5)     value zero.
           05  ws-finchg-total        pic 9(9)v99  value zero.
           05  ws-writeoff-count      pic 9(5)     value zero.
           05  ws-writeoff-total      pic 9(9)v99  value zero.
           05  ws-tuition-count       pic 9(5)     value zero.
           05  ws-tuition-total       pic 9(9)v99  value zero.
           05  ws-escheat-count       pic 9(5)     value zero.
           05  ws-escheat-total       pic 9(9)v99  value zero.
           05  ws-restore-count       pic 9(5)     value zero.
           05  ws-restore-total       pic 9(9)v99  value zero.
           05  ws-rejected-count      pic 9(5)     value zero.

      *> the two sides of the receivables proof: the customer file's
      *> net movement, and the net given to the receivables account.
       01  ar-proof.
           05  ws-ar-subledger-net    pic s9(9)v99 value zero.
           05  ws-ar-gl-net           pic s9(9)v99 value zero.

       copy rpthdr1.

       01  journal-hdr.
           05  filler                 pic x(8)     value 'activity'.
           05  filler                 pic x(23)    value spaces.
           05  filler                 pic x(5)     value 'count'.
           05  filler                 pic x(10)    value spaces.
           05  filler                 pic x(6)     value 'amount'.

       01  journal-line.
           05  jnl-label-out          pic x(28).
           05  filler                 pic x(2)     value spaces.
           05  jnl-count-out          pic zz,zz9.
           05  filler                 pic x(3)     value spaces.
           05  jnl-amount-out         pic $$$,$$$,$$9.99.

       01  reject-line.
           05  rej-cust-no-out        pic x(5).
           05  filler                 pic x(3)     value spaces.
           05  rej-record-no-out      pic z,zzz,zz9.
           05  filler                 pic x(3)     value spaces.
           05  rej-message-out        pic x(40).

       01  position-line.
           05  pos-label-out          pic x(40).
           05  pos-count-out          pic z,zzz,zz9.

       PROCEDURE DIVISION.
       100-main-module.
           perform 110-load-journal-control
           open input cust-file
                extend gl-posting-file
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           perform 020-write-start-stat
           perform 150-heading-rtn
           perform until no-more-records
               read cust-file
                   at end move 'no' to are-there-more-records
                   not at end
                       add 1 to ws-stat-records-read
                       perform 200-next-record
               end-read
           end-perform
           perform 300-check-file-length
           perform 400-write-gl-entries
           perform 500-write-totals
           close cust-file
                 gl-posting-file
                 print-file
                 exception-log-file
           perform 600-save-journal-control
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform 022-write-control-totals
           perform 021-write-end-stat
           goback.

       110-load-journal-control.
           open input journal-control-file
           read journal-control-file
               at end
                   move zero to gjc-records-journalled
                   move spaces to gjc-first-rec
           end-read
           close journal-control-file
           if gjc-records-journalled is not numeric
               move zero to gjc-records-journalled
           end-if
           move gjc-records-journalled to ws-already-journalled
           move gjc-first-rec to ws-saved-first-rec.

       150-heading-rtn.
           move 'receivables gl journal' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from journal-hdr.

       200-next-record.
           add 1 to ws-record-no
           if ws-record-no = 1
               move trans-rec-in(1:18) to ws-first-rec
               if ws-first-rec not = ws-saved-first-rec
                  and ws-already-journalled > zero
                   move 'y' to ws-new-file-sw
                   move zero to ws-already-journalled
               end-if
           end-if
           if ws-record-no > ws-already-journalled
               perform 210-journal-transaction
           end-if.

       210-journal-transaction.
           if trans-amt is not numeric
               move 'transaction amount not numeric' to ws-exc-message
               perform 290-reject-transaction
               exit paragraph
           end-if
           evaluate true
               when trans-is-debit
                   add 1 to ws-sales-count
                   add trans-amt to ws-sales-total
                   add trans-amt to ws-ar-subledger-net
               when trans-is-credit
                   add 1 to ws-receipts-count
                   add trans-amt to ws-receipts-total
                   subtract trans-amt from ws-ar-subledger-net
               when trans-is-fin-charge
                   add 1 to ws-finchg-count
                   add trans-amt to ws-finchg-total
                   add trans-amt to ws-ar-subledger-net
               when trans-is-writeoff
                   add 1 to ws-writeoff-count
                   add trans-amt to ws-writeoff-total
                   subtract trans-amt from ws-ar-subledger-net
               when trans-is-tuition
                   add 1 to ws-tuition-count
                   add trans-amt to ws-tuition-total
                   add trans-amt to ws-ar-subledger-net
               when trans-is-escheat
                   add 1 to ws-escheat-count
                   add trans-amt to ws-escheat-total
                   add trans-amt to ws-ar-subledger-net
               when trans-is-claim-restore
                   add 1 to ws-restore-count
                   add trans-amt to ws-restore-total
                   subtract trans-amt from ws-ar-subledger-net
               when other
                   move 'unknown transaction type - not posted'
                       to ws-exc-message
                   perform 290-reject-transaction
           end-evaluate.

       290-reject-transaction.
           add 1 to ws-rejected-count
           move cust-no-in to rej-cust-no-out
           move ws-record-no to rej-record-no-out
           move ws-exc-message to rej-message-out
           write print-rec from reject-line
           move 'y' to ws-exceptions-sw
           move 'proj2gl' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move cust-no-in to exc-log-key
           move ws-exc-message to exc-log-message
           write exception-log-rec
           add 1 to ws-stat-exception-count.

       300-check-file-length.
      *> a file shorter than the count already journalled, but with
      *> the same first record, has lost records the ledger was
      *> already given - that is for accounting to look at, and the
      *> position drops back to the file as it now stands.
           if ws-record-no < ws-already-journalled
               if ws-record-no > zero
                   move zero to cust-no-in
                   move 'customer file shorter than journalled'
                       to ws-exc-message
                   perform 290-reject-transaction
               end-if
               move 'y' to ws-new-file-sw
           end-if.

       400-write-gl-entries.
           move gl-acct-receivable to ws-gl-debit-acct
           move gl-acct-sales to ws-gl-credit-acct
           move ws-sales-total to ws-gl-amount
           move 'ar charges' to ws-gl-description
           perform 450-write-gl-pair
           move gl-acct-receipts to ws-gl-debit-acct
           move gl-acct-receivable to ws-gl-credit-acct
           move ws-receipts-total to ws-gl-amount
           move 'ar payments' to ws-gl-description
           perform 450-write-gl-pair
           move gl-acct-receivable to ws-gl-debit-acct
           move gl-acct-fin-income to ws-gl-credit-acct
           move ws-finchg-total to ws-gl-amount
           move 'ar finance charges' to ws-gl-description
           perform 450-write-gl-pair
           move gl-acct-receivable to ws-gl-debit-acct
           move gl-acct-tuition to ws-gl-credit-acct
           move ws-tuition-total to ws-gl-amount
           move 'ar tuition' to ws-gl-description
           perform 450-write-gl-pair
           move gl-acct-bad-debt to ws-gl-debit-acct
           move gl-acct-receivable to ws-gl-credit-acct
           move ws-writeoff-total to ws-gl-amount
           move 'ar write-offs' to ws-gl-description
           perform 450-write-gl-pair
           move gl-acct-receivable to ws-gl-debit-acct
           move gl-acct-unclaimed-liab to ws-gl-credit-acct
           move ws-escheat-total to ws-gl-amount
           move 'ar credits escheated' to ws-gl-description
           perform 450-write-gl-pair
           move gl-acct-recovery to ws-gl-debit-acct
           move gl-acct-receivable to ws-gl-credit-acct
           move ws-restore-total to ws-gl-amount
           move 'ar claims restored' to ws-gl-description
           perform 450-write-gl-pair.

       450-write-gl-pair.
      *> a balanced debit and credit for one kind of activity; a
      *> night with none of it writes nothing.
           if ws-gl-amount = zero
               exit paragraph
           end-if
           move ws-gl-debit-acct to glp-account
           move ws-rpt-date to glp-run-date
           move 'D' to glp-dr-cr
           move ws-gl-amount to glp-amount
           move ws-gl-description to glp-description
           write gl-posting-rec
           move ws-gl-credit-acct to glp-account
           move 'C' to glp-dr-cr
           write gl-posting-rec
           add 2 to ws-stat-records-written
           if ws-gl-debit-acct = gl-acct-receivable
               add ws-gl-amount to ws-ar-gl-net
           end-if
           if ws-gl-credit-acct = gl-acct-receivable
               subtract ws-gl-amount from ws-ar-gl-net
           end-if.

       500-write-totals.
           move 'charges journalled:' to jnl-label-out
           move ws-sales-count to jnl-count-out
           move ws-sales-total to jnl-amount-out
           write print-rec from journal-line
           move 'payments journalled:' to jnl-label-out
           move ws-receipts-count to jnl-count-out
           move ws-receipts-total to jnl-amount-out
           write print-rec from journal-line
           move 'finance charges journalled:' to jnl-label-out
           move ws-finchg-count to jnl-count-out
           move ws-finchg-total to jnl-amount-out
           write print-rec from journal-line
           move 'tuition charges journalled:' to jnl-label-out
           move ws-tuition-count to jnl-count-out
           move ws-tuition-total to jnl-amount-out
           write print-rec from journal-line
           move 'write-offs journalled:' to jnl-label-out
           move ws-writeoff-count to jnl-count-out
           move ws-writeoff-total to jnl-amount-out
           write print-rec from journal-line
           move 'escheats journalled:' to jnl-label-out
           move ws-escheat-count to jnl-count-out
           move ws-escheat-total to jnl-amount-out
           write print-rec from journal-line
           move 'claim restores journalled:' to jnl-label-out
           move ws-restore-count to jnl-count-out
           move ws-restore-total to jnl-amount-out
           write print-rec from journal-line
           move 'records rejected:' to jnl-label-out
           move ws-rejected-count to jnl-count-out
           move zero to jnl-amount-out
           write print-rec from journal-line
           if ws-new-file
               move 'new customer file - journalled from top'
                   to pos-label-out
               move zero to pos-count-out
               write print-rec from position-line
           end-if
           move 'records journalled before tonight:' to pos-label-out
           move ws-already-journalled to pos-count-out
           write print-rec from position-line
           move 'records on file after tonight:' to pos-label-out
           move ws-record-no to pos-count-out
           write print-rec from position-line.

       600-save-journal-control.
           move ws-record-no to gjc-records-journalled
           move ws-first-rec to gjc-first-rec
           open output journal-control-file
           write journal-control-rec
           close journal-control-file.

       010-set-business-date.
      *> report headings and log stamps carry the business date
      *> from BUSDATE.CTL (set by nightlybatch) so a rerun books
      *> under its true date; the calendar date is the fallback
      *> when the control file is absent.
           move function current-date to ws-rpt-date
           open input business-date-file
           read business-date-file
               at end continue
               not at end
                   move bus-date-yr to rpt-curr-yr
                   move bus-date-mth to rpt-curr-mth
                   move bus-date-day to rpt-curr-day
           end-read
           close business-date-file.

       020-write-start-stat.
      *> one 'S' record at start-up and one 'E' record at end of
      *> job go to the shared stats file, so the morning summary
      *> can reconstruct the night without the console.
           move 'proj2gl' to run-program
           move rpt-curr-yr to run-bus-yr
           move rpt-curr-mth to run-bus-mth
           move rpt-curr-day to run-bus-day
           move 'S' to run-rec-type
           move function current-date to ws-stat-timestamp
           move ws-stat-timestamp(9:6) to run-start-time
                                         ws-stat-start-time
           move zero to run-end-time
                        run-records-read
                        run-records-written
                        run-exception-count
                        run-return-code
           open extend run-stats-file
           write run-stat-rec
           close run-stats-file.

       021-write-end-stat.
           move 'proj2gl' to run-program
           move rpt-curr-yr to run-bus-yr
           move rpt-curr-mth to run-bus-mth
           move rpt-curr-day to run-bus-day
           move 'E' to run-rec-type
           move ws-stat-start-time to run-start-time
           move function current-date to ws-stat-timestamp
           move ws-stat-timestamp(9:6) to run-end-time
           move ws-stat-records-read to run-records-read
           move ws-stat-records-written to run-records-written
           move ws-stat-exception-count to run-exception-count
           move return-code to run-return-code
           open extend run-stats-file
           write run-stat-rec
           close run-stats-file.

       022-write-control-totals.
      *> the customer file's net movement journalled tonight must
      *> equal the net the receivables account was given.
           move 'proj2gl' to ctl-program
           move 'AR-GL' to ctl-rule-id
           move 'A' to ctl-side
           move ws-ar-subledger-net to ctl-amount
           perform 023-write-control-side
           move 'B' to ctl-side
           move ws-ar-gl-net to ctl-amount
           perform 023-write-control-side.

       023-write-control-side.
      *> one side of a balancing rule for tonight's certificate.
           move rpt-curr-yr to ctl-bus-yr
           move rpt-curr-mth to ctl-bus-mth
           move rpt-curr-day to ctl-bus-day
           open extend balancing-file
           write control-total-rec
           close balancing-file.
