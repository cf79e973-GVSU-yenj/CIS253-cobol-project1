       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROJECT2DRW.
       AUTHOR. JON YEN.
      *> nightly counter cash-drawer settlement. the entry desk
      *> journals each clerk's drawer to CH0602DRW.DAT - the float
      *> it was opened with, every payment taken with its receipt
      *> number and tender, and what the clerk counted at the close.
      *> each drawer is settled here tender by tender: cash expected
      *> is the float plus the cash taken, checks and card slips
      *> expected are what was taken that way, and each is set
      *> against the count for the over or short. a drawer that is
      *> out shows the receipts that went through it, so a short
      *> can be traced to the clerk and the payments; a drawer never
      *> closed is settled against a count of nothing. over and
      *> short goes to the exception log and is journalled against
      *> cash over and short, and the day's counted cash (less the
      *> floats, which stay in the safe) and checks go out as the
      *> bank deposit slip totals. the settled records are added to
      *> the drawer history and the journal is emptied, so a rerun
      *> of the night cannot settle a drawer twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASH-DRAWER-FILE
               ASSIGN TO "W:\Project2\CH0602DRW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DRAWER-HISTORY-FILE
               ASSIGN TO "W:\Project2\CH0602DRH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-SLIP-FILE
               ASSIGN TO "W:\Project2\CH0602DEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE
               ASSIGN TO "W:\PROJECT1\CH0101GLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE
               ASSIGN TO "W:\Project2\CH0602DRS.RPT"
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

       DATA DIVISION.
       file section.
       fd  cash-drawer-file
           record contains 50 characters.
       copy cshdrw.

       fd  drawer-history-file
           record contains 50 characters.
       01  drawer-history-rec         pic x(50).

      *> one line per tender the bank deposit slip is made up from:
      *> 'C' cash and 'K' checks, with the item count and amount.
       fd  deposit-slip-file
           record contains 30 characters.
       01  deposit-slip-rec.
           05  dep-bus-date           pic 9(8).
           05  dep-tender             pic x.
           05  dep-item-count         pic 9(5).
           05  dep-amount             pic 9(9)v99.
           05  filler                 pic x(5).

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

      *> a journal with more drawers than the table holds is left
      *> on file unsettled for the desk to split.
       01  ws-overflow-sw             pic x       value 'n'.
           88  ws-drawer-overflow                 value 'y'.

      *> one entry per clerk per business date on the journal.
       01  ws-drawer-count            pic 9(3)    value zero.
       01  drawer-table.
           05  drawer-entry occurs 200 times indexed by dx.
               10  dt-clerk-id        pic x(8).
               10  dt-bus-date        pic 9(8).
               10  dt-closed-sw       pic x.
                   88  dt-closed                  value 'y'.
               10  dt-float           pic 9(5)v99.
               10  dt-exp-cash        pic 9(7)v99.
               10  dt-exp-check       pic 9(7)v99.
               10  dt-exp-card        pic 9(7)v99.
               10  dt-cnt-cash        pic 9(7)v99.
               10  dt-cnt-check       pic 9(7)v99.
               10  dt-cnt-card        pic 9(7)v99.
               10  dt-cash-items      pic 9(5).
               10  dt-check-items     pic 9(5).
               10  dt-card-items      pic 9(5).

       01  drawer-work.
           05  ws-over-cash           pic s9(7)v99 value zero.
           05  ws-over-check          pic s9(7)v99 value zero.
           05  ws-over-card           pic s9(7)v99 value zero.
           05  ws-over-drawer         pic s9(7)v99 value zero.
           05  ws-exp-drawer          pic 9(7)v99  value zero.
           05  ws-cnt-drawer          pic 9(7)v99  value zero.
           05  ws-short-amount        pic 9(7)v99  value zero.

       01  day-totals.
           05  ws-tot-float           pic 9(7)v99  value zero.
           05  ws-tot-exp-cash        pic 9(9)v99  value zero.
           05  ws-tot-exp-check       pic 9(9)v99  value zero.
           05  ws-tot-exp-card        pic 9(9)v99  value zero.
           05  ws-tot-cnt-cash        pic 9(9)v99  value zero.
           05  ws-tot-cnt-check       pic 9(9)v99  value zero.
           05  ws-tot-cnt-card        pic 9(9)v99  value zero.
           05  ws-tot-cash-items      pic 9(5)     value zero.
           05  ws-tot-check-items     pic 9(5)     value zero.
           05  ws-tot-card-items      pic 9(5)     value zero.
           05  ws-tot-over-short      pic s9(9)v99 value zero.
           05  ws-cash-deposit        pic s9(9)v99 value zero.
           05  ws-drawers-out         pic 9(3)     value zero.
           05  ws-drawers-unclosed    pic 9(3)     value zero.

      *> the accounts on the gl chart glacct seeds.
       01  gl-accounts.
           05  gl-acct-receipts       pic x(8)    value '10200000'.
           05  gl-acct-over-short     pic x(8)    value '40300000'.

       01  gl-pair-work.
           05  ws-gl-debit-acct       pic x(8).
           05  ws-gl-credit-acct      pic x(8).
           05  ws-gl-amount           pic 9(9)v99.
           05  ws-gl-description      pic x(23).

       copy rpthdr1.

       01  drawer-hdr.
           05  filler                 pic x(7)     value 'clerk: '.
           05  drh-clerk-out          pic x(8).
           05  filler                 pic x(4)     value spaces.
           05  filler                 pic x(6)     value 'date: '.
           05  drh-date-out           pic 9(8).
           05  filler                 pic x(4)     value spaces.
           05  filler                 pic x(7)     value 'float: '.
           05  drh-float-out          pic $$,$$9.99.
           05  filler                 pic x(2)     value spaces.
           05  drh-note-out           pic x(20).

       01  tender-hdr.
           05  filler                 pic x(12)    value 'tender'.
           05  filler                 pic x(5)     value 'items'.
           05  filler                 pic x(6)     value spaces.
           05  filler                 pic x(8)     value 'expected'.
           05  filler                 pic x(7)     value spaces.
           05  filler                 pic x(7)     value 'counted'.
           05  filler                 pic x(6)     value spaces.
           05  filler                 pic x(10)    value 'over/short'.

       01  tender-line.
           05  tnd-label-out          pic x(12).
           05  tnd-items-out          pic zz,zz9.
           05  filler                 pic x(2)     value spaces.
           05  tnd-expected-out       pic $$$,$$$,$$9.99.
           05  filler                 pic x(1)     value spaces.
           05  tnd-counted-out        pic $$$,$$$,$$9.99.
           05  filler                 pic x(1)     value spaces.
           05  tnd-over-out           pic $$$,$$$,$$9.99-.

       01  receipt-hdr.
           05  filler                 pic x(4)     value spaces.
           05  filler                 pic x(34)
               value 'receipts through this drawer:'.

       01  receipt-line.
           05  filler                 pic x(4)     value spaces.
           05  rcl-receipt-out        pic 9(6).
           05  filler                 pic x(3)     value spaces.
           05  rcl-cust-out           pic 9(5).
           05  filler                 pic x(3)     value spaces.
           05  rcl-tender-out         pic x(6).
           05  filler                 pic x(3)     value spaces.
           05  rcl-amount-out         pic $$,$$$,$$9.99.

       01  summary-line.
           05  sml-label-out          pic x(36).
           05  sml-count-out          pic zz,zz9.
           05  filler                 pic x(3)     value spaces.
           05  sml-amount-out         pic $$$,$$$,$$9.99-.

       01  blank-line                 pic x(80)   value spaces.

       PROCEDURE DIVISION.
       100-main-module.
           open input cash-drawer-file
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           perform 020-write-start-stat
           move 'counter drawer settlement' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           perform until no-more-records
               read cash-drawer-file
                   at end move 'no' to are-there-more-records
                   not at end
                       add 1 to ws-stat-records-read
                       perform 200-load-drawer-record
               end-read
           end-perform
           close cash-drawer-file
           if ws-drawer-overflow
               perform 150-refuse-settlement
               close print-file
                     exception-log-file
               move 8 to return-code
               perform 021-write-end-stat
               goback
           end-if
           perform varying dx from 1 by 1
                   until dx > ws-drawer-count
               perform 300-settle-drawer
           end-perform
           perform 500-write-day-totals
           open output deposit-slip-file
                extend gl-posting-file
           perform 550-write-deposit-slip
           perform 600-write-gl-entries
           close deposit-slip-file
                 gl-posting-file
                 print-file
                 exception-log-file
           perform 700-archive-journal
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform 021-write-end-stat
           goback.

       150-refuse-settlement.
           move 'more drawers than the settlement holds'
               to ws-exc-message
           move spaces to exc-log-key
           perform 390-write-exception-log
           move '*** NOT SETTLED - DRAWER JOURNAL LEFT ON FILE ***'
               to print-rec
           write print-rec.

       200-load-drawer-record.
      *> find or add the clerk's drawer for the record's date.
           set dx to 1
           perform until dx > ws-drawer-count
               if dt-clerk-id(dx) = drw-clerk-id
                  and dt-bus-date(dx) = drw-bus-date
                   exit perform
               end-if
               set dx up by 1
           end-perform
           if dx > ws-drawer-count
               if ws-drawer-count >= 200
                   move 'y' to ws-overflow-sw
                   exit paragraph
               end-if
               add 1 to ws-drawer-count
               set dx to ws-drawer-count
               move drw-clerk-id to dt-clerk-id(dx)
               move drw-bus-date to dt-bus-date(dx)
               move 'n' to dt-closed-sw(dx)
               move zero to dt-float(dx)
                            dt-exp-cash(dx)
                            dt-exp-check(dx)
                            dt-exp-card(dx)
                            dt-cnt-cash(dx)
                            dt-cnt-check(dx)
                            dt-cnt-card(dx)
                            dt-cash-items(dx)
                            dt-check-items(dx)
                            dt-card-items(dx)
           end-if
           evaluate true
               when drw-is-open
                   add drw-float to dt-float(dx)
               when drw-is-close
                   move 'y' to dt-closed-sw(dx)
                   move drw-counted-cash to dt-cnt-cash(dx)
                   move drw-counted-check to dt-cnt-check(dx)
                   move drw-counted-card to dt-cnt-card(dx)
               when drw-is-payment and drw-tender-cash
                   add drw-amount to dt-exp-cash(dx)
                   add 1 to dt-cash-items(dx)
               when drw-is-payment and drw-tender-check
                   add drw-amount to dt-exp-check(dx)
                   add 1 to dt-check-items(dx)
               when drw-is-payment
                   add drw-amount to dt-exp-card(dx)
                   add 1 to dt-card-items(dx)
           end-evaluate.

       300-settle-drawer.
           add dt-float(dx) to dt-exp-cash(dx)
           compute ws-over-cash = dt-cnt-cash(dx) - dt-exp-cash(dx)
           compute ws-over-check =
               dt-cnt-check(dx) - dt-exp-check(dx)
           compute ws-over-card = dt-cnt-card(dx) - dt-exp-card(dx)
           compute ws-over-drawer =
               ws-over-cash + ws-over-check + ws-over-card
           compute ws-exp-drawer = dt-exp-cash(dx)
               + dt-exp-check(dx) + dt-exp-card(dx)
           compute ws-cnt-drawer = dt-cnt-cash(dx)
               + dt-cnt-check(dx) + dt-cnt-card(dx)
           add dt-float(dx) to ws-tot-float
           add dt-exp-cash(dx) to ws-tot-exp-cash
           add dt-exp-check(dx) to ws-tot-exp-check
           add dt-exp-card(dx) to ws-tot-exp-card
           add dt-cnt-cash(dx) to ws-tot-cnt-cash
           add dt-cnt-check(dx) to ws-tot-cnt-check
           add dt-cnt-card(dx) to ws-tot-cnt-card
           add dt-cash-items(dx) to ws-tot-cash-items
           add dt-check-items(dx) to ws-tot-check-items
           add dt-card-items(dx) to ws-tot-card-items
           add ws-over-drawer to ws-tot-over-short
           write print-rec from blank-line
           move dt-clerk-id(dx) to drh-clerk-out
           move dt-bus-date(dx) to drh-date-out
           move dt-float(dx) to drh-float-out
           if dt-closed(dx)
               move spaces to drh-note-out
           else
               move '*** NOT CLOSED ***' to drh-note-out
               add 1 to ws-drawers-unclosed
           end-if
           write print-rec from drawer-hdr
           write print-rec from tender-hdr
           move 'cash' to tnd-label-out
           move dt-cash-items(dx) to tnd-items-out
           move dt-exp-cash(dx) to tnd-expected-out
           move dt-cnt-cash(dx) to tnd-counted-out
           move ws-over-cash to tnd-over-out
           write print-rec from tender-line
           move 'checks' to tnd-label-out
           move dt-check-items(dx) to tnd-items-out
           move dt-exp-check(dx) to tnd-expected-out
           move dt-cnt-check(dx) to tnd-counted-out
           move ws-over-check to tnd-over-out
           write print-rec from tender-line
           move 'card' to tnd-label-out
           move dt-card-items(dx) to tnd-items-out
           move dt-exp-card(dx) to tnd-expected-out
           move dt-cnt-card(dx) to tnd-counted-out
           move ws-over-card to tnd-over-out
           write print-rec from tender-line
           move 'drawer' to tnd-label-out
           compute tnd-items-out = dt-cash-items(dx)
               + dt-check-items(dx) + dt-card-items(dx)
           move ws-exp-drawer to tnd-expected-out
           move ws-cnt-drawer to tnd-counted-out
           move ws-over-drawer to tnd-over-out
           write print-rec from tender-line
           if not dt-closed(dx)
               move 'drawer not closed - settled at zero'
                   to ws-exc-message
               perform 380-log-drawer
           end-if
           if ws-over-cash not = zero or ws-over-check not = zero
              or ws-over-card not = zero
               add 1 to ws-drawers-out
               if dt-closed(dx)
                   perform 370-log-over-short
               end-if
               perform 350-list-receipts
           end-if.

       350-list-receipts.
      *> the payments the drawer took, off the journal, for the
      *> desk to trace an over or short.
           write print-rec from receipt-hdr
           open input cash-drawer-file
           perform until 1 = 2
               read cash-drawer-file
                   at end exit perform
               end-read
               if drw-is-payment
                  and drw-clerk-id = dt-clerk-id(dx)
                  and drw-bus-date = dt-bus-date(dx)
                   move drw-receipt-no to rcl-receipt-out
                   move drw-cust-no to rcl-cust-out
                   evaluate true
                       when drw-tender-cash
                           move 'cash' to rcl-tender-out
                       when drw-tender-check
                           move 'check' to rcl-tender-out
                       when other
                           move 'card' to rcl-tender-out
                   end-evaluate
                   move drw-amount to rcl-amount-out
                   write print-rec from receipt-line
               end-if
           end-perform
           close cash-drawer-file.

       370-log-over-short.
           move spaces to ws-exc-message
           if ws-over-drawer < zero
               compute ws-short-amount = zero - ws-over-drawer
               move ws-short-amount to sml-amount-out
               string 'drawer short ' sml-amount-out
                   delimited by size into ws-exc-message
           else
               move ws-over-drawer to sml-amount-out
               string 'drawer over ' sml-amount-out
                   delimited by size into ws-exc-message
           end-if
           perform 380-log-drawer.

       380-log-drawer.
           move spaces to exc-log-key
           move dt-clerk-id(dx) to exc-log-key(1:8)
           move dt-bus-date(dx) to exc-log-key(10:8)
           perform 390-write-exception-log.

       390-write-exception-log.
           move 'y' to ws-exceptions-sw
           move 'proj2drw' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move ws-exc-message to exc-log-message
           write exception-log-rec
           add 1 to ws-stat-exception-count.

       500-write-day-totals.
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from tender-hdr
           move 'cash' to tnd-label-out
           move ws-tot-cash-items to tnd-items-out
           move ws-tot-exp-cash to tnd-expected-out
           move ws-tot-cnt-cash to tnd-counted-out
           compute tnd-over-out = ws-tot-cnt-cash - ws-tot-exp-cash
           write print-rec from tender-line
           move 'checks' to tnd-label-out
           move ws-tot-check-items to tnd-items-out
           move ws-tot-exp-check to tnd-expected-out
           move ws-tot-cnt-check to tnd-counted-out
           compute tnd-over-out =
               ws-tot-cnt-check - ws-tot-exp-check
           write print-rec from tender-line
           move 'card' to tnd-label-out
           move ws-tot-card-items to tnd-items-out
           move ws-tot-exp-card to tnd-expected-out
           move ws-tot-cnt-card to tnd-counted-out
           compute tnd-over-out = ws-tot-cnt-card - ws-tot-exp-card
           write print-rec from tender-line
           write print-rec from blank-line
           move 'drawers settled:' to sml-label-out
           move ws-drawer-count to sml-count-out
           move zero to sml-amount-out
           write print-rec from summary-line
           move 'drawers over or short:' to sml-label-out
           move ws-drawers-out to sml-count-out
           move ws-tot-over-short to sml-amount-out
           write print-rec from summary-line
           move 'drawers not closed:' to sml-label-out
           move ws-drawers-unclosed to sml-count-out
           move zero to sml-amount-out
           write print-rec from summary-line.

       550-write-deposit-slip.
      *> the floats go back in the safe for tomorrow; the rest of
      *> the cash and every check counted go to the bank. card
      *> slips settle through the card processor and are not on
      *> the slip.
           compute ws-cash-deposit = ws-tot-cnt-cash - ws-tot-float
           if ws-cash-deposit < zero
               move zero to ws-cash-deposit
           end-if
           write print-rec from blank-line
           move 'bank deposit slip - cash:' to sml-label-out
           move ws-tot-cash-items to sml-count-out
           move ws-cash-deposit to sml-amount-out
           write print-rec from summary-line
           move 'bank deposit slip - checks:' to sml-label-out
           move ws-tot-check-items to sml-count-out
           move ws-tot-cnt-check to sml-amount-out
           write print-rec from summary-line
           move 'bank deposit slip - total:' to sml-label-out
           compute sml-count-out =
               ws-tot-cash-items + ws-tot-check-items
           compute sml-amount-out = ws-cash-deposit + ws-tot-cnt-check
           write print-rec from summary-line
           move 'card settlement (not deposited):' to sml-label-out
           move ws-tot-card-items to sml-count-out
           move ws-tot-cnt-card to sml-amount-out
           write print-rec from summary-line
           move ws-rpt-date to dep-bus-date
           move 'C' to dep-tender
           move ws-tot-cash-items to dep-item-count
           move ws-cash-deposit to dep-amount
           write deposit-slip-rec
           move 'K' to dep-tender
           move ws-tot-check-items to dep-item-count
           move ws-tot-cnt-check to dep-amount
           write deposit-slip-rec
           add 2 to ws-stat-records-written.

       600-write-gl-entries.
      *> the payments are already in receipts through the
      *> receivables journal; the net over or short moves between
      *> receipts and cash over and short.
           if ws-tot-over-short > zero
               move gl-acct-receipts to ws-gl-debit-acct
               move gl-acct-over-short to ws-gl-credit-acct
               move ws-tot-over-short to ws-gl-amount
               move 'counter drawers over' to ws-gl-description
           else
               move gl-acct-over-short to ws-gl-debit-acct
               move gl-acct-receipts to ws-gl-credit-acct
               compute ws-gl-amount = zero - ws-tot-over-short
               move 'counter drawers short' to ws-gl-description
           end-if
           perform 650-write-gl-pair.

       650-write-gl-pair.
      *> a balanced debit and credit; a night with none of it
      *> writes nothing.
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
           add 2 to ws-stat-records-written.

       700-archive-journal.
      *> the settled journal is kept on the drawer history, then
      *> emptied so a rerun of the night cannot settle it again.
           open input cash-drawer-file
                extend drawer-history-file
           perform until 1 = 2
               read cash-drawer-file
                   at end exit perform
               end-read
               write drawer-history-rec from cash-drawer-rec
           end-perform
           close cash-drawer-file
                 drawer-history-file
           open output cash-drawer-file
           close cash-drawer-file.

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
           move 'proj2drw' to run-program
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
           move 'proj2drw' to run-program
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
