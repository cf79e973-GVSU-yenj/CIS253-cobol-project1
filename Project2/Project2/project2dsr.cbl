       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROJECT2DSR.
       AUTHOR. JON YEN.
      *> weekly open-disputes report. walks CH0602DSP.NDX and lists
      *> every dispute hold still on, in customer order, with its
      *> reason, the days it has been held, the amount held, what is
      *> still open on the item today and the follow-up date. the
      *> holds are aged into 0-30/31-60/61-90/over-90 days with a
      *> count and amount for each, and a hold past its follow-up
      *> date is flagged on the report and logged to the exception
      *> log, so no dispute sits on hold unworked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO "W:\Project2\CH0602DSP.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DSP-KEY.
           SELECT CUST-MASTER
               ASSIGN TO "W:\Project2\CH0602MST.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO-M.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "W:\Project2\CH0602OPN.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPN-KEY
               ALTERNATE RECORD KEY IS OPN-ITEM-REF
                   WITH DUPLICATES.
           SELECT PRINT-FILE
               ASSIGN TO "W:\Project2\CH0602DSR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-LOG-FILE
               ASSIGN TO "W:\EXCEPTIONS\CH9999EXC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "W:\CONTROL\BUSDATE.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       file section.
       fd  dispute-file
           record contains 100 characters.
       copy custdsp.

       fd  cust-master
           record contains 120 characters.
       copy custmst.

       fd  open-item-file
           record contains 60 characters.
       copy custopn.

       fd  print-file
           record contains 100 characters.
       01  print-rec                  pic x(100).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       FD  BUSINESS-DATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       copy busdate.

       WORKING-STORAGE SECTION.
       copy rptdate.
       copy rpthdr1.

       01  work-areas.
           05  are-there-more-records pic xxx     value 'yes'.
               88  no-more-records                 value 'no'.
           05  ws-pg-ct               pic 9(3)    value zero.
           05  ws-line-ct             pic 99      value zero.

       01  ws-exceptions-sw           pic x       value 'n'.
           88  ws-exceptions-logged               value 'y'.

       01  ws-today                   pic 9(8)    value zero.
       01  ws-today-parts redefines ws-today.
           05  ws-today-yr            pic 9(4).
           05  ws-today-mth           pic 99.
           05  ws-today-day           pic 99.

       01  ws-days-held               pic s9(5)   value zero.
       01  ws-still-open              pic 9(7)v99 value zero.
       01  ws-bkt-sub                 pic 9       value zero.

      *> holds counted and totalled by days held: 0-30, 31-60,
      *> 61-90 and over 90.
       01  age-buckets.
           05  age-bucket occurs 4 times.
               10  bkt-count          pic 9(5)    value zero.
               10  bkt-amount         pic 9(9)v99 value zero.
       01  ws-overdue-count           pic 9(5)    value zero.

       01  bucket-label-values.
           05  filler                 pic x(20)
               value 'held 0-30 days:'.
           05  filler                 pic x(20)
               value 'held 31-60 days:'.
           05  filler                 pic x(20)
               value 'held 61-90 days:'.
           05  filler                 pic x(20)
               value 'held over 90 days:'.
       01  bucket-label-table redefines bucket-label-values.
           05  bucket-label occurs 4 times
                                      pic x(20).

       01  detail-hdr.
           05  filler                 pic x(8)     value 'customer'.
           05  filler                 pic x(10)    value spaces.
           05  filler                 pic x(4)     value 'item'.
           05  filler                 pic x(4)     value spaces.
           05  filler                 pic x(3)     value 'rsn'.
           05  filler                 pic x        value space.
           05  filler                 pic x(4)     value 'held'.
           05  filler                 pic x(8)     value spaces.
           05  filler                 pic x(4)     value 'days'.
           05  filler                 pic x(6)     value spaces.
           05  filler                 pic x(6)     value 'amount'.
           05  filler                 pic x(2)     value spaces.
           05  filler                 pic x(10)    value 'still open'.
           05  filler                 pic x(2)     value spaces.
           05  filler                 pic x(9)     value 'follow up'.

       01  detail-line.
           05  det-cust-no-out        pic 9(5).
           05  filler                 pic x        value space.
           05  det-last-name-out      pic x(10).
           05  filler                 pic x(2)     value spaces.
           05  det-item-out           pic x(6).
           05  filler                 pic x(2)     value spaces.
           05  det-reason-out         pic xx.
           05  filler                 pic x(2)     value spaces.
           05  det-hold-date-out      pic 9999/99/99.
           05  filler                 pic x(2)     value spaces.
           05  det-days-out           pic zzz9.
           05  filler                 pic x(2)     value spaces.
           05  det-amount-out         pic $$$,$$9.99.
           05  filler                 pic x(2)     value spaces.
           05  det-open-out           pic $$$,$$9.99.
           05  filler                 pic x(2)     value spaces.
           05  det-follow-up-out      pic 9999/99/99.
           05  filler                 pic x        value space.
           05  det-flag-out           pic x(10).

       01  note-line.
           05  filler                 pic x(18)    value spaces.
           05  note-out               pic x(30).

       01  bucket-line.
           05  bkt-label-out          pic x(20).
           05  bkt-count-out          pic zz,zz9.
           05  filler                 pic x(4)     value spaces.
           05  bkt-amount-out         pic $$$,$$$,$$9.99.

       01  overdue-line.
           05  filler                 pic x(20)
               value 'past follow-up:'.
           05  overdue-count-out      pic zz,zz9.

       PROCEDURE DIVISION.
       100-main-module.
           open input dispute-file
                input cust-master
                input open-item-file
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-today-yr
           move rpt-curr-mth to ws-today-mth
           move rpt-curr-day to ws-today-day
           perform 150-heading-rtn
           perform until no-more-records
               read dispute-file
                   at end move 'no' to are-there-more-records
                   not at end
                       if dsp-held
                           perform 200-report-hold
                       end-if
               end-read
           end-perform
           perform 500-write-totals
           close dispute-file
                 cust-master
                 open-item-file
                 print-file
                 exception-log-file
           if ws-exceptions-logged
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       150-heading-rtn.
           move 'open disputes report' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from detail-hdr
           move zero to ws-line-ct.

       200-report-hold.
           if ws-line-ct > 50
               perform 150-heading-rtn
           end-if
           move dsp-cust-no to cust-no-m
           read cust-master
               invalid key move 'unknown' to cust-last-name-m
           end-read
           if dsp-hold-date is numeric and dsp-hold-date > zero
               compute ws-days-held =
                   function integer-of-date(ws-today)
                   - function integer-of-date(dsp-hold-date)
           else
               move zero to ws-days-held
           end-if
           if ws-days-held < zero
               move zero to ws-days-held
           end-if
           evaluate true
               when ws-days-held not > 30
                   move 1 to ws-bkt-sub
               when ws-days-held not > 60
                   move 2 to ws-bkt-sub
               when ws-days-held not > 90
                   move 3 to ws-bkt-sub
               when other
                   move 4 to ws-bkt-sub
           end-evaluate
           perform 250-find-still-open
           add 1 to bkt-count(ws-bkt-sub)
           move dsp-cust-no to det-cust-no-out
           move cust-last-name-m to det-last-name-out
      *> an account hold has no amount of its own; what the
      *> account has open is the amount at stake.
           if dsp-account-hold
               move 'acct' to det-item-out
               move ws-still-open to det-amount-out
               add ws-still-open to bkt-amount(ws-bkt-sub)
           else
               move dsp-item-ref to det-item-out
               move dsp-hold-amt to det-amount-out
               add dsp-hold-amt to bkt-amount(ws-bkt-sub)
           end-if
           move dsp-reason-code to det-reason-out
           move dsp-hold-date to det-hold-date-out
           move ws-days-held to det-days-out
           move ws-still-open to det-open-out
           move dsp-follow-up-date to det-follow-up-out
           move spaces to det-flag-out
           if dsp-follow-up-date < ws-today
               move '*overdue*' to det-flag-out
               add 1 to ws-overdue-count
               perform 295-write-exception-log
           end-if
           write print-rec from detail-line
           add 1 to ws-line-ct
           if dsp-note not = spaces
               move dsp-note to note-out
               write print-rec from note-line
               add 1 to ws-line-ct
           end-if.

       250-find-still-open.
      *> an item hold shows what is still open on that item today;
      *> an account hold shows everything the account has open.
           move zero to ws-still-open
           if dsp-item-hold
               move dsp-cust-no to opn-cust-no
               move dsp-item-ref to opn-item-ref
               read open-item-file
                   invalid key continue
                   not invalid key
                       if opn-open
                           move opn-open-amt to ws-still-open
                       end-if
               end-read
               exit paragraph
           end-if
           move dsp-cust-no to opn-cust-no
           move zero to opn-item-ref
           start open-item-file key is not less than opn-key
               invalid key exit paragraph
           end-start
           perform until 1 = 2
               read open-item-file next record
                   at end exit perform
               end-read
               if opn-cust-no not = dsp-cust-no
                   exit perform
               end-if
               if opn-open and not opn-is-unapplied
                   add opn-open-amt to ws-still-open
               end-if
           end-perform.

       295-write-exception-log.
           move 'y' to ws-exceptions-sw
           move 'p2dspt' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           string dsp-cust-no ' ' dsp-scope ' ' dsp-item-ref
               delimited by size into exc-log-key
           move 'dispute hold past follow-up date'
               to exc-log-message
           write exception-log-rec.

       500-write-totals.
           move spaces to print-rec
           write print-rec
           perform varying ws-bkt-sub from 1 by 1
                   until ws-bkt-sub > 4
               move bucket-label(ws-bkt-sub) to bkt-label-out
               move bkt-count(ws-bkt-sub) to bkt-count-out
               move bkt-amount(ws-bkt-sub) to bkt-amount-out
               write print-rec from bucket-line
           end-perform
           move ws-overdue-count to overdue-count-out
           write print-rec from overdue-line
           display 'open disputes past follow-up: ' ws-overdue-count.

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
