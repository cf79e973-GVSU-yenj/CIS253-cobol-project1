       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROJECT2DSP.
       AUTHOR. JON YEN.
      *> online dispute holds for CH0602DSP.NDX, in the project2mnt
      *> mold. when a customer disputes a charge the credit desk
      *> puts that open item - or, when the whole account is in
      *> question, the account - on hold with a reason code and a
      *> follow-up date. the finance-charge run, the dunning letters
      *> and the nightly over-limit check leave held money alone,
      *> and statements print it as in dispute, until the desk
      *> releases the hold. an item hold is refused unless the item
      *> is open for that customer. the weekly open-disputes report
      *> ages every hold still on. the clerk signs on through OPSIGN
      *> and needs maintain authority here; the signed-on id is the
      *> one kept on the hold and its release.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO "W:\Project2\CH0602DSP.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DSP-KEY.
           SELECT CUST-MASTER
               ASSIGN TO "W:\Project2\CH0602MST.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO-M.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "W:\Project2\CH0602OPN.NDX"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OPN-KEY
               ALTERNATE RECORD KEY IS OPN-ITEM-REF
                   WITH DUPLICATES.

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

       FD  BUSINESS-DATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       copy busdate.

       WORKING-STORAGE SECTION.
       copy rptdate.
       copy oprsgn.

       01  work-areas.
           05  more-maintenance       pic x       value 'y'.
           05  ws-action              pic x       value space.
           05  ws-rec-found-sw        pic x       value 'n'.
               88  ws-rec-found                    value 'y'.
           05  ws-dsp-found-sw        pic x       value 'n'.
               88  ws-dsp-found                    value 'y'.
           05  ws-hold-amt            pic 9(7)v99 value zero.

       01  ws-today                   pic 9(8)    value zero.
       01  ws-today-parts redefines ws-today.
           05  ws-today-yr            pic 9(4).
           05  ws-today-mth           pic 99.
           05  ws-today-day           pic 99.

       01  entry-fields.
           05  ent-clerk-id           pic x(8)    value spaces.
           05  ent-cust-no            pic 9(5)    value zero.
           05  ent-scope              pic x       value space.
           05  ent-item-ref           pic 9(6)    value zero.
           05  ent-reason-code        pic xx      value spaces.
           05  ent-follow-up-date     pic 9(8)    value zero.
           05  ent-note               pic x(30)   value spaces.

       01  msg-line                   pic x(45)   value spaces.

       screen section.
       01  action-screen.
           05  blank screen
               background-color is 1
               foreground-color is 7
               highlight.
               10  blank screen.
               10  line 1 column 1
                   value 'receivables dispute holds'.
               10  line 3 column 1
                   value 'H = place hold   R = release hold'.
               10  line 4 column 1
                   value 'X = exit'.
               10  line 6 column 1
                   value 'Enter action:'.
               10  pic x to ws-action.

       01  hold-key-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 8 column 1
                   value 'Enter customer number:'.
               10  pic 9(5) to ent-cust-no.
               10  line 9 column 1
                   value 'I = one item   A = whole account:'.
               10  pic x to ent-scope.
               10  line 10 column 1
                   value 'Item reference (item holds only):'.
               10  pic 9(6) to ent-item-ref.

       01  hold-detail-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 12 column 1
                   value 'PR price  NR not received  DM damaged'.
               10  line 13 column 1
                   value 'DB billed twice  PD already paid  OT other'.
               10  line 14 column 1
                   value 'Enter reason code:'.
               10  pic xx to ent-reason-code.
               10  line 15 column 1
                   value 'Follow up by <yyyymmdd>:'.
               10  pic 9(8) to ent-follow-up-date.
               10  line 16 column 1
                   value 'Note:'.
               10  pic x(30) to ent-note.

       01  result-screen.
           05  background-color is 1
               foreground-color is 7
               highlight.
               10  line 20 column 1 pic x(45) from msg-line.
               10  line 22 column 1
                   value 'More holds? <y or n>'.
               10  pic x to more-maintenance.

       PROCEDURE DIVISION.

       100-main.
           move 'S' to sgn-request
           move 'PROJECT2DSP' to sgn-program
           move 'M' to sgn-required-level
           call 'opsign' using sign-on-area
           if not sgn-granted
               display 'sign-on refused - session ended'
               goback
           end-if
           move sgn-user-id to ent-clerk-id
           open i-o dispute-file
                input cust-master
                input open-item-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-today-yr
           move rpt-curr-mth to ws-today-mth
           move rpt-curr-day to ws-today-day
           perform until more-maintenance = 'n' or 'N'
               display action-screen
               accept  action-screen
               evaluate ws-action
                   when 'H' when 'h'
                       perform 200-place-hold
                   when 'R' when 'r'
                       perform 300-release-hold
                   when 'X' when 'x'
                       move 'n' to more-maintenance
                   when other
                       move 'invalid action - use H R or X'
                           to msg-line
                       display result-screen
                       accept  result-screen
               end-evaluate
           end-perform
           close dispute-file
                 cust-master
                 open-item-file
           display 'end of dispute hold session'
           goback.

       200-place-hold.
           display hold-key-screen
           accept  hold-key-screen
           perform 400-validate-key
           if not ws-rec-found
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           perform 450-read-dispute
           if ws-dsp-found and dsp-held
               move 'already on hold' to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           display hold-detail-screen
           accept  hold-detail-screen
           move ent-reason-code to dsp-reason-code
           if not dsp-reason-valid
               move 'invalid reason code - hold NOT placed'
                   to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           if ent-follow-up-date < ws-today
               move 'follow-up date is past - hold NOT placed'
                   to msg-line
               display result-screen
               accept  result-screen
               exit paragraph
           end-if
           move 'H' to dsp-status
           move ws-hold-amt to dsp-hold-amt
           move ws-today to dsp-hold-date
           move ent-follow-up-date to dsp-follow-up-date
           move ent-clerk-id to dsp-hold-clerk
           move ent-note to dsp-note
           move zero to dsp-release-date
           move spaces to dsp-release-clerk
           if ws-dsp-found
               rewrite dispute-rec
           else
               write dispute-rec
           end-if
           if dsp-account-hold
               move 'account placed on hold' to msg-line
           else
               move 'item placed on hold' to msg-line
           end-if
           display result-screen
           accept  result-screen.

       300-release-hold.
           display hold-key-screen
           accept  hold-key-screen
           perform 450-read-dispute
           if not ws-dsp-found or not dsp-held
               move 'no hold on file to release' to msg-line
           else
               move 'R' to dsp-status
               move ws-today to dsp-release-date
               move ent-clerk-id to dsp-release-clerk
               rewrite dispute-rec
               move 'hold released' to msg-line
           end-if
           display result-screen
           accept  result-screen.

       400-validate-key.
      *> an item hold needs an open charge for that customer to
      *> hold; an account hold needs only the account.
           move 'y' to ws-rec-found-sw
           move zero to ws-hold-amt
           move ent-cust-no to cust-no-m
           read cust-master
               invalid key
                   move 'n' to ws-rec-found-sw
                   move 'customer not on file' to msg-line
                   exit paragraph
           end-read
           evaluate ent-scope
               when 'A' when 'a'
                   move 'A' to ent-scope
                   move zero to ent-item-ref
               when 'I' when 'i'
                   move 'I' to ent-scope
                   move ent-cust-no to opn-cust-no
                   move ent-item-ref to opn-item-ref
                   read open-item-file
                       invalid key
                           move 'n' to ws-rec-found-sw
                           move 'item not on file for customer'
                               to msg-line
                           exit paragraph
                   end-read
                   if opn-closed or opn-is-unapplied
                       move 'n' to ws-rec-found-sw
                       move 'item not open - hold NOT placed'
                           to msg-line
                   else
                       move opn-open-amt to ws-hold-amt
                   end-if
               when other
                   move 'n' to ws-rec-found-sw
                   move 'scope must be I or A' to msg-line
           end-evaluate.

       450-read-dispute.
           evaluate ent-scope
               when 'a'
                   move 'A' to ent-scope
               when 'i'
                   move 'I' to ent-scope
           end-evaluate
           if ent-scope = 'A'
               move zero to ent-item-ref
           end-if
           move ent-cust-no to dsp-cust-no
           move ent-scope to dsp-scope
           move ent-item-ref to dsp-item-ref
           move 'y' to ws-dsp-found-sw
           read dispute-file
               invalid key
                   move 'n' to ws-dsp-found-sw
                   move ent-cust-no to dsp-cust-no
                   move ent-scope to dsp-scope
                   move ent-item-ref to dsp-item-ref
           end-read.

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
