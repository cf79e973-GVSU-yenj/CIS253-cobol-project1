       identification division.

       program-id. oprmnt.
      *AUTHOR. JON YEN
      *> operator security maintenance for CH9995OPR.NDX, the file
      *> OPSIGN signs every online clerk on against. security keys
      *> the day's changes to CH9995OPT.DAT and runs this to apply
      *> them: 'A' adds an operator with a starting password, 'G'
      *> grants a program at a level (inquire, enter, maintain,
      *> supervise) or, with the level left blank, takes it away,
      *> 'U' unlocks an id locked by failed sign-ons and resets its
      *> password, and 'R' revokes an id for good. an operator keeps
      *> up to ten programs. passwords are never printed; every
      *> change is listed, and anything that cannot be applied is
      *> listed and logged.

       environment division.

       input-output section.
       file-control.
           select optional operator-trans-file
               assign to "W:\CONTROL\CH9995OPT.DAT"
                   organization is line sequential.
           select optional operator-security-file
               assign to "W:\CONTROL\CH9995OPR.NDX"
                   organization is indexed
                   access is random
                   record key is opr-user-id.
           select print-file
               assign to "W:\CONTROL\CH9995OPR.RPT"
                   organization is line sequential.
           select optional exception-log-file
               assign to "W:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
       fd  operator-trans-file
           record contains 50 characters.
       01  operator-trans-rec.
           05  opt-action              pic x.
               88  opt-add                        value 'A'.
               88  opt-grant                      value 'G'.
               88  opt-unlock                     value 'U'.
               88  opt-revoke                     value 'R'.
           05  opt-user-id             pic x(8).
           05  opt-name                pic x(20).
           05  opt-password            pic x(8).
           05  opt-program             pic x(12).
           05  opt-level               pic x.
               88  opt-level-valid                value 'I' 'E'
                                                        'M' 'S'.

       fd  operator-security-file
           record contains 200 characters.
       copy oprsec.

       fd  print-file
           record contains 110 characters.
       01  print-rec                   pic x(110).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       working-storage section.
       copy rptdate.
       copy rpthdr1.

       01  more-data                   pic x(3) value 'yes'.
           88  no-more-data                       value 'no'.

       01  ws-exceptions-sw            pic x    value 'n'.
           88  ws-exceptions-printed              value 'y'.

       01  ws-pg-ct                    pic 999  value 0.
       01  ws-opr-found-sw             pic x    value 'y'.
           88  ws-opr-found                       value 'y'.
           88  ws-opr-not-found                   value 'n'.

       01  ws-slot                     pic 99   value 0.
       01  ws-exc-message              pic x(40)    value spaces.

       01  maint-counts.
           05  ws-trans-read           pic 9(5)     value zero.
           05  ws-trans-applied        pic 9(5)     value zero.
           05  ws-trans-rejected       pic 9(5)     value zero.

       01  maint-hdr.
           05  filler                 pic x(6)    value 'action'.
           05  filler                 pic x(2)    value spaces.
           05  filler                 pic x(7)    value 'user id'.
           05  filler                 pic x(3)    value spaces.
           05  filler                 pic x(4)    value 'name'.
           05  filler                 pic x(18)   value spaces.
           05  filler                 pic x(7)    value 'program'.
           05  filler                 pic x(7)    value spaces.
           05  filler                 pic x(5)    value 'level'.
           05  filler                 pic x(2)    value spaces.
           05  filler                 pic x(6)    value 'result'.

       01  maint-detail.
           05  mnt-action-out          pic x.
           05                          pic x(7)    value spaces.
           05  mnt-user-id-out         pic x(8).
           05                          pic x(2)    value spaces.
           05  mnt-name-out            pic x(20).
           05                          pic x(2)    value spaces.
           05  mnt-program-out         pic x(12).
           05                          pic x(2)    value spaces.
           05  mnt-level-out           pic x.
           05                          pic x(6)    value spaces.
           05  mnt-result-out          pic x(40).

       01  total-line.
           05  tot-label               pic x(25).
           05  tot-count-out           pic zz,zz9.

       procedure division.
       100-main-module.
           open input operator-trans-file
                i-o operator-security-file
                output print-file
                extend exception-log-file
           perform 010-set-business-date
           move 'operator security maintenance' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           write print-rec from maint-hdr
           perform until no-more-data
               read operator-trans-file
                   at end move 'no' to more-data
                   not at end
                       add 1 to ws-trans-read
                       perform 200-process-trans
               end-read
           end-perform
           perform 400-write-totals
           close operator-trans-file
                 operator-security-file
                 print-file
                 exception-log-file
      *> leave the transaction file EMPTY once it is applied - an
      *> unlock applied again tomorrow would reopen an id that has
      *> locked itself again since.
           open output operator-trans-file
           close operator-trans-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'end of operator security maintenance'
           goback.

       200-process-trans.
           inspect opt-action converting 'agur' to 'AGUR'
           inspect opt-level converting 'iems' to 'IEMS'
           move opt-action to mnt-action-out
           move opt-user-id to mnt-user-id-out
           move opt-name to mnt-name-out
           move opt-program to mnt-program-out
           move opt-level to mnt-level-out
           move spaces to mnt-result-out
           if opt-user-id = spaces
               move 'no user id on transaction' to ws-exc-message
               perform 290-reject-trans
               exit paragraph
           end-if
           move opt-user-id to opr-user-id
           move 'y' to ws-opr-found-sw
           read operator-security-file
               invalid key move 'n' to ws-opr-found-sw
           end-read
           if ws-opr-found
               move opr-name to mnt-name-out
           end-if
           evaluate true
               when opt-add
                   perform 210-add-operator
               when ws-opr-not-found
                   move 'operator not on file' to ws-exc-message
                   perform 290-reject-trans
               when opr-revoked
                   move 'operator is revoked' to ws-exc-message
                   perform 290-reject-trans
               when opt-grant
                   perform 220-grant-program
               when opt-unlock
                   perform 230-unlock-operator
               when opt-revoke
                   perform 240-revoke-operator
               when other
                   move 'action must be A G U or R'
                       to ws-exc-message
                   perform 290-reject-trans
           end-evaluate.

       210-add-operator.
           if ws-opr-found
               move 'operator already on file' to ws-exc-message
               perform 290-reject-trans
               exit paragraph
           end-if
           if opt-password = spaces
               move 'new operator needs a password'
                   to ws-exc-message
               perform 290-reject-trans
               exit paragraph
           end-if
           move spaces to operator-security-rec
           move opt-user-id to opr-user-id
           move opt-name to opr-name
           move opt-password to opr-password
           move 'A' to opr-status
           move zero to opr-fail-count
                        opr-last-signon-date
                        opr-locked-date
           write operator-security-rec
           add 1 to ws-trans-applied
           move 'operator added' to mnt-result-out
      *> a program keyed on the add is granted with it.
           if opt-program not = spaces
               perform 220-grant-program
           else
               write print-rec from maint-detail
           end-if.

       220-grant-program.
           if opt-program = spaces
               move 'no program to grant' to ws-exc-message
               perform 290-reject-trans
               exit paragraph
           end-if
           if opt-level not = space and not opt-level-valid
               move 'level must be I E M S or blank'
                   to ws-exc-message
               perform 290-reject-trans
               exit paragraph
           end-if
      *> the program's own slot if it has one, else the first free.
           move zero to ws-slot
           perform varying opr-x from 1 by 1 until opr-x > 10
               if opr-auth-program(opr-x) = opt-program
                   set ws-slot to opr-x
               end-if
           end-perform
           if ws-slot = zero and opt-level not = space
               perform varying opr-x from 10 by -1 until opr-x < 1
                   if opr-auth-program(opr-x) = spaces
                       set ws-slot to opr-x
                   end-if
               end-perform
           end-if
           if ws-slot = zero
               if opt-level = space
                   move 'program not granted to operator'
                       to ws-exc-message
               else
                   move 'operator already has ten programs'
                       to ws-exc-message
               end-if
               perform 290-reject-trans
               exit paragraph
           end-if
           if opt-level = space
               move spaces to opr-authority(ws-slot)
               move 'program taken away' to mnt-result-out
           else
               move opt-program to opr-auth-program(ws-slot)
               move opt-level to opr-auth-level(ws-slot)
               if opt-add
                   move 'operator added - program granted'
                       to mnt-result-out
               else
                   move 'program granted' to mnt-result-out
               end-if
           end-if
           rewrite operator-security-rec
           if not opt-add
               add 1 to ws-trans-applied
           end-if
           write print-rec from maint-detail.

       230-unlock-operator.
      *> an unlock always comes with a new password for the
      *> operator, so whoever was guessing at the old one is done.
           if opt-password = spaces
               move 'unlock needs a new password' to ws-exc-message
               perform 290-reject-trans
               exit paragraph
           end-if
           move opt-password to opr-password
           move 'A' to opr-status
           move zero to opr-fail-count
                        opr-locked-date
           rewrite operator-security-rec
           add 1 to ws-trans-applied
           move 'unlocked - password reset' to mnt-result-out
           write print-rec from maint-detail.

       240-revoke-operator.
           move 'R' to opr-status
           rewrite operator-security-rec
           add 1 to ws-trans-applied
           move 'operator revoked' to mnt-result-out
           write print-rec from maint-detail.

       290-reject-trans.
           add 1 to ws-trans-rejected
           move spaces to mnt-result-out
           string 'rejected - ' ws-exc-message
               delimited by size into mnt-result-out
           write print-rec from maint-detail
           move 'y' to ws-exceptions-sw
           move 'oprmnt' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           move opt-user-id to exc-log-key
           move ws-exc-message to exc-log-message
           write exception-log-rec.

       400-write-totals.
           move 'transactions read:' to tot-label
           move ws-trans-read to tot-count-out
           write print-rec from total-line
           move 'changes applied:' to tot-label
           move ws-trans-applied to tot-count-out
           write print-rec from total-line
           move 'transactions rejected:' to tot-label
           move ws-trans-rejected to tot-count-out
           write print-rec from total-line.

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
