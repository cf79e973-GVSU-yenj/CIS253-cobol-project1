       identification division.

       program-id. opsign.
      *AUTHOR. JON YEN
      *> operator sign-on and supervisor override for the online
      *> programs, called by each of them with the SIGN-ON-AREA in
      *> oprsgn.cpy instead of every screen taking whatever clerk id
      *> was typed. a sign-on checks the id and password against the
      *> CH9995OPR.NDX operator security file and the program against
      *> the operator's authority list; three failed passwords in a
      *> row lock the id until security resets it on oprmnt. an
      *> override asks for a supervisor's id and password and needs
      *> supervise authority on the calling program. every attempt,
      *> good or bad, is written to the CH9995ACC.LOG access log for
      *> the daily access report.

       environment division.

       input-output section.
       file-control.
           select optional operator-security-file
               assign to "W:\CONTROL\CH9995OPR.NDX"
                   organization is indexed
                   access is random
                   record key is opr-user-id.
           select optional access-log-file
               assign to "W:\CONTROL\CH9995ACC.LOG"
                   organization is line sequential.
           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
       fd  operator-security-file
           record contains 200 characters.
       copy oprsec.

       fd  access-log-file
           record contains 80 characters.
       copy oprlog.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       working-storage section.
       copy rptdate.

       01  ws-timestamp                pic x(21).

      *> three tries at the screen, and three straight failures on
      *> the record, are all an id gets.
       01  ws-max-tries                pic 9    value 3.
       01  ws-tries                    pic 9    value 0.

       01  ws-stop-sw                  pic x    value 'n'.
           88  ws-stop-trying                   value 'y'.

       01  ws-opr-found-sw             pic x    value 'n'.
           88  ws-opr-found                     value 'y'.

      *> the levels ranked so one can be compared with another.
       01  level-work.
           05  ws-level-code           pic x.
           05  ws-level-rank           pic 9.
           05  ws-held-level           pic x.
           05  ws-held-rank            pic 9.
           05  ws-needed-rank          pic 9.

       01  entry-fields.
           05  ent-user-id             pic x(8)    value spaces.
           05  ent-password            pic x(8)    value spaces.

       01  msg-line                    pic x(45)   value spaces.

       linkage section.
       copy oprsgn.

       screen section.
       01  sign-on-screen.
      *> 1 is value for Blue, 7 is value for White
           05  blank screen
               background-color is 1
               foreground-color is 7
               highlight.
               10  blank screen.
               10  line 1 column 1
                   value 'operator sign-on'.
               10  line 1 column 20 pic x(12) from sgn-program.
               10  line 3 column 1
                   value 'User id: '.
               10  pic x(8) to ent-user-id.
               10  line 4 column 1
                   value 'Password:'.
               10  pic x(8) to ent-password secure.
               10  line 6 column 1 pic x(45) from msg-line.

       01  override-screen.
           05  blank screen
               background-color is 1
               foreground-color is 7
               highlight.
               10  blank screen.
               10  line 1 column 1
                   value 'supervisor override required'.
               10  line 3 column 1 pic x(20)
                   from sgn-override-reason.
               10  line 3 column 23 pic x(10)
                   from sgn-override-key.
               10  line 5 column 1
                   value 'Supervisor id (blank = cancel):'.
               10  pic x(8) to ent-user-id.
               10  line 6 column 1
                   value 'Password:'.
               10  pic x(8) to ent-password secure.
               10  line 8 column 1 pic x(45) from msg-line.

       procedure division using sign-on-area.

       100-main.
           move 'N' to sgn-result
           move 'n' to ws-stop-sw
           move zero to ws-tries
           move spaces to msg-line
                          sgn-supervisor-id
           perform 010-set-business-date
           open i-o operator-security-file
                extend access-log-file
           if sgn-sign-on
               move spaces to sgn-user-id
                              sgn-level
               perform until sgn-granted or ws-stop-trying
                       or ws-tries >= ws-max-tries
                   perform 200-sign-on
               end-perform
           else
               perform until sgn-granted or ws-stop-trying
                       or ws-tries >= ws-max-tries
                   perform 400-override
               end-perform
           end-if
           close operator-security-file
                 access-log-file
           goback.

       200-sign-on.
           move spaces to ent-user-id
                          ent-password
           display sign-on-screen
           accept  sign-on-screen
           add 1 to ws-tries
           perform 300-check-operator
           if msg-line not = spaces
               exit paragraph
           end-if
           move sgn-required-level to ws-level-code
           perform 600-rank-level
           move ws-level-rank to ws-needed-rank
           if ws-held-rank < ws-needed-rank
               move 'no authority for this program'
                   to msg-line
               move 'R' to acc-event
               move msg-line to acc-detail
               perform 700-write-access-log
               move 'y' to ws-stop-sw
               exit paragraph
           end-if
           move 'Y' to sgn-result
           move opr-user-id to sgn-user-id
           move ws-held-level to sgn-level
           move ws-rpt-date to opr-last-signon-date
           rewrite operator-security-rec
           move 'S' to acc-event
           move spaces to acc-detail
           perform 700-write-access-log.

       300-check-operator.
      *> the id must exist, be active, and give the right password;
      *> msg-line comes back blank when it passes. a good password
      *> clears the run of failures, a bad one adds to it, and the
      *> third in a row locks the id.
           move spaces to msg-line
           move ent-user-id to opr-user-id
           move 'y' to ws-opr-found-sw
           read operator-security-file
               invalid key move 'n' to ws-opr-found-sw
           end-read
           if not ws-opr-found
               move 'user id or password not valid' to msg-line
               move 'F' to acc-event
               move 'unknown user id' to acc-detail
               perform 700-write-access-log
               exit paragraph
           end-if
           if opr-locked
               move 'user id is locked - see security' to msg-line
               move 'R' to acc-event
               move 'id locked' to acc-detail
               perform 700-write-access-log
               move 'y' to ws-stop-sw
               exit paragraph
           end-if
           if not opr-active
               move 'user id is not active - see security'
                   to msg-line
               move 'R' to acc-event
               move 'id revoked' to acc-detail
               perform 700-write-access-log
               move 'y' to ws-stop-sw
               exit paragraph
           end-if
           if ent-password not = opr-password
               move 'user id or password not valid' to msg-line
               if opr-fail-count < 9
                   add 1 to opr-fail-count
               end-if
               if opr-fail-count >= ws-max-tries
                   move 'L' to opr-status
                   move ws-rpt-date to opr-locked-date
                   move 'user id now locked - see security'
                       to msg-line
                   move 'L' to acc-event
                   move 'locked after failed passwords'
                       to acc-detail
                   move 'y' to ws-stop-sw
               else
                   move 'F' to acc-event
                   move 'wrong password' to acc-detail
               end-if
               rewrite operator-security-rec
               perform 700-write-access-log
               exit paragraph
           end-if
           move zero to opr-fail-count
           rewrite operator-security-rec
           move space to ws-held-level
           move zero to ws-held-rank
           perform varying opr-x from 1 by 1 until opr-x > 10
               if opr-auth-program(opr-x) = sgn-program
                   move opr-auth-level(opr-x) to ws-held-level
                                                 ws-level-code
                   perform 600-rank-level
                   move ws-level-rank to ws-held-rank
               end-if
           end-perform.

       400-override.
      *> an operator cannot approve their own change; a blank id
      *> cancels the override and the change is not made.
           move spaces to ent-user-id
                          ent-password
           display override-screen
           accept  override-screen
           add 1 to ws-tries
           if ent-user-id = spaces
               move 'D' to acc-event
               move 'override cancelled' to acc-detail
               perform 750-write-override-log
               move 'y' to ws-stop-sw
               exit paragraph
           end-if
           if ent-user-id = sgn-user-id
               move 'another supervisor must approve' to msg-line
               move 'D' to acc-event
               move 'own change' to acc-detail
               perform 750-write-override-log
               exit paragraph
           end-if
           perform 300-check-operator
           if msg-line not = spaces
               exit paragraph
           end-if
           if ws-held-level not = 'S'
               move 'supervise authority needed' to msg-line
               move 'D' to acc-event
               move 'no supervise authority' to acc-detail
               perform 750-write-override-log
               exit paragraph
           end-if
           move 'Y' to sgn-result
           move opr-user-id to sgn-supervisor-id
           move 'O' to acc-event
           move spaces to acc-detail
           perform 750-write-override-log.

       600-rank-level.
           evaluate ws-level-code
               when 'I'
                   move 1 to ws-level-rank
               when 'E'
                   move 2 to ws-level-rank
               when 'M'
                   move 3 to ws-level-rank
               when 'S'
                   move 4 to ws-level-rank
               when other
                   move 0 to ws-level-rank
           end-evaluate.

       700-write-access-log.
           move ws-rpt-date to acc-date
           move function current-date to ws-timestamp
           move ws-timestamp(9:6) to acc-time
           move sgn-program to acc-program
           move ent-user-id to acc-user-id
           move sgn-required-level to acc-level
           move spaces to acc-supervisor-id
           write access-log-rec.

       750-write-override-log.
      *> an override is logged against the operator whose change it
      *> is, with the supervisor and what was approved.
           move ws-rpt-date to acc-date
           move function current-date to ws-timestamp
           move ws-timestamp(9:6) to acc-time
           move sgn-program to acc-program
           move sgn-user-id to acc-user-id
           move 'S' to acc-level
           move ent-user-id to acc-supervisor-id
           if acc-detail = spaces
               string sgn-override-reason ' ' sgn-override-key
                   delimited by size into acc-detail
           end-if
           write access-log-rec.

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
