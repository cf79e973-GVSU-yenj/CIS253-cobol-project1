       identification division.
       program-id. loanaan.
       author. jon yen.
      *> adverse-action notices. every declined quote - from the
      *> batch decision run or a walk-in session - is on the loan
      *> log with its date, applicant, officer and branch. this run
      *> reads the log back and prints a dated notice to
      *> CH0301AAN.RPT for each decline that has not had one yet,
      *> giving the principal reason in plain language (with the
      *> price cap and ltv limit from CH0301POL.TAB) and the officer
      *> and branch to contact. each notice sent is logged on
      *> CH0301AAN.NDX so no applicant is noticed twice, and listed
      *> on the CH0301AAR.RPT notice register. a notice going out
      *> more than 30 days after the decision is flagged late, and a
      *> decline with no applicant id - which cannot be noticed - is
      *> flagged once it is more than 30 days old; both go to the
      *> exception log for compliance.

       environment division.

       input-output section.
       file-control.
           select optional loan-log-file
               assign to "w:\Project_3\CH0301LOG.DAT"
                   organization is line sequential.

           select optional policy-table-file
               assign to "w:\Project_3\CH0301POL.TAB"
                   organization is line sequential.

           select optional notice-log-file
               assign to "w:\Project_3\CH0301AAN.NDX"
                   organization is indexed
                   access is random
                   record key is aan-key.

           select notice-file
               assign to "w:\Project_3\CH0301AAN.RPT"
                   organization is line sequential.

           select notice-register
               assign to "w:\Project_3\CH0301AAR.RPT"
                   organization is line sequential.

           select optional exception-log-file
               assign to "w:\EXCEPTIONS\CH9999EXC.LOG"
                   organization is line sequential.

           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.

       data division.

       file section.
       fd  loan-log-file
           record contains 80 characters.
       01  loan-log-rec-in.
           05  llg-date-in                pic x(8).
           05  filler                     pic x(2).
           05  llg-applicant-in           pic x(9).
           05  filler                     pic x(2).
           05  llg-officer-in             pic x(4).
           05  filler                     pic x(2).
           05  llg-branch-in              pic x(3).
           05  filler                     pic x(2).
           05  llg-borrow-in              pic x(7).
           05  filler                     pic x(2).
           05  llg-price-in               pic x(7).
           05  filler                     pic x(2).
           05  llg-downpay-in             pic x(7).
           05  filler                     pic x(2).
           05  llg-outcome-in             pic x(20).
           05  filler                     pic x(1).

       fd  policy-table-file
           record contains 40 characters.
       01  policy-rec-in.
           05  policy-house-price-cap-in  pic 9(6).
           05  policy-ltv-limit-pct-in    pic v99.
           05  filler                     pic x(32).

       fd  notice-log-file
           record contains 80 characters.
       copy loanaan.

       fd  notice-file
           record contains 80 characters.
       01  notice-rec                     pic x(80).

       fd  notice-register
           record contains 90 characters.
       01  register-rec                   pic x(90).

       fd  exception-log-file
           record contains 76 characters.
       copy exclog.

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       working-storage section.
       copy rptdate.
       copy rpthdr1.

       01 work-areas.
           05 more-log                 pic xxx  value 'yes'.
               88 no-more-log                   value 'no'.
           05 ws-pg-ct                 pic 999  value 0.
           05 ws-reg-pg-ct             pic 999  value 0.
           05 ws-days-since            pic s9(5) value zero.

       01 ws-notice-found-sw           pic x    value 'n'.
           88 ws-notice-found                   value 'y'.

       01 ws-exceptions-sw             pic x    value 'n'.
           88 ws-exceptions-printed             value 'y'.

       01 ws-today                     pic 9(8) value zero.
       01 ws-today-parts redefines ws-today.
           05 ws-today-yr              pic 9(4).
           05 ws-today-mth             pic 99.
           05 ws-today-day             pic 99.

       01 ws-decision-date             pic 9(8) value zero.

      *> a notice is due within this many days of the decision.
       01 ws-notice-days-limit         pic 9(3) value 30.

      *> the same defaults the quote program uses when
      *> CH0301POL.TAB is missing or empty.
       01 policy-values.
           05 ws-house-price-cap       pic 9(6) value 500000.
           05 ws-ltv-limit-pct         pic v99  value .50.
       01 ws-ltv-whole-pct             pic 99   value zero.
       01 ws-cap-out                   pic $$$,$$9.
       01 ws-pct-out                   pic z9.

       01 run-counts.
           05 ws-declines-read         pic 9(5) value zero.
           05 ws-notices-printed       pic 9(5) value zero.
           05 ws-notices-late          pic 9(5) value zero.
           05 ws-already-noticed       pic 9(5) value zero.
           05 ws-unidentified          pic 9(5) value zero.
           05 ws-unidentified-overdue  pic 9(5) value zero.

       01 notice-info-line.
           05 nil-label                pic x(22).
           05 nil-value-out            pic x(30).

       01 notice-reason-line.
           05 filler                   pic x(4) value spaces.
           05 nrl-text-out             pic x(70).

       01 register-hdr.
           05 filler pic x(9)  value 'applicant'.
           05 filler pic x(3)  value spaces.
           05 filler pic x(8)  value 'declined'.
           05 filler pic x(4)  value spaces.
           05 filler pic x(7)  value 'officer'.
           05 filler pic x(2)  value spaces.
           05 filler pic x(6)  value 'branch'.
           05 filler pic x(2)  value spaces.
           05 filler pic x(7)  value 'outcome'.
           05 filler pic x(15) value spaces.
           05 filler pic x(4)  value 'days'.

       01 register-detail.
           05 reg-applicant-out        pic x(9).
           05 filler                   pic x(2) value spaces.
           05 reg-decision-date-out    pic 9999/99/99.
           05 filler                   pic x(2) value spaces.
           05 reg-officer-out          pic x(4).
           05 filler                   pic x(5) value spaces.
           05 reg-branch-out           pic x(3).
           05 filler                   pic x(5) value spaces.
           05 reg-outcome-out          pic x(20).
           05 filler                   pic x(2) value spaces.
           05 reg-days-out             pic zzz9.
           05 filler                   pic x(2) value spaces.
           05 reg-flag-out             pic x(22).

       01 count-line.
           05 cnt-label                pic x(40).
           05 cnt-count-out            pic zz,zz9.

       procedure division.

       100-main.
           perform 050-load-policy-table
           open input loan-log-file
                i-o notice-log-file
                output notice-file
                output notice-register
                extend exception-log-file
           perform 010-set-business-date
           move rpt-curr-yr to ws-today-yr
           move rpt-curr-mth to ws-today-mth
           move rpt-curr-day to ws-today-day
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           move 'adverse action notice register' to rpt-hdr-title
           add 1 to ws-reg-pg-ct
           move ws-reg-pg-ct to rpt-hdr-page
           write register-rec from rpt-heading-1
           write register-rec from register-hdr
           perform until no-more-log
               read loan-log-file
                   at end move 'no' to more-log
                   not at end
                       if llg-outcome-in(1:8) = 'declined'
                           perform 200-consider-decline
                       end-if
               end-read
           end-perform
           perform 500-write-totals
           close loan-log-file
                 notice-log-file
                 notice-file
                 notice-register
                 exception-log-file
           if ws-exceptions-printed
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           display 'adverse action notices printed: '
               ws-notices-printed
           goback.

       050-load-policy-table.
           open input policy-table-file
           read policy-table-file
               at end
                   close policy-table-file
                   exit paragraph
           end-read
           move policy-house-price-cap-in to ws-house-price-cap
           move policy-ltv-limit-pct-in   to ws-ltv-limit-pct
           close policy-table-file.

       200-consider-decline.
           add 1 to ws-declines-read
           if llg-date-in is numeric
               move llg-date-in to ws-decision-date
               compute ws-days-since =
                   function integer-of-date(ws-today)
                   - function integer-of-date(ws-decision-date)
           else
               move zero to ws-decision-date
               move zero to ws-days-since
           end-if
           if ws-days-since < zero
               move zero to ws-days-since
           end-if
      *> with no applicant id there is no one to send the notice
      *> to; the decline is listed, and flagged once it is overdue.
           if llg-applicant-in = spaces
               add 1 to ws-unidentified
               move spaces to reg-flag-out
               if ws-days-since > ws-notice-days-limit
                   add 1 to ws-unidentified-overdue
                   move 'overdue - no applicant' to reg-flag-out
                   move 'decline over 30 days - no applicant id'
                       to exc-log-message
                   perform 290-write-exception
               else
                   move 'no applicant id' to reg-flag-out
               end-if
               perform 380-write-register-line
               exit paragraph
           end-if
           move llg-applicant-in to aan-applicant-id
           move ws-decision-date to aan-decision-date
           move 'y' to ws-notice-found-sw
           read notice-log-file
               invalid key move 'n' to ws-notice-found-sw
           end-read
           if ws-notice-found
               add 1 to ws-already-noticed
               exit paragraph
           end-if
           perform 300-print-notice
           move llg-applicant-in to aan-applicant-id
           move ws-decision-date to aan-decision-date
           move llg-officer-in to aan-officer-id
           move llg-branch-in to aan-branch
           move llg-outcome-in to aan-outcome
           move ws-today to aan-notice-date
           move ws-days-since to aan-days-to-notice
           move spaces to reg-flag-out
           if ws-days-since > ws-notice-days-limit
               move 'Y' to aan-late-sw
               add 1 to ws-notices-late
               move '*late notice*' to reg-flag-out
               move 'adverse action notice over 30 days'
                   to exc-log-message
               perform 290-write-exception
           else
               move 'N' to aan-late-sw
           end-if
           write adverse-notice-rec
               invalid key continue
           end-write
           perform 380-write-register-line.

       300-print-notice.
           move 'notice of action taken' to rpt-hdr-title
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write notice-rec from rpt-heading-1
           move spaces to notice-rec
           write notice-rec
           move 'date of notice:' to nil-label
           move spaces to nil-value-out
           move ws-today to reg-decision-date-out
           move reg-decision-date-out to nil-value-out
           write notice-rec from notice-info-line
           move 'applicant:' to nil-label
           move llg-applicant-in to nil-value-out
           write notice-rec from notice-info-line
           move 'date of application:' to nil-label
           move spaces to nil-value-out
           move ws-decision-date to reg-decision-date-out
           move reg-decision-date-out to nil-value-out
           write notice-rec from notice-info-line
           move 'amount requested:' to nil-label
           move llg-borrow-in to nil-value-out
           write notice-rec from notice-info-line
           move 'value of the home:' to nil-label
           move llg-price-in to nil-value-out
           write notice-rec from notice-info-line
           move spaces to notice-rec
           write notice-rec
           move 'thank you for applying to us for a home loan. we are'
               to notice-rec
           write notice-rec
           move 'unable to approve your application. the principal'
               to notice-rec
           write notice-rec
           move 'reason for our decision is:' to notice-rec
           write notice-rec
           evaluate llg-outcome-in
               when 'declined - price cap'
                   move ws-house-price-cap to ws-cap-out
                   move spaces to nrl-text-out
                   string 'the value of the home is more than the '
                       'most we lend against, ' ws-cap-out '.'
                       delimited by size into nrl-text-out
               when 'declined - ltv limit'
                   compute ws-ltv-whole-pct = ws-ltv-limit-pct * 100
                   move ws-ltv-whole-pct to ws-pct-out
                   move spaces to nrl-text-out
                   string 'the amount you asked to borrow is more '
                       'than ' ws-pct-out '% of the value of the home.'
                       delimited by size into nrl-text-out
               when other
                   move
                   'the application does not meet our lending policy.'
                       to nrl-text-out
           end-evaluate
           write notice-rec from notice-reason-line
           move spaces to notice-rec
           write notice-rec
           move spaces to notice-rec
           string 'questions about this decision may be directed to '
               'loan officer ' llg-officer-in
               delimited by size into notice-rec
           write notice-rec
           move spaces to notice-rec
           string 'at branch ' llg-branch-in '.'
               delimited by size into notice-rec
           write notice-rec
           move spaces to notice-rec
           write notice-rec
           move 'the federal equal credit opportunity act prohibits'
               to notice-rec
           write notice-rec
           move 'creditors from discriminating against credit'
               to notice-rec
           write notice-rec
           move 'applicants on the basis of race, color, religion,'
               to notice-rec
           write notice-rec
           move 'national origin, sex, marital status or age.'
               to notice-rec
           write notice-rec
           add 1 to ws-notices-printed.

       380-write-register-line.
           move llg-applicant-in to reg-applicant-out
           move ws-decision-date to reg-decision-date-out
           move llg-officer-in to reg-officer-out
           move llg-branch-in to reg-branch-out
           move llg-outcome-in to reg-outcome-out
           move ws-days-since to reg-days-out
           write register-rec from register-detail.

       290-write-exception.
           move 'y' to ws-exceptions-sw
           move 'loanaan' to exc-log-program
           move rpt-curr-yr to exc-log-yr
           move rpt-curr-mth to exc-log-mth
           move rpt-curr-day to exc-log-day
           move spaces to exc-log-key
           string llg-date-in ' ' llg-applicant-in
               delimited by size into exc-log-key
           write exception-log-rec.

       500-write-totals.
           move spaces to register-rec
           write register-rec
           move 'declines on the loan log:' to cnt-label
           move ws-declines-read to cnt-count-out
           write register-rec from count-line
           move 'noticed on an earlier run:' to cnt-label
           move ws-already-noticed to cnt-count-out
           write register-rec from count-line
           move 'notices printed this run:' to cnt-label
           move ws-notices-printed to cnt-count-out
           write register-rec from count-line
           move 'of which over 30 days after decision:' to cnt-label
           move ws-notices-late to cnt-count-out
           write register-rec from count-line
           move 'declines with no applicant id:' to cnt-label
           move ws-unidentified to cnt-count-out
           write register-rec from count-line
           move 'of which over 30 days without notice:' to cnt-label
           move ws-unidentified-overdue to cnt-count-out
           write register-rec from count-line.

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
