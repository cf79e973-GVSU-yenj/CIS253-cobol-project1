      *AUTHOR. JON YEN
      *> tax bracket table maintenance, in the VEHTAB mold. validates
      *> a proposed CH0101TAX.NEW before it goes live as
      *> CH0101TAX.TAB: more rows than the 120-entry table the tax
      *> run loads, a jurisdiction other than F or S, non-numeric
      *> years or ceilings or rates, ceilings that do not ascend
      *> within a jurisdiction/state/year set, a set whose top
      *> ceiling is not open-ended, and years that leave a gap - a
      *> set for 2025 and 2027 with no 2026 would tax a whole year's
      *> reruns at stale rates. state rows carry the two-letter work
      *> state they apply to, blank for the home state; a federal
      *> row may not carry one. every row is printed on the audit
      *> listing as loaded; a clean table is released to
      *> CH0101TAX.TAB and a table with errors is refused with
      *> return code 8.

       environment division.

       data division.
       file section.

      *> the state code rides at the end of the row so a table
      *> keyed before it existed reads as all home-state rows.
       fd  proposed-table-file
           record contains 17 characters.
       01  proposed-rec-in.
           05  prop-juris-in               pic x.
           05  prop-eff-yr-in              pic x(4).
           05  prop-ceiling-in             pic x(7).
           05  prop-rate-in                pic x(3).
           05  prop-state-in               pic xx.

       fd  live-table-file
           record contains 17 characters.
       01  live-rec-out                    pic x(17).

       fd  audit-report
           record contains 80 characters.
       01 ws-max-yr                        pic 9(4)        value 0.
       01 ws-chk-yr                        pic 9(4)        value 0.
       01 ws-chk-juris                     pic x           value space.
       01 ws-chk-state                     pic xx          value spaces.
       01 ws-prev-ceiling                  pic 9(7)        value 0.
       01 ws-top-ceiling                   pic 9(7)        value 0.

      *> the live limit so an oversize file can be detected rather
      *> than truncated silently.
       01 proposed-table.
           05 p-tab occurs 121 times indexed by p1 p2 p3.
               10 p-juris                  pic x.
               10 p-eff-yr                 pic x(4).
               10 p-eff-yr-num redefines p-eff-yr
               10 p-ceiling-num redefines p-ceiling
                                           pic 9(7).
               10 p-rate                   pic x(3).
               10 p-state                  pic xx.

       01 audit-hdr.
           05 filler                       pic x(5)    value 'juris'.
               value 'ceiling'.
           05 filler                       pic x(4)    value spaces.
           05 filler                       pic x(4)    value 'rate'.
           05 filler                       pic x(4)    value spaces.
           05 filler                       pic x(5)    value 'state'.

       01 audit-line.
           05 aud-juris-out                pic x.
           05 aud-ceiling-out              pic x(7).
           05 filler                       pic x(4)    value spaces.
           05 aud-rate-out                 pic x(3).
           05 filler                       pic x(5)    value spaces.
           05 aud-state-out                pic xx.

       01 error-line.
           05 err-juris-out                pic x.
           05 filler                       pic x       value space.
           05 err-state-out                pic xx.
           05 filler                       pic x       value space.
           05 err-yr-out                   pic x(4).
           05 filler                       pic x(2)    value spaces.
           05 err-text-out                 pic x(50).
           move prop-eff-yr-in to aud-yr-out
           move prop-ceiling-in to aud-ceiling-out
           move prop-rate-in to aud-rate-out
           move prop-state-in to aud-state-out
           write report-rec from audit-line
           if ws-row-count < 121
               add 1 to ws-row-count
               set p1 to ws-row-count
               move prop-juris-in to p-juris(p1)
               move prop-eff-yr-in to p-eff-yr(p1)
               move prop-ceiling-in to p-ceiling(p1)
               move prop-rate-in to p-rate(p1)
               move prop-state-in to p-state(p1)
           end-if
           if ws-row-count > 120
               move prop-juris-in to err-juris-out
               move prop-state-in to err-state-out
               move prop-eff-yr-in to err-yr-out
               move 'more rows than the 120-entry table holds'
                   to err-text-out
               write report-rec from error-line
               add 1 to ws-error-count

       300-check-fields.
           perform varying p1 from 1 by 1
                   until p1 > ws-row-count or p1 > 120
               if p-juris(p1) not = 'F' and p-juris(p1) not = 'S'
                   perform 310-field-error
                   move 'jurisdiction is not F or S' to err-text-out
                   move 'rate is not numeric' to err-text-out
                   write report-rec from error-line
               end-if
               if p-juris(p1) = 'F' and p-state(p1) not = spaces
                   perform 310-field-error
                   move 'federal row carries a state code'
                       to err-text-out
                   write report-rec from error-line
               end-if
               if p-state(p1) not = spaces
                  and (p-state(p1) is not alphabetic
                       or p-state(p1)(1:1) = space
                       or p-state(p1)(2:1) = space)
                   perform 310-field-error
                   move 'state code is not two letters'
                       to err-text-out
                   write report-rec from error-line
               end-if
           end-perform.

       310-field-error.
           move p-juris(p1) to err-juris-out
           move p-state(p1) to err-state-out
           move p-eff-yr(p1) to err-yr-out
           add 1 to ws-error-count.

       400-check-ceilings.
      *> within one jurisdiction/state/year set the ceilings must
      *> climb row by row and the last one must be the open-ended
      *> top, or the bracket walk in the tax run would stop short.
           perform varying p1 from 1 by 1
                   until p1 > ws-row-count or p1 > 120
               if p-eff-yr(p1) is numeric
                  and p-ceiling(p1) is numeric
                   move zero to ws-prev-ceiling ws-top-ceiling
                   perform varying p2 from 1 by 1
                           until p2 > ws-row-count or p2 > 120
                       if p-juris(p2) = p-juris(p1)
                          and p-state(p2) = p-state(p1)
                          and p-eff-yr(p2) = p-eff-yr(p1)
                          and p-ceiling(p2) is numeric
                           if p2 < p1
                       end-if
                   end-perform
                   if p1 = 1 or p-juris(p1) not = p-juris(p1 - 1)
                      or p-state(p1) not = p-state(p1 - 1)
                      or p-eff-yr(p1) not = p-eff-yr(p1 - 1)
                       if ws-top-ceiling not = 9999999
                           perform 310-field-error
       500-check-year-gaps.
      *> every year between a jurisdiction's first and last set must
      *> have a set of its own, so a rerun of old work can never
      *> fall between two years and pick up the wrong rates. each
      *> work state is its own run of years, and the home state
      *> must always have one.
           move 'F' to ws-chk-juris
           move spaces to ws-chk-state
           perform 520-check-juris-years
           move 'S' to ws-chk-juris
           perform 520-check-juris-years
           perform varying p3 from 1 by 1
                   until p3 > ws-row-count or p3 > 120
               if p-juris(p3) = 'S' and p-state(p3) not = spaces
                   perform 510-check-first-state-row
               end-if
           end-perform.

       510-check-first-state-row.
      *> a state's years are checked once, at its first row.
           move 'y' to ws-found-sw
           perform varying p2 from 1 by 1 until p2 >= p3
               if p-juris(p2) = 'S' and p-state(p2) = p-state(p3)
                   move 'n' to ws-found-sw
               end-if
           end-perform
           if ws-year-found
               move p-state(p3) to ws-chk-state
               perform 520-check-juris-years
           end-if.

       520-check-juris-years.
           move 9999 to ws-min-yr
           move zero to ws-max-yr
           perform varying p1 from 1 by 1
                   until p1 > ws-row-count or p1 > 120
               if p-juris(p1) = ws-chk-juris
                  and p-state(p1) = ws-chk-state
                  and p-eff-yr(p1) is numeric
                   if p-eff-yr-num(p1) < ws-min-yr
                       move p-eff-yr-num(p1) to ws-min-yr
           end-perform
           if ws-max-yr = zero
               move ws-chk-juris to err-juris-out
               move ws-chk-state to err-state-out
               move spaces to err-yr-out
               move 'jurisdiction has no bracket sets'
                   to err-text-out
                   until ws-chk-yr > ws-max-yr
               move 'n' to ws-found-sw
               perform varying p1 from 1 by 1
                       until p1 > ws-row-count or p1 > 120
                   if p-juris(p1) = ws-chk-juris
                      and p-state(p1) = ws-chk-state
                      and p-eff-yr(p1) is numeric
                      and p-eff-yr-num(p1) = ws-chk-yr
                       move 'y' to ws-found-sw
               end-perform
               if not ws-year-found
                   move ws-chk-juris to err-juris-out
                   move ws-chk-state to err-state-out
                   move ws-chk-yr to err-yr-out
                   move 'gap - no bracket set for this year'
                       to err-text-out
                   until p1 > ws-row-count
               move spaces to live-rec-out
               string p-juris(p1) p-eff-yr(p1)
                   p-ceiling(p1) p-rate(p1) p-state(p1)
                   delimited by size into live-rec-out
               write live-rec-out
           end-perform
