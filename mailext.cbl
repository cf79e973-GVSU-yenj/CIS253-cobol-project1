       identification division.

       program-id. mailext.
      *AUTHOR. JON YEN
      *> consolidated mail-piece extract for the presort vendor. the
      *> document runs - statements, dunning letters, renewal
      *> notices, w-2s, borrower interest statements and
      *> unclaimed-property due-diligence letters - each
      *> append a piece per document to CH9994MPC.DAT with the
      *> address off the master. this sorts the collected pieces
      *> into ZIP order and writes every piece with a good address
      *> to CH9994MPX.DAT for the vendor. a piece whose address is
      *> blank or has been flagged bad by returned mail is held back
      *> and listed for the mailroom with the master and key to fix
      *> it under, so we stop paying postage on mail that cannot be
      *> delivered. counts by document close the report, and the
      *> collected pieces are cleared once extracted.

       environment division.

       input-output section.
       file-control.
           select optional mail-piece-file
               assign to "W:\CONTROL\CH9994MPC.DAT"
                   organization is line sequential.
           select sort-work-file
               assign to "W:\CONTROL\CH9994MPC.SRT".
           select sorted-piece-file
               assign to "W:\CONTROL\CH9994MPC.TMP"
                   organization is line sequential.
           select vendor-extract-file
               assign to "W:\CONTROL\CH9994MPX.DAT"
                   organization is line sequential.
           select print-file
               assign to "W:\CONTROL\CH9994MPX.RPT"
                   organization is line sequential.
           select optional business-date-file
               assign to "W:\CONTROL\BUSDATE.CTL"
                   organization is line sequential.
           select optional run-stats-file
               assign to "W:\CONTROL\CH9998RUN.STA"
                   organization is line sequential.

       data division.

       file section.
       fd  mail-piece-file
           record contains 128 characters.
       01  mail-piece-in               pic x(128).

       sd  sort-work-file.
       01  sort-rec.
           05  sort-zip                pic x(9).
           05  sort-doc-type           pic x(4).
           05  sort-source             pic x(8).
           05  sort-master             pic x.
           05  sort-key                pic x(10).
           05  filler                  pic x(96).

       fd  sorted-piece-file
           record contains 128 characters.
       copy mailpc.

       fd  vendor-extract-file
           record contains 128 characters.
       01  vendor-extract-rec          pic x(128).

       fd  print-file
           record contains 110 characters.
       01  print-rec                   pic x(110).

       fd  business-date-file
           record contains 9 characters.
       copy busdate.

       fd  run-stats-file
           record contains 52 characters.
       copy runstat.

       working-storage section.

       01  run-stat-work.
           05  ws-stat-timestamp       pic x(21).
           05  ws-stat-start-time      pic 9(6)  value zero.
       copy rptdate.
       copy rpthdr1.

       01  more-data                   pic x(3) value 'yes'.
           88  no-more-data                       value 'no'.

       01  ws-pg-ct                    pic 999  value 0.

       01  piece-counts.
           05  ws-pieces-read          pic 9(6) value zero.
           05  ws-pieces-sent          pic 9(6) value zero.
           05  ws-pieces-held          pic 9(6) value zero.
           05  ws-stmt-sent            pic 9(6) value zero.
           05  ws-stmt-held            pic 9(6) value zero.
           05  ws-dunn-sent            pic 9(6) value zero.
           05  ws-dunn-held            pic 9(6) value zero.
           05  ws-rnwl-sent            pic 9(6) value zero.
           05  ws-rnwl-held            pic 9(6) value zero.
           05  ws-w2-sent              pic 9(6) value zero.
           05  ws-w2-held              pic 9(6) value zero.
           05  ws-lint-sent            pic 9(6) value zero.
           05  ws-lint-held            pic 9(6) value zero.
           05  ws-uncl-sent            pic 9(6) value zero.
           05  ws-uncl-held            pic 9(6) value zero.

       01  ws-held-sw                  pic x    value 'n'.
           88  ws-piece-held                      value 'y'.

       01  section-hdr.
           05  sct-title               pic x(50).

       01  held-hdr.
           05                          pic x(2)    value spaces.
           05  filler                  pic x(8)    value 'document'.
           05                          pic x(2)    value spaces.
           05  filler                  pic x(6)    value 'source'.
           05                          pic x(4)    value spaces.
           05  filler                  pic x(6)    value 'master'.
           05                          pic x(2)    value spaces.
           05  filler                  pic x(3)    value 'key'.
           05                          pic x(9)    value spaces.
           05  filler                  pic x(4)    value 'name'.
           05                          pic x(28)   value spaces.
           05  filler                  pic x(6)    value 'reason'.

       01  held-detail.
           05                          pic x(2)    value spaces.
           05  hld-doc-type-out        pic x(4).
           05                          pic x(6)    value spaces.
           05  hld-source-out          pic x(8).
           05                          pic x(2)    value spaces.
           05  hld-master-out          pic x(8).
           05                          pic x(2)    value spaces.
           05  hld-key-out             pic x(10).
           05                          pic x(2)    value spaces.
           05  hld-name-out            pic x(30).
           05                          pic x(2)    value spaces.
           05  hld-reason-out          pic x(20).

       01  none-line.
           05                          pic x(2)    value spaces.
           05  filler                  pic x(6)    value 'none'.

       01  count-hdr.
           05                          pic x(2)    value spaces.
           05  filler                  pic x(8)    value 'document'.
           05                          pic x(26)   value spaces.
           05  filler                  pic x(6)    value 'to ZIP'.
           05                          pic x(6)    value spaces.
           05  filler                  pic x(4)    value 'held'.

       01  count-line.
           05                          pic x(2)    value spaces.
           05  cnt-label               pic x(30).
           05                          pic x(2)    value spaces.
           05  cnt-sent-out            pic zzz,zz9.
           05                          pic x(3)    value spaces.
           05  cnt-held-out            pic zzz,zz9.

       procedure division.
       100-main-module.
           perform 010-set-business-date
           perform 020-write-start-stat
           sort sort-work-file
               on ascending key sort-zip
                                sort-doc-type
                                sort-master
                                sort-key
               using mail-piece-file
               giving sorted-piece-file
           open input sorted-piece-file
                output vendor-extract-file
                output print-file
           move 'mail-piece presort extract' to rpt-hdr-title
           move rpt-curr-mth to rpt-hdr-mth
           move rpt-curr-day to rpt-hdr-day
           move rpt-curr-yr to rpt-hdr-yr
           add 1 to ws-pg-ct
           move ws-pg-ct to rpt-hdr-page
           write print-rec from rpt-heading-1
           move 'held for the mailroom - no good address'
               to sct-title
           write print-rec from section-hdr
           write print-rec from held-hdr
           perform until no-more-data
               read sorted-piece-file
                   at end move 'no' to more-data
                   not at end perform 200-extract-piece
               end-read
           end-perform
           if ws-pieces-held = zero
               write print-rec from none-line
           end-if
           perform 400-write-counts
           close sorted-piece-file
                 vendor-extract-file
                 print-file
      *> leave the collected pieces EMPTY once extracted - the next
      *> document run starts a fresh batch for the vendor.
           open output mail-piece-file
           close mail-piece-file
           move 0 to return-code
           perform 021-write-end-stat
           display 'end of mail-piece extract'
           goback.

       200-extract-piece.
           add 1 to ws-pieces-read
           move 'n' to ws-held-sw
           move spaces to hld-reason-out
           evaluate true
               when mp-address-bad
                   move 'y' to ws-held-sw
                   move 'mail returned' to hld-reason-out
               when mp-street = spaces or mp-zip = spaces
                   move 'y' to ws-held-sw
                   move 'no address on file' to hld-reason-out
           end-evaluate
           if ws-piece-held
               perform 300-list-held-piece
           else
               write vendor-extract-rec from mail-piece-rec
               add 1 to ws-pieces-sent
           end-if
           evaluate true
               when mp-statement and ws-piece-held
                   add 1 to ws-stmt-held
               when mp-statement
                   add 1 to ws-stmt-sent
               when mp-dunning and ws-piece-held
                   add 1 to ws-dunn-held
               when mp-dunning
                   add 1 to ws-dunn-sent
               when mp-renewal and ws-piece-held
                   add 1 to ws-rnwl-held
               when mp-renewal
                   add 1 to ws-rnwl-sent
               when mp-w2 and ws-piece-held
                   add 1 to ws-w2-held
               when mp-w2
                   add 1 to ws-w2-sent
               when mp-interest and ws-piece-held
                   add 1 to ws-lint-held
               when mp-interest
                   add 1 to ws-lint-sent
               when mp-unclaimed and ws-piece-held
                   add 1 to ws-uncl-held
               when mp-unclaimed
                   add 1 to ws-uncl-sent
           end-evaluate.

       300-list-held-piece.
           add 1 to ws-pieces-held
           move mp-doc-type to hld-doc-type-out
           move mp-source to hld-source-out
           evaluate true
               when mp-from-customer
                   move 'customer' to hld-master-out
               when mp-from-employee
                   move 'employee' to hld-master-out
               when mp-from-loan
                   move 'loan' to hld-master-out
               when mp-from-vehicle
                   move 'vehicle' to hld-master-out
               when mp-from-fleet
                   move 'fleet' to hld-master-out
               when other
                   move mp-master to hld-master-out
           end-evaluate
           move mp-key to hld-key-out
           move mp-name to hld-name-out
           write print-rec from held-detail.

       400-write-counts.
           move 'pieces by document' to sct-title
           write print-rec from section-hdr
           write print-rec from count-hdr
           move 'customer statements' to cnt-label
           move ws-stmt-sent to cnt-sent-out
           move ws-stmt-held to cnt-held-out
           write print-rec from count-line
           move 'dunning letters' to cnt-label
           move ws-dunn-sent to cnt-sent-out
           move ws-dunn-held to cnt-held-out
           write print-rec from count-line
           move 'renewal notices' to cnt-label
           move ws-rnwl-sent to cnt-sent-out
           move ws-rnwl-held to cnt-held-out
           write print-rec from count-line
           move 'w-2 statements' to cnt-label
           move ws-w2-sent to cnt-sent-out
           move ws-w2-held to cnt-held-out
           write print-rec from count-line
           move 'borrower interest statements' to cnt-label
           move ws-lint-sent to cnt-sent-out
           move ws-lint-held to cnt-held-out
           write print-rec from count-line
           move 'unclaimed property letters' to cnt-label
           move ws-uncl-sent to cnt-sent-out
           move ws-uncl-held to cnt-held-out
           write print-rec from count-line
           move 'all pieces' to cnt-label
           move ws-pieces-sent to cnt-sent-out
           move ws-pieces-held to cnt-held-out
           write print-rec from count-line.

       020-write-start-stat.
      *> one 'S' record at start-up and one 'E' record at end of
      *> job go to the shared stats file, so the morning summary
      *> can reconstruct the night without the console.
           move 'mailext' to run-program
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
           move 'mailext' to run-program
           move rpt-curr-yr to run-bus-yr
           move rpt-curr-mth to run-bus-mth
           move rpt-curr-day to run-bus-day
           move 'E' to run-rec-type
           move ws-stat-start-time to run-start-time
           move function current-date to ws-stat-timestamp
           move ws-stat-timestamp(9:6) to run-end-time
           move ws-pieces-read to run-records-read
           move ws-pieces-sent to run-records-written
           move zero to run-exception-count
           move return-code to run-return-code
           open extend run-stats-file
           write run-stat-rec
           close run-stats-file.

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
