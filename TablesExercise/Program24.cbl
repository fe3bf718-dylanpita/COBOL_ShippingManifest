       program-id. Program24 as "TablesExercise.Program24".

       environment division.
       input-output section.
       file-control.   select booking-file
                       assign to "C:\a\exercise8\bookings.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is bkg-number
                       alternate record key is bkg-voyage-id
                           with duplicates
                       file status is booking-file-status.

                       select optional history-file
                       assign to "C:\a\exercise8\history.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is hst-key
                       alternate record key is hst-consignee
                           with duplicates
                       alternate record key is hst-run-date
                           with duplicates
                       file status is history-file-status.

                       select booked-report-out
                       assign to report-path
                       organization is line sequential.

                       select sort-work-file
                       assign to "sortwrk".

       data division.
       file section.
       fd  booking-file.
       01  booking-record.
           05  bkg-number          picture x(10).
           05  bkg-voyage-id       picture x(8).
           05  bkg-consignee       picture x(8).
           05  bkg-product         picture x(10).
           05  bkg-units           picture 9(5).
           05  bkg-booked-date     picture 9(8).

       fd  history-file.
       01  history-record.
           05  hst-key.
               10  hst-voyage-id   picture x(8).
               10  hst-ship-name   picture x(20).
               10  hst-line-number picture 9(5).
           05  hst-run-date        picture 9(8).
           05  hst-sailing-date    picture 9(8).
           05  hst-product         picture x(10).
           05  hst-units           picture 9(5).
           05  hst-total-value     picture 9(7)v99.
           05  hst-consignee       picture x(8).
           05  hst-tariff-surcharge picture 9(7)v99.
           05  hst-country         picture x(15).
           05  hst-entry-type      picture x.
               88  hst-reversal    value "R".
           05  hst-orig-run-date   picture 9(8).
           05  hst-post-period     picture 9(6).
           05  hst-booking-number  picture x(10).
           05  hst-run-number      picture 9(5).
           05  hst-run-sequence    picture 9(7).

       fd  booked-report-out.
       01  print-rec               picture x(132).

       sd  sort-work-file.
       01  sort-rec.
           05  sort-voyage-id      picture x(8).
           05  sort-booking-number picture x(10).
           05  sort-consignee      picture x(8).
           05  sort-product        picture x(10).
           05  sort-source         picture x.
               88  sort-from-booking   value "B".
               88  sort-from-shipped   value "S".
           05  sort-units          picture s9(5).

       working-storage section.
       01  report-path            picture x(100)
               value "C:\a\exercise8\bookship.txt".
       01  selected-voyage-id     picture x(8) value spaces.
       01  arg-count              picture 9(2) value zero.

       01  booking-file-status    picture x(2) value spaces.

       01  are-there-more-bookings    picture x value "Y".
       01  history-file-status    picture x(2) value spaces.
       01  are-there-more-history     picture x value "Y".
       01  are-there-more-sorted      picture x value "Y".

       01  voyage-table-count     picture 9(3) value zero.
       01  voyage-table.
           05  voyage-group occurs 200 times.
               10  vt-voyage-id    picture x(8).
       01  voyage-sub             picture 9(3) value zero.
       01  voyage-found           picture x value "N".
       01  search-voyage-id       picture x(8) value spaces.

       01  group-started          picture x value "N".
       01  prior-voyage-id        picture x(8) value spaces.
       01  prior-booking-number   picture x(10) value spaces.
       01  prior-consignee        picture x(8) value spaces.
       01  prior-product          picture x(10) value spaces.

       01  line-booked-units      picture s9(7) value zero.
       01  line-shipped-units     picture s9(7) value zero.
       01  line-booking-present   picture x value "N".
       01  line-difference        picture s9(7) value zero.
       01  line-listed            picture x value "N".

       01  voyage-bookings        picture 9(5) value zero.
       01  voyage-booked-units    picture s9(7) value zero.
       01  voyage-shipped-booked  picture s9(7) value zero.
       01  voyage-no-show-units   picture s9(7) value zero.
       01  voyage-unbooked-units  picture s9(7) value zero.
       01  show-up-pct            picture s9(5)v99 value zero.

       01  bookings-read          picture 9(5) value zero.
       01  history-lines-read     picture 9(5) value zero.
       01  as-booked-count        picture 9(5) value zero.
       01  no-show-count          picture 9(5) value zero.
       01  short-count            picture 9(5) value zero.
       01  over-count             picture 9(5) value zero.
       01  no-booking-count       picture 9(5) value zero.
       01  total-booked-units     picture s9(9) value zero.
       01  total-shipped-booked   picture s9(9) value zero.
       01  total-unbooked-units   picture s9(9) value zero.

       01  blank-spaces           picture x(132) value spaces.

       01  hl-header-1.
           05      picture x(40) value spaces.
           05      picture x(36)
                   value "BOOKED VERSUS SHIPPED BY VOYAGE".
           05      picture x(4) value spaces.
           05  date-field-format    picture x(10).

       01 date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  date-display.
           05  date-display-day    picture 9(2).
           05      picture x value "/".
           05  date-display-month  picture 9(2).
           05      picture x value "/".
           05  date-display-year   picture 9(4).

       01  hl-header-2.
           05      picture x(2) value spaces.
           05      picture x(7) value "BOOKING".
           05      picture x(5) value spaces.
           05      picture x(9) value "CONSIGNEE".
           05      picture x(1) value spaces.
           05      picture x(7) value "PRODUCT".
           05      picture x(7) value spaces.
           05      picture x(6) value "BOOKED".
           05      picture x(2) value spaces.
           05      picture x(7) value "SHIPPED".
           05      picture x(4) value spaces.
           05      picture x(5) value "DIFF.".
           05      picture x(2) value spaces.
           05      picture x(6) value "STATUS".

       01  voyage-line-out.
           05                      picture x(2) value spaces.
           05                      picture x(8) value "VOYAGE: ".
           05  vl-voyage-out       picture x(8).

       01  detail-line-out.
           05                      picture x(2) value spaces.
           05  dl-booking-out      picture x(10).
           05                      picture x(2) value spaces.
           05  dl-consignee-out    picture x(8).
           05                      picture x(2) value spaces.
           05  dl-product-out      picture x(10).
           05                      picture x(2) value spaces.
           05  dl-booked-out       picture zzzzz9.
           05                      picture x(2) value spaces.
           05  dl-shipped-out      picture zzzzz9-.
           05                      picture x(2) value spaces.
           05  dl-difference-out   picture ------9.
           05                      picture x(2) value spaces.
           05  dl-status-out       picture x(20).

       01  voyage-total-1.
           05                      picture x(12) value spaces.
           05                      picture x(18)
                                   value "BOOKINGS:".
           05  vt-bookings-out     picture zzzz9.
           05                      picture x(5) value spaces.
           05                      picture x(18)
                                   value "BOOKED UNITS:".
           05  vt-booked-out       picture zzzzzz9-.
           05                      picture x(5) value spaces.
           05                      picture x(19)
                                   value "SHIPPED ON BOOKING:".
           05  vt-shipped-out      picture zzzzzz9-.

       01  voyage-total-2.
           05                      picture x(12) value spaces.
           05                      picture x(18)
                                   value "SHOW-UP PCT:".
           05  vt-show-up-out      picture zz9.99.
           05                      picture x(4) value spaces.
           05                      picture x(18)
                                   value "NO-SHOW UNITS:".
           05  vt-no-show-out      picture zzzzzz9-.
           05                      picture x(5) value spaces.
           05                      picture x(19)
                                   value "UNBOOKED UNITS:".
           05  vt-unbooked-out     picture zzzzzz9-.

       01  hl-trailer-1.
           05      picture x(2) value spaces.
           05      picture x(18) value "BOOKINGS READ:    ".
           05  tr-bookings-out     picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "HISTORY LINES:    ".
           05  tr-history-out      picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "SHIPPED AS BOOKED:".
           05  tr-as-booked-out    picture zzzz9.

       01  hl-trailer-2.
           05      picture x(2) value spaces.
           05      picture x(18) value "NO-SHOWS:         ".
           05  tr-no-show-out      picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "SHORT SHIPPED:    ".
           05  tr-short-out        picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "OVER SHIPPED:     ".
           05  tr-over-out         picture zzzz9.

       01  hl-trailer-3.
           05      picture x(2) value spaces.
           05      picture x(18) value "NO BOOKING:       ".
           05  tr-no-booking-out   picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "BOOKED UNITS:     ".
           05  tr-booked-units-out picture zzzzzzzz9-.
           05      picture x(2) value spaces.
           05      picture x(18) value "UNBOOKED UNITS:   ".
           05  tr-unbooked-out     picture zzzzzzzz9-.

       01  booking-note-line.
           05      picture x(2) value spaces.
           05  bn-note-text        picture x(60).

       procedure division.
       100-main-module.

           perform 050-get-run-parameters

           move function current-date to date-field

           open output booked-report-out

           move day-field to date-display-day
           move month-field to date-display-month
           move year-field to date-display-year
           move date-display to date-field-format
           write print-rec from blank-spaces
           write print-rec from hl-header-1
           write print-rec from blank-spaces
           write print-rec from hl-header-2

           open input booking-file
           if booking-file-status not = "00"
               and booking-file-status not = "05"
               display "BOOKING FILE NOT AVAILABLE, STATUS "
                   booking-file-status
               move "BOOKING FILE NOT AVAILABLE - NOTHING REPORTED"
                   to bn-note-text
               write print-rec from blank-spaces
               write print-rec from booking-note-line
               close booked-report-out
               stop run
           end-if

           perform 200-load-voyage-table

           sort sort-work-file
               on ascending key sort-voyage-id
                                sort-booking-number
                                sort-consignee
                                sort-product
               input procedure 300-release-lines
               output procedure 400-compare-lines

           if group-started = "Y"
               perform 500-end-line
               perform 540-end-voyage
           end-if

           close booking-file

           move bookings-read to tr-bookings-out
           move history-lines-read to tr-history-out
           move as-booked-count to tr-as-booked-out
           write print-rec from blank-spaces
           write print-rec from hl-trailer-1
           move no-show-count to tr-no-show-out
           move short-count to tr-short-out
           move over-count to tr-over-out
           write print-rec from hl-trailer-2
           move no-booking-count to tr-no-booking-out
           move total-booked-units to tr-booked-units-out
           move total-unbooked-units to tr-unbooked-out
           write print-rec from hl-trailer-3

           close booked-report-out

           stop run.

       050-get-run-parameters.
           accept arg-count from argument-number

           if arg-count not less than 1
               display 1 upon argument-number
               accept selected-voyage-id from argument-value
               if selected-voyage-id = "ALL"
                   move spaces to selected-voyage-id
               end-if
           end-if

           if arg-count not less than 2
               display 2 upon argument-number
               accept report-path from argument-value
           end-if.

       200-load-voyage-table.
           move low-values to bkg-voyage-id
           start booking-file
               key not less than bkg-voyage-id
               invalid key
                   move "N" to are-there-more-bookings
           end-start
           perform until are-there-more-bookings = "N"
               read booking-file next record
                   at end
                       move "N" to are-there-more-bookings
                   not at end
                       perform 250-store-booked-voyage
               end-read
           end-perform

           if selected-voyage-id = spaces
               perform 280-load-shipped-voyages
           end-if

           if selected-voyage-id not = spaces
               and voyage-table-count = zero
               move 1 to voyage-table-count
               move selected-voyage-id to vt-voyage-id(1)
           end-if.

       250-store-booked-voyage.
           if selected-voyage-id = spaces
               or bkg-voyage-id = selected-voyage-id
               move bkg-voyage-id to search-voyage-id
               perform 255-add-voyage
           end-if.

       255-add-voyage.
           perform 260-find-voyage
           if voyage-found = "N"
               if voyage-table-count < 200
                   add 1 to voyage-table-count
                   move search-voyage-id
                       to vt-voyage-id(voyage-table-count)
               else
                   display "VOYAGE TABLE FULL - IGNORED: "
                       search-voyage-id
               end-if
           end-if.

       260-find-voyage.
           move "N" to voyage-found
           if voyage-table-count > zero
               perform 270-match-voyage-entry
                   varying voyage-sub from 1 by 1
                   until voyage-sub > voyage-table-count
                       or voyage-found = "Y"
           end-if.

       270-match-voyage-entry.
           if vt-voyage-id(voyage-sub) = search-voyage-id
               move "Y" to voyage-found
           end-if.

       280-load-shipped-voyages.
           move spaces to prior-voyage-id
           move "Y" to are-there-more-history
           open input history-file
           if history-file-status not = "00"
               and history-file-status not = "05"
               display "HISTORY FILE NOT AVAILABLE, STATUS "
                   history-file-status
               move "N" to are-there-more-history
           end-if
           perform until are-there-more-history = "N"
               read history-file next record
                   at end
                       move "N" to are-there-more-history
                   not at end
                       perform 290-store-shipped-voyage
               end-read
           end-perform
           close history-file
           move spaces to prior-voyage-id.

       290-store-shipped-voyage.
           if hst-voyage-id not = prior-voyage-id
               move hst-voyage-id to prior-voyage-id
               move hst-voyage-id to search-voyage-id
               perform 255-add-voyage
           end-if.

       300-release-lines.
           move "Y" to are-there-more-bookings
           move low-values to bkg-number
           start booking-file
               key not less than bkg-number
               invalid key
                   move "N" to are-there-more-bookings
           end-start
           perform until are-there-more-bookings = "N"
               read booking-file next record
                   at end
                       move "N" to are-there-more-bookings
                   not at end
                       perform 310-release-booking
               end-read
           end-perform

           open input history-file
           if history-file-status not = "00"
               and history-file-status not = "05"
               display "HISTORY FILE NOT AVAILABLE, STATUS "
                   history-file-status
           else
               perform 315-release-voyage-history
                   varying voyage-sub from 1 by 1
                   until voyage-sub > voyage-table-count
           end-if
           close history-file.

       310-release-booking.
           move bkg-voyage-id to search-voyage-id
           perform 260-find-voyage
           if voyage-found = "Y"
               add 1 to bookings-read
               move bkg-voyage-id to sort-voyage-id
               move bkg-number to sort-booking-number
               move bkg-consignee to sort-consignee
               move bkg-product to sort-product
               set sort-from-booking to true
               move bkg-units to sort-units
               release sort-rec
           end-if.

       315-release-voyage-history.
           move "Y" to are-there-more-history
           move vt-voyage-id(voyage-sub) to search-voyage-id
           move low-values to hst-key
           move search-voyage-id to hst-voyage-id
           start history-file
               key not less than hst-key
               invalid key
                   move "N" to are-there-more-history
           end-start
           perform until are-there-more-history = "N"
               read history-file next record
                   at end
                       move "N" to are-there-more-history
                   not at end
                       if hst-voyage-id not = search-voyage-id
                           move "N" to are-there-more-history
                       else
                           perform 320-release-history
                       end-if
               end-read
           end-perform.

       320-release-history.
           if hst-units is numeric
               add 1 to history-lines-read
               move hst-voyage-id to sort-voyage-id
               move hst-booking-number to sort-booking-number
               move hst-consignee to sort-consignee
               move hst-product to sort-product
               set sort-from-shipped to true
               move hst-units to sort-units
               if hst-reversal
                   multiply -1 by sort-units
               end-if
               release sort-rec
           end-if.

       400-compare-lines.
           perform until are-there-more-sorted = "N"
               return sort-work-file
                   at end
                       move "N" to are-there-more-sorted
                   not at end
                       perform 410-process-sorted-line
               end-return
           end-perform.

       410-process-sorted-line.
           if group-started = "N"
               perform 640-start-voyage
               perform 600-start-line
           else
               if sort-voyage-id not = prior-voyage-id
                   perform 500-end-line
                   perform 540-end-voyage
                   perform 640-start-voyage
                   perform 600-start-line
               else
                   if sort-booking-number not = prior-booking-number
                       perform 500-end-line
                       perform 600-start-line
                   else
                       if sort-booking-number = spaces
                           and (sort-consignee not = prior-consignee
                               or sort-product not = prior-product)
                           perform 500-end-line
                           perform 600-start-line
                       end-if
                   end-if
               end-if
           end-if

           if sort-from-booking
               move "Y" to line-booking-present
               move sort-consignee to prior-consignee
               move sort-product to prior-product
               add sort-units to line-booked-units
           else
               add sort-units to line-shipped-units
           end-if.

       500-end-line.
           move "N" to line-listed
           compute line-difference =
               line-shipped-units - line-booked-units

           evaluate true
               when line-booking-present = "N"
                   if line-shipped-units > zero
                       if prior-booking-number = spaces
                           move "NO BOOKING" to dl-status-out
                       else
                           move "BOOKING NOT ON FILE" to dl-status-out
                       end-if
                       add 1 to no-booking-count
                       add line-shipped-units to voyage-unbooked-units
                       move "Y" to line-listed
                   end-if
               when line-shipped-units not > zero
                   move "NO-SHOW" to dl-status-out
                   add 1 to no-show-count
                   add line-booked-units to voyage-no-show-units
                   move "Y" to line-listed
               when line-difference < zero
                   move "SHORT SHIPPED" to dl-status-out
                   add 1 to short-count
                   subtract line-difference from voyage-no-show-units
                   move "Y" to line-listed
               when line-difference > zero
                   move "OVER SHIPPED" to dl-status-out
                   add 1 to over-count
                   move "Y" to line-listed
               when other
                   add 1 to as-booked-count
           end-evaluate

           if line-booking-present = "Y"
               add 1 to voyage-bookings
               add line-booked-units to voyage-booked-units
               if line-shipped-units > zero
                   add line-shipped-units to voyage-shipped-booked
               end-if
           end-if

           if line-listed = "Y"
               move prior-booking-number to dl-booking-out
               move prior-consignee to dl-consignee-out
               move prior-product to dl-product-out
               move line-booked-units to dl-booked-out
               move line-shipped-units to dl-shipped-out
               move line-difference to dl-difference-out
               write print-rec from detail-line-out
           end-if.

       540-end-voyage.
           move zero to show-up-pct
           if voyage-booked-units > zero
               compute show-up-pct rounded =
                   voyage-shipped-booked * 100 / voyage-booked-units
                   on size error
                       move 999.99 to show-up-pct
               end-compute
           end-if
           if show-up-pct > 999.99
               move 999.99 to show-up-pct
           end-if

           move voyage-bookings to vt-bookings-out
           move voyage-booked-units to vt-booked-out
           move voyage-shipped-booked to vt-shipped-out
           write print-rec from blank-spaces
           write print-rec from voyage-total-1
           move show-up-pct to vt-show-up-out
           move voyage-no-show-units to vt-no-show-out
           move voyage-unbooked-units to vt-unbooked-out
           write print-rec from voyage-total-2

           add voyage-booked-units to total-booked-units
           add voyage-shipped-booked to total-shipped-booked
           add voyage-unbooked-units to total-unbooked-units.

       600-start-line.
           move sort-booking-number to prior-booking-number
           move sort-consignee to prior-consignee
           move sort-product to prior-product
           move zero to line-booked-units
           move zero to line-shipped-units
           move "N" to line-booking-present.

       640-start-voyage.
           move sort-voyage-id to prior-voyage-id
           move "Y" to group-started
           move zero to voyage-bookings
           move zero to voyage-booked-units
           move zero to voyage-shipped-booked
           move zero to voyage-no-show-units
           move zero to voyage-unbooked-units
           move sort-voyage-id to vl-voyage-out
           write print-rec from blank-spaces
           write print-rec from voyage-line-out.

       end program Program24.
