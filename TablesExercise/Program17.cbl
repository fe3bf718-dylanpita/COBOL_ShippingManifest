       program-id. Program17 as "TablesExercise.Program17".

       environment division.
       input-output section.
       file-control.   select outturn-file
                       assign to outturn-path
                       organization is line sequential.

                       select optional history-file
                       assign to "C:\a\exercise8\history.dat"
                       organization is indexed
                       access mode is sequential
                       record key is hst-key
                       alternate record key is hst-consignee
                           with duplicates
                       alternate record key is hst-run-date
                           with duplicates
                       file status is history-file-status.

                       select outturn-report-out
                       assign to report-path
                       organization is line sequential.

                       select sort-work-file
                       assign to "sortwrk".

       data division.
       file section.
       fd  outturn-file.
       01  outturn-record.
           05  otn-voyage-id       picture x(8).
           05  otn-ship-name       picture x(20).
           05  otn-product         picture x(10).
           05  otn-consignee       picture x(8).
           05  otn-units-landed    picture 9(5).

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

       fd  outturn-report-out.
       01  print-rec               picture x(132).

       sd  sort-work-file.
       01  sort-rec.
           05  sort-voyage-id      picture x(8).
           05  sort-consignee      picture x(8).
           05  sort-product        picture x(10).
           05  sort-ship-name      picture x(20).
           05  sort-source         picture x.
               88  sort-from-manifest  value "M".
               88  sort-from-outturn   value "O".
           05  sort-units          picture s9(5).
           05  sort-total-value    picture s9(7)v99.

       working-storage section.
       01  outturn-path           picture x(100)
               value "C:\a\exercise8\outturn.txt".
       01  report-path            picture x(100)
               value "C:\a\exercise8\shortover.txt".
       01  arg-count              picture 9(2) value zero.

       01  are-there-more-outturns    picture x value "Y".
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
       01  prior-consignee        picture x(8) value spaces.
       01  prior-product          picture x(10) value spaces.
       01  prior-ship-name        picture x(20) value spaces.

       01  line-manifest-units    picture s9(7) value zero.
       01  line-manifest-value    picture s9(9)v99 value zero.
       01  line-landed-units      picture s9(7) value zero.
       01  line-outturn-present   picture x value "N".
       01  line-manifest-present  picture x value "N".
       01  line-difference        picture s9(7) value zero.
       01  line-unit-value        picture s9(7)v99 value zero.
       01  line-claim-value       picture s9(9)v99 value zero.

       01  consignee-claim-value  picture s9(9)v99 value zero.
       01  voyage-claim-value     picture s9(9)v99 value zero.
       01  total-claim-value      picture s9(11)v99 value zero.

       01  outturn-lines-read     picture 9(5) value zero.
       01  outturn-lines-rejected picture 9(5) value zero.
       01  manifest-lines-read    picture 9(5) value zero.
       01  agreed-count           picture 9(5) value zero.
       01  short-count            picture 9(5) value zero.
       01  over-count             picture 9(5) value zero.
       01  not-manifested-count   picture 9(5) value zero.
       01  not-landed-count       picture 9(5) value zero.

       01  blank-spaces           picture x(132) value spaces.

       01  hl-header-1.
           05      picture x(40) value spaces.
           05      picture x(36)
                   value "OUTTURN SHORTAGE / OVERAGE REPORT".
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
           05      picture x(9) value "CONSIGNEE".
           05      picture x(1) value spaces.
           05      picture x(7) value "PRODUCT".
           05      picture x(5) value spaces.
           05      picture x(9) value "SHIP NAME".
           05      picture x(12) value spaces.
           05      picture x(7) value "MANIFST".
           05      picture x(2) value spaces.
           05      picture x(6) value "LANDED".
           05      picture x(4) value spaces.
           05      picture x(5) value "DIFF.".
           05      picture x(3) value spaces.
           05      picture x(9) value "UNIT VAL.".
           05      picture x(3) value spaces.
           05      picture x(11) value "CLAIM VALUE".
           05      picture x(2) value spaces.
           05      picture x(6) value "STATUS".

       01  voyage-line-out.
           05                      picture x(2) value spaces.
           05                      picture x(8) value "VOYAGE: ".
           05  vl-voyage-out       picture x(8).

       01  detail-line-out.
           05                      picture x(2) value spaces.
           05  dl-consignee-out    picture x(8).
           05                      picture x(2) value spaces.
           05  dl-product-out      picture x(10).
           05                      picture x(2) value spaces.
           05  dl-ship-name-out    picture x(20).
           05                      picture x(2) value spaces.
           05  dl-manifest-out     picture zzzzz9.
           05                      picture x(2) value spaces.
           05  dl-landed-out       picture zzzzz9.
           05                      picture x(2) value spaces.
           05  dl-difference-out   picture ------9.
           05                      picture x(2) value spaces.
           05  dl-unit-value-out   picture $$$$$$9.99.
           05                      picture x(2) value spaces.
           05  dl-claim-value-out  picture $$$$$$$$9.99.
           05                      picture x(2) value spaces.
           05  dl-status-out       picture x(22).

       01  consignee-total-out.
           05                      picture x(12) value spaces.
           05                      picture x(10) value "CONSIGNEE ".
           05  ct-consignee-out    picture x(8).
           05                      picture x(2) value spaces.
           05                      picture x(16)
                   value "SHORTAGE VALUE: ".
           05  ct-claim-value-out  picture $$$$$$$$$$9.99.

       01  voyage-total-out.
           05                      picture x(12) value spaces.
           05                      picture x(10) value "VOYAGE    ".
           05  vt-voyage-out       picture x(8).
           05                      picture x(2) value spaces.
           05                      picture x(16)
                   value "SHORTAGE VALUE: ".
           05  vt-claim-value-out  picture $$$$$$$$$$9.99.

       01  hl-trailer-1.
           05      picture x(2) value spaces.
           05      picture x(18) value "OUTTURN LINES:    ".
           05  tr-outturn-out      picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "OUTTURN REJECTED: ".
           05  tr-rejected-out     picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "MANIFEST LINES:   ".
           05  tr-manifest-out     picture zzzz9.

       01  hl-trailer-2.
           05      picture x(2) value spaces.
           05      picture x(18) value "AGREED:           ".
           05  tr-agreed-out       picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "SHORT LANDED:     ".
           05  tr-short-out        picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "OVER LANDED:      ".
           05  tr-over-out         picture zzzz9.

       01  hl-trailer-3.
           05      picture x(2) value spaces.
           05      picture x(18) value "NOT MANIFESTED:   ".
           05  tr-not-manifested-out picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "NOT LANDED:       ".
           05  tr-not-landed-out   picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "TOTAL CLAIM VALUE:".
           05  tr-claim-value-out  picture $$$$$$$$$$9.99.

       procedure division.
       100-main-module.

           perform 050-get-run-parameters

           move function current-date to date-field

           open output outturn-report-out

           move day-field to date-display-day
           move month-field to date-display-month
           move year-field to date-display-year
           move date-display to date-field-format
           write print-rec from blank-spaces
           write print-rec from hl-header-1
           write print-rec from blank-spaces
           write print-rec from hl-header-2

           perform 200-load-voyage-table

           sort sort-work-file
               on ascending key sort-voyage-id
                                sort-consignee
                                sort-product
                                sort-ship-name
               input procedure 300-release-lines
               output procedure 400-reconcile-lines

           if group-started = "Y"
               perform 500-end-line
               perform 520-end-consignee
               perform 540-end-voyage
           end-if

           move outturn-lines-read to tr-outturn-out
           move outturn-lines-rejected to tr-rejected-out
           move manifest-lines-read to tr-manifest-out
           write print-rec from blank-spaces
           write print-rec from hl-trailer-1
           move agreed-count to tr-agreed-out
           move short-count to tr-short-out
           move over-count to tr-over-out
           write print-rec from hl-trailer-2
           move not-manifested-count to tr-not-manifested-out
           move not-landed-count to tr-not-landed-out
           move total-claim-value to tr-claim-value-out
           write print-rec from hl-trailer-3

           close outturn-report-out

           stop run.

       050-get-run-parameters.
           accept arg-count from argument-number

           if arg-count not less than 1
               display 1 upon argument-number
               accept outturn-path from argument-value
           end-if

           if arg-count not less than 2
               display 2 upon argument-number
               accept report-path from argument-value
           end-if.

       200-load-voyage-table.
           open input outturn-file
           perform until are-there-more-outturns = "N"
               read outturn-file
                   at end
                       move "N" to are-there-more-outturns
                   not at end
                       perform 250-store-outturn-voyage
               end-read
           end-perform
           close outturn-file.

       250-store-outturn-voyage.
           move otn-voyage-id to search-voyage-id
           perform 260-find-voyage
           if voyage-found = "N"
               if voyage-table-count < 200
                   add 1 to voyage-table-count
                   move otn-voyage-id
                       to vt-voyage-id(voyage-table-count)
               else
                   display "OUTTURN VOYAGE TABLE FULL - IGNORED: "
                       otn-voyage-id
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

       300-release-lines.
           move "Y" to are-there-more-outturns
           open input outturn-file
           perform until are-there-more-outturns = "N"
               read outturn-file
                   at end
                       move "N" to are-there-more-outturns
                   not at end
                       perform 310-release-outturn
               end-read
           end-perform
           close outturn-file

           open input history-file
           if history-file-status not = "00"
               and history-file-status not = "05"
               display "HISTORY FILE NOT AVAILABLE, STATUS "
                   history-file-status
               move "N" to are-there-more-history
           end-if
           perform until are-there-more-history = "N"
               read history-file
                   at end
                       move "N" to are-there-more-history
                   not at end
                       perform 320-release-history
               end-read
           end-perform
           close history-file.

       310-release-outturn.
           add 1 to outturn-lines-read
           if otn-units-landed is not numeric
               or otn-voyage-id = spaces
               display "OUTTURN LINE INVALID - IGNORED: "
                   outturn-record
               add 1 to outturn-lines-rejected
           else
               move otn-voyage-id to sort-voyage-id
               move otn-consignee to sort-consignee
               move otn-product to sort-product
               move otn-ship-name to sort-ship-name
               set sort-from-outturn to true
               move otn-units-landed to sort-units
               move zero to sort-total-value
               release sort-rec
           end-if.

       320-release-history.
           if hst-units is numeric
               and hst-total-value is numeric
               move hst-voyage-id to search-voyage-id
               perform 260-find-voyage
               if voyage-found = "Y"
                   add 1 to manifest-lines-read
                   move hst-voyage-id to sort-voyage-id
                   move hst-consignee to sort-consignee
                   move hst-product to sort-product
                   move hst-ship-name to sort-ship-name
                   set sort-from-manifest to true
                   move hst-units to sort-units
                   move hst-total-value to sort-total-value
                   if hst-reversal
                       multiply -1 by sort-units
                       multiply -1 by sort-total-value
                   end-if
                   release sort-rec
               end-if
           end-if.

       400-reconcile-lines.
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
               perform 620-start-consignee
               perform 600-start-line
           else
               if sort-voyage-id not = prior-voyage-id
                   perform 500-end-line
                   perform 520-end-consignee
                   perform 540-end-voyage
                   perform 640-start-voyage
                   perform 620-start-consignee
                   perform 600-start-line
               else
                   if sort-consignee not = prior-consignee
                       perform 500-end-line
                       perform 520-end-consignee
                       perform 620-start-consignee
                       perform 600-start-line
                   else
                       if sort-product not = prior-product
                           or sort-ship-name not = prior-ship-name
                           perform 500-end-line
                           perform 600-start-line
                       end-if
                   end-if
               end-if
           end-if

           if sort-from-outturn
               move "Y" to line-outturn-present
               add sort-units to line-landed-units
           else
               move "Y" to line-manifest-present
               add sort-units to line-manifest-units
               add sort-total-value to line-manifest-value
           end-if.

       500-end-line.
           move zero to line-unit-value
           move zero to line-claim-value
           if line-manifest-units > zero
               compute line-unit-value rounded =
                   line-manifest-value / line-manifest-units
           end-if
           compute line-difference =
               line-landed-units - line-manifest-units

           evaluate true
               when line-manifest-units = zero
                   and line-outturn-present = "N"
                   continue
               when line-manifest-units not > zero
                   and line-outturn-present = "Y"
                   move "LANDED NOT MANIFESTED" to dl-status-out
                   add 1 to not-manifested-count
               when line-outturn-present = "N"
                   move "MANIFESTED NOT LANDED" to dl-status-out
                   move line-manifest-value to line-claim-value
                   add 1 to not-landed-count
               when line-difference < zero
                   move "SHORT LANDED" to dl-status-out
                   if line-landed-units = zero
                       move line-manifest-value to line-claim-value
                   else
                       compute line-claim-value rounded =
                           line-manifest-value * (0 - line-difference)
                               / line-manifest-units
                   end-if
                   add 1 to short-count
               when line-difference > zero
                   move "OVER LANDED" to dl-status-out
                   add 1 to over-count
               when other
                   move spaces to dl-status-out
                   add 1 to agreed-count
           end-evaluate

           if line-manifest-units not = zero
               or line-outturn-present = "Y"
               move prior-consignee to dl-consignee-out
               move prior-product to dl-product-out
               move prior-ship-name to dl-ship-name-out
               move line-manifest-units to dl-manifest-out
               move line-landed-units to dl-landed-out
               move line-difference to dl-difference-out
               move line-unit-value to dl-unit-value-out
               move line-claim-value to dl-claim-value-out
               write print-rec from detail-line-out
               add line-claim-value to consignee-claim-value
           end-if.

       520-end-consignee.
           move prior-consignee to ct-consignee-out
           move consignee-claim-value to ct-claim-value-out
           write print-rec from consignee-total-out
           add consignee-claim-value to voyage-claim-value.

       540-end-voyage.
           move prior-voyage-id to vt-voyage-out
           move voyage-claim-value to vt-claim-value-out
           write print-rec from blank-spaces
           write print-rec from voyage-total-out
           add voyage-claim-value to total-claim-value.

       600-start-line.
           move sort-product to prior-product
           move sort-ship-name to prior-ship-name
           move zero to line-manifest-units
           move zero to line-manifest-value
           move zero to line-landed-units
           move "N" to line-outturn-present
           move "N" to line-manifest-present.

       620-start-consignee.
           move sort-consignee to prior-consignee
           move zero to consignee-claim-value.

       640-start-voyage.
           move sort-voyage-id to prior-voyage-id
           move "Y" to group-started
           move zero to voyage-claim-value
           move sort-voyage-id to vl-voyage-out
           write print-rec from blank-spaces
           write print-rec from voyage-line-out.

       end program Program17.
