       program-id. Program21 as "TablesExercise.Program21".

       environment division.
       input-output section.
       file-control.   select amendment-file
                       assign to amendment-path
                       organization is line sequential.

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

                       select amend-register-out
                       assign to register-path
                       organization is line sequential.

                       select amend-extract-out
                       assign to "C:\a\exercise8\amendext.txt"
                       organization is line sequential.

                       select optional audit-file
                       assign to "C:\a\exercise8\audit.dat"
                       organization is line sequential.

                       select security-file
                       assign to "C:\a\exercise8\operators.txt"
                       organization is line sequential.

                       select consignee-file
                       assign to "C:\a\exercise8\consignee.txt"
                       organization is line sequential.

                       select rates-file
                       assign to "C:\a\exercise8\rates.txt"
                       organization is line sequential.

                       select tariff-file
                       assign to "C:\a\exercise8\tariff.txt"
                       organization is line sequential.

                       select cargo-master
                       assign to "C:\a\exercise8\master.dat"
                       organization is indexed
                       access mode is random
                       record key is mst-ship-name
                       file status is cargo-master-status.

                       select booking-file
                       assign to "C:\a\exercise8\bookings.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is bkg-number
                       alternate record key is bkg-voyage-id
                           with duplicates
                       file status is booking-file-status.

                       select optional run-control-file
                       assign to "C:\a\exercise8\runctl.dat"
                       organization is line sequential.

       data division.
       file section.
       fd  amendment-file.
       01  amendment-record.
           05  amd-voyage-id       picture x(8).
           05  amd-ship-name       picture x(20).
           05  amd-product         picture x(10).
           05  amd-new-units       picture x(5).
           05  amd-new-consignee   picture x(8).
           05  amd-new-product     picture x(10).
           05  amd-reason          picture x(20).

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

       fd  amend-register-out.
       01  register-rec            picture x(100).

       fd  amend-extract-out.
       01  extract-rec             picture x(100).

       fd  audit-file.
       01  audit-record.
           05  audit-date          picture 9(8).
           05  audit-time          picture 9(6).
           05  audit-operator      picture x(8).
           05  audit-txn-code      picture x.
           05  audit-ship-name     picture x(20).
           05  audit-before-image  picture x(79).
           05  audit-after-image   picture x(79).
           05  audit-action        picture x(8).

       fd  security-file.
       01  security-record.
           05  sec-operator-id     picture x(8).
           05  sec-password        picture x(8).
           05  sec-authority       picture x.

       fd  consignee-file.
       01  consignee-record.
           05  cns-id-in           picture x(8).
           05  cns-name-in         picture x(30).

       fd  rates-file.
       01  rates-record.
           05  rate-product-in     picture x(10).
           05  rate-cost-in        picture 99V99.
           05  rate-effective-in   picture 9(8).

       fd  tariff-file.
       01  tariff-record.
           05  tariff-country-in   picture x(15).
           05  tariff-pct-in       picture 9(2)v9(2).
           05  tariff-effective-in picture 9(8).

       fd  cargo-master.
       01  master-record.
           05  mst-ship-name       picture x(20).
           05  mst-product         picture x(10).
           05  mst-units           picture 9(5).
           05  mst-country         picture x(15).
           05  mst-capacity        picture 9(7).
           05  mst-flag            picture x(15).
           05  mst-imo-number      picture x(7).

       fd  booking-file.
       01  booking-record.
           05  bkg-number          picture x(10).
           05  bkg-voyage-id       picture x(8).
           05  bkg-consignee       picture x(8).
           05  bkg-product         picture x(10).
           05  bkg-units           picture 9(5).
           05  bkg-booked-date     picture 9(8).

       fd  run-control-file.
       01  run-control-record       picture x(20).

       working-storage section.
       01  amendment-path         picture x(100)
               value "C:\a\exercise8\amend.txt".
       01  register-path          picture x(100)
               value "C:\a\exercise8\amendreg.txt".
       01  arg-count              picture 9(2) value zero.

       01  cargo-master-status    picture x(2) value spaces.
       01  master-available       picture x value "N".
       01  booking-file-status    picture x(2) value spaces.
       01  booking-available      picture x value "N".
       01  are-there-more-bookings picture x value "Y".

       01  are-there-more-amendments  picture x value "Y".
       01  history-file-status    picture x(2) value spaces.
       01  are-there-more-history     picture x value "Y".
       01  are-there-more-operators   picture x value "Y".
       01  are-there-more-consignees  picture x value "Y".
       01  are-there-more-rates       picture x value "Y".
       01  are-there-more-tariffs     picture x value "Y".

       01  operator-id            picture x(8) value "BATCH".
       01  operator-valid         picture x value "N".
       01  operator-authority     picture x value space.
           88  authority-inquire-only value "I".
           88  authority-update       value "U".
           88  authority-full         value "F".

       01  run-control-area.
           05  run-ctl-number      picture 9(5).
           05  run-ctl-date        picture 9(8).
           05  run-ctl-status      picture x.
           05  run-ctl-closed-period picture 9(6).

       01  timestamp-field.
           05  ts-date             picture 9(8).
           05  ts-time             picture 9(6).
           05                      picture x(7).

       01  consignee-table-count  picture 9(3) value zero.
       01  consignee-table.
           05  consignee-group occurs 100 times.
               10  cns-id          picture x(8).
               10  cns-name        picture x(30).
       01  consignee-sub          picture 9(3) value zero.
       01  consignee-found        picture x value "N".
       01  search-consignee       picture x(8) value spaces.
       01  found-consignee-name   picture x(30) value spaces.

       01  rate-table-count           picture 9(2) value zero.
       01  product-value-table.
           05  product-value-group occurs 1 to 50 times
                   depending on rate-table-count
                   indexed by i.
               10  product-type    picture x(10).
               10  value-cost      picture 99V99.
               10  value-effective-date picture 9(8).

       01  tariff-table-count         picture 9(2) value zero.
       01  country-tariff-table.
           05  country-tariff-group occurs 1 to 50 times
                   depending on tariff-table-count
                   indexed by j.
               10  tariff-country     picture x(15).
               10  tariff-pct         picture 9(2)v9(2).
               10  tariff-effective-date picture 9(8).

       01  rate-sub               picture 9(2) value zero.
       01  best-rate-sub          picture 9(2) value zero.
       01  best-rate-date         picture 9(8) value zero.
       01  tariff-sub             picture 9(2) value zero.
       01  best-tariff-sub        picture 9(2) value zero.
       01  best-tariff-date       picture 9(8) value zero.
       01  pricing-date           picture 9(8) value zero.
       01  line-country           picture x(15) value spaces.
       01  base-value-amt         picture 9(7)v99 value zero.
       01  surcharge-amt          picture 9(7)v99 value zero.

       01  amendment-valid        picture x value "Y".
       01  active-line-count      picture s9(3) value zero.
       01  next-line-number       picture 9(5) value zero.
       01  reversal-line-number   picture 9(5) value zero.
       01  history-posted         picture x value "N".
       01  line-orig-run-date     picture 9(8) value zero.
       01  line-orig-split redefines line-orig-run-date.
           05  line-orig-period    picture 9(6).
           05                      picture 9(2).
       01  amend-period-area.
           05  amend-period-year   picture 9(4).
           05  amend-period-month  picture 9(2).
       01  amend-post-period redefines amend-period-area
                                   picture 9(6).

       01  old-history-line.
           05  old-key.
               10  old-voyage-id   picture x(8).
               10  old-ship-name   picture x(20).
               10  old-line-number picture 9(5).
           05  old-run-date        picture 9(8).
           05  old-sailing-date    picture 9(8).
           05  old-product         picture x(10).
           05  old-units           picture 9(5).
           05  old-total-value     picture 9(7)v99.
           05  old-consignee       picture x(8).
           05  old-tariff-surcharge picture 9(7)v99.
           05  old-country         picture x(15).
           05  old-entry-type      picture x.
           05  old-orig-run-date   picture 9(8).
           05  old-post-period     picture 9(6).
           05  old-booking-number  picture x(10).
           05  old-run-number      picture 9(5).
           05  old-run-sequence    picture 9(7).

       01  new-history-line.
           05  new-key.
               10  new-voyage-id   picture x(8).
               10  new-ship-name   picture x(20).
               10  new-line-number picture 9(5).
           05  new-run-date        picture 9(8).
           05  new-sailing-date    picture 9(8).
           05  new-product         picture x(10).
           05  new-units           picture 9(5).
           05  new-total-value     picture 9(7)v99.
           05  new-consignee       picture x(8).
           05  new-tariff-surcharge picture 9(7)v99.
           05  new-country         picture x(15).
           05  new-entry-type      picture x.
           05  new-orig-run-date   picture 9(8).
           05  new-post-period     picture 9(6).
           05  new-booking-number  picture x(10).
           05  new-run-number      picture 9(5).
           05  new-run-sequence    picture 9(7).

       01  line-audit-image.
           05  img-run-date        picture 9(8).
           05  img-voyage-id       picture x(8).
           05  img-product         picture x(10).
           05  img-units           picture 9(5).
           05  img-total-value     picture 9(7)v99.
           05  img-consignee       picture x(8).
           05  img-tariff-surcharge picture 9(7)v99.
           05  img-country         picture x(15).
           05                      picture x(7) value spaces.

       01  change-table-count     picture 9(3) value zero.
       01  consignee-change-table.
           05  consignee-change-group occurs 100 times.
               10  chg-consignee   picture x(8).
               10  chg-units       picture s9(7).
               10  chg-value       picture s9(9)v99.
       01  change-sub             picture 9(3) value zero.
       01  change-found           picture x value "N".
       01  change-consignee       picture x(8) value spaces.
       01  change-units           picture s9(7) value zero.
       01  change-value           picture s9(9)v99 value zero.

       01  applied-count          picture 9(5) value zero.
       01  rejected-count         picture 9(5) value zero.
       01  net-value-change       picture s9(11)v99 value zero.
       01  extract-lines-written  picture 9(5) value zero.
       01  extract-units-hash     picture 9(7) value zero.
       01  extract-value-hash     picture 9(7)v99 value zero.

       01  ext-header-rec.
           05                      picture x value "H".
           05  ext-run-date        picture 9(8).
           05  ext-run-number      picture 9(5).

       01  ext-amend-rec.
           05                      picture x value "A".
           05  ext-amend-action    picture x.
           05  ext-ship-name       picture x(20).
           05  ext-product         picture x(10).
           05  ext-units           picture 9(5).
           05  ext-country         picture x(15).
           05  ext-voyage-id       picture x(8).
           05  ext-sailing-date    picture 9(8).
           05  ext-consignee       picture x(8).
           05  ext-total-value     picture 9(7)v99.
           05  ext-orig-run-date   picture 9(8).

       01  ext-trailer-rec.
           05                      picture x value "T".
           05  ext-record-count    picture 9(5).
           05  ext-units-hash      picture 9(7).
           05  ext-value-hash      picture 9(7)v99.

       01  blank-spaces           picture x(100) value spaces.

       01  hl-header-1.
           05      picture x(20) value spaces.
           05      picture x(32) value "MANIFEST AMENDMENT REGISTER".
           05      picture x(4) value spaces.
           05  date-field-format    picture x(10).
           05      picture x(3) value spaces.
           05      picture x(4) value "RUN ".
           05  hl-run-number-out    picture zzzz9.

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
           05      picture x(6) value "VOYAGE".
           05      picture x(4) value spaces.
           05      picture x(9) value "SHIP NAME".
           05      picture x(13) value spaces.
           05      picture x(7) value "PRODUCT".
           05      picture x(5) value spaces.
           05      picture x(8) value "DISPOSED".
           05      picture x(2) value spaces.
           05      picture x(6) value "REASON".

       01  hl-header-3.
           05      picture x(6) value spaces.
           05      picture x(5) value spaces.
           05      picture x(9) value "CONSIGNEE".
           05      picture x(1) value spaces.
           05      picture x(7) value "PRODUCT".
           05      picture x(5) value spaces.
           05      picture x(5) value "UNITS".
           05      picture x(8) value spaces.
           05      picture x(5) value "VALUE".
           05      picture x(4) value spaces.
           05      picture x(9) value "SURCHARGE".
           05      picture x(3) value spaces.
           05      picture x(6) value "PERIOD".

       01  register-line-out.
           05                      picture x(2) value spaces.
           05  reg-voyage-out      picture x(8).
           05                      picture x(2) value spaces.
           05  reg-ship-name-out   picture x(20).
           05                      picture x(2) value spaces.
           05  reg-product-out     picture x(10).
           05                      picture x(2) value spaces.
           05  reg-disposition-out picture x(8).
           05                      picture x(2) value spaces.
           05  reg-reason-out      picture x(25).

       01  amend-detail-line.
           05                      picture x(6) value spaces.
           05  ad-label-out        picture x(5).
           05  ad-consignee-out    picture x(8).
           05                      picture x(2) value spaces.
           05  ad-product-out      picture x(10).
           05                      picture x(2) value spaces.
           05  ad-units-out        picture zzzz9.
           05                      picture x(2) value spaces.
           05  ad-value-out        picture $$$$$$$9.99.
           05                      picture x(2) value spaces.
           05  ad-surcharge-out    picture $$$$$$$9.99.
           05                      picture x(3) value spaces.
           05  ad-period-out       picture x(7).

       01  change-header-1.
           05      picture x(2) value spaces.
           05      picture x(25) value "VALUE CHANGE BY CONSIGNEE".

       01  change-header-2.
           05      picture x(2) value spaces.
           05      picture x(9) value "CONSIGNEE".
           05      picture x(3) value spaces.
           05      picture x(4) value "NAME".
           05      picture x(27) value spaces.
           05      picture x(12) value "UNITS CHANGE".
           05      picture x(5) value spaces.
           05      picture x(12) value "VALUE CHANGE".

       01  change-line-out.
           05                      picture x(2) value spaces.
           05  cl-consignee-out    picture x(8).
           05                      picture x(4) value spaces.
           05  cl-name-out         picture x(30).
           05                      picture x(5) value spaces.
           05  cl-units-out        picture +(7)9.
           05                      picture x(3) value spaces.
           05  cl-value-out        picture +(10)9.99.

       01  hl-trailer.
           05      picture x(2) value spaces.
           05      picture x(17) value "AMENDS APPLIED:  ".
           05  tr-applied-count    picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(17) value "AMENDS REJECTED: ".
           05  tr-rejected-count   picture zzzz9.

       01  hl-trailer-2.
           05      picture x(2) value spaces.
           05      picture x(17) value "NET VALUE CHANGE:".
           05  tr-net-change       picture +(12)9.99.
           05      picture x(3) value spaces.
           05      picture x(17) value "BROKER RECORDS:  ".
           05  tr-extract-count    picture zzzz9.

       01  period-split.
           05  ps-year             picture 9(4).
           05  ps-month            picture 9(2).

       01  period-display.
           05  pd-year             picture 9(4).
           05      picture x value "/".
           05  pd-month            picture 9(2).

       01  unknown-consignee-name picture x(30)
               value "** NOT ON CONSIGNEE MASTER **".

       procedure division.
       100-main-module.

           perform 050-get-run-parameters

           perform 150-check-operator-authority
           if operator-valid = "N"
               display "OPERATOR " operator-id
                   " NOT ON SECURITY FILE - RUN CANCELLED"
               stop run
           end-if

           perform 060-read-run-control
           perform 160-load-consignee-table
           perform 170-load-rate-table
           perform 175-load-tariff-table
           perform 180-open-cargo-master
           perform 185-open-booking-file

           open input amendment-file
                output amend-register-out
                output amend-extract-out
                extend audit-file

           move function current-date to date-field
           move day-field to date-display-day
           move month-field to date-display-month
           move year-field to date-display-year
           move date-display to date-field-format
           move run-ctl-number to hl-run-number-out
           write register-rec from hl-header-1 after advancing 4 lines
           write register-rec from hl-header-2 after advancing 2 lines
           write register-rec from hl-header-3 after advancing 1 lines

           move date-field to ext-run-date
           move run-ctl-number to ext-run-number
           write extract-rec from ext-header-rec

           perform until are-there-more-amendments = "N"
               read amendment-file
                   at end
                       move "N" to are-there-more-amendments
                   not at end
                       perform 200-apply-amendment
               end-read
           end-perform

           perform 800-print-consignee-changes

           move applied-count to tr-applied-count
           move rejected-count to tr-rejected-count
           write register-rec from hl-trailer after advancing 3 lines
           move net-value-change to tr-net-change
           move extract-lines-written to tr-extract-count
           write register-rec from hl-trailer-2 after advancing 1 lines

           move extract-lines-written to ext-record-count
           move extract-units-hash to ext-units-hash
           move extract-value-hash to ext-value-hash
           write extract-rec from ext-trailer-rec

           close amendment-file
                 amend-register-out
                 amend-extract-out
                 audit-file
           if master-available = "Y"
               close cargo-master
           end-if
           if booking-available = "Y"
               close booking-file
           end-if

           stop run.

       050-get-run-parameters.
           accept arg-count from argument-number

           if arg-count not less than 1
               display 1 upon argument-number
               accept amendment-path from argument-value
           end-if

           if arg-count not less than 2
               display 2 upon argument-number
               accept operator-id from argument-value
           end-if

           if arg-count not less than 3
               display 3 upon argument-number
               accept register-path from argument-value
           end-if.

       060-read-run-control.
           move zero to run-ctl-number
           move zero to run-ctl-closed-period
           open input run-control-file
           read run-control-file
               at end
                   continue
               not at end
                   move run-control-record to run-control-area
                   if run-ctl-number is not numeric
                       move zero to run-ctl-number
                   end-if
                   if run-ctl-closed-period is not numeric
                       move zero to run-ctl-closed-period
                   end-if
           end-read
           close run-control-file.

       150-check-operator-authority.
           open input security-file
           perform until are-there-more-operators = "N"
               read security-file
                   at end
                       move "N" to are-there-more-operators
                   not at end
                       if sec-operator-id = operator-id
                           move "Y" to operator-valid
                           move sec-authority to operator-authority
                           move "N" to are-there-more-operators
                       end-if
               end-read
           end-perform
           close security-file.

       160-load-consignee-table.
           open input consignee-file
           perform until are-there-more-consignees = "N"
               read consignee-file
                   at end
                       move "N" to are-there-more-consignees
                   not at end
                       if consignee-table-count < 100
                           add 1 to consignee-table-count
                           move cns-id-in
                               to cns-id(consignee-table-count)
                           move cns-name-in
                               to cns-name(consignee-table-count)
                       else
                           display "CONSIGNEE TABLE FULL - IGNORED: "
                               cns-id-in
                       end-if
               end-read
           end-perform
           close consignee-file.

       170-load-rate-table.
           open input rates-file
           perform until are-there-more-rates = "N"
               read rates-file
                   at end
                       move "N" to are-there-more-rates
                   not at end
                       if rate-table-count < 50
                           add 1 to rate-table-count
                           set i to rate-table-count
                           move rate-product-in to product-type(i)
                           move rate-cost-in to value-cost(i)
                           if rate-effective-in is numeric
                               move rate-effective-in
                                   to value-effective-date(i)
                           else
                               move zero to value-effective-date(i)
                           end-if
                       else
                           display "RATE TABLE FULL - IGNORED: "
                               rate-product-in
                       end-if
               end-read
           end-perform
           close rates-file.

       175-load-tariff-table.
           open input tariff-file
           perform until are-there-more-tariffs = "N"
               read tariff-file
                   at end
                       move "N" to are-there-more-tariffs
                   not at end
                       if tariff-table-count < 50
                           add 1 to tariff-table-count
                           set j to tariff-table-count
                           move tariff-country-in to tariff-country(j)
                           move tariff-pct-in to tariff-pct(j)
                           if tariff-effective-in is numeric
                               move tariff-effective-in
                                   to tariff-effective-date(j)
                           else
                               move zero to tariff-effective-date(j)
                           end-if
                       else
                           display "TARIFF TABLE FULL - IGNORED: "
                               tariff-country-in
                       end-if
               end-read
           end-perform
           close tariff-file.

       180-open-cargo-master.
           open input cargo-master
           if cargo-master-status = "00" or "05"
               move "Y" to master-available
           else
               display "MASTER NOT AVAILABLE, STATUS "
                   cargo-master-status
                   " - BLANK COUNTRIES NOT RESOLVED"
           end-if.

       185-open-booking-file.
           open input booking-file
           if booking-file-status = "00" or "05"
               move "Y" to booking-available
           else
               display "BOOKING FILE NOT AVAILABLE, STATUS "
                   booking-file-status
                   " - BOOKINGS NOT RE-MATCHED"
           end-if.

       200-apply-amendment.
           if authority-update or authority-full
               perform 210-validate-amendment
               if amendment-valid = "Y"
                   perform 500-post-amendment
               else
                   perform 700-write-rejected
               end-if
           else
               perform 750-reject-not-authorized
           end-if.

       210-validate-amendment.
           move "Y" to amendment-valid
           if amd-new-units = spaces
               and amd-new-consignee = spaces
               and amd-new-product = spaces
               move "NO CHANGE REQUESTED" to reg-reason-out
               move "N" to amendment-valid
           end-if

           if amendment-valid = "Y"
               and amd-new-units not = spaces
               if amd-new-units is not numeric
                   move "UNITS NOT NUMERIC" to reg-reason-out
                   move "N" to amendment-valid
               else
                   if amd-new-units = "00000"
                       move "UNITS IS ZERO" to reg-reason-out
                       move "N" to amendment-valid
                   end-if
               end-if
           end-if

           if amendment-valid = "Y"
               and amd-new-consignee not = spaces
               move amd-new-consignee to search-consignee
               perform 720-find-consignee-name
               if consignee-found = "N"
                   move "CONSIGNEE NOT ON FILE" to reg-reason-out
                   move "N" to amendment-valid
               end-if
           end-if

           if amendment-valid = "Y"
               perform 300-find-active-line
               if active-line-count = zero
                   move "LINE NOT ON HISTORY" to reg-reason-out
                   move "N" to amendment-valid
               else
                   if active-line-count not = 1
                       move "LINE NOT UNIQUE ON HISTORY"
                           to reg-reason-out
                       move "N" to amendment-valid
                   end-if
               end-if
           end-if

           if amendment-valid = "Y"
               perform 400-build-correction
           end-if.

       300-find-active-line.
           move zero to active-line-count
           move zero to next-line-number
           move spaces to old-history-line
           move "Y" to are-there-more-history
           open input history-file
           if history-file-status not = "00"
               and history-file-status not = "05"
               display "HISTORY FILE NOT AVAILABLE, STATUS "
                   history-file-status
               move "N" to are-there-more-history
           else
               move low-values to hst-key
               move amd-voyage-id to hst-voyage-id
               move amd-ship-name to hst-ship-name
               start history-file
                   key not less than hst-key
                   invalid key
                       move "N" to are-there-more-history
               end-start
           end-if
           perform until are-there-more-history = "N"
               read history-file next record
                   at end
                       move "N" to are-there-more-history
                   not at end
                       if hst-voyage-id not = amd-voyage-id
                           or hst-ship-name not = amd-ship-name
                           move "N" to are-there-more-history
                       else
                           move hst-line-number to next-line-number
                           perform 310-match-history-line
                       end-if
               end-read
           end-perform
           close history-file.

       310-match-history-line.
           if hst-product = amd-product
               and hst-units is numeric
               and hst-total-value is numeric
               if hst-reversal
                   subtract 1 from active-line-count
               else
                   add 1 to active-line-count
                   move history-record to old-history-line
               end-if
           end-if.

       400-build-correction.
           if old-tariff-surcharge is not numeric
               move zero to old-tariff-surcharge
           end-if
           if old-orig-run-date is numeric
               and old-orig-run-date > zero
               move old-orig-run-date to line-orig-run-date
           else
               move old-run-date to line-orig-run-date
           end-if

           move old-history-line to new-history-line
           perform 430-set-post-period
           if amd-new-units not = spaces
               move amd-new-units to new-units
           end-if
           if amd-new-consignee not = spaces
               move amd-new-consignee to new-consignee
           end-if
           if amd-new-product not = spaces
               move amd-new-product to new-product
           end-if

           perform 420-set-line-country
           if new-consignee not = old-consignee
               or new-product not = old-product
               perform 440-rematch-booking
           end-if

           if new-units = old-units
               and new-product = old-product
               and new-consignee = old-consignee
               move "AMENDMENT MAKES NO CHANGE" to reg-reason-out
               move "N" to amendment-valid
           else
               if new-units not = old-units
                   or new-product not = old-product
                   perform 410-reprice-correction
               end-if
           end-if.

       410-reprice-correction.
           if old-sailing-date is numeric
               and old-sailing-date > zero
               move old-sailing-date to pricing-date
           else
               move line-orig-run-date to pricing-date
           end-if

           perform 250-lookup-total-value
           if best-rate-sub = zero
               move "NO RATE FOR PRODUCT" to reg-reason-out
               move "N" to amendment-valid
           else
               move surcharge-amt to new-tariff-surcharge
               add base-value-amt surcharge-amt
                   giving new-total-value
           end-if.

       420-set-line-country.
           move old-country to line-country
           if line-country = spaces
               and master-available = "Y"
               move old-ship-name to mst-ship-name
               read cargo-master
                   invalid key
                       continue
                   not invalid key
                       move mst-country to line-country
               end-read
           end-if.

       430-set-post-period.
           if old-post-period is numeric
               and old-post-period > zero
               move old-post-period to amend-post-period
           else
               move line-orig-period to amend-post-period
           end-if
           if amend-post-period not > run-ctl-closed-period
               move run-ctl-closed-period to amend-post-period
               if amend-period-month = 12
                   add 1 to amend-period-year
                   move 1 to amend-period-month
               else
                   add 1 to amend-period-month
               end-if
           end-if
           move amend-post-period to new-post-period.

       440-rematch-booking.
           move spaces to new-booking-number
           if booking-available = "Y"
               move new-voyage-id to bkg-voyage-id
               start booking-file
                   key is equal to bkg-voyage-id
                   invalid key
                       move "N" to are-there-more-bookings
                   not invalid key
                       move "Y" to are-there-more-bookings
               end-start
               perform until are-there-more-bookings = "N"
                   read booking-file next record
                       at end
                           move "N" to are-there-more-bookings
                       not at end
                           perform 445-check-booking
                   end-read
               end-perform
           end-if.

       445-check-booking.
           if bkg-voyage-id not = new-voyage-id
               move "N" to are-there-more-bookings
           else
               if bkg-consignee = new-consignee
                   and bkg-product = new-product
                   move bkg-number to new-booking-number
                   move "N" to are-there-more-bookings
               end-if
           end-if.

       250-lookup-total-value.
           move zero to base-value-amt
           move zero to surcharge-amt

           move zero to best-rate-sub
           move zero to best-rate-date
           if rate-table-count > zero
               perform 252-select-rate-entry
                   varying rate-sub from 1 by 1
                   until rate-sub > rate-table-count
           end-if
           if best-rate-sub > zero
               multiply value-cost(best-rate-sub) by new-units
                   giving base-value-amt rounded
           end-if

           move zero to best-tariff-sub
           move zero to best-tariff-date
           if tariff-table-count > zero
               perform 254-select-tariff-entry
                   varying tariff-sub from 1 by 1
                   until tariff-sub > tariff-table-count
           end-if
           if best-tariff-sub > zero
               set j to best-tariff-sub
               compute surcharge-amt rounded =
                   base-value-amt * tariff-pct(j) / 100
           end-if.

       252-select-rate-entry.
           if product-type(rate-sub) = new-product
               and value-effective-date(rate-sub)
                   not greater than pricing-date
               if best-rate-sub = zero
                   or value-effective-date(rate-sub) > best-rate-date
                   move rate-sub to best-rate-sub
                   move value-effective-date(rate-sub)
                       to best-rate-date
               end-if
           end-if.

       254-select-tariff-entry.
           if tariff-country(tariff-sub) = line-country
               and line-country not = spaces
               and tariff-effective-date(tariff-sub)
                   not greater than pricing-date
               if best-tariff-sub = zero
                   or tariff-effective-date(tariff-sub)
                       > best-tariff-date
                   move tariff-sub to best-tariff-sub
                   move tariff-effective-date(tariff-sub)
                       to best-tariff-date
               end-if
           end-if.

       500-post-amendment.
           open i-o history-file
           if history-file-status not = "00"
               and history-file-status not = "05"
               display "HISTORY FILE NOT AVAILABLE, STATUS "
                   history-file-status
               move "HISTORY NOT AVAILABLE" to reg-reason-out
               perform 700-write-rejected
           else
               move "N" to history-posted
               perform 505-write-history-lines
               if history-posted = "Y"
                   perform 530-write-amend-extracts
               end-if
               close history-file
               if history-posted = "Y"
                   perform 540-complete-amendment
               else
                   perform 700-write-rejected
               end-if
           end-if.

       505-write-history-lines.
           perform 510-build-reversal-line
           add 1 to next-line-number
           move next-line-number to hst-line-number
           move next-line-number to reversal-line-number
           write history-record
               invalid key
                   display "HISTORY WRITE FAILED, STATUS "
                       history-file-status " KEY " hst-key
                   move "HISTORY WRITE FAILED" to reg-reason-out
               not invalid key
                   perform 515-write-correction-line
           end-write.

       510-build-reversal-line.
           move old-history-line to history-record
           move date-field to hst-run-date
           move "R" to hst-entry-type
           move line-orig-run-date to hst-orig-run-date
           move amend-post-period to hst-post-period
           move zero to hst-run-number
           move zero to hst-run-sequence.

       515-write-correction-line.
           perform 520-build-correction-line
           add 1 to next-line-number
           move next-line-number to hst-line-number
           write history-record
               invalid key
                   display "HISTORY WRITE FAILED, STATUS "
                       history-file-status " KEY " hst-key
                   perform 525-back-out-reversal-line
               not invalid key
                   move "Y" to history-posted
           end-write.

       520-build-correction-line.
           move new-history-line to history-record
           move date-field to hst-run-date
           move "C" to hst-entry-type
           move line-orig-run-date to hst-orig-run-date
           move amend-post-period to hst-post-period
           move zero to hst-run-number
           move zero to hst-run-sequence.

       525-back-out-reversal-line.
           perform 510-build-reversal-line
           move reversal-line-number to hst-line-number
           delete history-file record
               invalid key
                   display "HISTORY BACK-OUT FAILED, STATUS "
                       history-file-status " KEY " hst-key
           end-delete
           move "HISTORY WRITE FAILED" to reg-reason-out.

       530-write-amend-extracts.
           perform 510-build-reversal-line
           move "R" to ext-amend-action
           perform 600-write-amend-extract

           perform 520-build-correction-line
           move "C" to ext-amend-action
           perform 600-write-amend-extract.

       540-complete-amendment.
           move old-consignee to change-consignee
           compute change-units = zero - old-units
           compute change-value = zero - old-total-value
           perform 550-post-consignee-change
           move new-consignee to change-consignee
           move new-units to change-units
           move new-total-value to change-value
           perform 550-post-consignee-change
           compute net-value-change = net-value-change
               + new-total-value - old-total-value

           move amd-reason to reg-reason-out
           perform 650-write-applied
           perform 900-write-audit.

       550-post-consignee-change.
           move "N" to change-found
           if change-table-count > zero
               perform 560-match-change-entry
                   varying change-sub from 1 by 1
                   until change-sub > change-table-count
                       or change-found = "Y"
           end-if
           if change-found = "N"
               if change-table-count < 100
                   add 1 to change-table-count
                   move change-consignee
                       to chg-consignee(change-table-count)
                   move change-units to chg-units(change-table-count)
                   move change-value to chg-value(change-table-count)
               else
                   display "CHANGE TABLE FULL - IGNORED: "
                       change-consignee
               end-if
           end-if.

       560-match-change-entry.
           if chg-consignee(change-sub) = change-consignee
               add change-units to chg-units(change-sub)
               add change-value to chg-value(change-sub)
               move "Y" to change-found
           end-if.

       600-write-amend-extract.
           move hst-ship-name to ext-ship-name
           move hst-product to ext-product
           move hst-units to ext-units
           move line-country to ext-country
           move hst-voyage-id to ext-voyage-id
           move hst-sailing-date to ext-sailing-date
           move hst-consignee to ext-consignee
           move hst-total-value to ext-total-value
           move hst-orig-run-date to ext-orig-run-date
           write extract-rec from ext-amend-rec
           add 1 to extract-lines-written
           add hst-units to extract-units-hash
           add hst-total-value to extract-value-hash.

       650-write-applied.
           move "APPLIED " to reg-disposition-out
           add 1 to applied-count
           perform 780-write-register

           move "WAS: " to ad-label-out
           move old-consignee to ad-consignee-out
           move old-product to ad-product-out
           move old-units to ad-units-out
           move old-total-value to ad-value-out
           move old-tariff-surcharge to ad-surcharge-out
           move old-post-period to period-split
           perform 660-format-period
           write register-rec from amend-detail-line
               after advancing 1 lines

           move "NOW: " to ad-label-out
           move new-consignee to ad-consignee-out
           move new-product to ad-product-out
           move new-units to ad-units-out
           move new-total-value to ad-value-out
           move new-tariff-surcharge to ad-surcharge-out
           move new-post-period to period-split
           perform 660-format-period
           write register-rec from amend-detail-line
               after advancing 1 lines.

       660-format-period.
           if period-split is numeric
               and period-split > zero
               move ps-year to pd-year
               move ps-month to pd-month
               move period-display to ad-period-out
           else
               move spaces to ad-period-out
           end-if.

       700-write-rejected.
           move "REJECTED" to reg-disposition-out
           add 1 to rejected-count
           perform 780-write-register.

       720-find-consignee-name.
           move "N" to consignee-found
           move unknown-consignee-name to found-consignee-name
           if consignee-table-count > zero
               perform 730-match-consignee-entry
                   varying consignee-sub from 1 by 1
                   until consignee-sub > consignee-table-count
                       or consignee-found = "Y"
           end-if.

       730-match-consignee-entry.
           if cns-id(consignee-sub) = search-consignee
               move cns-name(consignee-sub) to found-consignee-name
               move "Y" to consignee-found
           end-if.

       750-reject-not-authorized.
           move "OPERATOR NOT AUTHORIZED" to reg-reason-out
           perform 700-write-rejected
           perform 950-write-denied-audit.

       780-write-register.
           move amd-voyage-id to reg-voyage-out
           move amd-ship-name to reg-ship-name-out
           move amd-product to reg-product-out
           move register-line-out to register-rec
           write register-rec after advancing 1 lines.

       800-print-consignee-changes.
           write register-rec from change-header-1
               after advancing 3 lines
           write register-rec from change-header-2
               after advancing 2 lines
           if change-table-count > zero
               perform 810-print-change-entry
                   varying change-sub from 1 by 1
                   until change-sub > change-table-count
           end-if.

       810-print-change-entry.
           move chg-consignee(change-sub) to search-consignee
           perform 720-find-consignee-name
           move chg-consignee(change-sub) to cl-consignee-out
           move found-consignee-name to cl-name-out
           move chg-units(change-sub) to cl-units-out
           move chg-value(change-sub) to cl-value-out
           write register-rec from change-line-out
               after advancing 1 lines.

       900-write-audit.
           move function current-date to timestamp-field
           move ts-date to audit-date
           move ts-time to audit-time
           move operator-id to audit-operator
           move "M" to audit-txn-code
           move amd-ship-name to audit-ship-name

           move old-run-date to img-run-date
           move old-voyage-id to img-voyage-id
           move old-product to img-product
           move old-units to img-units
           move old-total-value to img-total-value
           move old-consignee to img-consignee
           move old-tariff-surcharge to img-tariff-surcharge
           move old-country to img-country
           move line-audit-image to audit-before-image

           move date-field to img-run-date
           move new-voyage-id to img-voyage-id
           move new-product to img-product
           move new-units to img-units
           move new-total-value to img-total-value
           move new-consignee to img-consignee
           move new-tariff-surcharge to img-tariff-surcharge
           move new-country to img-country
           move line-audit-image to audit-after-image

           move "APPLIED" to audit-action
           write audit-record.

       950-write-denied-audit.
           move function current-date to timestamp-field
           move ts-date to audit-date
           move ts-time to audit-time
           move operator-id to audit-operator
           move "M" to audit-txn-code
           move amd-ship-name to audit-ship-name
           move spaces to audit-before-image
           move spaces to audit-after-image
           move "DENIED" to audit-action
           write audit-record.

       end program Program21.
