       program-id. Program18 as "TablesExercise.Program18".

       environment division.
       input-output section.
       file-control.   select optional history-file
                       assign to "C:\a\exercise8\history.dat"
                       organization is indexed
                       access mode is sequential
                       record key is hst-key
                       alternate record key is hst-consignee
                           with duplicates
                       alternate record key is hst-run-date
                           with duplicates
                       file status is history-file-status.

                       select proposed-rates-file
                       assign to proposed-rates-path
                       organization is line sequential.

                       select proposed-tariff-file
                       assign to proposed-tariff-path
                       organization is line sequential.

                       select cargo-master
                       assign to "C:\a\exercise8\master.dat"
                       organization is indexed
                       access mode is random
                       record key is mst-ship-name
                       file status is cargo-master-status.

                       select whatif-report-out
                       assign to report-path
                       organization is line sequential.

                       select sort-work-file
                       assign to "sortwrk".

       data division.
       file section.
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

       fd  proposed-rates-file.
       01  rates-record.
           05  rate-product-in     picture x(10).
           05  rate-cost-in        picture 99V99.
           05  rate-effective-in   picture 9(8).

       fd  proposed-tariff-file.
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

       fd  whatif-report-out.
       01  print-rec               picture x(132).

       sd  sort-work-file.
       01  sort-rec.
           05  sort-section        picture 9.
               88  sort-by-product     value 1.
               88  sort-by-country     value 2.
               88  sort-by-consignee   value 3.
           05  sort-key            picture x(15).
           05  sort-actual-base    picture s9(7)v99.
           05  sort-actual-surcharge picture s9(7)v99.
           05  sort-sim-base       picture s9(7)v99.
           05  sort-sim-surcharge  picture s9(7)v99.

       working-storage section.
       01  proposed-rates-path    picture x(100)
               value "C:\a\exercise8\ratesprop.txt".
       01  proposed-tariff-path   picture x(100)
               value "C:\a\exercise8\tariffprop.txt".
       01  report-path            picture x(100)
               value "C:\a\exercise8\whatif.txt".
       01  arg-count              picture 9(2) value zero.

       01  range-from-date        picture 9(8) value zero.
       01  range-to-date          picture 9(8) value 99999999.

       01  cargo-master-status    picture x(2) value spaces.
       01  master-available       picture x value "N".

       01  history-file-status    picture x(2) value spaces.
       01  are-there-more-history     picture x value "Y".
       01  are-there-more-rates       picture x value "Y".
       01  are-there-more-tariffs     picture x value "Y".
       01  are-there-more-sorted      picture x value "Y".

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
       01  actual-base-amt        picture s9(7)v99 value zero.
       01  sim-base-amt           picture s9(7)v99 value zero.
       01  sim-surcharge-amt      picture s9(7)v99 value zero.

       01  history-lines-read     picture 9(5) value zero.
       01  lines-in-range         picture 9(5) value zero.
       01  no-rate-count          picture 9(5) value zero.
       01  no-country-count       picture 9(5) value zero.

       01  group-started          picture x value "N".
       01  prior-section          picture 9 value zero.
       01  prior-key              picture x(15) value spaces.

       01  key-actual-base        picture s9(9)v99 value zero.
       01  key-actual-surcharge   picture s9(9)v99 value zero.
       01  key-sim-base           picture s9(9)v99 value zero.
       01  key-sim-surcharge      picture s9(9)v99 value zero.
       01  section-actual-base    picture s9(9)v99 value zero.
       01  section-actual-surcharge picture s9(9)v99 value zero.
       01  section-sim-base       picture s9(9)v99 value zero.
       01  section-sim-surcharge  picture s9(9)v99 value zero.

       01  variance-amt           picture s9(9)v99 value zero.
       01  variance-pct           picture s9(5)v99 value zero.

       01  print-actual-base      picture s9(9)v99 value zero.
       01  print-actual-surcharge picture s9(9)v99 value zero.
       01  print-sim-base         picture s9(9)v99 value zero.
       01  print-sim-surcharge    picture s9(9)v99 value zero.

       01  blank-spaces           picture x(132) value spaces.

       01  hl-header-1.
           05      picture x(40) value spaces.
           05      picture x(36)
                   value "RATE AND TARIFF WHAT-IF SIMULATION".
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

       01  range-split.
           05  rs-year             picture 9(4).
           05  rs-month            picture 9(2).
           05  rs-day              picture 9(2).

       01  hl-range-line.
           05      picture x(2) value spaces.
           05      picture x(20) value "PRICING DATES FROM: ".
           05  hr-from-out         picture x(10).
           05      picture x(5) value " TO: ".
           05  hr-to-out           picture x(10).

       01  hl-section-line.
           05      picture x(2) value spaces.
           05  hs-title-out        picture x(30).

       01  hl-header-2.
           05      picture x(2) value spaces.
           05  h2-key-title        picture x(15).
           05      picture x(3) value spaces.
           05      picture x(11) value "ACTUAL BASE".
           05      picture x(4) value spaces.
           05      picture x(9) value "SIM. BASE".
           05      picture x(5) value spaces.
           05      picture x(8) value "VARIANCE".
           05      picture x(7) value spaces.
           05      picture x(3) value "PCT".
           05      picture x(4) value spaces.
           05      picture x(10) value "ACT. SURCH".
           05      picture x(3) value spaces.
           05      picture x(10) value "SIM. SURCH".
           05      picture x(5) value spaces.
           05      picture x(8) value "VARIANCE".
           05      picture x(7) value spaces.
           05      picture x(3) value "PCT".

       01  compare-line-out.
           05                      picture x(2) value spaces.
           05  cl-key-out          picture x(15).
           05                      picture x(2) value spaces.
           05  cl-actual-base-out  picture $$$$$$$$9.99.
           05                      picture x(1) value spaces.
           05  cl-sim-base-out     picture $$$$$$$$9.99.
           05                      picture x(1) value spaces.
           05  cl-base-var-out     picture $$$$$$$$9.99-.
           05                      picture x(1) value spaces.
           05  cl-base-pct-out     picture ----9.99.
           05                      picture x(2) value spaces.
           05  cl-actual-surch-out picture $$$$$$$$9.99.
           05                      picture x(1) value spaces.
           05  cl-sim-surch-out    picture $$$$$$$$9.99.
           05                      picture x(1) value spaces.
           05  cl-surch-var-out    picture $$$$$$$$9.99-.
           05                      picture x(1) value spaces.
           05  cl-surch-pct-out    picture ----9.99.

       01  hl-trailer-1.
           05      picture x(2) value spaces.
           05      picture x(18) value "HISTORY LINES:    ".
           05  tr-read-out         picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "LINES IN RANGE:   ".
           05  tr-in-range-out     picture zzzz9.

       01  hl-trailer-2.
           05      picture x(2) value spaces.
           05      picture x(18) value "NO PROPOSED RATE: ".
           05  tr-no-rate-out      picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "NO COUNTRY KNOWN: ".
           05  tr-no-country-out   picture zzzz9.

       01  unknown-country        picture x(15)
               value "** UNKNOWN **".

       procedure division.
       100-main-module.

           perform 050-get-run-parameters

           move function current-date to date-field

           perform 150-load-rate-table
           perform 160-load-tariff-table
           perform 180-open-cargo-master

           open output whatif-report-out

           move day-field to date-display-day
           move month-field to date-display-month
           move year-field to date-display-year
           move date-display to date-field-format
           write print-rec from blank-spaces
           write print-rec from hl-header-1
           write print-rec from blank-spaces
           move range-from-date to range-split
           perform 190-format-range-date
           move date-display to hr-from-out
           move range-to-date to range-split
           perform 190-format-range-date
           move date-display to hr-to-out
           write print-rec from hl-range-line

           sort sort-work-file
               on ascending key sort-section
                                sort-key
               input procedure 300-reprice-history
               output procedure 400-print-comparison

           if group-started = "Y"
               perform 500-end-key
               perform 550-end-section
           end-if

           if master-available = "Y"
               close cargo-master
           end-if

           move history-lines-read to tr-read-out
           move lines-in-range to tr-in-range-out
           write print-rec from blank-spaces
           write print-rec from hl-trailer-1
           move no-rate-count to tr-no-rate-out
           move no-country-count to tr-no-country-out
           write print-rec from hl-trailer-2

           close whatif-report-out

           stop run.

       050-get-run-parameters.
           accept arg-count from argument-number

           if arg-count not less than 1
               display 1 upon argument-number
               accept proposed-rates-path from argument-value
           end-if

           if arg-count not less than 2
               display 2 upon argument-number
               accept proposed-tariff-path from argument-value
           end-if

           if arg-count not less than 3
               display 3 upon argument-number
               accept range-from-date from argument-value
           end-if

           if arg-count not less than 4
               display 4 upon argument-number
               accept range-to-date from argument-value
           end-if

           if arg-count not less than 5
               display 5 upon argument-number
               accept report-path from argument-value
           end-if

           if range-from-date is not numeric
               or range-to-date is not numeric
               or range-from-date > range-to-date
               display "DATE RANGE INVALID - RUN CANCELLED"
               stop run
           end-if.

       150-load-rate-table.
           open input proposed-rates-file
           perform until are-there-more-rates = "N"
               read proposed-rates-file
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
           close proposed-rates-file.

       160-load-tariff-table.
           open input proposed-tariff-file
           perform until are-there-more-tariffs = "N"
               read proposed-tariff-file
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
           close proposed-tariff-file.

       180-open-cargo-master.
           open input cargo-master
           if cargo-master-status = "00" or "05"
               move "Y" to master-available
           else
               display "MASTER NOT AVAILABLE, STATUS "
                   cargo-master-status
                   " - BLANK COUNTRIES NOT RESOLVED"
           end-if.

       190-format-range-date.
           move rs-day to date-display-day
           move rs-month to date-display-month
           move rs-year to date-display-year.

       300-reprice-history.
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
                       add 1 to history-lines-read
                       if hst-units is numeric
                           and hst-total-value is numeric
                           perform 240-set-pricing-date
                           if pricing-date not < range-from-date
                               and pricing-date not > range-to-date
                               add 1 to lines-in-range
                               perform 310-reprice-line
                           end-if
                       end-if
               end-read
           end-perform
           close history-file.

       240-set-pricing-date.
           if hst-sailing-date is numeric and hst-sailing-date > zero
               move hst-sailing-date to pricing-date
           else
               if hst-orig-run-date is numeric
                   and hst-orig-run-date > zero
                   move hst-orig-run-date to pricing-date
               else
                   move hst-run-date to pricing-date
               end-if
           end-if.

       310-reprice-line.
           perform 320-set-line-country
           perform 250-lookup-total-value

           move zero to sort-actual-surcharge
           if hst-tariff-surcharge is numeric
               move hst-tariff-surcharge to sort-actual-surcharge
           end-if
           compute actual-base-amt =
               hst-total-value - sort-actual-surcharge
           move actual-base-amt to sort-actual-base
           move sim-base-amt to sort-sim-base
           move sim-surcharge-amt to sort-sim-surcharge
           if hst-reversal
               multiply -1 by sort-actual-base
               multiply -1 by sort-actual-surcharge
               multiply -1 by sort-sim-base
               multiply -1 by sort-sim-surcharge
           end-if

           set sort-by-product to true
           move hst-product to sort-key
           release sort-rec

           set sort-by-country to true
           if line-country = spaces
               move unknown-country to sort-key
           else
               move line-country to sort-key
           end-if
           release sort-rec

           set sort-by-consignee to true
           move hst-consignee to sort-key
           release sort-rec.

       320-set-line-country.
           move hst-country to line-country
           if line-country = spaces
               and master-available = "Y"
               move hst-ship-name to mst-ship-name
               read cargo-master
                   invalid key
                       continue
                   not invalid key
                       move mst-country to line-country
               end-read
           end-if
           if line-country = spaces
               add 1 to no-country-count
           end-if.

       250-lookup-total-value.
           move zero to sim-base-amt
           move zero to sim-surcharge-amt

           move zero to best-rate-sub
           move zero to best-rate-date
           if rate-table-count > zero
               perform 252-select-rate-entry
                   varying rate-sub from 1 by 1
                   until rate-sub > rate-table-count
           end-if
           if best-rate-sub > zero
               multiply value-cost(best-rate-sub) by hst-units
                   giving sim-base-amt rounded
           else
               add 1 to no-rate-count
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
               compute sim-surcharge-amt rounded =
                   sim-base-amt * tariff-pct(j) / 100
           end-if.

       252-select-rate-entry.
           if product-type(rate-sub) = hst-product
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

       400-print-comparison.
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
               perform 650-start-section
               perform 600-start-key
           else
               if sort-section not = prior-section
                   perform 500-end-key
                   perform 550-end-section
                   perform 650-start-section
                   perform 600-start-key
               else
                   if sort-key not = prior-key
                       perform 500-end-key
                       perform 600-start-key
                   end-if
               end-if
           end-if

           add sort-actual-base to key-actual-base
           add sort-actual-surcharge to key-actual-surcharge
           add sort-sim-base to key-sim-base
           add sort-sim-surcharge to key-sim-surcharge.

       500-end-key.
           move prior-key to cl-key-out
           move key-actual-base to print-actual-base
           move key-actual-surcharge to print-actual-surcharge
           move key-sim-base to print-sim-base
           move key-sim-surcharge to print-sim-surcharge
           perform 700-print-compare-line

           add key-actual-base to section-actual-base
           add key-actual-surcharge to section-actual-surcharge
           add key-sim-base to section-sim-base
           add key-sim-surcharge to section-sim-surcharge.

       550-end-section.
           write print-rec from blank-spaces
           move "TOTAL" to cl-key-out
           move section-actual-base to print-actual-base
           move section-actual-surcharge to print-actual-surcharge
           move section-sim-base to print-sim-base
           move section-sim-surcharge to print-sim-surcharge
           perform 700-print-compare-line.

       600-start-key.
           move sort-key to prior-key
           move zero to key-actual-base
           move zero to key-actual-surcharge
           move zero to key-sim-base
           move zero to key-sim-surcharge.

       650-start-section.
           move sort-section to prior-section
           move "Y" to group-started
           move zero to section-actual-base
           move zero to section-actual-surcharge
           move zero to section-sim-base
           move zero to section-sim-surcharge

           evaluate true
               when sort-by-product
                   move "REVENUE BY PRODUCT" to hs-title-out
                   move "PRODUCT" to h2-key-title
               when sort-by-country
                   move "REVENUE BY COUNTRY" to hs-title-out
                   move "COUNTRY" to h2-key-title
               when other
                   move "REVENUE BY CONSIGNEE" to hs-title-out
                   move "CONSIGNEE" to h2-key-title
           end-evaluate
           write print-rec from blank-spaces
           write print-rec from blank-spaces
           write print-rec from hl-section-line
           write print-rec from blank-spaces
           write print-rec from hl-header-2.

       700-print-compare-line.
           move print-actual-base to cl-actual-base-out
           move print-sim-base to cl-sim-base-out
           compute variance-amt = print-sim-base - print-actual-base
           move variance-amt to cl-base-var-out
           move zero to variance-pct
           if print-actual-base not = zero
               compute variance-pct rounded =
                   variance-amt * 100 / print-actual-base
                   on size error
                       move zero to variance-pct
               end-compute
           end-if
           move variance-pct to cl-base-pct-out

           move print-actual-surcharge to cl-actual-surch-out
           move print-sim-surcharge to cl-sim-surch-out
           compute variance-amt =
               print-sim-surcharge - print-actual-surcharge
           move variance-amt to cl-surch-var-out
           move zero to variance-pct
           if print-actual-surcharge not = zero
               compute variance-pct rounded =
                   variance-amt * 100 / print-actual-surcharge
                   on size error
                       move zero to variance-pct
               end-compute
           end-if
           move variance-pct to cl-surch-pct-out

           write print-rec from compare-line-out.

       end program Program18.
