       program-id. Program20 as "TablesExercise.Program20".

       environment division.
       input-output section.
       file-control.   select cargo-master
                       assign to "C:\a\exercise8\master.dat"
                       organization is indexed
                       access mode is random
                       record key is mst-ship-name
                       file status is cargo-master-status.

                       select voyage-master
                       assign to "C:\a\exercise8\voyage.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is vyg-voyage-id
                       file status is voyage-master-status.

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

                       select consignee-file
                       assign to "C:\a\exercise8\consignee.txt"
                       organization is line sequential.

                       select rates-file
                       assign to "C:\a\exercise8\rates.txt"
                       organization is line sequential.

                       select tariff-file
                       assign to "C:\a\exercise8\tariff.txt"
                       organization is line sequential.

                       select commodity-file
                       assign to "C:\a\exercise8\commodity.txt"
                       organization is line sequential.

                       select exchange-file
                       assign to "C:\a\exercise8\exchange.txt"
                       organization is line sequential.

                       select optional recycle-file
                       assign to "C:\a\exercise8\recycle.txt"
                       organization is line sequential.

                       select integrity-report-out
                       assign to report-path
                       organization is line sequential.

                       select sort-work-file
                       assign to "sortwrk".

       data division.
       file section.
       fd  cargo-master.
       01  master-record.
           05  mst-ship-name       picture x(20).
           05  mst-product         picture x(10).
           05  mst-units           picture 9(5).
           05  mst-country         picture x(15).
           05  mst-capacity        picture 9(7).
           05  mst-flag            picture x(15).
           05  mst-imo-number      picture x(7).

       fd  voyage-master.
       01  voyage-record.
           05  vyg-voyage-id       picture x(8).
           05  vyg-ship-name       picture x(20).
           05  vyg-sched-sailing   picture 9(8).
           05  vyg-destination     picture x(15).

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

       fd  commodity-file.
       01  commodity-record.
           05  cmd-product-in      picture x(10).
           05  cmd-hazard-class-in picture x(3).
           05  cmd-segregation-in  picture x(30).

       fd  exchange-file.
       01  exchange-record.
           05  exch-country-in     picture x(15).
           05  exch-currency-in    picture x(3).
           05  exch-rate-in        picture 9(3)v9(4).

       fd  recycle-file.
       01  recycle-record.
           05  rcy-ship-name       picture x(20).
           05  rcy-product         picture x(10).
           05  rcy-units           picture 9(5).
           05  rcy-country         picture x(15).
           05  rcy-voyage-id       picture x(8).
           05  rcy-sailing-date    picture 9(8).
           05  rcy-consignee       picture x(8).
           05  rcy-suspense-date   picture 9(8).
           05  rcy-cycle           picture 9(2).

       fd  integrity-report-out.
       01  print-rec               picture x(100).

       sd  sort-work-file.
       01  sort-rec.
           05  sort-rule           picture 9(2).
           05  sort-key            picture x(30).

       working-storage section.
       01  report-path            picture x(100)
               value "C:\a\exercise8\integrity.txt".
       01  arg-count              picture 9(2) value zero.

       01  cargo-master-status    picture x(2) value spaces.
       01  voyage-master-status   picture x(2) value spaces.
       01  master-available       picture x value "N".
       01  voyage-available       picture x value "N".

       01  history-file-status    picture x(2) value spaces.
       01  are-there-more-history     picture x value "Y".
       01  are-there-more-consignees  picture x value "Y".
       01  are-there-more-rates       picture x value "Y".
       01  are-there-more-tariffs     picture x value "Y".
       01  are-there-more-commodities picture x value "Y".
       01  are-there-more-exchanges   picture x value "Y".
       01  are-there-more-recycle     picture x value "Y".
       01  are-there-more-voyages     picture x value "Y".
       01  are-there-more-sorted      picture x value "Y".

       01  consignee-table-count  picture 9(3) value zero.
       01  consignee-table.
           05  consignee-group occurs 500 times.
               10  cns-id          picture x(8).
       01  consignee-sub          picture 9(3) value zero.
       01  consignee-found        picture x value "N".
       01  consignee-table-full   picture x value "N".

       01  rate-table-count       picture 9(3) value zero.
       01  rate-product-table.
           05  rate-product-group occurs 200 times.
               10  rp-product      picture x(10).
       01  rate-sub               picture 9(3) value zero.
       01  rate-found             picture x value "N".

       01  tariff-table-count     picture 9(3) value zero.
       01  tariff-country-table.
           05  tariff-country-group occurs 200 times.
               10  tc-country      picture x(15).
       01  tariff-sub             picture 9(3) value zero.
       01  tariff-found           picture x value "N".

       01  exchange-table-count   picture 9(3) value zero.
       01  exchange-country-table.
           05  exchange-country-group occurs 200 times.
               10  ec-country      picture x(15).
       01  exchange-sub           picture 9(3) value zero.
       01  exchange-found         picture x value "N".

       01  commodity-table-count  picture 9(3) value zero.
       01  commodity-product-table.
           05  commodity-product-group occurs 200 times.
               10  cp-product      picture x(10).
       01  commodity-sub          picture 9(3) value zero.

       01  lookup-consignee       picture x(8) value spaces.
       01  lookup-product         picture x(10) value spaces.
       01  lookup-country         picture x(15) value spaces.

       01  rule-count             picture 9(2) value 14.
       01  rule-table.
           05  rule-group occurs 14 times.
               10  rl-description  picture x(38).
               10  rl-correct-in   picture x(14).
               10  rl-key-count    picture 9(5).
               10  rl-occurrences  picture 9(7).
       01  rule-sub               picture 9(2) value zero.

       01  violation-key.
           05  vk-part-1           picture x(8).
           05                      picture x value space.
           05  vk-part-2           picture x(21).

       01  group-started          picture x value "N".
       01  prior-rule             picture 9(2) value zero.
       01  prior-key              picture x(30) value spaces.
       01  key-occurrences        picture 9(7) value zero.
       01  total-violations       picture 9(7) value zero.

       01  history-lines-read     picture 9(7) value zero.
       01  voyages-read           picture 9(5) value zero.
       01  recycle-lines-read     picture 9(5) value zero.

       01  blank-spaces           picture x(100) value spaces.

       01  hl-header-1.
           05      picture x(14) value spaces.
           05      picture x(38)
                   value "CROSS-FILE REFERENTIAL INTEGRITY AUDIT".
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

       01  note-line-out.
           05                      picture x(2) value spaces.
           05  nl-text-out         picture x(60).

       01  rule-header-out.
           05                      picture x(2) value spaces.
           05                      picture x(5) value "RULE ".
           05  rh-rule-out         picture 9(2).
           05                      picture x(2) value spaces.
           05  rh-description-out  picture x(38).
           05                      picture x(2) value spaces.
           05                      picture x(12) value "CORRECT IN: ".
           05  rh-correct-in-out   picture x(14).

       01  rule-col-header.
           05                      picture x(6) value spaces.
           05                      picture x(3) value "KEY".
           05                      picture x(30) value spaces.
           05                      picture x(11) value "OCCURRENCES".

       01  violation-line-out.
           05                      picture x(6) value spaces.
           05  vl-key-out          picture x(30).
           05                      picture x(7) value spaces.
           05  vl-occurrences-out  picture zzzzzz9.

       01  rule-total-out.
           05                      picture x(6) value spaces.
           05                      picture x(15)
                   value "DISTINCT KEYS: ".
           05  rt-keys-out         picture zzzz9.
           05                      picture x(5) value spaces.
           05                      picture x(13) value "OCCURRENCES: ".
           05  rt-occurrences-out  picture zzzzzz9.

       01  summary-header-1.
           05                      picture x(2) value spaces.
           05                      picture x(21)
                   value "SUMMARY OF ALL RULES".

       01  summary-header-2.
           05                      picture x(2) value spaces.
           05                      picture x(4) value "RULE".
           05                      picture x(2) value spaces.
           05                      picture x(11) value "DESCRIPTION".
           05                      picture x(29) value spaces.
           05                      picture x(4) value "KEYS".
           05                      picture x(2) value spaces.
           05                      picture x(7) value "OCCURS.".
           05                      picture x(3) value spaces.
           05                      picture x(10) value "CORRECT IN".

       01  summary-line-out.
           05                      picture x(3) value spaces.
           05  sl-rule-out         picture 9(2).
           05                      picture x(3) value spaces.
           05  sl-description-out  picture x(38).
           05                      picture x(1) value spaces.
           05  sl-keys-out         picture zzzz9.
           05                      picture x(2) value spaces.
           05  sl-occurrences-out  picture zzzzzz9.
           05                      picture x(3) value spaces.
           05  sl-correct-in-out   picture x(14).

       01  hl-trailer-1.
           05      picture x(2) value spaces.
           05      picture x(18) value "HISTORY LINES:    ".
           05  tr-history-out      picture zzzzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "VOYAGES READ:     ".
           05  tr-voyages-out      picture zzzz9.

       01  hl-trailer-2.
           05      picture x(2) value spaces.
           05      picture x(18) value "RECYCLE LINES:    ".
           05  tr-recycle-out      picture zzzzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "TOTAL VIOLATIONS: ".
           05  tr-violations-out   picture zzzzzz9.

       procedure division.
       100-main-module.

           perform 050-get-run-parameters
           perform 110-set-rule-table

           move function current-date to date-field

           open output integrity-report-out

           move day-field to date-display-day
           move month-field to date-display-month
           move year-field to date-display-year
           move date-display to date-field-format
           write print-rec from blank-spaces
           write print-rec from hl-header-1
           write print-rec from blank-spaces

           perform 180-open-cargo-master
           perform 185-open-voyage-master

           sort sort-work-file
               on ascending key sort-rule
                                sort-key
               input procedure 200-check-files
               output procedure 400-print-violations

           if group-started = "Y"
               perform 500-end-key
               perform 550-end-rule
           end-if

           if master-available = "Y"
               close cargo-master
           end-if
           if voyage-available = "Y"
               close voyage-master
           end-if

           perform 800-print-summary

           move history-lines-read to tr-history-out
           move voyages-read to tr-voyages-out
           write print-rec from blank-spaces
           write print-rec from hl-trailer-1
           move recycle-lines-read to tr-recycle-out
           move total-violations to tr-violations-out
           write print-rec from hl-trailer-2

           close integrity-report-out

           stop run.

       050-get-run-parameters.
           accept arg-count from argument-number

           if arg-count not less than 1
               display 1 upon argument-number
               accept report-path from argument-value
           end-if.

       110-set-rule-table.
           move "HISTORY SHIP NOT ON MASTER" to rl-description(1)
           move "MASTER.DAT" to rl-correct-in(1)
           move "HISTORY VOYAGE NOT ON VOYAGE FILE"
               to rl-description(2)
           move "VOYAGE.DAT" to rl-correct-in(2)
           move "HISTORY CONSIGNEE NOT ON CONSIGNEES"
               to rl-description(3)
           move "CONSIGNEE.TXT" to rl-correct-in(3)
           move "HISTORY PRODUCT HAS NO RATE" to rl-description(4)
           move "RATES.TXT" to rl-correct-in(4)
           move "HISTORY SHIP DIFFERS FROM VOYAGE SHIP"
               to rl-description(5)
           move "VOYAGE.DAT" to rl-correct-in(5)
           move "VOYAGE SHIP NOT ON MASTER" to rl-description(6)
           move "MASTER.DAT" to rl-correct-in(6)
           move "COMMODITY PRODUCT HAS NO RATE" to rl-description(7)
           move "RATES.TXT" to rl-correct-in(7)
           move "TARIFF COUNTRY HAS NO EXCHANGE RATE"
               to rl-description(8)
           move "EXCHANGE.TXT" to rl-correct-in(8)
           move "EXCHANGE COUNTRY HAS NO TARIFF" to rl-description(9)
           move "TARIFF.TXT" to rl-correct-in(9)
           move "RECYCLE SHIP NOT ON MASTER" to rl-description(10)
           move "MASTER.DAT" to rl-correct-in(10)
           move "RECYCLE VOYAGE NOT ON VOYAGE FILE"
               to rl-description(11)
           move "VOYAGE.DAT" to rl-correct-in(11)
           move "RECYCLE CONSIGNEE NOT ON CONSIGNEES"
               to rl-description(12)
           move "CONSIGNEE.TXT" to rl-correct-in(12)
           move "RECYCLE PRODUCT HAS NO RATE" to rl-description(13)
           move "RATES.TXT" to rl-correct-in(13)
           move "DUPLICATE CONSIGNEE CODE" to rl-description(14)
           move "CONSIGNEE.TXT" to rl-correct-in(14)
           perform 120-clear-rule-counts
               varying rule-sub from 1 by 1
               until rule-sub > rule-count.

       120-clear-rule-counts.
           move zero to rl-key-count(rule-sub)
           move zero to rl-occurrences(rule-sub).

       180-open-cargo-master.
           open input cargo-master
           if cargo-master-status = "00" or "05"
               move "Y" to master-available
           else
               move "MASTER FILE MISSING - RULES 01 06 10 SKIPPED"
                   to nl-text-out
               write print-rec from note-line-out
           end-if.

       185-open-voyage-master.
           open input voyage-master
           if voyage-master-status = "00" or "05"
               move "Y" to voyage-available
           else
               move "VOYAGE FILE MISSING - RULES 02 05 06 11 SKIPPED"
                   to nl-text-out
               write print-rec from note-line-out
           end-if.

       200-check-files.
           perform 210-load-consignee-table
           perform 220-load-rate-table
           perform 230-load-tariff-table
           perform 240-load-exchange-table
           perform 250-load-commodity-table

           perform 300-check-history
           perform 320-check-voyages
           perform 330-check-commodities
           perform 340-check-tariff-exchange
           perform 350-check-recycle.

       210-load-consignee-table.
           open input consignee-file
           perform until are-there-more-consignees = "N"
               read consignee-file
                   at end
                       move "N" to are-there-more-consignees
                   not at end
                       perform 215-store-consignee
               end-read
           end-perform
           close consignee-file.

       215-store-consignee.
           move cns-id-in to lookup-consignee
           perform 610-find-consignee
           if consignee-found = "Y"
               move 14 to sort-rule
               move cns-id-in to sort-key
               release sort-rec
           else
               if consignee-table-count < 500
                   add 1 to consignee-table-count
                   move cns-id-in to cns-id(consignee-table-count)
               else
                   move "Y" to consignee-table-full
               end-if
           end-if.

       220-load-rate-table.
           open input rates-file
           perform until are-there-more-rates = "N"
               read rates-file
                   at end
                       move "N" to are-there-more-rates
                   not at end
                       move rate-product-in to lookup-product
                       perform 620-find-rate-product
                       if rate-found = "N"
                           and rate-table-count < 200
                           add 1 to rate-table-count
                           move rate-product-in
                               to rp-product(rate-table-count)
                       end-if
               end-read
           end-perform
           close rates-file.

       230-load-tariff-table.
           open input tariff-file
           perform until are-there-more-tariffs = "N"
               read tariff-file
                   at end
                       move "N" to are-there-more-tariffs
                   not at end
                       move tariff-country-in to lookup-country
                       perform 630-find-tariff-country
                       if tariff-found = "N"
                           and tariff-table-count < 200
                           add 1 to tariff-table-count
                           move tariff-country-in
                               to tc-country(tariff-table-count)
                       end-if
               end-read
           end-perform
           close tariff-file.

       240-load-exchange-table.
           open input exchange-file
           perform until are-there-more-exchanges = "N"
               read exchange-file
                   at end
                       move "N" to are-there-more-exchanges
                   not at end
                       move exch-country-in to lookup-country
                       perform 640-find-exchange-country
                       if exchange-found = "N"
                           and exchange-table-count < 200
                           add 1 to exchange-table-count
                           move exch-country-in
                               to ec-country(exchange-table-count)
                       end-if
               end-read
           end-perform
           close exchange-file.

       250-load-commodity-table.
           open input commodity-file
           perform until are-there-more-commodities = "N"
               read commodity-file
                   at end
                       move "N" to are-there-more-commodities
                   not at end
                       if commodity-table-count < 200
                           add 1 to commodity-table-count
                           move cmd-product-in
                               to cp-product(commodity-table-count)
                       end-if
               end-read
           end-perform
           close commodity-file.

       300-check-history.
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
                       perform 310-check-history-line
               end-read
           end-perform
           close history-file.

       310-check-history-line.
           if master-available = "Y"
               move hst-ship-name to mst-ship-name
               read cargo-master
                   invalid key
                       move 1 to sort-rule
                       move hst-ship-name to sort-key
                       release sort-rec
               end-read
           end-if

           if voyage-available = "Y"
               move hst-voyage-id to vyg-voyage-id
               read voyage-master
                   invalid key
                       move 2 to sort-rule
                       move hst-voyage-id to sort-key
                       release sort-rec
                   not invalid key
                       if vyg-ship-name not = hst-ship-name
                           move 5 to sort-rule
                           move hst-voyage-id to vk-part-1
                           move hst-ship-name to vk-part-2
                           move violation-key to sort-key
                           release sort-rec
                       end-if
               end-read
           end-if

           move hst-consignee to lookup-consignee
           perform 610-find-consignee
           if consignee-found = "N"
               move 3 to sort-rule
               move hst-consignee to sort-key
               release sort-rec
           end-if

           move hst-product to lookup-product
           perform 620-find-rate-product
           if rate-found = "N"
               move 4 to sort-rule
               move hst-product to sort-key
               release sort-rec
           end-if.

       320-check-voyages.
           if voyage-available = "Y" and master-available = "Y"
               move low-values to vyg-voyage-id
               start voyage-master
                   key is not less than vyg-voyage-id
                   invalid key
                       move "N" to are-there-more-voyages
               end-start
               perform until are-there-more-voyages = "N"
                   read voyage-master next record
                       at end
                           move "N" to are-there-more-voyages
                       not at end
                           add 1 to voyages-read
                           perform 325-check-voyage-ship
                   end-read
               end-perform
           end-if.

       325-check-voyage-ship.
           move vyg-ship-name to mst-ship-name
           read cargo-master
               invalid key
                   move 6 to sort-rule
                   move vyg-voyage-id to vk-part-1
                   move vyg-ship-name to vk-part-2
                   move violation-key to sort-key
                   release sort-rec
           end-read.

       330-check-commodities.
           if commodity-table-count > zero
               perform 335-check-commodity-entry
                   varying commodity-sub from 1 by 1
                   until commodity-sub > commodity-table-count
           end-if.

       335-check-commodity-entry.
           move cp-product(commodity-sub) to lookup-product
           perform 620-find-rate-product
           if rate-found = "N"
               move 7 to sort-rule
               move cp-product(commodity-sub) to sort-key
               release sort-rec
           end-if.

       340-check-tariff-exchange.
           if tariff-table-count > zero
               perform 342-check-tariff-entry
                   varying tariff-sub from 1 by 1
                   until tariff-sub > tariff-table-count
           end-if
           if exchange-table-count > zero
               perform 344-check-exchange-entry
                   varying exchange-sub from 1 by 1
                   until exchange-sub > exchange-table-count
           end-if.

       342-check-tariff-entry.
           move tc-country(tariff-sub) to lookup-country
           perform 640-find-exchange-country
           if exchange-found = "N"
               move 8 to sort-rule
               move tc-country(tariff-sub) to sort-key
               release sort-rec
           end-if.

       344-check-exchange-entry.
           move ec-country(exchange-sub) to lookup-country
           perform 630-find-tariff-country
           if tariff-found = "N"
               move 9 to sort-rule
               move ec-country(exchange-sub) to sort-key
               release sort-rec
           end-if.

       350-check-recycle.
           open input recycle-file
           perform until are-there-more-recycle = "N"
               read recycle-file
                   at end
                       move "N" to are-there-more-recycle
                   not at end
                       add 1 to recycle-lines-read
                       perform 355-check-recycle-line
               end-read
           end-perform
           close recycle-file.

       355-check-recycle-line.
           if master-available = "Y"
               move rcy-ship-name to mst-ship-name
               read cargo-master
                   invalid key
                       move 10 to sort-rule
                       move rcy-ship-name to sort-key
                       release sort-rec
               end-read
           end-if

           if voyage-available = "Y"
               move rcy-voyage-id to vyg-voyage-id
               read voyage-master
                   invalid key
                       move 11 to sort-rule
                       move rcy-voyage-id to sort-key
                       release sort-rec
               end-read
           end-if

           move rcy-consignee to lookup-consignee
           perform 610-find-consignee
           if consignee-found = "N"
               move 12 to sort-rule
               move rcy-consignee to sort-key
               release sort-rec
           end-if

           move rcy-product to lookup-product
           perform 620-find-rate-product
           if rate-found = "N"
               move 13 to sort-rule
               move rcy-product to sort-key
               release sort-rec
           end-if.

       400-print-violations.
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
               perform 650-start-rule
               perform 600-start-key
           else
               if sort-rule not = prior-rule
                   perform 500-end-key
                   perform 550-end-rule
                   perform 650-start-rule
                   perform 600-start-key
               else
                   if sort-key not = prior-key
                       perform 500-end-key
                       perform 600-start-key
                   end-if
               end-if
           end-if

           add 1 to key-occurrences.

       500-end-key.
           move prior-key to vl-key-out
           move key-occurrences to vl-occurrences-out
           write print-rec from violation-line-out
           add 1 to rl-key-count(prior-rule)
           add key-occurrences to rl-occurrences(prior-rule)
           add key-occurrences to total-violations.

       550-end-rule.
           move rl-key-count(prior-rule) to rt-keys-out
           move rl-occurrences(prior-rule) to rt-occurrences-out
           write print-rec from blank-spaces
           write print-rec from rule-total-out.

       600-start-key.
           move sort-key to prior-key
           move zero to key-occurrences.

       650-start-rule.
           move sort-rule to prior-rule
           move "Y" to group-started
           move sort-rule to rh-rule-out
           move rl-description(sort-rule) to rh-description-out
           move rl-correct-in(sort-rule) to rh-correct-in-out
           write print-rec from blank-spaces
           write print-rec from blank-spaces
           write print-rec from rule-header-out
           write print-rec from blank-spaces
           write print-rec from rule-col-header.

       610-find-consignee.
           move "N" to consignee-found
           if consignee-table-count > zero
               perform 615-match-consignee-entry
                   varying consignee-sub from 1 by 1
                   until consignee-sub > consignee-table-count
                       or consignee-found = "Y"
           end-if
           if consignee-table-full = "Y"
               move "Y" to consignee-found
           end-if.

       615-match-consignee-entry.
           if cns-id(consignee-sub) = lookup-consignee
               move "Y" to consignee-found
           end-if.

       620-find-rate-product.
           move "N" to rate-found
           if rate-table-count > zero
               perform 625-match-rate-entry
                   varying rate-sub from 1 by 1
                   until rate-sub > rate-table-count
                       or rate-found = "Y"
           end-if.

       625-match-rate-entry.
           if rp-product(rate-sub) = lookup-product
               move "Y" to rate-found
           end-if.

       630-find-tariff-country.
           move "N" to tariff-found
           if tariff-table-count > zero
               perform 635-match-tariff-entry
                   varying tariff-sub from 1 by 1
                   until tariff-sub > tariff-table-count
                       or tariff-found = "Y"
           end-if.

       635-match-tariff-entry.
           if tc-country(tariff-sub) = lookup-country
               move "Y" to tariff-found
           end-if.

       640-find-exchange-country.
           move "N" to exchange-found
           if exchange-table-count > zero
               perform 645-match-exchange-entry
                   varying exchange-sub from 1 by 1
                   until exchange-sub > exchange-table-count
                       or exchange-found = "Y"
           end-if.

       645-match-exchange-entry.
           if ec-country(exchange-sub) = lookup-country
               move "Y" to exchange-found
           end-if.

       800-print-summary.
           write print-rec from blank-spaces
           write print-rec from blank-spaces
           write print-rec from summary-header-1
           write print-rec from blank-spaces
           write print-rec from summary-header-2
           write print-rec from blank-spaces
           perform 810-print-summary-line
               varying rule-sub from 1 by 1
               until rule-sub > rule-count.

       810-print-summary-line.
           move rule-sub to sl-rule-out
           move rl-description(rule-sub) to sl-description-out
           move rl-key-count(rule-sub) to sl-keys-out
           move rl-occurrences(rule-sub) to sl-occurrences-out
           move rl-correct-in(rule-sub) to sl-correct-in-out
           write print-rec from summary-line-out.

       end program Program20.
