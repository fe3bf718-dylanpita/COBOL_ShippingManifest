       program-id. Program22 as "TablesExercise.Program22".

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

                       select gl-map-file
                       assign to "C:\a\exercise8\glmap.txt"
                       organization is line sequential.

                       select cargo-master
                       assign to "C:\a\exercise8\master.dat"
                       organization is indexed
                       access mode is random
                       record key is mst-ship-name
                       file status is cargo-master-status.

                       select optional run-control-file
                       assign to "C:\a\exercise8\runctl.dat"
                       organization is line sequential.

                       select journal-out
                       assign to journal-path
                       organization is line sequential.

                       select gl-report-out
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

       fd  gl-map-file.
       01  gl-map-record.
           05  map-type-in         picture x.
           05  map-key-in          picture x(15).
           05  map-account-in      picture x(10).

       fd  cargo-master.
       01  master-record.
           05  mst-ship-name       picture x(20).
           05  mst-product         picture x(10).
           05  mst-units           picture 9(5).
           05  mst-country         picture x(15).
           05  mst-capacity        picture 9(7).
           05  mst-flag            picture x(15).
           05  mst-imo-number      picture x(7).

       fd  run-control-file.
       01  run-control-record       picture x(20).

       fd  journal-out.
       01  journal-rec             picture x(80).

       fd  gl-report-out.
       01  print-rec               picture x(100).

       sd  sort-work-file.
       01  sort-rec.
           05  sort-section        picture 9.
               88  sort-by-product     value 1.
               88  sort-by-country     value 2.
           05  sort-key            picture x(15).
           05  sort-amount         picture s9(7)v99.

       working-storage section.
       01  journal-path           picture x(100)
               value "C:\a\exercise8\gljrnl.txt".
       01  report-path            picture x(100)
               value "C:\a\exercise8\glsumm.txt".
       01  arg-count              picture 9(2) value zero.

       01  run-mode               picture x value "P".
           88  proof-mode             value "P".
           88  journal-mode           value "J".

       01  journal-period-area.
           05  journal-year        picture 9(4).
           05  journal-month       picture 9(2).
       01  journal-period redefines journal-period-area
                                   picture 9(6).
       01  open-period-area.
           05  open-year           picture 9(4).
           05  open-month          picture 9(2).
       01  open-period redefines open-period-area picture 9(6).
       01  line-period-area.
           05  line-period         picture 9(6).
           05                      picture 9(2).
       01  line-run-date redefines line-period-area picture 9(8).

       01  cargo-master-status    picture x(2) value spaces.
       01  master-available       picture x value "N".

       01  history-file-status    picture x(2) value spaces.
       01  are-there-more-history     picture x value "Y".
       01  are-there-more-mappings    picture x value "Y".
       01  are-there-more-sorted      picture x value "Y".

       01  run-control-area.
           05  run-ctl-number      picture 9(5).
           05  run-ctl-date        picture 9(8).
           05  run-ctl-status      picture x.
           05  run-ctl-closed-period picture 9(6).
       01  run-control-found      picture x value "N".

       01  map-table-count        picture 9(3) value zero.
       01  gl-map-table.
           05  gl-map-group occurs 200 times.
               10  map-type        picture x.
               10  map-key         picture x(15).
               10  map-account     picture x(10).
       01  map-sub                picture 9(3) value zero.
       01  map-found              picture x value "N".
       01  search-type            picture x value space.
       01  search-key             picture x(15) value spaces.
       01  found-account          picture x(10) value spaces.
       01  suspense-account       picture x(10) value "UNMAPPED".
       01  receivable-account     picture x(10) value "UNMAPPED".

       01  line-country           picture x(15) value spaces.
       01  line-base-amt          picture s9(7)v99 value zero.
       01  line-surcharge-amt     picture s9(7)v99 value zero.

       01  history-lines-read     picture 9(5) value zero.
       01  lines-in-period        picture 9(5) value zero.
       01  unmapped-count         picture 9(5) value zero.

       01  group-started          picture x value "N".
       01  prior-section          picture 9 value zero.
       01  prior-key              picture x(15) value spaces.
       01  key-amount             picture s9(9)v99 value zero.
       01  section-amount         picture s9(9)v99 value zero.
       01  revenue-total          picture s9(11)v99 value zero.

       01  entry-account          picture x(10) value spaces.
       01  entry-description.
           05  ed-title            picture x(17) value spaces.
           05  ed-key              picture x(15) value spaces.
       01  unmapped-account-used  picture x value "N".
       01  journal-withdrawn      picture x value "N".
       01  entry-amount           picture s9(11)v99 value zero.
       01  journal-records        picture 9(5) value zero.
       01  debit-total            picture 9(11)v99 value zero.
       01  credit-total           picture 9(11)v99 value zero.

       01  jnl-header-rec.
           05                      picture x value "H".
           05  jh-period           picture 9(6).
           05  jh-journal-date     picture 9(8).
           05  jh-run-number       picture 9(5).
           05  jh-source           picture x(8) value "MANIFEST".

       01  jnl-detail-rec.
           05                      picture x value "D".
           05  jd-account          picture x(10).
           05  jd-side             picture x.
           05  jd-amount           picture 9(9)v99.
           05  jd-period           picture 9(6).
           05  jd-source           picture x(8) value "MANIFEST".
           05  jd-description      picture x(32).

       01  jnl-trailer-rec.
           05                      picture x value "T".
           05  jt-record-count     picture 9(5).
           05  jt-debit-total      picture 9(11)v99.
           05  jt-credit-total     picture 9(11)v99.

       01  blank-spaces           picture x(100) value spaces.

       01  hl-header-1.
           05      picture x(20) value spaces.
           05      picture x(32) value "GENERAL LEDGER JOURNAL SUMMARY".
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

       01  period-display.
           05  pd-year             picture 9(4).
           05      picture x value "/".
           05  pd-month            picture 9(2).

       01  hl-period-line.
           05      picture x(2) value spaces.
           05      picture x(19) value "ACCOUNTING PERIOD: ".
           05  hp-period-out       picture x(7).
           05      picture x(4) value spaces.
           05      picture x(6) value "MODE: ".
           05  hp-mode-out         picture x(24).

       01  hl-section-line.
           05      picture x(2) value spaces.
           05  hs-title-out        picture x(30).

       01  hl-header-2.
           05      picture x(2) value spaces.
           05  h2-key-title        picture x(15).
           05      picture x(3) value spaces.
           05      picture x(7) value "ACCOUNT".
           05      picture x(15) value spaces.
           05      picture x(5) value "DEBIT".
           05      picture x(10) value spaces.
           05      picture x(6) value "CREDIT".

       01  journal-line-out.
           05                      picture x(2) value spaces.
           05  jl-key-out          picture x(15).
           05                      picture x(3) value spaces.
           05  jl-account-out      picture x(10).
           05                      picture x(3) value spaces.
           05  jl-debit-out        picture $$$$$$$$$$9.99.
           05                      picture x(2) value spaces.
           05  jl-credit-out       picture $$$$$$$$$$9.99.

       01  hl-trailer-1.
           05      picture x(2) value spaces.
           05      picture x(18) value "HISTORY LINES:    ".
           05  tr-read-out         picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "LINES IN PERIOD:  ".
           05  tr-in-period-out    picture zzzz9.

       01  hl-trailer-2.
           05      picture x(2) value spaces.
           05      picture x(18) value "JOURNAL RECORDS:  ".
           05  tr-journal-out      picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(18) value "UNMAPPED KEYS:    ".
           05  tr-unmapped-out     picture zzzz9.

       01  hl-trailer-3.
           05      picture x(2) value spaces.
           05      picture x(18) value "TOTAL DEBITS:     ".
           05  tr-debit-out        picture $$$$$$$$$$$9.99.
           05      picture x(5) value spaces.
           05      picture x(18) value "TOTAL CREDITS:    ".
           05  tr-credit-out       picture $$$$$$$$$$$9.99.

       01  gl-note-line.
           05      picture x(2) value spaces.
           05  gl-note-text        picture x(60).

       01  unknown-country        picture x(15)
               value "** UNKNOWN **".

       procedure division.
       100-main-module.

           perform 050-get-run-parameters

           move function current-date to date-field
           perform 060-read-run-control
           perform 070-check-period

           perform 150-load-gl-map
           perform 180-open-cargo-master

           open output gl-report-out
           if journal-mode
               open output journal-out
               move journal-period to jh-period
               move date-field to jh-journal-date
               move run-ctl-number to jh-run-number
               write journal-rec from jnl-header-rec
           end-if

           move day-field to date-display-day
           move month-field to date-display-month
           move year-field to date-display-year
           move date-display to date-field-format
           move run-ctl-number to hl-run-number-out
           write print-rec from blank-spaces
           write print-rec from hl-header-1
           write print-rec from blank-spaces
           move journal-year to pd-year
           move journal-month to pd-month
           move period-display to hp-period-out
           if journal-mode
               move "JOURNAL AND CLOSE PERIOD" to hp-mode-out
           else
               move "PROOF LISTING ONLY" to hp-mode-out
           end-if
           write print-rec from hl-period-line

           sort sort-work-file
               on ascending key sort-section
                                sort-key
               input procedure 200-release-history
               output procedure 400-summarize-revenue

           if group-started = "Y"
               perform 500-end-key
               perform 550-end-section
           end-if

           perform 700-post-receivable-control

           move history-lines-read to tr-read-out
           move lines-in-period to tr-in-period-out
           write print-rec from blank-spaces
           write print-rec from blank-spaces
           write print-rec from hl-trailer-1
           move journal-records to tr-journal-out
           move unmapped-count to tr-unmapped-out
           write print-rec from hl-trailer-2
           move debit-total to tr-debit-out
           move credit-total to tr-credit-out
           write print-rec from hl-trailer-3

           if debit-total not = credit-total
               move "** JOURNAL OUT OF BALANCE - NOT CLOSED **"
                   to gl-note-text
               write print-rec from gl-note-line
               perform 950-withdraw-journal
           else
               if unmapped-account-used = "Y"
                   move "** UNMAPPED ACCOUNTS ON GLMAP - NOT CLOSED **"
                       to gl-note-text
                   write print-rec from gl-note-line
                   perform 950-withdraw-journal
               else
                   if journal-mode
                       move journal-records to jt-record-count
                       move debit-total to jt-debit-total
                       move credit-total to jt-credit-total
                       write journal-rec from jnl-trailer-rec
                       perform 900-close-period
                       move "PERIOD JOURNALED AND CLOSED"
                           to gl-note-text
                   else
                       move "PROOF ONLY - NO JOURNAL, PERIOD LEFT OPEN"
                           to gl-note-text
                   end-if
                   write print-rec from gl-note-line
               end-if
           end-if

           if journal-mode
               and journal-withdrawn = "N"
               close journal-out
           end-if
           close gl-report-out
           if master-available = "Y"
               close cargo-master
           end-if

           stop run.

       050-get-run-parameters.
           move zero to journal-period
           accept arg-count from argument-number

           if arg-count not less than 1
               display 1 upon argument-number
               accept journal-period-area from argument-value
           end-if

           if arg-count not less than 2
               display 2 upon argument-number
               accept run-mode from argument-value
           end-if

           if arg-count not less than 3
               display 3 upon argument-number
               accept journal-path from argument-value
           end-if

           if arg-count not less than 4
               display 4 upon argument-number
               accept report-path from argument-value
           end-if.

       060-read-run-control.
           move zero to run-ctl-number
           move zero to run-ctl-date
           move space to run-ctl-status
           move zero to run-ctl-closed-period
           open input run-control-file
           read run-control-file
               at end
                   continue
               not at end
                   move run-control-record to run-control-area
                   move "Y" to run-control-found
                   if run-ctl-number is not numeric
                       move zero to run-ctl-number
                   end-if
                   if run-ctl-date is not numeric
                       move zero to run-ctl-date
                   end-if
                   if run-ctl-closed-period is not numeric
                       move zero to run-ctl-closed-period
                   end-if
           end-read
           close run-control-file.

       070-check-period.
           move run-ctl-closed-period to open-period
           if open-period > zero
               if open-month = 12
                   add 1 to open-year
                   move 1 to open-month
               else
                   add 1 to open-month
               end-if
           end-if

           if journal-period-area is not numeric
               display "ACCOUNTING PERIOD " journal-period-area
                   " INVALID - RUN CANCELLED"
               stop run
           end-if

           if journal-period = zero
               if open-period > zero
                   move open-period to journal-period
               else
                   move year-field to journal-year
                   move month-field to journal-month
                   if journal-month = 1
                       subtract 1 from journal-year
                       move 12 to journal-month
                   else
                       subtract 1 from journal-month
                   end-if
               end-if
           end-if

           if not proof-mode and not journal-mode
               display "RUN MODE " run-mode
                   " INVALID - USE P (PROOF) OR J (JOURNAL)"
               stop run
           end-if

           if journal-month < 1 or journal-month > 12
               display "ACCOUNTING PERIOD " journal-period
                   " INVALID - RUN CANCELLED"
               stop run
           end-if

           if journal-mode
               if journal-period not > run-ctl-closed-period
                   display "PERIOD " journal-period
                       " ALREADY CLOSED - JOURNAL REFUSED"
                   stop run
               end-if
               if open-period > zero
                   and journal-period not = open-period
                   display "PERIOD " journal-period
                       " IS NOT THE OPEN PERIOD " open-period
                       " - JOURNAL REFUSED"
                   stop run
               end-if
               if run-control-found = "Y"
                   and run-ctl-status not = "C"
                   display "MANIFEST RUN " run-ctl-number
                       " NOT COMPLETE - JOURNAL REFUSED"
                   stop run
               end-if
           end-if.

       150-load-gl-map.
           open input gl-map-file
           perform until are-there-more-mappings = "N"
               read gl-map-file
                   at end
                       move "N" to are-there-more-mappings
                   not at end
                       perform 160-store-gl-map-entry
               end-read
           end-perform
           close gl-map-file.

       160-store-gl-map-entry.
           evaluate map-type-in
               when "R"
                   move map-account-in to receivable-account
               when "S"
                   move map-account-in to suspense-account
               when other
                   if map-table-count < 200
                       add 1 to map-table-count
                       move map-type-in to map-type(map-table-count)
                       move map-key-in to map-key(map-table-count)
                       move map-account-in
                           to map-account(map-table-count)
                   else
                       display "GL MAP TABLE FULL - IGNORED: "
                           map-type-in map-key-in
                   end-if
           end-evaluate.

       180-open-cargo-master.
           open input cargo-master
           if cargo-master-status = "00" or "05"
               move "Y" to master-available
           else
               display "MASTER NOT AVAILABLE, STATUS "
                   cargo-master-status
                   " - BLANK COUNTRIES NOT RESOLVED"
           end-if.

       200-release-history.
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
                           perform 210-set-line-period
                           if line-period = journal-period
                               add 1 to lines-in-period
                               perform 300-release-line
                           end-if
                       end-if
               end-read
           end-perform
           close history-file.

       210-set-line-period.
           if hst-post-period is numeric
               and hst-post-period > zero
               move hst-post-period to line-period
           else
               move hst-run-date to line-run-date
           end-if.

       300-release-line.
           move zero to line-surcharge-amt
           if hst-tariff-surcharge is numeric
               move hst-tariff-surcharge to line-surcharge-amt
           end-if
           compute line-base-amt =
               hst-total-value - line-surcharge-amt
           if hst-reversal
               multiply -1 by line-base-amt
               multiply -1 by line-surcharge-amt
           end-if

           set sort-by-product to true
           move hst-product to sort-key
           move line-base-amt to sort-amount
           release sort-rec

           if line-surcharge-amt not = zero
               perform 320-set-line-country
               set sort-by-country to true
               if line-country = spaces
                   move unknown-country to sort-key
               else
                   move line-country to sort-key
               end-if
               move line-surcharge-amt to sort-amount
               release sort-rec
           end-if.

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
           end-if.

       400-summarize-revenue.
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

           add sort-amount to key-amount.

       500-end-key.
           if prior-section = 1
               move "P" to search-type
           else
               move "C" to search-type
           end-if
           move prior-key to search-key
           perform 750-find-account

           move prior-key to jl-key-out
           move found-account to entry-account
           if prior-section = 1
               move "FREIGHT REVENUE" to ed-title
           else
               move "TARIFF SURCHARGE" to ed-title
           end-if
           move prior-key to ed-key
           compute entry-amount = zero - key-amount
           perform 800-post-journal-entry

           add key-amount to section-amount
           add key-amount to revenue-total.

       550-end-section.
           write print-rec from blank-spaces
           move "TOTAL" to jl-key-out
           move spaces to jl-account-out
           move zero to jl-debit-out
           move zero to jl-credit-out
           if section-amount < zero
               compute entry-amount = zero - section-amount
               move entry-amount to jl-debit-out
           else
               move section-amount to jl-credit-out
           end-if
           write print-rec from journal-line-out.

       600-start-key.
           move sort-key to prior-key
           move zero to key-amount.

       650-start-section.
           move sort-section to prior-section
           move "Y" to group-started
           move zero to section-amount

           if sort-by-product
               move "FREIGHT REVENUE BY PRODUCT" to hs-title-out
               move "PRODUCT" to h2-key-title
           else
               move "TARIFF SURCHARGE BY COUNTRY" to hs-title-out
               move "COUNTRY" to h2-key-title
           end-if
           write print-rec from blank-spaces
           write print-rec from blank-spaces
           write print-rec from hl-section-line
           write print-rec from blank-spaces
           write print-rec from hl-header-2.

       700-post-receivable-control.
           write print-rec from blank-spaces
           write print-rec from blank-spaces
           move "RECEIVABLE CONTROL" to hs-title-out
           write print-rec from hl-section-line
           write print-rec from blank-spaces
           move "RECEIVABLE CONTROL" to entry-description
           move "CONTROL" to jl-key-out
           move receivable-account to entry-account
           if receivable-account = "UNMAPPED"
               add 1 to unmapped-count
               move "Y" to unmapped-account-used
           end-if
           move revenue-total to entry-amount
           perform 800-post-journal-entry.

       750-find-account.
           move "N" to map-found
           move suspense-account to found-account
           if map-table-count > zero
               perform 760-match-map-entry
                   varying map-sub from 1 by 1
                   until map-sub > map-table-count
                       or map-found = "Y"
           end-if
           if map-found = "N"
               add 1 to unmapped-count
               if suspense-account = "UNMAPPED"
                   move "Y" to unmapped-account-used
               end-if
           end-if.

       760-match-map-entry.
           if map-type(map-sub) = search-type
               and map-key(map-sub) = search-key
               move map-account(map-sub) to found-account
               move "Y" to map-found
           end-if.

       800-post-journal-entry.
           move entry-account to jl-account-out
           move zero to jl-debit-out
           move zero to jl-credit-out
           move entry-account to jd-account
           move journal-period to jd-period
           move entry-description to jd-description
           if entry-amount < zero
               move "C" to jd-side
               compute entry-amount = zero - entry-amount
               move entry-amount to jl-credit-out
               add entry-amount to credit-total
           else
               move "D" to jd-side
               move entry-amount to jl-debit-out
               add entry-amount to debit-total
           end-if
           move entry-amount to jd-amount
           write print-rec from journal-line-out
           if journal-mode and entry-amount not = zero
               write journal-rec from jnl-detail-rec
               add 1 to journal-records
           end-if.

       900-close-period.
           move journal-period to run-ctl-closed-period
           open output run-control-file
           write run-control-record from run-control-area
           close run-control-file.

       950-withdraw-journal.
           if journal-mode
               close journal-out
               open output journal-out
               close journal-out
               move "Y" to journal-withdrawn
               move "JOURNAL WITHDRAWN - NO RECORDS SENT TO LEDGER"
                   to gl-note-text
               write print-rec from gl-note-line
           end-if.

       end program Program22.
