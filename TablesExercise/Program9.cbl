       environment division.
       input-output section.
       file-control.   select optional history-file
                       assign to "C:\a\exercise8\history.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is hst-key
                       alternate record key is hst-consignee
                           with duplicates
                       alternate record key is hst-run-date
                           with duplicates
                       file status is history-file-status.

                       select consignee-file
                       assign to "C:\a\exercise8\consignee.txt"
                       select sort-work-file
                       assign to "sortwrk".

                       select optional ar-open-file
                       assign to "C:\a\exercise8\aropen.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is ar-key
                       file status is ar-open-status.

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

       fd  consignee-file.
       01  consignee-record.
       fd  billing-out.
       01  print-rec               picture x(100).

       fd  ar-open-file.
       01  ar-open-record.
           05  ar-key.
               10  ar-consignee    picture x(8).
               10  ar-voyage-id    picture x(8).
           05  ar-sailing-date     picture 9(8).
           05  ar-item-date        picture 9(8).
           05  ar-billed-amt       picture s9(9)v99.
           05  ar-paid-amt         picture s9(9)v99.
           05  ar-balance-amt      picture s9(9)v99.
           05  ar-last-stmt-date   picture 9(8).
           05  ar-last-stmt-amt    picture s9(9)v99.
           05  ar-last-paid-date   picture 9(8).
           05  ar-item-status      picture x.
               88  ar-item-open        value "O".
               88  ar-item-closed      value "C".

       sd  sort-work-file.
       01  sort-rec.
           05  sort-consignee      picture x(8).
           05  sort-sailing-date   picture 9(8).
           05  sort-ship-name      picture x(20).
           05  sort-product        picture x(10).
           05  sort-units          picture s9(5).
           05  sort-total-value    picture s9(7)v99.
           05  sort-surcharge      picture s9(7)v99.

       working-storage section.
       01  report-path            picture x(100)
       01  statement-date-x redefines statement-date picture x(8).
       01  arg-count              picture 9(2) value zero.

       01  history-file-status    picture x(2) value spaces.
       01  are-there-more-history     picture x value "Y".
       01  are-there-more-sorted      picture x value "Y".
       01  are-there-more-consignees  picture x value "Y".
       01  prior-consignee        picture x(8) value spaces.
       01  prior-voyage-id        picture x(8) value spaces.
       01  group-started          picture x value "N".
       01  consignee-units-accum  picture s9(7) value zero.
       01  consignee-value-accum  picture s9(9)v99 value zero.
       01  consignee-surcharge-accum picture s9(9)v99 value zero.
       01  statements-written     picture 9(5) value zero.
       01  lines-billed           picture 9(7) value zero.

       01  prior-sailing-date     picture 9(8) value zero.
       01  voyage-value-accum     picture s9(9)v99 value zero.
       01  ar-open-status         picture x(2) value spaces.
       01  ar-available           picture x value "N".
       01  items-posted           picture 9(5) value zero.
       01  items-posted-value     picture s9(11)v99 value zero.

       01  blank-spaces           picture x(100) value spaces.

       01  hl-header-1.
           05                      picture x(2) value spaces.
           05  bl-product-out      picture x(10).
           05                      picture x(5) value spaces.
           05  bl-units-out        picture zzzz9-.
           05                      picture x(2) value spaces.
           05  bl-value-out        picture $$$$$$$9.99-.
           05                      picture x(2) value spaces.
           05  bl-surcharge-out    picture $$$$$$$9.99-.

       01  consignee-total-line.
           05                      picture x(2) value spaces.
           05                      picture x(17) value
                   "CONSIGNEE TOTAL: ".
           05  ct-units-out        picture zzzzzz9-.
           05                      picture x(2) value spaces.
           05  ct-value-out        picture $$$$$$$$$9.99-.
           05                      picture x(2) value spaces.
           05  ct-surcharge-out    picture $$$$$$$$$9.99-.

       01  hl-trailer.
           05      picture x(2) value spaces.
           05      picture x(16) value "LINES BILLED:   ".
           05  tr-lines-billed     picture zzzzzz9.

       01  hl-trailer-2.
           05      picture x(2) value spaces.
           05      picture x(16) value "ITEMS POSTED:   ".
           05  tr-items-posted     picture zzzz9.
           05      picture x(5) value spaces.
           05      picture x(16) value "AMOUNT POSTED:  ".
           05  tr-posted-value     picture $$$$$$$$$$9.99-.

       01  ar-note-line.
           05      picture x(2) value spaces.
           05  ar-note-text        picture x(60).

       01  unknown-consignee-name picture x(30)
               value "** NOT ON CONSIGNEE MASTER **".

           end-if

           perform 150-load-consignee-table
           perform 160-open-receivables

           open output billing-out

           write print-rec from blank-spaces
           write print-rec from hl-trailer

           if ar-available = "Y"
               move items-posted to tr-items-posted
               move items-posted-value to tr-posted-value
               write print-rec from hl-trailer-2
               close ar-open-file
           else
               move "RECEIVABLES NOT POSTED - OPEN ITEMS NOT AVAILABLE"
                   to ar-note-text
               write print-rec from ar-note-line
           end-if

           close billing-out

           stop run.
           end-perform
           close consignee-file.

       160-open-receivables.
           open i-o ar-open-file
           if ar-open-status = "00" or "05"
               move "Y" to ar-available
           else
               display "OPEN ITEM FILE NOT AVAILABLE, STATUS "
                   ar-open-status
                   " - RECEIVABLES NOT POSTED"
           end-if.

       200-release-history.
           open input history-file
           if history-file-status not = "00"
               and history-file-status not = "05"
               display "HISTORY FILE NOT AVAILABLE, STATUS "
                   history-file-status
               move "N" to are-there-more-history
           else
               move statement-date to hst-run-date
               start history-file
                   key is equal to hst-run-date
                   invalid key
                       move "N" to are-there-more-history
               end-start
           end-if
           perform until are-there-more-history = "N"
               read history-file next record
                   at end
                       move "N" to are-there-more-history
                   not at end
                       if hst-run-date not = statement-date
                           move "N" to are-there-more-history
                       else
                           perform 210-release-history-line
                       end-if
               end-read
           end-perform
           close history-file.

       210-release-history-line.
           if hst-units is numeric
               move hst-consignee to sort-consignee
               move hst-voyage-id to sort-voyage-id
               move hst-sailing-date to sort-sailing-date
               move hst-ship-name to sort-ship-name
               move hst-product to sort-product
               move hst-units to sort-units
               move hst-total-value to sort-total-value
               move hst-tariff-surcharge to sort-surcharge
               if hst-reversal
                   multiply -1 by sort-units
                   multiply -1 by sort-total-value
                   multiply -1 by sort-surcharge
               end-if
               release sort-rec
           end-if.

       300-report-statements.
           perform until are-there-more-sorted = "N"
               return sort-work-file
                   perform 600-start-consignee
               else
                   if sort-voyage-id not = prior-voyage-id
                       perform 660-end-voyage
                       perform 650-start-voyage
                   end-if
               end-if
           add sort-units to consignee-units-accum
           add sort-total-value to consignee-value-accum
           add sort-surcharge to consignee-surcharge-accum
           add sort-total-value to voyage-value-accum
           add 1 to lines-billed.

       500-end-consignee.
           perform 660-end-voyage
           move consignee-units-accum to ct-units-out
           move consignee-value-accum to ct-value-out
           move consignee-surcharge-accum to ct-surcharge-out

       650-start-voyage.
           move sort-voyage-id to prior-voyage-id
           move sort-sailing-date to prior-sailing-date
           move zero to voyage-value-accum
           move prior-voyage-id to vh-voyage-out
           move sort-sailing-date to sd-split
           move sd-day to date-display-day
           write print-rec from voyage-header-line
           write print-rec from hl-header-2.

       660-end-voyage.
           if ar-available = "Y"
               perform 800-post-open-item
           end-if.

       700-find-consignee-name.
           move "N" to consignee-found
           move unknown-consignee-name to ch-name-out
               move "Y" to consignee-found
           end-if.

       800-post-open-item.
           move prior-consignee to ar-consignee
           move prior-voyage-id to ar-voyage-id
           read ar-open-file
               invalid key
                   perform 810-add-open-item
               not invalid key
                   perform 820-update-open-item
           end-read.

       810-add-open-item.
           move prior-consignee to ar-consignee
           move prior-voyage-id to ar-voyage-id
           move prior-sailing-date to ar-sailing-date
           move statement-date to ar-item-date
           move voyage-value-accum to ar-billed-amt
           move zero to ar-paid-amt
           move voyage-value-accum to ar-balance-amt
           move statement-date to ar-last-stmt-date
           move voyage-value-accum to ar-last-stmt-amt
           move zero to ar-last-paid-date
           perform 830-set-item-status
           write ar-open-record
               invalid key
                   display "OPEN ITEM NOT ADDED, STATUS " ar-open-status
                       " " ar-key
               not invalid key
                   add 1 to items-posted
                   add voyage-value-accum to items-posted-value
           end-write.

       820-update-open-item.
           if statement-date < ar-last-stmt-date
               display "OPEN ITEM ALREADY POSTED FOR LATER STATEMENT "
                   ar-key
           else
               perform 825-repost-open-item
           end-if.

       825-repost-open-item.
           if ar-last-stmt-date = statement-date
               subtract ar-last-stmt-amt from ar-billed-amt
               subtract ar-last-stmt-amt from ar-balance-amt
           end-if
           add voyage-value-accum to ar-billed-amt
           add voyage-value-accum to ar-balance-amt
           move statement-date to ar-last-stmt-date
           move voyage-value-accum to ar-last-stmt-amt
           perform 830-set-item-status
           rewrite ar-open-record
               invalid key
                   display "OPEN ITEM NOT UPDATED, STATUS "
                       ar-open-status " " ar-key
               not invalid key
                   add 1 to items-posted
                   add voyage-value-accum to items-posted-value
           end-rewrite.

       830-set-item-status.
           if ar-balance-amt = zero
               set ar-item-closed to true
           else
               set ar-item-open to true
           end-if.

       end program Program9.
