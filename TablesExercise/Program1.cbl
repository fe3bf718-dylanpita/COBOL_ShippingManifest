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

                       select optional run-control-file
                       assign to "C:\a\exercise8\runctl.dat"
                       record key is vyg-voyage-id
                       file status is voyage-master-status.

                       select booking-file
                       assign to "C:\a\exercise8\bookings.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is bkg-number
                       alternate record key is bkg-voyage-id
                           with duplicates
                       file status is booking-file-status.

                       select readiness-out
                       assign to "C:\a\exercise8\readiness.txt"
                       organization is line sequential.

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

       fd  checkpoint-file.
       01  checkpoint-record        picture x(1300).
       01  extract-rec              picture x(100).

       fd  run-control-file.
       01  run-control-record       picture x(20).

       fd  voyage-master.
       01  voyage-record.
           05  vyg-sched-sailing   picture 9(8).
           05  vyg-destination     picture x(15).

       fd  booking-file.
       01  booking-record.
           05  bkg-number          picture x(10).
           05  bkg-voyage-id       picture x(8).
           05  bkg-consignee       picture x(8).
           05  bkg-product         picture x(10).
           05  bkg-units           picture 9(5).
           05  bkg-booked-date     picture 9(8).

       fd  readiness-out.
       01  readiness-rec            picture x(80).

           05  run-ctl-number      picture 9(5).
           05  run-ctl-date        picture 9(8).
           05  run-ctl-status      picture x.
           05  run-ctl-closed-period picture 9(6).
       01  prior-run-control.
           05  prior-run-number    picture 9(5).
           05  prior-run-date      picture 9(8).
           05  prior-run-status    picture x.
           05  prior-closed-period picture 9(6).
       01  posting-period-area.
           05  posting-year        picture 9(4).
           05  posting-month       picture 9(2).
       01  posting-period redefines posting-period-area picture 9(6).
       01  run-control-found      picture x value "N".
       01  checkpoint-found       picture x value "N".
           88  checkpoint-restored    value "Y".
       01  voyage-master-status   picture x(2) value spaces.
       01  voyage-available       picture x value "N".
       01  voyage-valid           picture x value "Y".
       01  booking-file-status    picture x(2) value spaces.
       01  booking-available      picture x value "N".
       01  are-there-more-bookings picture x value "Y".
       01  matched-booking-number picture x(10) value spaces.
       01  are-there-more-voyages picture x value "Y".

       01  commodity-table-count  picture 9(2) value zero.
       01  seen-key-sub           picture 9(4) value zero.
       01  duplicate-found        picture x value "N".

       01  history-file-status    picture x(2) value spaces.
       01  more-history-lines     picture x value "Y".
       01  last-line-voyage-id    picture x(8) value spaces.
       01  last-line-ship-name    picture x(20) value spaces.
       01  next-line-number       picture 9(5) value zero.
       01  trim-run-number        picture 9(5) value zero.
       01  trim-run-date          picture 9(8) value zero.
       01  duplicate-count        picture 9(5) value zero.

       01  manifested-voyage-count picture 9(3) value zero.

       01  extract-lines-written  picture 9(7) value zero.
       01  history-lines-written  picture 9(7) value zero.
       01  suspense-lines-base    picture 9(5) value zero.
       01  stale-checkpoint       picture x value "N".
       01  checkpoint-loaded      picture x value "N".

           perform 180-open-cargo-master
           perform 185-open-voyage-master
           perform 187-open-booking-file
           perform 189-open-history-file

           if checkpoint-restored
               move run-ctl-number to trim-run-number
               move run-ctl-date to trim-run-date
               perform 940-reposition-outputs
               open output reconcile-out
           else
               perform 905-check-stale-checkpoint

               open output cargo-out
                    output exception-out
                    output reconcile-out
                    output extract-out

               if stale-checkpoint = "Y"
                   if run-control-found = "Y"
                       move prior-run-number to trim-run-number
                       move prior-run-date to trim-run-date
                   end-if
                   move zero to history-lines-written
                   move ckpt-suspense-base to suspense-lines-written
                   perform 947-trim-history-file
                   perform 943-trim-suspense-out
               else
                   perform 195-count-suspense-lines
                   open extend suspense-out
               end-if

               move suspense-lines-written to suspense-lines-base
               if suspense-lines-written > zero
                   move "Y" to suspense-started
               close voyage-master
           end-if

           if booking-available = "Y"
               close booking-file
           end-if

           stop run.

       050-get-run-parameters.
               move date-field to run-ctl-date
           end-if

           if run-control-found = "Y"
               and prior-closed-period is numeric
               move prior-closed-period to run-ctl-closed-period
           else
               move zero to run-ctl-closed-period
           end-if
           perform 065-set-posting-period

           move "S" to run-ctl-status
           perform 925-write-run-control.

       065-set-posting-period.
           move year-field to posting-year
           move month-field to posting-month
           if posting-period not > run-ctl-closed-period
               move run-ctl-closed-period to posting-period
               if posting-month = 12
                   add 1 to posting-year
                   move 1 to posting-month
               else
                   add 1 to posting-month
               end-if
           end-if.

       925-write-run-control.
           open output run-control-file
           write run-control-record from run-control-area
           write checkpoint-record from checkpoint-area
           close checkpoint-file.

       189-open-history-file.
           open i-o history-file
           if history-file-status not = "00"
               and history-file-status not = "05"
               display "HISTORY FILE OPEN FAILED, STATUS "
                   history-file-status
               display "RUN ABANDONED - RESTART WHEN HISTORY IS "
                   "AVAILABLE"
               stop run
           end-if
           if force-rerun
               display "FORCED RERUN - HISTORY DUPLICATE CHECK "
                   "SKIPPED"
           end-if.

       180-open-cargo-master.
           open input cargo-master
           if cargo-master-status = "00" or "05"
                   " - VOYAGE VALIDATION SKIPPED"
           end-if.

       187-open-booking-file.
           open input booking-file
           if booking-file-status = "00" or "05"
               move "Y" to booking-available
           else
               display "BOOKING FILE NOT AVAILABLE, STATUS "
                   booking-file-status
                   " - BOOKING MATCH SKIPPED"
           end-if.

       170-load-exchange-table.
           open input exchange-file
           perform until are-there-more-exchanges = "N"
           write extract-rec from ext-detail-rec
           add 1 to extract-lines-written.

       275-match-booking.
           move spaces to matched-booking-number
           if booking-available = "Y"
               move voyage-id-in to bkg-voyage-id
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
                           perform 276-check-booking
                   end-read
               end-perform
           end-if.

       276-check-booking.
           if bkg-voyage-id not = voyage-id-in
               move "N" to are-there-more-bookings
           else
               if bkg-consignee = consignee-in
                   and bkg-product = product-in
                   move bkg-number to matched-booking-number
                   move "N" to are-there-more-bookings
               end-if
           end-if.

       280-write-history-record.
           perform 285-next-history-line
           move voyage-id-in to hst-voyage-id
           move ship-name-in to hst-ship-name
           move next-line-number to hst-line-number
           move date-field to hst-run-date
           move sailing-date-in to hst-sailing-date
           move product-in to hst-product
           move units-in to hst-units
           move total-value-amt to hst-total-value
           move consignee-in to hst-consignee
           move tariff-surcharge to hst-tariff-surcharge
           move country-in to hst-country
           move "M" to hst-entry-type
           move date-field to hst-orig-run-date
           move posting-period to hst-post-period
           move matched-booking-number to hst-booking-number
           move run-ctl-number to hst-run-number
           add 1 to history-lines-written
           move history-lines-written to hst-run-sequence
           write history-record
               invalid key
                   display "HISTORY WRITE FAILED, STATUS "
                       history-file-status " KEY " hst-key
           end-write.

       285-next-history-line.
           if voyage-id-in not = last-line-voyage-id
               or ship-name-in not = last-line-ship-name
               move zero to next-line-number
               move low-values to hst-key
               move voyage-id-in to hst-voyage-id
               move ship-name-in to hst-ship-name
               move "Y" to more-history-lines
               start history-file
                   key not less than hst-key
                   invalid key
                       move "N" to more-history-lines
               end-start
               perform until more-history-lines = "N"
                   read history-file next record
                       at end
                           move "N" to more-history-lines
                       not at end
                           if hst-voyage-id not = voyage-id-in
                               or hst-ship-name not = ship-name-in
                               move "N" to more-history-lines
                           else
                               move hst-line-number
                                   to next-line-number
                           end-if
                   end-read
               end-perform
               move voyage-id-in to last-line-voyage-id
               move ship-name-in to last-line-ship-name
           end-if
           add 1 to next-line-number.

       200-calc-routine.
           if units-in is not numeric
           move "N" to duplicate-found

           if current-cycle = zero
               and not force-rerun
               perform 230-check-history-duplicate
           end-if
           if duplicate-found = "Y"
               move "E006" to susp-reason-code
               if voyage-valid = "Y"
                   move "N" to duplicate-found
                   if current-cycle = zero
                       and not force-rerun
                       perform 230-check-history-duplicate
                   end-if
                   if duplicate-found = "N"
                       if seen-key-count > zero
               end-if
           end-if.

       230-check-history-duplicate.
           move low-values to hst-key
           move voyage-id-in to hst-voyage-id
           move ship-name-in to hst-ship-name
           move "Y" to more-history-lines
           start history-file
               key not less than hst-key
               invalid key
                   move "N" to more-history-lines
           end-start
           perform until more-history-lines = "N"
               read history-file next record
                   at end
                       move "N" to more-history-lines
                   not at end
                       perform 231-match-history-line
               end-read
           end-perform.

       231-match-history-line.
           if hst-voyage-id not = voyage-id-in
               or hst-ship-name not = ship-name-in
               move "N" to more-history-lines
           else
               if hst-product = product-in
                   and hst-run-number not = run-ctl-number
                   move "Y" to duplicate-found
                   move "N" to more-history-lines
               end-if
           end-if.

       232-match-seen-key.
           end-if

           perform 270-write-extract-detail
           perform 275-match-booking
           perform 280-write-history-record

           perform 300-print-rec.
                extend dg-decl-out
                extend overload-out
                extend extract-out
           open i-o history-file
           move "P" to ckpt-status
           add accounted-count rejected-count
               giving ckpt-processed-count
           move dg-lines-written to ckpt-dg-lines
           move extract-lines-written to ckpt-extract-lines
           move history-lines-written to ckpt-history-lines
           move zero to ckpt-history-base
           move suspense-lines-base to ckpt-suspense-base
           perform 970-save-tariff-accums
           perform 990-write-checkpoint-files.
                           to extract-lines-written
                       move ckpt-history-lines
                           to history-lines-written
                       move ckpt-suspense-base to suspense-lines-base
                       if exception-lines-written > zero
                           move "Y" to exception-started
           move dg-lines-written to ckpt-dg-lines
           move extract-lines-written to ckpt-extract-lines
           move history-lines-written to ckpt-history-lines
           move zero to ckpt-history-base
           move suspense-lines-base to ckpt-suspense-base
           perform 970-save-tariff-accums
           perform 990-write-checkpoint-files

       947-trim-history-file.
           move zero to trim-count
           move "Y" to more-trim-lines
           if trim-run-number = zero
               move "N" to more-trim-lines
           else
               move trim-run-date to hst-run-date
               start history-file
                   key not less than hst-run-date
                   invalid key
                       move "N" to more-trim-lines
               end-start
           end-if
           perform until more-trim-lines = "N"
               read history-file next record
                   at end
                       move "N" to more-trim-lines
                   not at end
                       if hst-run-number = trim-run-number
                           and hst-run-sequence > history-lines-written
                           perform 949-back-out-history-line
                       end-if
               end-read
           end-perform
           if trim-count > zero
               display "HISTORY LINES BACKED OUT: " trim-count
           end-if.

       949-back-out-history-line.
           delete history-file record
               invalid key
                   display "HISTORY BACK-OUT FAILED, STATUS "
                       history-file-status " KEY " hst-key
               not invalid key
                   add 1 to trim-count
           end-delete.

       850-check-ship-break.
           if ship-started = "N"
